       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADM-CONVERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADMITTED-TO-STUDENT CONVERSION.
      *          EVERY APPLICANT ON PROJ-APPLICANT.DAT WHO IS ADMITTED
      *          ('A'), HAS PAID THE ENROLLMENT DEPOSIT AND IS NOT YET
      *          A STUDENT GETS A STUDENT MASTER RECORD BUILT THE WAY
      *          PROJ-ADD-STUDENT BUILDS ONE -- ID FROM THE 'STUDENT '
      *          SEQUENCE, SAME DEFAULTS, NAME CROSS-REFERENCE ROW --
      *          WITH THE TERM APPLIED FOR AS THE CATALOG TERM AND THE
      *          INTENDED MAJOR AND RESIDENCY CARRIED ACROSS.  THE
      *          DEPOSIT MOVES WITH THEM: A 'DEPXFER' NODE CHARGES IT
      *          BACK OFF THE APPLICANT'S CHAIN AND A 'DEPXFER' NODE
      *          CREDITS IT AS THE FIRST ENTRY ON THE STUDENT'S, BOTH
      *          TENDER 'TR' SO CASH CLOSE DOESN'T COUNT IT AS MONEY
      *          IN.  THE APPLICANT ROW IS MARKED 'E' WITH THE NEW
      *          STUDENT ID.  NO PIN IS ISSUED HERE -- A BATCH RUN HAS
      *          NOBODY TO HAND ONE TO -- SO SF-PIN-HASH IS LEFT BLANK
      *          (NOTHING SIGNS ON AGAINST IT) AND THE REGISTER TELLS
      *          THE OFFICE TO ISSUE ONE WITH A PIN RESET ON
      *          PROJ-UPD-STUDENT.  AN SSN ALREADY ON THE MASTER STOPS
      *          THE CONVERSION FOR THAT APPLICANT AND IS LISTED FOR
      *          THE OFFICE TO SORT OUT.  SAFE TO RE-RUN -- A
      *          CONVERTED APPLICANT IS NEVER PICKED UP TWICE.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 510-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *          THE APPLICANT'S SIDE GOES UNDER AP-APP-NUM; AP-OLD-RC-
      *          PNTR IS NO LONGER KEPT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE-DESC ASSIGN TO 'PROJ-APPLICANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APP-NUM
               FILE STATUS IS WS-AP-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT NX-FILE-DESC ASSIGN TO 'SF-NAME-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NX-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT CONVERT-REGISTER ASSIGN TO 'ADM-CONVERT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-FILE-DESC IS EXTERNAL RECORD CONTAINS 280 CHARACTERS.
           COPY AP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY NX-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  CONVERT-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS              PIC XX.
       01  WS-NX-STATUS              PIC XX.
       01  WS-NX-ON-FILE             PIC X      VALUE 'N'.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-SCAN-MORE              PIC X(3).
       01  WS-DUP-FOUND              PIC X.
       01  WS-SEQ-NAME               PIC X(8)   VALUE 'STUDENT '.
       01  WS-ID-IN-USE              PIC X.
       01  WS-SNO                    PIC 9(9).
       01  WS-TODAY                  PIC 9(6).
       01  WS-CONV-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-EXCP-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-CONV-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-REFUND-AMT PIC S9(4)V99.
           05  WS-RC-OPERATOR-ID PIC X(8).
           05  WS-RC-CHECK-RUN-DATE PIC 9(6).
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  REGISTER-HEADING.
           05                        PIC X(40)
               VALUE 'ADMITTED APPLICANT CONVERSION REGISTER  '.
           05                        PIC X(5)   VALUE 'RUN  '.
           05  RH-DATE-OUT           PIC 9(6).
           05                        PIC X(29)  VALUE SPACES.
       01  REGISTER-LINE.
           05  RG-APP-OUT            PIC 9(9).
           05                        PIC X      VALUE SPACE.
           05  RG-NAME-OUT           PIC X(20).
           05                        PIC X      VALUE SPACE.
           05  RG-SNO-OUT            PIC 9(9).
           05                        PIC X(3)   VALUE ' $ '.
           05  RG-AMT-OUT            PIC Z,ZZ9.99.
           05                        PIC X      VALUE SPACE.
           05  RG-NOTE-OUT           PIC X(28).
       01  REGISTER-TOTAL-LINE.
           05                        PIC X(20)
               VALUE 'CONVERTED:          '.
           05  RT-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(18)
               VALUE '  DEPOSITS MOVED $'.
           05  RT-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(13)  VALUE '  EXCEPTIONS:'.
           05  RT-EXCP-OUT           PIC ZZZZ9.
           05                        PIC X(7)   VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O AP-FILE-DESC
           IF WS-AP-STATUS = '35'
               DISPLAY 'PROJ-ADM-CONVERT -- NO APPLICANT FILE ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O SF-FILE-DESC
           OPEN I-O NX-FILE-DESC
           IF WS-NX-STATUS = '35'
               MOVE 'N' TO WS-NX-ON-FILE
           ELSE
               MOVE 'Y' TO WS-NX-ON-FILE
           END-IF
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT CONVERT-REGISTER
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-TODAY TO RH-DATE-OUT
           WRITE REGISTER-REC FROM REGISTER-HEADING
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY 'PROJ-ADM-CONVERT STARTING'
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO AP-APP-NUM
           START AP-FILE-DESC KEY IS NOT LESS THAN AP-APP-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ AP-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF AP-DECISION = 'A' AND AP-STATUS NOT = 'W'
                               AND AP-STATUS NOT = 'E'
                               AND AP-DEP-DATE > ZERO
                               AND AP-STU-NUM = ZERO
                           PERFORM 200-CONVERT-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CONV-CNT TO RT-CNT-OUT
           MOVE WS-CONV-AMT TO RT-AMT-OUT
           MOVE WS-EXCP-CNT TO RT-EXCP-OUT
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE AFTER 2
           DISPLAY 'PROJ-ADM-CONVERT FINISHED -- ' WS-CONV-CNT
               ' CONVERTED, ' WS-EXCP-CNT ' EXCEPTION(S)'
           IF WS-NX-ON-FILE = 'Y'
               CLOSE NX-FILE-DESC
           END-IF
           CLOSE AP-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 CONVERT-REGISTER
           EXIT PROGRAM.
       200-CONVERT-ONE-APPLICANT.
           MOVE AP-APP-NUM TO RG-APP-OUT
           MOVE AP-LAST-NAME TO RG-NAME-OUT
           MOVE AP-DEP-AMT TO RG-AMT-OUT
           PERFORM 300-DUP-SSN-CHECK
           IF WS-DUP-FOUND = 'Y'
               MOVE ZEROS TO RG-SNO-OUT
               MOVE 'SSN ON MASTER--NOT CONVERTED' TO RG-NOTE-OUT
               WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
               ADD 1 TO WS-EXCP-CNT
           ELSE
               PERFORM 350-ASSIGN-STUDENT-ID
               PERFORM 400-WRITE-STUDENT
               PERFORM 450-APPLICANT-XFER-NODE
               MOVE WS-SNO TO AP-STU-NUM
               MOVE WS-TODAY TO AP-CONV-DATE
               MOVE 'E' TO AP-STATUS
               MOVE 'ADMCONV ' TO AP-OPERATOR-ID
               REWRITE AP-RECORD
               MOVE WS-SNO TO RG-SNO-OUT
               MOVE 'CONVERTED--ISSUE PIN' TO RG-NOTE-OUT
               WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
               ADD 1 TO WS-CONV-CNT
               ADD AP-DEP-AMT TO WS-CONV-AMT
           END-IF.
       300-DUP-SSN-CHECK.
      *    SAME WHOLE-MASTER SCAN AS PROJ-ADD-STUDENT'S PARAGRAPH OF
      *    THE SAME NAME.  A ZERO SSN NEVER COUNTS.  A NAME MATCH ALONE
      *    IS NOT ENOUGH TO HOLD UP A BATCH CONVERSION.
           MOVE 'N' TO WS-DUP-FOUND
           IF AP-SSN NOT = ZERO
               MOVE 'YES' TO WS-SCAN-MORE
               MOVE ZEROS TO SF-STU-NUM
               START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
                 INVALID KEY MOVE 'NO ' TO WS-SCAN-MORE
               END-START
               PERFORM UNTIL WS-SCAN-MORE = 'NO ' OR WS-DUP-FOUND = 'Y'
                   READ SF-FILE-DESC NEXT RECORD
                       AT END MOVE 'NO ' TO WS-SCAN-MORE
                       NOT AT END
                           IF SF-SSN = AP-SSN
                               MOVE 'Y' TO WS-DUP-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       350-ASSIGN-STUDENT-ID.
      *    SEE PROJ-ADD-STUDENT'S 350-ASSIGN-STUDENT-ID.
           MOVE 'Y' TO WS-ID-IN-USE
           PERFORM UNTIL WS-ID-IN-USE = 'N'
               MOVE 900000001 TO WS-SNO
               CALL 'PROJ-NEXT-NUM' USING WS-SEQ-NAME, WS-SNO
               MOVE WS-SNO TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-ID-IN-USE
               END-READ
           END-PERFORM.
       400-WRITE-STUDENT.
      *    THE SAME RECORD PROJ-ADD-STUDENT'S 400-WRITE-ROUTINE
      *    BUILDS, FROM THE APPLICANT ROW.  THE DEPOSIT CREDIT IS
      *    POSTED FIRST AS THE NEW STUDENT'S FIRST RECEIPT ROW.
           MOVE 'DEPXFER' TO WS-RC-RCT-TYPE
           MOVE WS-SNO TO WS-RC-STU-NUM
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE AP-DEP-AMT TO WS-RC-AMT-PAID
           PERFORM 500-APPEND-XFER-NODE
           MOVE SPACES TO SF-RECORD
           MOVE WS-SNO TO SF-STU-NUM
           MOVE AP-NAME TO SF-NAME
           MOVE AP-ADDRESS TO SF-ADDRESS
           MOVE AP-EMAIL TO SF-EMAIL
           MOVE AP-PHONE TO SF-PHONE
           MOVE AP-SSN TO SF-SSN
           MOVE ZEROS TO SF-ENR-REC-PNTR
           MOVE ZEROS TO SF-CUM-GPA
           MOVE ZEROS TO SF-CRED-HR-ATT
           MOVE ZEROS TO SF-CRED-HR-EARN
           MOVE 'P' TO SF-FT-PT-FLAG
           MOVE 'A' TO SF-ACTIVE-FLAG
           MOVE AP-MAJOR TO SF-MAJOR-CODE
           MOVE SPACES TO SF-PIN-HASH
           MOVE 'Y' TO SF-PIN-TEMP
           MOVE 'G' TO SF-STANDING
           IF AP-RESIDENCY = 'N'
               MOVE 'N' TO SF-RESIDENCY
           ELSE
               MOVE 'R' TO SF-RESIDENCY
           END-IF
           MOVE 'S' TO SF-SAP-STATUS
           MOVE SPACE TO SF-COLL-FLAG
           MOVE 'N' TO SF-PRIVACY-FLAG
           MOVE ZEROS TO SF-REG-OPEN-DATE
           MOVE ZEROS TO SF-ADVISOR-ID
           MOVE AP-TERM TO SF-CATALOG-TERM
           MOVE 'N' TO SF-BAD-ADDR
           MOVE ZEROS TO SF-BAD-ADDR-DATE
           MOVE SPACES TO SF-BAD-ADDR-SRC
           MOVE 'P' TO SF-MAIL-PREF
           IF WS-NX-ON-FILE = 'Y'
               MOVE SPACES TO NX-RECORD
               MOVE SF-LAST-NAME TO NX-LAST-NAME
               MOVE SF-STU-NUM TO NX-STU-NUM
               WRITE NX-RECORD
                   INVALID KEY REWRITE NX-RECORD
               END-WRITE
           END-IF
           WRITE SF-RECORD
               INVALID KEY
                   DISPLAY 'PROJ-ADM-CONVERT -- STUDENT ID '
                       SF-STU-NUM ' ALREADY ON FILE'
           END-WRITE.
       450-APPLICANT-XFER-NODE.
      *    THE OFFSETTING CHARGE ON THE APPLICANT'S ROWS, WHICH TAKES
      *    THE DEPOSIT CREDIT THERE BACK TO ZERO.
           MOVE 'DEPXFER' TO WS-RC-RCT-TYPE
           MOVE AP-APP-NUM TO WS-RC-STU-NUM
           MOVE AP-DEP-AMT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           PERFORM 500-APPEND-XFER-NODE.
       500-APPEND-XFER-NODE.
      *    APPENDS THE NODE SET UP IN WS-RC-DATA-REC UNDER
      *    WS-RC-STU-NUM (THE APPLICANT NUMBER OR THE NEW STUDENT ID),
      *    THE SAME WAY PROJ-PAY-BATCH'S 300-APPEND-PAYMENT DOES.  A
      *    TRANSFER HAS NO RECEIPT NUMBER -- NO MONEY CHANGED HANDS.
           PERFORM 510-FIND-RC-TAIL
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED - WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE 'ADMCONV ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE 'TR' TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       510-FIND-RC-TAIL.
      *    THE STUDENT'S LAST ROW GIVES THE SEQUENCE TO WRITE ONE PAST
      *    AND THE RUNNING BALANCE TO CARRY FORWARD -- SEE PROJ-RC'S
      *    150-FIND-RC-TAIL.
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE WS-RC-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-RC-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-PRIOR-BALANCE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
