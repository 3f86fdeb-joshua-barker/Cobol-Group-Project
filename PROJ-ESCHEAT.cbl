       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ESCHEAT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  UNCLAIMED-PROPERTY (ESCHEAT) REPORT AND
      *          EXTRACT.  A STALE REFUND CHECK ON RC-REFCHECK.DAT (SEE
      *          RK-FILE-DESC) WHOSE CREDIT IS STILL HELD UNCLAIMED
      *          UP-DORMANT-YEARS AFTER THE CHECK WAS ISSUED BELONGS TO
      *          THE STATE.  FOR EACH, THE HELD CREDIT STILL ON THE
      *          ACCOUNT (NO MORE THAN THE CHECK) IS TAKEN OFF WITH A
      *          'REFUND' NODE OPERATOR-STAMPED 'ESCHEAT ' -- ITS
      *          RC-CHECK-RUN-DATE IS STAMPED SO PROJ-REFUND-EXPORT
      *          NEVER CUTS A CHECK FOR IT; THE STATE IS PAID FROM THE
      *          EXTRACT -- AND THE ROW GOES TO 'E' WITH THE AMOUNT AND
      *          DATE.  THE OWNER'S NAME, LAST KNOWN ADDRESS AND SSN GO
      *          ON ESCHEAT-EXTRACT.DAT FOR THE STATE FILING; THE
      *          PRINTED RC-ESCHEAT.RPT SHOWS ONLY THE LAST FOUR OF THE
      *          SSN.  A CREDIT CHARGES HAVE ALREADY USED UP IS CLOSED
      *          ('C') AND LISTED, NOT ESCHEATED.  A STUDENT NO LONGER
      *          ON THE MASTER IS ESCHEATED FOR THE FULL CHECK UNDER THE
      *          PAYEE NAME WITH NO ADDRESS.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 410-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
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
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT ESCHEAT-EXTRACT ASSIGN TO 'ESCHEAT-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT ASSIGN TO 'RC-ESCHEAT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  ESCHEAT-EXTRACT
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC               PIC X(151).
       FD  ESCHEAT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RK-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-DUE-CCYYMMDD           PIC 9(8).
       01  WS-CREDIT                 PIC S9(5)V99.
       01  WS-ESCH-AMT               PIC 9(4)V99.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-ESCH-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-ESCH-TOTAL             PIC 9(8)V99 VALUE ZERO.
       01  WS-CLOSED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-SSN                    PIC 9(9).
       01  WS-SSN-SPLIT REDEFINES WS-SSN.
           05  FILLER                PIC 9(5).
           05  WS-SSN-LAST-4         PIC 9(4).
       COPY UP-POLICY.
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
       01  EXTRACT-LINE.
           05  ES-CHECK-NO           PIC 9(8).
           05  ES-STU-NUM            PIC 9(9).
           05  ES-OWNER-NAME         PIC X(35).
           05  ES-SSN                PIC 9(9).
           05  ES-ADDR-1             PIC X(25).
           05  ES-ADDR-2             PIC X(25).
           05  ES-CITY               PIC X(15).
           05  ES-STATE              PIC X(2).
           05  ES-ZIP                PIC X(9).
           05  ES-ISSUE-DATE         PIC 9(6).
           05  ES-AMOUNT             PIC 9(6)V99.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'UNCLAIMED REFUND CHECKS -- ESCHEAT  RUN '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(12)  VALUE '  DORMANT   '.
           05  HL-YEARS-OUT          PIC Z9.
           05                        PIC X(18)  VALUE ' YEARS'.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'CHECK NO STUDENT   OWNER                '.
           05                        PIC X(38)  VALUE
                '  SSN       ISSUED   ESCHEATED'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CHECK-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(20).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SSN-OUT.
               10  DL-SSN-MASK-OUT   PIC X(5)   VALUE '*****'.
               10  DL-SSN-LAST-4-OUT PIC 9(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ISSUE-OUT          PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-NOTE-OUT           PIC X(12).
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'ESCHEATED: '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(4)   VALUE '  $ '.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(11)  VALUE '   CLOSED: '.
           05  TL-CLOSED-OUT         PIC ZZZZ9.
           05                        PIC X(29)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               DISPLAY 'PROJ-ESCHEAT: NO REFUND CHECK REGISTER ON FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT ESCHEAT-EXTRACT
                       ESCHEAT-REPORT
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           CALL 'PROJ-PARM-LOAD' USING UP-PARM-ID, UP-PARMS
           DISPLAY 'PROJ-ESCHEAT STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           MOVE UP-DORMANT-YEARS TO HL-YEARS-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO RK-CHECK-NO
           START RK-FILE-DESC KEY IS NOT LESS THAN RK-CHECK-NO
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ RK-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF RK-STATUS = 'S'
                           PERFORM 200-CONSIDER-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-ESCH-CNT TO TL-CNT-OUT
           MOVE WS-ESCH-TOTAL TO TL-AMT-OUT
           MOVE WS-CLOSED-CNT TO TL-CLOSED-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-ESCHEAT FINISHED -- ' WS-ESCH-CNT
               ' ESCHEATED, ' WS-CLOSED-CNT ' CLOSED'
           CLOSE RK-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 ESCHEAT-EXTRACT
                 ESCHEAT-REPORT
           EXIT PROGRAM.
       200-CONSIDER-ONE-CHECK.
           COMPUTE WS-DUE-CCYYMMDD = 20000000 + RK-ISSUE-DATE
               + UP-DORMANT-YEARS * 10000
           IF WS-DUE-CCYYMMDD NOT > WS-TODAY-CCYYMMDD
               PERFORM 300-ESCHEAT-ONE-CHECK
           END-IF.
       300-ESCHEAT-ONE-CHECK.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE RK-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           MOVE SPACES TO DL-NOTE-OUT
           MOVE 1 TO WS-NEXT-RC-SEQ
           IF WS-STU-FOUND = 'Y'
               MOVE RK-STU-NUM TO WS-RC-STU-NUM
               PERFORM 410-FIND-RC-TAIL
           END-IF
      *    A NEXT SEQUENCE OF 1 MEANS THE STUDENT HAS NO RECEIPTS.
           IF WS-STU-FOUND = 'N' OR WS-NEXT-RC-SEQ = 1
               MOVE SPACES TO SF-ADDRESS
               MOVE RK-PAYEE TO SF-NAME
               MOVE ZEROS TO SF-SSN
               MOVE RK-AMOUNT TO WS-ESCH-AMT
               MOVE '**NO STUDENT' TO DL-NOTE-OUT
           ELSE
               COMPUTE WS-CREDIT = ZERO - WS-PRIOR-BALANCE
               IF WS-CREDIT NOT > ZERO
                   MOVE ZERO TO WS-ESCH-AMT
               ELSE
                   IF WS-CREDIT < RK-AMOUNT
                       MOVE WS-CREDIT TO WS-ESCH-AMT
                   ELSE
                       MOVE RK-AMOUNT TO WS-ESCH-AMT
                   END-IF
                   PERFORM 400-APPEND-ESCHEAT-NODE
               END-IF
           END-IF
           IF WS-ESCH-AMT = ZERO
               MOVE 'C' TO RK-STATUS
               MOVE 'USED ON ACCT' TO DL-NOTE-OUT
               ADD 1 TO WS-CLOSED-CNT
           ELSE
               MOVE 'E' TO RK-STATUS
               MOVE WS-TODAY TO RK-ESCH-DATE
               MOVE WS-ESCH-AMT TO RK-ESCH-AMT
               PERFORM 500-WRITE-EXTRACT
               ADD 1 TO WS-ESCH-CNT
               ADD WS-ESCH-AMT TO WS-ESCH-TOTAL
           END-IF
           REWRITE RK-RECORD
           PERFORM 700-DETAIL-LINE.
       400-APPEND-ESCHEAT-NODE.
      *    A REFUND NODE LIKE PROJ-RC'S 270-REFUND-ROUTINE WRITES, THE
      *    MONEY GOING TO THE STATE RATHER THAN THE STUDENT.  THE NEXT
      *    SEQUENCE AND CARRIED BALANCE WERE LEFT BY THE 410-FIND-RC-
      *    TAIL IN 300-ESCHEAT-ONE-CHECK.
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE RK-STU-NUM TO WS-RC-STU-NUM
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE WS-ESCH-AMT TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-REFUND-AMT
           MOVE 'ESCHEAT ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE WS-TODAY TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE RK-CHECK-NO TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       410-FIND-RC-TAIL.
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
       500-WRITE-EXTRACT.
           MOVE RK-CHECK-NO TO ES-CHECK-NO
           MOVE RK-STU-NUM TO ES-STU-NUM
           MOVE SF-NAME TO ES-OWNER-NAME
           MOVE SF-SSN TO ES-SSN
           MOVE SF-ADDR-LINE-1 TO ES-ADDR-1
           MOVE SF-ADDR-LINE-2 TO ES-ADDR-2
           MOVE SF-CITY TO ES-CITY
           MOVE SF-STATE TO ES-STATE
           MOVE SF-ZIP TO ES-ZIP
           MOVE RK-ISSUE-DATE TO ES-ISSUE-DATE
           MOVE WS-ESCH-AMT TO ES-AMOUNT
           WRITE EXTRACT-REC FROM EXTRACT-LINE.
       650-HEADING-RTN.
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       700-DETAIL-LINE.
           IF WS-LINE-CT > 55
               PERFORM 650-HEADING-RTN
           END-IF
           MOVE RK-CHECK-NO TO DL-CHECK-OUT
           MOVE RK-STU-NUM TO DL-SNO-OUT
           MOVE SF-NAME TO DL-NAME-OUT
           MOVE SF-SSN TO WS-SSN
           MOVE WS-SSN-LAST-4 TO DL-SSN-LAST-4-OUT
           MOVE RK-ISSUE-DATE TO DL-ISSUE-OUT
           MOVE WS-ESCH-AMT TO DL-AMOUNT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
