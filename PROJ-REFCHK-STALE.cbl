       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REFCHK-STALE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  STALE-DATED REFUND CHECK VOID.  EVERY
      *          REFUND CHECK STILL OUTSTANDING ON RC-REFCHECK.DAT (SEE
      *          RK-FILE-DESC) MORE THAN UP-STALE-DAYS AFTER ISSUE IS
      *          VOIDED -- A VOID LINE GOES TO THE BANK ON
      *          BANK-PPVOID.DAT (SEE PY-POSPAY) SO THE CHECK CAN NO
      *          LONGER BE CASHED, AND A VOID-FLAGGED 'REFUND' NODE
      *          CARRYING THE NEGATIVE OF THE CHECK IS APPENDED TO THE
      *          STUDENT'S RECEIPT CHAIN, PUTTING THE MONEY BACK ON THE
      *          ACCOUNT AS A CREDIT.  THE ROW GOES TO 'S'; THE CREDIT
      *          IS HELD FOR THE STUDENT TO CLAIM (A REISSUE ON
      *          PROJ-UPD-REFCHK) RATHER THAN SWEPT OUT AGAIN ON
      *          ANOTHER CHECK, AND WHAT IS NEVER CLAIMED GOES TO THE
      *          STATE THROUGH PROJ-ESCHEAT.  THE VOIDS ARE LISTED ON
      *          RC-REFCHK-STALE.RPT.
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
           SELECT PPVOID-FILE ASSIGN TO 'BANK-PPVOID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STALE-REPORT ASSIGN TO 'RC-REFCHK-STALE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  PPVOID-FILE
           DATA RECORD IS PPVOID-REC.
       01  PPVOID-REC                PIC X(60).
       FD  STALE-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RK-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-FROM-CCYYMMDD          PIC 9(8).
       01  WS-DAYS                   PIC S9(5).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-VOID-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-VOID-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       COPY UP-POLICY.
       COPY PY-POSPAY.
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
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'STALE-DATED REFUND CHECKS VOIDED  RUN   '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(12)  VALUE '  STALE AT  '.
           05  HL-DAYS-OUT           PIC ZZ9.
           05                        PIC X(17)  VALUE ' DAYS'.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'CHECK NO STUDENT   PAYEE                '.
           05                        PIC X(38)  VALUE
                '       ISSUED  DAYS     AMOUNT'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CHECK-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-PAYEE-OUT          PIC X(25).
           05                        PIC X(3)   VALUE SPACES.
           05  DL-ISSUE-OUT          PIC 9(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-DAYS-OUT           PIC ZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-NOTE-OUT           PIC X(8).
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'VOIDED:  '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(10)  VALUE '  TOTAL $ '.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(41)  VALUE
                '  CREDITED BACK TO THE STUDENT ACCOUNTS'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               DISPLAY 'PROJ-REFCHK-STALE: NO REFUND CHECK REGISTER ON '
                   'FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT PPVOID-FILE
                       STALE-REPORT
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           CALL 'PROJ-PARM-LOAD' USING UP-PARM-ID, UP-PARMS
           DISPLAY 'PROJ-REFCHK-STALE STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           MOVE UP-STALE-DAYS TO HL-DAYS-OUT
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
                       IF RK-STATUS = 'O'
                           PERFORM 200-CONSIDER-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-VOID-CNT TO TL-CNT-OUT
           MOVE WS-VOID-AMT TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-REFCHK-STALE FINISHED -- ' WS-VOID-CNT
               ' CHECK(S) VOIDED'
           CLOSE RK-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 PPVOID-FILE
                 STALE-REPORT
           EXIT PROGRAM.
       200-CONSIDER-ONE-CHECK.
           COMPUTE WS-FROM-CCYYMMDD = 20000000 + RK-ISSUE-DATE
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-CCYYMMDD)
           IF WS-DAYS > UP-STALE-DAYS
               PERFORM 300-VOID-ONE-CHECK
           END-IF.
       300-VOID-ONE-CHECK.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE RK-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           MOVE SPACES TO DL-NOTE-OUT
           IF WS-STU-FOUND = 'Y'
               PERFORM 400-APPEND-STALE-NODE
           ELSE
      *        THE STUDENT HAS BEEN ARCHIVED OR MERGED AWAY -- THE CHECK
      *        IS STILL STOPPED AT THE BANK AND HELD FOR A CLAIM, BUT
      *        THERE IS NO CHAIN TO CREDIT.
               MOVE '**NO STU' TO DL-NOTE-OUT
           END-IF
           MOVE 'S' TO RK-STATUS
           MOVE WS-TODAY TO RK-STALE-DATE
           REWRITE RK-RECORD
           MOVE 'V' TO PY-TRAN-CODE
           MOVE RK-CHECK-NO TO PY-CHECK-NO
           MOVE RK-AMOUNT TO PY-AMOUNT
           MOVE RK-ISSUE-DATE TO PY-ISSUE-DATE
           MOVE RK-PAYEE TO PY-PAYEE
           WRITE PPVOID-REC FROM PY-LINE
           ADD 1 TO WS-VOID-CNT
           ADD RK-AMOUNT TO WS-VOID-AMT
           PERFORM 700-DETAIL-LINE.
       400-APPEND-STALE-NODE.
      *    THE OFFSET TO THE REFUND NODE THE CHECK PAID OUT -- TYPE
      *    'REFUND', VOID-FLAGGED, RC-REFUND-AMT THE NEGATIVE OF THE
      *    CHECK, SO THE BALANCE STEPS BACK DOWN BY IT (THE STUDENT IS
      *    OWED IT AGAIN).  RC-CHECK-RUN-DATE IS STAMPED SO IT CAN NEVER
      *    LOOK LIKE A REFUND WAITING FOR A CHECK RUN, AND RC-CHECK-NO
      *    TIES IT TO THE VOIDED CHECK.  SAME APPEND AS
      *    PROJ-WRITEOFF'S 300-APPEND-WRITEOFF.
           MOVE RK-STU-NUM TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           COMPUTE WS-RC-REFUND-AMT = ZERO - RK-AMOUNT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE 'Y' TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-REFUND-AMT
           MOVE 'STALECHK' TO WS-RC-OPERATOR-ID
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
           MOVE RK-PAYEE TO DL-PAYEE-OUT
           MOVE RK-ISSUE-DATE TO DL-ISSUE-OUT
           MOVE WS-DAYS TO DL-DAYS-OUT
           MOVE RK-AMOUNT TO DL-AMOUNT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
