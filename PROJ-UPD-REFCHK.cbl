       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-REFCHK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  REFUND CHECK INQUIRY AND REISSUE.
      *          SHOWS ONE REFUND CHECK OFF RC-REFCHECK.DAT (SEE
      *          RK-FILE-DESC) -- STUDENT, PAYEE, AMOUNT, STATUS, THE
      *          PAID/STALE/ESCHEAT DATES AND ANY REISSUE LINK -- AND
      *          LETS THE BUSINESS OFFICE REISSUE A STALE CHECK THE
      *          STUDENT HAS COME FORWARD TO CLAIM.  A REISSUE APPENDS
      *          A NEW 'REFUND' NODE FOR THE CHECK'S AMOUNT, CARRYING
      *          THE OLD CHECK NUMBER IN RC-CHECK-NO, AND MARKS THE ROW
      *          REISSUED WITH THE OPERATOR; PROJ-REFUND-EXPORT CUTS
      *          THE NEW CHECK (OR ACH) ON ITS NEXT RUN AND LINKS THE
      *          TWO ROWS.  THE HELD CREDIT MUST STILL BE ON THE
      *          ACCOUNT -- IF CHARGES HAVE USED IT UP SINCE, THE
      *          REISSUE IS REFUSED AND THE OFFICE WORKS IT BY HAND.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 410-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
       DATA DIVISION.
       FILE SECTION.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-RK-STATUS              PIC XX.
       01  WS-TMP-CHECK              PIC 9(8).
       01  WS-TMP-ACTION             PIC X.
       01  WS-STATUS-DESC            PIC X(10).
       01  WS-STU-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-CREDIT                 PIC S9(5)V99.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  CREDIT-OUT                PIC -(5)9.99.
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
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 2 COLUMN 1 VALUE 'REFUND CHECK INQUIRY AND REISSUE'.
          05 LINE 4 COLUMN 1 VALUE 'CHECK NO: '.
          05 LINE 4 COLUMN 12 PIC 9(8) TO WS-TMP-CHECK.
       01 SCRN-DETAIL.
          05 LINE 6 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 6 COLUMN 10 PIC 9(9) FROM RK-STU-NUM.
          05 LINE 6 COLUMN 21 VALUE 'PAYEE: '.
          05 LINE 6 COLUMN 28 PIC X(35) FROM RK-PAYEE.
          05 LINE 7 COLUMN 1 VALUE 'AMOUNT: '.
          05 LINE 7 COLUMN 10 PIC Z,ZZ9.99 FROM RK-AMOUNT.
          05 LINE 7 COLUMN 21 VALUE 'ISSUED: '.
          05 LINE 7 COLUMN 29 PIC 9(6) FROM RK-ISSUE-DATE.
          05 LINE 7 COLUMN 38 VALUE 'STATUS: '.
          05 LINE 7 COLUMN 46 PIC X(10) FROM WS-STATUS-DESC.
          05 LINE 8 COLUMN 1 VALUE 'PAID: '.
          05 LINE 8 COLUMN 10 PIC 9(6) FROM RK-PAID-DATE.
          05 LINE 8 COLUMN 21 VALUE 'STALE: '.
          05 LINE 8 COLUMN 29 PIC 9(6) FROM RK-STALE-DATE.
          05 LINE 8 COLUMN 38 VALUE 'ESCHEATED: '.
          05 LINE 8 COLUMN 49 PIC 9(6) FROM RK-ESCH-DATE.
          05 LINE 9 COLUMN 1 VALUE 'REISSUE OF: '.
          05 LINE 9 COLUMN 13 PIC 9(8) FROM RK-REISSUE-OF.
          05 LINE 9 COLUMN 23 VALUE 'REISSUED AS: '.
          05 LINE 9 COLUMN 36 PIC 9(8) FROM RK-REISSUE-NO.
          05 LINE 9 COLUMN 46 VALUE 'BY: '.
          05 LINE 9 COLUMN 50 PIC X(8) FROM RK-CLOSE-OPER.
          05 LINE 11 COLUMN 1 VALUE
                  'R REISSUE A STALE CHECK, BLANK NONE: '.
          05 LINE 11 COLUMN 39 PIC X TO WS-TMP-ACTION.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'ANOTHER CHECK? (YES/NO): '.
          05 LINE 1 COLUMN 27 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               DISPLAY 'NO REFUND CHECKS ON FILE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE RK-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE WS-TMP-CHECK TO RK-CHECK-NO
           READ RK-FILE-DESC
               INVALID KEY
                   DISPLAY 'NO SUCH REFUND CHECK'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-TAKE-ACTION
           END-READ.
       250-TAKE-ACTION.
           MOVE RK-STATUS TO WS-STATUS-DESC
           IF RK-STATUS = 'O'
               MOVE 'OUTSTAND' TO WS-STATUS-DESC
           END-IF
           IF RK-STATUS = 'P'
               MOVE 'PAID' TO WS-STATUS-DESC
           END-IF
           IF RK-STATUS = 'S'
               MOVE 'STALE' TO WS-STATUS-DESC
           END-IF
           IF RK-STATUS = 'R'
               MOVE 'REISSUED' TO WS-STATUS-DESC
           END-IF
           IF RK-STATUS = 'E'
               MOVE 'ESCHEATED' TO WS-STATUS-DESC
           END-IF
           IF RK-STATUS = 'C'
               MOVE 'CLOSED' TO WS-STATUS-DESC
           END-IF
           MOVE SPACE TO WS-TMP-ACTION
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-TMP-ACTION = 'R' OR 'r'
               IF RK-STATUS = 'S'
                   PERFORM 300-REISSUE-CHECK
               ELSE
                   DISPLAY 'ONLY A STALE CHECK CAN BE REISSUED'
               END-IF
           ELSE
               IF WS-TMP-ACTION NOT = SPACE
                   DISPLAY 'ACTION MUST BE R OR BLANK'
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-REISSUE-CHECK.
      *    THE STALE VOID PUT THE AMOUNT BACK AS A CREDIT (A NEGATIVE
      *    TAIL BALANCE); THE NEW REFUND TAKES IT BACK OUT.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE RK-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           MOVE 1 TO WS-NEXT-RC-SEQ
           IF WS-STU-FOUND = 'Y'
               MOVE RK-STU-NUM TO WS-RC-STU-NUM
               PERFORM 410-FIND-RC-TAIL
           END-IF
      *    A NEXT SEQUENCE OF 1 MEANS THE STUDENT HAS NO RECEIPTS.
           IF WS-STU-FOUND = 'N' OR WS-NEXT-RC-SEQ = 1
               DISPLAY 'STUDENT NOT IN SYSTEM -- NOT REISSUED'
           ELSE
               COMPUTE WS-CREDIT = ZERO - WS-PRIOR-BALANCE
               IF WS-CREDIT < RK-AMOUNT
                   MOVE WS-CREDIT TO CREDIT-OUT
                   DISPLAY 'CREDIT ON THE ACCOUNT IS ONLY ' CREDIT-OUT
                       ' -- NOT REISSUED'
               ELSE
                   PERFORM 400-APPEND-REFUND
                   MOVE 'R' TO RK-STATUS
                   MOVE WS-OPERATOR-ID TO RK-CLOSE-OPER
                   REWRITE RK-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   DISPLAY 'REISSUE POSTED -- THE NEW CHECK IS CUT ON '
                       'THE NEXT REFUND CHECK EXPORT'
               END-IF
           END-IF.
       400-APPEND-REFUND.
      *    SAME NODE PROJ-RC'S 270-REFUND-ROUTINE WRITES, WITH THE STALE
      *    CHECK'S NUMBER IN RC-CHECK-NO FOR PROJ-REFUND-EXPORT.  THE
      *    NEXT SEQUENCE AND CARRIED BALANCE WERE LEFT BY THE 410-FIND-
      *    RC-TAIL IN 300-REISSUE-CHECK.
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE RK-STU-NUM TO WS-RC-STU-NUM
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE RK-AMOUNT TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-REFUND-AMT
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
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
