       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-CITE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PARKING CITATION APPEAL SCREEN.  KEYS
      *          A STUDENT AND CITATION NUMBER ON PARK-CITE.DAT (SEE
      *          PC-FILE-DESC) AND TAKES ONE ACTION:
      *            A - FILE AN APPEAL ON AN OPEN CITATION.  A REVERSING
      *                'PARKING' NODE (RC-VOID 'Y') SUSPENDS THE FINE
      *                WHILE IT IS UNDER REVIEW.
      *            U - UPHOLD THE CITATION.  THE FINE IS RE-POSTED AS
      *                A NEW 'PARKING' NODE AND AGES FROM TODAY.
      *            G - GRANT THE APPEAL.  THE CITATION IS DISMISSED
      *                AND THE REVERSAL STANDS.
      *          EVERY NODE CARRIES THE OPERATOR STAMP, APPENDED WITH
      *          THE SAME CARRY-FORWARD AS PROJ-CHG-BATCH.
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
           SELECT PC-FILE-DESC ASSIGN TO 'PARK-CITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
       DATA DIVISION.
       FILE SECTION.
       FD  PC-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY PC-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PC-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-CITE               PIC X(10).
       01  WS-TMP-ACTION             PIC X.
       01  WS-STATUS-DESC            PIC X(10).
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
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
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 2 COLUMN 1 VALUE 'PARKING CITATION APPEALS'.
          05 LINE 4 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 4 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 5 COLUMN 1 VALUE 'CITATION NO: '.
          05 LINE 5 COLUMN 14 PIC X(10) TO WS-TMP-CITE.
       01 SCRN-DETAIL.
          05 LINE 7 COLUMN 1 VALUE 'PLATE: '.
          05 LINE 7 COLUMN 8 PIC X(8) FROM PC-PLATE.
          05 LINE 7 COLUMN 20 VALUE 'CITED: '.
          05 LINE 7 COLUMN 27 PIC 9(8) FROM PC-CITE-DATE.
          05 LINE 7 COLUMN 38 VALUE 'VIOLATION: '.
          05 LINE 7 COLUMN 49 PIC X(4) FROM PC-VIOLATION.
          05 LINE 8 COLUMN 1 VALUE 'FINE: '.
          05 LINE 8 COLUMN 8 PIC Z,ZZ9.99 FROM PC-AMOUNT.
          05 LINE 8 COLUMN 20 VALUE 'STATUS: '.
          05 LINE 8 COLUMN 28 PIC X(10) FROM WS-STATUS-DESC.
          05 LINE 10 COLUMN 1 VALUE
                  'A APPEAL, U UPHOLD, G GRANT, BLANK NONE: '.
          05 LINE 10 COLUMN 43 PIC X TO WS-TMP-ACTION.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO UPDATE MORE? (YES/NO): '.
          05 LINE 1 COLUMN 40 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN I-O PC-FILE-DESC
           IF WS-PC-STATUS = '35'
               DISPLAY 'NO PARKING CITATIONS ON FILE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           OPEN I-O RC-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE PC-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE WS-TMP-SNO TO PC-STU-NUM
           MOVE WS-TMP-CITE TO PC-CITE-NO
           READ PC-FILE-DESC
               INVALID KEY
                   DISPLAY 'NO SUCH CITATION FOR THE STUDENT'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-TAKE-ACTION
           END-READ.
       250-TAKE-ACTION.
           MOVE PC-STATUS TO WS-STATUS-DESC
           IF PC-STATUS = 'O'
               MOVE 'OPEN' TO WS-STATUS-DESC
           END-IF
           IF PC-STATUS = 'A'
               MOVE 'APPEALED' TO WS-STATUS-DESC
           END-IF
           IF PC-STATUS = 'D'
               MOVE 'DISMISSED' TO WS-STATUS-DESC
           END-IF
           IF PC-STATUS = 'P'
               MOVE 'PAID' TO WS-STATUS-DESC
           END-IF
           MOVE SPACE TO WS-TMP-ACTION
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-TMP-ACTION = 'A' OR 'a'
               IF PC-STATUS = 'O'
                   PERFORM 300-FILE-APPEAL
               ELSE
                   DISPLAY 'ONLY AN OPEN CITATION CAN BE APPEALED'
               END-IF
           ELSE
               IF WS-TMP-ACTION = 'U' OR 'u' OR 'G' OR 'g'
                   IF PC-STATUS NOT = 'A'
                       DISPLAY 'CITATION IS NOT UNDER APPEAL'
                   ELSE
                       IF WS-TMP-ACTION = 'U' OR 'u'
                           PERFORM 320-UPHOLD-CITATION
                       ELSE
                           PERFORM 340-GRANT-APPEAL
                       END-IF
                   END-IF
               ELSE
                   IF WS-TMP-ACTION NOT = SPACE
                       DISPLAY 'ACTION MUST BE A, U OR G'
                   END-IF
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-FILE-APPEAL.
           MOVE 'Y' TO WS-RC-VOID
           PERFORM 400-APPEND-NODE
           MOVE 'A' TO PC-STATUS
           MOVE WS-TODAY-CCYYMMDD TO PC-APPEAL-DATE
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           REWRITE PC-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           DISPLAY 'APPEAL FILED -- FINE SUSPENDED'.
       320-UPHOLD-CITATION.
      *    THE NEW FINE NODE IS THE ONE PROJ-PARK-HOLD NOW WATCHES.
           MOVE SPACE TO WS-RC-VOID
           PERFORM 400-APPEND-NODE
           MOVE 'O' TO PC-STATUS
           MOVE WS-RC-SEQ TO PC-RC-SEQ
           MOVE WS-TODAY-CCYYMMDD TO PC-FINE-DATE
           MOVE WS-TODAY-CCYYMMDD TO PC-DECIDE-DATE
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           REWRITE PC-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           DISPLAY 'CITATION UPHELD -- FINE RE-POSTED'.
       340-GRANT-APPEAL.
           MOVE 'D' TO PC-STATUS
           MOVE WS-TODAY-CCYYMMDD TO PC-DECIDE-DATE
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           REWRITE PC-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           DISPLAY 'APPEAL GRANTED -- CITATION DISMISSED'.
       400-APPEND-NODE.
      *    SAME APPEND AS PROJ-CHG-BATCH'S 300-APPEND-CHARGE.
      *    WS-RC-VOID IS SET BY THE CALLER -- A VOID NODE TAKES THE
      *    FINE BACK OFF THE RUNNING BALANCE.
           MOVE PC-STU-NUM TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE 'PARKING' TO WS-RC-RCT-TYPE
           MOVE PC-AMOUNT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-TODAY TO WS-RC-POST-DATE
           IF WS-RC-VOID = 'Y'
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-RC-AMT-OWED
           ELSE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           END-IF
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
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
