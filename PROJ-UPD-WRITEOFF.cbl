       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-WRITEOFF.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  BAD-DEBT WRITE-OFF APPROVAL.  SHOWS A
      *          STUDENT'S CURRENT CHAIN BALANCE, COLLECTIONS FLAG AND
      *          EVERY ROW ALREADY ON THE WRITE-OFF REGISTER
      *          (RC-WRITEOFF.DAT, SEE WO-FILE-DESC), AND LETS THE
      *          BUSINESS OFFICE APPROVE THE ACCOUNT FOR WRITE-OFF WITH
      *          A REASON -- OR WITHDRAW AN APPROVAL THE PROJ-WRITEOFF
      *          BATCH HAS NOT YET ACTED ON.  THE APPROVING OPERATOR
      *          AND DATE GO ON THE ROW.  NOTHING IS POSTED HERE; THE
      *          BATCH WRITES THE BALANCE OFF.
      *20261015  THE BALANCE IS READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-FILE-DESC ASSIGN TO 'RC-WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  WO-FILE-DESC IS EXTERNAL RECORD CONTAINS 70 CHARACTERS.
           COPY WO-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-WO-STATUS              PIC XX.
       01  WS-WO-DONE                PIC X.
       01  WS-RC-DONE                PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-ACTION             PIC X.
       01  WS-TMP-REASON             PIC X(4).
       01  WS-STU-FOUND              PIC X.
       01  WS-BALANCE                PIC S9(5)V99.
       01  WS-LAST-SEQ               PIC 9(2).
       01  WS-PENDING-SEQ            PIC 9(2).
       01  WS-ROW-CNT                PIC 9(2).
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       01  BALANCE-OUT               PIC -(5)9.99.
       01  REGISTER-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  RL-SEQ-OUT            PIC 9(2).
           05                        PIC X(1)   VALUE SPACES.
           05  RL-STATUS-OUT         PIC X.
           05                        PIC X(1)   VALUE SPACES.
           05  RL-REASON-OUT         PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  RL-OPER-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACES.
           05  RL-APPR-DATE-OUT      PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  RL-AMOUNT-OUT         PIC ZZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  RL-WO-DATE-OUT        PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  RL-RECOVERED-OUT      PIC ZZZZ9.99.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-SNO.
          05 LINE 3 COLUMN 1 VALUE 'ENTER STUDENT NUMBER: '.
          05 LINE 3 COLUMN 24 PIC 9(9) TO WS-TMP-SNO.
       01 SCRN-ACTION.
          05 LINE 18 COLUMN 1 VALUE
             'A APPROVE FOR WRITE-OFF, C WITHDRAW APPROVAL, '.
          05 LINE 18 COLUMN 47 VALUE 'BLANK NONE: '.
          05 LINE 18 COLUMN 59 PIC X TO WS-TMP-ACTION.
          05 LINE 19 COLUMN 1 VALUE
             'REASON - AGCY, BKRP, DECD, SMAL, OTHR: '.
          05 LINE 19 COLUMN 41 PIC X(4) TO WS-TMP-REASON.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'ANOTHER STUDENT? (YES/NO): '.
          05 LINE 1 COLUMN 29 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O WO-FILE-DESC
           IF WS-WO-STATUS = '35'
               OPEN OUTPUT WO-FILE-DESC
               CLOSE WO-FILE-DESC
               OPEN I-O WO-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
                      RC-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-ONE-STUDENT
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE WO-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       200-ONE-STUDENT.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SNO
           ACCEPT SCRN-SNO
           MOVE WS-TMP-SNO TO SF-STU-NUM
           MOVE 'Y' TO WS-STU-FOUND
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N'
               DISPLAY 'STUDENT NOT IN SYSTEM'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 300-SHOW-ACCOUNT
               PERFORM 400-TAKE-ACTION
           END-IF.
       300-SHOW-ACCOUNT.
      *    THE LAST RECEIPT ROW'S RC-BALANCE IS THE CURRENT BALANCE
      *    (SEE PROJ-PRINT-DELINQ).
           MOVE ZERO TO WS-BALANCE
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-BALANCE TO BALANCE-OUT
           DISPLAY SCRN-CLEAR
           DISPLAY 'WRITE-OFF REGISTER FOR ' WS-TMP-SNO ' ' SF-NAME
           DISPLAY '  CURRENT BALANCE ' BALANCE-OUT
               '   COLLECTIONS FLAG ' SF-COLL-FLAG
           DISPLAY ' '
           DISPLAY '  SQ S RSN  APPR BY  APPR-DT   AMOUNT WO-DATE'
               ' RECOVERED'
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-PENDING-SEQ
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-WO-DONE
           MOVE WS-TMP-SNO TO WO-STU-NUM
           MOVE ZERO TO WO-SEQ
           START WO-FILE-DESC KEY IS NOT LESS THAN WO-KEY
               INVALID KEY MOVE 'Y' TO WS-WO-DONE
           END-START
           PERFORM UNTIL WS-WO-DONE = 'Y'
               READ WO-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-WO-DONE
                   NOT AT END
                       IF WO-STU-NUM NOT = WS-TMP-SNO
                           MOVE 'Y' TO WS-WO-DONE
                       ELSE
                           PERFORM 310-SHOW-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROW-CNT = ZERO
               DISPLAY '  NONE ON FILE'
           END-IF.
       310-SHOW-ROW.
           ADD 1 TO WS-ROW-CNT
           MOVE WO-SEQ TO WS-LAST-SEQ
           IF WO-STATUS = 'A'
               MOVE WO-SEQ TO WS-PENDING-SEQ
           END-IF
           MOVE WO-SEQ TO RL-SEQ-OUT
           MOVE WO-STATUS TO RL-STATUS-OUT
           MOVE WO-REASON TO RL-REASON-OUT
           MOVE WO-APPR-OPER TO RL-OPER-OUT
           MOVE WO-APPR-DATE TO RL-APPR-DATE-OUT
           MOVE WO-AMOUNT TO RL-AMOUNT-OUT
           MOVE WO-WO-DATE TO RL-WO-DATE-OUT
           MOVE WO-RECOVERED TO RL-RECOVERED-OUT
           DISPLAY REGISTER-LINE.
       400-TAKE-ACTION.
           MOVE SPACE TO WS-TMP-ACTION
           MOVE SPACES TO WS-TMP-REASON
           DISPLAY SCRN-ACTION
           ACCEPT SCRN-ACTION
           IF WS-TMP-ACTION = 'a'
               MOVE 'A' TO WS-TMP-ACTION
           END-IF
           IF WS-TMP-ACTION = 'c'
               MOVE 'C' TO WS-TMP-ACTION
           END-IF
           IF WS-TMP-ACTION = 'A'
               PERFORM 410-APPROVE
           END-IF
           IF WS-TMP-ACTION = 'C'
               PERFORM 420-WITHDRAW
           END-IF
           IF WS-TMP-ACTION NOT = 'A' AND NOT = 'C'
               DISPLAY 'NOTHING CHANGED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       410-APPROVE.
      *    ONE APPROVAL AT A TIME -- A SECOND WOULD ONLY WRITE THE SAME
      *    BALANCE OFF TWICE WHEN THE BATCH RUNS.
           IF WS-PENDING-SEQ NOT = ZERO
               DISPLAY 'ALREADY APPROVED -- WAITING FOR THE WRITE-OFF'
                   ' BATCH'
           ELSE IF WS-BALANCE NOT > ZERO
               DISPLAY 'NOTHING OWED -- NOTHING TO WRITE OFF'
           ELSE IF WS-LAST-SEQ = 99
               DISPLAY 'REGISTER FULL FOR THIS STUDENT'
           ELSE IF WS-TMP-REASON NOT = 'AGCY' AND NOT = 'BKRP'
                   AND NOT = 'DECD' AND NOT = 'SMAL' AND NOT = 'OTHR'
               DISPLAY 'NOT A VALID REASON -- NOTHING CHANGED'
           ELSE
               ACCEPT WS-TODAY FROM DATE
               MOVE SPACES TO WO-RECORD
               MOVE WS-TMP-SNO TO WO-STU-NUM
               COMPUTE WO-SEQ = WS-LAST-SEQ + 1
               MOVE 'A' TO WO-STATUS
               MOVE WS-TMP-REASON TO WO-REASON
               MOVE WS-OPERATOR-ID TO WO-APPR-OPER
               MOVE WS-TODAY TO WO-APPR-DATE
               MOVE ZERO TO WO-AMOUNT
               MOVE ZEROS TO WO-WO-DATE
               MOVE ZERO TO WO-RECOVERED
               MOVE ZEROS TO WO-RCV-DATE
               WRITE WO-RECORD
                   INVALID KEY
                       DISPLAY 'APPROVAL NOT WRITTEN -- TRY AGAIN'
                   NOT INVALID KEY
                       DISPLAY 'APPROVED -- THE BALANCE IS WRITTEN OFF'
                           ' ON THE NEXT WRITE-OFF BATCH'
               END-WRITE
           END-IF.
       420-WITHDRAW.
           IF WS-PENDING-SEQ = ZERO
               DISPLAY 'NO APPROVAL WAITING -- NOTHING CHANGED'
           ELSE
               MOVE WS-TMP-SNO TO WO-STU-NUM
               MOVE WS-PENDING-SEQ TO WO-SEQ
               READ WO-FILE-DESC
                   INVALID KEY
                       DISPLAY 'APPROVAL NOT FOUND -- TRY AGAIN'
                   NOT INVALID KEY
                       MOVE 'C' TO WO-STATUS
                       REWRITE WO-RECORD
                       DISPLAY 'APPROVAL WITHDRAWN'
               END-READ
           END-IF.
