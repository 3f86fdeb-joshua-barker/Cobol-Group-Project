       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-APPROVE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DUAL-CONTROL (MAKER-CHECKER) APPROVAL
      *          SCREEN.  A VOID, REFUND OR HAND-KEYED DEBIT ON PROJ-RC
      *          AND AN AID AWARD ON PROJ-FIN-AID OVER ITS DC-DUAL-CTL
      *          THRESHOLD IS QUEUED ON PROJ-APPROVAL.DAT (SEE
      *          PA-FILE-DESC) INSTEAD OF POSTED.  THIS SCREEN WALKS
      *          THE PENDING ITEMS IN ITEM-NUMBER ORDER; AN OPERATOR
      *          WHO DID NOT KEY THE ITEM AND WHOSE OP-AUTH-LEVEL IS
      *          ABOVE THE KEYING OPERATOR'S MAY APPROVE OR REJECT IT.
      *          AN APPROVED ITEM IS POSTED HERE, THE SAME WAY PROJ-RC
      *          OR PROJ-FIN-AID WOULD HAVE POSTED IT, WITH THE KEYING
      *          OPERATOR ON THE NODE AND BOTH OPERATORS ON THE QUEUE
      *          ROW, WHOSE BEFORE/AFTER IMAGES GO ON THE JOURNAL.  AN
      *          ITEM THAT CAN NO LONGER POST (RECEIPT VOIDED SINCE,
      *          AWARD NOW OVER A LIMIT, FUND NOW SHORT) IS MARKED
      *          REJECTED WITH THE REASON.  THE KEYING OPERATOR MAY
      *          WITHDRAW (REJECT) THEIR OWN ITEM BUT NEVER APPROVE IT.
      *20261015  RECEIPT AND AWARD ROWS NOW GO TO THE INDEXED
      *          PROJ-REC.DAT AND PROJ-FIN-AID.DAT UNDER THE STUDENT'S
      *          NEXT SEQUENCE (150-FIND-RC-TAIL, 335-FIND-FA-TAIL) IN
      *          PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND, SO THE
      *          MASTER IS NO LONGER REWRITTEN FOR A FIRST ROW.  THE
      *          RECEIPT NUMBER COMES FROM PROJ-NEXT-NUM'S 'RECEIPT '
      *          SEQUENCE AND PA-POST-SEQ TAKES THE ROW'S SEQUENCE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPIES OF THE RECEIPT AND
      *          AWARD ROWS GREW TO MATCH.  EVERY RECEIPT AND AWARD
      *          POSTED HERE CARRIES THE APPROVING OPERATOR (THE QUEUE
      *          ROW'S PA-CHECKER-ID) AS RC-APPROVER-ID OR
      *          FA-APPROVER-ID, NEXT TO THE KEYING OPERATOR.
      *20261015  A VOID OF A MISCELLANEOUS RECEIPT OVER THE DC VOID-AMT
      *          THRESHOLD IS NOW QUEUED BY PROJ-MISC-RCPT (KIND 'MV')
      *          AND POSTED HERE BY 255-POST-MISC-VOID, THE SAME
      *          OFFSETTING NODE AND REGISTER ROW PROJ-MISC-RCPT WRITES.
      *          THERE IS NO STUDENT TO LOOK UP FOR ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PA-FILE-DESC ASSIGN TO 'PROJ-APPROVAL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS PA-ITEM-NO
                FILE STATUS IS WS-PA-STATUS.
            SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS OP-ID
                FILE STATUS IS WS-OP-STATUS.
            SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                FILE STATUS IS WS-SF-STATUS
                RECORD KEY IS SF-STU-NUM.
            SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RC-KEY
                ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
                LOCK MODE IS EXCLUSIVE
                FILE STATUS IS WS-STATUS.
            SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FA-KEY
                ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
                LOCK MODE IS EXCLUSIVE
                FILE STATUS IS WS-FA-STATUS.
            SELECT MX-FILE-DESC ASSIGN TO 'RC-MISC-RCPT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS MX-RCPT-NO
                FILE STATUS IS WS-MX-STATUS.
            SELECT CD-FILE-DESC ASSIGN TO 'RC-DAY-CLOSE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CD-KEY
                FILE STATUS IS WS-CD-STATUS.
            SELECT POSTCLOSE-LOG ASSIGN TO 'RC-POSTCLOSE.RPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PC-STATUS.
            SELECT RECEIPT-SLIPS ASSIGN TO 'RC-RECEIPT-SLIP.RPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PA-FILE-DESC IS EXTERNAL RECORD CONTAINS 150 CHARACTERS.
       COPY PA-FILE-DESC.
       FD OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
       COPY OP-FILE-DESC.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD MX-FILE-DESC IS EXTERNAL RECORD CONTAINS 90 CHARACTERS.
       COPY MX-FILE-DESC.
       FD CD-FILE-DESC IS EXTERNAL RECORD CONTAINS 81 CHARACTERS.
       COPY CD-FILE-DESC.
       FD POSTCLOSE-LOG
          DATA RECORD IS POSTCLOSE-REC.
       01  POSTCLOSE-REC             PIC X(50).
       FD RECEIPT-SLIPS
          DATA RECORD IS SLIP-REC.
       01  SLIP-REC                  PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-PA-STATUS              PIC XX.
       01  WS-OP-STATUS              PIC XX.
       01  WS-SF-STATUS              PIC XX.
       01  WS-STATUS                 PIC XX.
       01  WS-FA-STATUS              PIC XX.
       01  WS-MX-STATUS              PIC XX.
       01  WS-CD-STATUS              PIC XX.
       01  WS-PC-STATUS              PIC XX.
       01  WS-SLIP-STATUS            PIC XX.
       01  WS-CD-ON-FILE             PIC X     VALUE 'N'.
       01  POSTCLOSE-LINE.
           05                        PIC X(17)
               VALUE 'POST AFTER CLOSE '.
           05  PC-DATE-OUT           PIC 9(6).
           05                        PIC X(9)  VALUE ' STUDENT '.
           05  PC-SNO-OUT            PIC 9(9).
           05                        PIC X     VALUE SPACE.
           05  PC-OPER-OUT           PIC X(8).
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
       01  WS-FA-DATA-REC.
           05  WS-FA-AWARD-CODE PIC 9(4).
           05  WS-FA-AWARD-AMNT PIC 9(4)V99.
           05  WS-FA-STU-NUM PIC 9(9).
           05  WS-FA-SEQ     PIC 9(5).
           05  WS-FA-POST-DATE  PIC 9(6).
           05  WS-FA-OPERATOR-ID PIC X(8).
           05  WS-FA-OFFER-FLAG PIC X.
           05  WS-FA-AID-YEAR   PIC X(4).
           05  WS-FA-APPROVER-ID PIC X(8).
       01  WS-CHECKER-LEVEL          PIC 9     VALUE 0.
       01  WS-OP-FOUND               PIC X.
       01  WS-SF-FOUND               PIC X.
       01  WS-AUTH-OK                PIC X.
       01  WS-LAST-ITEM              PIC 9(6)  VALUE ZEROS.
       01  WS-PA-EOF                 PIC X.
       01  WS-PA-FOUND               PIC X.
       01  WS-QUIT                   PIC X.
       01  WS-CHOICE                 PIC X.
       01  WS-KIND-DESC              PIC X(20).
       01  WS-DECISION               PIC X.
       01  WS-POSTED                 PIC X.
       01  WS-OPEN-FAILED            PIC X.
       01  WS-NOTE                   PIC X(30).
       01  WS-POST-SEQ               PIC 9(5).
       01  WS-NEW-RCPT-NO            PIC 9(6).
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-FA-DONE                PIC X.
       01  WS-RCPT-SEQ               PIC X(8)  VALUE 'RECEIPT '.
       01  WS-RCPT-NUM               PIC 9(9).
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-VOID-FOUND             PIC X.
       01  WS-VOID-ORIG-SEQ          PIC 9(5).
       01  WS-SAVE-MX-RECORD         PIC X(90).
       01  WS-APPROVED-CNT           PIC 9(4)  VALUE ZERO.
       01  WS-REJECTED-CNT           PIC 9(4)  VALUE ZERO.
       01  SLIP-LINE-1.
           05                       PIC X(16)
               VALUE 'RECEIPT NUMBER  '.
           05  SL-RCPT-OUT          PIC 9(6).
           05                       PIC X(6)  VALUE '  DATE'.
           05                       PIC X     VALUE SPACE.
           05  SL-DATE-OUT          PIC 9(6).
           05                       PIC X(15) VALUE SPACES.
       01  SLIP-LINE-2.
           05                       PIC X(9)  VALUE 'STUDENT  '.
           05  SL-SNO-OUT           PIC 9(9).
           05                       PIC X(7)  VALUE '  TYPE '.
           05  SL-TYPE-OUT          PIC X(10).
           05                       PIC X(15) VALUE SPACES.
       01  SLIP-LINE-3.
           05                       PIC X(7)  VALUE 'OWED  $'.
           05  SL-OWED-OUT          PIC Z,ZZ9.99.
           05                       PIC X(9)  VALUE '  PAID  $'.
           05  SL-PAID-OUT          PIC Z,ZZ9.99.
           05                       PIC X(8)  VALUE '  OPER '.
           05  SL-OPER-OUT          PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
       01  SLIP-LINE-4.
           05                       PIC X(14)
               VALUE 'APPROVED ITEM '.
           05  SL-ITEM-OUT          PIC 9(6).
           05                       PIC X(4)  VALUE ' BY '.
           05  SL-CHECKER-OUT       PIC X(8).
           05                       PIC X(18) VALUE SPACES.
       01  ANS   PIC X.
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       COPY BD-RECOVER-LINK.
       COPY SK-SCHOL-LINK.
       COPY LM-LIMIT-LINK.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-ITEM.
          05 LINE 2 COLUMN 1 VALUE 'DUAL-CONTROL APPROVAL QUEUE'.
          05 LINE 4 COLUMN 1 VALUE 'ITEM:      '.
          05 LINE 4 COLUMN 12 PIC 9(6) FROM PA-ITEM-NO.
          05 LINE 4 COLUMN 21 PIC X(20) FROM WS-KIND-DESC.
          05 LINE 5 COLUMN 1 VALUE 'STUDENT:   '.
          05 LINE 5 COLUMN 12 PIC 9(9) FROM PA-STU-NUM.
          05 LINE 6 COLUMN 1 VALUE 'TYPE:      '.
          05 LINE 6 COLUMN 12 PIC X(10) FROM PA-RC-TYPE.
          05 LINE 6 COLUMN 25 VALUE 'RECEIPT: '.
          05 LINE 6 COLUMN 34 PIC 9(6) FROM PA-RCPT-NO.
          05 LINE 7 COLUMN 1 VALUE 'OWED:      '.
          05 LINE 7 COLUMN 12 PIC Z,ZZ9.99 FROM PA-AMT-OWED.
          05 LINE 7 COLUMN 25 VALUE 'PAID/AWARD: '.
          05 LINE 7 COLUMN 37 PIC Z,ZZ9.99 FROM PA-AMT-PAID.
          05 LINE 7 COLUMN 48 VALUE 'REFUND: '.
          05 LINE 7 COLUMN 56 PIC -,--9.99 FROM PA-REFUND-AMT.
          05 LINE 8 COLUMN 1 VALUE 'AID CODE:  '.
          05 LINE 8 COLUMN 12 PIC 9(4) FROM PA-AWARD-CODE.
          05 LINE 8 COLUMN 25 VALUE 'AID YEAR: '.
          05 LINE 8 COLUMN 35 PIC X(4) FROM PA-AID-YEAR.
          05 LINE 8 COLUMN 42 VALUE 'FUND: '.
          05 LINE 8 COLUMN 48 PIC X(6) FROM PA-FUND-CODE.
          05 LINE 9 COLUMN 1 VALUE 'KEYED BY:  '.
          05 LINE 9 COLUMN 12 PIC X(8) FROM PA-MAKER-ID.
          05 LINE 9 COLUMN 25 VALUE 'ON: '.
          05 LINE 9 COLUMN 29 PIC 9(6) FROM PA-KEY-DATE.
          05 LINE 11 COLUMN 1 VALUE
             'APPROVE(A) REJECT(R) SKIP(S) QUIT(Q): '.
          05 LINE 11 COLUMN 40 PIC X TO WS-CHOICE.
       01 SCRN-REASON.
          05 LINE 13 COLUMN 1 VALUE 'REASON: '.
          05 LINE 13 COLUMN 9 PIC X(30) TO WS-NOTE.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
      *    THE CHECKER'S OWN LEVEL COMES OFF THE OPERATOR MASTER, SO A
      *    SITE STILL ON THE UNVERIFIED SIGN-ON (NO MASTER BUILT) CAN
      *    QUEUE ITEMS BUT NOT APPROVE THEM.
           DISPLAY SCRN-CLEAR
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS = '35'
               DISPLAY 'THERE IS NO OPERATOR MASTER YET -- NOTHING CAN'
               DISPLAY 'BE APPROVED UNTIL OPERATORS SIGN ON BY NAME'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           MOVE WS-OPERATOR-ID TO OP-ID
           READ OP-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-OP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OP-FOUND
                   MOVE OP-AUTH-LEVEL TO WS-CHECKER-LEVEL
           END-READ
           IF WS-OP-FOUND NOT = 'Y'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT ON THE'
                   ' OPERATOR MASTER'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               CLOSE OP-FILE-DESC
               EXIT PROGRAM
           END-IF
           OPEN I-O PA-FILE-DESC
           IF WS-PA-STATUS = '35'
               DISPLAY 'NOTHING IS WAITING FOR APPROVAL'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               CLOSE OP-FILE-DESC
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT CD-FILE-DESC
           IF WS-CD-STATUS = '35'
               MOVE 'N' TO WS-CD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-CD-ON-FILE
           END-IF
           MOVE ZEROS TO WS-LAST-ITEM
           MOVE 'N' TO WS-QUIT
           PERFORM UNTIL WS-QUIT = 'Y'
               PERFORM 200-NEXT-PENDING
               IF WS-PA-FOUND = 'Y'
                   PERFORM 210-REVIEW-ITEM
               ELSE
                   MOVE 'Y' TO WS-QUIT
               END-IF
           END-PERFORM
           DISPLAY SCRN-CLEAR
           DISPLAY 'END OF THE APPROVAL QUEUE'
           DISPLAY 'APPROVED AND POSTED: ' WS-APPROVED-CNT
           DISPLAY 'REJECTED:            ' WS-REJECTED-CNT
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           CLOSE PA-FILE-DESC
           CLOSE OP-FILE-DESC
           CLOSE SF-FILE-DESC
           IF WS-CD-ON-FILE = 'Y'
               CLOSE CD-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-NEXT-PENDING.
      *    THE NEXT 'P' ROW PAST THE LAST ONE SHOWN.  THE START IS
      *    REDONE EVERY TIME BECAUSE POSTING AN ITEM REWRITES ITS ROW.
           MOVE 'N' TO WS-PA-EOF
           MOVE 'N' TO WS-PA-FOUND
           MOVE WS-LAST-ITEM TO PA-ITEM-NO
           START PA-FILE-DESC KEY IS GREATER THAN PA-ITEM-NO
               INVALID KEY MOVE 'Y' TO WS-PA-EOF
           END-START
           PERFORM UNTIL WS-PA-EOF = 'Y' OR WS-PA-FOUND = 'Y'
               READ PA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-PA-EOF
                   NOT AT END
                       MOVE PA-ITEM-NO TO WS-LAST-ITEM
                       IF PA-STATUS = 'P'
                           MOVE 'Y' TO WS-PA-FOUND
                       END-IF
               END-READ
           END-PERFORM.
       210-REVIEW-ITEM.
           IF PA-KIND = 'VO'
               MOVE 'VOID OF A RECEIPT' TO WS-KIND-DESC
           ELSE IF PA-KIND = 'MV'
               MOVE 'VOID OF A MISC RCPT' TO WS-KIND-DESC
           ELSE IF PA-KIND = 'RF'
               MOVE 'REFUND' TO WS-KIND-DESC
           ELSE IF PA-KIND = 'AD'
               MOVE 'HAND-KEYED DEBIT' TO WS-KIND-DESC
           ELSE IF PA-KIND = 'FA'
               MOVE 'FINANCIAL AID AWARD' TO WS-KIND-DESC
           ELSE
               MOVE PA-KIND TO WS-KIND-DESC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACE TO WS-CHOICE
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-ITEM
           ACCEPT SCRN-ITEM
           IF WS-CHOICE = 'Q' OR 'q'
               MOVE 'Y' TO WS-QUIT
           ELSE IF WS-CHOICE = 'A' OR 'a'
               PERFORM 220-CHECK-AUTHORITY
               IF WS-AUTH-OK = 'Y'
                   PERFORM 230-POST-ITEM
               END-IF
           ELSE IF WS-CHOICE = 'R' OR 'r'
               PERFORM 215-REJECT-ITEM
           END-IF
           END-IF
           END-IF.
       215-REJECT-ITEM.
      *    THE KEYING OPERATOR MAY WITHDRAW THEIR OWN ITEM; ANYONE
      *    ELSE NEEDS THE SAME AUTHORITY AS TO APPROVE IT.
           IF PA-MAKER-ID = WS-OPERATOR-ID
               MOVE 'Y' TO WS-AUTH-OK
           ELSE
               PERFORM 220-CHECK-AUTHORITY
           END-IF
           IF WS-AUTH-OK = 'Y'
               MOVE SPACES TO WS-NOTE
               DISPLAY SCRN-REASON
               ACCEPT SCRN-REASON
               IF WS-NOTE = SPACES
                   IF PA-MAKER-ID = WS-OPERATOR-ID
                       MOVE 'WITHDRAWN BY KEYING OPERATOR' TO WS-NOTE
                   ELSE
                       MOVE 'REJECTED' TO WS-NOTE
                   END-IF
               END-IF
               MOVE 'R' TO WS-DECISION
               MOVE ZEROS TO WS-POST-SEQ
               MOVE ZEROS TO WS-NEW-RCPT-NO
               PERFORM 290-RECORD-DECISION
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY SCRN-CLEAR
               DISPLAY 'ITEM ' PA-ITEM-NO ' REJECTED -- NOTHING POSTED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       220-CHECK-AUTHORITY.
      *    THE CHECKER MAY NOT BE THE MAKER AND MUST OUTRANK THE
      *    MAKER'S CURRENT LEVEL ON THE OPERATOR MASTER.
           MOVE 'N' TO WS-AUTH-OK
           DISPLAY SCRN-CLEAR
           IF PA-MAKER-ID = WS-OPERATOR-ID
               DISPLAY 'YOU KEYED THIS ITEM -- A SECOND OPERATOR MUST'
                   ' APPROVE IT'
           ELSE
               MOVE PA-MAKER-ID TO OP-ID
               READ OP-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-OP-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-OP-FOUND
               END-READ
               IF WS-OP-FOUND NOT = 'Y'
                   DISPLAY 'THE KEYING OPERATOR IS NO LONGER ON FILE --'
                   DISPLAY 'REJECT THE ITEM AND HAVE IT KEYED AGAIN'
               ELSE IF WS-CHECKER-LEVEL NOT > OP-AUTH-LEVEL
                   DISPLAY 'THIS ITEM NEEDS AN OPERATOR ABOVE LEVEL '
                       OP-AUTH-LEVEL
               ELSE
                   MOVE 'Y' TO WS-AUTH-OK
               END-IF
               END-IF
           END-IF
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       230-POST-ITEM.
      *    POSTS THE ITEM AND RECORDS THE DECISION.  A FILE ANOTHER
      *    SESSION HOLDS LEAVES THE ITEM PENDING FOR LATER; AN ITEM
      *    THAT CAN NO LONGER POST IS REJECTED WITH THE REASON.
           MOVE 'N' TO WS-POSTED
           MOVE 'N' TO WS-OPEN-FAILED
           MOVE SPACES TO WS-NOTE
           MOVE ZEROS TO WS-POST-SEQ
           MOVE ZEROS TO WS-NEW-RCPT-NO
           MOVE 'Y' TO WS-SF-FOUND
           IF PA-KIND NOT = 'MV'
               MOVE PA-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-SF-FOUND
               END-READ
           END-IF
           IF WS-SF-FOUND NOT = 'Y'
               MOVE 'STUDENT IS NO LONGER ON FILE' TO WS-NOTE
           ELSE IF PA-KIND = 'FA'
               PERFORM 300-POST-AWARD
           ELSE
               PERFORM 240-POST-RC-ITEM
           END-IF
           END-IF
           DISPLAY SCRN-CLEAR
           IF WS-OPEN-FAILED = 'Y'
               DISPLAY 'THE FILE IS IN USE BY ANOTHER SESSION --'
               DISPLAY 'ITEM ' PA-ITEM-NO ' LEFT PENDING, TRY AGAIN'
                   ' LATER'
           ELSE IF WS-POSTED = 'Y'
               MOVE 'A' TO WS-DECISION
               PERFORM 290-RECORD-DECISION
               ADD 1 TO WS-APPROVED-CNT
               DISPLAY 'ITEM ' PA-ITEM-NO ' APPROVED AND POSTED'
               IF WS-NEW-RCPT-NO > ZERO
                   DISPLAY 'RECEIPT NUMBER ' WS-NEW-RCPT-NO
               END-IF
           ELSE
               MOVE 'R' TO WS-DECISION
               PERFORM 290-RECORD-DECISION
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY 'ITEM ' PA-ITEM-NO ' COULD NOT POST -- ' WS-NOTE
               DISPLAY 'IT HAS BEEN MARKED REJECTED'
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       240-POST-RC-ITEM.
           OPEN I-O RC-FILE-DESC
           IF WS-STATUS NOT = '00'
               MOVE 'Y' TO WS-OPEN-FAILED
           ELSE
               IF PA-KIND = 'VO'
                   PERFORM 250-POST-VOID
               ELSE IF PA-KIND = 'MV'
                   PERFORM 255-POST-MISC-VOID
               ELSE IF PA-KIND = 'RF'
                   PERFORM 270-POST-REFUND
               ELSE
                   PERFORM 260-POST-DEBIT
               END-IF
               END-IF
               END-IF
               CLOSE RC-FILE-DESC
           END-IF.
       150-FIND-RC-TAIL.
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
       155-GET-RECEIPT-NO.
      *    SAME HAND-OUT AS PROJ-RC'S 155-GET-RECEIPT-NO.
           MOVE 1 TO WS-RCPT-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-RCPT-SEQ, WS-RCPT-NUM
           MOVE WS-RCPT-NUM TO WS-NEW-RCPT-NO.
       170-WRITE-NEW-NODE.
      *    WS-RC-DATA-REC IS BUILT AND WS-RC-SEQ IS THE NEW ROW'S
      *    SEQUENCE UNDER THE STUDENT.
           WRITE RC-REC FROM WS-RC-DATA-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-RC-DATA-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS
           MOVE WS-RC-SEQ TO WS-POST-SEQ.
       250-POST-VOID.
      *    THE SAME OFFSETTING ENTRY PROJ-RC'S 260-WRITE-VOID-ENTRY
      *    WRITES, WITH THE ORIGINAL FLAGGED AS 265-MARK-ORIG-VOIDED
      *    DOES.  THE RECEIPT MUST STILL BE ON FILE UNVOIDED.
           MOVE 'N' TO WS-VOID-FOUND
           MOVE PA-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
                   OR WS-VOID-FOUND = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = PA-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           IF RC-RCPT-NO = PA-RCPT-NO
                                   AND RC-VOID NOT = 'Y' THEN
                               MOVE 'Y' TO WS-VOID-FOUND
                               MOVE RC-SEQ TO WS-VOID-ORIG-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VOID-FOUND NOT = 'Y'
               MOVE 'RECEIPT IS ALREADY VOIDED' TO WS-NOTE
           ELSE
               MOVE RC-REC TO WS-RC-DATA-REC
               PERFORM 150-FIND-RC-TAIL
               PERFORM 155-GET-RECEIPT-NO
               MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
               MOVE 'Y' TO WS-RC-VOID
               ACCEPT WS-RC-POST-DATE FROM DATE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-RC-AMT-OWED + WS-RC-AMT-PAID
               MOVE PA-MAKER-ID TO WS-RC-OPERATOR-ID
               CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
                   WS-RC-CAMPUS
               MOVE WS-OPERATOR-ID TO WS-RC-APPROVER-ID
               MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
               MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
               PERFORM 170-WRITE-NEW-NODE
               MOVE PA-STU-NUM TO RC-STU-NUM
               MOVE WS-VOID-ORIG-SEQ TO RC-SEQ
               READ RC-FILE-DESC
               PERFORM 900-CHECK-RC-STATUS
               MOVE SPACES TO WS-JR-BEFORE
               MOVE RC-REC TO WS-JR-BEFORE
               MOVE 'Y' TO RC-VOID
               REWRITE RC-REC
               MOVE 'RC' TO WS-JR-FILE-ID
               MOVE ZEROS TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-AFTER
               MOVE RC-REC TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               PERFORM 900-CHECK-RC-STATUS
      *    A VOIDED RECOVERY GOES BACK UNDER THE WRITE-OFF, AS ON
      *    PROJ-RC'S 268-UNDO-RECOVERY.
               IF WS-RC-RCT-TYPE = 'RECOVERY'
                   MOVE 'U' TO BD-FUNC
                   MOVE PA-STU-NUM TO BD-STU-NUM
                   MOVE WS-RC-AMT-OWED TO BD-AMOUNT
                   CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK
               END-IF
               MOVE 'Y' TO WS-POSTED
           END-IF.
       255-POST-MISC-VOID.
      *    THE MISCELLANEOUS RECEIPT MUST STILL BE ON THE REGISTER
      *    UNVOIDED.  THE REGISTER IS HELD ONLY WHILE THIS ONE POSTS.
           OPEN I-O MX-FILE-DESC
           IF WS-MX-STATUS = '35'
               MOVE 'RECEIPT IS NOT ON THE REGISTER' TO WS-NOTE
           ELSE IF WS-MX-STATUS NOT = '00'
               MOVE 'Y' TO WS-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-VOID-FOUND
               MOVE PA-RCPT-NO TO MX-RCPT-NO
               READ MX-FILE-DESC
                   INVALID KEY
                       MOVE 'RECEIPT IS NOT ON THE REGISTER' TO WS-NOTE
                   NOT INVALID KEY
                       IF MX-VOID = 'Y'
                           MOVE 'RECEIPT IS ALREADY VOIDED' TO WS-NOTE
                       ELSE
                           MOVE 'Y' TO WS-VOID-FOUND
                       END-IF
               END-READ
               IF WS-VOID-FOUND = 'Y'
                   PERFORM 256-WRITE-MISC-VOID
                   PERFORM 257-MARK-MISC-VOIDED
                   MOVE 'Y' TO WS-POSTED
               END-IF
               CLOSE MX-FILE-DESC
           END-IF
           END-IF.
       256-WRITE-MISC-VOID.
      *    PROJ-MISC-RCPT'S 260-WRITE-VOID-ENTRY: THE ORIGINAL NODE
      *    UNDER STUDENT ZERO WRITTEN BACK OUT AS A NEW VOID NODE
      *    UNDER A NEW RECEIPT NUMBER, WITH ITS OWN REGISTER ROW.
           MOVE MX-RECORD TO WS-SAVE-MX-RECORD
           MOVE MX-RC-SEQ TO WS-VOID-ORIG-SEQ
           MOVE ZEROS TO RC-STU-NUM
           MOVE WS-VOID-ORIG-SEQ TO RC-SEQ
           READ RC-FILE-DESC
           PERFORM 900-CHECK-RC-STATUS
           MOVE RC-REC TO WS-RC-DATA-REC
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE 'Y' TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           MOVE ZERO TO WS-RC-BALANCE
           MOVE PA-MAKER-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE WS-OPERATOR-ID TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           PERFORM 170-WRITE-NEW-NODE
           MOVE WS-SAVE-MX-RECORD TO MX-RECORD
           MOVE WS-NEW-RCPT-NO TO MX-RCPT-NO
           MOVE WS-RC-SEQ TO MX-RC-SEQ
           MOVE WS-RC-POST-DATE TO MX-POST-DATE
           MOVE PA-MAKER-ID TO MX-OPERATOR-ID
           MOVE 'Y' TO MX-VOID
           MOVE PA-RCPT-NO TO MX-VOID-OF
           WRITE MX-RECORD
           PERFORM 940-CHECK-MX-STATUS.
       257-MARK-MISC-VOIDED.
      *    PROJ-MISC-RCPT'S 265-MARK-ORIG-VOIDED.
           MOVE ZEROS TO RC-STU-NUM
           MOVE WS-VOID-ORIG-SEQ TO RC-SEQ
           READ RC-FILE-DESC
           PERFORM 900-CHECK-RC-STATUS
           MOVE SPACES TO WS-JR-BEFORE
           MOVE RC-REC TO WS-JR-BEFORE
           MOVE 'Y' TO RC-VOID
           REWRITE RC-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE RC-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS
           MOVE PA-RCPT-NO TO MX-RCPT-NO
           READ MX-FILE-DESC
           PERFORM 940-CHECK-MX-STATUS
           MOVE 'Y' TO MX-VOID
           MOVE WS-NEW-RCPT-NO TO MX-VOID-OF
           REWRITE MX-RECORD
           PERFORM 940-CHECK-MX-STATUS.
       260-POST-DEBIT.
      *    THE CHARGE AS KEYED, THE WAY PROJ-RC'S 220-WRITE-RECEIPT-
      *    RTN POSTS IT, SLIP INCLUDED.
           MOVE PA-STU-NUM TO WS-RC-STU-NUM
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE PA-RC-TYPE TO WS-RC-RCT-TYPE
           MOVE PA-AMT-OWED TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           PERFORM 265-CHECK-DAY-CLOSED
           COMPUTE WS-RC-BALANCE = WS-PRIOR-BALANCE + PA-AMT-OWED
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE PA-MAKER-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE WS-OPERATOR-ID TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           PERFORM 170-WRITE-NEW-NODE
           PERFORM 280-PRINT-SLIP-RTN
           MOVE 'Y' TO WS-POSTED.
       265-CHECK-DAY-CLOSED.
      *    SAME AUDIT FLAG AS PROJ-RC'S: POSTED ON A CLOSED DAY STILL
      *    POSTS, WITH A LINE ON RC-POSTCLOSE.RPT.
           IF WS-CD-ON-FILE = 'Y' THEN
               MOVE WS-RC-POST-DATE TO CD-DATE
               MOVE '*CLOSED*' TO CD-OPERATOR-ID
               READ CD-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       OPEN EXTEND POSTCLOSE-LOG
                       IF WS-PC-STATUS = '35'
                           OPEN OUTPUT POSTCLOSE-LOG
                       END-IF
                       MOVE WS-RC-POST-DATE TO PC-DATE-OUT
                       MOVE PA-STU-NUM TO PC-SNO-OUT
                       MOVE WS-OPERATOR-ID TO PC-OPER-OUT
                       WRITE POSTCLOSE-REC FROM POSTCLOSE-LINE
                       CLOSE POSTCLOSE-LOG
               END-READ
           END-IF.
       270-POST-REFUND.
      *    THE REFUND NODE PROJ-RC'S 272-POST-REFUND WRITES.
           MOVE PA-STU-NUM TO WS-RC-STU-NUM
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           MOVE PA-REFUND-AMT TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           PERFORM 265-CHECK-DAY-CLOSED
           COMPUTE WS-RC-BALANCE = WS-PRIOR-BALANCE + PA-REFUND-AMT
           MOVE PA-MAKER-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE WS-OPERATOR-ID TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           PERFORM 170-WRITE-NEW-NODE
           MOVE 'Y' TO WS-POSTED.
       280-PRINT-SLIP-RTN.
      *    PROJ-RC'S SLIP, PLUS A LINE NAMING THE APPROVER.
           OPEN EXTEND RECEIPT-SLIPS
           IF WS-SLIP-STATUS = '35'
               OPEN OUTPUT RECEIPT-SLIPS
           END-IF
           MOVE WS-RC-RCPT-NO TO SL-RCPT-OUT
           MOVE WS-RC-POST-DATE TO SL-DATE-OUT
           MOVE WS-RC-STU-NUM TO SL-SNO-OUT
           MOVE WS-RC-RCT-TYPE TO SL-TYPE-OUT
           MOVE WS-RC-AMT-OWED TO SL-OWED-OUT
           MOVE WS-RC-AMT-PAID TO SL-PAID-OUT
           MOVE WS-RC-OPERATOR-ID TO SL-OPER-OUT
           MOVE PA-ITEM-NO TO SL-ITEM-OUT
           MOVE WS-OPERATOR-ID TO SL-CHECKER-OUT
           WRITE SLIP-REC FROM SLIP-LINE-1
           WRITE SLIP-REC FROM SLIP-LINE-2
           WRITE SLIP-REC FROM SLIP-LINE-3
           WRITE SLIP-REC FROM SLIP-LINE-4
           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC
           CLOSE RECEIPT-SLIPS.
       290-RECORD-DECISION.
      *    THE QUEUE ROW TAKES THE DECISION, THE CHECKER AND WHAT WAS
      *    POSTED; ITS BEFORE/AFTER PAIR ON THE JOURNAL CARRIES BOTH
      *    OPERATORS NEXT TO THE POSTING'S OWN IMAGES.
           MOVE SPACES TO WS-JR-BEFORE
           MOVE PA-RECORD TO WS-JR-BEFORE
           MOVE WS-DECISION TO PA-STATUS
           MOVE WS-OPERATOR-ID TO PA-CHECKER-ID
           ACCEPT PA-DECIDE-DATE FROM DATE
           MOVE WS-POST-SEQ TO PA-POST-SEQ
           MOVE WS-NEW-RCPT-NO TO PA-POST-RCPT-NO
           MOVE WS-NOTE TO PA-NOTE
           REWRITE PA-RECORD
           PERFORM 920-CHECK-PA-STATUS
           MOVE 'PA' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE PA-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN.
       300-POST-AWARD.
      *    THE LIMITS AND THE FUND ARE JUDGED AGAIN -- OTHER AWARDS
      *    MAY HAVE POSTED WHILE THIS ONE WAITED -- THEN THE AWARD
      *    POSTS AND THE FUND IS CHARGED AS PROJ-FIN-AID WOULD HAVE.
           OPEN I-O FA-FILE-DESC
           IF WS-FA-STATUS NOT = '00'
               MOVE 'Y' TO WS-OPEN-FAILED
           ELSE
               PERFORM 310-LIMIT-CHECK
               IF WS-NOTE = SPACES AND PA-FUND-CODE NOT = SPACES
                   PERFORM 320-FUND-CHECK
               END-IF
               IF WS-NOTE = SPACES
                   PERFORM 330-WRITE-AWARD
                   IF PA-FUND-CODE NOT = SPACES
                       PERFORM 340-CHARGE-FUND
                   END-IF
                   MOVE 'Y' TO WS-POSTED
               END-IF
               CLOSE FA-FILE-DESC
           END-IF.
       310-LIMIT-CHECK.
      *    SAME NODE-BY-NODE FEED TO PROJ-FA-LIMITS AS PROJ-FIN-AID'S
      *    240-LIMIT-CHECK, FOR THE AID YEAR THE AWARD WAS KEYED IN.
           MOVE ZERO TO LM-YEAR-CNT
           MOVE PA-AWARD-CODE TO LM-AWARD-CODE
           MOVE PA-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = PA-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           PERFORM 315-LIMIT-NODE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'P' TO LM-FUNC
           MOVE PA-STU-NUM TO LM-STU-NUM
           MOVE SF-SSN TO LM-SSN
           MOVE PA-AID-YEAR TO LM-AID-YEAR
           MOVE PA-AMT-PAID TO LM-AMOUNT
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK
           IF LM-RESULT = 'AN'
               MOVE 'NOW OVER THE ANNUAL MAXIMUM' TO WS-NOTE
           ELSE IF LM-RESULT = 'AG'
               MOVE 'NOW OVER THE AGGREGATE MAXIMUM' TO WS-NOTE
           ELSE IF LM-RESULT = 'CL'
               MOVE 'THE AID YEAR HAS BEEN CLOSED' TO WS-NOTE
           END-IF
           END-IF
           END-IF.
       315-LIMIT-NODE.
           MOVE 'N' TO LM-FUNC
           MOVE FA-DATA-REC TO LM-NODE
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
       320-FUND-CHECK.
      *    THE KEYING OPERATOR ALREADY ANSWERED ANY GPA/MAJOR WARNING,
      *    SO ONLY A FUND NOW CLOSED, SHORT OR GONE STOPS THE POSTING.
           MOVE 'C' TO SK-FUNC
           MOVE PA-FUND-CODE TO SK-FUND-CODE
           MOVE PA-AID-YEAR TO SK-AID-YEAR
           MOVE PA-AMT-PAID TO SK-AMOUNT
           MOVE SF-CUM-GPA TO SK-CUM-GPA
           MOVE SF-MAJOR-CODE TO SK-MAJOR-CODE
           MOVE SPACES TO SK-FUND-NAME
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT = 'CL'
               MOVE 'SCHOLARSHIP FUND IS CLOSED' TO WS-NOTE
           ELSE IF SK-RESULT = 'EX'
               MOVE 'SCHOLARSHIP FUND IS EXHAUSTED' TO WS-NOTE
           ELSE IF SK-RESULT NOT = 'OK' AND SK-RESULT NOT = 'EL'
               MOVE 'SCHOLARSHIP FUND NOT ON FILE' TO WS-NOTE
           END-IF
           END-IF
           END-IF.
       330-WRITE-AWARD.
      *    THE NEW ROW GOES ONE PAST THE STUDENT'S HIGHEST FA-SEQ, AS
      *    IN PROJ-FIN-AID'S 205-INPUT-DETAIL.
           MOVE PA-STU-NUM TO WS-FA-STU-NUM
           PERFORM 335-FIND-FA-TAIL
           MOVE WS-NEXT-FA-SEQ TO WS-FA-SEQ
           MOVE PA-AWARD-CODE TO WS-FA-AWARD-CODE
           MOVE PA-AMT-PAID TO WS-FA-AWARD-AMNT
           ACCEPT WS-FA-POST-DATE FROM DATE
           MOVE PA-MAKER-ID TO WS-FA-OPERATOR-ID
           MOVE SPACE TO WS-FA-OFFER-FLAG
           MOVE PA-AID-YEAR TO WS-FA-AID-YEAR
           MOVE WS-OPERATOR-ID TO WS-FA-APPROVER-ID
           WRITE FA-DATA-REC FROM WS-FA-DATA-REC
           MOVE 'FA' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-FA-DATA-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 930-CHECK-FA-STATUS
           MOVE WS-FA-SEQ TO WS-POST-SEQ.
       335-FIND-FA-TAIL.
      *    ONE PAST THE STUDENT'S HIGHEST FA-SEQ -- SAME SCAN AS
      *    FEDAID'S 150-FIND-FA-TAIL.
           MOVE ZEROS TO WS-NEXT-FA-SEQ
           MOVE WS-FA-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-FA-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           MOVE FA-SEQ TO WS-NEXT-FA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-FA-SEQ.
       340-CHARGE-FUND.
      *    AS PROJ-FIN-AID'S 235-CHARGE-FUND: AWARDED AND DISBURSED
      *    ON THE FUND AT ONCE.
           MOVE 'A' TO SK-FUNC
           MOVE PA-FUND-CODE TO SK-FUND-CODE
           MOVE PA-AID-YEAR TO SK-AID-YEAR
           MOVE PA-STU-NUM TO SK-STU-NUM
           MOVE WS-FA-SEQ TO SK-FA-SEQ
           MOVE PA-AWARD-CODE TO SK-AWARD-CODE
           MOVE PA-AMT-PAID TO SK-AMOUNT
           MOVE PA-AMT-PAID TO SK-DISB-AMT
           MOVE SPACE TO SK-OFFER-FLAG
           MOVE PA-MAKER-ID TO SK-OPERATOR-ID
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT NOT = 'OK' THEN
               DISPLAY 'WARNING -- AWARD POSTED BUT FUND ' SK-FUND-CODE
                   ' COULD NOT BE CHARGED (' SK-RESULT ')'
               ACCEPT ANS
           END-IF.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT -- SEE
      *    PROJ-JOURNAL FOR THE FORWARD-RECOVERY STORY.
           CALL 'PROJ-JOURNAL' USING WS-JR-FILE-ID, WS-JR-SLOT,
               WS-JR-BEFORE, WS-JR-AFTER.
       900-CHECK-RC-STATUS.
      *    AS IN PROJ-RC, A BAD STATUS ON THE RECEIPTS FILE MID-
      *    TRANSACTION IS NOT SOMETHING TO CARRY ON FROM.
           IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE SF-FILE-DESC
               CLOSE PA-FILE-DESC
               STOP RUN
           END-IF.
       910-CHECK-SF-STATUS.
           IF WS-SF-STATUS NOT = '00'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-STU-FILE.DAT I/O ERROR, STATUS: '
                       WS-SF-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE SF-FILE-DESC
               CLOSE PA-FILE-DESC
               STOP RUN
           END-IF.
       920-CHECK-PA-STATUS.
           IF WS-PA-STATUS NOT = '00'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-APPROVAL.DAT I/O ERROR, STATUS: '
                       WS-PA-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE SF-FILE-DESC
               CLOSE PA-FILE-DESC
               STOP RUN
           END-IF.
       930-CHECK-FA-STATUS.
           IF WS-FA-STATUS NOT = '00' AND WS-FA-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-FIN-AID.DAT I/O ERROR, STATUS: '
                       WS-FA-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE FA-FILE-DESC
               CLOSE SF-FILE-DESC
               CLOSE PA-FILE-DESC
               STOP RUN
           END-IF.
       940-CHECK-MX-STATUS.
           IF WS-MX-STATUS NOT = '00'
               DISPLAY SCRN-CLEAR
               DISPLAY 'RC-MISC-RCPT.DAT I/O ERROR, STATUS: '
                       WS-MX-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE MX-FILE-DESC
               CLOSE SF-FILE-DESC
               CLOSE PA-FILE-DESC
               STOP RUN
           END-IF.
