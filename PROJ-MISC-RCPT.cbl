       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-MISC-RCPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MISCELLANEOUS (NON-STUDENT) CASH
      *          RECEIPTS.  THE WINDOW TAKES MONEY FROM PEOPLE WHO ARE
      *          NOT STUDENTS -- ALUMNI TRANSCRIPTS, CAMP AND EVENT
      *          FEES, LIBRARY FINES -- AND USED TO KEY THEM AGAINST A
      *          DUMMY STUDENT OR KEEP THEM ON A PAPER LOG.  THIS
      *          SCREEN TAKES A PAYER NAME AND A REASON CODE (MR-
      *          REASON-TABLE) INSTEAD OF A STUDENT NUMBER, WITH THE
      *          SAME TENDER CAPTURE AS PROJ-RC.  THE MONEY POSTS AS
      *          AN RC-TYPE 'MISC' NODE ON PROJ-REC.REL -- STUDENT
      *          NUMBER ZERO, ON NO STUDENT'S CHAIN -- NUMBERED OFF
      *          THE SAME SLOT-1 RECEIPT COUNTER AND PRINTED ON THE
      *          SAME RC-RECEIPT-SLIP.RPT SLIP, SO PROJ-CASH-CLOSE
      *          COUNTS IT IN THE CASHIER'S DRAWER BY TENDER AND IT
      *          REACHES THE BANK DEPOSIT PROJ-BANK-RECON MATCHES,
      *          WHILE EVERY STUDENT REPORT (WHICH WALKS STUDENT
      *          CHAINS) NEVER SEES IT.  WHO PAID AND WHY GO ON THE
      *          REGISTER RC-MISC-RCPT.DAT (SEE MX-FILE-DESC), WHERE
      *          PROJ-GL-EXPORT FINDS THE REASON TO BOOK THE MONEY BY.
      *          VOID (V) AND REPRINT (P) WORK BY RECEIPT NUMBER, THE
      *          SAME AS ON PROJ-RC.
      *20261015  MISC ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          STUDENT NUMBER ZERO AT THE NEXT RC-SEQ (150-FIND-MISC-
      *          TAIL), AND THE RECEIPT NUMBER COMES FROM PROJ-NEXT-
      *          NUM'S 'RECEIPT ' SEQUENCE IN PLACE OF THE SLOT-1
      *          COUNTER, THE SAME AS PROJ-RC.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
      *20261015  DUAL CONTROL.  A VOID OF A RECEIPT FOR MORE THAN THE
      *          DC VOID-AMT THRESHOLD NO LONGER POSTS HERE --
      *          290-QUEUE-APPROVAL PUTS IT ON PROJ-APPROVAL.DAT (KIND
      *          'MV', SEE PA-FILE-DESC) AND A SECOND, HIGHER-LEVEL
      *          OPERATOR POSTS IT FROM PROJ-APPROVE, AS PROJ-RC DOES
      *          FOR A STUDENT RECEIPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RC-KEY
                ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
                LOCK MODE IS EXCLUSIVE
                FILE STATUS IS WS-STATUS.
            SELECT MX-FILE-DESC ASSIGN TO 'RC-MISC-RCPT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS MX-RCPT-NO
                FILE STATUS IS WS-MX-STATUS.
            SELECT PA-FILE-DESC ASSIGN TO 'PROJ-APPROVAL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PA-ITEM-NO
                FILE STATUS IS WS-PA-STATUS.
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
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD MX-FILE-DESC IS EXTERNAL RECORD CONTAINS 90 CHARACTERS.
       COPY MX-FILE-DESC.
       FD PA-FILE-DESC IS EXTERNAL RECORD CONTAINS 150 CHARACTERS.
       COPY PA-FILE-DESC.
       FD CD-FILE-DESC IS EXTERNAL RECORD CONTAINS 81 CHARACTERS.
       COPY CD-FILE-DESC.
       FD POSTCLOSE-LOG
          DATA RECORD IS POSTCLOSE-REC.
       01  POSTCLOSE-REC             PIC X(50).
       FD RECEIPT-SLIPS
          DATA RECORD IS SLIP-REC.
       01  SLIP-REC                  PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-STATUS                 PIC XX.
       01  WS-MX-STATUS              PIC XX.
       01  WS-PA-STATUS              PIC XX.
       01  WS-PA-SEQ                 PIC X(8)  VALUE 'APPROVAL'.
       01  WS-PA-ITEM-NUM            PIC 9(9).
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
       01  WS-OPTION                 PIC X.
       01  MORE-DATA                 PIC XXX.
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
       01  WS-NEW-RCPT-NO           PIC 9(6).
       01  WS-NEXT-RC-SEQ           PIC 9(5).
       01  WS-RC-DONE               PIC X.
       01  WS-RCPT-SEQ              PIC X(8)  VALUE 'RECEIPT '.
       01  WS-RCPT-NUM              PIC 9(9).
       01  WS-NEW-PAYER             PIC X(30).
       01  WS-NEW-REASON            PIC X(4).
       01  WS-NEW-AMT-PAID          PIC 9(4)V99.
       01  WS-NEW-TENDER            PIC X(2).
       01  WS-NEW-CHECK-NO          PIC X(8).
       01  WS-TENDER-OK             PIC X.
       01  WS-REASON-FOUND          PIC X.
       01  WS-PROCEED               PIC X     VALUE 'Y'.
       01  WS-ERR-MSG               PIC X(40).
       01  WS-VOID-RCPT-NO          PIC 9(6).
       01  WS-VOID-FOUND            PIC X.
       01  WS-VOID-ORIG-SEQ         PIC 9(5).
       01  WS-REPRINT-NO            PIC 9(6).
       01  WS-SAVE-MX-RECORD        PIC X(90).
       01  SLIP-LINE-1.
           05                       PIC X(16)
               VALUE 'RECEIPT NUMBER  '.
           05  SL-RCPT-OUT          PIC 9(6).
           05                       PIC X(6)  VALUE '  DATE'.
           05                       PIC X     VALUE SPACE.
           05  SL-DATE-OUT          PIC 9(6).
           05                       PIC X(15) VALUE SPACES.
       01  SLIP-LINE-2.
           05                       PIC X(7)  VALUE 'PAYER  '.
           05  SL-PAYER-OUT         PIC X(30).
           05                       PIC X(6)  VALUE '  FOR '.
           05  SL-REASON-OUT        PIC X(4).
           05                       PIC X(3)  VALUE SPACES.
       01  SLIP-LINE-3.
           05                       PIC X(7)  VALUE 'OWED  $'.
           05  SL-OWED-OUT          PIC Z,ZZ9.99.
           05                       PIC X(9)  VALUE '  PAID  $'.
           05  SL-PAID-OUT          PIC Z,ZZ9.99.
           05                       PIC X(8)  VALUE '  OPER '.
           05  SL-OPER-OUT          PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
       01  ANS   PIC X.
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       COPY MR-REASON-TABLE.
       COPY DC-DUAL-CTL.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-TITLE.
          05 LINE 3 COLUMN 1 VALUE 'MISCELLANEOUS RECEIPTS'.
       01 SCRN-ACTION.
          05 LINE 3 COLUMN 1 VALUE 'MISCELLANEOUS RECEIPTS'.
          05 LINE 5 COLUMN 1 VALUE 'ADD(A) VOID(V) REPRINT(P): '.
          05 LINE 5 COLUMN 29 PIC X TO WS-OPTION.
       01 SCRN-PAYER.
          05 LINE 5 COLUMN 1 VALUE 'PAYER NAME: '.
          05 LINE 5 COLUMN 14 PIC X(30) TO WS-NEW-PAYER.
       01 SCRN-REASON.
          05 LINE 7 COLUMN 1 VALUE 'REASON CODE: '.
          05 LINE 7 COLUMN 15 PIC X(4) TO WS-NEW-REASON.
       01 SCRN-PAID.
          05 LINE 9 COLUMN 1 VALUE 'ENTER AMOUNT PAID: '.
          05 LINE 9 COLUMN 21 PIC 9(4)V99 TO WS-NEW-AMT-PAID.
       01 SCRN-TENDER.
          05 LINE 11 COLUMN 1 VALUE
             'TENDER - CA CASH, CK CHECK, CC CARD, MO M.O.: '.
          05 LINE 11 COLUMN 48 PIC X(2) TO WS-NEW-TENDER.
          05 LINE 13 COLUMN 1 VALUE 'CHECK/MO NUMBER (OR BLANK): '.
          05 LINE 13 COLUMN 30 PIC X(8) TO WS-NEW-CHECK-NO.
       01 SCRN-VOID-NO.
          05 LINE 5 COLUMN 1 VALUE 'ENTER RECEIPT NUMBER TO VOID: '.
          05 LINE 5 COLUMN 32 PIC 9(6) TO WS-VOID-RCPT-NO.
       01 SCRN-VOID-CONFIRM.
          05 LINE 7 COLUMN 1 VALUE 'FOUND -- PAYER: '.
          05 LINE 7 COLUMN 18 PIC X(30) FROM MX-PAYER-NAME.
          05 LINE 8 COLUMN 1 VALUE '         PAID: '.
          05 LINE 8 COLUMN 18 PIC 9(4)V99 FROM MX-AMOUNT.
          05 LINE 9 COLUMN 1 VALUE 'VOID THIS RECEIPT (Y/N): '.
          05 LINE 9 COLUMN 27 PIC X TO ANS.
       01 SCRN-REPRINT-NO.
          05 LINE 5 COLUMN 1 VALUE 'ENTER RECEIPT NUMBER: '.
          05 LINE 5 COLUMN 24 PIC 9(6) TO WS-REPRINT-NO.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O RC-FILE-DESC
           OPEN I-O MX-FILE-DESC
           IF WS-MX-STATUS = '35'
               OPEN OUTPUT MX-FILE-DESC
               CLOSE MX-FILE-DESC
               OPEN I-O MX-FILE-DESC
           END-IF
           OPEN INPUT CD-FILE-DESC
           IF WS-CD-STATUS = '35'
               MOVE 'N' TO WS-CD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-CD-ON-FILE
           END-IF
           CALL 'PROJ-PARM-LOAD' USING DC-PARM-ID, DC-PARMS
           PERFORM 050-LOAD-REASON-TABLE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 120-ACTION-ROUTINE
           END-PERFORM
           CLOSE RC-FILE-DESC
           CLOSE MX-FILE-DESC
           IF WS-CD-ON-FILE = 'Y'
               CLOSE CD-FILE-DESC
           END-IF
           EXIT PROGRAM.
       050-LOAD-REASON-TABLE.
      *    THE REASONS COME FROM PROJ-CODE-LOAD -- ITS BUILT-IN LIST
      *    PLUS WHATEVER IS IN EFFECT ON PROJ-CODE-PARM.DAT (KEYED ON
      *    PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MR-REASON-TBL-ID,
               MR-REASON-TBL-SIZE, MR-REASON-TABLE.
       120-ACTION-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-ACTION
           ACCEPT SCRN-ACTION
           IF WS-OPTION = 'V' OR 'v'
               PERFORM 250-VOID-ROUTINE
           ELSE IF WS-OPTION = 'P' OR 'p'
               PERFORM 280-REPRINT-ROUTINE
           ELSE
               PERFORM 200-INPUT-ROUTINE
           END-IF
           END-IF.
       150-FIND-MISC-TAIL.
      *    MISCELLANEOUS ROWS ALL SIT UNDER STUDENT NUMBER ZERO; THE
      *    LAST ONE GIVES THE SEQUENCE TO WRITE ONE PAST.  NO BALANCE
      *    CARRIES FROM ONE TO THE NEXT.
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE ZEROS TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = ZEROS
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       155-GET-RECEIPT-NO.
      *    SAME HAND-OUT AS PROJ-RC'S 155-GET-RECEIPT-NO, SO A
      *    MISCELLANEOUS RECEIPT TAKES THE NEXT NUMBER IN THE ONE
      *    SEQUENCE THE WHOLE WINDOW SHARES.
           MOVE 1 TO WS-RCPT-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-RCPT-SEQ, WS-RCPT-NUM
           MOVE WS-RCPT-NUM TO WS-NEW-RCPT-NO.
       200-INPUT-ROUTINE.
      *    EACH ANSWER IS CHECKED BEFORE THE NEXT IS ASKED FOR; THE
      *    FIRST ONE REFUSED ENDS THE ENTRY WITH NOTHING POSTED.
           MOVE 'Y' TO WS-PROCEED
           MOVE SPACES TO WS-NEW-PAYER
           MOVE SPACES TO WS-NEW-REASON
           MOVE ZERO TO WS-NEW-AMT-PAID
           MOVE SPACES TO WS-NEW-TENDER
           MOVE SPACES TO WS-NEW-CHECK-NO
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-TITLE
           DISPLAY SCRN-PAYER
           ACCEPT SCRN-PAYER
           IF WS-NEW-PAYER = SPACES
               MOVE 'N' TO WS-PROCEED
               MOVE 'A PAYER NAME IS REQUIRED' TO WS-ERR-MSG
           END-IF
           IF WS-PROCEED = 'Y'
               DISPLAY SCRN-REASON
               ACCEPT SCRN-REASON
               PERFORM 215-VALIDATE-REASON
               IF WS-REASON-FOUND NOT = 'Y'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'NOT A VALID REASON CODE' TO WS-ERR-MSG
               END-IF
           END-IF
           IF WS-PROCEED = 'Y'
               DISPLAY SCRN-PAID
               ACCEPT SCRN-PAID
               IF WS-NEW-AMT-PAID = ZERO
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'AN AMOUNT PAID IS REQUIRED' TO WS-ERR-MSG
               END-IF
           END-IF
           IF WS-PROCEED = 'Y'
               DISPLAY SCRN-TENDER
               ACCEPT SCRN-TENDER
               PERFORM 218-VALIDATE-TENDER
               IF WS-TENDER-OK NOT = 'Y'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'NOT A VALID TENDER CODE' TO WS-ERR-MSG
               END-IF
           END-IF
           DISPLAY SCRN-CLEAR
           IF WS-PROCEED = 'Y' THEN
               PERFORM 220-WRITE-RECEIPT-RTN
               DISPLAY 'MISCELLANEOUS RECEIPT ' WS-NEW-RCPT-NO
                   ' POSTED'
           ELSE
               DISPLAY WS-ERR-MSG
               DISPLAY 'NOTHING WAS POSTED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       215-VALIDATE-REASON.
           MOVE 'N' TO WS-REASON-FOUND
           PERFORM VARYING MR-REASON-IDX FROM 1 BY 1
                   UNTIL MR-REASON-IDX > MR-REASON-TBL-SIZE
               IF WS-NEW-REASON = MR-TBL-REASON(MR-REASON-IDX) THEN
                   MOVE 'Y' TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
       218-VALIDATE-TENDER.
      *    THE SAME FOUR TENDERS PROJ-RC ACCEPTS.
           IF WS-NEW-TENDER = 'CA' OR WS-NEW-TENDER = 'CK'
                   OR WS-NEW-TENDER = 'CC' OR WS-NEW-TENDER = 'MO'
               MOVE 'Y' TO WS-TENDER-OK
           ELSE
               MOVE 'N' TO WS-TENDER-OK
           END-IF.
       220-WRITE-RECEIPT-RTN.
      *    A STAND-ALONE ROW UNDER STUDENT NUMBER ZERO: NO STUDENT
      *    BALANCE TO CARRY, SO RC-BALANCE STAYS ZERO.
           PERFORM 150-FIND-MISC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE 'MISC' TO WS-RC-RCT-TYPE
           MOVE ZEROS TO WS-RC-STU-NUM
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE WS-NEW-AMT-PAID TO WS-RC-AMT-PAID
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           PERFORM 225-CHECK-DAY-CLOSED
           MOVE ZERO TO WS-RC-BALANCE
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           MOVE WS-NEW-TENDER TO WS-RC-TENDER
           MOVE WS-NEW-CHECK-NO TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-RC-DATA-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS
           MOVE SPACES TO MX-RECORD
           MOVE WS-NEW-RCPT-NO TO MX-RCPT-NO
           MOVE WS-NEW-PAYER TO MX-PAYER-NAME
           MOVE WS-NEW-REASON TO MX-REASON
           MOVE WS-RC-SEQ TO MX-RC-SEQ
           MOVE WS-NEW-AMT-PAID TO MX-AMOUNT
           MOVE WS-RC-POST-DATE TO MX-POST-DATE
           MOVE WS-OPERATOR-ID TO MX-OPERATOR-ID
           MOVE WS-NEW-TENDER TO MX-TENDER
           MOVE WS-NEW-CHECK-NO TO MX-CHECK-NO
           MOVE SPACE TO MX-VOID
           MOVE ZEROS TO MX-VOID-OF
           WRITE MX-RECORD
           PERFORM 910-CHECK-MX-STATUS
           PERFORM 240-PRINT-SLIP-RTN.
       225-CHECK-DAY-CLOSED.
      *    SAME AUDIT FLAG AS PROJ-RC'S: A RECEIPT DATED ON A DAY THE
      *    CASHIERS HAVE ALREADY CLOSED STILL POSTS, BUT A LINE GOES
      *    ON RC-POSTCLOSE.RPT (STUDENT NUMBER ZERO).
           IF WS-CD-ON-FILE = 'Y' THEN
               MOVE WS-RC-POST-DATE TO CD-DATE
               MOVE '*CLOSED*' TO CD-OPERATOR-ID
               READ CD-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'WARNING - THIS DAY IS ALREADY CLOSED'
                       DISPLAY 'POSTING WILL BE FLAGGED FOR AUDIT'
                       OPEN EXTEND POSTCLOSE-LOG
                       IF WS-PC-STATUS = '35'
                           OPEN OUTPUT POSTCLOSE-LOG
                       END-IF
                       MOVE WS-RC-POST-DATE TO PC-DATE-OUT
                       MOVE ZEROS TO PC-SNO-OUT
                       MOVE WS-OPERATOR-ID TO PC-OPER-OUT
                       WRITE POSTCLOSE-REC FROM POSTCLOSE-LINE
                       CLOSE POSTCLOSE-LOG
               END-READ
           END-IF.
       240-PRINT-SLIP-RTN.
      *    THE SAME SLIP PROJ-RC PRINTS, ON THE SAME FILE, WITH THE
      *    PAYER AND REASON WHERE A STUDENT'S NUMBER AND RECEIPT TYPE
      *    WOULD BE.  WS-RC-DATA-REC AND MX-RECORD HOLD THE RECEIPT.
           OPEN EXTEND RECEIPT-SLIPS
           IF WS-SLIP-STATUS = '35'
               OPEN OUTPUT RECEIPT-SLIPS
           END-IF
           MOVE WS-RC-RCPT-NO TO SL-RCPT-OUT
           MOVE WS-RC-POST-DATE TO SL-DATE-OUT
           MOVE MX-PAYER-NAME TO SL-PAYER-OUT
           MOVE MX-REASON TO SL-REASON-OUT
           MOVE WS-RC-AMT-OWED TO SL-OWED-OUT
           MOVE WS-RC-AMT-PAID TO SL-PAID-OUT
           MOVE WS-RC-OPERATOR-ID TO SL-OPER-OUT
           WRITE SLIP-REC FROM SLIP-LINE-1
           WRITE SLIP-REC FROM SLIP-LINE-2
           WRITE SLIP-REC FROM SLIP-LINE-3
           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC
           CLOSE RECEIPT-SLIPS.
       250-VOID-ROUTINE.
      *    FINDS THE NOT-ALREADY-VOIDED RECEIPT ON THE REGISTER BY ITS
      *    NUMBER AND, ON CONFIRMATION, OFFSETS IT THE WAY PROJ-RC
      *    VOIDS A STUDENT RECEIPT -- A NEW RC-VOID 'Y' NODE FOR THE
      *    SAME AMOUNT AND TENDER, WITH THE ORIGINAL FLAGGED SO IT
      *    CANNOT BE VOIDED TWICE.  ONE OVER THE DC VOID-AMT
      *    THRESHOLD IS QUEUED FOR APPROVAL INSTEAD.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-TITLE
           DISPLAY SCRN-VOID-NO
           ACCEPT SCRN-VOID-NO
           MOVE 'N' TO WS-VOID-FOUND
           IF WS-VOID-RCPT-NO > ZERO
               MOVE WS-VOID-RCPT-NO TO MX-RCPT-NO
               READ MX-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MX-VOID NOT = 'Y'
                           MOVE 'Y' TO WS-VOID-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-VOID-FOUND = 'Y' THEN
               DISPLAY SCRN-VOID-CONFIRM
               ACCEPT SCRN-VOID-CONFIRM
               IF ANS = 'Y' OR 'y' THEN
                   IF MX-AMOUNT > DC-VOID-AMT
                       DISPLAY SCRN-CLEAR
                       PERFORM 290-QUEUE-APPROVAL
                   ELSE
                       MOVE MX-RECORD TO WS-SAVE-MX-RECORD
                       PERFORM 260-WRITE-VOID-ENTRY
                       PERFORM 265-MARK-ORIG-VOIDED
                       DISPLAY SCRN-CLEAR
                       DISPLAY 'VOID ENTRY POSTED, RECEIPT '
                           WS-NEW-RCPT-NO
                   END-IF
               ELSE
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'VOID CANCELLED'
               END-IF
           ELSE
               DISPLAY SCRN-CLEAR
               DISPLAY 'NO MATCHING UNVOIDED MISCELLANEOUS RECEIPT'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       260-WRITE-VOID-ENTRY.
      *    THE ORIGINAL NODE IS READ FOR ITS AMOUNT AND TENDER, SO
      *    THE OFFSET LANDS IN THE SAME DRAWER BUCKET, THEN WRITTEN
      *    BACK OUT AS A NEW NODE UNDER A NEW RECEIPT NUMBER WITH ITS
      *    OWN REGISTER ROW.
           MOVE MX-RC-SEQ TO WS-VOID-ORIG-SEQ
           MOVE ZEROS TO RC-STU-NUM
           MOVE WS-VOID-ORIG-SEQ TO RC-SEQ
           READ RC-FILE-DESC
           PERFORM 900-CHECK-RC-STATUS
           MOVE RC-REC TO WS-RC-DATA-REC
           PERFORM 150-FIND-MISC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE 'Y' TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           MOVE ZERO TO WS-RC-BALANCE
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-RC-DATA-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS
           MOVE WS-SAVE-MX-RECORD TO MX-RECORD
           MOVE WS-NEW-RCPT-NO TO MX-RCPT-NO
           MOVE WS-RC-SEQ TO MX-RC-SEQ
           MOVE WS-RC-POST-DATE TO MX-POST-DATE
           MOVE WS-OPERATOR-ID TO MX-OPERATOR-ID
           MOVE 'Y' TO MX-VOID
           MOVE WS-VOID-RCPT-NO TO MX-VOID-OF
           WRITE MX-RECORD
           PERFORM 910-CHECK-MX-STATUS.
       265-MARK-ORIG-VOIDED.
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
           MOVE WS-VOID-RCPT-NO TO MX-RCPT-NO
           READ MX-FILE-DESC
           PERFORM 910-CHECK-MX-STATUS
           MOVE 'Y' TO MX-VOID
           MOVE WS-NEW-RCPT-NO TO MX-VOID-OF
           REWRITE MX-RECORD
           PERFORM 910-CHECK-MX-STATUS.
       280-REPRINT-ROUTINE.
      *    ANY RECEIPT ON THE REGISTER, VOID ENTRIES INCLUDED, PRINTS
      *    AGAIN EXACTLY AS IT CAME OUT THE FIRST TIME.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-TITLE
           DISPLAY SCRN-REPRINT-NO
           ACCEPT SCRN-REPRINT-NO
           MOVE WS-REPRINT-NO TO MX-RCPT-NO
           READ MX-FILE-DESC
               INVALID KEY
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'NO MISCELLANEOUS RECEIPT WITH THAT NUMBER'
               NOT INVALID KEY
                   MOVE ZEROS TO RC-STU-NUM
                   MOVE MX-RC-SEQ TO RC-SEQ
                   READ RC-FILE-DESC
                   PERFORM 900-CHECK-RC-STATUS
                   MOVE RC-REC TO WS-RC-DATA-REC
                   PERFORM 240-PRINT-SLIP-RTN
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'RECEIPT SLIP REPRINTED'
           END-READ
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       290-QUEUE-APPROVAL.
      *    THE VOID GOES ON PROJ-APPROVAL.DAT UNDER THE NEXT ITEM
      *    NUMBER, THE SAME AS PROJ-RC'S 290-QUEUE-APPROVAL, AND
      *    NOTHING POSTS UNTIL ANOTHER OPERATOR APPROVES IT ON
      *    PROJ-APPROVE.  MX-RECORD IS THE RECEIPT FOUND BY
      *    250-VOID-ROUTINE; THERE IS NO STUDENT, SO PA-STU-NUM IS
      *    ZERO.
           MOVE 1 TO WS-PA-ITEM-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-PA-SEQ, WS-PA-ITEM-NUM
           OPEN I-O PA-FILE-DESC
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT PA-FILE-DESC
               CLOSE PA-FILE-DESC
               OPEN I-O PA-FILE-DESC
           END-IF
           MOVE SPACES TO PA-RECORD
           MOVE WS-PA-ITEM-NUM TO PA-ITEM-NO
           MOVE 'MV' TO PA-KIND
           MOVE 'P' TO PA-STATUS
           MOVE ZEROS TO PA-STU-NUM
           MOVE 'MISC' TO PA-RC-TYPE
           MOVE ZERO TO PA-AMT-OWED
           MOVE MX-AMOUNT TO PA-AMT-PAID
           MOVE ZERO TO PA-REFUND-AMT
           MOVE WS-VOID-RCPT-NO TO PA-RCPT-NO
           MOVE ZEROS TO PA-AWARD-CODE
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID
           ACCEPT PA-KEY-DATE FROM DATE
           ACCEPT PA-KEY-TIME FROM TIME
           MOVE SPACES TO PA-CHECKER-ID
           MOVE ZEROS TO PA-DECIDE-DATE
           MOVE ZEROS TO PA-POST-SEQ
           MOVE ZEROS TO PA-POST-RCPT-NO
           WRITE PA-RECORD
           IF WS-PA-STATUS NOT = '00'
               DISPLAY 'PROJ-APPROVAL.DAT I/O ERROR, STATUS: '
                       WS-PA-STATUS
               DISPLAY 'NOTHING WAS QUEUED OR POSTED'
           ELSE
               MOVE 'PA' TO WS-JR-FILE-ID
               MOVE ZEROS TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               MOVE PA-RECORD TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               DISPLAY 'OVER THE DUAL-CONTROL LIMIT -- NOT POSTED'
               DISPLAY 'QUEUED FOR A SECOND OPERATOR''S APPROVAL AS'
                   ' ITEM ' PA-ITEM-NO
           END-IF
           CLOSE PA-FILE-DESC.
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
               CLOSE MX-FILE-DESC
               STOP RUN
           END-IF.
       910-CHECK-MX-STATUS.
           IF WS-MX-STATUS NOT = '00'
               DISPLAY SCRN-CLEAR
               DISPLAY 'RC-MISC-RCPT.DAT I/O ERROR, STATUS: '
                       WS-MX-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE MX-FILE-DESC
               STOP RUN
           END-IF.
