      *          OUTRIGHT -- EVERY BATCH-POSTED AND PRE-CONVERSION
      *          NODE CARRIES RC-RCPT-NO ZERO, SO A KEYED 000000 USED
      *          TO LAND ON THE FIRST SUCH NODE ON THE CHAIN.
      *20261015  THE RECEIPT TYPES NOW COME FROM PROJ-CODE-LOAD
      *          (BUILT-IN LIST PLUS THE ROWS IN EFFECT ON
      *          PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  A REFUND (F) FOR A STUDENT WHO HAS AUTHORIZED THE
      *          COLLEGE TO HOLD TITLE IV CREDIT BALANCES FOR THE
      *          CURRENT AID YEAR (FA-CB-AUTH.DAT, SEE AZ-FILE-DESC)
      *          NOW SAYS SO AND ASKS BEFORE GOING AHEAD.  A SITE WITH
      *          NO AUTHORIZATION FILE YET SKIPS THE CHECK.
      *20261015  BAD-DEBT RECOVERY.  MONEY KEYED FOR A STUDENT WITH A
      *          WRITE-OFF NOT YET RECOVERED (RC-WRITEOFF.DAT, SEE
      *          PROJ-WO-RECOVER) FIRST POSTS A 'RECOVERY' NODE THAT
      *          PUTS THAT MUCH OF THE WRITE-OFF BACK ON THE ACCOUNT,
      *          THEN THE RECEIPT AS KEYED, SO THE MONEY PAYS THE
      *          REINSTATED BALANCE AND THE REGISTER RECORDS IT.
      *          VOIDING A RECOVERY NODE TAKES IT BACK OFF THE
      *          REGISTER.  'WRITEOFF' AND 'RECOVERY' MAY NOT BE KEYED
      *          BY HAND.
      *20261015  DUAL CONTROL.  A VOID OF A RECEIPT FOR MORE THAN THE
      *          DC VOID-AMT THRESHOLD, A REFUND OVER REFUND-AMT, AND
      *          A HAND-KEYED DEBIT (NOTHING PAID) OVER ADJUST-AMT NO
      *          LONGER POST HERE -- 290-QUEUE-APPROVAL PUTS THEM ON
      *          PROJ-APPROVAL.DAT (SEE PA-FILE-DESC) AND A SECOND,
      *          HIGHER-LEVEL OPERATOR POSTS THEM FROM PROJ-APPROVE.
      *          A DEBIT OVER THE THRESHOLD KEYED WITH MONEY IS
      *          REFUSED; THE CHARGE IS KEYED ON ITS OWN FOR APPROVAL
      *          AND THE PAYMENT TAKEN SEPARATELY.  THE REFUND POSTING
      *          ITSELF MOVED TO 272-POST-REFUND.
      *20261015  THE NSF FEE IS NOW DF-NSF-FEE (PARAMETER GROUP DF, SEE
      *          DF-DRAFT), SHARED WITH PROJ-ACH-RETURN'S RETURNED PLAN
      *          DRAFTS, INSTEAD OF A CONSTANT CHANGED BY HAND.
      *20261015  THE RECEIPTS ARE NOW ROWS ON THE INDEXED PROJ-REC.DAT
      *          KEYED BY STUDENT AND RC-SEQ INSTEAD OF A CHAIN ON THE
      *          RELATIVE FILE.  150-FIND-RC-TAIL READS THE STUDENT'S
      *          ROWS FOR THE LAST SEQUENCE AND RUNNING BALANCE, AND
      *          THE NEW ROW IS WRITTEN ONE PAST IT -- NO FREE LIST,
      *          NO TAIL REWRITE AND NO HEAD POINTER ON THE MASTER.
      *          THE RECEIPT NUMBER COMES FROM PROJ-NEXT-NUM'S
      *          'RECEIPT ' SEQUENCE.  REPRINT, VOID AND NSF FIND THE
      *          RECEIPT AMONG THE STUDENT'S ROWS BY NUMBER AS BEFORE.
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
            SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RC-KEY
                ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
                LOCK MODE IS EXCLUSIVE
                FILE STATUS IS WS-STATUS.
            SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
            SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CQ-STATUS.
            SELECT AZ-FILE-DESC ASSIGN TO 'FA-CB-AUTH.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS AZ-KEY
                FILE STATUS IS WS-AZ-STATUS.
            SELECT PA-FILE-DESC ASSIGN TO 'PROJ-APPROVAL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PA-ITEM-NO
                FILE STATUS IS WS-PA-STATUS.
       DATA DIVISION.
       FILE SECTION.       
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD CD-FILE-DESC IS EXTERNAL RECORD CONTAINS 81 CHARACTERS.
       COPY CD-FILE-DESC.
       FD QUEUE-FILE
          DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD AZ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
       COPY AZ-FILE-DESC.
       FD PA-FILE-DESC IS EXTERNAL RECORD CONTAINS 150 CHARACTERS.
       COPY PA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PA-STATUS              PIC XX.
       01  WS-PA-KIND                PIC X(2).
       01  WS-PA-SEQ                 PIC X(8)  VALUE 'APPROVAL'.
       01  WS-PA-ITEM-NUM            PIC 9(9).
       01  WS-DC-AMT-OUT             PIC Z,ZZ9.99.
       01  WS-HD-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       COPY CQ-REC.
       01  WS-NSF-RCPT-NO            PIC 9(6).
       01  WS-NSF-FOUND              PIC X.
       01  WS-NEW-TENDER             PIC X(2).
       01  WS-CD-STATUS              PIC XX.
       01  WS-PC-STATUS              PIC XX.
       01  WS-CD-ON-FILE             PIC X     VALUE 'N'.
       01  WS-AZ-STATUS              PIC XX.
       01  WS-AZ-ON-FILE             PIC X     VALUE 'N'.
       01  POSTCLOSE-LINE.
           05                        PIC X(17)
               VALUE 'POST AFTER CLOSE '.
           05  PC-SNO-OUT            PIC 9(9).
           05                        PIC X     VALUE SPACE.
           05  PC-OPER-OUT           PIC X(8).
       01  WS-CONT-REC               PIC 9(5)  VALUE ZEROS.
       01  WS-OPTION                 PIC X.
       01  MORE-DATA                 PIC XXX.
       01  WS-KEY-COUNTER            PIC 9(5)  VALUE 00001.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-RCPT-SEQ               PIC X(8)  VALUE 'RECEIPT '.
       01  WS-RCPT-NUM               PIC 9(9).
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  WS-PRIOR-BALANCE         PIC S9(5)V99.
       01  WS-NEW-REFUND-AMT        PIC 9(4)V99.
       01  WS-VOID-RCPT-NO          PIC 9(6).
           05  SL-OPER-OUT          PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
       01  WS-VOID-FOUND            PIC X.
       01  WS-VOID-ORIG-SEQ         PIC 9(5).
       01  WS-STATUS                 PIC XX.
       01  WS-SF-STATUS              PIC XX.
       01  WS-NEW-AMT-OWED          PIC 9(4)V99.
       01  WS-NEW-AMT-PAID          PIC 9(4)V99.
       01  WS-RECOVER-AMT           PIC 9(4)V99.
       01  WS-SAVE-TYPE             PIC X(10).
       01  WS-SAVE-AMT-OWED         PIC 9(4)V99.
       01  WS-SAVE-AMT-PAID         PIC 9(4)V99.
       01  WS-SAVE-TENDER           PIC X(2).
       01  WS-SAVE-CHECK-NO         PIC X(8).
       01  WS-PROCEED               PIC X     VALUE 'Y'.
       01  WS-TYPE-FOUND            PIC X.
       01  ANS   PIC X.
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       COPY RC-TYPE-TABLE.
       COPY CURRENT-TERM.
       COPY BD-RECOVER-LINK.
       COPY DC-DUAL-CTL.
       COPY DF-DRAFT.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       01  WS-OPERATOR-ID            PIC X(8).
       01 SCRN-REFUND-AMT.
          05 LINE 7 COLUMN 1 VALUE 'ENTER AMOUNT TO REFUND: '.
          05 LINE 7 COLUMN 26 PIC 9(4)V99 TO WS-NEW-REFUND-AMT.
       01 SCRN-CB-HOLD.
          05 LINE 5 COLUMN 1 VALUE
             'THE STUDENT HAS AUTHORIZED THE COLLEGE TO HOLD TITLE IV'.
          05 LINE 6 COLUMN 1 VALUE
             'CREDIT BALANCES FOR AID YEAR '.
          05 LINE 6 COLUMN 30 PIC X(4) FROM CT-AID-YEAR.
          05 LINE 8 COLUMN 1 VALUE 'REFUND ANYWAY (Y/N): '.
          05 LINE 8 COLUMN 22 PIC X TO ANS.
       01 SCRN-TENDER.
          05 LINE 11 COLUMN 1 VALUE
             'TENDER - CA CASH, CK CHECK, CC CARD, MO M.O.: '.
           ELSE
               MOVE 'Y' TO WS-CD-ON-FILE
           END-IF
           OPEN INPUT AZ-FILE-DESC
           IF WS-AZ-STATUS = '35'
               MOVE 'N' TO WS-AZ-ON-FILE
           ELSE
               MOVE 'Y' TO WS-AZ-ON-FILE
           END-IF
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-PARM-LOAD' USING DC-PARM-ID, DC-PARMS
           CALL 'PROJ-PARM-LOAD' USING DF-PARM-ID, DF-PARMS
           PERFORM 050-LOAD-TYPE-TABLE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
           IF WS-CD-ON-FILE = 'Y'
               CLOSE CD-FILE-DESC
           END-IF
           IF WS-AZ-ON-FILE = 'Y'
               CLOSE AZ-FILE-DESC
           END-IF
           EXIT PROGRAM.
       120-ACTION-ROUTINE.
           DISPLAY SCRN-CLEAR
           IF WS-OPTION = 'V' OR 'v'
               PERFORM 250-VOID-ROUTINE
           ELSE IF WS-OPTION = 'F' OR 'f'
               PERFORM 265-CHECK-CB-AUTH
               IF WS-PROCEED = 'Y'
                   PERFORM 270-REFUND-ROUTINE
               END-IF
           ELSE IF WS-OPTION = 'P' OR 'p'
               PERFORM 280-REPRINT-ROUTINE
           ELSE IF WS-OPTION = 'N' OR 'n'
               PERFORM 200-INPUT-ROUTINE
           END-IF.
       050-LOAD-TYPE-TABLE.
      *    THE RECEIPT TYPES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING RC-TYPE-TBL-ID,
               RC-TYPE-TBL-SIZE, RC-TYPE-TABLE.
       150-FIND-RC-TAIL.
      *    A NEW ROW GOES ONE PAST THE HIGHEST RC-SEQ ON FILE FOR THE
      *    STUDENT AND CARRIES THAT ROW'S RC-BALANCE FORWARD.  THE
      *    STUDENT'S ROWS ARE READ FORWARD FROM SEQUENCE ZERO TO THE
      *    LAST ONE; A STUDENT WITH NONE STARTS AT 1 FROM ZERO.
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE WS-SNO TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-SNO
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-PRIOR-BALANCE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       155-GET-RECEIPT-NO.
      *    EVERY ROW THIS PROGRAM WRITES GETS THE NEXT PRINTED RECEIPT
      *    NUMBER, VOIDS AND REFUNDS INCLUDED.
           MOVE 1 TO WS-RCPT-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-RCPT-SEQ, WS-RCPT-NUM
           MOVE WS-RCPT-NUM TO WS-NEW-RCPT-NO.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
               END-IF
               DISPLAY SCRN-CLEAR
           END-IF
      *    A DEBIT OVER THE DUAL-CONTROL THRESHOLD WAITS FOR A SECOND
      *    OPERATOR.  MONEY ACROSS THE COUNTER CANNOT WAIT WITH IT, SO
      *    ONE KEYED WITH A PAYMENT IS SENT BACK TO BE KEYED ALONE.
           IF WS-PROCEED = 'Y'
                   AND WS-NEW-AMT-OWED > DC-ADJUST-AMT THEN
               MOVE DC-ADJUST-AMT TO WS-DC-AMT-OUT
               IF WS-NEW-AMT-PAID > ZERO
                   DISPLAY 'A DEBIT OVER $' WS-DC-AMT-OUT
                       ' NEEDS A SECOND OPERATOR''S APPROVAL --'
                   DISPLAY 'KEY THE DEBIT BY ITSELF AND THE PAYMENT'
                       ' SEPARATELY.  NOTHING WAS POSTED.'
               ELSE
                   MOVE 'AD' TO WS-PA-KIND
                   PERFORM 290-QUEUE-APPROVAL
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               MOVE 'N' TO WS-PROCEED
           END-IF
           IF WS-PROCEED = 'Y' THEN
               PERFORM 230-CHECK-RECOVERY
               PERFORM 220-WRITE-RECEIPT-RTN
           END-IF
           DISPLAY SCRN-MORE-DATA
               IF WS-RC-RCT-TYPE = RC-TBL-TYPE(RC-TYPE-IDX) THEN
                   MOVE 'Y' TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
      *    WRITE-OFFS ARE POSTED ONLY BY PROJ-WRITEOFF AND RECOVERIES
      *    ONLY BY 230-CHECK-RECOVERY, SO THE REGISTER ALWAYS AGREES
      *    WITH THE CHAIN.
           IF WS-RC-RCT-TYPE = 'WRITEOFF' OR WS-RC-RCT-TYPE = 'RECOVERY'
               MOVE 'N' TO WS-TYPE-FOUND
           END-IF.
       218-VALIDATE-TENDER.
      *    THE FOUR TENDERS THE DRAWER CAN HOLD.  A CHECK OR MONEY
      *    ORDER OUGHT TO CARRY ITS NUMBER, BUT A MISSING NUMBER ONLY
               MOVE 'N' TO WS-TENDER-OK
           END-IF.
       220-WRITE-RECEIPT-RTN.
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE WS-RC-RCT-TYPE TO RC-TYPE
           MOVE WS-SNO TO WS-RC-STU-NUM
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-NEW-AMT-OWED TO WS-RC-AMT-OWED
           MOVE WS-NEW-AMT-PAID TO WS-RC-AMT-PAID
           MOVE SPACES TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           PERFORM 225-CHECK-DAY-CLOSED
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-NEW-AMT-OWED - WS-NEW-AMT-PAID
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
                       CLOSE POSTCLOSE-LOG
               END-READ
           END-IF.
       230-CHECK-RECOVERY.
      *    MONEY COMING IN ON A WRITTEN-OFF ACCOUNT FIRST REVERSES THAT
      *    MUCH OF THE WRITE-OFF -- A 'RECOVERY' NODE PUTS IT BACK ON
      *    THE BALANCE (NO MONEY, NO TENDER) -- AND THE RECEIPT AS
      *    KEYED THEN PAYS IT, SO THE BALANCE ENDS WHERE IT WOULD HAVE
      *    AND PROJ-GL-EXPORT MOVES THE AMOUNT BACK OUT OF BAD-DEBT
      *    EXPENSE.  ANYTHING OVER THE WRITE-OFF IS AN ORDINARY
      *    PAYMENT.
           IF WS-NEW-AMT-PAID > ZERO
               MOVE 'Q' TO BD-FUNC
               MOVE WS-SNO TO BD-STU-NUM
               MOVE ZERO TO BD-AMOUNT
               CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK
               IF BD-OUTSTANDING > ZERO
                   IF BD-OUTSTANDING < WS-NEW-AMT-PAID
                       MOVE BD-OUTSTANDING TO WS-RECOVER-AMT
                   ELSE
                       MOVE WS-NEW-AMT-PAID TO WS-RECOVER-AMT
                   END-IF
                   MOVE WS-RC-RCT-TYPE TO WS-SAVE-TYPE
                   MOVE WS-NEW-AMT-OWED TO WS-SAVE-AMT-OWED
                   MOVE WS-NEW-TENDER TO WS-SAVE-TENDER
                   MOVE WS-NEW-CHECK-NO TO WS-SAVE-CHECK-NO
                   PERFORM 235-POST-RECOVERY
                   MOVE WS-SAVE-TYPE TO WS-RC-RCT-TYPE
                   MOVE WS-SAVE-AMT-OWED TO WS-NEW-AMT-OWED
                   MOVE WS-SAVE-TENDER TO WS-NEW-TENDER
                   MOVE WS-SAVE-CHECK-NO TO WS-NEW-CHECK-NO
               END-IF
           END-IF.
       235-POST-RECOVERY.
           MOVE 'RECOVERY' TO WS-RC-RCT-TYPE
           MOVE WS-RECOVER-AMT TO WS-NEW-AMT-OWED
           MOVE WS-NEW-AMT-PAID TO WS-SAVE-AMT-PAID
           MOVE ZERO TO WS-NEW-AMT-PAID
           MOVE SPACES TO WS-NEW-TENDER
           MOVE SPACES TO WS-NEW-CHECK-NO
           PERFORM 220-WRITE-RECEIPT-RTN
           MOVE WS-SAVE-AMT-PAID TO WS-NEW-AMT-PAID
           MOVE 'A' TO BD-FUNC
           MOVE WS-SNO TO BD-STU-NUM
           MOVE WS-RECOVER-AMT TO BD-AMOUNT
           CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK
           DISPLAY 'WRITTEN-OFF ACCOUNT -- ' WS-RECOVER-AMT
               ' POSTED AS A RECOVERY'.
       240-PRINT-SLIP-RTN.
      *    THE PRINTED ACKNOWLEDGMENT A CASH-PAYING STUDENT WALKS AWAY
      *    WITH.  RC-RECEIPT-SLIP.RPT ACCUMULATES ACROSS RUNS, SAME AS
           WRITE SLIP-REC
           CLOSE RECEIPT-SLIPS.
       280-REPRINT-ROUTINE.
      *    FINDS THE RECEIPT AMONG THE STUDENT'S OWN ROWS BY ITS
      *    NUMBER AND PRINTS THE SAME SLIP AGAIN.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
           DISPLAY SCRN-REPRINT-NO
           ACCEPT SCRN-REPRINT-NO
           MOVE 'N' TO WS-REPRINT-FOUND
           MOVE WS-SNO TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-REPRINT-FOUND = 'Y' OR WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-SNO
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE IF RC-RCPT-NO = WS-REPRINT-NO
                           MOVE 'Y' TO WS-REPRINT-FOUND
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REPRINT-FOUND = 'Y' THEN
               MOVE RC-REC TO WS-RC-DATA-REC
               PERFORM 240-PRINT-SLIP-RTN
               DISPLAY 'RECEIPT SLIP REPRINTED'
           ELSE
               DISPLAY SCRN-CLEAR
               DISPLAY 'NO RECEIPT WITH THAT NUMBER FOR THIS STUDENT'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       250-VOID-ROUTINE.
      *    LOOKS UP THE NOT-ALREADY-VOIDED RECEIPT AMONG THE
      *    STUDENT'S ROWS BY ITS RECEIPT NUMBER AND, ON CONFIRMATION,
      *    HANDS ITS AMOUNTS TO 260-WRITE-VOID-ENTRY.  THE ORIGINAL
      *    ROW'S AMOUNTS ARE NEVER REWRITTEN.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
           DISPLAY SCRN-VOID-NO
           MOVE 'N' TO WS-VOID-FOUND
      *    RECEIPT NUMBER ZERO IS EVERY BATCH-POSTED AND EVERY
      *    PRE-CONVERSION NODE -- NO SLIP WAS EVER PRINTED FOR THOSE,
      *    SO ZERO IS REFUSED BEFORE THE ROWS ARE EVEN SCANNED.
           IF WS-VOID-RCPT-NO > ZERO
               MOVE WS-SNO TO RC-STU-NUM
               MOVE ZEROS TO RC-SEQ
               MOVE 'N' TO WS-RC-DONE
               START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 'Y' TO WS-RC-DONE
               END-START
               PERFORM UNTIL WS-VOID-FOUND = 'Y' OR WS-RC-DONE = 'Y'
                   READ RC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RC-DONE
                       NOT AT END
                           IF RC-STU-NUM NOT = WS-SNO
                               MOVE 'Y' TO WS-RC-DONE
                           ELSE IF RC-RCPT-NO = WS-VOID-RCPT-NO
                                   AND RC-VOID NOT = 'Y'
                               MOVE 'Y' TO WS-VOID-FOUND
                               MOVE RC-SEQ TO WS-VOID-ORIG-SEQ
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-VOID-FOUND = 'Y' THEN
               DISPLAY SCRN-VOID-CONFIRM
               ACCEPT SCRN-VOID-CONFIRM
               IF ANS = 'Y' OR 'y' THEN
                   IF WS-RC-AMT-OWED > DC-VOID-AMT
                           OR WS-RC-AMT-PAID > DC-VOID-AMT
                           OR WS-RC-REFUND-AMT > DC-VOID-AMT
                       DISPLAY SCRN-CLEAR
                       MOVE 'VO' TO WS-PA-KIND
                       PERFORM 290-QUEUE-APPROVAL
                   ELSE
                       PERFORM 260-WRITE-VOID-ENTRY
                       PERFORM 265-MARK-ORIG-VOIDED
                       IF WS-RC-RCT-TYPE = 'RECOVERY'
                           PERFORM 268-UNDO-RECOVERY
                       END-IF
                       DISPLAY SCRN-CLEAR
                       DISPLAY 'VOID ENTRY POSTED'
                   END-IF
               ELSE
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'VOID CANCELLED'
      *    WS-RC-DATA-REC WAS LOADED WITH THE RECEIPT BEING VOIDED BY
      *    250-VOID-ROUTINE BEFORE THIS RUNS, SO WS-RC-AMT-OWED/
      *    WS-RC-AMT-PAID STILL HOLD THE ORIGINAL TRANSACTION'S AMOUNTS.
      *    THE NEW ROW WRITTEN HERE CARRIES THE SAME TYPE AND AMOUNTS
      *    SO IT OFFSETS THE ORIGINAL IN THE LEDGER WITHOUT EVER
      *    REWRITING IT, BUT ITS EFFECT ON THE RUNNING BALANCE IS
      *    REVERSED FROM AN ORDINARY RECEIPT'S.
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE 'Y' TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE - WS-RC-AMT-OWED + WS-RC-AMT-PAID
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
           PERFORM 900-CHECK-RC-STATUS.
       265-MARK-ORIG-VOIDED.
      *    260-WRITE-VOID-ENTRY'S OWN TAIL LOOKUP LEFT RC-REC
      *    REPOSITIONED AWAY FROM THE ORIGINAL RECEIPT, SO IT IS RE-
      *    READ HERE BY WS-VOID-ORIG-SEQ (SAVED BY 250-VOID-ROUTINE
      *    WHEN THE MATCH WAS FOUND) AND STAMPED RC-VOID = 'Y' SO A
      *    SECOND VOID CANNOT MATCH AND REVERSE THE SAME RECEIPT TWICE.
           MOVE WS-SNO TO RC-STU-NUM
           MOVE WS-VOID-ORIG-SEQ TO RC-SEQ
           READ RC-FILE-DESC
           PERFORM 900-CHECK-RC-STATUS
           MOVE SPACES TO WS-JR-BEFORE
           MOVE 'Y' TO RC-VOID
           REWRITE RC-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE RC-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS.
       268-UNDO-RECOVERY.
      *    A VOIDED RECOVERY PUTS THE AMOUNT BACK UNDER THE WRITE-OFF
      *    ON THE REGISTER, AS IF IT HAD NEVER COME IN.
           MOVE 'U' TO BD-FUNC
           MOVE WS-SNO TO BD-STU-NUM
           MOVE WS-RC-AMT-OWED TO BD-AMOUNT
           CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK.
       265-CHECK-CB-AUTH.
      *    A STUDENT WHO HAS AUTHORIZED US TO HOLD A TITLE IV CREDIT
      *    BALANCE MAY STILL ASK FOR MONEY BACK, SO THE CASHIER IS
      *    ONLY ASKED, NOT STOPPED.  PROJ-REFUND-SWEEP LEAVES THE HELD
      *    AMOUNT ALONE ON ITS OWN.
           MOVE 'Y' TO WS-PROCEED
           IF WS-AZ-ON-FILE = 'Y'
               MOVE WS-SNO TO AZ-STU-NUM
               MOVE CT-AID-YEAR TO AZ-AID-YEAR
               READ AZ-FILE-DESC
                   NOT INVALID KEY
                       IF AZ-HOLD-AUTH = 'Y'
                           DISPLAY SCRN-CLEAR
                           DISPLAY SCRN-SID
                           DISPLAY SCRN-CB-HOLD
                           ACCEPT SCRN-CB-HOLD
                           IF ANS NOT = 'Y' AND NOT = 'y'
                               MOVE 'N' TO WS-PROCEED
                           END-IF
                       END-IF
               END-READ
           END-IF.
       270-REFUND-ROUTINE.
      *    WRITES A NEW RC-TYPE = 'REFUND' ROW FOR THE AMOUNT PAID
      *    BACK TO THE STUDENT.  RC-AMT-OWED/RC-AMT-PAID STAY ZERO ON
      *    A REFUND ROW; THE AMOUNT LIVES IN RC-REFUND-AMT INSTEAD,
      *    SAME AS 220-WRITE-RECEIPT-RTN WOULD IF IT HAD A SIGNED
      *    FIELD TO WRITE ORDINARY RECEIPTS INTO.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-REFUND-AMT
           ACCEPT SCRN-REFUND-AMT
           DISPLAY SCRN-CLEAR
           IF WS-NEW-REFUND-AMT > DC-REFUND-AMT
               MOVE 'RF' TO WS-PA-KIND
               PERFORM 290-QUEUE-APPROVAL
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 272-POST-REFUND
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       272-POST-REFUND.
           PERFORM 150-FIND-RC-TAIL
           PERFORM 155-GET-RECEIPT-NO
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE WS-SNO TO WS-RC-STU-NUM
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           MOVE WS-NEW-REFUND-AMT TO WS-RC-REFUND-AMT
           MOVE SPACES TO WS-RC-VOID
           ACCEPT WS-RC-POST-DATE FROM DATE
           PERFORM 225-CHECK-DAY-CLOSED
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-NEW-REFUND-AMT
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
           PERFORM 900-CHECK-RC-STATUS.
       275-NSF-ROUTINE.
      *    ONE KEYED ACTION FOR A BOUNCED CHECK.  THE PAYMENT IS FOUND
      *    AMONG THE STUDENT'S ROWS BY ITS RECEIPT NUMBER (SAME SCAN AS
      *    250-VOID-ROUTINE, BUT ONLY A ROW THAT ACTUALLY CARRIES AN
      *    RC-AMT-PAID CAN BOUNCE), REVERSED WITH AN RC-TYPE 'NSF'
      *    ROW INSTEAD OF A PLAIN VOID SO THE LEDGER SHOWS A PAYMENT
      *    WAS MADE AND RETURNED, THEN THE FEE POSTS, THE HOLD GOES
      *    ON, AND THE LETTER QUEUES.
           DISPLAY SCRN-CLEAR
           ACCEPT SCRN-NSF-NO
           MOVE 'N' TO WS-NSF-FOUND
           IF WS-NSF-RCPT-NO > ZERO
               MOVE WS-SNO TO RC-STU-NUM
               MOVE ZEROS TO RC-SEQ
               MOVE 'N' TO WS-RC-DONE
               START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 'Y' TO WS-RC-DONE
               END-START
               PERFORM UNTIL WS-NSF-FOUND = 'Y' OR WS-RC-DONE = 'Y'
                   READ RC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RC-DONE
                       NOT AT END
                           IF RC-STU-NUM NOT = WS-SNO
                               MOVE 'Y' TO WS-RC-DONE
                           ELSE IF RC-RCPT-NO = WS-NSF-RCPT-NO
                                   AND RC-VOID NOT = 'Y'
                                   AND RC-AMT-PAID > ZERO
                               MOVE 'Y' TO WS-NSF-FOUND
                               MOVE RC-SEQ TO WS-VOID-ORIG-SEQ
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-NSF-FOUND = 'Y' THEN
      *    SAME 220-WRITE-RECEIPT-RTN AN OPERATOR-KEYED CHARGE USES,
      *    SO IT CARRIES A RECEIPT NUMBER AND PRINTS A SLIP.
           MOVE 'NSFFEE' TO WS-RC-RCT-TYPE
           MOVE DF-NSF-FEE TO WS-NEW-AMT-OWED
           MOVE ZERO TO WS-NEW-AMT-PAID
           MOVE SPACES TO WS-NEW-TENDER
           MOVE SPACES TO WS-NEW-CHECK-NO
           STRING 'RCPT ' DELIMITED BY SIZE
               WS-NSF-RCPT-NO DELIMITED BY SIZE
               ' FEE $' DELIMITED BY SIZE
               DF-NSF-FEE DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           OPEN EXTEND QUEUE-FILE
           END-IF
           WRITE QUEUE-REC FROM CQ-LINE
           CLOSE QUEUE-FILE.
       290-QUEUE-APPROVAL.
      *    THE TRANSACTION GOES ON PROJ-APPROVAL.DAT AS KEYED, UNDER THE
      *    NEXT ITEM NUMBER, AND NOTHING POSTS UNTIL ANOTHER OPERATOR
      *    APPROVES IT ON PROJ-APPROVE.  WS-PA-KIND SAYS WHICH FIELDS
      *    CARRY IT: A HAND-KEYED DEBIT IN WS-RC-RCT-TYPE/WS-NEW-AMT-
      *    OWED, A VOID IN WS-RC-DATA-REC (THE RECEIPT FOUND BY
      *    250-VOID-ROUTINE), A REFUND IN WS-NEW-REFUND-AMT.
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
           MOVE WS-PA-KIND TO PA-KIND
           MOVE 'P' TO PA-STATUS
           MOVE WS-SNO TO PA-STU-NUM
           MOVE ZERO TO PA-AMT-OWED
           MOVE ZERO TO PA-AMT-PAID
           MOVE ZERO TO PA-REFUND-AMT
           MOVE ZEROS TO PA-RCPT-NO
           MOVE ZEROS TO PA-AWARD-CODE
           IF WS-PA-KIND = 'AD'
               MOVE WS-RC-RCT-TYPE TO PA-RC-TYPE
               MOVE WS-NEW-AMT-OWED TO PA-AMT-OWED
           END-IF
           IF WS-PA-KIND = 'VO'
               MOVE WS-RC-RCT-TYPE TO PA-RC-TYPE
               MOVE WS-RC-AMT-OWED TO PA-AMT-OWED
               MOVE WS-RC-AMT-PAID TO PA-AMT-PAID
               MOVE WS-RC-REFUND-AMT TO PA-REFUND-AMT
               MOVE WS-VOID-RCPT-NO TO PA-RCPT-NO
           END-IF
           IF WS-PA-KIND = 'RF'
               MOVE 'REFUND' TO PA-RC-TYPE
               MOVE WS-NEW-REFUND-AMT TO PA-REFUND-AMT
           END-IF
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
       300-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
               WS-JR-BEFORE, WS-JR-AFTER.
       900-CHECK-RC-STATUS.
      *    ANY STATUS OTHER THAN '00' ON RC-FILE-DESC MEANS THE RECEIPTS
      *    FILE ITSELF IS BAD (OUT OF SPACE, CORRUPTED, A SEQUENCE
      *    ALREADY TAKEN, ETC) -- THERE IS NO RECOVERY FROM THAT MID-
      *    TRANSACTION, SO THIS ABORTS CLEANLY RATHER THAN CARRYING A
      *    BALANCE FORWARD FROM BAD DATA.  '02' ONLY SAYS ANOTHER ROW
      *    WAS POSTED THE SAME DAY (THE RC-POST-DATE ALTERNATE KEY).
           IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE SF-FILE-DESC
