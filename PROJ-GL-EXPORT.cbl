      *          EXPORT UNMAPPED AND BOUNCE THE WHOLE IMPORT.  WITH NO
      *          MAPPING FILE BUILT YET THE OLD UNMAPPED EXPORT STILL
      *          RUNS, SO THE FIRST MONTH ISN'T HELD HOSTAGE.
      *20261015  BAD-DEBT WRITE-OFFS.  A 'WRITEOFF' NODE (PROJ-WRITEOFF)
      *          OR 'RECOVERY' NODE (PROJ-WO-RECOVER) MOVES MONEY
      *          BETWEEN RECEIVABLES AND BAD-DEBT EXPENSE RATHER THAN
      *          THROUGH A DRAWER, SO EACH NOW EXPORTS BOTH SIDES FROM
      *          ITS ONE MAPPING ROW -- THE WRITEOFF ROW'S DEBIT ACCOUNT
      *          IS THE BAD-DEBT EXPENSE AND ITS CREDIT ACCOUNT
      *          RECEIVABLES; THE RECOVERY ROW IS THE REVERSE.
      *20261015  ALLOWANCE FOR DOUBTFUL ACCOUNTS.  EACH MONTH-END
      *          SNAPSHOT PROJ-AR-AGE SAVES ON AR-AGE-HIST.DAT (SEE
      *          AK-FILE-DESC) CARRIES AN ALLOWANCE ADJUSTMENT ON ITS
      *          TOTAL ROW; EACH NON-ZERO ONE NOW EXPORTS AS SOURCE
      *          'AR' CODE 'ALLOWANCE', BOTH SIDES FROM ITS ONE MAPPING
      *          ROW THE WAY A WRITE-OFF DOES -- THE ROW'S DEBIT
      *          ACCOUNT IS BAD-DEBT EXPENSE AND ITS CREDIT ACCOUNT THE
      *          ALLOWANCE.  A RELEASE (NEGATIVE ADJUSTMENT) REVERSES.
      *20261015  DEFERRED TUITION REVENUE.  THE TERM CHARGE
      *          PROJ-TUITION-ASSESS POSTS (A 'TUITION' NODE STAMPED
      *          'ASSESS') NOW EXPORTS UNDER CODE 'ASSESS-UR' AND THE
      *          AUTOMATIC DROP REVERSAL (A 'DROPADJUST' NODE STAMPED
      *          'DROPADJ') UNDER 'DROPADJ-UR', BOTH SIDES FROM ONE
      *          MAPPING ROW -- RECEIVABLES AGAINST UNEARNED REVENUE
      *          INSTEAD OF STRAIGHT TO REVENUE.  THE MONTHLY
      *          RECOGNITION ENTRIES PROJ-REV-RECOG SAVES ON
      *          REV-RECOG.DAT (SEE RV-FILE-DESC) EXPORT AS SOURCE 'UR'
      *          CODE 'RECOGNIZE', DEBIT UNEARNED AND CREDIT REVENUE,
      *          BOTH SIDES; A NEGATIVE ENTRY REVERSES.
      *20261015  MISCELLANEOUS RECEIPTS.  A 'MISC' NODE PROJ-MISC-RCPT
      *          POSTS FOR A NON-STUDENT PAYER NOW EXPORTS AS SOURCE
      *          'MR' UNDER ITS REASON CODE, LOOKED UP BY RECEIPT
      *          NUMBER ON RC-MISC-RCPT.DAT (SEE MX-FILE-DESC), SO EACH
      *          REASON BOOKS TO ITS OWN MAPPING ROW.
      *20261015  PROJ-REC.DAT AND PROJ-FIN-AID.DAT ARE NOW INDEXED AND
      *          ARE READ IN KEY ORDER FROM THE TOP; THERE IS NO
      *          CONTROL RECORD TO SKIP.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT GL-EXPORT-FILE ASSIGN TO 'GL-EXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GM-FILE-DESC ASSIGN TO 'GL-ACCT-MAP.DAT'
               FILE STATUS IS WS-GM-STATUS.
           SELECT UNMAPPED-REPORT ASSIGN TO 'GL-UNMAPPED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AK-FILE-DESC ASSIGN TO 'AR-AGE-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-AK-STATUS.
           SELECT RV-FILE-DESC ASSIGN TO 'REV-RECOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RV-STATUS.
           SELECT MX-FILE-DESC ASSIGN TO 'RC-MISC-RCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MX-RCPT-NO
               FILE STATUS IS WS-MX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  GL-EXPORT-FILE.
       01  GL-EXPORT-REC                PIC X(50).
       FD  UNMAPPED-REPORT
           DATA RECORD IS UNMAPPED-REC.
       01  UNMAPPED-REC                 PIC X(40).
       FD  AK-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY AK-FILE-DESC.
       FD  RV-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY RV-FILE-DESC.
       FD  MX-FILE-DESC IS EXTERNAL RECORD CONTAINS 90 CHARACTERS.
           COPY MX-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS       PIC X    VALUE 'Y'.
       01  WS-RC-CNT                    PIC 9(5) VALUE ZERO.
       01  WS-FA-CNT                    PIC 9(5) VALUE ZERO.
       01  WS-GM-STATUS                 PIC XX.
       01  WS-GM-ON-FILE                PIC X    VALUE 'N'.
       01  WS-MAP-FOUND                 PIC X.
       01  WS-UNMAPPED-CNT              PIC 9(5) VALUE ZERO.
       01  WS-AK-STATUS                 PIC XX.
       01  WS-AR-CNT                    PIC 9(5) VALUE ZERO.
       01  WS-RV-STATUS                 PIC XX.
       01  WS-UR-CNT                    PIC 9(5) VALUE ZERO.
       01  WS-MX-STATUS                 PIC XX.
       01  WS-MX-ON-FILE                PIC X    VALUE 'N'.
      *    EACH TYPE/CODE WITH NO MAPPING ROW IS REPORTED ONCE, NOT
      *    ONCE PER TRANSACTION -- THE PAGE IS A TO-KEY LIST FOR
      *    PROJ-UPD-GLMAP, NOT A TRANSACTION REGISTER.
           ELSE
               MOVE 'Y' TO WS-GM-ON-FILE
           END-IF
           OPEN INPUT MX-FILE-DESC
           IF WS-MX-STATUS = '35'
               MOVE 'N' TO WS-MX-ON-FILE
           ELSE
               MOVE 'Y' TO WS-MX-ON-FILE
           END-IF
           OPEN OUTPUT UNMAPPED-REPORT
           DISPLAY 'PROJ-GL-EXPORT STARTING'
           PERFORM 200-EXPORT-RECEIPTS
           PERFORM 300-EXPORT-AID
           PERFORM 400-EXPORT-ALLOWANCE
           PERFORM 420-EXPORT-RECOGNITION
           DISPLAY 'PROJ-GL-EXPORT FINISHED -- ' WS-RC-CNT
               ' RECEIPT LINE(S), ' WS-FA-CNT ' AID LINE(S)'
           DISPLAY WS-AR-CNT ' ALLOWANCE LINE(S), ' WS-UR-CNT
               ' REVENUE RECOGNITION LINE(S)'
           IF WS-UNMAPPED-CNT > 0
               DISPLAY WS-UNMAPPED-CNT ' LINE(S) HELD -- SEE '
                   'GL-UNMAPPED.RPT'
           IF WS-GM-ON-FILE = 'Y'
               CLOSE GM-FILE-DESC
           END-IF
           IF WS-MX-ON-FILE = 'Y'
               CLOSE MX-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-EXPORT-RECEIPTS.
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           MOVE ZEROS TO RC-KEY
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'N' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
           IF RC-AMT-OWED > 0 THEN
               MOVE RC-STU-NUM TO GE-STU-NUM
               MOVE RC-TYPE TO GE-TRANS-CODE
               PERFORM 215-DEFERRED-CODE
               MOVE RC-AMT-OWED TO GE-AMOUNT
               MOVE RC-POST-DATE TO GE-POST-DATE
               MOVE 'RC' TO GE-SOURCE
               IF WS-MAP-FOUND = 'Y'
                   WRITE GL-EXPORT-REC FROM GL-DETAIL-LINE
                   ADD 1 TO WS-RC-CNT
                   PERFORM 255-WRITE-OFFSET-LINE
               END-IF
           END-IF
           IF RC-AMT-PAID > 0 THEN
               MOVE RC-AMT-PAID TO GE-AMOUNT
               MOVE RC-POST-DATE TO GE-POST-DATE
               MOVE 'RC' TO GE-SOURCE
               PERFORM 217-MISC-RECEIPT-CODE
               IF RC-VOID = 'Y' THEN
                   MOVE 'DR' TO GE-DR-CR
               ELSE
               IF WS-MAP-FOUND = 'Y'
                   WRITE GL-EXPORT-REC FROM GL-DETAIL-LINE
                   ADD 1 TO WS-RC-CNT
                   PERFORM 255-WRITE-OFFSET-LINE
               END-IF
           END-IF.
       215-DEFERRED-CODE.
      *    TERM TUITION BOOKED BY PROJ-TUITION-ASSESS, AND THE DROP
      *    REVERSALS AGAINST IT, GO THROUGH UNEARNED REVENUE; A
      *    HAND-KEYED TUITION CHARGE STILL GOES TO ITS OWN ROW.
           IF RC-TYPE = 'TUITION' AND RC-OPERATOR-ID = 'ASSESS'
               MOVE 'ASSESS-UR' TO GE-TRANS-CODE
           ELSE IF RC-TYPE = 'DROPADJUST'
                   AND RC-OPERATOR-ID = 'DROPADJ'
               MOVE 'DROPADJ-UR' TO GE-TRANS-CODE
           END-IF.
       217-MISC-RECEIPT-CODE.
      *    A NON-STUDENT RECEIPT BOOKS BY THE REASON ON ITS REGISTER
      *    ROW.  WITH NO ROW IT GOES OUT AS 'MR' 'MISC', WHICH HAS NO
      *    MAPPING AND SO LANDS ON THE EXCEPTION PAGE FOR A LOOK.
           IF RC-TYPE = 'MISC' AND RC-STU-NUM = ZERO
               MOVE 'MR' TO GE-SOURCE
               IF WS-MX-ON-FILE = 'Y'
                   MOVE RC-RCPT-NO TO MX-RCPT-NO
                   READ MX-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE MX-REASON TO GE-TRANS-CODE
                   END-READ
               END-IF
           END-IF.
       250-STAMP-GL-ACCOUNT.
                       END-IF
               END-READ
           END-IF.
       255-WRITE-OFFSET-LINE.
      *    THE OTHER HALF OF A WRITE-OFF OR RECOVERY ENTRY: THE SAME
      *    AMOUNT ON THE OPPOSITE SIDE, STAMPED WITH THE OTHER ACCOUNT
      *    OF THE MAPPING ROW 250-STAMP-GL-ACCOUNT JUST READ.  THE
      *    ALLOWANCE ADJUSTMENT AND THE UNEARNED REVENUE ENTRIES ARE
      *    BALANCED THE SAME WAY.
           IF GE-TRANS-CODE = 'WRITEOFF' OR GE-TRANS-CODE = 'RECOVERY'
                   OR GE-TRANS-CODE = 'ALLOWANCE'
                   OR GE-TRANS-CODE = 'ASSESS-UR'
                   OR GE-TRANS-CODE = 'DROPADJ-UR'
                   OR GE-TRANS-CODE = 'RECOGNIZE'
               IF GE-DR-CR = 'DR'
                   MOVE 'CR' TO GE-DR-CR
               ELSE
                   MOVE 'DR' TO GE-DR-CR
               END-IF
               IF WS-GM-ON-FILE = 'Y'
                   IF GE-DR-CR = 'DR'
                       MOVE GM-DEBIT-ACCT TO GE-GL-ACCT
                   ELSE
                       MOVE GM-CREDIT-ACCT TO GE-GL-ACCT
                   END-IF
               END-IF
               WRITE GL-EXPORT-REC FROM GL-DETAIL-LINE
               IF GE-SOURCE = 'AR'
                   ADD 1 TO WS-AR-CNT
               END-IF
               IF GE-SOURCE = 'UR'
                   ADD 1 TO WS-UR-CNT
               END-IF
               IF GE-SOURCE = 'RC'
                   ADD 1 TO WS-RC-CNT
               END-IF
           END-IF.
       260-NOTE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-CNT
           MOVE 'N' TO WS-SEEN-HIT
           END-IF.
       300-EXPORT-AID.
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           MOVE ZEROS TO FA-KEY
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'N' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
                   ADD 1 TO WS-FA-CNT
               END-IF
           END-IF.
       400-EXPORT-ALLOWANCE.
      *    ONE ADJUSTING ENTRY PER SNAPSHOT, DATED THE SNAPSHOT DAY,
      *    WITH NO STUDENT ON IT.  NO SNAPSHOT FILE YET MEANS NOTHING
      *    TO SEND.
           OPEN INPUT AK-FILE-DESC
           IF WS-AK-STATUS NOT = '35'
               MOVE 'Y' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
                   READ AK-FILE-DESC NEXT RECORD
                       AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                       NOT AT END PERFORM 410-WRITE-AR-LINES
                   END-READ
               END-PERFORM
               CLOSE AK-FILE-DESC
           END-IF.
       410-WRITE-AR-LINES.
           IF AK-TYPE = '**TOTAL**' AND AK-ADJUST NOT = ZERO
               MOVE ZEROS TO GE-STU-NUM
               MOVE 'ALLOWANCE' TO GE-TRANS-CODE
               MOVE AK-SNAP-DATE TO GE-POST-DATE
               MOVE 'AR' TO GE-SOURCE
               IF AK-ADJUST > ZERO
                   MOVE AK-ADJUST TO GE-AMOUNT
                   MOVE 'DR' TO GE-DR-CR
               ELSE
                   COMPUTE GE-AMOUNT = ZERO - AK-ADJUST
                   MOVE 'CR' TO GE-DR-CR
               END-IF
               PERFORM 250-STAMP-GL-ACCOUNT
               IF WS-MAP-FOUND = 'Y'
                   WRITE GL-EXPORT-REC FROM GL-DETAIL-LINE
                   ADD 1 TO WS-AR-CNT
                   PERFORM 255-WRITE-OFFSET-LINE
               END-IF
           END-IF.
       420-EXPORT-RECOGNITION.
      *    ONE ENTRY PER SESSION PER RECOGNITION RUN, DATED THE RUN
      *    DAY, WITH NO STUDENT ON IT.  NO ENTRIES FILE YET MEANS
      *    NOTHING TO SEND.
           OPEN INPUT RV-FILE-DESC
           IF WS-RV-STATUS NOT = '35'
               MOVE 'Y' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
                   READ RV-FILE-DESC NEXT RECORD
                       AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                       NOT AT END PERFORM 430-WRITE-UR-LINES
                   END-READ
               END-PERFORM
               CLOSE RV-FILE-DESC
           END-IF.
       430-WRITE-UR-LINES.
           IF RV-AMOUNT NOT = ZERO
               MOVE ZEROS TO GE-STU-NUM
               MOVE 'RECOGNIZE' TO GE-TRANS-CODE
               MOVE RV-RUN-DATE TO GE-POST-DATE
               MOVE 'UR' TO GE-SOURCE
               IF RV-AMOUNT > ZERO
                   MOVE RV-AMOUNT TO GE-AMOUNT
                   MOVE 'DR' TO GE-DR-CR
               ELSE
                   COMPUTE GE-AMOUNT = ZERO - RV-AMOUNT
                   MOVE 'CR' TO GE-DR-CR
               END-IF
               PERFORM 250-STAMP-GL-ACCOUNT
               IF WS-MAP-FOUND = 'Y'
                   WRITE GL-EXPORT-REC FROM GL-DETAIL-LINE
                   ADD 1 TO WS-UR-CNT
                   PERFORM 255-WRITE-OFFSET-LINE
               END-IF
           END-IF.
