      *20260902  ADDED THE FEE WAIVER SELECTIONS -- ELIGIBILITY MAINT
      *          (PROJ-UPD-WAIVER) AND THE BY-TYPE COST REPORT
      *          (PROJ-WAIVER-RPT).
      *20261015  THE STUDENT PROMPT NOW ASKS FOR THE INSTITUTIONAL
      *          STUDENT ID -- THE SSN IS NO LONGER THE STUDENT NUMBER.
      *20261015  ADDED THE MEAL PLAN SUB-MENU (PROJ-MEAL-MENU) --
      *          PLAN/SELECTION MAINT, BILLING, DINING SPEND IMPORT AND
      *          THE DINING-DOLLAR BALANCE REPORT.
      *20261015  ADDED THE PARKING SUB-MENU (PROJ-PARK-MENU) -- PERMIT
      *          SALES, CITATION IMPORT, APPEALS AND THE HOLD SWEEP.
      *20261015  ADDED THE BAD-DEBT WRITE-OFF SELECTIONS -- APPROVAL
      *          (PROJ-UPD-WRITEOFF) AND THE WRITE-OFF BATCH
      *          (PROJ-WRITEOFF).  THE LETTERS ARE ALL TAKEN, SO THESE
      *          TAKE DIGITS THE WAY THE 1098-T EXTRACT DOES.
      *20261015  ADDED THE REFUND CHECK SUB-MENU (PROJ-REFCHK-MENU) --
      *          BANK PAID-CHECK IMPORT, OUTSTANDING CHECKS BY AGE,
      *          STALE-CHECK VOID, REISSUE AND ESCHEAT.
      *20261015  ADDED THE MONTH-END STUDENT RECEIVABLE AGING AND
      *          ALLOWANCE (PROJ-AR-AGE).
      *20261015  ADDED THE MONTHLY TUITION REVENUE RECOGNITION
      *          (PROJ-REV-RECOG).
      *20261015  ADDED MISCELLANEOUS CASH RECEIPTS FROM NON-STUDENT
      *          PAYERS (PROJ-MISC-RCPT).
      *20261015  ADDED THE DUAL-CONTROL APPROVAL QUEUE (PROJ-APPROVE)
      *          FOR VOIDS, REFUNDS, HAND-KEYED DEBITS AND AID AWARDS
      *          HELD OVER THEIR DC-DUAL-CTL THRESHOLDS.
      *20261015  ADDED THE WEEKLY OPERATOR EXCEPTION REPORT
      *          (PROJ-OPER-EXCEPT).
      *20261015  ADDED PROXY/AUTHORIZED PAYER MAINTENANCE
      *          (PROJ-UPD-PROXY) FOR THE FERPA RELEASES PARENTS AND
      *          GUARANTORS SIGN ON AND GET STATEMENT COPIES UNDER.
      *20261015  ADDED THE PAYMENT PLAN SUB-MENU (PROJ-PLAN-MENU) ON K
      *          -- THE PLAN CHECK MOVED THERE, BESIDE THE ACH DRAFT
      *          BUILD AND RETURN IMPORT.  PROJ-PAY-PLAN NOW GETS
      *          WS-OPERATOR-ID FOR THE DRAFT AUTHORIZATION STAMP.
      *20261015  ADDED THE REVENUE SUB-MENU (PROJ-REV-MENU) ON 5 -- THE
      *          MONTHLY RECOGNITION MOVED THERE, BESIDE THE NEW TERM
      *          REVENUE PROJECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MORE-TASKS   PIC X(3) VALUE 'YES'.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 SNO-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER STUDENT ID:  ".
           05 LINE 30 COL 50 PIC 9(9) TO WS-SNO.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "BUSINESS OFFICE MENU".
           05 LINE 6  COL 15 VALUE "TUITION ASSESSMENT:T".
           05 LINE 7  COL 15 VALUE "PAYMENT PLAN SETUP:P".
           05 LINE 8  COL 15 VALUE "PAYMENT PLANS     :K".
           05 LINE 9  COL 15 VALUE "LATE FEE BATCH    :L".
           05 LINE 10 COL 15 VALUE "CASH CLOSE-OUT    :C".
           05 LINE 11 COL 15 VALUE "BANK PAYMENT BATCH:B".
           05 LINE 8  COL 45 VALUE "HOUSING OCCUPANCY :Q".
           05 LINE 9  COL 45 VALUE "FEE WAIVER MAINT  :V".
           05 LINE 10 COL 45 VALUE "WAIVER COST REPORT:E".
           05 LINE 11 COL 45 VALUE "MEAL PLANS/DINING :F".
           05 LINE 12 COL 45 VALUE "PARKING           :Z".
           05 LINE 13 COL 45 VALUE "WRITE-OFF APPROVAL:1".
           05 LINE 14 COL 45 VALUE "WRITE-OFF BATCH   :2".
           05 LINE 15 COL 45 VALUE "REFUND CHECKS     :3".
           05 LINE 16 COL 45 VALUE "RECEIVABLES AGING :4".
           05 LINE 17 COL 45 VALUE "REVENUE           :5".
           05 LINE 18 COL 45 VALUE "MISC CASH RECEIPTS:6".
           05 LINE 19 COL 45 VALUE "DUAL-CTL APPROVALS:7".
           05 LINE 20 COL 45 VALUE "OPERATOR EXCEPTNS :9".
           05 LINE 21 COL 45 VALUE "PROXY/PAYER MAINT :0".
           05 LINE 20 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 21 COL 43 PIC X TO OPTION.
               ELSE IF OPTION = 'P'
                   DISPLAY SNO-SCREEN
                   ACCEPT SNO-SCREEN
                   CALL 'PROJ-PAY-PLAN' USING WS-SNO, WS-OPERATOR-ID
               ELSE IF OPTION = 'K'
                   CALL 'PROJ-PLAN-MENU'
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-LATE-FEE'
               ELSE IF OPTION = 'C'
                   CALL 'PROJ-UPD-WAIVER'
               ELSE IF OPTION = 'E'
                   CALL 'PROJ-WAIVER-RPT'
               ELSE IF OPTION = 'F'
                   CALL 'PROJ-MEAL-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'Z'
                   CALL 'PROJ-PARK-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '1'
                   CALL 'PROJ-UPD-WRITEOFF' USING WS-OPERATOR-ID
               ELSE IF OPTION = '2'
                   CALL 'PROJ-WRITEOFF'
               ELSE IF OPTION = '3'
                   CALL 'PROJ-REFCHK-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '4'
                   CALL 'PROJ-AR-AGE'
               ELSE IF OPTION = '5'
                   CALL 'PROJ-REV-MENU'
               ELSE IF OPTION = '6'
                   CALL 'PROJ-MISC-RCPT' USING WS-OPERATOR-ID
               ELSE IF OPTION = '7'
                   CALL 'PROJ-APPROVE' USING WS-OPERATOR-ID
               ELSE IF OPTION = '9'
                   CALL 'PROJ-OPER-EXCEPT'
               ELSE IF OPTION = '0'
                   CALL 'PROJ-UPD-PROXY' USING WS-OPERATOR-ID
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
