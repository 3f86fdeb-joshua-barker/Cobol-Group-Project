      *20260902  ADDED THE WORK-STUDY SELECTIONS -- PLACEMENT AND
      *          TIMESHEET ENTRY (PROJ-UPD-WORKSTUDY) AND THE PAY-
      *          PERIOD BATCH (PROJ-WS-PAYROLL).
      *20261015  THE STUDENT PROMPT NOW ASKS FOR THE INSTITUTIONAL
      *          STUDENT ID -- THE SSN IS NO LONGER THE STUDENT NUMBER.
      *20261015  ADDED THE VA BENEFITS SELECTIONS -- BENEFICIARY
      *          MAINTENANCE (PROJ-UPD-VA), THE ENROLLMENT
      *          CERTIFICATION RUN (PROJ-VA-CERT) AND THE PENDING
      *          ADJUSTMENT REPORT (PROJ-VA-ADJ-RPT).
      *20261015  ADDED THE SCHOLARSHIP FUND SELECTIONS -- FUND
      *          MAINTENANCE (PROJ-UPD-SCHOL), THE FUND STATUS REPORT
      *          (PROJ-SCHOL-RPT) AND THE DONOR STEWARDSHIP REPORT
      *          (PROJ-SCHOL-DONOR).
      *20261015  ADDED THE COD SELECTIONS -- THE ORIGINATION AND
      *          DISBURSEMENT EXPORT (PROJ-COD-EXPORT) AND THE
      *          ACKNOWLEDGMENT IMPORT (PROJ-COD-ACK).
      *20261015  ADDED THE AID-YEAR ROLLOVER SELECTION
      *          (PROJ-FA-AY-ROLL).
      *20261015  ADDED THE PROFESSIONAL JUDGMENT SELECTIONS --
      *          ADJUSTMENT ENTRY (PROJ-UPD-PJ) AND THE AUDIT LOG
      *          (PROJ-PJ-LOG).
      *20261015  ADDED THE TITLE IV CREDIT-BALANCE SELECTIONS -- THE
      *          STUDENT AUTHORIZATIONS (PROJ-UPD-CBAUTH) AND THE
      *          14-DAY MONITOR (PROJ-CB-MONITOR).
      *20261015  ADDED THE BOOKSTORE VOUCHER SELECTIONS -- THE CHARGE
      *          AUTHORIZATION BATCH (PROJ-BOOK-VOUCHER) AND THE
      *          BOOKSTORE CHARGE IMPORT (PROJ-BOOK-CHARGE).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MORE-TASKS   PIC X(3) VALUE 'YES'.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 SNO-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER STUDENT ID:  ".
           05 LINE 30 COL 50 PIC 9(9) TO WS-SNO.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "FINANCIAL AID MENU".
           05 LINE 14 COL 15 VALUE "VERIFY CHECKLIST  :V".
           05 LINE 15 COL 15 VALUE "CENSUS AID RECALC :C".
           05 LINE 13 COL 15 VALUE "WORK-STUDY PAYROLL:B".
           05 LINE 16 COL 15 VALUE "VA BENEFICIARY    :G".
           05 LINE 17 COL 15 VALUE "VA CERTIFICATION  :T".
           05 LINE 18 COL 15 VALUE "VA ADJUSTMENT RPT :Q".
           05 LINE 6  COL 45 VALUE "SCHOLARSHIP FUNDS :F".
           05 LINE 7  COL 45 VALUE "FUND STATUS RPT   :U".
           05 LINE 8  COL 45 VALUE "DONOR STEWARDSHIP :O".
           05 LINE 9  COL 45 VALUE "COD EXPORT        :K".
           05 LINE 10 COL 45 VALUE "COD ACK IMPORT    :I".
           05 LINE 11 COL 45 VALUE "AID YEAR ROLLOVER :Y".
           05 LINE 12 COL 45 VALUE "PROF JUDGMENT     :J".
           05 LINE 13 COL 45 VALUE "PROF JUDGMENT LOG :L".
           05 LINE 14 COL 45 VALUE "CREDIT BAL AUTH   :H".
           05 LINE 15 COL 45 VALUE "CREDIT BAL MONITOR:M".
           05 LINE 16 COL 45 VALUE "BOOK VOUCHERS     :N".
           05 LINE 17 COL 45 VALUE "BOOKSTORE CHARGES :Z".
           05 LINE 20 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 21 COL 43 PIC X TO OPTION.
                   CALL 'PROJ-UPD-VERIFY'
               ELSE IF OPTION = 'C'
                   CALL 'PROJ-FA-RECALC'
               ELSE IF OPTION = 'G'
                   CALL 'PROJ-UPD-VA' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'T'
                   CALL 'PROJ-VA-CERT'
               ELSE IF OPTION = 'Q'
                   CALL 'PROJ-VA-ADJ-RPT'
               ELSE IF OPTION = 'F'
                   CALL 'PROJ-UPD-SCHOL' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'U'
                   CALL 'PROJ-SCHOL-RPT'
               ELSE IF OPTION = 'O'
                   CALL 'PROJ-SCHOL-DONOR'
               ELSE IF OPTION = 'K'
                   CALL 'PROJ-COD-EXPORT'
               ELSE IF OPTION = 'I'
                   CALL 'PROJ-COD-ACK'
               ELSE IF OPTION = 'Y'
                   CALL 'PROJ-FA-AY-ROLL'
               ELSE IF OPTION = 'J'
                   CALL 'PROJ-UPD-PJ' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-PJ-LOG'
               ELSE IF OPTION = 'H'
                   CALL 'PROJ-UPD-CBAUTH' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'M'
                   CALL 'PROJ-CB-MONITOR'
               ELSE IF OPTION = 'N'
                   CALL 'PROJ-BOOK-VOUCHER'
               ELSE IF OPTION = 'Z'
                   CALL 'PROJ-BOOK-CHARGE'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
