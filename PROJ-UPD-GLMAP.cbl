      *          PACKAGE'S DEBIT AND CREDIT ACCOUNT NUMBERS --
      *          PROJ-GL-EXPORT STAMPS THESE ON EVERY EXPORTED LINE
      *          SO ACCOUNTING STOPS RE-KEYING THE IMPORT EVERY MONTH.
      *20261015  SOURCE 'AR' ACCEPTED FOR THE ALLOWANCE FOR DOUBTFUL
      *          ACCOUNTS ADJUSTMENT (CODE ALLOWANCE) PROJ-GL-EXPORT
      *          SENDS OFF THE PROJ-AR-AGE SNAPSHOTS.
      *20261015  SOURCE 'UR' ACCEPTED FOR THE MONTHLY TUITION REVENUE
      *          RECOGNITION ENTRY (CODE RECOGNIZE) PROJ-GL-EXPORT
      *          SENDS OFF THE PROJ-REV-RECOG RUNS.
      *20261015  SOURCE 'MR' ACCEPTED FOR MISCELLANEOUS RECEIPTS FROM
      *          NON-STUDENT PAYERS -- THE CODE IS THE REASON CODE
      *          PROJ-MISC-RCPT TOOK THE MONEY UNDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'SOURCE (RC FA AR UR MR): '.
          05 LINE 3 COLUMN 26 PIC X(2) TO WS-TMP-SOURCE.
          05 LINE 5 COLUMN 1 VALUE 'RECEIPT TYPE / AWARD CODE: '.
          05 LINE 5 COLUMN 29 PIC X(10) TO WS-TMP-CODE.
       01 SCRN-DETAIL.
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           IF WS-TMP-SOURCE NOT = 'RC' AND WS-TMP-SOURCE NOT = 'FA'
                   AND WS-TMP-SOURCE NOT = 'AR'
                   AND WS-TMP-SOURCE NOT = 'UR'
                   AND WS-TMP-SOURCE NOT = 'MR'
               DISPLAY 'SOURCE MUST BE RC, FA, AR, UR OR MR'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
