       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-CBAUTH.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  RECORDS A STUDENT'S WRITTEN TITLE IV
      *          CREDIT-BALANCE AUTHORIZATIONS FOR AN AID YEAR
      *          (DEFAULT CT-AID-YEAR) ON FA-CB-AUTH.DAT (SEE
      *          AZ-FILE-DESC) -- WHETHER THE COLLEGE MAY HOLD A
      *          CREDIT BALANCE INSTEAD OF REFUNDING IT, AND WHETHER
      *          THIS YEAR'S AID MAY PAY MINOR PRIOR-YEAR CHARGES.
      *          EITHER MAY BE GIVEN OR RESCINDED AT ANY TIME; THE DATE
      *          OF EACH IS STAMPED WHEN IT CHANGES, AND THE ROW WITH
      *          THE SIGNED-ON OPERATOR.  PROJ-REFUND-SWEEP, PROJ-RC
      *          AND PROJ-CB-MONITOR HONOR THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AZ-FILE-DESC ASSIGN TO 'FA-CB-AUTH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AZ-KEY
               FILE STATUS IS WS-AZ-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  AZ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY AZ-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-AZ-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-YEAR               PIC X(4).
       01  WS-TMP-HOLD               PIC X.
       01  WS-TMP-PRIOR              PIC X.
       01  WS-STU-FOUND              PIC X.
       01  WS-AZ-FOUND               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       COPY T4-POLICY.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-SNO.
          05 LINE 3 COLUMN 1 VALUE 'ENTER STUDENT NUMBER: '.
          05 LINE 3 COLUMN 24 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 3 COLUMN 36 VALUE 'AID YEAR: '.
          05 LINE 3 COLUMN 46 PIC X(4) USING WS-TMP-YEAR.
       01 SCRN-AUTH.
          05 LINE 12 COLUMN 1 VALUE
             'HOLD TITLE IV CREDIT BALANCE (Y/N): '.
          05 LINE 12 COLUMN 38 PIC X USING WS-TMP-HOLD.
          05 LINE 13 COLUMN 1 VALUE
             'AID MAY PAY PRIOR-YEAR CHARGES (Y/N): '.
          05 LINE 13 COLUMN 40 PIC X USING WS-TMP-PRIOR.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'ANOTHER STUDENT? (YES/NO): '.
          05 LINE 1 COLUMN 29 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-PARM-LOAD' USING T4-PARM-ID, T4-PARMS
           OPEN I-O AZ-FILE-DESC
           IF WS-AZ-STATUS = '35'
               OPEN OUTPUT AZ-FILE-DESC
               CLOSE AZ-FILE-DESC
               OPEN I-O AZ-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-ONE-STUDENT
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE AZ-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-ONE-STUDENT.
           DISPLAY SCRN-CLEAR
           MOVE CT-AID-YEAR TO WS-TMP-YEAR
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
               PERFORM 300-SHOW-AUTHORIZATIONS
               PERFORM 400-CHANGE-AUTHORIZATIONS
           END-IF.
       300-SHOW-AUTHORIZATIONS.
           MOVE WS-TMP-SNO TO AZ-STU-NUM
           MOVE WS-TMP-YEAR TO AZ-AID-YEAR
           MOVE 'Y' TO WS-AZ-FOUND
           READ AZ-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-AZ-FOUND
           END-READ
           IF WS-AZ-FOUND = 'N'
               MOVE SPACES TO AZ-RECORD
               MOVE WS-TMP-SNO TO AZ-STU-NUM
               MOVE WS-TMP-YEAR TO AZ-AID-YEAR
               MOVE 'N' TO AZ-HOLD-AUTH
               MOVE ZEROS TO AZ-HOLD-DATE
               MOVE 'N' TO AZ-PRIOR-AUTH
               MOVE ZEROS TO AZ-PRIOR-DATE
               MOVE ZEROS TO AZ-CHG-DATE
           END-IF
           DISPLAY SCRN-CLEAR
           DISPLAY 'CREDIT-BALANCE AUTHORIZATIONS FOR ' WS-TMP-SNO ' '
               SF-NAME ' AID YEAR ' WS-TMP-YEAR
           IF WS-AZ-FOUND = 'N'
               DISPLAY '  NONE ON FILE -- CREDIT BALANCES ARE REFUNDED'
                   ' WITHIN ' T4-REFUND-DAYS ' DAYS'
           ELSE
               DISPLAY '  HOLD CREDIT BALANCE:   ' AZ-HOLD-AUTH
                   '  SINCE ' AZ-HOLD-DATE
               DISPLAY '  PAY PRIOR-YEAR CHARGES: ' AZ-PRIOR-AUTH
                   '  SINCE ' AZ-PRIOR-DATE '  (UP TO $'
                   T4-PRIOR-LIMIT ')'
               DISPLAY '  LAST CHANGED BY ' AZ-OPERATOR-ID ' ON '
                   AZ-CHG-DATE
           END-IF.
       400-CHANGE-AUTHORIZATIONS.
           MOVE AZ-HOLD-AUTH TO WS-TMP-HOLD
           MOVE AZ-PRIOR-AUTH TO WS-TMP-PRIOR
           DISPLAY SCRN-AUTH
           ACCEPT SCRN-AUTH
           IF WS-TMP-HOLD = 'y'
               MOVE 'Y' TO WS-TMP-HOLD
           END-IF
           IF WS-TMP-HOLD = 'n'
               MOVE 'N' TO WS-TMP-HOLD
           END-IF
           IF WS-TMP-PRIOR = 'y'
               MOVE 'Y' TO WS-TMP-PRIOR
           END-IF
           IF WS-TMP-PRIOR = 'n'
               MOVE 'N' TO WS-TMP-PRIOR
           END-IF
           IF (WS-TMP-HOLD NOT = 'Y' AND NOT = 'N')
                   OR (WS-TMP-PRIOR NOT = 'Y' AND NOT = 'N')
               DISPLAY 'EACH AUTHORIZATION MUST BE Y OR N -- NOTHING '
                   'CHANGED'
           ELSE
               IF WS-TMP-HOLD = AZ-HOLD-AUTH
                       AND WS-TMP-PRIOR = AZ-PRIOR-AUTH
                   DISPLAY 'NOTHING CHANGED'
               ELSE
                   PERFORM 410-RECORD-CHANGE
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       410-RECORD-CHANGE.
           ACCEPT WS-TODAY FROM DATE
           IF WS-TMP-HOLD NOT = AZ-HOLD-AUTH
               MOVE WS-TMP-HOLD TO AZ-HOLD-AUTH
               MOVE WS-TODAY TO AZ-HOLD-DATE
           END-IF
           IF WS-TMP-PRIOR NOT = AZ-PRIOR-AUTH
               MOVE WS-TMP-PRIOR TO AZ-PRIOR-AUTH
               MOVE WS-TODAY TO AZ-PRIOR-DATE
           END-IF
           MOVE WS-OPERATOR-ID TO AZ-OPERATOR-ID
           MOVE WS-TODAY TO AZ-CHG-DATE
           IF WS-AZ-FOUND = 'Y'
               REWRITE AZ-RECORD
           ELSE
               WRITE AZ-RECORD
                   INVALID KEY
                       DISPLAY 'AUTHORIZATION NOT WRITTEN -- '
                           'TRY AGAIN'
               END-WRITE
           END-IF
           DISPLAY 'AUTHORIZATIONS RECORDED'.
