      *          NUMBER OF INSTALLMENTS; DUE DATES ARE KEYED ONE PER
      *          INSTALLMENT.  PROJ-PLAN-CHECK AND PROJ-DROP-DELINQ
      *          READ THESE CONTRACTS BACK.
      *20261015  ACH AUTO-DRAFT.  SETTING UP A PLAN NOW ASKS WHETHER
      *          THE INSTALLMENTS ARE TO BE DRAFTED FROM A BANK
      *          ACCOUNT AND KEEPS THE ROUTING/ACCOUNT ON SF-DRAFT.DAT
      *          (SEE DB-FILE-DESC), APART FROM THE REFUND DETAILS ON
      *          SF-BANK.DAT.  PROJ-ACH-DRAFT DRAFTS THEM AHEAD OF
      *          EACH DUE DATE.  CANCELLING THE PLAN STOPS THE DRAFTS.
      *          WS-OPERATOR-ID NOW COMES IN FROM PROJ-BUS-MENU TO
      *          STAMP THE AUTHORIZATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT DB-FILE-DESC ASSIGN TO 'SF-DRAFT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DB-STU-NUM
               FILE STATUS IS WS-DB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PP-FILE-DESC IS EXTERNAL RECORD CONTAINS 87 CHARACTERS.
           COPY PP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  DB-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY DB-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PP-STATUS              PIC XX.
       01  WS-DB-STATUS              PIC XX.
       01  WS-DRAFT-ON-FILE          PIC X.
       01  WS-DRAFT-ANS              PIC X.
       01  WS-NEW-ROUTING            PIC 9(9).
       01  WS-NEW-ACCOUNT            PIC X(17).
       01  WS-OLD-ACCOUNT            PIC X(17).
       01  WS-NEW-ACCT-TYPE          PIC X.
       01  WS-MASKED-ACCT            PIC X(17).
       01  WS-ACCT-SUB               PIC 99.
       01  WS-ACCT-LEN               PIC 99.
       01  WS-OPTION                 PIC X.
       01  WS-TMP-TOTAL              PIC 9(5)V99.
       01  WS-TMP-DOWN               PIC 9(5)V99.
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-DUE-DATE.
          05 LINE 13 COLUMN 1 VALUE 'INSTALLMENT DUE (CCYYMMDD): '.
          05 LINE 13 COLUMN 30 PIC 9(8) TO WS-TMP-DUE.
       01 SCRN-DRAFT-ASK.
          05 LINE 15 COLUMN 1 VALUE
                  'AUTO-DRAFT INSTALLMENTS FROM A BANK ACCOUNT (Y/N): '.
          05 LINE 15 COLUMN 53 PIC X TO WS-DRAFT-ANS.
       01 SCRN-DRAFT-BANK.
          05 LINE 3 COLUMN 1 VALUE 'ACCOUNT ON FILE: '.
          05 LINE 3 COLUMN 19 PIC X(17) FROM WS-MASKED-ACCT.
          05 LINE 5 COLUMN 1 VALUE 'ROUTING NUMBER: '.
          05 LINE 5 COLUMN 18 PIC 9(9) USING WS-NEW-ROUTING.
          05 LINE 7 COLUMN 1 VALUE 'NEW ACCOUNT (BLANK = KEEP): '.
          05 LINE 7 COLUMN 30 PIC X(17) TO WS-NEW-ACCOUNT.
          05 LINE 9 COLUMN 1 VALUE 'CHECKING (C) OR SAVINGS (S): '.
          05 LINE 9 COLUMN 31 PIC X USING WS-NEW-ACCT-TYPE.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O PP-FILE-DESC
           IF WS-PP-STATUS = '35'
               OPEN I-O PP-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O DB-FILE-DESC
           IF WS-DB-STATUS = '35'
               OPEN OUTPUT DB-FILE-DESC
               CLOSE DB-FILE-DESC
               OPEN I-O DB-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               MOVE WS-SNO TO SF-STU-NUM
           END-PERFORM
           CLOSE PP-FILE-DESC
                 SF-FILE-DESC
                 DB-FILE-DESC
           EXIT PROGRAM.
       200-PLAN-ROUTINE.
           DISPLAY SCRN-CLEAR
       230-WRITE-NEW-PLAN.
           PERFORM 260-BUILD-PLAN-FIELDS
           WRITE PP-RECORD
           PERFORM 270-DRAFT-AUTH-ROUTINE
           DISPLAY SCRN-CLEAR
           DISPLAY 'PAYMENT PLAN SET UP'
           DISPLAY 'HIT ENTER TO CONTINUE'
      *    DESIGN.
           PERFORM 260-BUILD-PLAN-FIELDS
           REWRITE PP-RECORD
           PERFORM 270-DRAFT-AUTH-ROUTINE
           DISPLAY SCRN-CLEAR
           DISPLAY 'PAYMENT PLAN SET UP'
           DISPLAY 'HIT ENTER TO CONTINUE'
           MOVE 'A' TO PP-STATUS
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-TODAY TO PP-SETUP-DATE.
       270-DRAFT-AUTH-ROUTINE.
      *    THE AUTHORIZATION RIDES WITH THE PLAN -- A NEW PLAN STARTS
      *    EVERY INSTALLMENT UNDRAFTED, AND ANSWERING N STOPS ANY
      *    AUTHORIZATION ALREADY ON FILE.  THE ACCOUNT ON FILE SHOWS
      *    MASKED TO ITS LAST FOUR, SAME AS PROJ-UPD-STUDENT'S BANK
      *    SCREEN, AND LEAVING THE NEW ACCOUNT BLANK KEEPS IT.
           MOVE WS-SNO TO DB-STU-NUM
           READ DB-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-DRAFT-ON-FILE
                   MOVE ZEROS TO WS-NEW-ROUTING
                   MOVE SPACES TO WS-OLD-ACCOUNT
                   MOVE 'C' TO WS-NEW-ACCT-TYPE
                   MOVE 'NONE ON FILE     ' TO WS-MASKED-ACCT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DRAFT-ON-FILE
                   MOVE DB-ROUTING TO WS-NEW-ROUTING
                   MOVE DB-ACCOUNT TO WS-OLD-ACCOUNT
                   MOVE DB-ACCT-TYPE TO WS-NEW-ACCT-TYPE
                   PERFORM 280-MASK-ACCOUNT
           END-READ
           IF WS-DRAFT-ON-FILE = 'Y' AND DB-STATUS = 'R'
               DISPLAY 'AUTO-DRAFT WAS CANCELLED AFTER RETURNED DRAFTS'
           END-IF
           MOVE SPACES TO WS-DRAFT-ANS
           DISPLAY SCRN-DRAFT-ASK
           ACCEPT SCRN-DRAFT-ASK
           IF WS-DRAFT-ANS = 'Y' OR 'y'
               MOVE SPACES TO WS-NEW-ACCOUNT
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-DRAFT-BANK
               ACCEPT SCRN-DRAFT-BANK
               IF WS-NEW-ACCOUNT = SPACES
                   MOVE WS-OLD-ACCOUNT TO WS-NEW-ACCOUNT
               END-IF
               IF WS-NEW-ROUTING = ZERO OR WS-NEW-ACCOUNT = SPACES
                   DISPLAY 'NO ROUTING/ACCOUNT -- AUTO-DRAFT NOT SET UP'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
                   MOVE 'N' TO WS-DRAFT-ANS
               END-IF
           END-IF
           IF WS-DRAFT-ANS = 'Y' OR 'y'
               MOVE SPACES TO DB-RECORD
               MOVE WS-SNO TO DB-STU-NUM
               MOVE WS-NEW-ROUTING TO DB-ROUTING
               MOVE WS-NEW-ACCOUNT TO DB-ACCOUNT
               IF WS-NEW-ACCT-TYPE = 'S' OR 's'
                   MOVE 'S' TO DB-ACCT-TYPE
               ELSE
                   MOVE 'C' TO DB-ACCT-TYPE
               END-IF
               MOVE 'A' TO DB-STATUS
               MOVE WS-TODAY TO DB-AUTH-DATE
               MOVE WS-OPERATOR-ID TO DB-OPERATOR-ID
               MOVE ZEROS TO DB-RETURN-CNT
               MOVE ZEROS TO DB-LAST-RETURN
               PERFORM 275-CLEAR-DRAFTS
               IF WS-DRAFT-ON-FILE = 'Y'
                   REWRITE DB-RECORD
               ELSE
                   WRITE DB-RECORD
               END-IF
           ELSE
               IF WS-DRAFT-ON-FILE = 'Y'
                   IF DB-STATUS = 'A'
                       MOVE 'N' TO DB-STATUS
                   END-IF
                   PERFORM 275-CLEAR-DRAFTS
                   REWRITE DB-RECORD
               END-IF
           END-IF.
       275-CLEAR-DRAFTS.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > 6
               MOVE SPACE TO DB-INST-STATE(WS-INST-SUB)
               MOVE ZEROS TO DB-INST-TRACE(WS-INST-SUB)
               MOVE ZEROS TO DB-INST-AMT(WS-INST-SUB)
               MOVE ZEROS TO DB-INST-DATE(WS-INST-SUB)
           END-PERFORM.
       280-MASK-ACCOUNT.
      *    EVERYTHING BUT THE LAST FOUR NON-SPACE CHARACTERS SHOWS AS
      *    STARS.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 17
               IF DB-ACCOUNT(WS-ACCT-SUB:1) NOT = SPACE
                   MOVE WS-ACCT-SUB TO WS-ACCT-LEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MASKED-ACCT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-LEN
               IF WS-ACCT-SUB > WS-ACCT-LEN - 4
                   MOVE DB-ACCOUNT(WS-ACCT-SUB:1)
                       TO WS-MASKED-ACCT(WS-ACCT-SUB:1)
               ELSE
                   MOVE '*' TO WS-MASKED-ACCT(WS-ACCT-SUB:1)
               END-IF
           END-PERFORM.
       250-CANCEL-ROUTINE.
           MOVE WS-SNO TO PP-STU-NUM
           READ PP-FILE-DESC
               NOT INVALID KEY
                   MOVE 'X' TO PP-STATUS
                   REWRITE PP-RECORD
                   PERFORM 290-STOP-DRAFT
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'PLAN CANCELLED'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
           END-READ.
       290-STOP-DRAFT.
      *    NO PLAN, NOTHING TO DRAFT.  INSTALLMENTS ALREADY SENT TO THE
      *    BANK STAY AS THEY ARE -- A RETURN CAN STILL COME BACK ON ONE.
           MOVE WS-SNO TO DB-STU-NUM
           READ DB-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DB-STATUS = 'A'
                       MOVE 'N' TO DB-STATUS
                       REWRITE DB-RECORD
                   END-IF
           END-READ.
       300-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
