      *          RESETS THE FAIL COUNT, AND A CHANGED PASSWORD
      *          STAMPS OP-PWD-DATE AND ROLLS THE OLD ONE INTO
      *          OP-PREV-PWD SO THE NO-REUSE RULE HAS TEETH.
      *20261015  THE SCREEN NO LONGER SHOWS OR TAKES A PASSWORD -- ONLY
      *          ITS HASH IS ON FILE NOW (SEE PROJ-PWD-HASH).  A NEW
      *          ID, OR 'Y' IN THE RESET FIELD, ISSUES A ONE-TIME
      *          TEMPORARY PASSWORD, SHOWS IT ONCE FOR THE SECURITY
      *          OFFICER TO HAND OVER, ROLLS THE OLD HASH INTO
      *          OP-PREV-HASH AND SETS OP-PWD-TEMP SO MENU FORCES A
      *          CHANGE AT FIRST SIGN-ON.  A RESET ALSO CLEARS THE
      *          LOCK.  OP-RECORD IS 76 BYTES.
      *20261015  CONDUCT CLEARANCE.  THE SCREEN NOW SHOWS AND SETS
      *          OP-CONDUCT, THE FLAG PROJ-UPD-CONDUCT REQUIRES ON TOP
      *          OF (AND APART FROM) THE AUTHORIZATION LEVEL.
      *20261015  KEYS THE CAMPUS OF THE OPERATOR'S WINDOW (OP-CAMPUS),
      *          WHICH THE RECEIPT WRITERS STAMP ON RC-CAMPUS.  BLANK
      *          TAKES THE MAIN CAMPUS; A CODE NOT ON THE CAMPUS TABLE
      *          IS REFUSED AND THE ROW IS NOT SAVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-OP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-OP-STATUS              PIC XX.
       01  WS-TMP-ID                 PIC X(8).
       01  WS-TMP-RESET              PIC X.
       01  WS-TMP-NAME               PIC X(20).
       01  WS-TMP-LEVEL              PIC 9.
       01  WS-TMP-LOCKED             PIC X.
       01  WS-TMP-CONDUCT            PIC X.
       01  WS-TMP-CAMPUS             PIC X(2).
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-CA-FOUND               PIC X.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-ROW-ON-FILE            PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CA-CAMPUS-TABLE.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 1 VALUE 'ENTER OPERATOR ID: '.
          05 LINE 3 COLUMN 21 PIC X(8) TO WS-TMP-ID.
       01 SCRN-DETAIL.
          05 LINE 5 COLUMN 1 VALUE 'RESET PASSWORD (Y/N): '.
          05 LINE 5 COLUMN 24 PIC X USING WS-TMP-RESET.
          05 LINE 7 COLUMN 1 VALUE 'NAME: '.
          05 LINE 7 COLUMN 8 PIC X(20) USING WS-TMP-NAME.
          05 LINE 9 COLUMN 1 VALUE 'AUTH LEVEL (1/5/9): '.
          05 LINE 9 COLUMN 22 PIC 9 USING WS-TMP-LEVEL.
          05 LINE 11 COLUMN 1 VALUE 'LOCKED (Y/N): '.
          05 LINE 11 COLUMN 16 PIC X USING WS-TMP-LOCKED.
          05 LINE 13 COLUMN 1 VALUE 'CONDUCT CASES (Y/N): '.
          05 LINE 13 COLUMN 23 PIC X USING WS-TMP-CONDUCT.
          05 LINE 15 COLUMN 1 VALUE 'WINDOW CAMPUS: '.
          05 LINE 15 COLUMN 17 PIC X(2) USING WS-TMP-CAMPUS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID, CA-CODE-TBL-SIZE,
               CA-CODE-TABLE
           OPEN I-O OP-FILE-DESC
           IF WS-OP-STATUS = '35'
               OPEN OUTPUT OP-FILE-DESC
           READ OP-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE 'Y' TO WS-TMP-RESET
                   MOVE SPACES TO WS-TMP-NAME
                   MOVE 1 TO WS-TMP-LEVEL
                   MOVE 'N' TO WS-TMP-LOCKED
                   MOVE 'N' TO WS-TMP-CONDUCT
                   MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE 'N' TO WS-TMP-RESET
                   MOVE OP-NAME TO WS-TMP-NAME
                   MOVE OP-AUTH-LEVEL TO WS-TMP-LEVEL
                   MOVE OP-LOCKED TO WS-TMP-LOCKED
                   IF OP-CONDUCT = 'Y'
                       MOVE 'Y' TO WS-TMP-CONDUCT
                   ELSE
                       MOVE 'N' TO WS-TMP-CONDUCT
                   END-IF
                   MOVE OP-CAMPUS TO WS-TMP-CAMPUS
           END-READ
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-TMP-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
           END-IF
           MOVE 'N' TO WS-CA-FOUND
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-TMP-CAMPUS
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
           END-PERFORM
           IF WS-CA-FOUND = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CAMPUS ' WS-TMP-CAMPUS
                   ' NOT ON THE CAMPUS TABLE - ROW NOT SAVED'
           ELSE
               PERFORM 250-SAVE-OPERATOR
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       250-SAVE-OPERATOR.
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO OP-RECORD
               MOVE ZEROS TO OP-PWD-DATE
               MOVE ZERO TO OP-FAIL-CNT
      *        A NEW ID ALWAYS GETS A ONE-TIME PASSWORD.
               MOVE 'Y' TO WS-TMP-RESET
           END-IF
           MOVE WS-TMP-ID TO OP-ID
           IF WS-TMP-RESET = 'Y' OR 'y'
               PERFORM 300-ISSUE-TEMP-PASSWORD
           END-IF
           MOVE WS-TMP-NAME TO OP-NAME
           MOVE WS-TMP-LEVEL TO OP-AUTH-LEVEL
           IF WS-TMP-LOCKED = 'Y' OR 'y'
               MOVE 'N' TO OP-LOCKED
               MOVE ZERO TO OP-FAIL-CNT
           END-IF
           IF WS-TMP-CONDUCT = 'Y' OR 'y'
               MOVE 'Y' TO OP-CONDUCT
           ELSE
               MOVE 'N' TO OP-CONDUCT
           END-IF
           MOVE WS-TMP-CAMPUS TO OP-CAMPUS
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE OP-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-CLEAR
               DISPLAY 'OPERATOR ROW ADDED'
           END-IF
           IF WS-TMP-RESET = 'Y' OR 'y'
               DISPLAY 'ONE-TIME PASSWORD: ' WS-HASH-SECRET
               DISPLAY 'GIVE IT TO THE OPERATOR -- IT IS NOT SHOWN'
               DISPLAY 'AGAIN AND MUST BE CHANGED AT FIRST SIGN-ON'
           END-IF.
       300-ISSUE-TEMP-PASSWORD.
      *    THE OLD HASH ROLLS BACK SO THE NO-REUSE RULE STILL APPLIES
      *    TO THE PASSWORD THE OPERATOR PICKS NEXT.  A RESET IS ALSO
      *    HOW A LOCKED-OUT OPERATOR GETS BACK IN, SO IT CLEARS THE
      *    LOCK.
           MOVE 'T' TO WS-HASH-FN
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE OP-PWD-HASH TO OP-PREV-HASH
           MOVE WS-HASH-VALUE TO OP-PWD-HASH
           MOVE 'Y' TO OP-PWD-TEMP
           ACCEPT OP-PWD-DATE FROM DATE
           MOVE 'N' TO WS-TMP-LOCKED.
