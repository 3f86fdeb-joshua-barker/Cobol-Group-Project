      *          REGISTRAR SUB-MENU IN THE PROJ-PRINT-MASTER STYLE --
      *          THE MAIN SCREEN IS DOWN TO ITS LAST FREE LETTER, SO
      *          NEW OFFICE FUNCTIONS HANG OFF SUB-MENUS FROM HERE ON.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  THE STUDENT PROMPT NOW ASKS FOR THE INSTITUTIONAL
      *          STUDENT ID -- THE SSN IS NO LONGER THE STUDENT NUMBER.
      *          ADD STUDENT NO LONGER PROMPTS AT ALL; PROJ-ADD-STUDENT
      *          ASSIGNS THE ID WHEN THE RECORD IS SAVED.
      *20261015  PASSWORDS ARE NO LONGER ON FILE IN CLEAR.  THE SIGN-ON
      *          HASHES WHAT WAS KEYED (PROJ-PWD-HASH) AND COMPARES IT
      *          TO OP-PWD-HASH; THE FORCED CHANGE STORES THE NEW
      *          PASSWORD'S HASH AND CHECKS REUSE AGAINST BOTH HASHES.
      *          A ONE-TIME PASSWORD FROM PROJ-UPD-OPERATOR
      *          (OP-PWD-TEMP) FORCES THE SAME CHANGE AT FIRST USE.
      *          OP-RECORD IS 76 BYTES.
      *20261015  ADDED THE '9' SELECTION FOR PROJ-ADM-MENU, THE NEW
      *          ADMISSIONS SUB-MENU (APPLICANTS, CONVERSION, FUNNEL).
      *20261015  ADDED THE '0' SELECTION FOR PROJ-HEALTH-MENU, THE NEW
      *          STUDENT HEALTH SUB-MENU (HEALTH RECORDS, COMPLIANCE).
      *20261015  PROJ-UPD-STUDENT NOW GETS WS-OPERATOR-ID TOO, FOR THE
      *          ADDRESS/BANK CHANGE STAMPS IT LEAVES.
      *20261015  THE '0' SELECTION IS NOW HEALTH & CONDUCT -- THE
      *          SUB-MENU ALSO CARRIES THE DEAN OF STUDENTS' CONDUCT
      *          CASES AND CONDUCT HOLD SWEEP.
      *20261015  PROJ-ENR-BATCH NOW TAKES A RUN MODE; THE 'B' SELECTION
      *          PASSES EB-MODE 'F' FOR THE USUAL SLIP-FILE RUN.  THE
      *          BLOCK REGISTRATION RUN HANGS OFF PROJ-SECT-MENU.
      *20261015  THE '8' SELECTION IS NOW THE MAILING ADDRESS SUB-MENU
      *          (PROJ-ADDR-MENU) -- RETURNED MAIL PLUS THE NCOA
      *          EXTRACT AND IMPORT AND THE ADDRESS HISTORY INQUIRY.
      *20261015  THE PRINT MENU NOW GETS WS-OPERATOR-ID TOO, FOR THE
      *          AD HOC STUDENT EXTRACT'S AUTHORITY CHECK AND FERPA
      *          ACCESS LOGGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-SL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       FD  SIGNON-LOG
           DATA RECORD IS SIGNON-REC.
       01 MORE-TASKS   PIC X(3) VALUE 'YES'.
       01 OPTION       PIC X VALUE SPACES.
       01 WS-SNO       PIC 9(9).
       01 EB-MODE      PIC X VALUE 'F'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PASSWORD    PIC X(8) VALUE SPACES.
       01 WS-OP-STATUS   PIC XX.
          05 WS-DS-DD    PIC 99.
       01 WS-NEW-PWD     PIC X(8).
       01 WS-PWD-OK      PIC X.
       01 WS-PWD-MUST-CHANGE PIC X.
       01 WS-HASH-FN     PIC X.
       01 WS-HASH-SECRET PIC X(8).
       01 WS-HASH-VALUE  PIC X(10).
       01 WS-HASH-MATCH  PIC X.
       01 SIGNON-LINE.
          05 SL-DATE     PIC 9(6).
          05 SL-TIME     PIC 9(8).
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 NEW-PWD-SCREEN.
           05 LINE 32 COL 15 VALUE "PASSWORD MUST CHANGE - NEW ONE:  ".
           05 LINE 32 COL 55 PIC X(8) TO WS-NEW-PWD SECURE.
       01 OPERATOR-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER YOUR OPERATOR ID: ".
           05 LINE 31 COL 15 VALUE "ENTER YOUR PASSWORD:    ".
           05 LINE 31 COL 55 PIC X(8) TO WS-PASSWORD SECURE.
       01 SNO-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER STUDENT ID:  ".
           05 LINE 30 COL 50 PIC 9(9) TO WS-SNO.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "MAIN MENU SCREEN".
           05 LINE 37 COL 15 VALUE "DEGREE PLAN      :5".
           05 LINE 38 COL 15 VALUE "INSTRUCTOR TERM  :6".
           05 LINE 39 COL 15 VALUE "ADVISOR CLEARANCE:7".
           05 LINE 40 COL 15 VALUE "MAIL & ADDRESSES :8".
           05 LINE 41 COL 15 VALUE "ADMISSIONS MENU  :9".
           05 LINE 42 COL 15 VALUE "HEALTH & CONDUCT :0".
           05 LINE 30 COL 15 VALUE "REGISTRAR MENU   :1".
           05 LINE 31 COL 15 VALUE "BUSINESS OFC MENU:2".
           05 LINE 32 COL 15 VALUE "FINANCIAL AID MNU:3".
           05 LINE 35 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION.
       100-MAIN.
           CALL 'PROJ-PARM-LOAD' USING PW-PARM-ID, PW-PARMS
           PERFORM 110-SIGN-ON
           IF WS-SIGNED-ON = 'N'
               DISPLAY CLEAR-SCREEN
               END-IF
               IF OPTION = 'A' OR 'F' OR 'R' OR 'E' OR 'S' OR 'T' OR 'M'
                       OR 'Q'
                   IF OPTION NOT = 'A'
                       DISPLAY SNO-SCREEN
                       ACCEPT SNO-SCREEN
                   END-IF
                   IF OPTION = 'A'
                       CALL 'PROJ-ADD-STUDENT' USING WS-SNO
                   ELSE IF OPTION = 'F'
                       CALL 'PROJ-TRANSCRIPT' USING WS-SNO,
                           WS-OPERATOR-ID
                   ELSE IF OPTION = 'M'
                       CALL 'PROJ-UPD-STUDENT' USING WS-SNO,
                           WS-OPERATOR-ID
                   ELSE IF OPTION = 'Q'
                       CALL 'PROJ-STU-INQUIRY' USING WS-SNO,
                           WS-OPERATOR-ID
               ELSE IF OPTION = 'C'
                       CALL 'PROJ-ADD-CLASS'
               ELSE IF OPTION = 'P'
                       CALL 'PROJ-PRINT-MASTER' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'B'
                       CALL 'PROJ-ENR-BATCH' USING EB-MODE
               ELSE IF OPTION = 'I'
                       CALL 'PROJ-FA-BATCH'
               ELSE IF OPTION = 'D'
               ELSE IF OPTION = '7'
                       CALL 'PROJ-UPD-ADVCLEAR'
               ELSE IF OPTION = '8'
                       CALL 'PROJ-ADDR-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'Y'
                       CALL 'PROJ-UPD-CLASS'
               ELSE IF OPTION = 'V'
                       CALL 'PROJ-BUS-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '3'
                       CALL 'PROJ-AID-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '9'
                       CALL 'PROJ-ADM-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '0'
                       CALL 'PROJ-HEALTH-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '4'
                       CALL 'PROJ-UTIL-MENU' USING WS-OPERATOR-ID
               END-IF
                       ADD 1 TO WS-TRY-CNT
                       PERFORM 118-LOG-FAILURE
                   ELSE
                       MOVE 'V' TO WS-HASH-FN
                       MOVE WS-PASSWORD TO WS-HASH-SECRET
                       MOVE OP-PWD-HASH TO WS-HASH-VALUE
                       CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
                           WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
                       IF WS-HASH-MATCH = 'Y'
                           PERFORM 114-GOOD-SIGNON
                       ELSE
                           PERFORM 116-BAD-PASSWORD
           PERFORM 119-LOG-SUCCESS.
       115-CHECK-PASSWORD-AGE.
      *    A PASSWORD PAST THE POLICY AGE MUST CHANGE BEFORE THE
      *    SESSION STARTS, AND SO MUST A ONE-TIME PASSWORD ISSUED BY
      *    PROJ-UPD-OPERATOR, WHATEVER ITS AGE.  A ZERO OP-PWD-DATE IS
      *    A PRE-CONVERSION ROW AND STAMPS TODAY ON THE WAY THROUGH.
           MOVE 'N' TO WS-PWD-MUST-CHANGE
           IF OP-PWD-DATE = ZEROS
               MOVE WS-TODAY TO OP-PWD-DATE
           ELSE
               COMPUTE WS-PWD-DAYS =
                   (WS-DS-YY * 360) + (WS-DS-MM * 30) + WS-DS-DD
               IF WS-TODAY-DAYS - WS-PWD-DAYS > PW-MAX-AGE-DAYS
                   MOVE 'Y' TO WS-PWD-MUST-CHANGE
               END-IF
           END-IF
           IF OP-PWD-TEMP = 'Y'
               MOVE 'Y' TO WS-PWD-MUST-CHANGE
           END-IF
           IF WS-PWD-MUST-CHANGE = 'Y'
               PERFORM 117-CHANGE-PASSWORD
           END-IF.
       116-BAD-PASSWORD.
           ADD 1 TO WS-TRY-CNT
           END-IF
           REWRITE OP-RECORD
           PERFORM 118-LOG-FAILURE.
       117-CHANGE-PASSWORD.
      *    THE NEW PASSWORD MAY MATCH NEITHER THE CURRENT NOR THE
      *    PREVIOUS ONE -- ONLY THEIR HASHES ARE ON FILE, SO EACH IS
      *    CHECKED BY HASHING THE NEW ONE UNDER THAT HASH'S SALT.
           MOVE 'N' TO WS-PWD-OK
           PERFORM UNTIL WS-PWD-OK = 'Y'
               DISPLAY NEW-PWD-SCREEN
               ACCEPT NEW-PWD-SCREEN
               MOVE 'V' TO WS-HASH-FN
               MOVE WS-NEW-PWD TO WS-HASH-SECRET
               MOVE OP-PWD-HASH TO WS-HASH-VALUE
               CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
                   WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
               IF WS-HASH-MATCH = 'N'
                   MOVE OP-PREV-HASH TO WS-HASH-VALUE
                   CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
                       WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
               END-IF
               IF WS-HASH-MATCH = 'Y' OR WS-NEW-PWD = SPACES
                   DISPLAY 'NEW PASSWORD MAY NOT REUSE THE'
                   DISPLAY 'CURRENT OR PREVIOUS ONE'
               ELSE
                   MOVE 'Y' TO WS-PWD-OK
               END-IF
           END-PERFORM
           MOVE OP-PWD-HASH TO OP-PREV-HASH
           MOVE 'H' TO WS-HASH-FN
           MOVE WS-NEW-PWD TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
               WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO OP-PWD-HASH
           MOVE 'N' TO OP-PWD-TEMP
           MOVE WS-TODAY TO OP-PWD-DATE
           DISPLAY 'PASSWORD CHANGED'.
       118-LOG-FAILURE.
           MOVE 'F' TO SL-RESULT
           PERFORM 990-WRITE-SIGNON-LOG.
           ELSE IF OPTION = 'A' OR 'C' OR 'F' OR 'R' OR 'E' OR 'M'
                   OR 'B' OR 'I' OR 'O' OR 'U' OR 'W' OR 'K' OR 'Y'
                   OR '1' OR '2' OR '3' OR '5' OR '7' OR '8'
                   OR '9' OR '0'
               MOVE 5 TO WS-NEED-LEVEL
           ELSE
               MOVE 1 TO WS-NEED-LEVEL
