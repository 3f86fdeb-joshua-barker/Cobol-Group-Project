      * OP-PWD-DATE IS THE YYMMDD THE PASSWORD LAST CHANGED -- PAST
      * PW-MAX-AGE-DAYS (SEE PW-POLICY) THE SIGN-ON FORCES A CHANGE,
      * AND THE NEW PASSWORD MAY MATCH NEITHER THE CURRENT ONE NOR
      * OP-PREV-HASH.  OP-FAIL-CNT COUNTS CONSECUTIVE BAD TRIES;
      * THREE FLIP OP-LOCKED 'Y' AND ONLY THE SECURITY OFFICER'S
      * SCREEN UNLOCKS THE ID.  EVERY ATTEMPT, GOOD OR BAD, LOGS TO
      * OP-SIGNON-LOG.DAT FOR THE AUDITORS (SEE PROJ-SIGNON-RPT).
      * OP-PWD-HASH AND OP-PREV-HASH ARE THE SALTED ONE-WAY HASHES
      * (PROJ-PWD-HASH) OF THE CURRENT AND PREVIOUS PASSWORDS -- THE
      * PASSWORDS THEMSELVES ARE NEVER STORED.  THE TWO EIGHT-BYTE
      * FILLERS ARE WHERE THEY SAT IN CLEAR UNTIL PROJ-PIN-CONVERT;
      * THEY ARE SPACES NOW (OP-CAMPUS HAS SINCE TAKEN TWO BYTES).
      * OP-PWD-TEMP IS 'Y' WHILE THE PASSWORD IS A ONE-TIME VALUE
      * ISSUED BY PROJ-UPD-OPERATOR (NEW ID OR
      * RESET) -- THE NEXT SIGN-ON FORCES A CHANGE BEFORE ANYTHING
      * ELSE, SAME AS AN EXPIRED PASSWORD.
      * OP-CONDUCT 'Y' IS THE DEAN OF STUDENTS' CLEARANCE FOR THE
      * CONDUCT CASE FILE (PROJ-UPD-CONDUCT) -- A SEPARATE FLAG, NOT
      * A LEVEL, SO NO AUTHORIZATION LEVEL ALONE OPENS THOSE CASES.
      * OP-CAMPUS IS THE CAMPUS WHERE THE OPERATOR'S WINDOW IS (SEE
      * CA-CAMPUS-TABLE), KEYED ON PROJ-UPD-OPERATOR IN THE FIRST TWO
      * BYTES OF THE OLD PASSWORD FILLER.  EVERY RECEIPT THE OPERATOR
      * POSTS CARRIES IT AS RC-CAMPUS.  SPACES MEAN THE MAIN CAMPUS.
      *****************************************************************
       01  OP-RECORD.
           05  OP-ID               PIC X(8).
           05  OP-CAMPUS           PIC X(2).
           05  FILLER              PIC X(6).
           05  OP-NAME             PIC X(20).
           05  OP-AUTH-LEVEL       PIC 9.
           05  OP-PWD-DATE         PIC 9(6).
           05  FILLER              PIC X(8).
           05  OP-LOCKED           PIC X.
           05  OP-FAIL-CNT         PIC 9.
           05  OP-PWD-TEMP         PIC X.
           05  OP-CONDUCT          PIC X.
           05  FILLER              PIC X.
           05  OP-PWD-HASH         PIC X(10).
           05  OP-PREV-HASH        PIC X(10).
