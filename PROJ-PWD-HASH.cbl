       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PWD-HASH.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE A SIGN-ON SECRET IS
      *          TURNED INTO WHAT GOES ON FILE -- OPERATOR PASSWORDS
      *          (OP-PWD-HASH), STUDENT PINS (SF-PIN-HASH) AND
      *          INSTRUCTOR PINS (INSTR-PIN-HASH).  NOTHING STORES
      *          THE SECRET ITSELF ANY MORE; A SIGN-ON HASHES WHAT WAS
      *          KEYED AND COMPARES.  THE STORED VALUE IS TEN DIGITS:
      *          A TWO-DIGIT SALT TAKEN FROM THE CLOCK WHEN THE SECRET
      *          WAS SET, THEN AN EIGHT-DIGIT ONE-WAY DIGEST OF THE
      *          SALT AND SECRET RUN THROUGH HS-ROUNDS PASSES, SO THE
      *          SAME PIN ON TWO STUDENTS DOES NOT LOOK THE SAME ON
      *          FILE.  A PIN IS PASSED LEFT-JUSTIFIED IN HS-SECRET
      *          (MOVE THE 9(4) FIELD STRAIGHT IN).
      *          HS-FUNCTION --
      *            'H'  HASH HS-SECRET INTO HS-HASH UNDER A NEW SALT.
      *            'V'  VERIFY -- HS-MATCH 'Y' WHEN HS-SECRET HASHES TO
      *                 HS-HASH.  A BLANK OR DAMAGED HS-HASH NEVER
      *                 MATCHES.
      *            'T'  ISSUE A ONE-TIME TEMPORARY PASSWORD INTO
      *                 HS-SECRET ('T' PLUS SEVEN DIGITS) AND ITS HASH
      *                 INTO HS-HASH.
      *            'P'  ISSUE A ONE-TIME TEMPORARY FOUR-DIGIT PIN INTO
      *                 HS-SECRET AND ITS HASH INTO HS-HASH.
      *          THE CALLER SHOWS A TEMPORARY VALUE ONCE AND SETS THE
      *          ROW'S TEMP FLAG SO THE FIRST SIGN-ON FORCES A CHANGE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  HS-ROUNDS                 PIC 9(3)   VALUE 250.
       01  WS-TIME                   PIC 9(8).
       01  WS-TIME-X REDEFINES WS-TIME PIC X(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME.
           05  FILLER                PIC 9(6).
           05  WS-TIME-HUNDREDTHS    PIC 99.
       01  WS-SALT                   PIC 99.
       01  WS-SALT-X REDEFINES WS-SALT PIC XX.
       01  WS-TEXT                   PIC X(8).
       01  WS-H1                     PIC 9(10).
       01  WS-H2                     PIC 9(10).
       01  WS-WORK                   PIC 9(18).
       01  WS-QUOT                   PIC 9(18).
       01  WS-ROUND                  PIC 9(3).
       01  WS-IX                     PIC 99.
       01  WS-CHAR-VAL               PIC 9(3).
       01  WS-RESULT.
           05  WS-RESULT-SALT        PIC 99.
           05  WS-RESULT-DIGEST      PIC 9(8).
       01  WS-RESULT-X REDEFINES WS-RESULT PIC X(10).
       01  WS-TEMP-DIGITS            PIC 9(8).
       01  WS-TEMP-SPLIT REDEFINES WS-TEMP-DIGITS.
           05  WS-TEMP-FIRST-4       PIC 9(4).
           05  WS-TEMP-LAST-4        PIC 9(4).
       01  WS-TEMP-SEVEN REDEFINES WS-TEMP-DIGITS.
           05  FILLER                PIC 9.
           05  WS-TEMP-LAST-7        PIC 9(7).
       01  WS-TEMP-PWD.
           05  FILLER                PIC X      VALUE 'T'.
           05  WS-TEMP-PWD-DIGITS    PIC 9(7).
       LINKAGE SECTION.
       01  HS-FUNCTION               PIC X.
       01  HS-SECRET                 PIC X(8).
       01  HS-HASH                   PIC X(10).
       01  HS-MATCH                  PIC X.
       PROCEDURE DIVISION USING HS-FUNCTION, HS-SECRET, HS-HASH,
           HS-MATCH.
       100-MAIN-MODULE.
           MOVE 'N' TO HS-MATCH
           ACCEPT WS-TIME FROM TIME
           IF HS-FUNCTION = 'T' OR 'P'
               PERFORM 300-ISSUE-TEMP
           END-IF
           IF HS-FUNCTION = 'V'
               MOVE HS-HASH (1:2) TO WS-SALT-X
               IF WS-SALT-X NUMERIC
                   MOVE HS-SECRET TO WS-TEXT
                   PERFORM 200-COMPUTE-DIGEST
                   IF WS-RESULT-X = HS-HASH
                       MOVE 'Y' TO HS-MATCH
                   END-IF
               END-IF
           ELSE
               MOVE WS-TIME-HUNDREDTHS TO WS-SALT
               MOVE HS-SECRET TO WS-TEXT
               PERFORM 200-COMPUTE-DIGEST
               MOVE WS-RESULT-X TO HS-HASH
           END-IF
           EXIT PROGRAM.
       200-COMPUTE-DIGEST.
      *    TWO RUNNING VALUES, EACH KEPT UNDER A PRIME MODULUS, STIRRED
      *    BY EVERY BYTE OF THE SECRET ON EVERY PASS.  THE PASSES ARE
      *    THERE TO MAKE TRYING EVERY POSSIBLE PIN AGAINST A STOLEN
      *    COPY OF THE FILE SLOW, NOT TO SLOW DOWN A SIGN-ON.
           COMPUTE WS-H1 = 7919 + (WS-SALT * 131)
           COMPUTE WS-H2 = 104729 + WS-SALT
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > HS-ROUNDS
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
                   COMPUTE WS-CHAR-VAL =
                       FUNCTION ORD (WS-TEXT (WS-IX:1))
                   COMPUTE WS-WORK =
                       (WS-H1 * 31) + WS-CHAR-VAL + WS-ROUND + WS-SALT
                   DIVIDE WS-WORK BY 99999989
                       GIVING WS-QUOT REMAINDER WS-H1
                   COMPUTE WS-WORK = (WS-H2 * 48271) + WS-H1
                   DIVIDE WS-WORK BY 2147483647
                       GIVING WS-QUOT REMAINDER WS-H2
               END-PERFORM
           END-PERFORM
           COMPUTE WS-WORK = (WS-H1 * 7) + WS-H2
           DIVIDE WS-WORK BY 100000000
               GIVING WS-QUOT REMAINDER WS-RESULT-DIGEST
           MOVE WS-SALT TO WS-RESULT-SALT.
       300-ISSUE-TEMP.
      *    THE TEMPORARY VALUE COMES FROM THE CLOCK RUN THROUGH THE
      *    DIGEST, SO IT DOES NOT READ AS THE TIME OF THE RESET.
           MOVE WS-TIME-X TO WS-TEXT
           MOVE 37 TO WS-SALT
           PERFORM 200-COMPUTE-DIGEST
           MOVE WS-RESULT-DIGEST TO WS-TEMP-DIGITS
           MOVE SPACES TO HS-SECRET
           IF HS-FUNCTION = 'P'
               MOVE WS-TEMP-LAST-4 TO HS-SECRET
           ELSE
               MOVE WS-TEMP-LAST-7 TO WS-TEMP-PWD-DIGITS
               MOVE WS-TEMP-PWD TO HS-SECRET
           END-IF.
