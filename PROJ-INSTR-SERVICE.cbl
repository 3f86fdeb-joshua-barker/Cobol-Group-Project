      *          TABLE VALIDATION, AUDIT SEATS FORCED 'AU') AND ONLY
      *          EVER FOR A CRN WHOSE CS-INSTR-ID IS MINE.  THE
      *          REGISTRAR STOPS BEING A CALL CENTER IN WEEK 16.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  THE PIN IS NO LONGER ON FILE -- SIGN-ON HASHES WHAT WAS
      *          KEYED THROUGH PROJ-PWD-HASH AND COMPARES IT TO INSTR-
      *          PIN-HASH.  A ONE-TIME PIN FROM PROJ-ADD-INSTRUCTOR
      *          (INSTR-PIN-TEMP 'Y') MUST BE REPLACED BEFORE THE
      *          SESSION MENU COMES UP (110-CHANGE-PIN).
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  'MY TEXTBOOKS' -- THE INSTRUCTOR KEYS THE REQUIRED AND
      *          OPTIONAL ISBNS FOR ANY OF THEIR SECTIONS (SEE
      *          TB-FILE-DESC), OR 'NONE' FOR A SECTION WITH NO
      *          MATERIALS, WITH THE SAME EDITS AS THE REGISTRAR'S
      *          PROJ-UPD-TEXTBOOK SCREEN.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  'POST MY GRADES' LEAVES A SEAT STAMPED 'NR' PAST THE
      *          GRADE DEADLINE ALONE ON THE FINAL PASS, AS PROJ-POST-
      *          GRADE DOES -- THE REGISTRAR POSTS IT BY GRADE CHANGE.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  'MY EVALUATIONS' -- THE COURSE EVALUATION RESULTS FOR
      *          ONE OF MY SECTIONS, ONCE THE SECTION TERM'S GRADE
      *          DEADLINE HAS PASSED: SURVEYS ANSWERED, RESPONSE RATE,
      *          AND EACH QUESTION'S AVERAGE AND 1-5 SPREAD -- OR THE
      *          COUNT ALONE UNDER EP-MIN-RESPONSES, AS ON
      *          PROJ-EVAL-RPT.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-AT-STATUS.
           SELECT TB-FILE-DESC ASSIGN TO 'PROJ-TEXTBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT EV-FILE-DESC ASSIGN TO 'PROJ-EVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EV-STATUS.
           SELECT ROSTER-REPORT ASSIGN TO 'INSTR-ROSTER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  AT-FILE-DESC IS EXTERNAL RECORD CONTAINS 27 CHARACTERS.
           COPY AT-FILE-DESC.
       FD  TB-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY TB-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  EV-FILE-DESC RECORD CONTAINS 32 CHARACTERS.
           COPY EV-FILE-DESC.
       FD  ROSTER-REPORT
           DATA RECORD IS ROSTER-REC.
       01  ROSTER-REC                PIC X(60).
       01  WS-IN-STATUS              PIC XX.
       01  WS-AT-STATUS              PIC XX.
       01  WS-RR-STATUS              PIC XX.
       01  WS-TB-STATUS              PIC XX.
       01  WS-TB-DONE                PIC X.
       01  WS-TMP-ISBN               PIC X(13).
       01  WS-TMP-REQUIRED           PIC X.
       01  WS-TMP-TITLE              PIC X(24).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ISBN-OK                PIC X.
       01  NO-MORE-RECORDS           PIC X.
       01  X                         PIC 9(5).
       01  MORE                      PIC X.
       01  WS-TMP-ID                 PIC 9(5).
       01  WS-TMP-PIN                PIC 9(4).
       01  WS-PIN-OK                 PIC X      VALUE 'N'.
       01  WS-NEW-PIN                PIC 9(4).
       01  WS-NEW-PIN-2              PIC 9(4).
       01  WS-NEW-PIN-OK             PIC X      VALUE 'N'.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-SS-OPTION              PIC X.
       01  WS-TMP-CRN                PIC X(5).
       01  WS-MINE                   PIC X.
       01  WS-NAME                   PIC X(10).
       01  WS-KEYED-CNT              PIC 9(3).
       01  ANS                       PIC X.
       01  WS-AC-STATUS              PIC XX.
       01  WS-EV-STATUS              PIC XX.
       01  WS-EV-DONE                PIC X.
       01  WS-EV-RELEASED            PIC X.
       01  WS-EV-ENRL                PIC 9(5).
       01  WS-EV-RESP                PIC 9(5).
       01  WS-EV-RATE                PIC 9(3).
       01  WS-EV-Q                   PIC 9(2).
       01  WS-EV-A                   PIC 9.
       01  WS-EV-ANSWERED            PIC 9(5).
       01  WS-EV-POINTS              PIC 9(6).
       01  WS-EV-AVG                 PIC 9V99.
       01  WS-EV-AVG-OUT             PIC Z.99.
       01  WS-EV-DAYS-OUT            PIC S9(5).
       01  WS-EV-DEADLINE            PIC 9(8).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-EV-TABLE.
           05  WS-EV-QUESTION OCCURS 8 TIMES.
               10  WS-EV-DIST        PIC 9(5) OCCURS 5 TIMES.
       COPY GR-POINT-TABLE.
       COPY CURRENT-TERM.
       COPY GD-POLICY.
       COPY EP-POLICY.
       COPY EQ-QUESTION-TABLE.
       01  ROSTER-HEAD-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(12)
          05 LINE 3 COLUMN 17 PIC 9(5) TO WS-TMP-ID.
          05 LINE 5 COLUMN 1 VALUE 'PIN: '.
          05 LINE 5 COLUMN 7 PIC 9(4) TO WS-TMP-PIN SECURE.
       01 SCRN-NEW-PIN.
          05 LINE 7 COLUMN 1 VALUE 'ONE-TIME PIN - CHOOSE A NEW ONE'.
          05 LINE 9 COLUMN 1 VALUE 'NEW PIN:       '.
          05 LINE 9 COLUMN 16 PIC 9(4) TO WS-NEW-PIN SECURE.
          05 LINE 10 COLUMN 1 VALUE 'NEW PIN AGAIN: '.
          05 LINE 10 COLUMN 16 PIC 9(4) TO WS-NEW-PIN-2 SECURE.
       01 SCRN-MENU.
          05 LINE 3 COLUMN 1 VALUE 'MY SECTIONS      :L'.
          05 LINE 4 COLUMN 1 VALUE 'PRINT MY ROSTER  :R'.
          05 LINE 5 COLUMN 1 VALUE 'KEY ATTENDANCE   :A'.
          05 LINE 6 COLUMN 1 VALUE 'POST MY GRADES   :G'.
          05 LINE 7 COLUMN 1 VALUE 'MY TEXTBOOKS     :B'.
          05 LINE 8 COLUMN 1 VALUE 'MY EVALUATIONS   :E'.
          05 LINE 9 COLUMN 1 VALUE 'SIGN OFF         :X'.
          05 LINE 10 COLUMN 1 VALUE 'ENTER SELECTION: '.
          05 LINE 10 COLUMN 19 PIC X TO WS-SS-OPTION.
       01 SCRN-CRN.
          05 LINE 11 COLUMN 1 VALUE 'ENTER ONE OF YOUR CRNS: '.
          05 LINE 11 COLUMN 26 PIC X(5) TO WS-TMP-CRN.
          05 LINE 13 COLUMN 1 VALUE
             'MIDTERM (M) OR FINAL (F) GRADES: '.
          05 LINE 13 COLUMN 35 PIC X TO WS-PASS-MODE.
       01 SCRN-ISBN.
          05 LINE 14 COLUMN 1 VALUE
             'ISBN (13 DIGITS, NONE FOR NO MATERIALS, BLANK TO END): '.
          05 LINE 14 COLUMN 57 PIC X(13) TO WS-TMP-ISBN.
       01 SCRN-BOOK-DETAIL.
          05 LINE 16 COLUMN 1 VALUE
             'REQUIRED (R), OPTIONAL (O) OR DELETE (D): '.
          05 LINE 16 COLUMN 44 PIC X USING WS-TMP-REQUIRED.
          05 LINE 18 COLUMN 1 VALUE 'TITLE: '.
          05 LINE 18 COLUMN 8 PIC X(24) USING WS-TMP-TITLE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING GD-PARM-ID, GD-PARMS
           CALL 'PROJ-PARM-LOAD' USING EP-PARM-ID, EP-PARMS
           OPEN INPUT INSTR-FILE
           IF WS-IN-STATUS = '35'
               DISPLAY 'NO INSTRUCTOR MASTER ON FILE'
           READ INSTR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'V' TO WS-HASH-FN
                   MOVE WS-TMP-PIN TO WS-HASH-SECRET
                   MOVE INSTR-PIN-HASH TO WS-HASH-VALUE
                   CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
                       WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
                   IF WS-HASH-MATCH = 'Y'
                       MOVE 'Y' TO WS-PIN-OK
                   END-IF
           END-READ
               CLOSE INSTR-FILE
               EXIT PROGRAM
           END-IF
           IF INSTR-PIN-TEMP = 'Y'
               PERFORM 110-CHANGE-PIN
           END-IF
           OPEN INPUT CS-SECT
           OPEN I-O EF-FILE-DES
           OPEN INPUT SF-FILE-DESC
               CLOSE AT-FILE-DESC
               OPEN I-O AT-FILE-DESC
           END-IF
           OPEN I-O TB-FILE-DESC
           IF WS-TB-STATUS = '35'
               OPEN OUTPUT TB-FILE-DESC
               CLOSE TB-FILE-DESC
               OPEN I-O TB-FILE-DESC
           END-IF
           PERFORM 050-LOAD-GRADE-TABLE
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE SPACE TO WS-SS-OPTION
           PERFORM UNTIL WS-SS-OPTION = 'X' OR 'x'
               DISPLAY SCRN-CLEAR
                   PERFORM 400-KEY-ATTENDANCE
               ELSE IF WS-SS-OPTION = 'G' OR 'g'
                   PERFORM 500-POST-MY-GRADES
               ELSE IF WS-SS-OPTION = 'B' OR 'b'
                   PERFORM 600-MY-TEXTBOOKS
               ELSE IF WS-SS-OPTION = 'E' OR 'e'
                   PERFORM 700-MY-EVALUATIONS
               END-IF
           END-PERFORM
           CLOSE INSTR-FILE
                 EF-FILE-DES
                 SF-FILE-DESC
                 AT-FILE-DESC
                 TB-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       110-CHANGE-PIN.
      *    A ONE-TIME PIN WAS READ OFF A SCREEN BY SOMEONE ELSE, SO IT
      *    IS SPENT ON THIS SIGN-ON.  KEYED TWICE, NOT ZERO, NOT THE
      *    ONE ISSUED; ONLY THE HASH GOES BACK ON FILE.
           MOVE 'N' TO WS-NEW-PIN-OK
           PERFORM UNTIL WS-NEW-PIN-OK = 'Y'
               DISPLAY SCRN-NEW-PIN
               ACCEPT SCRN-NEW-PIN
               IF WS-NEW-PIN NOT = WS-NEW-PIN-2
                   DISPLAY 'THE TWO ENTRIES DO NOT MATCH'
               ELSE IF WS-NEW-PIN = ZERO
                   DISPLAY 'A PIN OF 0000 IS NOT ALLOWED'
               ELSE IF WS-NEW-PIN = WS-TMP-PIN
                   DISPLAY 'CHOOSE A PIN OTHER THAN THE ISSUED ONE'
               ELSE
                   MOVE 'Y' TO WS-NEW-PIN-OK
               END-IF
           END-PERFORM
           MOVE 'H' TO WS-HASH-FN
           MOVE WS-NEW-PIN TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           CLOSE INSTR-FILE
           OPEN I-O INSTR-FILE
           MOVE WS-TMP-ID TO INSTR-ID
           READ INSTR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-HASH-VALUE TO INSTR-PIN-HASH
                   MOVE 'N' TO INSTR-PIN-TEMP
                   REWRITE INSTR-RECORD
           END-READ
           CLOSE INSTR-FILE
           OPEN INPUT INSTR-FILE.
       200-LIST-MY-SECTIONS.
           DISPLAY SCRN-CLEAR
           DISPLAY 'YOUR SECTIONS FOR TERM ' CURRENT-TERM
               ELSE
                   DISPLAY WS-NAME ' -- GRADE: ' RF-GRADE
               END-IF
               IF RF-GRADE = 'NR' AND WS-PASS-MODE NOT = 'M'
                       AND WS-PASS-MODE NOT = 'm'
                   DISPLAY 'PAST THE GRADE DEADLINE -- SEE THE '
                       'REGISTRAR FOR A GRADE CHANGE'
                   MOVE '**' TO WS-GRADE
               ELSE
                   DISPLAY 'ENTER GRADE (** TO LEAVE AS IS): '
                   ACCEPT WS-GRADE
               END-IF
               IF WS-GRADE NOT = '**'
                   PERFORM 520-VALIDATE-GRADE
                   IF WS-GRADE-OK = 'N'
               MOVE WS-TODAY TO RF-GRADE-DATE
           END-IF
           REWRITE ENR-REC.
       600-MY-TEXTBOOKS.
      *    ANY SECTION THAT CARRIES MY CS-INSTR-ID, WHATEVER ITS TERM
      *    -- ADOPTIONS ARE USUALLY KEYED FOR THE TERM AHEAD.
           PERFORM 250-CHECK-MY-CRN
           IF WS-MINE = 'Y'
               MOVE 'N' TO WS-TB-DONE
               PERFORM UNTIL WS-TB-DONE = 'Y'
                   DISPLAY SCRN-CLEAR
                   PERFORM 610-LIST-MY-BOOKS
                   MOVE SPACES TO WS-TMP-ISBN
                   DISPLAY SCRN-ISBN
                   ACCEPT SCRN-ISBN
                   IF WS-TMP-ISBN = SPACES
                       MOVE 'Y' TO WS-TB-DONE
                   ELSE
                       PERFORM 620-KEY-ONE-BOOK
                   END-IF
               END-PERFORM
           END-IF.
       610-LIST-MY-BOOKS.
           DISPLAY 'TEXTBOOKS FOR CRN ' CS-CRN ' ' CS-CRS-CODE
               ' TERM ' CS-TERM
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE CS-CRN TO TB-CRN
           MOVE LOW-VALUES TO TB-ISBN
           START TB-FILE-DESC KEY IS NOT LESS THAN TB-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ TB-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF TB-CRN NOT = CS-CRN
                           MOVE 'Y' TO NO-MORE-RECORDS
                       ELSE
                           DISPLAY '  ' TB-REQUIRED ' ' TB-ISBN ' '
                               TB-TITLE
                       END-IF
               END-READ
           END-PERFORM.
       620-KEY-ONE-BOOK.
           PERFORM 630-ISBN-CHECK
           IF WS-ISBN-OK = 'N'
               DISPLAY 'NOT A 13-DIGIT OR 10-CHARACTER ISBN'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE CS-CRN TO TB-CRN
               MOVE WS-TMP-ISBN TO TB-ISBN
               READ TB-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                       MOVE 'R' TO WS-TMP-REQUIRED
                       MOVE SPACES TO WS-TMP-TITLE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
                       MOVE TB-REQUIRED TO WS-TMP-REQUIRED
                       MOVE TB-TITLE TO WS-TMP-TITLE
               END-READ
               IF WS-TMP-ISBN = 'NONE'
                   MOVE 'N' TO WS-TMP-REQUIRED
                   MOVE 'NO MATERIALS REQUIRED' TO WS-TMP-TITLE
               END-IF
               DISPLAY SCRN-BOOK-DETAIL
               ACCEPT SCRN-BOOK-DETAIL
               PERFORM 640-FILE-ONE-BOOK
           END-IF.
       630-ISBN-CHECK.
      *    SAME EDIT AS PROJ-UPD-TEXTBOOK'S 300-ISBN-CHECK.
           MOVE 'N' TO WS-ISBN-OK
           IF WS-TMP-ISBN = 'NONE'
               MOVE 'Y' TO WS-ISBN-OK
           ELSE IF WS-TMP-ISBN NUMERIC
               MOVE 'Y' TO WS-ISBN-OK
           ELSE IF WS-TMP-ISBN(1:9) NUMERIC
                   AND (WS-TMP-ISBN(10:1) NUMERIC
                        OR WS-TMP-ISBN(10:1) = 'X')
                   AND WS-TMP-ISBN(11:3) = SPACES
               MOVE 'Y' TO WS-ISBN-OK
           END-IF.
       640-FILE-ONE-BOOK.
           IF WS-TMP-REQUIRED = 'D' OR 'd'
               IF WS-ROW-ON-FILE = 'Y'
                   DELETE TB-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           ELSE
               IF WS-TMP-ISBN = 'NONE'
                   MOVE 'N' TO WS-TMP-REQUIRED
               ELSE
                   IF WS-TMP-REQUIRED = 'O' OR 'o'
                       MOVE 'O' TO WS-TMP-REQUIRED
                   ELSE
                       MOVE 'R' TO WS-TMP-REQUIRED
                   END-IF
               END-IF
               MOVE SPACES TO TB-RECORD
               MOVE CS-CRN TO TB-CRN
               MOVE WS-TMP-ISBN TO TB-ISBN
               MOVE CS-TERM TO TB-TERM
               MOVE WS-TMP-REQUIRED TO TB-REQUIRED
               MOVE WS-TMP-TITLE TO TB-TITLE
               MOVE 'I' TO TB-ENTERED-BY
               MOVE WS-TODAY TO TB-ENTERED-DATE
               IF WS-ROW-ON-FILE = 'Y'
                   REWRITE TB-RECORD
               ELSE
                   WRITE TB-RECORD
               END-IF
           END-IF.
       700-MY-EVALUATIONS.
      *    THE SAME FIGURES PROJ-EVAL-RPT PRINTS FOR THE CHAIRS, FOR
      *    ONE OF MY SECTIONS IN ANY TERM, AND ONLY ONCE THAT TERM'S
      *    GRADE DEADLINE HAS PASSED.
           PERFORM 250-CHECK-MY-CRN
           IF WS-MINE = 'Y'
               PERFORM 710-EVAL-RELEASE-CHECK
               IF WS-EV-RELEASED = 'N'
                   DISPLAY 'RESULTS ARE NOT RELEASED UNTIL AFTER '
                       WS-EV-DEADLINE
               ELSE
                   PERFORM 720-COUNT-MY-SEATS
                   PERFORM 730-TALLY-MY-EVALS
                   PERFORM 740-SHOW-MY-RESULTS
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       710-EVAL-RELEASE-CHECK.
           MOVE 'Y' TO WS-EV-RELEASED
           MOVE ZERO TO WS-EV-DEADLINE
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CS-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-END > ZERO
                           COMPUTE WS-EV-DAYS-OUT =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-TODAY-CCYYMMDD)
                               - FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                           COMPUTE WS-EV-DEADLINE =
                               FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                                   + GD-DEADLINE-DAYS)
                           IF WS-EV-DAYS-OUT NOT > GD-DEADLINE-DAYS
                               MOVE 'N' TO WS-EV-RELEASED
                           END-IF
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       720-COUNT-MY-SEATS.
      *    THE SEATS THAT WERE OFFERED THE SURVEY -- ACTIVE, NOT AUDIT.
           MOVE ZERO TO WS-EV-ENRL
           MOVE 2 TO X
           MOVE 'Y' TO MORE
           PERFORM UNTIL MORE = 'N'
               READ EF-FILE-DES
                   INVALID KEY MOVE 'N' TO MORE
                   NOT INVALID KEY
                       IF RF-CRN = WS-TMP-CRN AND RF-TERM = CS-TERM
                               AND RF-STATUS = 'E'
                               AND RF-BASIS NOT = 'A'
                           ADD 1 TO WS-EV-ENRL
                       END-IF
                       ADD 1 TO X
               END-READ
           END-PERFORM.
       730-TALLY-MY-EVALS.
           MOVE ZERO TO WS-EV-RESP
           INITIALIZE WS-EV-TABLE
           OPEN INPUT EV-FILE-DESC
           IF WS-EV-STATUS NOT = '35'
               MOVE 'N' TO WS-EV-DONE
               MOVE CS-TERM TO EV-TERM
               MOVE CS-CRN TO EV-CRN
               MOVE ZERO TO EV-SEQ
               START EV-FILE-DESC KEY IS NOT LESS THAN EV-KEY
                   INVALID KEY MOVE 'Y' TO WS-EV-DONE
               END-START
               PERFORM UNTIL WS-EV-DONE = 'Y'
                   READ EV-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EV-DONE
                       NOT AT END
                           IF EV-TERM NOT = CS-TERM
                                   OR EV-CRN NOT = CS-CRN
                               MOVE 'Y' TO WS-EV-DONE
                           ELSE
                               PERFORM 735-TALLY-ONE-EVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EV-FILE-DESC
           END-IF.
       735-TALLY-ONE-EVAL.
           ADD 1 TO WS-EV-RESP
           PERFORM VARYING WS-EV-Q FROM 1 BY 1
                   UNTIL WS-EV-Q > EQ-QUESTION-CNT
               IF EV-ANSWER(WS-EV-Q) >= 1 AND EV-ANSWER(WS-EV-Q) <= 5
                   MOVE EV-ANSWER(WS-EV-Q) TO WS-EV-A
                   ADD 1 TO WS-EV-DIST(WS-EV-Q, WS-EV-A)
               END-IF
           END-PERFORM.
       740-SHOW-MY-RESULTS.
           COMPUTE WS-EV-RATE ROUNDED = (WS-EV-RESP * 100) / WS-EV-ENRL
               ON SIZE ERROR MOVE ZERO TO WS-EV-RATE
           END-COMPUTE
           DISPLAY SCRN-CLEAR
           DISPLAY 'EVALUATIONS  CRN ' CS-CRN ' ' CS-CRS-CODE
               ' TERM ' CS-TERM
           DISPLAY '  SEATS ' WS-EV-ENRL '  RESPONSES ' WS-EV-RESP
               '  RATE ' WS-EV-RATE '%'
           IF WS-EV-RESP < EP-MIN-RESPONSES
               DISPLAY '  RESULTS NOT SHOWN -- FEWER THAN '
                   EP-MIN-RESPONSES ' RESPONSES'
           ELSE
               DISPLAY '  QUESTION                                 '
                   '  AVG  1/2/3/4/5'
               PERFORM VARYING WS-EV-Q FROM 1 BY 1
                       UNTIL WS-EV-Q > EQ-QUESTION-CNT
                   PERFORM 745-SHOW-ONE-QUESTION
               END-PERFORM
           END-IF.
       745-SHOW-ONE-QUESTION.
      *    THE AVERAGE IS OVER THOSE WHO ANSWERED; A SKIP COUNTS
      *    NOWHERE.
           MOVE ZERO TO WS-EV-ANSWERED
           MOVE ZERO TO WS-EV-POINTS
           PERFORM VARYING WS-EV-A FROM 1 BY 1 UNTIL WS-EV-A > 5
               ADD WS-EV-DIST(WS-EV-Q, WS-EV-A) TO WS-EV-ANSWERED
               COMPUTE WS-EV-POINTS = WS-EV-POINTS
                   + (WS-EV-DIST(WS-EV-Q, WS-EV-A) * WS-EV-A)
           END-PERFORM
           COMPUTE WS-EV-AVG ROUNDED = WS-EV-POINTS / WS-EV-ANSWERED
               ON SIZE ERROR MOVE ZERO TO WS-EV-AVG
           END-COMPUTE
           MOVE WS-EV-AVG TO WS-EV-AVG-OUT
           DISPLAY '  ' EQ-QUESTION-TEXT(WS-EV-Q) ' ' WS-EV-AVG-OUT
               ' ' WS-EV-DIST(WS-EV-Q, 1) '/' WS-EV-DIST(WS-EV-Q, 2)
               '/' WS-EV-DIST(WS-EV-Q, 3) '/' WS-EV-DIST(WS-EV-Q, 4)
               '/' WS-EV-DIST(WS-EV-Q, 5).
