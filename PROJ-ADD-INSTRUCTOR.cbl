      *20260902  ADDED INSTR-PIN (INSTR-RECORD NOW 29 BYTES) -- THE
      *          TERMINAL PIN PROJ-INSTR-SERVICE CHECKS, DEFAULTED TO
      *          THE LAST FOUR DIGITS OF THE ID AND RE-KEYABLE HERE.
      *20261015  THE PIN IS NO LONGER KEYED OR STORED.  A NEW ROW GETS A
      *          ONE-TIME PIN FROM PROJ-PWD-HASH, SHOWN HERE ONCE, WITH
      *          ONLY ITS HASH (INSTR-PIN-HASH) WRITTEN AND INSTR-PIN-
      *          TEMP 'Y' SO PROJ-INSTR-SERVICE FORCES A CHANGE AT FIRST
      *          USE.  KEYING AN ID ALREADY ON FILE NOW OFFERS THE PIN
      *          RESET, WHICH ISSUES A FRESH ONE-TIME PIN THE SAME WAY.
      *20261015  TERM AVAILABILITY (SEE IA-FILE-DESC) IS NOW KEYED HERE
      *          AFTER THE ADD OR THE PIN RESET -- THE DAYS AND THE
      *          START-TIME WINDOW AN ADJUNCT CAN TEACH IN A TERM,
      *          WHICH THE SECTION ADD AND UPDATE SCREENS HOLD NEW
      *          MEETINGS TO.  BLANK DAYS AND ZERO TIMES REMOVE THE
      *          TERM'S ROW (AVAILABLE WHENEVER).
      *20261015  RANK, CONTRACT TYPE, PER-CREDIT-HOUR RATE AND
      *          CONTRACTED LOAD ARE NOW KEYED HERE TOO, AFTER THE
      *          AVAILABILITY QUESTION, FOR PROJ-FAC-PAY.  INSTRUCTOR
      *          FD NOW 52 BYTES.
      *20261015  THE CAMPUS EMAIL ADDRESS (INSTR-EMAIL) IS KEYED ON THE
      *          RANK AND PAY TERMS SCREEN.  INSTRUCTOR FD NOW 82
      *          BYTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS INSTR-ID.
            SELECT IA-FILE-DESC ASSIGN TO 'PROJ-INSTR-AVAIL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS IA-KEY
                FILE STATUS IS WS-IA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
       COPY INSTR-FILE-DESC.
       FD IA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
       COPY IA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-IA-STATUS              PIC XX.
       01  WS-AVAIL-ANS              PIC X.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-TMP-TERM               PIC X(6).
       01  WS-TMP-DAYS               PIC X(5).
       01  WS-TMP-EARLIEST           PIC 9(4).
       01  WS-TMP-LATEST             PIC 9(4).
       01  WS-PAY-ANS                PIC X.
       01  WS-TMP-RANK               PIC X(2).
       01  WS-TMP-CONTRACT           PIC X.
       01  WS-TMP-RATE               PIC 9(4)V99.
       01  WS-TMP-CONTRACT-HR        PIC 9(2).
       01  WS-TMP-EMAIL              PIC X(30).
       COPY CURRENT-TERM.
       01  WS-TMP-ID                 PIC 9(5).
       01  WS-TMP-NAME               PIC X(10).
       01  WS-TMP-DEPT               PIC X(10).
       01  WS-RESET                  PIC X.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       SCREEN SECTION.
       01 SCRN-DEPT.
          05 LINE 7 COLUMN 1 VALUE 'ENTER DEPARTMENT: '.
          05 LINE 7 COLUMN 19 PIC X(10) TO WS-TMP-DEPT.
       01 SCRN-RESET.
          05 LINE 5 COLUMN 1 VALUE 'INSTRUCTOR: '.
          05 LINE 5 COLUMN 13 PIC X(10) FROM INSTR-NAME.
          05 LINE 7 COLUMN 1 VALUE 'RESET TERMINAL PIN (Y/N): '.
          05 LINE 7 COLUMN 27 PIC X TO WS-RESET.
       01 SCRN-AVAIL-ASK.
          05 LINE 9 COLUMN 1 VALUE 'KEY TERM AVAILABILITY (Y/N): '.
          05 LINE 9 COLUMN 31 PIC X TO WS-AVAIL-ANS.
       01 SCRN-AVAIL-TERM.
          05 LINE 3 COLUMN 1 VALUE 'INSTRUCTOR: '.
          05 LINE 3 COLUMN 13 PIC 9(5) FROM WS-TMP-ID.
          05 LINE 5 COLUMN 1 VALUE 'TERM: '.
          05 LINE 5 COLUMN 7 PIC X(6) USING WS-TMP-TERM.
       01 SCRN-AVAIL-DETAIL.
          05 LINE 7 COLUMN 1 VALUE
                  'DAYS AVAILABLE (E.G. TR, BLANK=ANY): '.
          05 LINE 7 COLUMN 39 PIC X(5) USING WS-TMP-DAYS.
          05 LINE 9 COLUMN 1 VALUE
                  'EARLIEST START, 24-HR (0=NO LIMIT): '.
          05 LINE 9 COLUMN 39 PIC 9(4) USING WS-TMP-EARLIEST.
          05 LINE 11 COLUMN 1 VALUE
                  'LATEST START, 24-HR (0=NO LIMIT):   '.
          05 LINE 11 COLUMN 39 PIC 9(4) USING WS-TMP-LATEST.
       01 SCRN-PAY-ASK.
          05 LINE 9 COLUMN 1 VALUE
                  'KEY RANK, PAY TERMS AND EMAIL (Y/N): '.
          05 LINE 9 COLUMN 39 PIC X TO WS-PAY-ANS.
       01 SCRN-PAY-DETAIL.
          05 LINE 3 COLUMN 1 VALUE 'INSTRUCTOR: '.
          05 LINE 3 COLUMN 13 PIC 9(5) FROM WS-TMP-ID.
          05 LINE 5 COLUMN 1 VALUE
                  'RANK (PR AS AT LE AJ): '.
          05 LINE 5 COLUMN 43 PIC X(2) USING WS-TMP-RANK.
          05 LINE 7 COLUMN 1 VALUE
                  'CONTRACT (F=FULL-TIME A=ADJUNCT N=NONE): '.
          05 LINE 7 COLUMN 43 PIC X USING WS-TMP-CONTRACT.
          05 LINE 9 COLUMN 1 VALUE
                  'RATE PER CREDIT HOUR: '.
          05 LINE 9 COLUMN 43 PIC 9(4).99 USING WS-TMP-RATE.
          05 LINE 11 COLUMN 1 VALUE
                  'CONTRACTED LOAD HOURS (0=STANDARD): '.
          05 LINE 11 COLUMN 43 PIC 9(2) USING WS-TMP-CONTRACT-HR.
          05 LINE 13 COLUMN 1 VALUE
                  'CAMPUS EMAIL ADDRESS: '.
          05 LINE 13 COLUMN 23 PIC X(30) USING WS-TMP-EMAIL.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN I-O INSTR-FILE
           OPEN I-O IA-FILE-DESC
           IF WS-IA-STATUS = '35'
               OPEN OUTPUT IA-FILE-DESC
               CLOSE IA-FILE-DESC
               OPEN I-O IA-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE INSTR-FILE
                 IA-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
             INVALID KEY PERFORM 300-WRITE-ROUTINE
             NOT INVALID KEY PERFORM 400-DUP-ID-ROUTINE
           END-READ
           MOVE WS-TMP-ID TO INSTR-ID
           READ INSTR-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               PERFORM 600-AVAILABILITY-ROUTINE
               PERFORM 700-PAY-TERMS-ROUTINE
           END-READ
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       300-WRITE-ROUTINE.
           ACCEPT SCRN-NAME
           DISPLAY SCRN-DEPT
           ACCEPT SCRN-DEPT
           MOVE ZEROS TO INSTR-RECORD
           MOVE WS-TMP-ID TO INSTR-ID
           MOVE WS-TMP-NAME TO INSTR-NAME
           MOVE WS-TMP-DEPT TO INSTR-DEPT
           MOVE SPACES TO INSTR-EMAIL
           PERFORM 500-ISSUE-TEMP-PIN
           WRITE INSTR-RECORD
             INVALID KEY
               DISPLAY SCRN-CLEAR
             NOT INVALID KEY
               DISPLAY SCRN-CLEAR
               DISPLAY 'INSTRUCTOR ADDED TO FILE'
               DISPLAY 'ONE-TIME TERMINAL PIN: ' WS-HASH-SECRET (1:4)
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-WRITE.
       400-DUP-ID-ROUTINE.
      *    AN ID ALREADY ON FILE IS THE PIN RESET -- A FORGOTTEN PIN
      *    CANNOT BE LOOKED UP, ONLY REPLACED.
           DISPLAY SCRN-CLEAR
           DISPLAY 'THAT INSTRUCTOR ID IS ALREADY IN USE'
           MOVE 'N' TO WS-RESET
           DISPLAY SCRN-RESET
           ACCEPT SCRN-RESET
           IF WS-RESET = 'Y' OR 'y'
               PERFORM 500-ISSUE-TEMP-PIN
               REWRITE INSTR-RECORD
                 INVALID KEY
                   DISPLAY 'ERROR REWRITING INSTRUCTOR RECORD'
                 NOT INVALID KEY
                   DISPLAY 'ONE-TIME TERMINAL PIN: '
                       WS-HASH-SECRET (1:4)
               END-REWRITE
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       500-ISSUE-TEMP-PIN.
           MOVE 'P' TO WS-HASH-FN
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO INSTR-PIN-HASH
           MOVE 'Y' TO INSTR-PIN-TEMP.
       600-AVAILABILITY-ROUTINE.
      *    ONE ROW PER INSTRUCTOR PER TERM, DEFAULTING TO THE
      *    REGISTRATION TERM -- THE ONE BEING SCHEDULED.
           DISPLAY SCRN-CLEAR
           MOVE 'N' TO WS-AVAIL-ANS
           DISPLAY SCRN-AVAIL-ASK
           ACCEPT SCRN-AVAIL-ASK
           IF WS-AVAIL-ANS = 'Y' OR 'y'
               MOVE CURRENT-TERM TO WS-TMP-TERM
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-AVAIL-TERM
               ACCEPT SCRN-AVAIL-TERM
               MOVE WS-TMP-ID TO IA-INSTR-ID
               MOVE WS-TMP-TERM TO IA-TERM
               READ IA-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                       MOVE SPACES TO WS-TMP-DAYS
                       MOVE ZEROS TO WS-TMP-EARLIEST
                       MOVE ZEROS TO WS-TMP-LATEST
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
                       MOVE IA-DAYS TO WS-TMP-DAYS
                       MOVE IA-EARLIEST TO WS-TMP-EARLIEST
                       MOVE IA-LATEST TO WS-TMP-LATEST
               END-READ
               DISPLAY SCRN-AVAIL-DETAIL
               ACCEPT SCRN-AVAIL-DETAIL
               PERFORM 650-FILE-AVAILABILITY
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       650-FILE-AVAILABILITY.
           IF WS-TMP-DAYS = SPACES AND WS-TMP-EARLIEST = ZERO
                   AND WS-TMP-LATEST = ZERO
               IF WS-ROW-ON-FILE = 'Y'
                   DELETE IA-FILE-DESC
                   DISPLAY 'AVAILABILITY REMOVED -- AVAILABLE WHENEVER'
               END-IF
           ELSE
               MOVE SPACES TO IA-RECORD
               MOVE WS-TMP-ID TO IA-INSTR-ID
               MOVE WS-TMP-TERM TO IA-TERM
               MOVE WS-TMP-DAYS TO IA-DAYS
               MOVE WS-TMP-EARLIEST TO IA-EARLIEST
               MOVE WS-TMP-LATEST TO IA-LATEST
               IF WS-ROW-ON-FILE = 'Y'
                   REWRITE IA-RECORD
                   DISPLAY 'AVAILABILITY UPDATED'
               ELSE
                   WRITE IA-RECORD
                   DISPLAY 'AVAILABILITY ADDED'
               END-IF
           END-IF.
       700-PAY-TERMS-ROUTINE.
      *    INSTR-RECORD IS STILL IN THE BUFFER FROM 200-INPUT-ROUTINE'S
      *    RE-READ.  A ROW FROM BEFORE THE PAY FIELDS EXISTED SHOWS
      *    THEM BLANK AND ZERO, AND ONE FROM BEFORE THE EMAIL ADDRESS
      *    SHOWS IT BLANK.
           DISPLAY SCRN-CLEAR
           MOVE 'N' TO WS-PAY-ANS
           DISPLAY SCRN-PAY-ASK
           ACCEPT SCRN-PAY-ASK
           IF WS-PAY-ANS = 'Y' OR 'y'
               MOVE INSTR-RANK TO WS-TMP-RANK
               MOVE INSTR-CONTRACT TO WS-TMP-CONTRACT
               IF INSTR-CR-RATE NUMERIC
                   MOVE INSTR-CR-RATE TO WS-TMP-RATE
               ELSE
                   MOVE ZERO TO WS-TMP-RATE
               END-IF
               IF INSTR-CONTRACT-HR NUMERIC
                   MOVE INSTR-CONTRACT-HR TO WS-TMP-CONTRACT-HR
               ELSE
                   MOVE ZERO TO WS-TMP-CONTRACT-HR
               END-IF
               IF INSTR-EMAIL = LOW-VALUES
                   MOVE SPACES TO WS-TMP-EMAIL
               ELSE
                   MOVE INSTR-EMAIL TO WS-TMP-EMAIL
               END-IF
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-PAY-DETAIL
               ACCEPT SCRN-PAY-DETAIL
               IF WS-TMP-CONTRACT = 'f'
                   MOVE 'F' TO WS-TMP-CONTRACT
               END-IF
               IF WS-TMP-CONTRACT = 'a'
                   MOVE 'A' TO WS-TMP-CONTRACT
               END-IF
               IF WS-TMP-CONTRACT NOT = 'F'
                       AND WS-TMP-CONTRACT NOT = 'A'
                   MOVE 'N' TO WS-TMP-CONTRACT
               END-IF
               MOVE WS-TMP-RANK TO INSTR-RANK
               MOVE WS-TMP-CONTRACT TO INSTR-CONTRACT
               MOVE WS-TMP-RATE TO INSTR-CR-RATE
               MOVE WS-TMP-CONTRACT-HR TO INSTR-CONTRACT-HR
               MOVE WS-TMP-EMAIL TO INSTR-EMAIL
               REWRITE INSTR-RECORD
                 INVALID KEY
                   DISPLAY 'ERROR REWRITING INSTRUCTOR RECORD'
                 NOT INVALID KEY
                   DISPLAY 'PAY TERMS UPDATED'
               END-REWRITE
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
