      *          HOURS COME OFF CS-SECT BY CRN (AN AUDIT SEAT COUNTS
      *          AS A SEAT BUT CARRIES NO HOURS); A CRN NO LONGER ON
      *          THE SECTION FILE STILL COUNTS ITS SEAT.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CAMPUS SELECTION AND BREAK.  LK-CAMPUS-OPT (SPACES FOR
      *          ALL) LIMITS THE CURVE TO ADDS AND DROPS IN SECTIONS AT
      *          ONE CAMPUS (CS-CAMPUS), AND A CAMPUS BLOCK AFTER THE
      *          POSITION LINE GIVES EACH CAMPUS'S SEATS AND HOURS
      *          AGAINST THE PRIOR LIKE TERM AT THE REPORT DAY.  THE
      *          SECTION IS NOW LOOKED UP FOR EVERY ADD OR DROP, AUDIT
      *          SEATS INCLUDED.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC               PIC X(521).
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  PACE-REPORT
           DATA RECORD IS REPORT-REC.
       01  WS-PRI-SEATS              PIC S9(6)  VALUE ZERO.
       01  WS-PRI-HOURS              PIC S9(7)  VALUE ZERO.
       01  WS-SEAT-DIFF              PIC S9(6).
       01  WS-NODE-CAMPUS            PIC X(2).
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-HIT                 PIC 99.
      *    EACH CAMPUS'S NET SEATS AND HOURS THROUGH THE REPORT DAY,
      *    CURRENT TERM AGAINST THE PRIOR LIKE TERM AT THE SAME DAY.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-CUR-SEATS   PIC S9(6).
               10  WS-CP-CUR-HOURS   PIC S9(7).
               10  WS-CP-PRI-SEATS   PIC S9(6).
               10  WS-CP-PRI-HOURS   PIC S9(7).
       COPY CURRENT-TERM.
       COPY CA-CAMPUS-TABLE.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(27)
           05  H1-PRI-OUT            PIC X(6).
           05                        PIC X(6)   VALUE '  RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(8)   VALUE '  CAMPUS'.
           05                        PIC X(1)   VALUE SPACE.
           05  H1-CAMPUS-OUT         PIC X(3).
           05                        PIC X(5)   VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(42)  VALUE
                ' VS PRIOR TERM   '.
           05  PL-WORD-OUT           PIC X(4).
           05                        PIC X(19)  VALUE SPACES.
       01  CAMPUS-HEADING.
           05                        PIC X(40)  VALUE
                '  CAMP  SEATS    HOURS    PRIOR  PRI HRS'.
           05                        PIC X(35)  VALUE
                '     DIFF                          '.
       01  CAMPUS-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  CL-CAMPUS-OUT         PIC X(2).
           05                        PIC X(2)   VALUE SPACES.
           05  CL-SEATS-OUT          PIC -ZZZZZ9.
           05                        PIC X(1)   VALUE SPACE.
           05  CL-HOURS-OUT          PIC -ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  CL-PSEATS-OUT         PIC -ZZZZZ9.
           05                        PIC X(1)   VALUE SPACE.
           05  CL-PHOURS-OUT         PIC -ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  CL-DIFF-OUT           PIC -ZZZZZ9.
           05                        PIC X(1)   VALUE SPACE.
           05  CL-WORD-OUT           PIC X(4).
           05                        PIC X(21)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-CAMPUS-OPT             PIC X(2).
      *    SPACES COUNT EVERY CAMPUS; A CAMPUS CODE COUNTS ONLY THE
      *    ADDS AND DROPS IN SECTIONS TAUGHT THERE.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
          05 LINE 3 COLUMN 1 VALUE
                  'REPORT THROUGH DATE (YYMMDD): '.
          05 LINE 3 COLUMN 32 PIC 9(6) USING WS-RPT-DATE.
       PROCEDURE DIVISION USING LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT JOURNAL-FILE
           IF WS-JF-STATUS = '35'
               DISPLAY 'PROJ-REG-PACE: NO JOURNAL ON HAND'
           DISPLAY 'PROJ-REG-PACE STARTING'
           PERFORM 120-FIGURE-PRIOR-TERM
           PERFORM 140-READ-CALENDARS
           PERFORM 160-FIGURE-REPORT-DAY
           MOVE ZEROS TO WS-CUR-TABLE
           MOVE ZEROS TO WS-PRI-TABLE
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
           MOVE AC-TERM-START TO WS-START-CCYYMMDD
           COMPUTE WS-DAY-SERIAL =
               (WS-ST-YY * 360) + (WS-ST-MM * 30) + WS-ST-DD.
       160-FIGURE-REPORT-DAY.
      *    THE REPORT-THROUGH DATE AS A DAY ON THE CURRENT TERM'S
      *    CURVE, CAPPED AT THE END OF THE TABLE.  THE CAMPUS
      *    POSITIONS ARE ROLLED ONLY THROUGH THIS DAY.
           MOVE ZERO TO WS-TODAY-REL
           IF WS-CUR-CAL-FOUND = 'Y'
               MOVE WS-RPT-DATE TO WS-DATE-SPLIT
               COMPUTE WS-ENTRY-DAYS =
                   (WS-DS-YY * 360) + (WS-DS-MM * 30) + WS-DS-DD
               COMPUTE WS-TODAY-REL =
                   WS-ENTRY-DAYS - WS-CUR-START-DAYS + 61
               IF WS-TODAY-REL > 160
                   MOVE 160 TO WS-TODAY-REL
               END-IF
           END-IF.
       200-SCORE-ONE-ENTRY.
           MOVE JL-AFTER TO WS-EF-AFTER
           MOVE JL-BEFORE TO WS-EF-BEFORE
               MOVE 'D' TO WS-EVENT
               MOVE WB-TERM TO WS-NODE-TERM
           END-IF
      *    THE SECTION'S CAMPUS DECIDES THE SELECTION, SO THE
      *    SECTION IS LOOKED UP BEFORE THE EVENT IS BUCKETED.
           IF WS-EVENT NOT = SPACES
               PERFORM 230-LOOK-UP-HOURS
               IF LK-CAMPUS-OPT NOT = SPACES
                       AND WS-NODE-CAMPUS NOT = LK-CAMPUS-OPT
                   MOVE SPACES TO WS-EVENT
               END-IF
           END-IF
           IF WS-EVENT NOT = SPACES
               IF WS-NODE-TERM = CURRENT-TERM
                       AND WS-CUR-CAL-FOUND = 'Y'
       230-LOOK-UP-HOURS.
      *    AN AUDIT SEAT MOVES NO CREDIT HOURS; A CRN GONE FROM THE
      *    SECTION FILE (A PRIOR-TERM SECTION SINCE PURGED) STILL
      *    COUNTS ITS SEAT AT ZERO HOURS.  A SECTION WITH NO CAMPUS
      *    KEYED, OR GONE FROM THE FILE, COUNTS AT CA-MAIN-CAMPUS.
           MOVE ZERO TO WS-NODE-HOURS
           MOVE SPACES TO WS-NODE-CAMPUS
           MOVE WA-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CS-CAMPUS TO WS-NODE-CAMPUS
                   IF WA-BASIS NOT = 'A'
                       MOVE CS-CRED-HR TO WS-NODE-HOURS
                   END-IF
           END-READ
           IF WS-NODE-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-NODE-CAMPUS
           END-IF.
       250-BUCKET-CURRENT.
           PERFORM 220-ENTRY-TO-DAYS
           COMPUTE WS-REL-DAY =
               WS-ENTRY-DAYS - WS-CUR-START-DAYS + 61
           IF WS-REL-DAY > 0 AND WS-REL-DAY < 161
               ADD 1 TO WS-EVENT-CNT
               IF WS-EVENT = 'A'
                   ADD 1 TO WS-CUR-ADDS(WS-REL-DAY)
                   ADD 1 TO WS-CUR-DROPS(WS-REL-DAY)
                   ADD WS-NODE-HOURS TO WS-CUR-HRS-DROP(WS-REL-DAY)
               END-IF
               IF WS-REL-DAY NOT > WS-TODAY-REL
                   PERFORM 270-FIND-CAMPUS
                   IF WS-CP-FOUND = 'Y' AND WS-EVENT = 'A'
                       ADD 1 TO WS-CP-CUR-SEATS(WS-CP-HIT)
                       ADD WS-NODE-HOURS TO WS-CP-CUR-HOURS(WS-CP-HIT)
                   END-IF
                   IF WS-CP-FOUND = 'Y' AND WS-EVENT = 'D'
                       SUBTRACT 1 FROM WS-CP-CUR-SEATS(WS-CP-HIT)
                       SUBTRACT WS-NODE-HOURS
                           FROM WS-CP-CUR-HOURS(WS-CP-HIT)
                   END-IF
               END-IF
           END-IF.
       260-BUCKET-PRIOR.
           PERFORM 220-ENTRY-TO-DAYS
           COMPUTE WS-REL-DAY =
               WS-ENTRY-DAYS - WS-PRI-START-DAYS + 61
           IF WS-REL-DAY > 0 AND WS-REL-DAY < 161
               ADD 1 TO WS-EVENT-CNT
               IF WS-EVENT = 'A'
                   ADD 1 TO WS-PRI-ADDS(WS-REL-DAY)
                   ADD 1 TO WS-PRI-DROPS(WS-REL-DAY)
                   ADD WS-NODE-HOURS TO WS-PRI-HRS-DROP(WS-REL-DAY)
               END-IF
               IF WS-REL-DAY NOT > WS-TODAY-REL
                   PERFORM 270-FIND-CAMPUS
                   IF WS-CP-FOUND = 'Y' AND WS-EVENT = 'A'
                       ADD 1 TO WS-CP-PRI-SEATS(WS-CP-HIT)
                       ADD WS-NODE-HOURS TO WS-CP-PRI-HOURS(WS-CP-HIT)
                   END-IF
                   IF WS-CP-FOUND = 'Y' AND WS-EVENT = 'D'
                       SUBTRACT 1 FROM WS-CP-PRI-SEATS(WS-CP-HIT)
                       SUBTRACT WS-NODE-HOURS
                           FROM WS-CP-PRI-HOURS(WS-CP-HIT)
                   END-IF
               END-IF
           END-IF.
       270-FIND-CAMPUS.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = WS-NODE-CAMPUS
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
               MOVE WS-NODE-CAMPUS TO WS-CP-CAMPUS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-CUR-SEATS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-CUR-HOURS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-PRI-SEATS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-PRI-HOURS(WS-CP-HIT)
           END-IF.
       500-PRINT-THE-CURVE.
           MOVE CURRENT-TERM TO H1-TERM-OUT
           MOVE WS-PRIOR-TERM TO H1-PRI-OUT
           MOVE WS-RPT-DATE TO H1-DATE-OUT
           IF LK-CAMPUS-OPT = SPACES
               MOVE 'ALL' TO H1-CAMPUS-OUT
           ELSE
               MOVE LK-CAMPUS-OPT TO H1-CAMPUS-OUT
           END-IF
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           IF WS-CUR-CAL-FOUND = 'Y'
               IF WS-TODAY-REL > ZERO
                   PERFORM 540-ROLL-AND-PRINT
                   PERFORM 600-PRINT-CAMPUS-POSITION
               END-IF
           END-IF.
       540-ROLL-AND-PRINT.
               MOVE WS-PRI-HOURS TO DL-PHOURS-OUT
               WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           END-IF.
       600-PRINT-CAMPUS-POSITION.
           WRITE REPORT-REC FROM CAMPUS-HEADING AFTER 3
           PERFORM 620-PRINT-ONE-CAMPUS
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-CNT.
       620-PRINT-ONE-CAMPUS.
           MOVE WS-CP-CAMPUS(WS-CP-SUB) TO CL-CAMPUS-OUT
           MOVE WS-CP-CUR-SEATS(WS-CP-SUB) TO CL-SEATS-OUT
           MOVE WS-CP-CUR-HOURS(WS-CP-SUB) TO CL-HOURS-OUT
           MOVE WS-CP-PRI-SEATS(WS-CP-SUB) TO CL-PSEATS-OUT
           MOVE WS-CP-PRI-HOURS(WS-CP-SUB) TO CL-PHOURS-OUT
           COMPUTE WS-SEAT-DIFF = WS-CP-CUR-SEATS(WS-CP-SUB)
               - WS-CP-PRI-SEATS(WS-CP-SUB)
           MOVE WS-SEAT-DIFF TO CL-DIFF-OUT
           IF WS-SEAT-DIFF < ZERO
               MOVE 'DOWN' TO CL-WORD-OUT
           ELSE
               MOVE 'UP  ' TO CL-WORD-OUT
           END-IF
           WRITE REPORT-REC FROM CAMPUS-LINE AFTER 1.
