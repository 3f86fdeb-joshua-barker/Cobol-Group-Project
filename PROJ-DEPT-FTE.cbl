      *          T9 TRAILER CONTROLS ON PROJ-STATE-EXTRACT'S
      *          CEN-STATE.DAT -- A CRN MISSING FROM THE SECTION FILE
      *          ROLLS UP UNDER '???' SO NOTHING FALLS OUT OF THE TIE.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CAMPUS SELECTION AND BREAK.  LK-CAMPUS-OPT (SPACES FOR
      *          ALL) SELECTS THE SNAPSHOT LINES BY CN-CAMPUS, AND EACH
      *          CAMPUS NOW GETS ITS OWN SECTION OF DEPARTMENT ROWS AND
      *          A CAMPUS TOTAL LINE AFTER THE GRAND TOTAL.  THE
      *          TERM-OVER-TERM DEPARTMENT BLOCK AND THE FTE-HISTORY.DAT
      *          PARKING STAY WHOLE-INSTITUTION AND ARE SKIPPED ON A
      *          ONE-CAMPUS RUN.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  SNAPSHOT-FILE
           DATA RECORD IS SNAP-REC.
       01  SNAP-REC                  PIC X(30).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  FH-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY FH-FILE-DESC.
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  CN-CAMPUS             PIC X(2).
           05  FILLER                PIC X(1).
       01  WS-SNAP-TERM              PIC X(6)   VALUE SPACES.
       01  WS-PRIOR-TERM.
           05  WS-PRI-YEAR           PIC 9(4).
       01  WS-PRIOR-FTE              PIC 9(5)V99.
       01  WS-FTE-DIFF               PIC S9(5)V99.
       01  WS-GRAND-FTE              PIC 9(6)V99.
       01  WS-LINE-CAMPUS            PIC X(2).
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-HIT                 PIC 99.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-LINES       PIC 9(7).
               10  WS-CP-HOURS       PIC 9(9).
       01  WS-CP-FTE                 PIC 9(6)V99.
      *    ONE ROW PER CAMPUS AND DEPARTMENT, FOR THE CAMPUS SECTIONS
      *    OF THE REPORT.  WS-DP-TABLE STAYS THE WHOLE-INSTITUTION
      *    ROLLUP THAT FTE-HISTORY.DAT IS PARKED FROM.
       01  WS-DC-FOUND               PIC X.
       01  WS-DC-CNT                 PIC 99     VALUE ZERO.
       01  WS-DC-SUB                 PIC 99.
       01  WS-DC-HIT                 PIC 99.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 90 TIMES.
               10  WS-DC-CAMPUS      PIC X(2).
               10  WS-DC-PREFIX      PIC X(3).
               10  WS-DC-RES-HRS     PIC 9(7).
               10  WS-DC-NONRES-HRS  PIC 9(7).
       COPY CA-CAMPUS-TABLE.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(29)
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(5)   VALUE ' VS  '.
           05  H1-PRI-OUT            PIC X(6).
           05                        PIC X(10)  VALUE '   CAMPUS '.
           05  H1-CAMPUS-OUT         PIC X(3).
           05                        PIC X(14)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(44)  VALUE
           05                        PIC X(4)   VALUE ' FTE'.
           05                        PIC X(30)  VALUE
                '  (TIES TO CEN-STATE.DAT T9)  '.
       01  CAMPUS-HEAD-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'CAMPUS '.
           05  CH-CAMPUS-OUT         PIC X(2).
           05                        PIC X(64)  VALUE SPACES.
       01  CAMPUS-DEPT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  CD-PREFIX-OUT         PIC X(3).
           05                        PIC X(1)   VALUE SPACE.
           05  CD-RES-OUT            PIC ZZZZZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  CD-NONRES-OUT         PIC ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  CD-RFTE-OUT           PIC ZZZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  CD-NFTE-OUT           PIC ZZZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  CD-TFTE-OUT           PIC ZZZZ9.99.
           05                        PIC X(23)  VALUE SPACES.
       01  CAMPUS-TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'CAMPUS '.
           05  CT-CAMPUS-OUT         PIC X(2).
           05                        PIC X(1)   VALUE SPACE.
           05  CT-LINES-OUT          PIC ZZZZZZ9.
           05                        PIC X(7)   VALUE ' LINES '.
           05  CT-HOURS-OUT          PIC ZZZZZZZZ9.
           05                        PIC X(7)   VALUE ' HOURS '.
           05  CT-FTE-OUT            PIC ZZZZZ9.99.
           05                        PIC X(4)   VALUE ' FTE'.
           05                        PIC X(20)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-CAMPUS-OPT             PIC X(2).
      *    SPACES REPORT EVERY CAMPUS; A CAMPUS CODE REPORTS ONLY THE
      *    SNAPSHOT LINES FOR SECTIONS TAUGHT THERE.
       PROCEDURE DIVISION USING LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SN-STATUS = '35'
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SNAPSHOT-FILE INTO SNAP-LINE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 190-SELECT-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM 400-PARK-THE-HISTORY
                 FH-FILE-DESC
                 FTE-REPORT
           EXIT PROGRAM.
       190-SELECT-ONE-LINE.
      *    A SNAPSHOT TAKEN BEFORE SECTIONS CARRIED A CAMPUS, OR A
      *    SECTION WITH NONE KEYED, COUNTS AT CA-MAIN-CAMPUS.
           MOVE CN-CAMPUS TO WS-LINE-CAMPUS
           IF WS-LINE-CAMPUS = SPACES OR LOW-VALUES
               MOVE CA-MAIN-CAMPUS TO WS-LINE-CAMPUS
           END-IF
           IF LK-CAMPUS-OPT = SPACES
                   OR WS-LINE-CAMPUS = LK-CAMPUS-OPT
               PERFORM 200-ROLL-UP-ONE-LINE
           END-IF.
       200-ROLL-UP-ONE-LINE.
           MOVE CN-TERM TO WS-SNAP-TERM
           PERFORM 220-PICK-THE-PREFIX
               END-IF
           END-IF
           ADD 1 TO WS-DETAIL-CNT
           ADD CN-CRED-HR TO WS-TOT-HOURS
           PERFORM 260-ROLL-UP-CAMPUS.
       220-PICK-THE-PREFIX.
      *    SAME THREE-CHARACTER COURSE-CODE ROLLUP AS
      *    PROJ-GRADE-DIST'S DEPARTMENT TABLE.  A CRN THE SECTION
               NOT INVALID KEY
                   MOVE SF-RESIDENCY TO WS-RESIDENCY
           END-READ.
       260-ROLL-UP-CAMPUS.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = WS-LINE-CAMPUS
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
               MOVE WS-LINE-CAMPUS TO WS-CP-CAMPUS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-LINES(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-HOURS(WS-CP-HIT)
           END-IF
           IF WS-CP-FOUND = 'Y'
               ADD 1 TO WS-CP-LINES(WS-CP-HIT)
               ADD CN-CRED-HR TO WS-CP-HOURS(WS-CP-HIT)
           END-IF
           MOVE 'N' TO WS-DC-FOUND
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-CNT
               IF WS-DC-CAMPUS(WS-DC-SUB) = WS-LINE-CAMPUS
                       AND WS-DC-PREFIX(WS-DC-SUB) = WS-CRS-PREFIX
                   MOVE 'Y' TO WS-DC-FOUND
                   MOVE WS-DC-SUB TO WS-DC-HIT
               END-IF
           END-PERFORM
           IF WS-DC-FOUND = 'N' AND WS-DC-CNT < 90
               ADD 1 TO WS-DC-CNT
               MOVE WS-DC-CNT TO WS-DC-HIT
               MOVE 'Y' TO WS-DC-FOUND
               MOVE WS-LINE-CAMPUS TO WS-DC-CAMPUS(WS-DC-HIT)
               MOVE WS-CRS-PREFIX TO WS-DC-PREFIX(WS-DC-HIT)
               MOVE ZEROS TO WS-DC-RES-HRS(WS-DC-HIT)
               MOVE ZEROS TO WS-DC-NONRES-HRS(WS-DC-HIT)
           END-IF
           IF WS-DC-FOUND = 'Y'
               IF WS-RESIDENCY = 'N'
                   ADD CN-CRED-HR TO WS-DC-NONRES-HRS(WS-DC-HIT)
               ELSE
                   ADD CN-CRED-HR TO WS-DC-RES-HRS(WS-DC-HIT)
               END-IF
           END-IF.
       400-PARK-THE-HISTORY.
      *    ONE HISTORY ROW PER DEPARTMENT FOR THE SNAPSHOT'S TERM,
      *    REWRITTEN IN PLACE ON A RERUN SO THE FILE NEVER
      *    DOUBLE-COUNTS.  THE HISTORY IS WHOLE-INSTITUTION, SO A RUN
      *    FOR ONE CAMPUS PARKS NOTHING.
           IF WS-SNAP-TERM NOT = SPACES AND LK-CAMPUS-OPT = SPACES
               PERFORM 420-PARK-ONE-ROW
                   VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CNT
           END-IF
           MOVE WS-SNAP-TERM TO H1-TERM-OUT
           MOVE WS-PRIOR-TERM TO H1-PRI-OUT
           IF LK-CAMPUS-OPT = SPACES
               MOVE 'ALL' TO H1-CAMPUS-OUT
           ELSE
               MOVE LK-CAMPUS-OPT TO H1-CAMPUS-OUT
           END-IF
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
      *    THE TERM-OVER-TERM DEPARTMENT BLOCK IS WHOLE-INSTITUTION
      *    ONLY; A ONE-CAMPUS RUN GOES STRAIGHT TO ITS CAMPUS SECTION.
           IF LK-CAMPUS-OPT = SPACES
               PERFORM 550-PRINT-ONE-DEPT
                   VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CNT
           END-IF
           COMPUTE WS-GRAND-FTE ROUNDED =
               WS-TOT-HOURS / WS-FT-HOUR-MIN
           MOVE WS-DETAIL-CNT TO TL-LINES-OUT
           MOVE WS-TOT-HOURS TO TL-HOURS-OUT
           MOVE WS-GRAND-FTE TO TL-FTE-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           PERFORM 600-PRINT-ONE-CAMPUS
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-CNT.
       550-PRINT-ONE-DEPT.
           COMPUTE WS-RES-FTE ROUNDED =
               WS-DP-RES-HRS(WS-DP-SUB) / WS-FT-HOUR-MIN
           MOVE WS-PRIOR-FTE TO DL-PFTE-OUT
           MOVE WS-FTE-DIFF TO DL-DIFF-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
       600-PRINT-ONE-CAMPUS.
           MOVE WS-CP-CAMPUS(WS-CP-SUB) TO CH-CAMPUS-OUT
           WRITE REPORT-REC FROM CAMPUS-HEAD-LINE AFTER 3
           PERFORM 620-PRINT-CAMPUS-DEPT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-CNT
           COMPUTE WS-CP-FTE ROUNDED =
               WS-CP-HOURS(WS-CP-SUB) / WS-FT-HOUR-MIN
           MOVE WS-CP-CAMPUS(WS-CP-SUB) TO CT-CAMPUS-OUT
           MOVE WS-CP-LINES(WS-CP-SUB) TO CT-LINES-OUT
           MOVE WS-CP-HOURS(WS-CP-SUB) TO CT-HOURS-OUT
           MOVE WS-CP-FTE TO CT-FTE-OUT
           WRITE REPORT-REC FROM CAMPUS-TOTAL-LINE AFTER 2.
       620-PRINT-CAMPUS-DEPT.
           IF WS-DC-CAMPUS(WS-DC-SUB) = WS-CP-CAMPUS(WS-CP-SUB)
               COMPUTE WS-RES-FTE ROUNDED =
                   WS-DC-RES-HRS(WS-DC-SUB) / WS-FT-HOUR-MIN
               COMPUTE WS-NONRES-FTE ROUNDED =
                   WS-DC-NONRES-HRS(WS-DC-SUB) / WS-FT-HOUR-MIN
               COMPUTE WS-DEPT-FTE ROUNDED =
                   (WS-DC-RES-HRS(WS-DC-SUB)
                   + WS-DC-NONRES-HRS(WS-DC-SUB)) / WS-FT-HOUR-MIN
               MOVE WS-DC-PREFIX(WS-DC-SUB) TO CD-PREFIX-OUT
               MOVE WS-DC-RES-HRS(WS-DC-SUB) TO CD-RES-OUT
               MOVE WS-DC-NONRES-HRS(WS-DC-SUB) TO CD-NONRES-OUT
               MOVE WS-RES-FTE TO CD-RFTE-OUT
               MOVE WS-NONRES-FTE TO CD-NFTE-OUT
               MOVE WS-DEPT-FTE TO CD-TFTE-OUT
               WRITE REPORT-REC FROM CAMPUS-DEPT-LINE AFTER 1
           END-IF.
