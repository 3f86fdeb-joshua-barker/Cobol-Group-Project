       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-GRADE-MONITOR.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MISSING FINAL GRADES MONITOR FOR THE
      *          INSTRUCTIONAL TERM, ONCE ITS AC-TERM-END HAS PASSED.
      *          EVERY ENROLLED SEAT IN THE TERM STILL WITHOUT A FINAL
      *          GRADE (RF-GRADE SPACES OR '**') OR CARRYING AN 'NR'
      *          IS LISTED ON GRADE-MISSING.RPT BY INSTRUCTOR OF
      *          RECORD AND CRN, FOLLOWED BY A DEPARTMENT SUMMARY (THE
      *          THREE-CHARACTER COURSE-CODE PREFIX, AS PROJ-GRADE-
      *          DIST) OF SEATS, GRADED, MISSING, NR AND PERCENT
      *          COMPLETE FOR THE CHAIRS.  THE NIGHTLY RUN
      *          (LK-GM-MODE 'N', STEP 15 OF PROJ-NIGHT-RUN) ALSO
      *          QUEUES AN 'IGRD' REMINDER PER CRN TO ITS INSTRUCTOR
      *          ON THE GD-POLICY SCHEDULE UP TO THE GRADE DEADLINE,
      *          AND ONCE THE DEADLINE HAS PASSED STAMPS EVERY SEAT
      *          STILL UNGRADED 'NR' (NOT REPORTED).  AN 'NR' STAYS
      *          OUT OF THE GPA, STANDING AND DEAN'S LIST UNTIL PROJ-
      *          GRADE-CHANGE REPLACES IT.  AN ON-DEMAND RUN (LK-GM-
      *          MODE 'R', FROM PROJ-SECT-MENU) ONLY PRINTS.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT MONITOR-REPORT ASSIGN TO 'GRADE-MISSING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'GM-SORT.WRK'.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  MONITOR-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-INSTR-ID         PIC 9(5).
           05  SORT-CRN              PIC 9(5).
           05  SORT-STU-NUM          PIC 9(9).
           05  SORT-CRS-CODE         PIC X(6).
           05  SORT-DESC             PIC X(10).
           05  SORT-NAME             PIC X(15).
           05  SORT-FLAG             PIC X.
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-INSTR-STATUS           PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       01  WS-INSTR-ON-FILE          PIC X      VALUE 'Y'.
       01  WS-TERM-OVER              PIC X      VALUE 'N'.
       01  WS-REMIND-TODAY           PIC X      VALUE 'N'.
       01  WS-PAST-DEADLINE          PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-DEADLINE               PIC 9(8)   VALUE ZERO.
       01  WS-DAYS-OUT               PIC S9(5)  VALUE ZERO.
       01  WS-CYCLE-DAY              PIC 9(5).
       01  WS-CYCLE-QUOT             PIC 9(5).
       01  WS-CYCLE-REM              PIC 9(5).
       01  WS-SEAT-FLAG              PIC X.
       01  WS-FIRST-ROW              PIC X      VALUE 'Y'.
       01  WS-CUR-INSTR              PIC 9(5)   VALUE ZERO.
       01  WS-CUR-CRN                PIC 9(5)   VALUE ZERO.
       01  WS-CRN-MISSING            PIC 9(3)   VALUE ZERO.
       01  WS-CRN-LISTED             PIC 9(3)   VALUE ZERO.
       01  WS-SEAT-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-GRADED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-MISSING-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-NR-CNT                 PIC 9(5)   VALUE ZERO.
       01  WS-STAMPED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-REMINDER-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-PCT                    PIC 9(3).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-PAGE                   PIC 99     VALUE ZERO.
       01  WS-DEPT                   PIC X(3).
       01  WS-DEPT-FOUND             PIC X.
       01  WS-DEPT-CNT               PIC 9(3)   VALUE ZERO.
       01  WS-DEPT-MAX               PIC 9(3)   VALUE 100.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10  WS-DEPT-CODE      PIC X(3).
               10  WS-DEPT-SEATS     PIC 9(5).
               10  WS-DEPT-GRADED    PIC 9(5).
               10  WS-DEPT-MISSING   PIC 9(5).
               10  WS-DEPT-NR        PIC 9(5).
       01  WS-DEPT-HOLD              PIC X(23).
       01  WS-SUB                    PIC 9(3).
       01  WS-SUB-2                  PIC 9(3).
       01  WS-CNT-EDIT               PIC ZZ9.
       COPY CQ-REC.
       COPY CURRENT-TERM.
       COPY GD-POLICY.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(30)  VALUE
                'MISSING FINAL GRADES    TERM '.
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(7)   VALUE '   RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(9)   VALUE '    PAGE '.
           05  H1-PAGE-OUT           PIC Z9.
           05                        PIC X(18)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'TERM ENDED '.
           05  H2-END-OUT            PIC 9(8).
           05                        PIC X(17)  VALUE
                '  GRADE DEADLINE '.
           05  H2-DEADLINE-OUT       PIC 9(8).
           05                        PIC X(2)   VALUE SPACES.
           05  H2-ACTION-OUT         PIC X(30).
           05                        PIC X(2)   VALUE SPACES.
       01  INSTR-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'INSTRUCTOR '.
           05  IL-ID-OUT             PIC 9(5).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-NAME-OUT           PIC X(10).
           05                        PIC X(2)   VALUE SPACES.
           05  IL-DEPT-OUT           PIC X(10).
           05                        PIC X(39)  VALUE SPACES.
       01  CRN-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(4)   VALUE 'CRN '.
           05  CL-CRN-OUT            PIC 9(5).
           05                        PIC X(2)   VALUE SPACES.
           05  CL-CRS-CODE-OUT       PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  CL-DESC-OUT           PIC X(10).
           05                        PIC X(47)  VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(8)   VALUE SPACES.
           05  DL-STU-OUT            PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(15).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-STATUS-OUT         PIC X(24).
           05                        PIC X(20)  VALUE SPACES.
       01  CRN-TOTAL-LINE.
           05                        PIC X(8)   VALUE SPACES.
           05  CT-CNT-OUT            PIC ZZ9.
           05                        PIC X(22)  VALUE
                ' SEAT(S) NOT GRADED   '.
           05  CT-REMIND-OUT         PIC X(20).
           05                        PIC X(27)  VALUE SPACES.
       01  SUMMARY-HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'FINAL GRADE COMPLETION BY DEPARTMENT    '.
           05                        PIC X(38)  VALUE SPACES.
       01  SUMMARY-HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(45)  VALUE
                'DEPT     SEATS   GRADED  MISSING       NR    '.
           05                        PIC X(33)  VALUE
                'PCT COMPLETE                     '.
       01  SUMMARY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  SL-DEPT-OUT           PIC X(5).
           05                        PIC X(2)   VALUE SPACES.
           05  SL-SEATS-OUT          PIC ZZZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  SL-GRADED-OUT         PIC ZZZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  SL-MISSING-OUT        PIC ZZZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  SL-NR-OUT             PIC ZZZZ9.
           05                        PIC X(8)   VALUE SPACES.
           05  SL-PCT-OUT            PIC ZZ9.
           05                        PIC X(1)   VALUE '%'.
           05                        PIC X(27)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TOTAL-LABEL-OUT       PIC X(30).
           05  TOTAL-CNT-OUT         PIC ZZZZ9.
           05                        PIC X(43)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-GM-MODE                PIC X.
       PROCEDURE DIVISION USING LK-GM-MODE.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING GD-PARM-ID, GD-PARMS
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           PERFORM 110-CHECK-CALENDAR
           IF WS-TERM-OVER = 'N'
               DISPLAY 'PROJ-GRADE-MONITOR: TERM ' CURRENT-TERM
                   ' HAS NOT ENDED -- NOTHING TO MONITOR'
               EXIT PROGRAM
           END-IF
           DISPLAY 'PROJ-GRADE-MONITOR STARTING'
           OPEN INPUT SF-FILE-DESC
                      CS-SECT
           OPEN I-O EF-FILE-DES
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = '35'
               MOVE 'N' TO WS-INSTR-ON-FILE
           END-IF
           OPEN OUTPUT MONITOR-REPORT
           PERFORM 150-HEADING-RTN
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-INSTR-ID
                                                SORT-CRN
                                                SORT-STU-NUM
               INPUT PROCEDURE 200-SORT-INPUT
               OUTPUT PROCEDURE 500-SORT-OUTPUT
           PERFORM 800-DEPT-SUMMARY
           PERFORM 900-TOTALS-RTN
           DISPLAY 'PROJ-GRADE-MONITOR FINISHED -- ' WS-MISSING-CNT
               ' MISSING, ' WS-STAMPED-CNT ' STAMPED NR, '
               WS-REMINDER-CNT ' REMINDER(S)'
           IF WS-INSTR-ON-FILE = 'Y'
               CLOSE INSTR-FILE
           END-IF
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
                 MONITOR-REPORT
           EXIT PROGRAM.
       110-CHECK-CALENDAR.
      *    THE SCHEDULE RUNS OFF THE TERM'S AC-TERM-END.  A TERM WITH
      *    NO CALENDAR ROW, OR ONE NOT YET OVER, HAS NOTHING MISSING.
      *    REMINDERS GO OUT THE DAY AFTER THE TERM ENDS AND EVERY
      *    GD-REMIND-DAYS AFTER THAT THROUGH THE DEADLINE DAY; PAST
      *    THE DEADLINE THE UNGRADED SEATS ARE STAMPED INSTEAD.
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-END > ZERO
                               AND AC-TERM-END < WS-TODAY-CCYYMMDD
                           MOVE 'Y' TO WS-TERM-OVER
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF
           IF WS-TERM-OVER = 'Y'
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(AC-TERM-END)
               COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                   + GD-DEADLINE-DAYS)
               IF WS-DAYS-OUT > GD-DEADLINE-DAYS
                   MOVE 'Y' TO WS-PAST-DEADLINE
               ELSE IF GD-REMIND-DAYS = ZERO
                   MOVE 'Y' TO WS-REMIND-TODAY
               ELSE
                   COMPUTE WS-CYCLE-DAY = WS-DAYS-OUT - 1
                   DIVIDE WS-CYCLE-DAY BY GD-REMIND-DAYS
                       GIVING WS-CYCLE-QUOT
                       REMAINDER WS-CYCLE-REM
                   IF WS-CYCLE-REM = ZERO
                       MOVE 'Y' TO WS-REMIND-TODAY
                   END-IF
               END-IF
               END-IF
           END-IF.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO H1-PAGE-OUT
           MOVE CURRENT-TERM TO H1-TERM-OUT
           MOVE WS-TODAY TO H1-DATE-OUT
           MOVE AC-TERM-END TO H2-END-OUT
           MOVE WS-DEADLINE TO H2-DEADLINE-OUT
           IF LK-GM-MODE NOT = 'N'
               MOVE 'REPORT ONLY' TO H2-ACTION-OUT
           ELSE IF WS-PAST-DEADLINE = 'Y'
               MOVE 'UNGRADED SEATS STAMPED NR' TO H2-ACTION-OUT
           ELSE IF WS-REMIND-TODAY = 'Y'
               MOVE 'REMINDERS QUEUED' TO H2-ACTION-OUT
           ELSE
               MOVE 'NO REMINDER DUE TODAY' TO H2-ACTION-OUT
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       200-SORT-INPUT.
      *    THE WHOLE STUDENT FILE, EACH CHAIN WALKED FOR THE TERM'S
      *    ENROLLED SEATS -- THE SAME SCAN AS PROJ-GPA-UPDATE.
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 210-WALK-EF-CHAIN
               END-READ
           END-PERFORM.
       210-WALK-EF-CHAIN.
           IF SF-ENR-REC-PNTR > 0
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 220-CHECK-ONE-SEAT
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 220-CHECK-ONE-SEAT
               END-PERFORM
           END-IF.
       220-CHECK-ONE-SEAT.
      *    A SEAT IS 'G' GRADED, 'M' MISSING, 'N' STAMPED NR TONIGHT
      *    OR 'R' AN 'NR' ALREADY ON FILE.  AN AUDIT SEAT STILL OWES
      *    ITS 'AU'.  ONLY THE STAMP WRITES TO THE NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E'
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RF-GRADE = 'NR'
                           MOVE 'R' TO WS-SEAT-FLAG
                       ELSE IF RF-GRADE = SPACES OR RF-GRADE = '**'
                           MOVE 'M' TO WS-SEAT-FLAG
                           IF LK-GM-MODE = 'N'
                                   AND WS-PAST-DEADLINE = 'Y'
                               PERFORM 230-STAMP-NR
                           END-IF
                       ELSE
                           MOVE 'G' TO WS-SEAT-FLAG
                       END-IF
                       END-IF
                       PERFORM 250-COUNT-THE-SEAT
                       IF WS-SEAT-FLAG NOT = 'G'
                           PERFORM 240-RELEASE-THE-SEAT
                       END-IF
               END-READ
           END-IF.
       230-STAMP-NR.
           MOVE 'NR' TO RF-GRADE
           MOVE WS-TODAY TO RF-GRADE-DATE
           REWRITE ENR-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING ENROLLMENT NODE ' WS-EF-KEY
               NOT INVALID KEY
                   MOVE 'N' TO WS-SEAT-FLAG
                   ADD 1 TO WS-STAMPED-CNT
           END-REWRITE.
       240-RELEASE-THE-SEAT.
           MOVE CS-INSTR-ID TO SORT-INSTR-ID
           MOVE CS-CRN TO SORT-CRN
           MOVE SF-STU-NUM TO SORT-STU-NUM
           MOVE CS-CRS-CODE TO SORT-CRS-CODE
           MOVE CS-DESC TO SORT-DESC
           MOVE SF-LAST-NAME TO SORT-NAME
           MOVE WS-SEAT-FLAG TO SORT-FLAG
           RELEASE SORT-REC.
       250-COUNT-THE-SEAT.
      *    ONE ROW PER DEPARTMENT, KEPT IN ORDER OF FIRST SIGHTING AND
      *    PUT IN CODE ORDER BY 810-SORT-DEPTS.  PAST WS-DEPT-MAX
      *    DEPARTMENTS THE SEAT STILL COUNTS IN THE GRAND TOTALS.
           ADD 1 TO WS-SEAT-CNT
           MOVE CS-CRS-CODE(1:3) TO WS-DEPT
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-CNT
                      OR WS-DEPT-FOUND = 'Y'
               IF WS-DEPT-CODE(DEPT-IDX) = WS-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 'Y'
               SET DEPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-CNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-CNT
                   SET DEPT-IDX TO WS-DEPT-CNT
                   MOVE WS-DEPT TO WS-DEPT-CODE(DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-SEATS(DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-GRADED(DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-MISSING(DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-NR(DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-IF
           IF WS-SEAT-FLAG = 'G'
               ADD 1 TO WS-GRADED-CNT
           ELSE IF WS-SEAT-FLAG = 'M'
               ADD 1 TO WS-MISSING-CNT
           ELSE
               ADD 1 TO WS-NR-CNT
           END-IF
           END-IF
           IF WS-DEPT-FOUND = 'Y'
               ADD 1 TO WS-DEPT-SEATS(DEPT-IDX)
               IF WS-SEAT-FLAG = 'G'
                   ADD 1 TO WS-DEPT-GRADED(DEPT-IDX)
               ELSE IF WS-SEAT-FLAG = 'M'
                   ADD 1 TO WS-DEPT-MISSING(DEPT-IDX)
               ELSE
                   ADD 1 TO WS-DEPT-NR(DEPT-IDX)
               END-IF
               END-IF
           END-IF.
       500-SORT-OUTPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 510-PRINT-ONE-SEAT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-ROW = 'N'
               PERFORM 600-CRN-BREAK
           END-IF.
       510-PRINT-ONE-SEAT.
           IF WS-FIRST-ROW = 'Y' OR SORT-INSTR-ID NOT = WS-CUR-INSTR
               IF WS-FIRST-ROW = 'N'
                   PERFORM 600-CRN-BREAK
               END-IF
               PERFORM 520-INSTR-HEADING
               PERFORM 530-CRN-HEADING
           ELSE IF SORT-CRN NOT = WS-CUR-CRN
               PERFORM 600-CRN-BREAK
               PERFORM 530-CRN-HEADING
           END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-ROW
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE SORT-STU-NUM TO DL-STU-OUT
           MOVE SORT-NAME TO DL-NAME-OUT
           IF SORT-FLAG = 'M'
               ADD 1 TO WS-CRN-MISSING
               IF WS-PAST-DEADLINE = 'Y'
                   MOVE 'NOT GRADED - PAST DUE' TO DL-STATUS-OUT
               ELSE
                   MOVE 'NOT GRADED' TO DL-STATUS-OUT
               END-IF
           ELSE IF SORT-FLAG = 'N'
               MOVE 'STAMPED NR TONIGHT' TO DL-STATUS-OUT
           ELSE
               MOVE 'NR - NOT REPORTED' TO DL-STATUS-OUT
           END-IF
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           ADD 1 TO WS-CRN-LISTED.
       520-INSTR-HEADING.
           MOVE SORT-INSTR-ID TO WS-CUR-INSTR
           MOVE SORT-INSTR-ID TO IL-ID-OUT
           MOVE SPACES TO IL-NAME-OUT
           MOVE SPACES TO IL-DEPT-OUT
           IF SORT-INSTR-ID = ZERO
               MOVE 'UNASSIGNED' TO IL-NAME-OUT
           ELSE IF WS-INSTR-ON-FILE = 'Y'
               MOVE SORT-INSTR-ID TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO IL-NAME-OUT
                       MOVE INSTR-DEPT TO IL-DEPT-OUT
               END-READ
           END-IF
           END-IF
           IF WS-LINE-CT > 52
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           WRITE REPORT-REC FROM INSTR-LINE AFTER 1
           ADD 2 TO WS-LINE-CT.
       530-CRN-HEADING.
           MOVE SORT-CRN TO WS-CUR-CRN
           MOVE ZERO TO WS-CRN-MISSING
           MOVE ZERO TO WS-CRN-LISTED
           MOVE SORT-CRN TO CL-CRN-OUT
           MOVE SORT-CRS-CODE TO CL-CRS-CODE-OUT
           MOVE SORT-DESC TO CL-DESC-OUT
           WRITE REPORT-REC FROM CRN-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       600-CRN-BREAK.
      *    THE CRN'S COUNT, AND ON A REMINDER NIGHT ONE 'IGRD' EVENT
      *    FOR ITS INSTRUCTOR -- CQ-STU-NUM CARRIES THE INSTRUCTOR ID,
      *    AS WITH THE FACULTY PAY LETTERS.
           MOVE WS-CRN-LISTED TO CT-CNT-OUT
           MOVE SPACES TO CT-REMIND-OUT
           IF LK-GM-MODE = 'N' AND WS-REMIND-TODAY = 'Y'
                   AND WS-CRN-MISSING > ZERO
                   AND WS-CUR-INSTR NOT = ZERO
               PERFORM 650-QUEUE-REMINDER
               MOVE '-- REMINDER QUEUED' TO CT-REMIND-OUT
           END-IF
           WRITE REPORT-REC FROM CRN-TOTAL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       650-QUEUE-REMINDER.
           MOVE WS-CUR-INSTR TO CQ-STU-NUM
           MOVE 'IGRD' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE WS-CRN-MISSING TO WS-CNT-EDIT
           MOVE SPACES TO CQ-VAR-DATA
           STRING 'CRN ' DELIMITED BY SIZE
               WS-CUR-CRN DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-CNT-EDIT DELIMITED BY SIZE
               ' UNGRADED, DUE ' DELIMITED BY SIZE
               WS-DEADLINE DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           OPEN EXTEND QUEUE-FILE
           IF WS-CQ-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF
           WRITE QUEUE-REC FROM CQ-LINE
           CLOSE QUEUE-FILE
           ADD 1 TO WS-REMINDER-CNT.
       800-DEPT-SUMMARY.
      *    THE CHAIRS' PAGE -- PERCENT COMPLETE IS GRADED SEATS OVER
      *    ALL ENROLLED SEATS; AN 'NR' IS NOT A COMPLETED GRADE.
           PERFORM 810-SORT-DEPTS
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM SUMMARY-HEADING-1 AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 1
           WRITE REPORT-REC FROM SUMMARY-HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-CNT
               MOVE WS-DEPT-CODE(DEPT-IDX) TO SL-DEPT-OUT
               MOVE WS-DEPT-SEATS(DEPT-IDX) TO SL-SEATS-OUT
               MOVE WS-DEPT-GRADED(DEPT-IDX) TO SL-GRADED-OUT
               MOVE WS-DEPT-MISSING(DEPT-IDX) TO SL-MISSING-OUT
               MOVE WS-DEPT-NR(DEPT-IDX) TO SL-NR-OUT
               COMPUTE WS-PCT = (WS-DEPT-GRADED(DEPT-IDX) * 100)
                   / WS-DEPT-SEATS(DEPT-IDX)
                   ON SIZE ERROR MOVE ZERO TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO SL-PCT-OUT
               WRITE REPORT-REC FROM SUMMARY-LINE AFTER 1
           END-PERFORM
           MOVE 'ALL' TO SL-DEPT-OUT
           MOVE WS-SEAT-CNT TO SL-SEATS-OUT
           MOVE WS-GRADED-CNT TO SL-GRADED-OUT
           MOVE WS-MISSING-CNT TO SL-MISSING-OUT
           MOVE WS-NR-CNT TO SL-NR-OUT
           COMPUTE WS-PCT = (WS-GRADED-CNT * 100) / WS-SEAT-CNT
               ON SIZE ERROR MOVE ZERO TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO SL-PCT-OUT
           WRITE REPORT-REC FROM SUMMARY-LINE AFTER 2.
       810-SORT-DEPTS.
      *    A PLAIN EXCHANGE SORT -- THE TABLE IS A FEW DOZEN ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB NOT < WS-DEPT-CNT
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > WS-DEPT-CNT
                   IF WS-DEPT-CODE(WS-SUB-2) < WS-DEPT-CODE(WS-SUB)
                       MOVE WS-DEPT-ENTRY(WS-SUB) TO WS-DEPT-HOLD
                       MOVE WS-DEPT-ENTRY(WS-SUB-2)
                           TO WS-DEPT-ENTRY(WS-SUB)
                       MOVE WS-DEPT-HOLD TO WS-DEPT-ENTRY(WS-SUB-2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       900-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'SEATS STILL NOT GRADED' TO TOTAL-LABEL-OUT
           MOVE WS-MISSING-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'STAMPED NR THIS RUN' TO TOTAL-LABEL-OUT
           MOVE WS-STAMPED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'REMINDERS QUEUED' TO TOTAL-LABEL-OUT
           MOVE WS-REMINDER-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
