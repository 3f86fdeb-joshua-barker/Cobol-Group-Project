       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-EVAL-RPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  END-OF-TERM COURSE EVALUATION
      *          RESULTS FOR THE DEPARTMENT CHAIRS -- FOR EACH
      *          INSTRUCTIONAL-TERM SECTION, THE ACTIVE GRADED-CREDIT
      *          SEATS (SAME NESTED SWEEP AS PROJ-GRADE-DIST), THE
      *          SURVEYS ANSWERED ON PROJ-SELF-SERVICE (SEE
      *          EV-FILE-DESC) AND THE RESPONSE RATE, THEN FOR EACH
      *          QUESTION THE AVERAGE AND HOW MANY ANSWERED 1 THROUGH
      *          5.  THE SAME FIGURES FOLLOW ROLLED UP BY INSTRUCTOR.
      *          A SECTION OR INSTRUCTOR WITH FEWER THAN
      *          EP-MIN-RESPONSES SURVEYS SHOWS ITS COUNT AND RATE
      *          ONLY.  NOTHING PRINTS UNTIL THE TERM'S GRADE DEADLINE
      *          (AC-TERM-END PLUS GD-DEADLINE-DAYS) HAS PASSED, SO NO
      *          INSTRUCTOR SEES RESULTS BEFORE THEIR GRADES ARE IN.
      *          PRINTS EVAL-RESULTS.RPT.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
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
           SELECT EV-FILE-DESC ASSIGN TO 'PROJ-EVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EV-STATUS.
           SELECT EVAL-REPORT ASSIGN TO 'EVAL-RESULTS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  EV-FILE-DESC RECORD CONTAINS 32 CHARACTERS.
           COPY EV-FILE-DESC.
       FD  EVAL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-CLASSES           PIC X      VALUE 'N'.
       01  WS-ARE-MORE               PIC X.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-INSTR-STATUS           PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-EV-STATUS              PIC XX.
       01  WS-EV-ON-FILE             PIC X      VALUE 'N'.
       01  WS-EV-DONE                PIC X.
       01  WS-RELEASED               PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-DAYS-OUT               PIC S9(5).
       01  WS-DEADLINE               PIC 9(8)   VALUE ZERO.
       01  WS-Q                      PIC 9(2).
       01  WS-A                      PIC 9.
       01  WS-ANSWERED               PIC 9(5).
       01  WS-POINTS                 PIC 9(6).
       01  WS-AVG                    PIC 9V99.
       01  WS-RATE                   PIC 9(3).
      *    ONE SECTION'S FIGURES AS THE EV ROWS ARE READ.
       01  WS-SC-ENRL                PIC 9(5).
       01  WS-SC-RESP                PIC 9(5).
       01  WS-SC-TABLE.
           05  WS-SC-QUESTION OCCURS 8 TIMES.
               10  WS-SC-DIST        PIC 9(5) OCCURS 5 TIMES.
      *    WHATEVER IS BEING PRINTED -- A SECTION OR AN INSTRUCTOR.
       01  WS-PR-ENRL                PIC 9(5).
       01  WS-PR-RESP                PIC 9(5).
       01  WS-PR-TABLE.
           05  WS-PR-QUESTION OCCURS 8 TIMES.
               10  WS-PR-DIST        PIC 9(5) OCCURS 5 TIMES.
       01  WS-IT-SUB                 PIC 9(3).
       01  WS-IT-CNT                 PIC 9(3)   VALUE ZERO.
       01  WS-IT-FOUND               PIC X.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 200 TIMES.
               10  WS-IT-ID          PIC 9(5).
               10  WS-IT-SECTS       PIC 9(3).
               10  WS-IT-ENRL        PIC 9(5).
               10  WS-IT-RESP        PIC 9(5).
               10  WS-IT-QUESTION OCCURS 8 TIMES.
                   15  WS-IT-DIST    PIC 9(5) OCCURS 5 TIMES.
       COPY CURRENT-TERM.
       COPY GD-POLICY.
       COPY EP-POLICY.
       COPY EQ-QUESTION-TABLE.
       01  HEADING-1.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(33)
                VALUE 'COURSE EVALUATION RESULTS - TERM '.
           05 TERM-H1                PIC X(6).
           05                        PIC X(20)
                VALUE '   MINIMUM SHOWN   '.
           05 MIN-H1                 PIC Z9.
           05                        PIC X(17)    VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(7)     VALUE 'COURSE '.
           05                        PIC X(6)     VALUE 'CRN   '.
           05                        PIC X(6)     VALUE 'INSTR '.
           05                        PIC X(11)    VALUE 'NAME'.
           05                        PIC X(20)
                VALUE 'ENRL  RESP  RATE%'.
           05                        PIC X(28)    VALUE SPACES.
       01  HEADING-3.
           05                        PIC X(8)     VALUE SPACES.
           05                        PIC X(39)    VALUE 'QUESTION'.
           05                        PIC X(33)
                VALUE ' AVG     1    2    3    4    5'.
       01  NOT-RELEASED-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(44)
                VALUE 'RESULTS ARE NOT RELEASED UNTIL AFTER GRADE '.
           05                        PIC X(10)    VALUE 'DEADLINE '.
           05 NR-DEADLINE-OUT        PIC 9(8).
           05                        PIC X(16)    VALUE SPACES.
       01  SECTION-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 CRS-OUT                PIC X(6).
           05                        PIC X(1)     VALUE SPACES.
           05 CRN-OUT                PIC X(5).
           05                        PIC X(1)     VALUE SPACES.
           05 INSTR-OUT              PIC 9(5).
           05                        PIC X(1)     VALUE SPACES.
           05 NAME-OUT               PIC X(10).
           05 ENRL-OUT               PIC ZZZZ9.
           05 RESP-OUT               PIC ZZZZZ9.
           05 RATE-OUT               PIC ZZZZZ9.
           05                        PIC X(32)    VALUE SPACES.
       01  INSTR-TOTAL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(7)     VALUE 'TOTAL  '.
           05 IT-SECTS-OUT           PIC ZZ9.
           05                        PIC X(3)     VALUE ' SC'.
           05 IT-INSTR-OUT           PIC 9(5).
           05                        PIC X(1)     VALUE SPACES.
           05 IT-NAME-OUT            PIC X(10).
           05 IT-ENRL-OUT            PIC ZZZZ9.
           05 IT-RESP-OUT            PIC ZZZZZ9.
           05 IT-RATE-OUT            PIC ZZZZZ9.
           05                        PIC X(32)    VALUE SPACES.
       01  QUESTION-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(1)     VALUE 'Q'.
           05 Q-NUM-OUT              PIC 9.
           05                        PIC X(1)     VALUE SPACES.
           05 Q-TEXT-OUT             PIC X(38).
           05 Q-AVG-OUT              PIC Z.99.
           05 Q-DIST-OUT             PIC ZZZZ9 OCCURS 5 TIMES.
           05                        PIC X(4)     VALUE SPACES.
       01  SUPPRESS-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(39)
                VALUE 'RESULTS NOT SHOWN -- FEWER THAN '.
           05 SP-MIN-OUT             PIC Z9.
           05                        PIC X(10)    VALUE ' RESPONSES'.
           05                        PIC X(23)    VALUE SPACES.
       01  ROLLUP-HEAD.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(40)
                VALUE 'RESULTS BY INSTRUCTOR'.
           05                        PIC X(38)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING GD-PARM-ID, GD-PARMS
           CALL 'PROJ-PARM-LOAD' USING EP-PARM-ID, EP-PARMS
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           DISPLAY 'PROJ-EVAL-RPT STARTING'
           OPEN OUTPUT EVAL-REPORT
           MOVE CURRENT-TERM TO TERM-H1
           MOVE EP-MIN-RESPONSES TO MIN-H1
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           PERFORM 150-RELEASE-CHECK
           IF WS-RELEASED = 'N'
               MOVE WS-DEADLINE TO NR-DEADLINE-OUT
               WRITE REPORT-REC FROM NOT-RELEASED-LINE AFTER 2
               DISPLAY 'RESULTS NOT RELEASED UNTIL AFTER ' WS-DEADLINE
           ELSE
               PERFORM 160-PRINT-ALL-SECTIONS
           END-IF
           DISPLAY 'PROJ-EVAL-RPT FINISHED'
           CLOSE EVAL-REPORT
           EXIT PROGRAM.
       150-RELEASE-CHECK.
      *    SAME GRADE DEADLINE AS PROJ-GRADE-MONITOR.  A TERM WITH NO
      *    CALENDAR ROW HAS NO DEADLINE TO WAIT FOR.
           MOVE 'Y' TO WS-RELEASED
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-END > ZERO
                           COMPUTE WS-DAYS-OUT =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-TODAY-CCYYMMDD)
                               - FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                           COMPUTE WS-DEADLINE =
                               FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                                   + GD-DEADLINE-DAYS)
                           IF WS-DAYS-OUT NOT > GD-DEADLINE-DAYS
                               MOVE 'N' TO WS-RELEASED
                           END-IF
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       160-PRINT-ALL-SECTIONS.
           OPEN INPUT CLASS-FILE
                      EF-FILE-DES
                      INSTR-FILE
           OPEN INPUT EV-FILE-DESC
           IF WS-EV-STATUS NOT = '35'
               MOVE 'Y' TO WS-EV-ON-FILE
           END-IF
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           WRITE REPORT-REC FROM HEADING-3 AFTER 1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE ZEROS TO CS-CRN
           START CLASS-FILE KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO NO-MORE-CLASSES
           END-START
           PERFORM UNTIL NO-MORE-CLASSES = 'Y'
               READ CLASS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-CLASSES
                   NOT AT END
                       IF CS-TERM = CURRENT-TERM
                           PERFORM 200-EVAL-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 500-PRINT-INSTR-ROLLUP
           CLOSE CLASS-FILE
                 EF-FILE-DES
                 INSTR-FILE
           IF WS-EV-ON-FILE = 'Y'
               CLOSE EV-FILE-DESC
           END-IF.
       200-EVAL-ONE-SECTION.
      *    FULL SWEEP OF PROJ-ENR.REL PER SECTION (SKIPPING SLOT 1)
      *    FOR THE SEATS THAT WERE OFFERED THE SURVEY -- ACTIVE AND
      *    NOT AUDIT -- THEN THE SECTION'S EV ROWS IN KEY ORDER.
           MOVE ZERO TO WS-SC-ENRL
           MOVE ZERO TO WS-SC-RESP
           INITIALIZE WS-SC-TABLE
           MOVE 'Y' TO WS-ARE-MORE
           MOVE 2 TO WS-EF-KEY
           START EF-FILE-DES KEY IS NOT LESS THAN WS-EF-KEY
               INVALID KEY MOVE 'N' TO WS-ARE-MORE
           END-START
           PERFORM UNTIL WS-ARE-MORE = 'N'
               READ EF-FILE-DES NEXT RECORD
                   AT END MOVE 'N' TO WS-ARE-MORE
                   NOT AT END
                       IF RF-CRN = CS-CRN
                               AND RF-TERM = CURRENT-TERM
                               AND RF-STATUS = 'E'
                               AND RF-BASIS NOT = 'A'
                           ADD 1 TO WS-SC-ENRL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EV-ON-FILE = 'Y'
               PERFORM 210-READ-SECTION-EVALS
           END-IF
           IF WS-SC-ENRL > ZERO OR WS-SC-RESP > ZERO
               PERFORM 300-PRINT-SECTION
               PERFORM 400-ROLL-THE-INSTRUCTOR
           END-IF.
       210-READ-SECTION-EVALS.
           MOVE 'N' TO WS-EV-DONE
           MOVE CURRENT-TERM TO EV-TERM
           MOVE CS-CRN TO EV-CRN
           MOVE ZERO TO EV-SEQ
           START EV-FILE-DESC KEY IS NOT LESS THAN EV-KEY
               INVALID KEY MOVE 'Y' TO WS-EV-DONE
           END-START
           PERFORM UNTIL WS-EV-DONE = 'Y'
               READ EV-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EV-DONE
                   NOT AT END
                       IF EV-TERM NOT = CURRENT-TERM
                               OR EV-CRN NOT = CS-CRN
                           MOVE 'Y' TO WS-EV-DONE
                       ELSE
                           PERFORM 220-COUNT-ONE-EVAL
                       END-IF
               END-READ
           END-PERFORM.
       220-COUNT-ONE-EVAL.
           ADD 1 TO WS-SC-RESP
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > EQ-QUESTION-CNT
               IF EV-ANSWER(WS-Q) >= 1 AND EV-ANSWER(WS-Q) <= 5
                   MOVE EV-ANSWER(WS-Q) TO WS-A
                   ADD 1 TO WS-SC-DIST(WS-Q, WS-A)
               END-IF
           END-PERFORM.
       300-PRINT-SECTION.
           MOVE CS-CRS-CODE TO CRS-OUT
           MOVE CS-CRN TO CRN-OUT
           MOVE CS-INSTR-ID TO INSTR-OUT
           MOVE CS-INSTR-ID TO INSTR-ID
           READ INSTR-FILE
               INVALID KEY MOVE SPACES TO NAME-OUT
               NOT INVALID KEY MOVE INSTR-NAME TO NAME-OUT
           END-READ
           MOVE WS-SC-ENRL TO ENRL-OUT
           MOVE WS-SC-RESP TO RESP-OUT
           MOVE WS-SC-ENRL TO WS-PR-ENRL
           MOVE WS-SC-RESP TO WS-PR-RESP
           PERFORM 310-RESPONSE-RATE
           MOVE WS-RATE TO RATE-OUT
           WRITE REPORT-REC FROM SECTION-LINE AFTER 2
           MOVE WS-SC-TABLE TO WS-PR-TABLE
           PERFORM 320-PRINT-QUESTIONS.
       310-RESPONSE-RATE.
      *    A SEAT DROPPED AFTER ITS SURVEY WAS ANSWERED CAN PUSH THE
      *    RATE PAST 100; IT IS SHOWN AS IT FALLS.
           COMPUTE WS-RATE ROUNDED = (WS-PR-RESP * 100) / WS-PR-ENRL
               ON SIZE ERROR MOVE ZERO TO WS-RATE
           END-COMPUTE.
       320-PRINT-QUESTIONS.
           IF WS-PR-RESP < EP-MIN-RESPONSES
               MOVE EP-MIN-RESPONSES TO SP-MIN-OUT
               WRITE REPORT-REC FROM SUPPRESS-LINE AFTER 1
           ELSE
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > EQ-QUESTION-CNT
                   PERFORM 330-PRINT-ONE-QUESTION
               END-PERFORM
           END-IF.
       330-PRINT-ONE-QUESTION.
      *    THE AVERAGE IS OVER THE STUDENTS WHO ANSWERED THE QUESTION;
      *    A SKIPPED QUESTION COUNTS NOWHERE.
           MOVE ZERO TO WS-ANSWERED
           MOVE ZERO TO WS-POINTS
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 5
               ADD WS-PR-DIST(WS-Q, WS-A) TO WS-ANSWERED
               COMPUTE WS-POINTS = WS-POINTS
                   + (WS-PR-DIST(WS-Q, WS-A) * WS-A)
               MOVE WS-PR-DIST(WS-Q, WS-A) TO Q-DIST-OUT(WS-A)
           END-PERFORM
           COMPUTE WS-AVG ROUNDED = WS-POINTS / WS-ANSWERED
               ON SIZE ERROR MOVE ZERO TO WS-AVG
           END-COMPUTE
           MOVE WS-Q TO Q-NUM-OUT
           MOVE EQ-QUESTION-TEXT(WS-Q) TO Q-TEXT-OUT
           MOVE WS-AVG TO Q-AVG-OUT
           WRITE REPORT-REC FROM QUESTION-LINE AFTER 1.
       400-ROLL-THE-INSTRUCTOR.
           MOVE 'N' TO WS-IT-FOUND
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
                   UNTIL WS-IT-SUB > WS-IT-CNT OR WS-IT-FOUND = 'Y'
               IF WS-IT-ID(WS-IT-SUB) = CS-INSTR-ID
                   MOVE 'Y' TO WS-IT-FOUND
                   PERFORM 410-ADD-TO-INSTRUCTOR
               END-IF
           END-PERFORM
           IF WS-IT-FOUND = 'N' AND WS-IT-CNT < 200
               ADD 1 TO WS-IT-CNT
               MOVE WS-IT-CNT TO WS-IT-SUB
               INITIALIZE WS-IT-ENTRY(WS-IT-SUB)
               MOVE CS-INSTR-ID TO WS-IT-ID(WS-IT-SUB)
               PERFORM 410-ADD-TO-INSTRUCTOR
           END-IF.
       410-ADD-TO-INSTRUCTOR.
           ADD 1 TO WS-IT-SECTS(WS-IT-SUB)
           ADD WS-SC-ENRL TO WS-IT-ENRL(WS-IT-SUB)
           ADD WS-SC-RESP TO WS-IT-RESP(WS-IT-SUB)
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 5
                   ADD WS-SC-DIST(WS-Q, WS-A)
                       TO WS-IT-DIST(WS-IT-SUB, WS-Q, WS-A)
               END-PERFORM
           END-PERFORM.
       500-PRINT-INSTR-ROLLUP.
           WRITE REPORT-REC FROM ROLLUP-HEAD AFTER PAGE
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
                   UNTIL WS-IT-SUB > WS-IT-CNT
               MOVE WS-IT-SECTS(WS-IT-SUB) TO IT-SECTS-OUT
               MOVE WS-IT-ID(WS-IT-SUB) TO IT-INSTR-OUT
               MOVE WS-IT-ID(WS-IT-SUB) TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY MOVE SPACES TO IT-NAME-OUT
                   NOT INVALID KEY MOVE INSTR-NAME TO IT-NAME-OUT
               END-READ
               MOVE WS-IT-ENRL(WS-IT-SUB) TO IT-ENRL-OUT
               MOVE WS-IT-RESP(WS-IT-SUB) TO IT-RESP-OUT
               MOVE WS-IT-ENRL(WS-IT-SUB) TO WS-PR-ENRL
               MOVE WS-IT-RESP(WS-IT-SUB) TO WS-PR-RESP
               PERFORM 310-RESPONSE-RATE
               MOVE WS-RATE TO IT-RATE-OUT
               WRITE REPORT-REC FROM INSTR-TOTAL-LINE AFTER 2
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 8
                   PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 5
                       MOVE WS-IT-DIST(WS-IT-SUB, WS-Q, WS-A)
                           TO WS-PR-DIST(WS-Q, WS-A)
                   END-PERFORM
               END-PERFORM
               PERFORM 320-PRINT-QUESTIONS
           END-PERFORM.
