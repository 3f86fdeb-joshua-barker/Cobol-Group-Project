      *          INCOMPLETE ('I ') THIS TERM MAKE THE LIST, PRINT ON
      *          SF-DEANS-LIST.RPT, AND GET A 'DEAN' CONGRATULATION
      *          EVENT ON THE CORRESPONDENCE QUEUE.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  AN 'NR' (NOT REPORTED) SEAT IS LEFT OUT OF THE TERM
      *          GPA OUTRIGHT.  IT DOES NOT HOLD THE STUDENT OFF THE
      *          LIST THE WAY AN INCOMPLETE DOES -- THE MISSING GRADE
      *          IS THE INSTRUCTOR'S, NOT THE STUDENT'S.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  TERM HOURS AND QUALITY POINTS USE THE STUDENT'S OWN
      *          HOURS ON THE ENROLLMENT NODE (RF-CRED-HR), FALLING
      *          BACK TO CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT
      *          SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-CQ-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
          05 LINE 3 COLUMN 42 PIC 9V99 TO WS-CUTOFF.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
                 LIST-REPORT
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-SCORE-ONE-STUDENT.
           MOVE ZERO TO WS-QUALITY-PTS
           MOVE ZERO TO WS-TERM-HOURS
           END-IF.
       300-SCORE-EF-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-BASIS NOT = 'A'
                   AND RF-GRADE NOT = 'NR'
               IF RF-GRADE = 'I '
                   MOVE 'Y' TO WS-HAS-INCOMPLETE
               END-IF
                   READ CS-SECT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CS-CRED-HR TO WS-NODE-HRS
                           IF RF-CRED-HR IS NUMERIC
                                   AND RF-CRED-HR > ZERO
                               MOVE RF-CRED-HR TO WS-NODE-HRS
                           END-IF
                           ADD WS-NODE-HRS TO WS-TERM-HOURS
                           COMPUTE WS-QUALITY-PTS =
                               WS-QUALITY-PTS +
                               (WS-NODE-HRS * WS-GRADE-POINTS)
                   END-READ
               END-IF
           END-IF.
