      *          REQUIREMENT THAT DID NOT EXIST IN THE STUDENT'S YEAR
      *          IS SKIPPED.  STUDENTS WITH NO CATALOG TERM ON FILE
      *          SEE THE CURRENT ROWS, EXACTLY AS BEFORE.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE GRADE POINTS AND MAJOR CODES NOW COME FROM
      *          PROJ-CODE-LOAD (BUILT-IN LIST PLUS THE ROWS IN EFFECT
      *          ON PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF
      *          MOVES.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  DR-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
           COPY DR-REQ-DESC.
       01  WS-GRADE-POINTS           PIC 9V99.
       01  WS-MAJOR-DESC             PIC X(20).
       01  WS-TODAY                  PIC 9(6).
       01  WS-SF-SAVE                PIC X(250).
       01  ANS                       PIC X.
       COPY GR-POINT-TABLE.
       COPY MJ-CODE-TABLE.
          05 LINE 7 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       PROCEDURE DIVISION USING WS-SNO.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT EF-FILE-DES
                      CS-SECT
                 DG-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       060-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       200-CONFER-ROUTINE.
           IF SF-MAJOR-CODE = ZEROS THEN
               DISPLAY SCRN-CLEAR
