      *          WHEN ANYTHING LAPSED, PROJ-GPA-UPDATE IS CALLED AT THE
      *          END TO RECOMPUTE -- IT IS A WHOLE-FILE PASS, WHICH
      *          COVERS EVERY AFFECTED STUDENT.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  LAPSE-REPORT
           DATA RECORD IS REPORT-REC.
           05                        PIC X(15)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING IL-PARM-ID, IL-PARMS
           OPEN I-O EF-FILE-DES
           OPEN OUTPUT LAPSE-REPORT
           DISPLAY 'PROJ-INC-LAPSE STARTING'
