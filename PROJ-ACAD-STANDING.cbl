      *          STANDING ROSTER FOR THE REGISTRAR.  PROJ-ENROLLMENT
      *          AND PROJ-ENR-BATCH REFUSE TO ENROLL A STUDENT LEFT
      *          SUSPENDED ('S') BY THIS RUN.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  STANDING-REPORT
           DATA RECORD IS REPORT-REC.
           05                        PIC X(9)     VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING ST-PARM-ID, ST-PARMS
           OPEN I-O SF-FILE-DESC
           OPEN OUTPUT STANDING-REPORT
           DISPLAY 'PROJ-ACAD-STANDING STARTING'
