      *          SURVIVES THE BATCH WHILE THE STUDENT WOULD OTHERWISE
      *          FAIL, AND RESETS TO 'S' ONCE THE STUDENT PASSES ON
      *          THEIR OWN.  PRINTS THE FAILING-SAP ROSTER.
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
       FD  SAP-REPORT
           DATA RECORD IS REPORT-REC.
           05                        PIC X(11)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING SAP-PARM-ID, SAP-PARMS
           OPEN I-O SF-FILE-DESC
           OPEN OUTPUT SAP-REPORT
           DISPLAY 'PROJ-SAP-CHECK STARTING'
