      *          AND THE ANSWERS MOVE WITH THE GRADES.  REPLACES THE
      *          BY-HAND LOOKUPS ACROSS PROJ-STU-INQUIRY AND THE
      *          TRANSCRIPT EVERY TERM.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  AH-FILE-DESC IS EXTERNAL RECORD CONTAINS 20 CHARACTERS.
           COPY AH-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CERT-REPORT
           DATA RECORD IS REPORT-REC.
       COPY AE-THRESHOLD.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING AE-PARM-ID, AE-PARMS
           OPEN INPUT AH-FILE-DESC
           IF WS-AH-STATUS = '35'
               DISPLAY 'PROJ-ATHLETIC-CERT: NO ROSTER FILE ON HAND'
