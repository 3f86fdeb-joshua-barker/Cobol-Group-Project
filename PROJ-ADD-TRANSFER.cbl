      *          TRANSFER GRADE.  THE SEQUENCE PICKS UP AFTER THE
      *          STUDENT'S EXISTING ROWS, SAME FORWARD-SCAN SHAPE AS
      *          PROJ-FY-CLOSE'S HISTORY SEQUENCING.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
           COPY TC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS              PIC XX.
