      *          WHICH ALREADY NEEDS OP-AUTH-LEVEL 9.  RUN
      *          PROJ-GPA-UPDATE AFTERWARD TO RECOMPUTE SF-CUM-GPA
      *          AND THE HOUR TOTALS WITHOUT THE MARKED NODES.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  AMNESTY-LOG
           DATA RECORD IS LOG-REC.
