      *          FREEING ROUTINE IN THE SYSTEM) GETS A ROW.  RUN ONCE
      *          TO ADOPT THE XREF, OR ANY TIME IT IS SUSPECTED STALE.
      *          MAINTENANCE-WINDOW TOOL.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS EX-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
