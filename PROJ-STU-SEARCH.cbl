                FILE STATUS IS WS-NX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD  FERPA-LOG
           DATA RECORD IS FERPA-REC.
