               FILE STATUS IS WS-TS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  WP-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY WP-FILE-DESC.
