               FILE STATUS IS WS-SF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS              PIC XX.
