               FILE STATUS IS WS-AH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  AH-FILE-DESC IS EXTERNAL RECORD CONTAINS 20 CHARACTERS.
           COPY AH-FILE-DESC.
