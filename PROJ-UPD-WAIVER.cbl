               FILE STATUS IS WS-FW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FW-FILE-DESC IS EXTERNAL RECORD CONTAINS 29 CHARACTERS.
           COPY FW-FILE-DESC.
