               FILE STATUS IS WS-IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  IN-FILE-DESC IS EXTERNAL RECORD CONTAINS 42 CHARACTERS.
           COPY IN-FILE-DESC.
