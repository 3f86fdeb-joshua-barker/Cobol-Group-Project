               RECORD KEY IS NX-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY NX-FILE-DESC.
