      *          THAT SPACE-FILLED THE TRAILING BYTES ON THE WAY BACK
      *          -- ON PROJ-REC.REL THOSE BYTES CARRY THE RECEIPT-
      *          NUMBER COUNTER, WHICH AN EXTENSION USED TO WIPE.
      *20261015  FA-DATA-REC GREW BY FOUR BYTES (FA-AID-YEAR); THE
      *          PROJ-FIN-AID.REL MIRROR WIDENED TO MATCH.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT FILES ARE NOW INDEXED AND HAVE NO
      *          SLOT POOL; ONLY THE ENROLLMENT POOL CAN BE EXTENDED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       WORKING-STORAGE SECTION.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-FILE-PICK              PIC X.
       01  WS-NEW-MAX                PIC 9(5).
       01  WS-EF-CTL-REC.
           05  WS-EF-CTL-FREE-HEAD   PIC 9(5).
           05  WS-EF-CTL-MAX         PIC 9(5).
           05  FILLER                PIC X(29).
       01  ANS                       PIC X.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-PICK.
          05 LINE 3 COLUMN 1 VALUE
                  'EXTEND WHICH POOL - E=ENR: '.
          05 LINE 3 COLUMN 29 PIC X TO WS-FILE-PICK.
          05 LINE 5 COLUMN 1 VALUE 'NEW SLOT CEILING: '.
          05 LINE 5 COLUMN 20 PIC 9(5) TO WS-NEW-MAX.
       PROCEDURE DIVISION.
           ACCEPT SCRN-PICK
           IF WS-FILE-PICK = 'E' OR 'e'
               PERFORM 200-EXTEND-EF
           ELSE
               DISPLAY 'NOT A VALID POOL -- NOTHING CHANGED'
           END-IF
               DISPLAY 'ENROLLMENT POOL CEILING NOW ' WS-NEW-MAX
           END-IF
           CLOSE EF-FILE-DES.
