       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SECT-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR SECTION UPKEEP, SAME
      *          SHAPE AS PROJ-ROOM-MENU -- EXTRA MEETING PATTERNS
      *          (PROJ-UPD-MEETING, FORMERLY ITS OWN SELECTION ON
      *          PROJ-REG-MENU), TEXTBOOK ADOPTION MAINTENANCE
      *          (PROJ-UPD-TEXTBOOK), THE MISSING-ADOPTIONS REPORT
      *          (PROJ-BOOK-MISSING), AND AN ON-DEMAND RUN OF THE
      *          NIGHTLY BOOKSTORE FEED (PROJ-BOOK-FEED).
      *20261015  ADDED THE LMS FULL REFRESH (PROJ-LMS-FEED, MODE 'F')
      *          FOR TERM START.
      *20261015  ADDED THE MISSING FINAL GRADES REPORT (PROJ-GRADE-
      *          MONITOR, MODE 'R' -- PRINTS ONLY, NO REMINDERS OR
      *          'NR' STAMPS).
      *20261015  ADDED RESERVED SEAT MAINTENANCE (PROJ-UPD-SEATRESV).
      *          WS-OPERATOR-ID NOW COMES IN FROM PROJ-REG-MENU SO THE
      *          ROWS KEYED CARRY WHO KEYED THEM.
      *20261015  ADDED REGISTRATION BLOCK MAINTENANCE (PROJ-UPD-BLOCK)
      *          AND THE BLOCK REGISTRATION RUN (PROJ-ENR-BATCH, MODE
      *          'B' -- SEATS EACH BLOCK ROSTER INTO ALL OF ITS CRNS OR
      *          NONE, EXCEPTIONS TO BLOCK-EXCEPT.RPT).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       01 LMS-MODE     PIC X VALUE 'F'.
       01 GM-MODE      PIC X VALUE 'R'.
       01 EB-MODE      PIC X VALUE 'B'.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "SECTION MENU".
           05 LINE 6  COL 15 VALUE "SECTION MEETINGS :M".
           05 LINE 7  COL 15 VALUE "TEXTBOOK ADOPTION:T".
           05 LINE 8  COL 15 VALUE "MISSING ADOPTIONS:R".
           05 LINE 9  COL 15 VALUE "BOOKSTORE FEED   :F".
           05 LINE 10 COL 15 VALUE "LMS FULL REFRESH :L".
           05 LINE 11 COL 15 VALUE "MISSING GRADES   :G".
           05 LINE 12 COL 15 VALUE "RESERVED SEATS   :S".
           05 LINE 13 COL 15 VALUE "REGISTRATION BLKS:B".
           05 LINE 14 COL 15 VALUE "BLOCK REG RUN    :K".
           05 LINE 20 COL 15 VALUE "RETURN TO PREVIOUS MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 21 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN.
           MOVE SPACES TO OPTION
           PERFORM UNTIL OPTION = 'X' OR 'x'
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF OPTION = 'M'
                   CALL 'PROJ-UPD-MEETING'
               ELSE IF OPTION = 'T'
                   CALL 'PROJ-UPD-TEXTBOOK'
               ELSE IF OPTION = 'R'
                   CALL 'PROJ-BOOK-MISSING'
               ELSE IF OPTION = 'F'
                   CALL 'PROJ-BOOK-FEED'
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-LMS-FEED' USING LMS-MODE
               ELSE IF OPTION = 'G'
                   CALL 'PROJ-GRADE-MONITOR' USING GM-MODE
               ELSE IF OPTION = 'S'
                   CALL 'PROJ-UPD-SEATRESV' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'B'
                   CALL 'PROJ-UPD-BLOCK' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'K'
                   CALL 'PROJ-ENR-BATCH' USING EB-MODE
               END-IF
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
