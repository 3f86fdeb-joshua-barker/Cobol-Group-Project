       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REV-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR TUITION REVENUE, SAME
      *          SHAPE AS PROJ-REFCHK-MENU -- THE MONTHLY REVENUE
      *          RECOGNITION (PROJ-REV-RECOG, FORMERLY ITS OWN
      *          SELECTION ON PROJ-BUS-MENU) AND THE REGISTRATION-TERM
      *          REVENUE PROJECTION (PROJ-REV-PROJECT).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "REVENUE MENU".
           05 LINE 6  COL 15 VALUE "REVENUE RECOGNIZE :R".
           05 LINE 7  COL 15 VALUE "REVENUE PROJECTION:P".
           05 LINE 20 COL 15 VALUE "RETURN TO PREVIOUS MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 21 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE SPACES TO OPTION
           PERFORM UNTIL OPTION = 'X' OR 'x'
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF OPTION = 'R'
                   CALL 'PROJ-REV-RECOG'
               ELSE IF OPTION = 'P'
                   CALL 'PROJ-REV-PROJECT'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
