       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ROOM-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR ROOM WORK, SAME SHAPE
      *          AS PROJ-REFCHK-MENU -- ROOM MASTER MAINTENANCE
      *          (PROJ-UPD-ROOM, FORMERLY ITS OWN SELECTION ON
      *          PROJ-REG-MENU) AND THE ROOM ASSIGNMENT PROPOSE/APPLY
      *          RUN (PROJ-ROOM-ASSIGN).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "ROOM MENU".
           05 LINE 6  COL 15 VALUE "ROOM MASTER      :O".
           05 LINE 7  COL 15 VALUE "ROOM ASSIGNMENT  :A".
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
               IF OPTION = 'O'
                   CALL 'PROJ-UPD-ROOM'
               ELSE IF OPTION = 'A'
                   CALL 'PROJ-ROOM-ASSIGN'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
