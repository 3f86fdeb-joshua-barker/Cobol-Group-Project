       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PARK-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR PARKING, SAME SHAPE AS
      *          PROJ-MEAL-MENU -- PERMIT SALES (PROJ-PARK-PERMIT), THE
      *          CAMPUS SAFETY CITATION IMPORT (PROJ-PARK-CITE), THE
      *          APPEAL SCREEN (PROJ-UPD-CITE) AND THE UNPAID-CITATION
      *          HOLD SWEEP (PROJ-PARK-HOLD, ALSO RUN NIGHTLY).
      *          CARRIES WS-OPERATOR-ID IN FROM PROJ-BUS-MENU FOR THE
      *          STAMP ON EACH PERMIT AND APPEAL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "PARKING MENU".
           05 LINE 6  COL 15 VALUE "PERMIT SALES      :P".
           05 LINE 7  COL 15 VALUE "CITATION IMPORT   :C".
           05 LINE 8  COL 15 VALUE "CITATION APPEALS  :A".
           05 LINE 9  COL 15 VALUE "UNPAID HOLD SWEEP :H".
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
               IF OPTION = 'P'
                   CALL 'PROJ-PARK-PERMIT' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'C'
                   CALL 'PROJ-PARK-CITE'
               ELSE IF OPTION = 'A'
                   CALL 'PROJ-UPD-CITE' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'H'
                   CALL 'PROJ-PARK-HOLD'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
