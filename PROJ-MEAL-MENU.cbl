       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-MEAL-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR MEAL PLANS AND DINING
      *          DOLLARS, SAME SHAPE AS PROJ-HEALTH-MENU -- PLAN AND
      *          SELECTION MAINTENANCE (PROJ-UPD-MEAL), TERM BILLING
      *          (PROJ-MEAL-BILL), THE CARD SYSTEM SPEND IMPORT
      *          (PROJ-MEAL-SPEND) AND THE BALANCE REPORT
      *          (PROJ-MEAL-RPT).  CARRIES WS-OPERATOR-ID IN FROM
      *          PROJ-BUS-MENU FOR THE STAMP ON EACH SELECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "MEAL PLAN MENU".
           05 LINE 6  COL 15 VALUE "PLANS/SELECTIONS  :M".
           05 LINE 7  COL 15 VALUE "MEAL PLAN BILLING :B".
           05 LINE 8  COL 15 VALUE "DINING SPEND IMPT :S".
           05 LINE 9  COL 15 VALUE "DINING BALANCES   :R".
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
                   CALL 'PROJ-UPD-MEAL' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'B'
                   CALL 'PROJ-MEAL-BILL'
               ELSE IF OPTION = 'S'
                   CALL 'PROJ-MEAL-SPEND'
               ELSE IF OPTION = 'R'
                   CALL 'PROJ-MEAL-RPT'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
