       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PLAN-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR PAYMENT-PLAN BATCH WORK,
      *          SAME SHAPE AS PROJ-REFCHK-MENU -- THE DELINQUENT-PLAN
      *          CHECK (PROJ-PLAN-CHECK, FORMERLY ITS OWN SELECTION ON
      *          PROJ-BUS-MENU), THE ACH DRAFT BUILD (PROJ-ACH-DRAFT)
      *          AND THE BANK'S ACH RETURN IMPORT (PROJ-ACH-RETURN).
      *          PLANS THEMSELVES ARE STILL SET UP FROM THE PAYMENT
      *          PLAN SELECTION ON PROJ-BUS-MENU.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "PAYMENT PLAN MENU".
           05 LINE 6  COL 15 VALUE "PAYMENT PLAN CHECK:K".
           05 LINE 7  COL 15 VALUE "ACH DRAFT BUILD   :D".
           05 LINE 8  COL 15 VALUE "ACH RETURN IMPORT :R".
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
               IF OPTION = 'K'
                   CALL 'PROJ-PLAN-CHECK'
               ELSE IF OPTION = 'D'
                   CALL 'PROJ-ACH-DRAFT'
               ELSE IF OPTION = 'R'
                   CALL 'PROJ-ACH-RETURN'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
