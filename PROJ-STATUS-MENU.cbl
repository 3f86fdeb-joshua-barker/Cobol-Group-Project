       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-STATUS-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR ENROLLMENT STATUS, SAME
      *          SHAPE AS PROJ-HEALTH-MENU -- THE NSLDS STATUS FEED
      *          (PROJ-NSLDS-EXTRACT, FORMERLY ITS OWN SELECTION ON
      *          PROJ-REG-MENU), LEAVE-OF-ABSENCE MAINTENANCE
      *          (PROJ-UPD-LOA) AND AN ON-DEMAND RUN OF THE NIGHTLY
      *          LEAVE RETURN SWEEP (PROJ-LOA-RETURN).  CARRIES
      *          WS-OPERATOR-ID IN FROM PROJ-REG-MENU FOR THE STAMP ON
      *          EACH LEAVE RECORD.
      *20261015  ADDED WITHDRAWAL PETITIONS (PROJ-WD-PETITION, WHICH
      *          CHECKS THE OPERATOR'S LEVEL ITSELF BEFORE A DECISION)
      *          AND THE COMMITTEE'S PETITION LOG (PROJ-WD-REPORT).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "ENROLLMENT STATUS MENU".
           05 LINE 6  COL 15 VALUE "NSLDS STATUS FEED :N".
           05 LINE 8  COL 15 VALUE "LEAVE OF ABSENCE  :L".
           05 LINE 9  COL 15 VALUE "LEAVE RETURN SWEEP:R".
           05 LINE 11 COL 15 VALUE "WDRAW PETITIONS   :W".
           05 LINE 12 COL 15 VALUE "PETITION LOG      :P".
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
               IF OPTION = 'N'
                   CALL 'PROJ-NSLDS-EXTRACT'
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-UPD-LOA' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'R'
                   CALL 'PROJ-LOA-RETURN'
               ELSE IF OPTION = 'W'
                   CALL 'PROJ-WD-PETITION' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'P'
                   CALL 'PROJ-WD-REPORT'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
