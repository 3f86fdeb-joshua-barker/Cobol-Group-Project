       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADDR-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR MAILING ADDRESSES, SAME
      *          SHAPE AS PROJ-STATUS-MENU -- RETURNED-MAIL ENTRY
      *          (PROJ-UPD-BADADDR, FORMERLY ITS OWN SELECTION ON
      *          MENU.CBL), THE NCOA OUTBOUND FILE (PROJ-NCOA-EXTRACT)
      *          AND RESULTS IMPORT (PROJ-NCOA-IMPORT), AND THE
      *          ADDRESS HISTORY INQUIRY (PROJ-ADDR-INQUIRY).  CARRIES
      *          WS-OPERATOR-ID IN FROM MENU FOR THE HISTORY ROWS AND
      *          THE ACCESS LOG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "MAILING ADDRESS MENU".
           05 LINE 6  COL 15 VALUE "RETURNED MAIL     :R".
           05 LINE 8  COL 15 VALUE "NCOA OUTBOUND FILE:E".
           05 LINE 9  COL 15 VALUE "NCOA RESULTS LOAD :I".
           05 LINE 11 COL 15 VALUE "ADDRESS HISTORY   :H".
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
               IF OPTION = 'R'
                   CALL 'PROJ-UPD-BADADDR'
               ELSE IF OPTION = 'E'
                   CALL 'PROJ-NCOA-EXTRACT'
               ELSE IF OPTION = 'I'
                   CALL 'PROJ-NCOA-IMPORT' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'H'
                   CALL 'PROJ-ADDR-INQUIRY' USING WS-OPERATOR-ID
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
