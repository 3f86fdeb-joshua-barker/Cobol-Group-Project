       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CREDIT-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR OUTSIDE CREDIT, SAME
      *          SHAPE AS PROJ-STATUS-MENU -- TRANSFER CREDIT ENTRY
      *          (PROJ-ADD-TRANSFER, FORMERLY ITS OWN SELECTION ON
      *          PROJ-REG-MENU), THE VENDOR TEST SCORE LOAD
      *          (PROJ-SCORE-IMPORT) AND TEST SCORE ENTRY FROM AN
      *          OFFICIAL REPORT (PROJ-UPD-TESTSCORE).  CARRIES
      *          WS-OPERATOR-ID IN FROM PROJ-REG-MENU FOR THE LOAD
      *          STAMP ON EACH SCORE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       01 WS-SNO       PIC 9(9).
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 SNO-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER STUDENT ID:  ".
           05 LINE 30 COL 50 PIC 9(9) TO WS-SNO.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "TRANSFER AND EXAM CREDIT MENU".
           05 LINE 6  COL 15 VALUE "TRANSFER CREDIT  :W".
           05 LINE 8  COL 15 VALUE "TEST SCORE IMPORT:I".
           05 LINE 9  COL 15 VALUE "TEST SCORE ENTRY :S".
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
               IF OPTION = 'W'
                   DISPLAY SNO-SCREEN
                   ACCEPT SNO-SCREEN
                   CALL 'PROJ-ADD-TRANSFER' USING WS-SNO
               ELSE IF OPTION = 'I'
                   CALL 'PROJ-SCORE-IMPORT' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'S'
                   DISPLAY SNO-SCREEN
                   ACCEPT SNO-SCREEN
                   CALL 'PROJ-UPD-TESTSCORE' USING WS-SNO,
                       WS-OPERATOR-ID
               END-IF
               END-IF
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
