       01 OPTION       PIC X VALUE SPACES.
       01 WS-SORT-OPT  PIC X VALUE SPACE.
       01 WS-SORT-ANS  PIC X VALUE SPACE.
       01 WS-CAMPUS-OPT PIC X(2) VALUE SPACES.
       01 WS-CA-SUB    PIC 9(2).
       01 WS-CA-FOUND  PIC X.
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 10 COL 15 VALUE "SORT BY NAME/CODE INSTEAD OF ".
           05 LINE 10 COL 44 VALUE "NUMBER (Y/N)? ".
           05 LINE 10 COL 58 PIC X TO WS-SORT-ANS.
       01 CAMPUS-PROMPT-SCREEN.
           05 LINE 12 COL 15 VALUE "CAMPUS (BLANK FOR ALL): ".
           05 LINE 12 COL 39 PIC X(2) USING WS-CAMPUS-OPT.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "PRINT MENU SCREEN".
           05 LINE 6  COL 15 VALUE "PRINT STUDENTS      :S".
           05 LINE 34 COL 15 VALUE "BAD ADDRESS WORKLST :0".
           05 LINE 35 COL 15 VALUE "REGISTRATION PACE   :1".
           05 LINE 36 COL 15 VALUE "DEPARTMENT FTE      :2".
           05 LINE 37 COL 15 VALUE "INSTR CONFLICTS     :3".
           05 LINE 38 COL 15 VALUE "FACULTY PAY BATCH   :4".
           05 LINE 39 COL 15 VALUE "COURSE EVALUATIONS  :5".
           05 LINE 40 COL 15 VALUE "AD HOC STU EXTRACT  :6".
           05 LINE 41 COL 15 VALUE "DISTANCE ED BY STATE:7".
           05 LINE 21 COL 15 VALUE "RUN ALL REPORTS     :N".
           05 LINE 22 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 23 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 23 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN.
           PERFORM UNTIL OPTION = 'X' OR 'x'
               DISPLAY CLEAR-SCREEN
                   CALL 'PROJ-PRINT-STUDENTS' USING WS-SORT-OPT
               ELSE IF OPTION = 'C'
                   PERFORM 210-ASK-SORT-OPTION
                   PERFORM 220-ASK-CAMPUS-OPTION
                   CALL 'PROJ-PRINT-CLASSES' USING WS-SORT-OPT,
                       WS-CAMPUS-OPT
               ELSE IF OPTION = 'F'
                   CALL 'PROJ-PRINT-FIN-AID'
               ELSE IF OPTION = 'R'
               ELSE IF OPTION = '0'
                   CALL 'PROJ-BADADDR-RPT'
               ELSE IF OPTION = '1'
                   PERFORM 220-ASK-CAMPUS-OPTION
                   CALL 'PROJ-REG-PACE' USING WS-CAMPUS-OPT
               ELSE IF OPTION = '2'
                   PERFORM 220-ASK-CAMPUS-OPTION
                   CALL 'PROJ-DEPT-FTE' USING WS-CAMPUS-OPT
               ELSE IF OPTION = '3'
                   CALL 'PROJ-INSTR-CONFLICT'
               ELSE IF OPTION = '4'
                   CALL 'PROJ-FAC-PAY'
               ELSE IF OPTION = '5'
                   CALL 'PROJ-EVAL-RPT'
               ELSE IF OPTION = '6'
                   CALL 'PROJ-POP-EXTRACT' USING WS-OPERATOR-ID
               ELSE IF OPTION = '7'
                   PERFORM 220-ASK-CAMPUS-OPTION
                   CALL 'PROJ-DE-REPORT' USING WS-CAMPUS-OPT
               ELSE IF OPTION = 'W'
                   CALL 'PROJ-ADVISE-LOAD'
               ELSE IF OPTION = 'N'
      *    BETWEEN, SO THIS CAN BE SCHEDULED FROM CRON INSTEAD OF
      *    SOMEONE KEYING THROUGH THIS MENU ONE LETTER AT A TIME.  THE
      *    SORT OPTION IS ALWAYS DEFAULTED (NOT PROMPTED FOR) HERE SO
      *    THE BATCH RUN STAYS UNATTENDED.  LIKEWISE THE CLASS
      *    LISTING ALWAYS COVERS EVERY CAMPUS HERE.
           MOVE SPACE TO WS-SORT-OPT
           MOVE SPACES TO WS-CAMPUS-OPT
           CALL 'PROJ-PRINT-STUDENTS' USING WS-SORT-OPT
           CALL 'PROJ-PRINT-CLASSES' USING WS-SORT-OPT, WS-CAMPUS-OPT
           CALL 'PROJ-PRINT-FIN-AID'
           CALL 'PROJ-PRINT-RECEIPTS'
           CALL 'PROJ-PRINT-ROSTER'
           CALL 'PROJ-PRINT-REFUNDS'
           CALL 'PROJ-PRINT-BY-MAJOR'
           CALL 'PROJ-PRINT-CONFLICTS'
           CALL 'PROJ-INSTR-CONFLICT'
           CALL 'PROJ-TEACH-LOAD'
           CALL 'PROJ-ROOM-SCHED'
           DISPLAY 'NIGHTLY REPORT SET COMPLETE'.
           ELSE
               MOVE SPACE TO WS-SORT-OPT
           END-IF.
       220-ASK-CAMPUS-OPTION.
      *    BLANK RUNS THE REPORT FOR EVERY CAMPUS; OTHERWISE THE CODE
      *    MUST BE ON THE CAMPUS TABLE (CA).
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
               CA-CODE-TBL-SIZE, CA-CODE-TABLE
           MOVE SPACES TO WS-CAMPUS-OPT
           MOVE 'N' TO WS-CA-FOUND
           PERFORM UNTIL WS-CA-FOUND = 'Y'
               DISPLAY CAMPUS-PROMPT-SCREEN
               ACCEPT CAMPUS-PROMPT-SCREEN
               IF WS-CAMPUS-OPT = SPACES
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
               PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
                   IF CA-TBL-CODE(WS-CA-SUB) = WS-CAMPUS-OPT
                       MOVE 'Y' TO WS-CA-FOUND
                   END-IF
               END-PERFORM
               IF WS-CA-FOUND = 'N'
                   DISPLAY 'CAMPUS ' WS-CAMPUS-OPT
                       ' IS NOT ON THE CAMPUS TABLE'
                   MOVE SPACES TO WS-CAMPUS-OPT
               END-IF
           END-PERFORM.
