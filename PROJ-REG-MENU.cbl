      *20260902  ADDED THE FINAL EXAM SCHEDULING SELECTIONS -- BUILD
      *          (PROJ-EXAM-BUILD), SLOT OVERRIDE (PROJ-UPD-EXAM), AND
      *          THE PER-STUDENT CONFLICT REPORT (PROJ-EXAM-CONFLICT).
      *20261015  THE STUDENT PROMPT NOW ASKS FOR THE INSTITUTIONAL
      *          STUDENT ID -- THE SSN IS NO LONGER THE STUDENT NUMBER.
      *20261015  SELECTION 'O' IS NOW THE ROOM SUB-MENU
      *          (PROJ-ROOM-MENU) -- ROOM MASTER MAINTENANCE PLUS THE
      *          ROOM ASSIGNMENT RUN, WITH NO LETTER LEFT HERE FOR IT.
      *20261015  SELECTION '0' IS NOW THE SECTION SUB-MENU
      *          (PROJ-SECT-MENU) -- EXTRA MEETING PATTERNS PLUS THE
      *          TEXTBOOK ADOPTION SELECTIONS.
      *20261015  SELECTION 'J' IS NOW THE ENROLLMENT STATUS SUB-MENU
      *          (PROJ-STATUS-MENU) -- THE NSLDS STATUS FEED PLUS
      *          LEAVE-OF-ABSENCE MAINTENANCE AND THE RETURN SWEEP.
      *20261015  THE SECTION SUB-MENU NOW CARRIES THE OPERATOR, FOR
      *          THE RESERVED SEAT MAINTENANCE UNDER IT.
      *20261015  THE CENSUS SNAPSHOT ('N') AND THE STATE EXTRACT ('E')
      *          NOW ASK FOR A CAMPUS (BLANK FOR ALL) AND PASS IT ALONG.
      *20261015  SELECTION 'W' IS NOW THE TRANSFER AND EXAM CREDIT
      *          SUB-MENU (PROJ-CREDIT-MENU) -- TRANSFER CREDIT ENTRY
      *          PLUS THE TEST SCORE IMPORT AND ENTRY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MORE-TASKS   PIC X(3) VALUE 'YES'.
       01 OPTION       PIC X VALUE SPACES.
       01 WS-SNO       PIC 9(9).
       01 WS-CAMPUS-OPT PIC X(2) VALUE SPACES.
       01 WS-CA-SUB    PIC 9(2).
       01 WS-CA-FOUND  PIC X.
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 SNO-SCREEN.
           05 LINE 30 COL 15 VALUE "ENTER STUDENT ID:  ".
           05 LINE 30 COL 50 PIC 9(9) TO WS-SNO.
       01 CAMPUS-SCREEN.
           05 LINE 30 COL 15 VALUE "CAMPUS (BLANK FOR ALL): ".
           05 LINE 30 COL 50 PIC X(2) USING WS-CAMPUS-OPT.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "REGISTRAR MENU SCREEN".
           05 LINE 6  COL 15 VALUE "DEGREE AUDIT     :A".
           05 LINE 15 COL 15 VALUE "DEGREE CONFERRAL :C".
           05 LINE 16 COL 15 VALUE "ACADEMIC CALENDAR:D".
           05 LINE 17 COL 15 VALUE "COURSE CATALOG   :K".
           05 LINE 18 COL 15 VALUE "ROOMS            :O".
           05 LINE 19 COL 15 VALUE "CENSUS SNAPSHOT  :N".
           05 LINE 25 COL 15 VALUE "STATE EXTRACT    :E".
           05 LINE 26 COL 15 VALUE "TRANSFER/EXAM CRD:W".
           05 LINE 27 COL 15 VALUE "TERM SCHEDULE ROLL:L".
           05 LINE 28 COL 15 VALUE "REG APPT WINDOWS :P".
           05 LINE 29 COL 15 VALUE "HOLDS PLACE/REL  :H".
           05 LINE 33 COL 15 VALUE "EXAM SCHED BUILD :Y".
           05 LINE 34 COL 15 VALUE "EXAM SLOT OVERRIDE:Z".
           05 LINE 35 COL 15 VALUE "EXAM CONFLICT RPT:Q".
           05 LINE 36 COL 15 VALUE "ENROLLMENT STATUS:J".
           05 LINE 37 COL 15 VALUE "IPEDS EXTRACTS   :2".
           05 LINE 38 COL 15 VALUE "INTL STUDENT MNT :3".
           05 LINE 39 COL 15 VALUE "INTL STATUS RPT  :4".
           05 LINE 42 COL 15 VALUE "PERMITS PLACE    :7".
           05 LINE 43 COL 15 VALUE "PERMIT REGISTER  :8".
           05 LINE 44 COL 15 VALUE "SESSION CALENDAR :9".
           05 LINE 45 COL 15 VALUE "SECTION MAINT    :0".
           05 LINE 46 COL 15 VALUE "GRADE FILE LOAD  :1".
           05 LINE 20 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
               ELSE IF OPTION = 'K'
                   CALL 'PROJ-UPD-CATALOG'
               ELSE IF OPTION = 'O'
                   CALL 'PROJ-ROOM-MENU'
               ELSE IF OPTION = 'N'
                   PERFORM 200-ASK-CAMPUS-OPTION
                   CALL 'PROJ-CENSUS' USING WS-CAMPUS-OPT
               ELSE IF OPTION = 'E'
                   PERFORM 200-ASK-CAMPUS-OPTION
                   CALL 'PROJ-STATE-EXTRACT' USING WS-CAMPUS-OPT
               ELSE IF OPTION = 'W'
                   CALL 'PROJ-CREDIT-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-TERM-ROLL'
               ELSE IF OPTION = 'P'
               ELSE IF OPTION = 'Q'
                   CALL 'PROJ-EXAM-CONFLICT'
               ELSE IF OPTION = 'J'
                   CALL 'PROJ-STATUS-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '2'
                   CALL 'PROJ-IPEDS-EXTRACT'
               ELSE IF OPTION = '3'
               ELSE IF OPTION = '9'
                   CALL 'PROJ-UPD-SESSION'
               ELSE IF OPTION = '0'
                   CALL 'PROJ-SECT-MENU' USING WS-OPERATOR-ID
               ELSE IF OPTION = '1'
                   CALL 'PROJ-GRADE-LOAD'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
       200-ASK-CAMPUS-OPTION.
      *    BLANK COVERS EVERY CAMPUS; OTHERWISE THE CODE MUST BE ON
      *    THE CAMPUS TABLE (CA).
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
               CA-CODE-TBL-SIZE, CA-CODE-TABLE
           MOVE SPACES TO WS-CAMPUS-OPT
           MOVE 'N' TO WS-CA-FOUND
           PERFORM UNTIL WS-CA-FOUND = 'Y'
               DISPLAY CAMPUS-SCREEN
               ACCEPT CAMPUS-SCREEN
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
