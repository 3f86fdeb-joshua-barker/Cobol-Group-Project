       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADM-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR THE ADMISSIONS OFFICE,
      *          SAME SHAPE AS PROJ-BUS-MENU -- APPLICANT MAINTENANCE
      *          (PROJ-UPD-APPLICANT), THE ADMITTED-TO-STUDENT
      *          CONVERSION (PROJ-ADM-CONVERT) AND THE FUNNEL REPORT
      *          (PROJ-ADM-FUNNEL).  CARRIES WS-OPERATOR-ID IN FROM
      *          MENU FOR THE RECEIPTS APPLICANT MAINTENANCE POSTS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "ADMISSIONS MENU".
           05 LINE 6  COL 15 VALUE "APPLICANT MAINT   :A".
           05 LINE 7  COL 15 VALUE "CONVERT ADMITTED  :C".
           05 LINE 8  COL 15 VALUE "FUNNEL REPORT     :F".
           05 LINE 20 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 21 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 21 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN.
           MOVE SPACES TO OPTION
           PERFORM UNTIL OPTION = 'X' OR 'x'
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF OPTION = 'A'
                   CALL 'PROJ-UPD-APPLICANT' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'C'
                   CALL 'PROJ-ADM-CONVERT'
               ELSE IF OPTION = 'F'
                   CALL 'PROJ-ADM-FUNNEL'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
