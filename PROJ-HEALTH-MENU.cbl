       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-HEALTH-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR STUDENT HEALTH, SAME
      *          SHAPE AS PROJ-ADM-MENU -- HEALTH-COMPLIANCE RECORD
      *          MAINTENANCE (PROJ-UPD-HEALTH) AND AN ON-DEMAND RUN OF
      *          THE NIGHTLY COMPLIANCE SWEEP AND REPORT
      *          (PROJ-HEALTH-HOLD).  CARRIES WS-OPERATOR-ID IN FROM
      *          MENU FOR THE STAMP ON EACH HEALTH RECORD.
      *20261015  NOW THE HEALTH & CONDUCT MENU -- ADDED CONDUCT CASES
      *          (PROJ-UPD-CONDUCT, WHICH CHECKS THE OPERATOR'S
      *          CONDUCT CLEARANCE ITSELF) AND AN ON-DEMAND RUN OF THE
      *          NIGHTLY CONDUCT HOLD SWEEP (PROJ-CONDUCT-HOLD).
      *20261015  ADDED ACCESSIBILITY SERVICES -- ACCOMMODATIONS
      *          MAINTENANCE (PROJ-UPD-ACCOM) AND THE INSTRUCTOR
      *          ACCOMMODATION LETTER RUN (PROJ-ACCOM-LETTER).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "HEALTH & CONDUCT MENU".
           05 LINE 6  COL 15 VALUE "HEALTH RECORDS    :M".
           05 LINE 7  COL 15 VALUE "COMPLIANCE SWEEP  :C".
           05 LINE 9  COL 15 VALUE "CONDUCT CASES     :D".
           05 LINE 10 COL 15 VALUE "CONDUCT HOLD SWEEP:H".
           05 LINE 12 COL 15 VALUE "ACCOMMODATIONS    :A".
           05 LINE 13 COL 15 VALUE "ACCOM LETTERS     :L".
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
               IF OPTION = 'M'
                   CALL 'PROJ-UPD-HEALTH' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'C'
                   CALL 'PROJ-HEALTH-HOLD'
               ELSE IF OPTION = 'D'
                   CALL 'PROJ-UPD-CONDUCT' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'H'
                   CALL 'PROJ-CONDUCT-HOLD'
               ELSE IF OPTION = 'A'
                   CALL 'PROJ-UPD-ACCOM' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'L'
                   CALL 'PROJ-ACCOM-LETTER'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
