       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REFCHK-MENU.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SUB-MENU FOR REFUND CHECKS, SAME SHAPE
      *          AS PROJ-PARK-MENU -- THE BANK PAID-CHECK IMPORT
      *          (PROJ-REFCHK-PAID), THE OUTSTANDING CHECKS BY AGE
      *          (PROJ-REFCHK-AGE), THE STALE-CHECK VOID
      *          (PROJ-REFCHK-STALE), CHECK INQUIRY AND REISSUE
      *          (PROJ-UPD-REFCHK) AND THE UNCLAIMED-PROPERTY ESCHEAT
      *          (PROJ-ESCHEAT).  THE CHECKS THEMSELVES ARE STILL
      *          REQUESTED BY THE REFUND CHECK EXPORT ON PROJ-BUS-MENU.
      *          CARRIES WS-OPERATOR-ID IN FROM PROJ-BUS-MENU FOR THE
      *          STAMP ON A REISSUE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPTION       PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
       01 MENU-SCREEN.
           05 LINE 3  COL 35 VALUE "REFUND CHECK MENU".
           05 LINE 6  COL 15 VALUE "BANK PAID CHECKS  :P".
           05 LINE 7  COL 15 VALUE "OUTSTANDING BY AGE:A".
           05 LINE 8  COL 15 VALUE "STALE CHECK VOID  :S".
           05 LINE 9  COL 15 VALUE "INQUIRY / REISSUE :R".
           05 LINE 10 COL 15 VALUE "ESCHEAT UNCLAIMED :E".
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
                   CALL 'PROJ-REFCHK-PAID'
               ELSE IF OPTION = 'A'
                   CALL 'PROJ-REFCHK-AGE'
               ELSE IF OPTION = 'S'
                   CALL 'PROJ-REFCHK-STALE'
               ELSE IF OPTION = 'R'
                   CALL 'PROJ-UPD-REFCHK' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'E'
                   CALL 'PROJ-ESCHEAT'
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
           EXIT PROGRAM.
