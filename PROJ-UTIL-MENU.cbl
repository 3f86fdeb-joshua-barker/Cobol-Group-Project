      *20260902  ADDED THE ACADEMIC AMNESTY PETITION SCREEN
      *          (PROJ-AMNESTY) -- THIS MENU ALREADY GATES AT LEVEL
      *          9, WHICH IS WHAT THE POLICY DEMANDS.
      *20261015  ADDED THE TERM-CONTROL SCREEN (PROJ-UPD-TERMCTL) --
      *          THE TERM ROLL IS NOW AN OPERATOR ACTION HERE.
      *20261015  ADDED THE REFERENCE CODE/PARAMETER SCREEN
      *          (PROJ-UPD-CODES).
      *20261015  ADDED THE REFERENTIAL INTEGRITY AUDIT (PROJ-REF-
      *          AUDIT) ON DEMAND -- IT ASKS WHETHER TO PURGE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MORE-TASKS   PIC X(3) VALUE 'YES'.
       01 OPTION       PIC X VALUE SPACES.
       01 RA-MODE      PIC X VALUE 'R'.
       LINKAGE SECTION.
       01 WS-OPERATOR-ID PIC X(8).
       SCREEN SECTION.
           05 LINE 21 COL 15 VALUE "FERPA ACCESS RPT  :D".
           05 LINE 22 COL 15 VALUE "BUILD NAME XREF   :T".
           05 LINE 23 COL 15 VALUE "HOLIDAY CALENDAR  :H".
           05 LINE 24 COL 15 VALUE "TERM CONTROL      :K".
           05 LINE 25 COL 15 VALUE "CODE/PARM TABLES  :V".
           05 LINE 26 COL 15 VALUE "INTEGRITY AUDIT   :I".
           05 LINE 27 COL 15 VALUE "RETURN TO MAIN MENU :X".
           05 LINE 28 COL 15 VALUE "ENTER LETTER OF SELECTION: ".
           05 LINE 28 COL 43 PIC X TO OPTION.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN.
           MOVE SPACES TO OPTION
                   CALL 'PROJ-NXREF-BUILD'
               ELSE IF OPTION = 'H'
                   CALL 'PROJ-UPD-HOLIDAY'
               ELSE IF OPTION = 'K'
                   CALL 'PROJ-UPD-TERMCTL' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'V'
                   CALL 'PROJ-UPD-CODES' USING WS-OPERATOR-ID
               ELSE IF OPTION = 'I'
                   CALL 'PROJ-REF-AUDIT' USING RA-MODE
               END-IF
               DISPLAY CLEAR-SCREEN
           END-PERFORM
