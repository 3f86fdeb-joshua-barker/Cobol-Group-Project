      *          HOLD CAN BE PLACED OR RELEASED (A SITE WITH NO
      *          OPERATOR FILE YET IS NOT GATED, SAME BOOTSTRAP RULE
      *          AS MENU'S SIGN-ON).
      *20261015  THE HOLD CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-HD-STATUS              PIC XX.
               CLOSE OP-FILE-DESC
           END-IF.
       050-LOAD-HOLD-TABLE.
      *    THE HOLD CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
               HD-CODE-TBL-SIZE, HD-CODE-TABLE.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-ACTION
