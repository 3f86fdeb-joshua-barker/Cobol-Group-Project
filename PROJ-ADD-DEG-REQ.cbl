      *          TAKES DR-EFF-TERM = CURRENT-TERM, SO THE AUDIT AND
      *          CONFERRAL CAN JUDGE EACH STUDENT AGAINST THEIR OWN
      *          CATALOG YEAR'S ROWS.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE MAJOR CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN I-O DR-FILE-DESC
           OPEN I-O DH-FILE-DESC
           IF WS-DH-STATUS = '35'
                 DH-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-MAJOR
