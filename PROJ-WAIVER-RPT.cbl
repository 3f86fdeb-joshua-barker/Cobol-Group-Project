      *          APPLIES WAIVERS AND PRINTS, FOR A KEYED TERM, THE
      *          STUDENT COUNT AND DOLLAR COST BY WAIVER TYPE WITH A
      *          GRAND TOTAL -- THE NUMBER THE BOARD ASKS FOR.
      *20261015  CURRENT-TERM NOW COMES FROM THE BILLING TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 LINE 3 COLUMN 18 PIC X(6) USING WS-PICK-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           OPEN INPUT WAIVER-REG
           IF WS-WR-STATUS = '35'
               DISPLAY 'PROJ-WAIVER-RPT: NO WAIVER REGISTER ON HAND'
