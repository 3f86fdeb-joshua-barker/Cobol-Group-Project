      *          REPRINT THAT RE-RENDERS THE LETTER FROM ITS TEMPLATE
      *          ONTO CQ-REPRINT.RPT.  ROWS WRITTEN BEFORE THE
      *          CHANNEL BYTE EXISTED READ AS PAPER.
      *20261015  THE LETTER TEMPLATES NOW COME FROM PROJ-CODE-LOAD
      *          (BUILT-IN LIST PLUS THE ROWS IN EFFECT ON
      *          PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF MOVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCEPT ANS
           EXIT PROGRAM.
       050-LOAD-LETTER-TABLE.
      *    THE LETTER TEMPLATES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING LT-CODE-TBL-ID,
               LT-CODE-TBL-SIZE, LT-CODE-TABLE.
       200-COLLECT-ONE-ROW.
           MOVE WS-HL-EVENT TO CQ-LINE
           IF CQ-STU-NUM = WS-SNO AND WS-ROW-CNT < 200
