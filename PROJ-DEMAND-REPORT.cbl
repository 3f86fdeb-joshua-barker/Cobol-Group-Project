      *          PROJ-TERM-ROLL.  A STUDENT REFUSED THE SAME COURSE
      *          FIVE TIMES COUNTS ONCE IN THE HEADCOUNT; EVERY EVENT
      *          STILL COUNTS IN THE REASON MIX.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT TURNAWAY-FILE
           IF WS-TA-STATUS = '35'
               DISPLAY 'PROJ-DEMAND-REPORT: NO TURN-AWAY LOG ON HAND'
