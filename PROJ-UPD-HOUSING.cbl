      *          ASSIGNMENT REFUSES A FULL ROOM (DM-OCCUPIED AT
      *          DM-CAPACITY), AND MOVING A STUDENT DECREMENTS THE
      *          OLD ROOM'S COUNT -- THE BINDER RETIRES.
      *20261015  CURRENT-TERM NOW COMES FROM THE BILLING TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-DA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  DM-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
           COPY DM-FILE-DESC.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
           OPEN I-O DM-FILE-DESC
           IF WS-DM-STATUS = '35'
