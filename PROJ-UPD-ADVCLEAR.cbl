      *          THE CLEARING ADVISOR ID IS KEYED AND CHECKED AGAINST
      *          THE INSTRUCTOR MASTER; THE STUDENT'S ASSIGNED
      *          SF-ADVISOR-ID SHOWS ON THE SCREEN FOR REFERENCE.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-AV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  AV-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY AV-FILE-DESC.
          05 LINE 1 COLUMN 35 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT INSTR-FILE
           OPEN I-O AV-FILE-DESC
