      *          NO SF-ADVCLEAR.DAT ROW FOR THE CURRENT TERM, WITH
      *          THEIR ASSIGNED ADVISOR, SO ADVISING CAN CHASE THE
      *          MEETINGS BEFORE REGISTRATION CLOSES ON THEM.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  AV-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY AV-FILE-DESC.
           05                        PIC X(14)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT AV-FILE-DESC
           IF WS-AV-STATUS = '35'
