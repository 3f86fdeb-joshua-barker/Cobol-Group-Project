      *          CURRENT-TERM STUDENT, OR CARRY A GRADE THE TABLE
      *          DOESN'T KNOW, GO ON THE PER-SECTION EXCEPTION
      *          REGISTER INSTEAD OF STOPPING THE RUN.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  GL-CRN              PIC X(5).
           05  GL-STU-NUM          PIC 9(9).
           05  GL-GRADE            PIC X(2).
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
           05                        PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT GRADE-INPUT
           IF WS-GI-STATUS = '35'
               DISPLAY 'PROJ-GRADE-LOAD: NO SECT-GRADES.DAT ON HAND'
           END-IF
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-POST-ONE-GRADE.
           PERFORM 250-VALIDATE-GRADE
           IF WS-GRADE-OK = 'N'
