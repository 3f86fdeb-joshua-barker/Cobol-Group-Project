      *          REWRITES RF-GRADE/RF-GRADE-DATE.  PROJ-GPA-UPDATE IS
      *          CALLED ON THE WAY OUT TO RECOMPUTE, SAME AS
      *          PROJ-INC-LAPSE DOES.
      *20261015  THE GRADE-CHANGE REASONS NOW COME FROM PROJ-CODE-LOAD
      *          (BUILT-IN LIST PLUS THE ROWS IN EFFECT ON
      *          PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CHANGE-HISTORY
           DATA RECORD IS HIST-REC.
           END-IF
           EXIT PROGRAM.
       050-LOAD-REASON-TABLE.
      *    THE GRADE-CHANGE REASONS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GC-REASON-TBL-ID,
               GC-REASON-TBL-SIZE, GC-REASON-TABLE.
       105-OPEN-HISTORY-RTN.
      *    EF-GRADE-CHG.DAT ACCUMULATES GRADE-CHANGE HISTORY ACROSS
      *    EVERY RUN -- THE REGISTRAR'S AUDIT TRAIL.  OPEN EXTEND FAILS
