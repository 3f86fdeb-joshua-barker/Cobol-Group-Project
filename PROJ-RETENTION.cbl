      *          FT/PT FLAG, WITH PERCENTAGES.  THE FT/PT SPLIT USES
      *          THE FLAG AS IT STANDS TODAY -- THE FILE KEEPS NO
      *          PER-TERM HISTORY OF IT.
      *20261015  THE MAJOR CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES; THE BUCKET TABLE
      *          NOW SIZES ITSELF OFF MJ-CODE-TBL-SIZE WITH THE
      *          CATCH-ALL BUCKET RIGHT AFTER THE LAST CODE.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  RET-REPORT
           DATA RECORD IS REPORT-REC.
       01  WS-IN-COHORT              PIC X.
       01  WS-IN-NEXT                PIC X.
       01  WS-IN-FALL                PIC X.
       01  WS-MJ-SUB                 PIC 99.
       01  WS-OTHER-SUB              PIC 99.
       01  WS-PCT                    PIC 9(3).
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 41 TIMES.
               10  WS-RET-CODE       PIC 9(4).
               10  WS-RET-COHORT     PIC 9(5).
               10  WS-RET-COHORT-FT  PIC 9(5).
                 RET-REPORT
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       150-DERIVE-TERMS.
           IF WS-COHORT-SESS = 'FA' THEN
               COMPUTE WS-NEXT-YEAR = WS-COHORT-YEAR + 1
               MOVE 'FA' TO WS-FALL-SESS
           END-IF.
       160-INIT-TABLE.
      *    SLOTS 1 THRU MJ-CODE-TBL-SIZE MIRROR MJ-CODE-TABLE; THE
      *    SLOT AFTER THEM CATCHES UNDECLARED AND ANY CODE NOT ON THE
      *    TABLE.
           COMPUTE WS-OTHER-SUB = MJ-CODE-TBL-SIZE + 1
           PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
                   UNTIL WS-MJ-SUB > MJ-CODE-TBL-SIZE
               MOVE MJ-TBL-CODE(WS-MJ-SUB) TO WS-RET-CODE(WS-MJ-SUB)
               MOVE ZEROS TO WS-RET-COHORT(WS-MJ-SUB)
               MOVE ZEROS TO WS-RET-COHORT-FT(WS-MJ-SUB)
               MOVE ZEROS TO WS-RET-NEXT(WS-MJ-SUB)
               MOVE ZEROS TO WS-RET-FALL(WS-MJ-SUB)
           END-PERFORM
           MOVE ZEROS TO WS-RET-CODE(WS-OTHER-SUB)
           MOVE ZEROS TO WS-RET-COHORT(WS-OTHER-SUB)
           MOVE ZEROS TO WS-RET-COHORT-FT(WS-OTHER-SUB)
           MOVE ZEROS TO WS-RET-NEXT(WS-OTHER-SUB)
           MOVE ZEROS TO WS-RET-FALL(WS-OTHER-SUB).
       200-CHECK-ONE-STUDENT.
           MOVE 'N' TO WS-IN-COHORT
           MOVE 'N' TO WS-IN-NEXT
               END-IF
           END-IF.
       300-FIND-MAJOR-SLOT.
           MOVE WS-OTHER-SUB TO WS-MJ-SUB
           PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                   UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
               IF SF-MAJOR-CODE = MJ-TBL-CODE(MJ-CODE-IDX)
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
                   UNTIL WS-MJ-SUB > WS-OTHER-SUB
               IF WS-RET-COHORT(WS-MJ-SUB) > ZERO
                   PERFORM 510-PRINT-ONE-ROW
               END-IF
