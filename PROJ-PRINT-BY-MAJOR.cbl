      *20260809  210-CHECK-ENROLLMENT-NODE NOW ALSO REQUIRES RF-STATUS
      *          = 'E' SO A WAITLISTED ('W') NODE IS NO LONGER COUNTED
      *          AS ENROLLED IN THE BY-MAJOR BREAKDOWN.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE MAJOR CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES; THE PER-CODE
      *          TOTALS TABLE GREW TO MATCH THE COPYBOOK'S OCCURS.
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
       FD  ENROLLMENT-FILE IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  BY-MAJOR-REPORT
           DATA RECORD IS REPORT-REC.
       01  ENR-KEY                     PIC 9(5).
       01  WS-UNDECL-COUNT             PIC 9(5)   VALUE ZERO.
       01  WS-MAJOR-COUNTS.
           05  WS-MJ-COUNT OCCURS 40 TIMES PIC 9(5) VALUE ZERO.
       01  HEADING-1.
           05                          PIC X(6)   VALUE SPACES.
           05                          PIC X(40)
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT ENROLLMENT-FILE
                      SF-FILE-DESC
           OPEN OUTPUT BY-MAJOR-REPORT
                 BY-MAJOR-REPORT
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       200-SCAN-ENROLLMENT.
           MOVE 0002 TO ENR-KEY
           MOVE 'Y' TO MORE
