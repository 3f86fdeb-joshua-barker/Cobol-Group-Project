      *          PROJ-FA-DISBURSE TO PAY OUT ON SCHEDULE.
      *20260902  ADDED 'FED WORK-STUDY' (1030) TO THE AWARD CODE
      *          TABLE FOR THE WORK-STUDY PLACEMENT/TIMESHEET MODULE.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  EACH PIECE IS STAMPED WITH THE CURRENT AID YEAR
      *          (DS-AID-YEAR, FROM PROJ-TERM-LOAD); THE NODE
      *          PROJ-FA-DISBURSE POSTS FOR IT CARRIES THAT YEAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS              PIC XX.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       SCREEN SECTION.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           OPEN I-O DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               OPEN OUTPUT DS-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-CODE-TABLE.
      *    THE AID CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE.
       200-SCHED-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
           MOVE WS-TMP-AMT TO DS-PLAN-AMT
           MOVE 'N' TO DS-RELEASED
           MOVE ZEROS TO DS-RELEASE-DATE
           MOVE CT-AID-YEAR TO DS-AID-YEAR
           WRITE DS-RECORD
               INVALID KEY
                   REWRITE DS-RECORD
