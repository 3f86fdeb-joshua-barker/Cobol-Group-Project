      *          THE 1030 FED WORK-STUDY LINE WAS MISSING HERE AND
      *          WS-SUM-TABLE STILL HELD FIVE, SO A POSTED 1030 AWARD
      *          SUBSCRIPTED PAST THE TABLE AND PRINTED GARBAGE.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES; THE PER-CODE
      *          TOTALS TABLE GREW TO MATCH THE COPYBOOK'S OCCURS.
      *20261015  PROJ-FIN-AID.DAT IS NOW INDEXED AND IS READ IN KEY
      *          ORDER FROM THE TOP.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FA-FILE-DESC
               ASSIGN TO "PROJ-FIN-AID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT SUMMARY-REPORT
               ASSIGN TO "FA-SUMMARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD SUMMARY-REPORT
          DATA RECORD IS REPORT-REC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
          88 NO-MORE-RECORDS                    VALUE "NO".
       01 WS-LINE-CT               PIC 99       VALUE ZERO.
       01 WS-PAGE                  PIC 99       VALUE ZERO.
       01 WS-SUM-IDX                PIC 9(2).
       01 WS-GRAND-CNT              PIC 9(5)     VALUE ZERO.
       COPY FA-CODE-TABLE.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 20 TIMES.
              10 WS-SUM-TOTAL       PIC 9(7)V99  VALUE ZERO.
              10 WS-SUM-CNT         PIC 9(5)     VALUE ZERO.
       01 DATE-WS.
           PERFORM 050-LOAD-CODE-TABLE
           PERFORM 060-ZERO-TOTALS
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE ZEROS TO FA-KEY
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE "NO " TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
                 SUMMARY-REPORT
           EXIT PROGRAM.
       050-LOAD-CODE-TABLE.
      *    THE AID CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE.
       060-ZERO-TOTALS.
           MOVE ZERO TO WS-OTHER-TOTAL WS-OTHER-CNT
                        WS-GRAND-TOTAL WS-GRAND-CNT
