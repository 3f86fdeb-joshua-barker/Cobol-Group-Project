      *          DATES ALREADY ON FILE IF ANY, AND WRITES OR REWRITES
      *          THE ROW.  PROJ-ENROLLMENT AND PROJ-ENR-BATCH ENFORCE
      *          THESE DEADLINES AT ADD/DROP TIME.
      *20261015  COURSE EVALUATION WINDOW (OPEN AND CLOSE DATES) ADDED
      *          TO THE SCREEN; ACADEMIC CALENDAR FD NOW 94 BYTES.
      *          THE CLOSE DATE MAY NOT BE BEFORE THE OPEN DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-AC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       WORKING-STORAGE SECTION.
       01  WS-AC-STATUS              PIC XX.
       01  WS-TMP-R100               PIC 9(8).
       01  WS-TMP-R50                PIC 9(8).
       01  WS-TMP-R25                PIC 9(8).
       01  WS-TMP-EVAL-OPEN          PIC 9(8).
       01  WS-TMP-EVAL-CLOSE         PIC 9(8).
       01  WS-ROW-ON-FILE            PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
          05 LINE 18 COLUMN 30 PIC 9(8) USING WS-TMP-R50.
          05 LINE 19 COLUMN 1 VALUE ' 25 PCT REFUND THROUGH    : '.
          05 LINE 19 COLUMN 30 PIC 9(8) USING WS-TMP-R25.
          05 LINE 21 COLUMN 1 VALUE 'EVALUATIONS OPEN          : '.
          05 LINE 21 COLUMN 30 PIC 9(8) USING WS-TMP-EVAL-OPEN.
          05 LINE 22 COLUMN 1 VALUE 'EVALUATIONS CLOSE         : '.
          05 LINE 22 COLUMN 30 PIC 9(8) USING WS-TMP-EVAL-CLOSE.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                   MOVE ZEROS TO WS-TMP-R100
                   MOVE ZEROS TO WS-TMP-R50
                   MOVE ZEROS TO WS-TMP-R25
                   MOVE ZEROS TO WS-TMP-EVAL-OPEN
                   MOVE ZEROS TO WS-TMP-EVAL-CLOSE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE AC-TERM-START TO WS-TMP-START
                   MOVE AC-REFUND-100-END TO WS-TMP-R100
                   MOVE AC-REFUND-50-END TO WS-TMP-R50
                   MOVE AC-REFUND-25-END TO WS-TMP-R25
                   MOVE AC-EVAL-OPEN TO WS-TMP-EVAL-OPEN
                   MOVE AC-EVAL-CLOSE TO WS-TMP-EVAL-CLOSE
           END-READ
           DISPLAY SCRN-DATES
           ACCEPT SCRN-DATES
           PERFORM UNTIL WS-TMP-EVAL-CLOSE NOT < WS-TMP-EVAL-OPEN
               DISPLAY 'EVALUATION CLOSE IS BEFORE OPEN -- REKEY'
               DISPLAY SCRN-DATES
               ACCEPT SCRN-DATES
           END-PERFORM
           MOVE SPACES TO AC-RECORD
           MOVE WS-TMP-TERM TO AC-TERM
           MOVE WS-TMP-START TO AC-TERM-START
           MOVE WS-TMP-R100 TO AC-REFUND-100-END
           MOVE WS-TMP-R50 TO AC-REFUND-50-END
           MOVE WS-TMP-R25 TO AC-REFUND-25-END
           MOVE WS-TMP-EVAL-OPEN TO AC-EVAL-OPEN
           MOVE WS-TMP-EVAL-CLOSE TO AC-EVAL-CLOSE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE AC-RECORD
               DISPLAY SCRN-CLEAR
