       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-SCHOL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SCHOLARSHIP FUND MAINTENANCE -- ONE
      *          ROW PER FUND PER AID YEAR (SEE SH-FILE-DESC), SAME
      *          KEY-THEN-DETAIL SHAPE AS PROJ-UPD-MEAL'S PLAN MASTER.
      *          THE AID YEAR DEFAULTS TO CT-AID-YEAR.  AWARDED AND
      *          DISBURSED ARE SHOWN BUT NEVER KEYED -- ONLY
      *          PROJ-SCHOL-POST MOVES THEM -- AND THE BUDGET MAY NOT
      *          BE CUT BELOW WHAT IS ALREADY AWARDED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SH-FILE-DESC ASSIGN TO 'SCHOL-FUND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SH-FILE-DESC IS EXTERNAL RECORD CONTAINS 180 CHARACTERS.
           COPY SH-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SH-STATUS              PIC XX.
       01  WS-TMP-FUND               PIC X(6).
       01  WS-TMP-YEAR               PIC X(4).
       01  WS-TMP-NAME               PIC X(30).
       01  WS-TMP-DONOR              PIC X(30).
       01  WS-TMP-BUDGET             PIC 9(7)V99.
       01  WS-TMP-MIN-GPA            PIC 9V99.
       01  WS-TMP-MAJOR              PIC 9(4).
       01  WS-TMP-NOTES              PIC X(40).
       01  WS-TMP-STATUS             PIC X.
       01  WS-CUR-AWARDED            PIC 9(7)V99.
       01  WS-CUR-DISBURSED          PIC 9(7)V99.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-MAJOR-FOUND            PIC X.
       01  WS-EDIT-MSG               PIC X(40).
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       COPY MJ-CODE-TABLE.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-FUND-KEY.
          05 LINE 3 COLUMN 1 VALUE 'FUND CODE: '.
          05 LINE 3 COLUMN 13 PIC X(6) TO WS-TMP-FUND.
          05 LINE 3 COLUMN 22 VALUE 'AID YEAR: '.
          05 LINE 3 COLUMN 32 PIC X(4) USING WS-TMP-YEAR.
       01 SCRN-FUND-DETAIL.
          05 LINE 5 COLUMN 1 VALUE 'FUND NAME: '.
          05 LINE 5 COLUMN 13 PIC X(30) USING WS-TMP-NAME.
          05 LINE 6 COLUMN 1 VALUE 'DONOR: '.
          05 LINE 6 COLUMN 13 PIC X(30) USING WS-TMP-DONOR.
          05 LINE 8 COLUMN 1 VALUE 'ANNUAL BUDGET: '.
          05 LINE 8 COLUMN 16 PIC 9(7)V99 USING WS-TMP-BUDGET.
          05 LINE 9 COLUMN 1 VALUE 'AWARDED: '.
          05 LINE 9 COLUMN 16 PIC Z,ZZZ,ZZ9.99 FROM WS-CUR-AWARDED.
          05 LINE 9 COLUMN 32 VALUE 'DISBURSED: '.
          05 LINE 9 COLUMN 43 PIC Z,ZZZ,ZZ9.99 FROM WS-CUR-DISBURSED.
          05 LINE 11 COLUMN 1 VALUE 'MINIMUM GPA (0 = NONE): '.
          05 LINE 11 COLUMN 26 PIC 9V99 USING WS-TMP-MIN-GPA.
          05 LINE 12 COLUMN 1 VALUE 'MAJOR CODE (0 = ANY): '.
          05 LINE 12 COLUMN 26 PIC 9(4) USING WS-TMP-MAJOR.
          05 LINE 13 COLUMN 1 VALUE 'OTHER TERMS: '.
          05 LINE 13 COLUMN 14 PIC X(40) USING WS-TMP-NOTES.
          05 LINE 15 COLUMN 1 VALUE 'STATUS (A=ACTIVE C=CLOSED): '.
          05 LINE 15 COLUMN 30 PIC X USING WS-TMP-STATUS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE
           ACCEPT WS-TODAY FROM DATE
           OPEN I-O SH-FILE-DESC
           IF WS-SH-STATUS = '35'
               OPEN OUTPUT SH-FILE-DESC
               CLOSE SH-FILE-DESC
               OPEN I-O SH-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE SH-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE CT-AID-YEAR TO WS-TMP-YEAR
           DISPLAY SCRN-FUND-KEY
           ACCEPT SCRN-FUND-KEY
           MOVE WS-TMP-FUND TO SH-FUND-CODE
           MOVE WS-TMP-YEAR TO SH-AID-YEAR
           READ SH-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE SPACES TO WS-TMP-NAME
                   MOVE SPACES TO WS-TMP-DONOR
                   MOVE ZEROS TO WS-TMP-BUDGET
                   MOVE ZEROS TO WS-TMP-MIN-GPA
                   MOVE ZEROS TO WS-TMP-MAJOR
                   MOVE SPACES TO WS-TMP-NOTES
                   MOVE 'A' TO WS-TMP-STATUS
                   MOVE ZEROS TO WS-CUR-AWARDED
                   MOVE ZEROS TO WS-CUR-DISBURSED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE SH-FUND-NAME TO WS-TMP-NAME
                   MOVE SH-DONOR-NAME TO WS-TMP-DONOR
                   MOVE SH-BUDGET TO WS-TMP-BUDGET
                   MOVE SH-MIN-GPA TO WS-TMP-MIN-GPA
                   MOVE SH-MAJOR-CODE TO WS-TMP-MAJOR
                   MOVE SH-NOTES TO WS-TMP-NOTES
                   MOVE SH-STATUS TO WS-TMP-STATUS
                   MOVE SH-AWARDED TO WS-CUR-AWARDED
                   MOVE SH-DISBURSED TO WS-CUR-DISBURSED
           END-READ
           DISPLAY SCRN-FUND-DETAIL
           ACCEPT SCRN-FUND-DETAIL
           PERFORM 300-EDIT-FUND
           DISPLAY SCRN-CLEAR
           IF WS-ENTRY-OK = 'N'
               DISPLAY WS-EDIT-MSG
               DISPLAY 'THE FUND WAS NOT CHANGED'
           ELSE
               PERFORM 400-SAVE-FUND
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-EDIT-FUND.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-STATUS = 'c'
               MOVE 'C' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS NOT = 'C'
               MOVE 'A' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-FUND = SPACES OR WS-TMP-YEAR = SPACES
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'FUND CODE AND AID YEAR ARE REQUIRED'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-NAME = SPACES
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'THE FUND NEEDS A NAME' TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-BUDGET < WS-CUR-AWARDED
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'BUDGET IS BELOW WHAT IS ALREADY AWARDED'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-MIN-GPA > 4.00
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'MINIMUM GPA CANNOT BE OVER 4.00' TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-MAJOR NOT = ZERO
               MOVE 'N' TO WS-MAJOR-FOUND
               PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                       UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
                   IF MJ-TBL-CODE(MJ-CODE-IDX) = WS-TMP-MAJOR
                       MOVE 'Y' TO WS-MAJOR-FOUND
                   END-IF
               END-PERFORM
               IF WS-MAJOR-FOUND = 'N'
                   MOVE 'N' TO WS-ENTRY-OK
                   MOVE 'MAJOR CODE NOT RECOGNIZED' TO WS-EDIT-MSG
               END-IF
           END-IF.
       400-SAVE-FUND.
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO SH-RECORD
               MOVE WS-TMP-FUND TO SH-FUND-CODE
               MOVE WS-TMP-YEAR TO SH-AID-YEAR
               MOVE ZEROS TO SH-AWARDED
               MOVE ZEROS TO SH-DISBURSED
           END-IF
           MOVE WS-TMP-NAME TO SH-FUND-NAME
           MOVE WS-TMP-DONOR TO SH-DONOR-NAME
           MOVE WS-TMP-BUDGET TO SH-BUDGET
           MOVE WS-TMP-MIN-GPA TO SH-MIN-GPA
           MOVE WS-TMP-MAJOR TO SH-MAJOR-CODE
           MOVE WS-TMP-NOTES TO SH-NOTES
           MOVE WS-TMP-STATUS TO SH-STATUS
           MOVE WS-TODAY TO SH-CHG-DATE
           MOVE WS-OPERATOR-ID TO SH-OPERATOR-ID
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE SH-RECORD
               DISPLAY 'FUND UPDATED'
           ELSE
               WRITE SH-RECORD
               DISPLAY 'FUND ADDED'
           END-IF.
