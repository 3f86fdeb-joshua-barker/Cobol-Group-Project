       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-ACCOM.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ACCESSIBILITY SERVICES' MAINTENANCE
      *          SCREEN FOR THE ACCOMMODATIONS FILE (SEE AX-FILE-DESC),
      *          SAME ADD-OR-CORRECT SHAPE AS PROJ-UPD-HEALTH -- KEYS A
      *          STUDENT AND A TERM (BLANK FOR THE REGISTRATION TERM),
      *          SHOWS WHAT IS ON FILE IF ANYTHING, AND WRITES OR
      *          REWRITES THE ROW STAMPED WITH THE OPERATOR.  A CHANGE
      *          TO THE ACCOMMODATIONS THEMSELVES CLEARS THE LIST OF
      *          CRNS ALREADY LETTERED SO PROJ-ACCOM-LETTER TELLS
      *          EVERY INSTRUCTOR AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AX-FILE-DESC ASSIGN TO 'PROJ-ACCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AX-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  AX-FILE-DESC IS EXTERNAL RECORD CONTAINS 130 CHARACTERS.
           COPY AX-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-AX-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-TERM               PIC X(6).
       01  WS-TMP-EXT-PCT            PIC 9(3).
       01  WS-TMP-SEP-ROOM           PIC X.
       01  WS-TMP-NOTE-TAKER         PIC X.
       01  WS-TMP-ALT-FORMAT         PIC X.
       01  WS-TMP-OTHER              PIC X(30).
       01  WS-TMP-NAME               PIC X(35).
      *    THE ACCOMMODATIONS AS THEY STOOD BEFORE THIS CORRECTION.
       01  WS-OLD-ACCOM.
           05  WS-OLD-EXT-PCT        PIC 9(3).
           05  WS-OLD-SEP-ROOM       PIC X.
           05  WS-OLD-NOTE-TAKER     PIC X.
           05  WS-OLD-ALT-FORMAT     PIC X.
           05  WS-OLD-OTHER          PIC X(30).
       01  WS-NEW-ACCOM.
           05  WS-NEW-EXT-PCT        PIC 9(3).
           05  WS-NEW-SEP-ROOM       PIC X.
           05  WS-NEW-NOTE-TAKER     PIC X.
           05  WS-NEW-ALT-FORMAT     PIC X.
           05  WS-NEW-OTHER          PIC X(30).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 5 COLUMN 1 VALUE 'TERM (BLANK = REGISTRATION TERM): '.
          05 LINE 5 COLUMN 36 PIC X(6) TO WS-TMP-TERM.
       01 SCRN-DETAIL.
          05 LINE 7 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 7 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 7 COLUMN 47 VALUE 'TERM: '.
          05 LINE 7 COLUMN 53 PIC X(6) FROM WS-TMP-TERM.
          05 LINE 9 COLUMN 1 VALUE 'EXTRA EXAM TIME (PERCENT): '.
          05 LINE 9 COLUMN 29 PIC 9(3) USING WS-TMP-EXT-PCT.
          05 LINE 10 COLUMN 1 VALUE 'SEPARATE EXAM ROOM  (Y/N): '.
          05 LINE 10 COLUMN 29 PIC X USING WS-TMP-SEP-ROOM.
          05 LINE 11 COLUMN 1 VALUE 'NOTE-TAKER          (Y/N): '.
          05 LINE 11 COLUMN 29 PIC X USING WS-TMP-NOTE-TAKER.
          05 LINE 12 COLUMN 1 VALUE 'ALTERNATE FORMAT    (Y/N): '.
          05 LINE 12 COLUMN 29 PIC X USING WS-TMP-ALT-FORMAT.
          05 LINE 14 COLUMN 1 VALUE 'OTHER: '.
          05 LINE 14 COLUMN 8 PIC X(30) USING WS-TMP-OTHER.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN I-O AX-FILE-DESC
           IF WS-AX-STATUS = '35'
               OPEN OUTPUT AX-FILE-DESC
               CLOSE AX-FILE-DESC
               OPEN I-O AX-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE AX-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE SPACES TO WS-TMP-TERM
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           IF WS-TMP-TERM = SPACES
               MOVE CURRENT-TERM TO WS-TMP-TERM
           END-IF
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT IN SYSTEM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-MAINTAIN-ROW
           END-READ
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       250-MAINTAIN-ROW.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           MOVE WS-TMP-SNO TO AX-STU-NUM
           MOVE WS-TMP-TERM TO AX-TERM
           READ AX-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE ZEROS TO WS-TMP-EXT-PCT
                   MOVE 'N' TO WS-TMP-SEP-ROOM
                   MOVE 'N' TO WS-TMP-NOTE-TAKER
                   MOVE 'N' TO WS-TMP-ALT-FORMAT
                   MOVE SPACES TO WS-TMP-OTHER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE AX-EXT-PCT TO WS-TMP-EXT-PCT
                   MOVE AX-SEP-ROOM TO WS-TMP-SEP-ROOM
                   MOVE AX-NOTE-TAKER TO WS-TMP-NOTE-TAKER
                   MOVE AX-ALT-FORMAT TO WS-TMP-ALT-FORMAT
                   MOVE AX-OTHER TO WS-TMP-OTHER
           END-READ
           MOVE WS-TMP-EXT-PCT TO WS-OLD-EXT-PCT
           MOVE WS-TMP-SEP-ROOM TO WS-OLD-SEP-ROOM
           MOVE WS-TMP-NOTE-TAKER TO WS-OLD-NOTE-TAKER
           MOVE WS-TMP-ALT-FORMAT TO WS-OLD-ALT-FORMAT
           MOVE WS-TMP-OTHER TO WS-OLD-OTHER
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 300-SAVE-ROW
           END-IF.
       260-EDIT-ENTRY.
      *    THE FLAGS ARE Y OR N (LOWER CASE TAKEN); EXTRA TIME STOPS
      *    AT DOUBLE-PLUS-A-HALF, PAST WHICH THE OFFICE ARRANGES THE
      *    SITTING BY HAND.
           MOVE 'Y' TO WS-ENTRY-OK
           INSPECT WS-TMP-SEP-ROOM CONVERTING 'yn' TO 'YN'
           INSPECT WS-TMP-NOTE-TAKER CONVERTING 'yn' TO 'YN'
           INSPECT WS-TMP-ALT-FORMAT CONVERTING 'yn' TO 'YN'
           IF WS-TMP-EXT-PCT > 150
               DISPLAY 'EXTRA TIME OVER 150 PERCENT IS ARRANGED BY HAND'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF (WS-TMP-SEP-ROOM NOT = 'Y' AND NOT = 'N')
                   OR (WS-TMP-NOTE-TAKER NOT = 'Y' AND NOT = 'N')
                   OR (WS-TMP-ALT-FORMAT NOT = 'Y' AND NOT = 'N')
               DISPLAY 'ROOM, NOTE-TAKER AND FORMAT MUST BE Y OR N'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
       300-SAVE-ROW.
      *    THE LETTER STAMPS RIDE THROUGH A CORRECTION UNLESS THE
      *    ACCOMMODATIONS THEMSELVES CHANGED.
           ACCEPT WS-TODAY FROM DATE
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO AX-RECORD
               MOVE WS-TMP-SNO TO AX-STU-NUM
               MOVE WS-TMP-TERM TO AX-TERM
               MOVE ZEROS TO AX-LETTER-DATE
               MOVE ZERO TO AX-SENT-CNT
               MOVE ZEROS TO AX-SENT-CRN(1) AX-SENT-CRN(2)
                   AX-SENT-CRN(3) AX-SENT-CRN(4) AX-SENT-CRN(5)
                   AX-SENT-CRN(6) AX-SENT-CRN(7) AX-SENT-CRN(8)
                   AX-SENT-CRN(9) AX-SENT-CRN(10)
           END-IF
           MOVE WS-TMP-EXT-PCT TO WS-NEW-EXT-PCT
           MOVE WS-TMP-SEP-ROOM TO WS-NEW-SEP-ROOM
           MOVE WS-TMP-NOTE-TAKER TO WS-NEW-NOTE-TAKER
           MOVE WS-TMP-ALT-FORMAT TO WS-NEW-ALT-FORMAT
           MOVE WS-TMP-OTHER TO WS-NEW-OTHER
           IF WS-ROW-ON-FILE = 'Y' AND WS-NEW-ACCOM NOT = WS-OLD-ACCOM
               MOVE ZERO TO AX-SENT-CNT
           END-IF
           MOVE WS-TMP-EXT-PCT TO AX-EXT-PCT
           MOVE WS-TMP-SEP-ROOM TO AX-SEP-ROOM
           MOVE WS-TMP-NOTE-TAKER TO AX-NOTE-TAKER
           MOVE WS-TMP-ALT-FORMAT TO AX-ALT-FORMAT
           MOVE WS-TMP-OTHER TO AX-OTHER
           MOVE WS-OPERATOR-ID TO AX-OPERATOR-ID
           MOVE WS-TODAY TO AX-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE AX-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'ACCOMMODATIONS UPDATED'
           ELSE
               WRITE AX-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'ACCOMMODATIONS ADDED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
