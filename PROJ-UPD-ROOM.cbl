      *          MASTER (SEE RM-ROOM-DESC), SAME ADD-OR-CORRECT SHAPE
      *          AS PROJ-UPD-CATALOG.  PROJ-ADD-CLASS CHECKS SECTION
      *          CAPACITY AGAINST RM-SEAT-CNT WHEN A ROOM IS ASSIGNED.
      *20261015  KEYS THE ROOM'S CAMPUS (RM-CAMPUS).  BLANK TAKES THE
      *          MAIN CAMPUS; A CODE NOT ON THE CAMPUS TABLE IS REFUSED
      *          AND THE ROW IS NOT SAVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TMP-BUILDING           PIC X(10).
       01  WS-TMP-SEAT-CNT           PIC 9(3).
       01  WS-TMP-EQUIP              PIC X(4).
       01  WS-TMP-CAMPUS             PIC X(2).
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-CA-FOUND               PIC X.
       01  WS-ROW-ON-FILE            PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CA-CAMPUS-TABLE.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
          05 LINE 9 COLUMN 1 VALUE
                  'EQUIP FLAGS Y/N (LAB,PROJ,COMP,ACCESS): '.
          05 LINE 9 COLUMN 42 PIC X(4) USING WS-TMP-EQUIP.
          05 LINE 11 COLUMN 1 VALUE 'CAMPUS (BLANK = MAIN): '.
          05 LINE 11 COLUMN 24 PIC X(2) USING WS-TMP-CAMPUS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID, CA-CODE-TBL-SIZE,
               CA-CODE-TABLE
           OPEN I-O RM-FILE-DESC
           IF WS-RM-STATUS = '35'
               OPEN OUTPUT RM-FILE-DESC
                   MOVE SPACES TO WS-TMP-BUILDING
                   MOVE ZEROS TO WS-TMP-SEAT-CNT
                   MOVE 'NNNN' TO WS-TMP-EQUIP
                   MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE RM-BUILDING TO WS-TMP-BUILDING
                   MOVE RM-SEAT-CNT TO WS-TMP-SEAT-CNT
                   MOVE RM-EQUIP-FLAGS TO WS-TMP-EQUIP
                   MOVE RM-CAMPUS TO WS-TMP-CAMPUS
           END-READ
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-TMP-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
           END-IF
           MOVE 'N' TO WS-CA-FOUND
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-TMP-CAMPUS
                   MOVE 'Y' TO WS-CA-FOUND
               END-IF
           END-PERFORM
           IF WS-CA-FOUND = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CAMPUS ' WS-TMP-CAMPUS
                   ' NOT ON THE CAMPUS TABLE - ROW NOT SAVED'
           ELSE
               PERFORM 300-SAVE-ROOM
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       300-SAVE-ROOM.
           MOVE SPACES TO RM-RECORD
           MOVE WS-TMP-ROOM TO RM-CODE
           MOVE WS-TMP-BUILDING TO RM-BUILDING
           MOVE WS-TMP-SEAT-CNT TO RM-SEAT-CNT
           MOVE WS-TMP-EQUIP TO RM-EQUIP-FLAGS
           MOVE WS-TMP-CAMPUS TO RM-CAMPUS
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE RM-RECORD
               DISPLAY SCRN-CLEAR
               WRITE RM-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'ROOM ROW ADDED'
           END-IF.
