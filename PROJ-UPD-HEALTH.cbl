       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-HEALTH.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  STUDENT HEALTH'S MAINTENANCE SCREEN
      *          FOR THE HEALTH-COMPLIANCE FILE (SEE HM-FILE-DESC),
      *          SAME ADD-OR-CORRECT SHAPE AS PROJ-UPD-CALENDAR --
      *          KEYS A STUDENT AND A REQUIREMENT CODE FROM
      *          HR-CODE-TABLE, SHOWS WHAT IS ON FILE IF ANYTHING, AND
      *          WRITES OR REWRITES THE ROW STAMPED WITH THE OPERATOR.
      *          PROJ-HEALTH-HOLD ACTS ON IT THE NEXT NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HM-FILE-DESC ASSIGN TO 'PROJ-HEALTH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HM-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  HM-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY HM-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-HM-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-REQ                PIC X(4).
       01  WS-TMP-RECVD              PIC 9(8).
       01  WS-TMP-EXEMPT             PIC X.
       01  WS-TMP-EXEMPT-DATE        PIC 9(8).
       01  WS-TMP-COMMENT            PIC X(20).
       01  WS-TMP-NAME               PIC X(35).
       01  WS-TMP-REQ-DESC           PIC X(20).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-CODE-FOUND             PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-DATE-CHK               PIC 9(8).
       01  WS-DATE-CHK-X REDEFINES WS-DATE-CHK.
           05  WS-CHK-CCYY           PIC 9(4).
           05  WS-CHK-MM             PIC 9(2).
           05  WS-CHK-DD             PIC 9(2).
       01  WS-DATE-OK                PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY HR-CODE-TABLE.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 5 COLUMN 1 VALUE 'REQUIREMENT CODE: '.
          05 LINE 5 COLUMN 20 PIC X(4) TO WS-TMP-REQ.
       01 SCRN-DETAIL.
          05 LINE 7 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 7 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 8 COLUMN 1 VALUE 'REQUIREMENT: '.
          05 LINE 8 COLUMN 14 PIC X(20) FROM WS-TMP-REQ-DESC.
          05 LINE 10 COLUMN 1 VALUE 'DATE RECEIVED   (CCYYMMDD): '.
          05 LINE 10 COLUMN 30 PIC 9(8) USING WS-TMP-RECVD.
          05 LINE 12 COLUMN 1 VALUE
                  'EXEMPTION (M=MEDICAL R=RELIGIOUS BLANK=NONE): '.
          05 LINE 12 COLUMN 48 PIC X USING WS-TMP-EXEMPT.
          05 LINE 14 COLUMN 1 VALUE 'EXEMPTION DATE  (CCYYMMDD): '.
          05 LINE 14 COLUMN 30 PIC 9(8) USING WS-TMP-EXEMPT-DATE.
          05 LINE 16 COLUMN 1 VALUE 'COMMENT: '.
          05 LINE 16 COLUMN 10 PIC X(20) USING WS-TMP-COMMENT.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O HM-FILE-DESC
           IF WS-HM-STATUS = '35'
               OPEN OUTPUT HM-FILE-DESC
               CLOSE HM-FILE-DESC
               OPEN I-O HM-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           CALL 'PROJ-CODE-LOAD' USING HR-CODE-TBL-ID,
               HR-CODE-TBL-SIZE, HR-CODE-TABLE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE HM-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           PERFORM 215-VALIDATE-CODE
           IF WS-CODE-FOUND = 'N' THEN
               DISPLAY 'REQUIREMENT CODE NOT RECOGNIZED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE WS-TMP-SNO TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY
                       DISPLAY 'STUDENT NOT IN SYSTEM'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   NOT INVALID KEY
                       PERFORM 250-MAINTAIN-ROW
               END-READ
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       215-VALIDATE-CODE.
           MOVE 'N' TO WS-CODE-FOUND
           PERFORM VARYING HR-CODE-IDX FROM 1 BY 1
                   UNTIL HR-CODE-IDX > HR-CODE-TBL-SIZE
               IF WS-TMP-REQ = HR-TBL-CODE(HR-CODE-IDX)
                   MOVE 'Y' TO WS-CODE-FOUND
                   MOVE HR-TBL-DESC(HR-CODE-IDX) TO WS-TMP-REQ-DESC
               END-IF
           END-PERFORM.
       250-MAINTAIN-ROW.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           MOVE WS-TMP-SNO TO HM-STU-NUM
           MOVE WS-TMP-REQ TO HM-REQ-CODE
           READ HM-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE ZEROS TO WS-TMP-RECVD
                   MOVE SPACE TO WS-TMP-EXEMPT
                   MOVE ZEROS TO WS-TMP-EXEMPT-DATE
                   MOVE SPACES TO WS-TMP-COMMENT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE HM-DATE-RECVD TO WS-TMP-RECVD
                   MOVE HM-EXEMPT TO WS-TMP-EXEMPT
                   MOVE HM-EXEMPT-DATE TO WS-TMP-EXEMPT-DATE
                   MOVE HM-COMMENT TO WS-TMP-COMMENT
           END-READ
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
      *    A DATE KEYED MUST AT LEAST LOOK LIKE A CCYYMMDD DATE, AND
      *    AN EXEMPTION NEEDS THE DATE IT WAS GRANTED.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-EXEMPT = 'm'
               MOVE 'M' TO WS-TMP-EXEMPT
           END-IF
           IF WS-TMP-EXEMPT = 'r'
               MOVE 'R' TO WS-TMP-EXEMPT
           END-IF
           IF WS-TMP-EXEMPT NOT = SPACE AND NOT = 'M'
                   AND NOT = 'R'
               DISPLAY 'EXEMPTION MUST BE M, R OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-RECVD > ZERO
               MOVE WS-TMP-RECVD TO WS-DATE-CHK
               PERFORM 270-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY 'DATE RECEIVED IS NOT A VALID DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-EXEMPT NOT = SPACE
               IF WS-TMP-EXEMPT-DATE = ZERO
                   DISPLAY 'AN EXEMPTION NEEDS ITS DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               ELSE
                   MOVE WS-TMP-EXEMPT-DATE TO WS-DATE-CHK
                   PERFORM 270-CHECK-DATE
                   IF WS-DATE-OK = 'N'
                       DISPLAY 'EXEMPTION DATE IS NOT A VALID DATE'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TMP-EXEMPT = SPACE
               MOVE ZEROS TO WS-TMP-EXEMPT-DATE
           END-IF.
       270-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHK-CCYY < 1900 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.
       300-SAVE-ROW.
      *    THE REMINDER STAMP PROJ-HEALTH-HOLD KEEPS ON THE ROW RIDES
      *    THROUGH A CORRECTION UNTOUCHED.
           ACCEPT WS-TODAY FROM DATE
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO HM-RECORD
               MOVE WS-TMP-SNO TO HM-STU-NUM
               MOVE WS-TMP-REQ TO HM-REQ-CODE
               MOVE SPACES TO HM-REMIND-TERM
               MOVE ZEROS TO HM-REMIND-DATE
           END-IF
           MOVE WS-TMP-RECVD TO HM-DATE-RECVD
           MOVE WS-TMP-EXEMPT TO HM-EXEMPT
           MOVE WS-TMP-EXEMPT-DATE TO HM-EXEMPT-DATE
           MOVE WS-TMP-COMMENT TO HM-COMMENT
           MOVE WS-OPERATOR-ID TO HM-OPERATOR-ID
           MOVE WS-TODAY TO HM-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE HM-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'HEALTH RECORD UPDATED'
           ELSE
               WRITE HM-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'HEALTH RECORD ADDED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
