       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-LOA.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE REGISTRAR'S MAINTENANCE SCREEN
      *          FOR LEAVES OF ABSENCE (SEE LV-FILE-DESC), SAME
      *          ADD-OR-CORRECT SHAPE AS PROJ-UPD-HEALTH.  KEYS A
      *          STUDENT, SHOWS THE LEAVE ON FILE IF ANY, AND WRITES
      *          OR REWRITES THE ROW STAMPED WITH THE OPERATOR; THE
      *          OPERATOR WHO FIRST SAVES IT APPROVED IS STAMPED AS
      *          THE APPROVER.  A LEAVE ALREADY CLOSED (RETURNED OR
      *          WITHDRAWN) IS REPLACED BY A NEW ONE WHEN A DIFFERENT
      *          START DATE IS KEYED -- UNLESS A RETURN OF TITLE IV IS
      *          STILL DUE ON THE OLD ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY LV-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-LV-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-START              PIC 9(8).
       01  WS-TMP-LEAVE-TERM         PIC X(6).
       01  WS-TMP-RETURN-TERM        PIC X(6).
       01  WS-TMP-REASON             PIC X(30).
       01  WS-TMP-APPROVED           PIC X.
       01  WS-TMP-NAME               PIC X(35).
       01  WS-TMP-STATUS-TEXT        PIC X(24).
       01  WS-OLD-START              PIC 9(8).
       01  WS-OLD-STATUS             PIC X.
       01  WS-NEW-LEAVE              PIC X.
       01  WS-ROW-ON-FILE            PIC X.
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
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
       01 SCRN-DETAIL.
          05 LINE 5 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 5 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 6 COLUMN 1 VALUE 'LEAVE ON FILE: '.
          05 LINE 6 COLUMN 16 PIC X(24) FROM WS-TMP-STATUS-TEXT.
          05 LINE 8 COLUMN 1 VALUE 'LEAVE START     (CCYYMMDD): '.
          05 LINE 8 COLUMN 30 PIC 9(8) USING WS-TMP-START.
          05 LINE 9 COLUMN 1 VALUE 'LEAVE BEGINS IN TERM: '.
          05 LINE 9 COLUMN 30 PIC X(6) USING WS-TMP-LEAVE-TERM.
          05 LINE 10 COLUMN 1 VALUE 'EXPECTED RETURN TERM: '.
          05 LINE 10 COLUMN 30 PIC X(6) USING WS-TMP-RETURN-TERM.
          05 LINE 11 COLUMN 1 VALUE 'REASON: '.
          05 LINE 11 COLUMN 9 PIC X(30) USING WS-TMP-REASON.
          05 LINE 13 COLUMN 1 VALUE 'APPROVED (Y/N): '.
          05 LINE 13 COLUMN 17 PIC X USING WS-TMP-APPROVED.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN I-O LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               OPEN OUTPUT LV-FILE-DESC
               CLOSE LV-FILE-DESC
               OPEN I-O LV-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE LV-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
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
           MOVE WS-TMP-SNO TO LV-STU-NUM
           READ LV-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE 'NONE' TO WS-TMP-STATUS-TEXT
                   MOVE ZEROS TO WS-TMP-START
                   MOVE CURRENT-TERM TO WS-TMP-LEAVE-TERM
                   MOVE SPACES TO WS-TMP-RETURN-TERM
                   MOVE SPACES TO WS-TMP-REASON
                   MOVE 'N' TO WS-TMP-APPROVED
                   MOVE ZEROS TO WS-OLD-START
                   MOVE SPACE TO WS-OLD-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   PERFORM 255-STATUS-TEXT
                   MOVE LV-START-DATE TO WS-TMP-START
                   MOVE LV-LEAVE-TERM TO WS-TMP-LEAVE-TERM
                   MOVE LV-RETURN-TERM TO WS-TMP-RETURN-TERM
                   MOVE LV-REASON TO WS-TMP-REASON
                   MOVE LV-APPROVED TO WS-TMP-APPROVED
                   MOVE LV-START-DATE TO WS-OLD-START
                   MOVE LV-STATUS TO WS-OLD-STATUS
           END-READ
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 300-SAVE-ROW
           END-IF.
       255-STATUS-TEXT.
           IF LV-STATUS = 'R'
               MOVE 'CLOSED - RETURNED' TO WS-TMP-STATUS-TEXT
           ELSE IF LV-STATUS = 'W' AND LV-R2T4-DUE = 'Y'
               MOVE 'WITHDRAWN - R2T4 DUE' TO WS-TMP-STATUS-TEXT
           ELSE IF LV-STATUS = 'W'
               MOVE 'CLOSED - WITHDRAWN' TO WS-TMP-STATUS-TEXT
           ELSE IF LV-APPROVED = 'Y'
               MOVE 'OPEN - APPROVED' TO WS-TMP-STATUS-TEXT
           ELSE
               MOVE 'OPEN - REQUESTED' TO WS-TMP-STATUS-TEXT
           END-IF
           END-IF
           END-IF
           END-IF.
       260-EDIT-ENTRY.
      *    A DIFFERENT START DATE ON A CLOSED LEAVE IS A NEW LEAVE.
           MOVE 'Y' TO WS-ENTRY-OK
           MOVE 'N' TO WS-NEW-LEAVE
           IF WS-ROW-ON-FILE = 'N'
               MOVE 'Y' TO WS-NEW-LEAVE
           ELSE
               IF (WS-OLD-STATUS = 'R' OR 'W')
                       AND WS-TMP-START NOT = WS-OLD-START
                   MOVE 'Y' TO WS-NEW-LEAVE
                   IF LV-R2T4-DUE = 'Y'
                       DISPLAY 'RETURN OF TITLE IV STILL DUE ON THE '
                           'LAST LEAVE -- SEE FINANCIAL AID'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF
           INSPECT WS-TMP-APPROVED CONVERTING 'yn' TO 'YN'
           MOVE WS-TMP-START TO WS-DATE-CHK
           PERFORM 280-CHECK-DATE
           IF WS-DATE-OK = 'N'
               DISPLAY 'LEAVE START IS NOT A VALID DATE'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-LEAVE-TERM = SPACES OR WS-TMP-RETURN-TERM = SPACES
               DISPLAY 'LEAVE TERM AND RETURN TERM ARE BOTH REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE IF WS-TMP-RETURN-TERM = WS-TMP-LEAVE-TERM
               DISPLAY 'RETURN TERM MUST FOLLOW THE LEAVE TERM'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           END-IF
           IF WS-TMP-REASON = SPACES
               DISPLAY 'A REASON IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-APPROVED NOT = 'Y' AND NOT = 'N'
               DISPLAY 'APPROVED MUST BE Y OR N'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
       280-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHK-CCYY < 1900 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.
       300-SAVE-ROW.
           ACCEPT WS-TODAY FROM DATE
           IF WS-NEW-LEAVE = 'Y'
               MOVE SPACES TO LV-RECORD
               MOVE WS-TMP-SNO TO LV-STU-NUM
               MOVE 'A' TO LV-STATUS
               MOVE ZEROS TO LV-CLOSE-DATE
               MOVE 'N' TO LV-R2T4-DUE
               MOVE SPACES TO LV-APPROVED-BY
               MOVE ZEROS TO LV-APPROVE-DATE
               MOVE 'N' TO LV-APPROVED
           END-IF
           IF WS-TMP-APPROVED = 'Y' AND LV-APPROVED NOT = 'Y'
               MOVE WS-OPERATOR-ID TO LV-APPROVED-BY
               MOVE WS-TODAY TO LV-APPROVE-DATE
           END-IF
           IF WS-TMP-APPROVED = 'N'
               MOVE SPACES TO LV-APPROVED-BY
               MOVE ZEROS TO LV-APPROVE-DATE
           END-IF
           MOVE WS-TMP-START TO LV-START-DATE
           MOVE WS-TMP-LEAVE-TERM TO LV-LEAVE-TERM
           MOVE WS-TMP-RETURN-TERM TO LV-RETURN-TERM
           MOVE WS-TMP-REASON TO LV-REASON
           MOVE WS-TMP-APPROVED TO LV-APPROVED
           MOVE WS-OPERATOR-ID TO LV-OPERATOR-ID
           MOVE WS-TODAY TO LV-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE LV-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'LEAVE OF ABSENCE UPDATED'
           ELSE
               WRITE LV-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'LEAVE OF ABSENCE ADDED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
