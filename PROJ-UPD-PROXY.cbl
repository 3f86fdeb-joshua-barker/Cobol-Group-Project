       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-PROXY.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PROXY (AUTHORIZED PAYER) MAINTENANCE
      *          -- KEYS THE SIGNED FERPA RELEASES ONTO SF-PROXY.DAT
      *          (SEE PX-FILE-DESC): WHO THE PERSON IS, WHERE THEIR
      *          STATEMENT COPY GOES, WHAT THEY MAY SEE AND WHEN THE
      *          RELEASE EXPIRES.  A NEW PROXY IS ISSUED A ONE-TIME
      *          SELF-SERVICE PIN, SHOWN ONCE, THAT THE PROXY MUST
      *          CHANGE AT FIRST SIGN-ON; A CHANGE CAN REISSUE ONE.
      *          REVOKING LEAVES THE ROW ON FILE.  SAME LEVEL-5 GATE
      *          AS PROJ-UPD-HOLDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PX-FILE-DESC ASSIGN TO 'SF-PROXY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PX-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY PX-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PX-STATUS              PIC XX.
       01  WS-OP-STATUS              PIC XX.
       01  WS-AUTH-OK                PIC X.
       01  WS-OPTION                 PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-SEQ                PIC 9(2).
       01  WS-PX-FOUND               PIC X.
       01  WS-PIN-RESET              PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NEW-NAME.
           05  WS-NEW-FIRST          PIC X(15).
           05  WS-NEW-LAST           PIC X(20).
       01  WS-NEW-RELATION           PIC X(10).
       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDR-1         PIC X(25).
           05  WS-NEW-ADDR-2         PIC X(25).
           05  WS-NEW-CITY           PIC X(15).
           05  WS-NEW-STATE          PIC X(2).
           05  WS-NEW-ZIP            PIC X(9).
       01  WS-NEW-SCOPE.
           05  WS-NEW-SEE-BAL        PIC X.
           05  WS-NEW-SEE-SCHED      PIC X.
           05  WS-NEW-SEE-GRADES     PIC X.
           05  WS-NEW-SEE-AID        PIC X.
       01  WS-NEW-RELEASE            PIC 9(6).
       01  WS-NEW-EXPIRE             PIC 9(6).
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-ACTION.
          05 LINE 3 COLUMN 1 VALUE
                  'ADD/CHANGE (A), REVOKE (R) OR NEW PIN (P): '.
          05 LINE 3 COLUMN 45 PIC X TO WS-OPTION.
          05 LINE 5 COLUMN 1 VALUE 'STUDENT NUMBER: '.
          05 LINE 5 COLUMN 18 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 7 COLUMN 1 VALUE 'PROXY NUMBER (01-99): '.
          05 LINE 7 COLUMN 23 PIC 9(2) TO WS-TMP-SEQ.
       01 SCRN-PROXY.
          05 LINE 9 COLUMN 1 VALUE 'FIRST: '.
          05 LINE 9 COLUMN 8 PIC X(15) USING WS-NEW-FIRST.
          05 LINE 9 COLUMN 25 VALUE 'LAST: '.
          05 LINE 9 COLUMN 31 PIC X(20) USING WS-NEW-LAST.
          05 LINE 10 COLUMN 1 VALUE 'RELATIONSHIP: '.
          05 LINE 10 COLUMN 15 PIC X(10) USING WS-NEW-RELATION.
          05 LINE 11 COLUMN 1 VALUE 'ADDR 1: '.
          05 LINE 11 COLUMN 9 PIC X(25) USING WS-NEW-ADDR-1.
          05 LINE 11 COLUMN 36 VALUE 'ADDR 2: '.
          05 LINE 11 COLUMN 44 PIC X(25) USING WS-NEW-ADDR-2.
          05 LINE 12 COLUMN 1 VALUE 'CITY: '.
          05 LINE 12 COLUMN 7 PIC X(15) USING WS-NEW-CITY.
          05 LINE 12 COLUMN 24 VALUE 'ST: '.
          05 LINE 12 COLUMN 28 PIC X(2) USING WS-NEW-STATE.
          05 LINE 12 COLUMN 32 VALUE 'ZIP: '.
          05 LINE 12 COLUMN 37 PIC X(9) USING WS-NEW-ZIP.
          05 LINE 14 COLUMN 1 VALUE
                  'MAY SEE (Y/N) -- BALANCE/STATEMENT: '.
          05 LINE 14 COLUMN 38 PIC X USING WS-NEW-SEE-BAL.
          05 LINE 15 COLUMN 15 VALUE 'SCHEDULE: '.
          05 LINE 15 COLUMN 38 PIC X USING WS-NEW-SEE-SCHED.
          05 LINE 16 COLUMN 15 VALUE 'GRADES: '.
          05 LINE 16 COLUMN 38 PIC X USING WS-NEW-SEE-GRADES.
          05 LINE 17 COLUMN 15 VALUE 'FINANCIAL AID: '.
          05 LINE 17 COLUMN 38 PIC X USING WS-NEW-SEE-AID.
          05 LINE 19 COLUMN 1 VALUE 'RELEASE SIGNED (YYMMDD): '.
          05 LINE 19 COLUMN 26 PIC 9(6) USING WS-NEW-RELEASE.
          05 LINE 20 COLUMN 1 VALUE 'RELEASE EXPIRES (YYMMDD): '.
          05 LINE 20 COLUMN 27 PIC 9(6) USING WS-NEW-EXPIRE.
       01 SCRN-PIN-ASK.
          05 LINE 22 COLUMN 1 VALUE 'ISSUE A NEW PROXY PIN (Y/N): '.
          05 LINE 22 COLUMN 30 PIC X TO WS-PIN-RESET.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           PERFORM 110-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               DISPLAY 'NOT AUTHORIZED FOR PROXY MAINTENANCE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           OPEN I-O PX-FILE-DESC
           IF WS-PX-STATUS = '35'
               OPEN OUTPUT PX-FILE-DESC
               CLOSE PX-FILE-DESC
               OPEN I-O PX-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE PX-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       110-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-OK
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS NOT = '35'
               MOVE WS-OPERATOR-ID TO OP-ID
               READ OP-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-AUTH-OK
                   NOT INVALID KEY
                       IF OP-AUTH-LEVEL < 5
                           MOVE 'N' TO WS-AUTH-OK
                       END-IF
               END-READ
               CLOSE OP-FILE-DESC
           END-IF.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-ACTION
           ACCEPT SCRN-ACTION
           IF WS-TMP-SEQ = ZERO
               DISPLAY 'PROXY NUMBER MUST BE 01 TO 99'
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
                       PERFORM 210-READ-PROXY
                       IF WS-OPTION = 'R' OR 'r'
                           PERFORM 400-REVOKE-PROXY
                       ELSE IF WS-OPTION = 'P' OR 'p'
                           PERFORM 450-REISSUE-PIN
                       ELSE
                           PERFORM 300-ADD-CHANGE-PROXY
                       END-IF
                       END-IF
               END-READ
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       210-READ-PROXY.
           MOVE WS-TMP-SNO TO PX-STU-NUM
           MOVE WS-TMP-SEQ TO PX-SEQ
           READ PX-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-PX-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-PX-FOUND
           END-READ
           MOVE SPACES TO WS-JR-BEFORE
           IF WS-PX-FOUND = 'Y'
               MOVE PX-RECORD TO WS-JR-BEFORE
           END-IF.
       300-ADD-CHANGE-PROXY.
      *    A CHANGE SHOWS THE ROW AS IT STANDS; AN ADD STARTS BLANK
      *    WITH NOTHING RELEASED.  THE SCOPE BYTES ARE FORCED TO 'Y'
      *    OR 'N' SO NOTHING DOWNSTREAM HAS TO GUESS.
           ACCEPT WS-TODAY FROM DATE
           IF WS-PX-FOUND = 'Y'
               MOVE PX-NAME TO WS-NEW-NAME
               MOVE PX-RELATION TO WS-NEW-RELATION
               MOVE PX-ADDRESS TO WS-NEW-ADDRESS
               MOVE PX-SCOPE TO WS-NEW-SCOPE
               MOVE PX-RELEASE-DATE TO WS-NEW-RELEASE
               MOVE PX-EXPIRE-DATE TO WS-NEW-EXPIRE
           ELSE
               MOVE SPACES TO WS-NEW-NAME WS-NEW-RELATION
                              WS-NEW-ADDRESS
               MOVE 'NNNN' TO WS-NEW-SCOPE
               MOVE WS-TODAY TO WS-NEW-RELEASE
               MOVE ZEROS TO WS-NEW-EXPIRE
           END-IF
           DISPLAY SCRN-PROXY
           ACCEPT SCRN-PROXY
           MOVE 'N' TO WS-PIN-RESET
           IF WS-PX-FOUND = 'Y'
               DISPLAY SCRN-PIN-ASK
               ACCEPT SCRN-PIN-ASK
           ELSE
               MOVE 'Y' TO WS-PIN-RESET
           END-IF
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-NEW-LAST = SPACES OR WS-NEW-ADDR-1 = SPACES
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROXY NAME AND ADDRESS ARE REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE IF WS-NEW-EXPIRE < WS-TODAY
               DISPLAY SCRN-CLEAR
               DISPLAY 'EXPIRATION DATE MUST BE TODAY OR LATER'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           END-IF
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'PROXY NOT UPDATED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 310-BUILD-PROXY
               IF WS-PX-FOUND = 'Y'
                   REWRITE PX-RECORD
               ELSE
                   WRITE PX-RECORD
               END-IF
               PERFORM 900-JOURNAL-PROXY
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROXY RECORD UPDATED'
               IF WS-PIN-RESET = 'Y' OR 'y'
                   DISPLAY 'ONE-TIME PROXY PIN: '
                       WS-HASH-SECRET (1:4)
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       310-BUILD-PROXY.
           IF WS-PX-FOUND = 'N'
               MOVE SPACES TO PX-RECORD
               MOVE WS-TMP-SNO TO PX-STU-NUM
               MOVE WS-TMP-SEQ TO PX-SEQ
           END-IF
           MOVE WS-NEW-NAME TO PX-NAME
           MOVE WS-NEW-RELATION TO PX-RELATION
           MOVE WS-NEW-ADDRESS TO PX-ADDRESS
           MOVE 'NNNN' TO PX-SCOPE
           IF WS-NEW-SEE-BAL = 'Y' OR 'y'
               MOVE 'Y' TO PX-SEE-BALANCE
           END-IF
           IF WS-NEW-SEE-SCHED = 'Y' OR 'y'
               MOVE 'Y' TO PX-SEE-SCHEDULE
           END-IF
           IF WS-NEW-SEE-GRADES = 'Y' OR 'y'
               MOVE 'Y' TO PX-SEE-GRADES
           END-IF
           IF WS-NEW-SEE-AID = 'Y' OR 'y'
               MOVE 'Y' TO PX-SEE-AID
           END-IF
           MOVE WS-NEW-RELEASE TO PX-RELEASE-DATE
           MOVE WS-NEW-EXPIRE TO PX-EXPIRE-DATE
           MOVE 'N' TO PX-REVOKED
           IF WS-PIN-RESET = 'Y' OR 'y'
               PERFORM 460-ISSUE-PIN
           END-IF
           MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID
           MOVE WS-TODAY TO PX-KEYED-DATE.
       400-REVOKE-PROXY.
           IF WS-PX-FOUND = 'N'
               DISPLAY 'NO SUCH PROXY ON FILE'
           ELSE
               ACCEPT WS-TODAY FROM DATE
               MOVE 'Y' TO PX-REVOKED
               MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID
               MOVE WS-TODAY TO PX-KEYED-DATE
               REWRITE PX-RECORD
               PERFORM 900-JOURNAL-PROXY
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROXY ACCESS REVOKED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       450-REISSUE-PIN.
           IF WS-PX-FOUND = 'N'
               DISPLAY 'NO SUCH PROXY ON FILE'
           ELSE
               ACCEPT WS-TODAY FROM DATE
               PERFORM 460-ISSUE-PIN
               MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID
               MOVE WS-TODAY TO PX-KEYED-DATE
               REWRITE PX-RECORD
               PERFORM 900-JOURNAL-PROXY
               DISPLAY SCRN-CLEAR
               DISPLAY 'ONE-TIME PROXY PIN: ' WS-HASH-SECRET (1:4)
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       460-ISSUE-PIN.
           MOVE 'P' TO WS-HASH-FN
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO PX-PIN-HASH
           MOVE 'Y' TO PX-PIN-TEMP.
       900-JOURNAL-PROXY.
      *    BEFORE/AFTER IMAGES OUT TO PROJ-JOURNAL.DAT, SAME AS
      *    PROJ-APPROVE'S 'PA' ROWS -- WHO WIDENED OR REVOKED A
      *    RELEASE, AND FROM WHAT, IS ON THE JOURNAL REPORT.
           MOVE 'PX' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE PX-RECORD TO WS-JR-AFTER
           CALL 'PROJ-JOURNAL' USING WS-JR-FILE-ID, WS-JR-SLOT,
               WS-JR-BEFORE, WS-JR-AFTER.
