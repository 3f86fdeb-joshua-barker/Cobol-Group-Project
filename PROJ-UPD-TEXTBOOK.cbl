       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-TEXTBOOK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  REGISTRAR MAINTENANCE SCREEN FOR
      *          TEXTBOOK ADOPTIONS (SEE TB-FILE-DESC), SAME ADD-OR-
      *          CORRECT SHAPE AS PROJ-UPD-MEETING -- THE FALLBACK FOR
      *          AN INSTRUCTOR WHO WILL NOT USE THE 'MY TEXTBOOKS'
      *          SELECTION ON PROJ-INSTR-SERVICE.  KEYED BY CRN AND
      *          ISBN; 'D' DELETES THE ROW, AND ISBN 'NONE' RECORDS A
      *          SECTION THAT USES NO MATERIALS.  THE SECTION'S
      *          CURRENT ADOPTIONS ARE LISTED BEFORE EACH ENTRY.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT TB-FILE-DESC ASSIGN TO 'PROJ-TEXTBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  TB-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY TB-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-TB-STATUS              PIC XX.
       01  WS-TMP-CRN                PIC X(5).
       01  WS-TMP-ISBN               PIC X(13).
       01  WS-TMP-REQUIRED           PIC X.
       01  WS-TMP-TITLE              PIC X(24).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-CRN-OK                 PIC X.
       01  WS-ISBN-OK                PIC X.
       01  WS-TB-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-CRN.
          05 LINE 3 COLUMN 1 VALUE 'ENTER CRN: '.
          05 LINE 3 COLUMN 13 PIC X(5) TO WS-TMP-CRN.
       01 SCRN-ISBN.
          05 LINE 14 COLUMN 1 VALUE
                  'ISBN (13 DIGITS, OR NONE FOR NO MATERIALS): '.
          05 LINE 14 COLUMN 46 PIC X(13) TO WS-TMP-ISBN.
       01 SCRN-DETAIL.
          05 LINE 16 COLUMN 1 VALUE
                  'REQUIRED (R), OPTIONAL (O) OR DELETE (D): '.
          05 LINE 16 COLUMN 44 PIC X USING WS-TMP-REQUIRED.
          05 LINE 18 COLUMN 1 VALUE 'TITLE: '.
          05 LINE 18 COLUMN 8 PIC X(24) USING WS-TMP-TITLE.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT CS-FILE-DESC
           OPEN I-O TB-FILE-DESC
           IF WS-TB-STATUS = '35'
               OPEN OUTPUT TB-FILE-DESC
               CLOSE TB-FILE-DESC
               OPEN I-O TB-FILE-DESC
           END-IF
           ACCEPT WS-TODAY FROM DATE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE CS-FILE-DESC
                 TB-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-CRN
           ACCEPT SCRN-CRN
           MOVE 'Y' TO WS-CRN-OK
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-CRN-OK
           END-READ
           IF WS-CRN-OK = 'N'
               DISPLAY 'CRN DOES NOT EXIST'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 220-LIST-ADOPTIONS
               PERFORM 250-KEY-ONE-ROW
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       220-LIST-ADOPTIONS.
           DISPLAY CS-CRS-CODE ' ' CS-DESC ' TERM ' CS-TERM
           MOVE 'N' TO WS-TB-DONE
           MOVE CS-CRN TO TB-CRN
           MOVE LOW-VALUES TO TB-ISBN
           START TB-FILE-DESC KEY IS NOT LESS THAN TB-KEY
               INVALID KEY MOVE 'Y' TO WS-TB-DONE
           END-START
           PERFORM UNTIL WS-TB-DONE = 'Y'
               READ TB-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-TB-DONE
                   NOT AT END
                       IF TB-CRN NOT = CS-CRN
                           MOVE 'Y' TO WS-TB-DONE
                       ELSE
                           DISPLAY '  ' TB-REQUIRED ' ' TB-ISBN ' '
                               TB-TITLE
                       END-IF
               END-READ
           END-PERFORM.
       250-KEY-ONE-ROW.
           DISPLAY SCRN-ISBN
           ACCEPT SCRN-ISBN
           PERFORM 300-ISBN-CHECK
           IF WS-ISBN-OK = 'N'
               DISPLAY 'NOT A 13-DIGIT OR 10-CHARACTER ISBN'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE CS-CRN TO TB-CRN
               MOVE WS-TMP-ISBN TO TB-ISBN
               READ TB-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                       MOVE 'R' TO WS-TMP-REQUIRED
                       MOVE SPACES TO WS-TMP-TITLE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
                       MOVE TB-REQUIRED TO WS-TMP-REQUIRED
                       MOVE TB-TITLE TO WS-TMP-TITLE
               END-READ
               IF WS-TMP-ISBN = 'NONE'
                   MOVE 'N' TO WS-TMP-REQUIRED
                   MOVE 'NO MATERIALS REQUIRED' TO WS-TMP-TITLE
               END-IF
               DISPLAY SCRN-DETAIL
               ACCEPT SCRN-DETAIL
               PERFORM 260-FILE-THE-ROW
           END-IF.
       260-FILE-THE-ROW.
           IF WS-TMP-REQUIRED = 'D' OR 'd'
               IF WS-ROW-ON-FILE = 'Y'
                   DELETE TB-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   DISPLAY 'ADOPTION DELETED'
               ELSE
                   DISPLAY 'NO SUCH ADOPTION -- NOTHING DELETED'
               END-IF
           ELSE
               IF WS-TMP-ISBN = 'NONE'
                   MOVE 'N' TO WS-TMP-REQUIRED
               ELSE
                   IF WS-TMP-REQUIRED = 'O' OR 'o'
                       MOVE 'O' TO WS-TMP-REQUIRED
                   ELSE
                       MOVE 'R' TO WS-TMP-REQUIRED
                   END-IF
               END-IF
               MOVE SPACES TO TB-RECORD
               MOVE CS-CRN TO TB-CRN
               MOVE WS-TMP-ISBN TO TB-ISBN
               MOVE CS-TERM TO TB-TERM
               MOVE WS-TMP-REQUIRED TO TB-REQUIRED
               MOVE WS-TMP-TITLE TO TB-TITLE
               MOVE 'R' TO TB-ENTERED-BY
               MOVE WS-TODAY TO TB-ENTERED-DATE
               IF WS-ROW-ON-FILE = 'Y'
                   REWRITE TB-RECORD
                   DISPLAY 'ADOPTION UPDATED'
               ELSE
                   WRITE TB-RECORD
                   DISPLAY 'ADOPTION ADDED'
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-ISBN-CHECK.
      *    THIRTEEN DIGITS, OR AN OLDER TEN-CHARACTER ISBN (NINE
      *    DIGITS AND A DIGIT OR 'X' CHECK CHARACTER), OR 'NONE'.
           MOVE 'N' TO WS-ISBN-OK
           IF WS-TMP-ISBN = 'NONE'
               MOVE 'Y' TO WS-ISBN-OK
           ELSE IF WS-TMP-ISBN NUMERIC
               MOVE 'Y' TO WS-ISBN-OK
           ELSE IF WS-TMP-ISBN(1:9) NUMERIC
                   AND (WS-TMP-ISBN(10:1) NUMERIC
                        OR WS-TMP-ISBN(10:1) = 'X')
                   AND WS-TMP-ISBN(11:3) = SPACES
               MOVE 'Y' TO WS-ISBN-OK
           END-IF.
