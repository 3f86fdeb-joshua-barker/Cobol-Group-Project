       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-TESTSCORE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  TEST SCORE ENTRY FROM AN OFFICIAL
      *          SCORE REPORT THE STUDENT BRINGS IN (SEE ES-FILE-DESC),
      *          SAME SHAPE AS PROJ-ADD-TRANSFER.  LISTS THE SCORES
      *          ALREADY ON FILE FOR THE STUDENT, THEN KEYS THE TEST,
      *          SUBSCORE, SCORE AND DATE TAKEN, SOURCE 'K', STAMPED
      *          WITH THE SIGNED-ON OPERATOR.  A SCORE ALREADY ON
      *          FILE FOR THAT TEST, SUBSCORE AND DATE IS NOT KEYED
      *          OVER.  THE NEW SCORE GOES TO PROJ-EXAM-CREDIT THE
      *          SAME AS A VENDOR SCORE, AND ANY COURSES IT CREDITS
      *          ARE SHOWN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ES-FILE-DESC ASSIGN TO 'PROJ-TEST-SCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-ES-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  ES-FILE-DESC IS EXTERNAL RECORD CONTAINS 54 CHARACTERS.
           COPY ES-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-ES-STATUS              PIC XX.
       01  WS-ES-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TMP-TEST               PIC X(4).
       01  WS-TMP-SUBSCORE           PIC X(4).
       01  WS-TMP-SCORE              PIC 9(4).
       01  WS-TMP-DATE               PIC 9(8).
       01  WS-POSTED-CNT             PIC 9.
       01  WS-POSTED-COURSES         PIC X(30).
       01  WS-LIST-LINE.
           05  WL-TEST-OUT           PIC X(4).
           05                        PIC X(2)   VALUE SPACES.
           05  WL-SUBSCORE-OUT       PIC X(4).
           05                        PIC X(2)   VALUE SPACES.
           05  WL-SCORE-OUT          PIC ZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  WL-DATE-OUT           PIC 9(8).
           05                        PIC X(2)   VALUE SPACES.
           05  WL-SOURCE-OUT         PIC X.
           05                        PIC X(2)   VALUE SPACES.
           05  WL-CREDIT-OUT         PIC 9.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-SID.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID NUMBER: '.
          05 LINE 3 COLUMN 27 PIC 9(9) FROM WS-SNO.
       01 SCRN-DETAIL.
          05 LINE 5 COLUMN 1 VALUE 'TEST CODE: '.
          05 LINE 5 COLUMN 23 PIC X(4) TO WS-TMP-TEST.
          05 LINE 7 COLUMN 1 VALUE 'SUBSCORE (BLANK IF NONE): '.
          05 LINE 7 COLUMN 28 PIC X(4) TO WS-TMP-SUBSCORE.
          05 LINE 9 COLUMN 1 VALUE 'SCORE: '.
          05 LINE 9 COLUMN 23 PIC 9(4) TO WS-TMP-SCORE.
          05 LINE 11 COLUMN 1 VALUE 'DATE TAKEN (YYYYMMDD): '.
          05 LINE 11 COLUMN 25 PIC 9(8) TO WS-TMP-DATE.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O ES-FILE-DESC
           IF WS-ES-STATUS = '35'
               OPEN OUTPUT ES-FILE-DESC
               CLOSE ES-FILE-DESC
               OPEN I-O ES-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           ACCEPT WS-TODAY FROM DATE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               MOVE WS-SNO TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY PERFORM 300-NOT-EXISTING-ROUTINE
                   NOT INVALID KEY PERFORM 200-INPUT-ROUTINE
               END-READ
           END-PERFORM
           CLOSE ES-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           PERFORM 210-LIST-SCORES
           DISPLAY 'HIT ENTER TO KEY A NEW SCORE'
           ACCEPT ANS
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-TMP-TEST = SPACES OR WS-TMP-DATE = ZERO THEN
               DISPLAY SCRN-CLEAR
               DISPLAY 'TEST CODE AND DATE TAKEN ARE REQUIRED --'
               DISPLAY 'SCORE NOT RECORDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 220-WRITE-SCORE
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       210-LIST-SCORES.
           DISPLAY 'SCORES ON FILE FOR ' SF-FIRST-NAME ' ' SF-LAST-NAME
           DISPLAY 'TEST  SUB   SCORE  TAKEN     SRC CREDITS'
           MOVE 'N' TO WS-ES-DONE
           MOVE WS-SNO TO ES-STU-NUM
           MOVE LOW-VALUES TO ES-TEST-CODE
           MOVE LOW-VALUES TO ES-SUBSCORE
           MOVE ZEROS TO ES-TEST-DATE
           START ES-FILE-DESC KEY IS NOT LESS THAN ES-KEY
               INVALID KEY MOVE 'Y' TO WS-ES-DONE
           END-START
           PERFORM UNTIL WS-ES-DONE = 'Y'
               READ ES-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-ES-DONE
                   NOT AT END
                       IF ES-STU-NUM = WS-SNO
                           MOVE ES-TEST-CODE TO WL-TEST-OUT
                           MOVE ES-SUBSCORE TO WL-SUBSCORE-OUT
                           MOVE ES-SCORE TO WL-SCORE-OUT
                           MOVE ES-TEST-DATE TO WL-DATE-OUT
                           MOVE ES-SOURCE TO WL-SOURCE-OUT
                           MOVE ES-CREDIT-CNT TO WL-CREDIT-OUT
                           DISPLAY WS-LIST-LINE
                       ELSE
                           MOVE 'Y' TO WS-ES-DONE
                       END-IF
               END-READ
           END-PERFORM.
       220-WRITE-SCORE.
           MOVE SPACES TO ES-RECORD
           MOVE WS-SNO TO ES-STU-NUM
           MOVE WS-TMP-TEST TO ES-TEST-CODE
           MOVE WS-TMP-SUBSCORE TO ES-SUBSCORE
           MOVE WS-TMP-DATE TO ES-TEST-DATE
           MOVE WS-TMP-SCORE TO ES-SCORE
           MOVE 'K' TO ES-SOURCE
           MOVE WS-TODAY TO ES-LOAD-DATE
           MOVE WS-OPERATOR-ID TO ES-LOAD-OPER
           MOVE ZERO TO ES-CREDIT-CNT
           DISPLAY SCRN-CLEAR
           WRITE ES-RECORD
               INVALID KEY
                   DISPLAY 'THAT SCORE IS ALREADY ON FILE --'
                   DISPLAY 'SCORE NOT RECORDED'
               NOT INVALID KEY
                   DISPLAY 'SCORE RECORDED'
                   CALL 'PROJ-EXAM-CREDIT' USING ES-STU-NUM,
                       ES-TEST-CODE, ES-SUBSCORE, ES-SCORE,
                       WS-POSTED-CNT, WS-POSTED-COURSES
                   IF WS-POSTED-CNT > ZERO
                       MOVE WS-POSTED-CNT TO ES-CREDIT-CNT
                       REWRITE ES-RECORD
                       DISPLAY 'CREDIT BY EXAM POSTED: '
                           WS-POSTED-COURSES
                   END-IF
           END-WRITE
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
           DISPLAY 'HIT ENTER TO GO BACK TO MAIN SCREEN'
           MOVE 'NO ' TO MORE-DATA
           ACCEPT ANS.
