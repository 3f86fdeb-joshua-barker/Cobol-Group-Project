       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SCORE-IMPORT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  LOADS THE TESTING VENDORS' SCORE
      *          REPORTS (TEST-SCORE-IN.DAT -- AP, CLEP, IB, SAT, ACT
      *          AND THE CAMPUS PLACEMENT EXAMS, ONE ROW PER SCORE)
      *          ONTO PROJ-TEST-SCORE.DAT (SEE ES-FILE-DESC), SOURCE
      *          'V'.  EACH ROW CARRIES THE STUDENT ID AND LAST NAME
      *          THE VENDOR HAS, THE TEST, SUBSCORE, SCORE AND DATE
      *          TAKEN.  A ROW IS REFUSED ONTO SCORE-IMPORT.RPT WHEN
      *          THE STUDENT IS NOT ON FILE, THE LAST NAME DOES NOT
      *          MATCH OURS, THE TEST IS BLANK OR THE SCORE OR DATE
      *          IS NOT NUMERIC.  A SCORE ALREADY LOADED (SAME
      *          STUDENT, TEST, SUBSCORE AND DATE) IS COUNTED AND
      *          SKIPPED, SO A FILE RUN TWICE LOADS NOTHING TWICE.
      *          EVERY NEW SCORE GOES TO PROJ-EXAM-CREDIT, WHICH POSTS
      *          ANY CREDIT BY EXAM IT EARNS; THE COURSES CREDITED ARE
      *          LISTED ON THE REPORT.  MENU PASSES THE SIGNED-ON
      *          OPERATOR IN FOR THE LOAD STAMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-IN ASSIGN TO 'TEST-SCORE-IN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT ES-FILE-DESC ASSIGN TO 'PROJ-TEST-SCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-ES-STATUS.
           SELECT IMPORT-REPORT ASSIGN TO 'SCORE-IMPORT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-IN.
       01  SCORE-IN-REC.
           05  SI-STU-NUM            PIC 9(9).
           05  SI-LAST-NAME          PIC X(20).
           05  SI-TEST-CODE          PIC X(4).
           05  SI-SUBSCORE           PIC X(4).
           05  SI-SCORE              PIC 9(4).
           05  SI-TEST-DATE          PIC 9(8).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  ES-FILE-DESC IS EXTERNAL RECORD CONTAINS 54 CHARACTERS.
           COPY ES-FILE-DESC.
       FD  IMPORT-REPORT
           DATA RECORD IS IMPORT-REC.
       01  IMPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS              PIC XX.
       01  WS-SF-STATUS              PIC XX.
       01  WS-ES-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-STUDENT-FOUND          PIC X.
       01  WS-POSTED-CNT             PIC 9.
       01  WS-POSTED-COURSES         PIC X(30).
       01  WS-READ-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-LOADED-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-DUP-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-REJECT-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-CREDIT-CNT             PIC 9(6)   VALUE ZERO.
       01  IMPORT-HEAD.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)
               VALUE 'TEST SCORE IMPORT'.
           05                        PIC X(38)  VALUE SPACES.
       01  IMPORT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  IL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-NAME-OUT           PIC X(15).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-TEST-OUT           PIC X(4).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-SUBSCORE-OUT       PIC X(4).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-SCORE-OUT          PIC X(4).
           05                        PIC X(1)   VALUE SPACE.
           05  IL-REASON-OUT         PIC X(36).
           05                        PIC X(1)   VALUE SPACES.
       01  SUMMARY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-LABEL-OUT          PIC X(30).
           05  SM-COUNT-OUT          PIC ZZZ,ZZ9.
           05                        PIC X(41)  VALUE SPACES.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN INPUT SCORE-IN
           IF WS-SI-STATUS = '35'
               DISPLAY 'PROJ-SCORE-IMPORT: NO TEST-SCORE-IN.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O ES-FILE-DESC
           IF WS-ES-STATUS = '35'
               OPEN OUTPUT ES-FILE-DESC
               CLOSE ES-FILE-DESC
               OPEN I-O ES-FILE-DESC
           END-IF
           OPEN OUTPUT IMPORT-REPORT
           WRITE IMPORT-REC FROM IMPORT-HEAD
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-SCORE-IMPORT STARTING'
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ SCORE-IN
                   AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                   NOT AT END PERFORM 200-LOAD-ONE-SCORE
               END-READ
           END-PERFORM
           PERFORM 700-WRITE-SUMMARY
           DISPLAY 'PROJ-SCORE-IMPORT FINISHED -- ' WS-LOADED-CNT
               ' LOADED, ' WS-CREDIT-CNT ' COURSES CREDITED, '
               WS-REJECT-CNT ' REFUSED'
           CLOSE SCORE-IN
                 SF-FILE-DESC
                 ES-FILE-DESC
                 IMPORT-REPORT
           EXIT PROGRAM.
       200-LOAD-ONE-SCORE.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-STUDENT-FOUND
           MOVE SI-STU-NUM TO SF-STU-NUM
           IF SI-STU-NUM NOT NUMERIC
               MOVE 'N' TO WS-STUDENT-FOUND
           ELSE
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-STUDENT-FOUND
               END-READ
           END-IF
           IF WS-STUDENT-FOUND = 'N'
               MOVE 'STUDENT NOT ON FILE' TO IL-REASON-OUT
               PERFORM 500-WRITE-REJECT
           ELSE IF SF-LAST-NAME NOT = SI-LAST-NAME
               MOVE 'LAST NAME DOES NOT MATCH OURS' TO IL-REASON-OUT
               PERFORM 500-WRITE-REJECT
           ELSE IF SI-TEST-CODE = SPACES
               MOVE 'NO TEST CODE' TO IL-REASON-OUT
               PERFORM 500-WRITE-REJECT
           ELSE IF SI-SCORE NOT NUMERIC
               MOVE 'SCORE NOT NUMERIC' TO IL-REASON-OUT
               PERFORM 500-WRITE-REJECT
           ELSE IF SI-TEST-DATE NOT NUMERIC OR SI-TEST-DATE = ZERO
               MOVE 'TEST DATE NOT VALID' TO IL-REASON-OUT
               PERFORM 500-WRITE-REJECT
           ELSE
               PERFORM 300-WRITE-SCORE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       300-WRITE-SCORE.
           MOVE SPACES TO ES-RECORD
           MOVE SI-STU-NUM TO ES-STU-NUM
           MOVE SI-TEST-CODE TO ES-TEST-CODE
           MOVE SI-SUBSCORE TO ES-SUBSCORE
           MOVE SI-TEST-DATE TO ES-TEST-DATE
           MOVE SI-SCORE TO ES-SCORE
           MOVE 'V' TO ES-SOURCE
           MOVE WS-TODAY TO ES-LOAD-DATE
           MOVE WS-OPERATOR-ID TO ES-LOAD-OPER
           MOVE ZERO TO ES-CREDIT-CNT
           WRITE ES-RECORD
               INVALID KEY ADD 1 TO WS-DUP-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
                   PERFORM 400-POST-EXAM-CREDIT
           END-WRITE.
       400-POST-EXAM-CREDIT.
           CALL 'PROJ-EXAM-CREDIT' USING ES-STU-NUM, ES-TEST-CODE,
               ES-SUBSCORE, ES-SCORE, WS-POSTED-CNT, WS-POSTED-COURSES
           IF WS-POSTED-CNT > ZERO
               MOVE WS-POSTED-CNT TO ES-CREDIT-CNT
               REWRITE ES-RECORD
               ADD WS-POSTED-CNT TO WS-CREDIT-CNT
               MOVE SI-STU-NUM TO IL-SNO-OUT
               MOVE SF-LAST-NAME TO IL-NAME-OUT
               MOVE SI-TEST-CODE TO IL-TEST-OUT
               MOVE SI-SUBSCORE TO IL-SUBSCORE-OUT
               MOVE SI-SCORE TO IL-SCORE-OUT
               MOVE 'CREDITED ' TO IL-REASON-OUT
               MOVE WS-POSTED-COURSES(1:27) TO IL-REASON-OUT(10:27)
               WRITE IMPORT-REC FROM IMPORT-LINE
           END-IF.
       500-WRITE-REJECT.
           ADD 1 TO WS-REJECT-CNT
           MOVE SI-STU-NUM TO IL-SNO-OUT
           MOVE SI-LAST-NAME TO IL-NAME-OUT
           MOVE SI-TEST-CODE TO IL-TEST-OUT
           MOVE SI-SUBSCORE TO IL-SUBSCORE-OUT
           MOVE SI-SCORE TO IL-SCORE-OUT
           WRITE IMPORT-REC FROM IMPORT-LINE
           MOVE SPACES TO IL-REASON-OUT.
       700-WRITE-SUMMARY.
           MOVE SPACES TO IMPORT-REC
           WRITE IMPORT-REC
           MOVE 'SCORES READ' TO SM-LABEL-OUT
           MOVE WS-READ-CNT TO SM-COUNT-OUT
           WRITE IMPORT-REC FROM SUMMARY-LINE
           MOVE 'SCORES LOADED' TO SM-LABEL-OUT
           MOVE WS-LOADED-CNT TO SM-COUNT-OUT
           WRITE IMPORT-REC FROM SUMMARY-LINE
           MOVE 'ALREADY ON FILE' TO SM-LABEL-OUT
           MOVE WS-DUP-CNT TO SM-COUNT-OUT
           WRITE IMPORT-REC FROM SUMMARY-LINE
           MOVE 'REFUSED' TO SM-LABEL-OUT
           MOVE WS-REJECT-CNT TO SM-COUNT-OUT
           WRITE IMPORT-REC FROM SUMMARY-LINE
           MOVE 'COURSES CREDITED BY EXAM' TO SM-LABEL-OUT
           MOVE WS-CREDIT-CNT TO SM-COUNT-OUT
           WRITE IMPORT-REC FROM SUMMARY-LINE.
