       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-NCOA-IMPORT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  READS THE NATIONAL CHANGE OF ADDRESS
      *          VENDOR'S RESULTS (NCOA-IN.DAT) FOR THE FILE
      *          PROJ-NCOA-EXTRACT SENT.  EACH ROW CARRIES THE
      *          STUDENT ID AND ADDRESS AS SENT, THE VENDOR'S RESULT
      *          AND, FOR A MOVE, THE NEW ADDRESS --
      *            'A'  INDIVIDUAL MOVE WITH A FORWARDING ADDRESS.
      *                 DEFINITE: SF-ADDRESS IS REPLACED, THE
      *                 RETURNED-MAIL FLAG IS CLEARED AND THE CHANGE
      *                 GOES ON THE ADDRESS HISTORY (PROJ-ADDR-HIST,
      *                 SOURCE 'N').
      *            'F'  FAMILY OR HOUSEHOLD MATCH -- SOMEONE AT THE
      *                 ADDRESS MOVED, MAYBE NOT THE STUDENT.
      *            'B'  BUSINESS MATCH.
      *            'K'  MOVED, LEFT NO FORWARDING ADDRESS -- THE
      *                 ADDRESS IS BAD, SO SF-BAD-ADDR GOES ON (SOURCE
      *                 'NCOA') AND THE MAILING PROGRAMS WORKLIST THE
      *                 STUDENT THE SAME AS FOR RETURNED MAIL.
      *            'N'  OR BLANK, NO MATCH -- NOTHING TO DO.
      *          'F', 'B', 'K' AND ANY CODE WE DON'T KNOW GO ON THE
      *          NCOA-REVIEW.RPT LIST FOR THE REGISTRAR TO CHECK WITH
      *          THE STUDENT.  A DEFINITE MOVE ALSO GOES THERE
      *          INSTEAD OF BEING APPLIED WHEN THE ADDRESS ON FILE IS
      *          NO LONGER THE ONE SENT (SOMEONE CHANGED IT SINCE THE
      *          EXTRACT) OR THE NEW ADDRESS IS INCOMPLETE.
      *          MENU PASSES THE SIGNED-ON OPERATOR IN FOR THE HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-IN ASSIGN TO 'NCOA-IN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NI-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO 'NCOA-REVIEW.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NCOA-IN.
       01  NCOA-IN-REC.
           05  NI-STU-NUM            PIC 9(9).
           05  NI-SENT-ADDRESS       PIC X(76).
           05  NI-RESULT             PIC X.
           05  NI-MOVE-DATE          PIC 9(6).
           05  NI-NEW-ADDRESS.
               10  NI-NEW-ADDR-1     PIC X(25).
               10  NI-NEW-ADDR-2     PIC X(25).
               10  NI-NEW-CITY       PIC X(15).
               10  NI-NEW-STATE      PIC X(2).
               10  NI-NEW-ZIP        PIC X(9).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  REVIEW-REPORT
           DATA RECORD IS REVIEW-REC.
       01  REVIEW-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-NI-STATUS              PIC XX.
       01  WS-SF-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-STUDENT-FOUND          PIC X.
       01  WS-OLD-ADDRESS            PIC X(76).
       01  WS-MH-SOURCE              PIC X      VALUE 'N'.
       01  WS-READ-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-MOVED-CNT              PIC 9(6)   VALUE ZERO.
       01  WS-FLAGGED-CNT            PIC 9(6)   VALUE ZERO.
       01  WS-REVIEW-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-NO-MATCH-CNT           PIC 9(6)   VALUE ZERO.
       01  REVIEW-HEAD.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)
               VALUE 'NCOA RESULTS FOR REVIEW'.
           05                        PIC X(38)  VALUE SPACES.
       01  REVIEW-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  RV-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACE.
           05  RV-NAME-OUT           PIC X(20).
           05                        PIC X(1)   VALUE SPACE.
           05  RV-RESULT-OUT         PIC X.
           05                        PIC X(1)   VALUE SPACE.
           05  RV-REASON-OUT         PIC X(40).
           05                        PIC X(5)   VALUE SPACES.
       01  REVIEW-ADDR-LINE.
           05                        PIC X(6)   VALUE SPACES.
           05  RA-LABEL-OUT          PIC X(9).
           05  RA-ADDR-1-OUT         PIC X(25).
           05                        PIC X(1)   VALUE SPACE.
           05  RA-CITY-OUT           PIC X(15).
           05                        PIC X(1)   VALUE SPACE.
           05  RA-STATE-OUT          PIC X(2).
           05                        PIC X(1)   VALUE SPACE.
           05  RA-ZIP-OUT            PIC X(9).
           05                        PIC X(11)  VALUE SPACES.
       01  WS-SHOW-ADDRESS.
           05  WS-SHOW-ADDR-1        PIC X(25).
           05  WS-SHOW-ADDR-2        PIC X(25).
           05  WS-SHOW-CITY          PIC X(15).
           05  WS-SHOW-STATE         PIC X(2).
           05  WS-SHOW-ZIP           PIC X(9).
       01  SUMMARY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-LABEL-OUT          PIC X(30).
           05  SM-COUNT-OUT          PIC ZZZ,ZZ9.
           05                        PIC X(41)  VALUE SPACES.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN INPUT NCOA-IN
           IF WS-NI-STATUS = '35'
               DISPLAY 'PROJ-NCOA-IMPORT: NO NCOA-IN.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O SF-FILE-DESC
           OPEN OUTPUT REVIEW-REPORT
           WRITE REVIEW-REC FROM REVIEW-HEAD
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-NCOA-IMPORT STARTING'
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ NCOA-IN
                   AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                   NOT AT END PERFORM 200-APPLY-ONE-RESULT
               END-READ
           END-PERFORM
           PERFORM 700-WRITE-SUMMARY
           DISPLAY 'PROJ-NCOA-IMPORT FINISHED -- ' WS-MOVED-CNT
               ' MOVED, ' WS-FLAGGED-CNT ' FLAGGED, ' WS-REVIEW-CNT
               ' FOR REVIEW'
           CLOSE NCOA-IN
                 SF-FILE-DESC
                 REVIEW-REPORT
           EXIT PROGRAM.
       200-APPLY-ONE-RESULT.
           ADD 1 TO WS-READ-CNT
           MOVE 'Y' TO WS-STUDENT-FOUND
           MOVE NI-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STUDENT-FOUND
           END-READ
           IF NI-RESULT = 'N' OR NI-RESULT = SPACE
               ADD 1 TO WS-NO-MATCH-CNT
           ELSE IF WS-STUDENT-FOUND = 'N'
               MOVE SPACES TO SF-NAME
               MOVE 'STUDENT NOT ON FILE' TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           ELSE IF SF-ADDRESS = NI-NEW-ADDRESS
               ADD 1 TO WS-NO-MATCH-CNT
           ELSE IF SF-ADDRESS NOT = NI-SENT-ADDRESS
               MOVE 'ADDRESS CHANGED SINCE THE EXTRACT'
                   TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           ELSE IF NI-RESULT = 'A'
               PERFORM 300-DEFINITE-MOVE
           ELSE IF NI-RESULT = 'K'
               PERFORM 400-FLAG-NO-FORWARD
           ELSE IF NI-RESULT = 'F'
               MOVE 'FAMILY MATCH -- CONFIRM WITH STUDENT'
                   TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           ELSE IF NI-RESULT = 'B'
               MOVE 'BUSINESS MATCH -- CONFIRM WITH STUDENT'
                   TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           ELSE
               MOVE 'RESULT CODE NOT RECOGNIZED' TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       300-DEFINITE-MOVE.
      *    SAME CLEAR OF THE RETURNED-MAIL FLAG AS A NEW ADDRESS KEYED
      *    ON PROJ-UPD-STUDENT.
           IF NI-NEW-ADDR-1 = SPACES OR NI-NEW-CITY = SPACES
                   OR NI-NEW-STATE = SPACES OR NI-NEW-ZIP = SPACES
               MOVE 'NEW ADDRESS INCOMPLETE' TO RV-REASON-OUT
               PERFORM 500-WRITE-REVIEW
           ELSE
               MOVE SF-ADDRESS TO WS-OLD-ADDRESS
               MOVE NI-NEW-ADDRESS TO SF-ADDRESS
               MOVE 'N' TO SF-BAD-ADDR
               MOVE ZEROS TO SF-BAD-ADDR-DATE
               MOVE SPACES TO SF-BAD-ADDR-SRC
               REWRITE SF-RECORD
               IF WS-SF-STATUS = '00'
                   CALL 'PROJ-ADDR-HIST' USING SF-STU-NUM,
                       WS-OLD-ADDRESS, SF-ADDRESS, WS-MH-SOURCE,
                       WS-OPERATOR-ID
                   ADD 1 TO WS-MOVED-CNT
               ELSE
                   MOVE WS-OLD-ADDRESS TO SF-ADDRESS
                   MOVE 'STUDENT RECORD NOT UPDATED, STATUS '
                       TO RV-REASON-OUT
                   MOVE WS-SF-STATUS TO RV-REASON-OUT(36:2)
                   PERFORM 500-WRITE-REVIEW
               END-IF
           END-IF.
       400-FLAG-NO-FORWARD.
           IF SF-BAD-ADDR NOT = 'Y'
               MOVE 'Y' TO SF-BAD-ADDR
               MOVE WS-TODAY TO SF-BAD-ADDR-DATE
               MOVE 'NCOA' TO SF-BAD-ADDR-SRC
               REWRITE SF-RECORD
               ADD 1 TO WS-FLAGGED-CNT
           END-IF
           MOVE 'MOVED, NO FORWARDING ADDRESS -- FLAGGED'
               TO RV-REASON-OUT
           PERFORM 500-WRITE-REVIEW.
       500-WRITE-REVIEW.
           ADD 1 TO WS-REVIEW-CNT
           MOVE NI-STU-NUM TO RV-SNO-OUT
           MOVE SF-LAST-NAME TO RV-NAME-OUT
           MOVE NI-RESULT TO RV-RESULT-OUT
           WRITE REVIEW-REC FROM REVIEW-LINE
           MOVE 'SENT:    ' TO RA-LABEL-OUT
           MOVE NI-SENT-ADDRESS TO WS-SHOW-ADDRESS
           PERFORM 510-WRITE-ADDRESS
           IF WS-STUDENT-FOUND = 'Y'
                   AND SF-ADDRESS NOT = NI-SENT-ADDRESS
               MOVE 'ON FILE: ' TO RA-LABEL-OUT
               MOVE SF-ADDRESS TO WS-SHOW-ADDRESS
               PERFORM 510-WRITE-ADDRESS
           END-IF
           IF NI-NEW-ADDRESS NOT = SPACES
               MOVE 'NCOA:    ' TO RA-LABEL-OUT
               MOVE NI-NEW-ADDRESS TO WS-SHOW-ADDRESS
               PERFORM 510-WRITE-ADDRESS
           END-IF
           MOVE SPACES TO RV-REASON-OUT.
       510-WRITE-ADDRESS.
           MOVE WS-SHOW-ADDR-1 TO RA-ADDR-1-OUT
           MOVE WS-SHOW-CITY TO RA-CITY-OUT
           MOVE WS-SHOW-STATE TO RA-STATE-OUT
           MOVE WS-SHOW-ZIP TO RA-ZIP-OUT
           WRITE REVIEW-REC FROM REVIEW-ADDR-LINE.
       700-WRITE-SUMMARY.
           MOVE SPACES TO REVIEW-REC
           WRITE REVIEW-REC
           MOVE 'RESULTS READ' TO SM-LABEL-OUT
           MOVE WS-READ-CNT TO SM-COUNT-OUT
           WRITE REVIEW-REC FROM SUMMARY-LINE
           MOVE 'ADDRESSES UPDATED' TO SM-LABEL-OUT
           MOVE WS-MOVED-CNT TO SM-COUNT-OUT
           WRITE REVIEW-REC FROM SUMMARY-LINE
           MOVE 'FLAGGED NO FORWARDING ADDRESS' TO SM-LABEL-OUT
           MOVE WS-FLAGGED-CNT TO SM-COUNT-OUT
           WRITE REVIEW-REC FROM SUMMARY-LINE
           MOVE 'LISTED FOR REVIEW' TO SM-LABEL-OUT
           MOVE WS-REVIEW-CNT TO SM-COUNT-OUT
           WRITE REVIEW-REC FROM SUMMARY-LINE
           MOVE 'NO CHANGE' TO SM-LABEL-OUT
           MOVE WS-NO-MATCH-CNT TO SM-COUNT-OUT
           WRITE REVIEW-REC FROM SUMMARY-LINE.
