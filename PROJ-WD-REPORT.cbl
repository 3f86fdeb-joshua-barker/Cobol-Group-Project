       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-WD-REPORT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  WITHDRAWAL PETITION LOG FOR THE
      *          REGISTRAR'S COMMITTEE.  LISTS EVERY PETITION ON
      *          PROJ-WD-PETITION.DAT (SEE WD-FILE-DESC) IN STUDENT AND
      *          TERM ORDER -- TYPE, STATUS, REFUND PERCENT, COURSES
      *          WITHDRAWN, TUITION REVERSED, WHETHER A RETURN OF
      *          TITLE IV IS STILL DUE, WHO DECIDED IT, AND THE REASON
      *          -- WITH COUNTS BY STATUS ON WD-PETITION.RPT.  NO
      *          PETITION FILE, NOTHING TO LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WD-FILE-DESC ASSIGN TO 'PROJ-WD-PETITION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WD-KEY
               FILE STATUS IS WS-WD-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT PETITION-REPORT ASSIGN TO 'WD-PETITION.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WD-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY WD-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  PETITION-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-WD-STATUS              PIC XX.
       01  WS-PETITION-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-PENDING-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-APPROVED-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-DENIED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-R2T4-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-REFUND-TOT             PIC 9(7)V99 VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(36)
                VALUE "WITHDRAWAL PETITION LOG".
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-H1             PIC 9(2).
           05                        PIC X(17)    VALUE SPACES.
       01  HEADING-3.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(10)    VALUE "STUDENT".
           05                        PIC X(16)    VALUE "LAST NAME".
           05                        PIC X(7)     VALUE "TERM".
           05                        PIC X(5)     VALUE "TYPE".
           05                        PIC X(9)     VALUE "STATUS".
           05                        PIC X(4)     VALUE "PCT".
           05                        PIC X(3)     VALUE "CR".
           05                        PIC X(10)    VALUE "  REVERSED".
           05                        PIC X(5)     VALUE "R2T4".
           05                        PIC X(9)     VALUE "DECIDED".
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(1)     VALUE SPACES.
           05 NAME-OUT               PIC X(15).
           05                        PIC X(1)     VALUE SPACES.
           05 TERM-OUT               PIC X(6).
           05                        PIC X(1)     VALUE SPACES.
           05 TYPE-OUT               PIC X(4).
           05                        PIC X(1)     VALUE SPACES.
           05 STATUS-OUT             PIC X(8).
           05                        PIC X(1)     VALUE SPACES.
           05 PCT-OUT                PIC ZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 CRS-OUT                PIC Z9.
           05                        PIC X(1)     VALUE SPACES.
           05 REFUND-OUT             PIC ZZ,ZZ9.99.
           05                        PIC X(1)     VALUE SPACES.
           05 R2T4-OUT               PIC X(4).
           05                        PIC X(1)     VALUE SPACES.
           05 DECIDED-OUT            PIC X(8).
       01  REASON-LINE.
           05                        PIC X(12)    VALUE SPACES.
           05                        PIC X(8)     VALUE "REASON: ".
           05 REASON-OUT             PIC X(30).
           05                        PIC X(30)    VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       01  AMOUNT-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(30)
                VALUE "TUITION REVERSED".
           05 AMOUNT-OUT             PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(32)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-WD-REPORT STARTING'
           OPEN INPUT WD-FILE-DESC
           IF WS-WD-STATUS = '35'
               DISPLAY 'PROJ-WD-REPORT: NO WITHDRAWAL PETITIONS ON FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT PETITION-REPORT
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO WD-STU-NUM
           MOVE SPACES TO WD-TERM
           START WD-FILE-DESC KEY IS NOT LESS THAN WD-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ WD-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-PETITION
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-WD-REPORT FINISHED -- ' WS-PETITION-CNT
               ' PETITION(S), ' WS-PENDING-CNT ' PENDING'
           CLOSE WD-FILE-DESC
                 SF-FILE-DESC
                 PETITION-REPORT
           EXIT PROGRAM.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-3 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT.
       200-ONE-PETITION.
           ADD 1 TO WS-PETITION-CNT
           IF WD-STATUS = 'A'
               ADD 1 TO WS-APPROVED-CNT
               ADD WD-REFUND-AMT TO WS-REFUND-TOT
               MOVE 'APPROVED' TO STATUS-OUT
           ELSE IF WD-STATUS = 'D'
               ADD 1 TO WS-DENIED-CNT
               MOVE 'DENIED' TO STATUS-OUT
           ELSE
               ADD 1 TO WS-PENDING-CNT
               MOVE 'PENDING' TO STATUS-OUT
           END-IF
           END-IF
           IF WD-TYPE = 'M'
               MOVE 'MED' TO TYPE-OUT
           ELSE IF WD-TYPE = 'H'
               MOVE 'HARD' TO TYPE-OUT
           ELSE
               MOVE 'RETR' TO TYPE-OUT
           END-IF
           END-IF
           IF WD-R2T4-DUE = 'Y'
               ADD 1 TO WS-R2T4-CNT
               MOVE 'DUE' TO R2T4-OUT
           ELSE
               MOVE SPACES TO R2T4-OUT
           END-IF
           PERFORM 600-DETAIL-RTN.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE WD-STU-NUM TO STU-OUT
           MOVE WD-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE SPACES TO NAME-OUT
               NOT INVALID KEY MOVE SF-LAST-NAME TO NAME-OUT
           END-READ
           MOVE WD-TERM TO TERM-OUT
           MOVE WD-REFUND-PCT TO PCT-OUT
           MOVE WD-COURSE-CNT TO CRS-OUT
           MOVE WD-REFUND-AMT TO REFUND-OUT
           MOVE WD-DECIDED-BY TO DECIDED-OUT
           MOVE WD-REASON TO REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           WRITE REPORT-REC FROM REASON-LINE AFTER 1
           ADD 2 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'PETITIONS ON FILE' TO TOTAL-LABEL-OUT
           MOVE WS-PETITION-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'PENDING' TO TOTAL-LABEL-OUT
           MOVE WS-PENDING-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'APPROVED' TO TOTAL-LABEL-OUT
           MOVE WS-APPROVED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'DENIED' TO TOTAL-LABEL-OUT
           MOVE WS-DENIED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RETURN OF TITLE IV STILL DUE' TO TOTAL-LABEL-OUT
           MOVE WS-R2T4-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE WS-REFUND-TOT TO AMOUNT-OUT
           WRITE REPORT-REC FROM AMOUNT-LINE AFTER 1.
