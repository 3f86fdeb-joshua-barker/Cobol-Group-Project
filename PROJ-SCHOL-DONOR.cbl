       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SCHOL-DONOR.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DONOR STEWARDSHIP REPORT -- ONE PAGE
      *          PER SCHOLARSHIP FUND FOR THE CURRENT AID YEAR, NAMING
      *          THE DONOR AND LISTING EACH RECIPIENT CHARGED TO THE
      *          FUND (SCHOL-AWARD.DAT, SEE SW-FILE-DESC) WITH MAJOR,
      *          SF-CUM-GPA, AMOUNT AWARDED AND DISBURSED.  A STUDENT
      *          WITH SF-PRIVACY-FLAG 'Y' PRINTS AS *WITHHELD* WITH NO
      *          MAJOR, THE SAME RULE PROJ-PRINT-STUDENTS FOLLOWS; THE
      *          GPA AND AMOUNTS STILL COUNT TOWARD THE FUND.  STUDENT
      *          NUMBERS NEVER PRINT -- THIS REPORT GOES OUTSIDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SW-FILE-DESC ASSIGN TO 'SCHOL-AWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SW-STATUS.
           SELECT SH-FILE-DESC ASSIGN TO 'SCHOL-FUND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT SORT-WORK-FILE
               ASSIGN TO "SW-SORT.WRK".
           SELECT DONOR-REPORT ASSIGN TO 'SCHOL-DONOR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SW-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY SW-FILE-DESC.
       FD  SH-FILE-DESC IS EXTERNAL RECORD CONTAINS 180 CHARACTERS.
           COPY SH-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SORT-FUND-CODE         PIC X(6).
          05 SORT-STU-NUM           PIC 9(9).
          05 SORT-AWARD-AMT         PIC 9(4)V99.
          05 SORT-DISB-AMT          PIC 9(4)V99.
       FD  DONOR-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SW-STATUS              PIC XX.
       01  WS-SH-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-FIRST                  PIC X      VALUE 'Y'.
       01  WS-CUR-FUND               PIC X(6).
       01  WS-CUR-STU                PIC 9(9).
       01  WS-STU-AWARD              PIC 9(6)V99.
       01  WS-STU-DISB               PIC 9(6)V99.
       01  WS-FUND-RCPT              PIC 9(5).
       01  WS-FUND-AWARD             PIC 9(8)V99.
       01  WS-FUND-DISB              PIC 9(8)V99.
       01  WS-FUND-CNT               PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(38)  VALUE
                'DONOR STEWARDSHIP REPORT -- AID YEAR '.
           05  HL-YEAR-OUT           PIC X(4).
           05                        PIC X(36)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(6)   VALUE 'FUND: '.
           05  HL-FUND-OUT           PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  HL-NAME-OUT           PIC X(30).
           05                        PIC X(34)  VALUE SPACES.
       01  HEADING-3.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'DONOR: '.
           05  HL-DONOR-OUT          PIC X(30).
           05                        PIC X(41)  VALUE SPACES.
       01  HEADING-4.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(44)  VALUE
                'RECIPIENT             MAJOR                 '.
           05                        PIC X(34)  VALUE
                'GPA     AWARDED   DISBURSED'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(20).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-MAJOR-OUT          PIC X(20).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-GPA-OUT            PIC 9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-AWARD-OUT          PIC ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-DISB-OUT           PIC ZZZ,ZZ9.99.
           05                        PIC X(7)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(14)  VALUE ' RECIPIENT(S)'.
           05                        PIC X(30)  VALUE SPACES.
           05  TL-AWARD-OUT          PIC Z,ZZZ,ZZ9.99.
           05  TL-DISB-OUT           PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(5)   VALUE SPACES.
       COPY CURRENT-TERM.
       COPY MJ-CODE-TABLE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE
           OPEN INPUT SW-FILE-DESC
           IF WS-SW-STATUS = '35'
               DISPLAY 'PROJ-SCHOL-DONOR: NO SCHOLARSHIP AWARDS ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SH-FILE-DESC
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT DONOR-REPORT
           DISPLAY 'PROJ-SCHOL-DONOR STARTING FOR AID YEAR '
               CT-AID-YEAR
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-FUND-CODE SORT-STU-NUM
               INPUT PROCEDURE 500-SORT-INPUT
               OUTPUT PROCEDURE 600-SORT-OUTPUT
           DISPLAY 'PROJ-SCHOL-DONOR FINISHED -- ' WS-FUND-CNT
               ' FUND(S) REPORTED'
           CLOSE SW-FILE-DESC
                 SH-FILE-DESC
                 SF-FILE-DESC
                 DONOR-REPORT
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE CT-AID-YEAR TO HL-YEAR-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           WRITE REPORT-REC FROM HEADING-3 AFTER 1
           WRITE REPORT-REC FROM HEADING-4 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 7 TO WS-LINE-CT.
       500-SORT-INPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO SW-KEY
           START SW-FILE-DESC KEY IS NOT LESS THAN SW-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SW-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF SW-AID-YEAR = CT-AID-YEAR
                           MOVE SW-FUND-CODE TO SORT-FUND-CODE
                           MOVE SW-STU-NUM TO SORT-STU-NUM
                           MOVE SW-AWARD-AMT TO SORT-AWARD-AMT
                           MOVE SW-DISB-AMT TO SORT-DISB-AMT
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
       600-SORT-OUTPUT.
      *    CONTROL BREAKS ON FUND, THEN STUDENT -- A STUDENT WITH MORE
      *    THAN ONE AWARD FROM THE SAME FUND PRINTS ON ONE LINE.
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 610-ONE-AWARD
               END-RETURN
           END-PERFORM
           IF WS-FIRST = 'N'
               PERFORM 700-STUDENT-BREAK
               PERFORM 750-FUND-BREAK
           END-IF.
       610-ONE-AWARD.
           IF WS-FIRST = 'Y'
               MOVE 'N' TO WS-FIRST
               PERFORM 620-START-FUND
           ELSE
               IF SORT-FUND-CODE NOT = WS-CUR-FUND
                   PERFORM 700-STUDENT-BREAK
                   PERFORM 750-FUND-BREAK
                   PERFORM 620-START-FUND
               ELSE
                   IF SORT-STU-NUM NOT = WS-CUR-STU
                       PERFORM 700-STUDENT-BREAK
                       PERFORM 630-START-STUDENT
                   END-IF
               END-IF
           END-IF
           ADD SORT-AWARD-AMT TO WS-STU-AWARD
           ADD SORT-DISB-AMT TO WS-STU-DISB.
       620-START-FUND.
           MOVE SORT-FUND-CODE TO WS-CUR-FUND
           MOVE ZERO TO WS-FUND-RCPT
           MOVE ZERO TO WS-FUND-AWARD
           MOVE ZERO TO WS-FUND-DISB
           ADD 1 TO WS-FUND-CNT
           MOVE SORT-FUND-CODE TO SH-FUND-CODE
           MOVE CT-AID-YEAR TO SH-AID-YEAR
           READ SH-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO SH-FUND-NAME
                   MOVE SPACES TO SH-DONOR-NAME
           END-READ
           MOVE SORT-FUND-CODE TO HL-FUND-OUT
           MOVE SH-FUND-NAME TO HL-NAME-OUT
           MOVE SH-DONOR-NAME TO HL-DONOR-OUT
           PERFORM 150-HEADING-RTN
           PERFORM 630-START-STUDENT.
       630-START-STUDENT.
           MOVE SORT-STU-NUM TO WS-CUR-STU
           MOVE ZERO TO WS-STU-AWARD
           MOVE ZERO TO WS-STU-DISB.
       700-STUDENT-BREAK.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE SPACES TO DL-NAME-OUT
           MOVE SPACES TO DL-MAJOR-OUT
           MOVE ZERO TO DL-GPA-OUT
           MOVE WS-CUR-STU TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   MOVE 'NOT ON FILE' TO DL-NAME-OUT
               NOT INVALID KEY
                   PERFORM 710-FILL-STUDENT
           END-READ
           MOVE WS-STU-AWARD TO DL-AWARD-OUT
           MOVE WS-STU-DISB TO DL-DISB-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           ADD 1 TO WS-FUND-RCPT
           ADD WS-STU-AWARD TO WS-FUND-AWARD
           ADD WS-STU-DISB TO WS-FUND-DISB.
       710-FILL-STUDENT.
           MOVE SF-CUM-GPA TO DL-GPA-OUT
           IF SF-PRIVACY-FLAG = 'Y'
               MOVE '*WITHHELD*' TO DL-NAME-OUT
           ELSE
               MOVE SPACES TO DL-NAME-OUT
               STRING SF-FIRST-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   SF-LAST-NAME DELIMITED BY SPACE
                   INTO DL-NAME-OUT
               END-STRING
               PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                       UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
                   IF MJ-TBL-CODE(MJ-CODE-IDX) = SF-MAJOR-CODE
                       MOVE MJ-TBL-DESC(MJ-CODE-IDX) TO DL-MAJOR-OUT
                   END-IF
               END-PERFORM
           END-IF.
       750-FUND-BREAK.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-FUND-RCPT TO TL-CNT-OUT
           MOVE WS-FUND-AWARD TO TL-AWARD-OUT
           MOVE WS-FUND-DISB TO TL-DISB-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           ADD 2 TO WS-LINE-CT.
