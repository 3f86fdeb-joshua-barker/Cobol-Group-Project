       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SCHOL-RPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SCHOLARSHIP FUND STATUS REPORT FOR
      *          THE AID OFFICE -- WALKS SCHOL-FUND.DAT (SEE
      *          SH-FILE-DESC) FOR THE CURRENT AID YEAR AND PRINTS,
      *          PER FUND, THE BUDGET, AMOUNT AWARDED, AMOUNT
      *          DISBURSED AND WHAT IS LEFT TO AWARD, WITH A TOTAL
      *          LINE.  SAME SHAPE AS PROJ-MEAL-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SH-FILE-DESC ASSIGN TO 'SCHOL-FUND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.
           SELECT FUND-REPORT ASSIGN TO 'SCHOL-FUND.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SH-FILE-DESC IS EXTERNAL RECORD CONTAINS 180 CHARACTERS.
           COPY SH-FILE-DESC.
       FD  FUND-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-SH-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-FUND-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-LEFT                   PIC S9(7)V99.
       01  WS-TOT-BUDGET             PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-AWARDED            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-DISBURSED          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-LEFT               PIC S9(9)V99 VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(38)  VALUE
                'SCHOLARSHIP FUND STATUS -- AID YEAR  '.
           05  HL-YEAR-OUT           PIC X(4).
           05                        PIC X(56)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(39)  VALUE
                'FUND    NAME                        ST '.
           05                        PIC X(59)  VALUE
                '     BUDGET      AWARDED    DISBURSED    REMAINING'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-FUND-OUT           PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(28).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-STATUS-OUT         PIC X.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-BUDGET-OUT         PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-AWARDED-OUT        PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DISB-OUT           PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-LEFT-OUT           PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(6)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(6)   VALUE 'TOTAL '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(6)   VALUE ' FUNDS'.
           05                        PIC X(16)  VALUE SPACES.
           05  TL-BUDGET-OUT         PIC ZZ,ZZZ,ZZ9.99.
           05  TL-AWARDED-OUT        PIC ZZ,ZZZ,ZZ9.99.
           05  TL-DISB-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05  TL-LEFT-OUT           PIC ZZ,ZZZ,ZZ9.99-.
           05                        PIC X(12)  VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           OPEN INPUT SH-FILE-DESC
           IF WS-SH-STATUS = '35'
               DISPLAY 'PROJ-SCHOL-RPT: NO SCHOLARSHIP FUNDS ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT FUND-REPORT
           DISPLAY 'PROJ-SCHOL-RPT STARTING FOR AID YEAR ' CT-AID-YEAR
           PERFORM 150-HEADING-RTN
           MOVE LOW-VALUES TO SH-KEY
           START SH-FILE-DESC KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SH-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF SH-AID-YEAR = CT-AID-YEAR
                           PERFORM 200-PRINT-ONE-FUND
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-FUND-CNT TO TL-CNT-OUT
           MOVE WS-TOT-BUDGET TO TL-BUDGET-OUT
           MOVE WS-TOT-AWARDED TO TL-AWARDED-OUT
           MOVE WS-TOT-DISBURSED TO TL-DISB-OUT
           MOVE WS-TOT-LEFT TO TL-LEFT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-SCHOL-RPT FINISHED -- ' WS-FUND-CNT
               ' FUND(S) LISTED'
           CLOSE SH-FILE-DESC
                 FUND-REPORT
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE CT-AID-YEAR TO HL-YEAR-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       200-PRINT-ONE-FUND.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           COMPUTE WS-LEFT = SH-BUDGET - SH-AWARDED
           MOVE SH-FUND-CODE TO DL-FUND-OUT
           MOVE SH-FUND-NAME TO DL-NAME-OUT
           MOVE SH-STATUS TO DL-STATUS-OUT
           MOVE SH-BUDGET TO DL-BUDGET-OUT
           MOVE SH-AWARDED TO DL-AWARDED-OUT
           MOVE SH-DISBURSED TO DL-DISB-OUT
           MOVE WS-LEFT TO DL-LEFT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           ADD 1 TO WS-FUND-CNT
           ADD SH-BUDGET TO WS-TOT-BUDGET
           ADD SH-AWARDED TO WS-TOT-AWARDED
           ADD SH-DISBURSED TO WS-TOT-DISBURSED
           ADD WS-LEFT TO WS-TOT-LEFT.
