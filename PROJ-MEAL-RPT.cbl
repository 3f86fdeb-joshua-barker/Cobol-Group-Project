       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-MEAL-RPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DINING-DOLLAR BALANCE REPORT FOR
      *          DINING SERVICES -- WALKS MEAL-SELECT.DAT FOR THE TERM
      *          IN PROGRESS AND PRINTS, PER ACTIVE SELECTION, THE
      *          PLAN, THE DINING DOLLARS GRANTED, SPENT (AS RUN UP BY
      *          PROJ-MEAL-SPEND) AND REMAINING, WITH A TOTAL LINE.
      *          CANCELLED SELECTIONS ARE LEFT OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MS-FILE-DESC ASSIGN TO 'MEAL-SELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT MEAL-REPORT ASSIGN TO 'MEAL-BAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MS-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY MS-FILE-DESC.
       FD  MEAL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-MS-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-SEL-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-DD-LEFT                PIC S9(4)V99.
       01  WS-TOT-ALLOC              PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-SPENT              PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-LEFT               PIC S9(7)V99 VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(32)  VALUE
                'DINING DOLLAR BALANCES -- TERM  '.
           05  HL-TERM-OUT           PIC X(6).
           05                        PIC X(20)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(47)  VALUE
                'STUDENT ID  PLAN    GRANTED     SPENT      LEFT'.
           05                        PIC X(11)  VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(3)   VALUE SPACES.
           05  DL-PLAN-OUT           PIC X(4).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-ALLOC-OUT          PIC ZZZ,ZZ9.99.
           05  DL-SPENT-OUT          PIC ZZZ,ZZ9.99.
           05  DL-LEFT-OUT           PIC ZZZ,ZZ9.99-.
           05                        PIC X(9)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(6)   VALUE 'TOTAL '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(1)   VALUE SPACE.
           05  TL-ALLOC-OUT          PIC Z,ZZZ,ZZ9.99.
           05  TL-SPENT-OUT          PIC Z,ZZZ,ZZ9.99.
           05  TL-LEFT-OUT           PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(9)   VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT MS-FILE-DESC
           IF WS-MS-STATUS = '35'
               DISPLAY 'PROJ-MEAL-RPT: NO MEAL SELECTIONS ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT MEAL-REPORT
           DISPLAY 'PROJ-MEAL-RPT STARTING FOR TERM ' CURRENT-TERM
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO MS-STU-NUM
           MOVE SPACES TO MS-TERM
           START MS-FILE-DESC KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ MS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF MS-TERM = CURRENT-TERM AND MS-STATUS = 'A'
                           PERFORM 200-PRINT-ONE-SELECTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-SEL-CNT TO TL-CNT-OUT
           MOVE WS-TOT-ALLOC TO TL-ALLOC-OUT
           MOVE WS-TOT-SPENT TO TL-SPENT-OUT
           MOVE WS-TOT-LEFT TO TL-LEFT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-MEAL-RPT FINISHED -- ' WS-SEL-CNT
               ' SELECTION(S) LISTED'
           CLOSE MS-FILE-DESC
                 MEAL-REPORT
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE CURRENT-TERM TO HL-TERM-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       200-PRINT-ONE-SELECTION.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           COMPUTE WS-DD-LEFT = MS-DD-ALLOC - MS-DD-SPENT
           MOVE MS-STU-NUM TO DL-SNO-OUT
           MOVE MS-PLAN-CODE TO DL-PLAN-OUT
           MOVE MS-DD-ALLOC TO DL-ALLOC-OUT
           MOVE MS-DD-SPENT TO DL-SPENT-OUT
           MOVE WS-DD-LEFT TO DL-LEFT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           ADD 1 TO WS-SEL-CNT
           ADD MS-DD-ALLOC TO WS-TOT-ALLOC
           ADD MS-DD-SPENT TO WS-TOT-SPENT
           ADD WS-DD-LEFT TO WS-TOT-LEFT.
