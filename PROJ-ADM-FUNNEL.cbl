       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADM-FUNNEL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADMISSIONS FUNNEL REPORT.  SORTS
      *          PROJ-APPLICANT.DAT BY TERM APPLIED FOR AND INTENDED
      *          MAJOR AND COUNTS, FOR EACH, HOW MANY APPLIED, HOW MANY
      *          WERE ADMITTED, HOW MANY PAID THE ENROLLMENT DEPOSIT
      *          AND HOW MANY ACTUALLY ENROLLED -- CONVERTED BY
      *          PROJ-ADM-CONVERT AND HOLDING AT LEAST ONE ENROLLMENT
      *          ON THE STUDENT MASTER -- WITH THE YIELD (ENROLLED AS
      *          A PERCENT OF ADMITTED).  A TOTAL PRINTS FOR EACH TERM
      *          AND FOR THE WHOLE FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE-DESC ASSIGN TO 'PROJ-APPLICANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APP-NUM
               FILE STATUS IS WS-AP-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT SORT-WORK-FILE
               ASSIGN TO "AP-SORT.WRK".
           SELECT FUNNEL-REPORT
               ASSIGN TO "ADM-FUNNEL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-FILE-DESC IS EXTERNAL RECORD CONTAINS 280 CHARACTERS.
           COPY AP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SORT-TERM              PIC X(6).
          05 SORT-MAJOR             PIC 9(4).
          05 SORT-ADMITTED          PIC X.
          05 SORT-DEPOSITED         PIC X.
          05 SORT-ENROLLED          PIC X.
       FD  FUNNEL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS                PIC XX.
       01  NO-MORE-RECORDS             PIC X      VALUE 'N'.
       01  WS-FIRST-REC                PIC X      VALUE 'Y'.
       01  WS-PREV-TERM                PIC X(6).
       01  WS-PREV-MAJOR               PIC 9(4).
       01  WS-MAJOR-COUNTS.
           05  WS-MJ-APPLIED           PIC 9(5).
           05  WS-MJ-ADMITTED          PIC 9(5).
           05  WS-MJ-DEPOSITED         PIC 9(5).
           05  WS-MJ-ENROLLED          PIC 9(5).
       01  WS-TERM-COUNTS.
           05  WS-TM-APPLIED           PIC 9(5).
           05  WS-TM-ADMITTED          PIC 9(5).
           05  WS-TM-DEPOSITED         PIC 9(5).
           05  WS-TM-ENROLLED          PIC 9(5).
       01  WS-GRAND-COUNTS.
           05  WS-GR-APPLIED           PIC 9(5)   VALUE ZERO.
           05  WS-GR-ADMITTED          PIC 9(5)   VALUE ZERO.
           05  WS-GR-DEPOSITED         PIC 9(5)   VALUE ZERO.
           05  WS-GR-ENROLLED          PIC 9(5)   VALUE ZERO.
       01  WS-YIELD                    PIC 9(3)V9.
       01  HEADING-1.
           05                          PIC X(6)   VALUE SPACES.
           05                          PIC X(40)
               VALUE 'ADMISSIONS FUNNEL REPORT'.
           05                          PIC X(34)  VALUE SPACES.
       01  COLUMN-HEADER-LINE.
           05                          PIC X(6)   VALUE 'TERM'.
           05                          PIC X(2)   VALUE SPACES.
           05                          PIC X(4)   VALUE 'MAJR'.
           05                          PIC X(1)   VALUE SPACES.
           05                          PIC X(20)  VALUE 'DESCRIPTION'.
           05                          PIC X(9)   VALUE '  APPLIED'.
           05                          PIC X(9)   VALUE ' ADMITTED'.
           05                          PIC X(9)   VALUE ' DEPOSITS'.
           05                          PIC X(9)   VALUE ' ENROLLED'.
           05                          PIC X(8)   VALUE '  YIELD%'.
           05                          PIC X(3)   VALUE SPACES.
       01  DETAIL-LINE.
           05  TERM-OUT                PIC X(6).
           05                          PIC X(2)   VALUE SPACES.
           05  MAJOR-OUT               PIC 9(4).
           05                          PIC X(1)   VALUE SPACES.
           05  DESC-OUT                PIC X(20).
           05                          PIC X(4)   VALUE SPACES.
           05  APPLIED-OUT             PIC ZZZZ9.
           05                          PIC X(4)   VALUE SPACES.
           05  ADMITTED-OUT            PIC ZZZZ9.
           05                          PIC X(4)   VALUE SPACES.
           05  DEPOSITED-OUT           PIC ZZZZ9.
           05                          PIC X(4)   VALUE SPACES.
           05  ENROLLED-OUT            PIC ZZZZ9.
           05                          PIC X(3)   VALUE SPACES.
           05  YIELD-OUT               PIC ZZ9.9.
           05                          PIC X(3)   VALUE SPACES.
       COPY MJ-CODE-TABLE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT AP-FILE-DESC
           IF WS-AP-STATUS = '35'
               DISPLAY 'PROJ-ADM-FUNNEL -- NO APPLICANT FILE ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT FUNNEL-REPORT
           PERFORM 050-LOAD-MAJOR-TABLE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           WRITE REPORT-REC FROM COLUMN-HEADER-LINE AFTER 1
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-TERM SORT-MAJOR
               INPUT PROCEDURE 500-SORT-INPUT
               OUTPUT PROCEDURE 600-SORT-OUTPUT
           CLOSE AP-FILE-DESC
                 SF-FILE-DESC
                 FUNNEL-REPORT
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       500-SORT-INPUT.
      *    EVERY APPLICATION COUNTS AS APPLIED, WITHDRAWN ONES
      *    INCLUDED.  ENROLLED MEANS CONVERTED AND NOW ON AT LEAST ONE
      *    SECTION (SF-ENR-REC-PNTR SET).
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO AP-APP-NUM
           START AP-FILE-DESC KEY IS NOT LESS THAN AP-APP-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ AP-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 510-RELEASE-APPLICANT
               END-READ
           END-PERFORM.
       510-RELEASE-APPLICANT.
           MOVE AP-TERM TO SORT-TERM
           MOVE AP-MAJOR TO SORT-MAJOR
           MOVE 'N' TO SORT-ADMITTED
           MOVE 'N' TO SORT-DEPOSITED
           MOVE 'N' TO SORT-ENROLLED
           IF AP-DECISION = 'A'
               MOVE 'Y' TO SORT-ADMITTED
           END-IF
           IF AP-DEP-DATE > ZERO
               MOVE 'Y' TO SORT-DEPOSITED
           END-IF
           IF AP-STU-NUM > ZERO
               MOVE AP-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   NOT INVALID KEY
                       IF SF-ENR-REC-PNTR > ZERO
                           MOVE 'Y' TO SORT-ENROLLED
                       END-IF
               END-READ
           END-IF
           RELEASE SORT-REC.
       600-SORT-OUTPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE 'Y' TO WS-FIRST-REC
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 610-TALLY-ONE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-REC = 'N'
               PERFORM 700-PRINT-MAJOR-LINE
               PERFORM 710-PRINT-TERM-LINE
           END-IF
           MOVE SPACES TO TERM-OUT
           MOVE ZEROS TO MAJOR-OUT
           MOVE 'ALL TERMS' TO DESC-OUT
           MOVE WS-GRAND-COUNTS TO WS-MAJOR-COUNTS
           PERFORM 720-FORMAT-COUNTS
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 2.
       610-TALLY-ONE.
           IF WS-FIRST-REC = 'Y'
               MOVE 'N' TO WS-FIRST-REC
               MOVE SORT-TERM TO WS-PREV-TERM
               MOVE SORT-MAJOR TO WS-PREV-MAJOR
               MOVE ZEROS TO WS-MAJOR-COUNTS
               MOVE ZEROS TO WS-TERM-COUNTS
           ELSE IF SORT-TERM NOT = WS-PREV-TERM
               PERFORM 700-PRINT-MAJOR-LINE
               PERFORM 710-PRINT-TERM-LINE
               MOVE SORT-TERM TO WS-PREV-TERM
               MOVE SORT-MAJOR TO WS-PREV-MAJOR
               MOVE ZEROS TO WS-MAJOR-COUNTS
               MOVE ZEROS TO WS-TERM-COUNTS
           ELSE IF SORT-MAJOR NOT = WS-PREV-MAJOR
               PERFORM 700-PRINT-MAJOR-LINE
               MOVE SORT-MAJOR TO WS-PREV-MAJOR
               MOVE ZEROS TO WS-MAJOR-COUNTS
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-MJ-APPLIED WS-TM-APPLIED WS-GR-APPLIED
           IF SORT-ADMITTED = 'Y'
               ADD 1 TO WS-MJ-ADMITTED WS-TM-ADMITTED WS-GR-ADMITTED
           END-IF
           IF SORT-DEPOSITED = 'Y'
               ADD 1 TO WS-MJ-DEPOSITED WS-TM-DEPOSITED
                   WS-GR-DEPOSITED
           END-IF
           IF SORT-ENROLLED = 'Y'
               ADD 1 TO WS-MJ-ENROLLED WS-TM-ENROLLED WS-GR-ENROLLED
           END-IF.
       700-PRINT-MAJOR-LINE.
           MOVE WS-PREV-TERM TO TERM-OUT
           MOVE WS-PREV-MAJOR TO MAJOR-OUT
           IF WS-PREV-MAJOR = ZEROS
               MOVE 'UNDECIDED' TO DESC-OUT
           ELSE
               MOVE 'NOT IN CODE TABLE' TO DESC-OUT
               PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                       UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
                   IF WS-PREV-MAJOR = MJ-TBL-CODE(MJ-CODE-IDX)
                       MOVE MJ-TBL-DESC(MJ-CODE-IDX) TO DESC-OUT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 720-FORMAT-COUNTS
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
       710-PRINT-TERM-LINE.
           MOVE WS-PREV-TERM TO TERM-OUT
           MOVE ZEROS TO MAJOR-OUT
           MOVE 'TERM TOTAL' TO DESC-OUT
           MOVE WS-TERM-COUNTS TO WS-MAJOR-COUNTS
           PERFORM 720-FORMAT-COUNTS
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1.
       720-FORMAT-COUNTS.
      *    FORMATS WHATEVER IS IN WS-MAJOR-COUNTS -- THE TERM AND
      *    GRAND TOTALS ARE MOVED IN THERE FIRST.
           MOVE WS-MJ-APPLIED TO APPLIED-OUT
           MOVE WS-MJ-ADMITTED TO ADMITTED-OUT
           MOVE WS-MJ-DEPOSITED TO DEPOSITED-OUT
           MOVE WS-MJ-ENROLLED TO ENROLLED-OUT
           IF WS-MJ-ADMITTED > ZERO
               COMPUTE WS-YIELD ROUNDED =
                   WS-MJ-ENROLLED * 100 / WS-MJ-ADMITTED
           ELSE
               MOVE ZERO TO WS-YIELD
           END-IF
           MOVE WS-YIELD TO YIELD-OUT.
