       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-VA-ADJ-RPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PENDING VA ADJUSTMENT REPORT.  LISTS
      *          EVERY ROW ON PROJ-VA-ADJ.DAT (SEE VJ-FILE-DESC) STILL
      *          PENDING -- AN ADD, DROP OR W KEYED AFTER THE
      *          STUDENT'S TERM WAS CERTIFIED -- OLDEST FIRST, WITH THE
      *          SECTION'S CREDIT HOURS, THE DATE THE CHANGE WAS KEYED,
      *          THE 30-DAY REPORTING DEADLINE AND THE DAYS LEFT ON
      *          IT.  A ROW PAST ITS DEADLINE IS FLAGGED OVERDUE.
      *          RUNNING PROJ-VA-CERT REPORTS THE CHANGES AND CLEARS
      *          THEM OFF THIS LIST.  PRINTS VA-ADJ.RPT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  THE HOURS ARE THE STUDENT'S OWN ON THE ENROLLMENT NODE
      *          (RF-CRED-HR), FALLING BACK TO CS-CRED-HR, THE SAME
      *          FIGURE PROJ-VA-CERT CERTIFIES; A VARIABLE-CREDIT
      *          HOURS CHANGE PRINTS AS 'HRS'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VJ-FILE-DESC ASSIGN TO 'PROJ-VA-ADJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VJ-KEY
               FILE STATUS IS WS-VJ-STATUS.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT SORT-WORK-FILE
               ASSIGN TO "VJ-SORT.WRK".
           SELECT ADJ-REPORT
               ASSIGN TO "VA-ADJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY VJ-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SORT-DATE              PIC 9(6).
          05 SORT-TIME              PIC 9(8).
          05 SORT-STU-NUM           PIC 9(9).
          05 SORT-TERM              PIC X(6).
          05 SORT-CRN               PIC X(5).
          05 SORT-ACTION            PIC X.
          05 SORT-SOURCE            PIC X(8).
       FD  ADJ-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-VJ-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-NODE-HRS               PIC 9(3).
       01  WS-NODE-FOUND             PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-TODAY-JULIAN           PIC 9(7).
       01  WS-DUE-JULIAN             PIC 9(7).
       01  WS-DUE-CCYYMMDD           PIC 9(8).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-CCYYMMDD.
           05  FILLER                PIC X(2).
           05  WS-DUE-YY             PIC X(2).
           05  WS-DUE-MM             PIC X(2).
           05  WS-DUE-DD             PIC X(2).
       01  WS-CHG-DATE               PIC 9(6).
       01  WS-CHG-DATE-X REDEFINES WS-CHG-DATE.
           05  WS-CHG-YY             PIC X(2).
           05  WS-CHG-MM             PIC X(2).
           05  WS-CHG-DD             PIC X(2).
       01  WS-DAYS-LEFT              PIC S9(5).
       01  WS-PENDING-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-OVERDUE-CNT            PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(36)
                VALUE "PENDING VA ENROLLMENT ADJUSTMENTS".
           05                        PIC X(4)     VALUE SPACES.
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-H1             PIC 9(2).
           05                        PIC X(13)    VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(9)     VALUE "STUDENT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(6)     VALUE "TERM".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(5)     VALUE "CRN".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(4)     VALUE "CHG".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(3)     VALUE "HRS".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(8)     VALUE "KEYED".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(8)     VALUE "DUE".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(4)     VALUE "LEFT".
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(7)     VALUE SPACES.
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(8)     VALUE "BY".
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 TERM-OUT               PIC X(6).
           05                        PIC X(2)     VALUE SPACES.
           05 CRN-OUT                PIC X(5).
           05                        PIC X(2)     VALUE SPACES.
           05 ACTION-OUT             PIC X(4).
           05                        PIC X(2)     VALUE SPACES.
           05 HOURS-OUT              PIC ZZ9.
           05                        PIC X(2)     VALUE SPACES.
           05 KEYED-OUT              PIC X(8).
           05                        PIC X(2)     VALUE SPACES.
           05 DUE-OUT                PIC X(8).
           05                        PIC X(2)     VALUE SPACES.
           05 LEFT-OUT               PIC -ZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 FLAG-OUT               PIC X(7).
           05                        PIC X(1)     VALUE SPACES.
           05 SOURCE-OUT             PIC X(8).
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT VJ-FILE-DESC
           IF WS-VJ-STATUS = '35'
               DISPLAY 'PROJ-VA-ADJ-RPT -- NO VA ADJUSTMENTS ON FILE'
               EXIT PROGRAM
           END-IF
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           OPEN INPUT CS-SECT
                      SF-FILE-DESC
                      EF-FILE-DES
           OPEN OUTPUT ADJ-REPORT
           PERFORM 150-HEADING-RTN
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-DATE SORT-TIME
               INPUT PROCEDURE 500-SORT-INPUT
               OUTPUT PROCEDURE 600-SORT-OUTPUT
           PERFORM 700-TOTALS-RTN
           CLOSE VJ-FILE-DESC
                 CS-SECT
                 SF-FILE-DESC
                 EF-FILE-DES
                 ADJ-REPORT
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
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       500-SORT-INPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO VJ-KEY
           START VJ-FILE-DESC KEY IS NOT LESS THAN VJ-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ VJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF VJ-STATUS = 'P'
                           PERFORM 510-RELEASE-ADJ
                       END-IF
               END-READ
           END-PERFORM.
       510-RELEASE-ADJ.
           MOVE VJ-DATE TO SORT-DATE
           MOVE VJ-TIME TO SORT-TIME
           MOVE VJ-STU-NUM TO SORT-STU-NUM
           MOVE VJ-TERM TO SORT-TERM
           MOVE VJ-CRN TO SORT-CRN
           MOVE VJ-ACTION TO SORT-ACTION
           MOVE VJ-SOURCE TO SORT-SOURCE
           RELEASE SORT-REC.
       600-SORT-OUTPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 610-DETAIL-RTN
               END-RETURN
           END-PERFORM.
       610-DETAIL-RTN.
      *    THE VA WANTS THE AMENDED CERTIFICATION WITHIN 30 DAYS OF
      *    THE CHANGE, COUNTED FROM THE DAY IT WAS KEYED.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           ADD 1 TO WS-PENDING-CNT
           MOVE SORT-DATE TO WS-CHG-DATE
           COMPUTE WS-DUE-JULIAN =
               FUNCTION INTEGER-OF-DATE(20000000 + SORT-DATE) + 30
           COMPUTE WS-DUE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-JULIAN)
           COMPUTE WS-DAYS-LEFT = WS-DUE-JULIAN - WS-TODAY-JULIAN
           MOVE SORT-STU-NUM TO STU-OUT
           MOVE SORT-TERM TO TERM-OUT
           MOVE SORT-CRN TO CRN-OUT
           IF SORT-ACTION = 'A'
               MOVE 'ADD' TO ACTION-OUT
           ELSE IF SORT-ACTION = 'D'
               MOVE 'DROP' TO ACTION-OUT
           ELSE IF SORT-ACTION = 'H'
               MOVE 'HRS' TO ACTION-OUT
           ELSE
               MOVE 'W' TO ACTION-OUT
           END-IF
           END-IF
           END-IF
           MOVE ZERO TO WS-NODE-HRS
           MOVE SORT-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CS-CRED-HR TO WS-NODE-HRS
           END-READ
           PERFORM 620-NODE-HOURS
           MOVE WS-NODE-HRS TO HOURS-OUT
           MOVE SPACES TO KEYED-OUT
           STRING WS-CHG-MM '/' WS-CHG-DD '/' WS-CHG-YY
               DELIMITED BY SIZE INTO KEYED-OUT
           END-STRING
           MOVE SPACES TO DUE-OUT
           STRING WS-DUE-MM '/' WS-DUE-DD '/' WS-DUE-YY
               DELIMITED BY SIZE INTO DUE-OUT
           END-STRING
           MOVE WS-DAYS-LEFT TO LEFT-OUT
           MOVE SPACES TO FLAG-OUT
           IF WS-DAYS-LEFT < ZERO
               MOVE 'OVERDUE' TO FLAG-OUT
               ADD 1 TO WS-OVERDUE-CNT
           END-IF
           MOVE SORT-SOURCE TO SOURCE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       620-NODE-HOURS.
      *    THE STUDENT'S OWN HOURS FOR THE SECTION ARE ON THE
      *    ENROLLMENT NODE FOR THE TERM AND CRN -- THE SEATED ONE IF
      *    THERE IS ONE, ELSE THE DROPPED ONE.  AN OLDER NODE WITH NO
      *    HOURS OF ITS OWN LEAVES THE SECTION'S.
           MOVE 'N' TO WS-NODE-FOUND
           MOVE SORT-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE ZERO TO SF-ENR-REC-PNTR
           END-READ
           MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
           PERFORM UNTIL WS-EF-KEY = 0 OR WS-NODE-FOUND = 'Y'
               READ EF-FILE-DES
                   INVALID KEY MOVE ZERO TO RF-NXT-CLS-PNTR
                   NOT INVALID KEY
                       IF RF-TERM = SORT-TERM AND RF-CRN = SORT-CRN
                           IF RF-CRED-HR IS NUMERIC
                                   AND RF-CRED-HR > ZERO
                               MOVE RF-CRED-HR TO WS-NODE-HRS
                           END-IF
                           IF RF-STATUS NOT = 'D'
                               MOVE 'Y' TO WS-NODE-FOUND
                           END-IF
                       END-IF
               END-READ
               MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
           END-PERFORM.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'PENDING ADJUSTMENTS' TO TOTAL-LABEL-OUT
           MOVE WS-PENDING-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'PAST THE 30-DAY DEADLINE' TO TOTAL-LABEL-OUT
           MOVE WS-OVERDUE-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
