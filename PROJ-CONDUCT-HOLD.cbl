       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CONDUCT-HOLD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY CONDUCT HOLD SWEEP.  READS
      *          CONDUCT-CASE.DAT (SEE CC-FILE-DESC) A STUDENT AT A
      *          TIME.  A STUDENT WITH A FINDING OF RESPONSIBLE AND A
      *          SUSPENSION OR EXPULSION IN FORCE TODAY (STARTED, AND
      *          NOT YET ENDED OR WITH NO END) GETS THE 'CO' HOLD ON
      *          PROJ-HOLDS.DAT, THE SAME ROW PROJ-UPD-HOLDS WOULD
      *          PLACE BY HAND; ONE WHOSE SANCTIONS HAVE ALL RUN OUT
      *          (OR BEEN CORRECTED AWAY) HAS AN UNRELEASED 'CO' HOLD
      *          RELEASED.  WHAT WAS DONE PRINTS ON CONDUCT-HOLD.RPT.
      *          NO CASE FILE, NOTHING TO DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-FILE-DESC ASSIGN TO 'CONDUCT-CASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT CONDUCT-REPORT ASSIGN TO 'CONDUCT-HOLD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CC-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY CC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  CONDUCT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-CC-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-CUR-STU                PIC 9(9)   VALUE ZERO.
       01  WS-CASE-END               PIC 9(8).
      *    THE LONGEST-RUNNING SANCTION IN FORCE FOR THE STUDENT IN
      *    HAND -- WS-ACT-END 99999999 IS AN EXPULSION (NO END).
       01  WS-ACTIVE                 PIC X.
       01  WS-ACT-SANCTION           PIC X.
       01  WS-ACT-START              PIC 9(8).
       01  WS-ACT-END                PIC 9(8).
       01  WS-HOLD-ON-FILE           PIC X.
       01  WS-HOLD-ACTIVE            PIC X.
       01  WS-ACTION                 PIC X(14).
       01  WS-SANCT-TEXT             PIC X(30).
       01  WS-DATE-CHK               PIC 9(8).
       01  WS-DATE-CHK-X REDEFINES WS-DATE-CHK.
           05  WS-CHK-CCYY           PIC 9(4).
           05  WS-CHK-MM             PIC 9(2).
           05  WS-CHK-DD             PIC 9(2).
       01  WS-DATE-OUT.
           05  WS-OUT-MM             PIC 9(2).
           05                        PIC X      VALUE '/'.
           05  WS-OUT-DD             PIC 9(2).
           05                        PIC X      VALUE '/'.
           05  WS-OUT-CCYY           PIC 9(4).
       01  WS-STUDENT-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-ACTIVE-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-PLACED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-RELEASED-CNT           PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(36)
                VALUE "CONDUCT HOLD REPORT".
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
           05                        PIC X(9)     VALUE "STUDENT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(20)    VALUE "LAST NAME".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(30)    VALUE "SANCTION".
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(14)    VALUE "ACTION".
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 NAME-OUT               PIC X(20).
           05                        PIC X(2)     VALUE SPACES.
           05 SANCT-OUT              PIC X(30).
           05                        PIC X(1)     VALUE SPACES.
           05 ACTION-OUT             PIC X(14).
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-CONDUCT-HOLD STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT CC-FILE-DESC
           IF WS-CC-STATUS = '35'
               DISPLAY 'PROJ-CONDUCT-HOLD FINISHED -- NO CASE FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               OPEN OUTPUT HD-FILE-DESC
               CLOSE HD-FILE-DESC
               OPEN I-O HD-FILE-DESC
           END-IF
           OPEN OUTPUT CONDUCT-REPORT
           PERFORM 150-HEADING-RTN
           MOVE 'N' TO WS-ACTIVE
           MOVE ZEROS TO CC-KEY
           START CC-FILE-DESC KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ CC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-CASE
               END-READ
           END-PERFORM
           IF WS-CUR-STU > ZERO
               PERFORM 300-STUDENT-BREAK
           END-IF
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-CONDUCT-HOLD FINISHED -- ' WS-ACTIVE-CNT
               ' UNDER SANCTION, ' WS-PLACED-CNT ' HOLD(S) PLACED, '
               WS-RELEASED-CNT ' RELEASED'
           CLOSE CC-FILE-DESC
                 SF-FILE-DESC
                 HD-FILE-DESC
                 CONDUCT-REPORT
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
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       200-ONE-CASE.
      *    CASES COME IN KEY ORDER, SO A NEW STUDENT NUMBER CLOSES OUT
      *    THE ONE BEFORE IT.
           IF CC-STU-NUM NOT = WS-CUR-STU
               IF WS-CUR-STU > ZERO
                   PERFORM 300-STUDENT-BREAK
               END-IF
               MOVE CC-STU-NUM TO WS-CUR-STU
               MOVE 'N' TO WS-ACTIVE
               MOVE SPACE TO WS-ACT-SANCTION
               MOVE ZEROS TO WS-ACT-START
               MOVE ZEROS TO WS-ACT-END
           END-IF
           IF CC-FINDING = 'R' AND (CC-SANCTION = 'S' OR 'E')
                   AND CC-SANCT-START > ZERO
                   AND CC-SANCT-START NOT > WS-TODAY-CCYYMMDD
               IF CC-SANCT-END = ZERO
                   MOVE 99999999 TO WS-CASE-END
               ELSE
                   MOVE CC-SANCT-END TO WS-CASE-END
               END-IF
               IF WS-CASE-END NOT < WS-TODAY-CCYYMMDD
                       AND WS-CASE-END > WS-ACT-END
                   MOVE 'Y' TO WS-ACTIVE
                   MOVE CC-SANCTION TO WS-ACT-SANCTION
                   MOVE CC-SANCT-START TO WS-ACT-START
                   MOVE WS-CASE-END TO WS-ACT-END
               END-IF
           END-IF.
       300-STUDENT-BREAK.
           ADD 1 TO WS-STUDENT-CNT
           PERFORM 320-READ-CO-HOLD
           IF WS-ACTIVE = 'Y'
               ADD 1 TO WS-ACTIVE-CNT
               PERFORM 330-SANCTION-TEXT
               IF WS-HOLD-ACTIVE = 'N'
                   PERFORM 450-PLACE-HOLD
                   MOVE 'HOLD PLACED' TO WS-ACTION
                   PERFORM 600-DETAIL-RTN
               END-IF
           ELSE
               IF WS-HOLD-ACTIVE = 'Y'
                   PERFORM 500-RELEASE-HOLD
               END-IF
           END-IF.
       320-READ-CO-HOLD.
           MOVE 'N' TO WS-HOLD-ON-FILE
           MOVE 'N' TO WS-HOLD-ACTIVE
           MOVE WS-CUR-STU TO HD-STU-NUM
           MOVE 'CO' TO HD-CODE
           READ HD-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-ON-FILE
                   IF HD-RELEASED NOT = 'Y'
                       MOVE 'Y' TO WS-HOLD-ACTIVE
                   END-IF
           END-READ.
       330-SANCTION-TEXT.
           MOVE SPACES TO WS-SANCT-TEXT
           IF WS-ACT-SANCTION = 'E'
               MOVE WS-ACT-START TO WS-DATE-CHK
               PERFORM 410-FORMAT-DATE
               STRING 'EXPELLED ' DELIMITED BY SIZE
                   WS-DATE-OUT DELIMITED BY SIZE
                   INTO WS-SANCT-TEXT
               END-STRING
           ELSE
               MOVE WS-ACT-END TO WS-DATE-CHK
               PERFORM 410-FORMAT-DATE
               STRING 'SUSPENDED THRU ' DELIMITED BY SIZE
                   WS-DATE-OUT DELIMITED BY SIZE
                   INTO WS-SANCT-TEXT
               END-STRING
           END-IF.
       410-FORMAT-DATE.
           MOVE WS-CHK-MM TO WS-OUT-MM
           MOVE WS-CHK-DD TO WS-OUT-DD
           MOVE WS-CHK-CCYY TO WS-OUT-CCYY.
       450-PLACE-HOLD.
      *    SAME ROW PROJ-UPD-HOLDS WOULD PLACE BY HAND.  A RELEASED
      *    'CO' ROW FROM AN EARLIER CASE IS REWRITTEN BACK TO
      *    UNRELEASED WITH TODAY'S DATE.
           MOVE SPACES TO HD-RECORD
           MOVE WS-CUR-STU TO HD-STU-NUM
           MOVE 'CO' TO HD-CODE
           MOVE 'CONDUCT' TO HD-OFFICE
           MOVE WS-TODAY TO HD-DATE
           MOVE WS-SANCT-TEXT TO HD-COMMENT
           MOVE 'N' TO HD-RELEASED
           MOVE ZEROS TO HD-REL-DATE
           IF WS-HOLD-ON-FILE = 'Y'
               REWRITE HD-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE HD-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-PLACED-CNT.
       500-RELEASE-HOLD.
      *    HD-RECORD IS STILL THE 'CO' ROW 320-READ-CO-HOLD READ.
           MOVE 'Y' TO HD-RELEASED
           MOVE WS-TODAY TO HD-REL-DATE
           REWRITE HD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-RELEASED-CNT
           MOVE 'SANCTION ENDED' TO WS-SANCT-TEXT
           MOVE 'HOLD RELEASED' TO WS-ACTION
           PERFORM 600-DETAIL-RTN.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE WS-CUR-STU TO STU-OUT
           MOVE WS-CUR-STU TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE SPACES TO NAME-OUT
               NOT INVALID KEY MOVE SF-LAST-NAME TO NAME-OUT
           END-READ
           MOVE WS-SANCT-TEXT TO SANCT-OUT
           MOVE WS-ACTION TO ACTION-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'STUDENTS WITH CASES' TO TOTAL-LABEL-OUT
           MOVE WS-STUDENT-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'UNDER SUSPENSION/EXPULSION' TO TOTAL-LABEL-OUT
           MOVE WS-ACTIVE-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS PLACED' TO TOTAL-LABEL-OUT
           MOVE WS-PLACED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS RELEASED' TO TOTAL-LABEL-OUT
           MOVE WS-RELEASED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
