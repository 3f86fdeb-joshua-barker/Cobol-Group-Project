       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-LOA-RETURN.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY LEAVE-OF-ABSENCE SWEEP.  FOR
      *          EVERY APPROVED, OPEN LEAVE ON PROJ-LOA.DAT (SEE
      *          LV-FILE-DESC): A STUDENT WITH AN ENROLLED SEAT IN THE
      *          RETURN TERM HAS COME BACK AND THE LEAVE CLOSES AS
      *          RETURNED.  ONE STILL UNREGISTERED AFTER THE RETURN
      *          TERM'S LAST DAY TO ADD (PROJ-ACAD-CAL.DAT) IS PAST
      *          THEIR RETURN DATE -- THE LEAVE IS CONVERTED TO A
      *          WITHDRAWAL EFFECTIVE THE DAY IT BEGAN AND FLAGGED
      *          LV-R2T4-DUE FOR FINANCIAL AID TO RUN PROJ-R2T4.
      *          BOTH PRINT ON LOA-RETURN.RPT, THE CONVERSIONS BEING
      *          THE AID OFFICE'S WORKLIST.  A RETURN TERM WITH NO
      *          CALENDAR ROW YET IS LEFT ALONE.  NO LEAVE FILE,
      *          NOTHING TO DO.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT LOA-REPORT ASSIGN TO 'LOA-RETURN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY LV-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  LOA-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-LV-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-AC-ON-FILE             PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-REGISTERED             PIC X.
       01  WS-ACTION                 PIC X(22).
       01  WS-OPEN-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-RETURNED-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-CONVERTED-CNT          PIC 9(5)   VALUE ZERO.
       01  WS-NO-CAL-CNT             PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(36)
                VALUE "LEAVE OF ABSENCE RETURN REPORT".
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
           05                        PIC X(8)     VALUE "LEFT ON".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(6)     VALUE "RETURN".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(27)    VALUE "ACTION".
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 NAME-OUT               PIC X(20).
           05                        PIC X(2)     VALUE SPACES.
           05 START-OUT              PIC 9(8).
           05                        PIC X(2)     VALUE SPACES.
           05 RETURN-OUT             PIC X(6).
           05                        PIC X(2)     VALUE SPACES.
           05 ACTION-OUT             PIC X(22).
           05                        PIC X(5)     VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-LOA-RETURN STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN I-O LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               DISPLAY 'PROJ-LOA-RETURN FINISHED -- NO LEAVE FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS = '35'
               MOVE 'N' TO WS-AC-ON-FILE
           ELSE
               MOVE 'Y' TO WS-AC-ON-FILE
           END-IF
           OPEN OUTPUT LOA-REPORT
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO LV-STU-NUM
           START LV-FILE-DESC KEY IS NOT LESS THAN LV-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ LV-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF LV-STATUS = 'A' AND LV-APPROVED = 'Y'
                           PERFORM 200-ONE-LEAVE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-LOA-RETURN FINISHED -- ' WS-RETURNED-CNT
               ' RETURNED, ' WS-CONVERTED-CNT ' CONVERTED TO WITHDRAWN'
           CLOSE LV-FILE-DESC
                 SF-FILE-DESC
                 EF-FILE-DES
                 LOA-REPORT
           IF WS-AC-ON-FILE = 'Y'
               CLOSE AC-FILE-DESC
           END-IF
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
       200-ONE-LEAVE.
           ADD 1 TO WS-OPEN-CNT
           MOVE 'N' TO WS-REGISTERED
           MOVE LV-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE ZEROS TO SF-ENR-REC-PNTR
           END-READ
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 250-CHECK-EF-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 250-CHECK-EF-NODE
               END-PERFORM
           END-IF
           IF WS-REGISTERED = 'Y'
               PERFORM 300-CLOSE-AS-RETURNED
           ELSE
               PERFORM 350-CHECK-PAST-RETURN
           END-IF.
       250-CHECK-EF-NODE.
           IF RF-TERM = LV-RETURN-TERM AND RF-STATUS = 'E'
               MOVE 'Y' TO WS-REGISTERED
           END-IF.
       300-CLOSE-AS-RETURNED.
           MOVE 'R' TO LV-STATUS
           MOVE WS-TODAY TO LV-CLOSE-DATE
           REWRITE LV-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-RETURNED-CNT
           MOVE 'RETURNED' TO WS-ACTION
           PERFORM 600-DETAIL-RTN.
       350-CHECK-PAST-RETURN.
      *    THE STUDENT HAS UNTIL THE RETURN TERM'S LAST DAY TO ADD.
           IF WS-AC-ON-FILE = 'N'
               ADD 1 TO WS-NO-CAL-CNT
           ELSE
               MOVE LV-RETURN-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY
                       ADD 1 TO WS-NO-CAL-CNT
                   NOT INVALID KEY
                       IF WS-TODAY-CCYYMMDD > AC-ADD-DEADLINE
                           PERFORM 400-CONVERT-TO-WITHDRAWN
                       END-IF
               END-READ
           END-IF.
       400-CONVERT-TO-WITHDRAWN.
           MOVE 'W' TO LV-STATUS
           MOVE WS-TODAY TO LV-CLOSE-DATE
           MOVE 'Y' TO LV-R2T4-DUE
           REWRITE LV-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-CONVERTED-CNT
           MOVE 'NOT BACK - R2T4 DUE' TO WS-ACTION
           PERFORM 600-DETAIL-RTN.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE LV-STU-NUM TO STU-OUT
           IF SF-STU-NUM = LV-STU-NUM
               MOVE SF-LAST-NAME TO NAME-OUT
           ELSE
               MOVE SPACES TO NAME-OUT
           END-IF
           MOVE LV-START-DATE TO START-OUT
           MOVE LV-RETURN-TERM TO RETURN-OUT
           MOVE WS-ACTION TO ACTION-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'APPROVED LEAVES OPEN' TO TOTAL-LABEL-OUT
           MOVE WS-OPEN-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RETURNED' TO TOTAL-LABEL-OUT
           MOVE WS-RETURNED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CONVERTED TO WITHDRAWN' TO TOTAL-LABEL-OUT
           MOVE WS-CONVERTED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RETURN TERM NOT ON CALENDAR' TO TOTAL-LABEL-OUT
           MOVE WS-NO-CAL-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
