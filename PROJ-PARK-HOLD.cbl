       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PARK-HOLD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY UNPAID-CITATION SWEEP.  EVERY
      *          OPEN CITATION ON PARK-CITE.DAT IS CHECKED AGAINST THE
      *          STUDENT'S RECEIPT CHAIN -- A FINE IS PAID ONCE THE
      *          BALANCE NO LONGER COVERS IT PLUS WHAT WAS CHARGED
      *          AFTER IT (OLDEST CHARGES ARE PAID FIRST), AND THE
      *          CITATION IS MARKED 'P'.  A STUDENT WITH AN UNPAID FINE
      *          OLDER THAN PG-HOLD-DAYS GETS A 'PK' HOLD ON
      *          PROJ-HOLDS.DAT; ONE CARRYING AN UNRELEASED 'PK' HOLD
      *          WITH NOTHING OVERDUE HAS IT RELEASED.  APPEALED AND
      *          DISMISSED CITATIONS NEVER COUNT.  THE REPORT PRINTS ON
      *          PARK-HOLD.RPT.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT; THE FINE'S ROW IS FOUND BY PC-RC-SEQ.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PC-FILE-DESC ASSIGN TO 'PARK-CITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT HOLD-REPORT ASSIGN TO 'PARK-HOLD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PC-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY PC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  HOLD-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-PC-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-PREV-SNO               PIC 9(9)   VALUE ZEROS.
       01  WS-STU-FOUND              PIC X.
       01  WS-SLOT-FOUND             PIC X.
       01  WS-TAIL-BALANCE           PIC S9(5)V99.
       01  WS-OWED-AFTER             PIC S9(6)V99.
       01  WS-FINE-AGE               PIC S9(7).
       01  WS-HOLD-ON-FILE           PIC X.
       01  WS-HOLD-ACTIVE            PIC X.
       01  WS-ACTION                 PIC X(14).
       01  WS-STU-OPEN-CNT           PIC 9(3).
       01  WS-STU-OVERDUE-CNT        PIC 9(3).
       01  WS-STU-UNPAID-AMT         PIC 9(6)V99.
       01  WS-CHECKED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-PAID-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-OVERDUE-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-PLACED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-RELEASED-CNT           PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       COPY PG-PARKING.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(30)
                VALUE "UNPAID PARKING CITATIONS".
           05                        PIC X(10)    VALUE SPACES.
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
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(28)
                VALUE "HOLD PLACED ON FINES UNPAID ".
           05 DAYS-H2                PIC ZZ9.
           05                        PIC X(6)     VALUE " DAYS".
           05                        PIC X(37)    VALUE SPACES.
       01  HEADING-3.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(9)     VALUE "STUDENT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(20)    VALUE "LAST NAME".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(6)     VALUE "UNPAID".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(7)     VALUE "OVERDUE".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(10)    VALUE "    AMOUNT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(14)    VALUE "ACTION".
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 NAME-OUT               PIC X(20).
           05                        PIC X(5)     VALUE SPACES.
           05 OPEN-OUT               PIC ZZ9.
           05                        PIC X(6)     VALUE SPACES.
           05 OVERDUE-OUT            PIC ZZ9.
           05                        PIC X(2)     VALUE SPACES.
           05 AMOUNT-OUT             PIC ZZZ,ZZ9.99.
           05                        PIC X(2)     VALUE SPACES.
           05 ACTION-OUT             PIC X(14).
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING PG-PARM-ID, PG-PARMS
           OPEN I-O PC-FILE-DESC
           IF WS-PC-STATUS = '35'
               DISPLAY 'PROJ-PARK-HOLD: NO PARKING CITATIONS ON HAND'
               EXIT PROGRAM
           END-IF
           DISPLAY 'PROJ-PARK-HOLD STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT SF-FILE-DESC
                      RC-FILE-DESC
           OPEN I-O HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               OPEN OUTPUT HD-FILE-DESC
               CLOSE HD-FILE-DESC
               OPEN I-O HD-FILE-DESC
           END-IF
           OPEN OUTPUT HOLD-REPORT
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO PC-STU-NUM
           MOVE SPACES TO PC-CITE-NO
           START PC-FILE-DESC KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ PC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-CHECK-ONE-CITATION
               END-READ
           END-PERFORM
           IF WS-PREV-SNO > ZERO
               PERFORM 400-STUDENT-BREAK
           END-IF
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-PARK-HOLD FINISHED -- ' WS-PAID-CNT
               ' PAID, ' WS-PLACED-CNT ' HOLD(S) PLACED, '
               WS-RELEASED-CNT ' RELEASED'
           CLOSE PC-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 HD-FILE-DESC
                 HOLD-REPORT
           EXIT PROGRAM.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE PG-HOLD-DAYS TO DAYS-H2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-2 AFTER 1
           WRITE REPORT-REC FROM HEADING-3 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 11 TO WS-LINE-CT.
       200-CHECK-ONE-CITATION.
      *    CITATIONS COME OFF THE FILE IN STUDENT ORDER, SO THE HOLD
      *    DECISION IS MADE ON THE CHANGE OF STUDENT NUMBER.
           IF PC-STU-NUM NOT = WS-PREV-SNO
               IF WS-PREV-SNO > ZERO
                   PERFORM 400-STUDENT-BREAK
               END-IF
               PERFORM 210-START-STUDENT
           END-IF
           IF PC-STATUS = 'O' AND WS-STU-FOUND = 'Y'
               ADD 1 TO WS-CHECKED-CNT
               PERFORM 300-CHECK-PAID
               IF WS-TAIL-BALANCE - WS-OWED-AFTER NOT > ZERO
                   MOVE 'P' TO PC-STATUS
                   MOVE WS-TODAY-CCYYMMDD TO PC-PAID-DATE
                   REWRITE PC-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-PAID-CNT
               ELSE
                   ADD 1 TO WS-STU-OPEN-CNT
                   ADD PC-AMOUNT TO WS-STU-UNPAID-AMT
                   COMPUTE WS-FINE-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(PC-FINE-DATE)
                   IF WS-FINE-AGE > PG-HOLD-DAYS
                       ADD 1 TO WS-STU-OVERDUE-CNT
                   END-IF
               END-IF
           END-IF.
       210-START-STUDENT.
           MOVE PC-STU-NUM TO WS-PREV-SNO
           MOVE ZERO TO WS-STU-OPEN-CNT
           MOVE ZERO TO WS-STU-OVERDUE-CNT
           MOVE ZERO TO WS-STU-UNPAID-AMT
           MOVE 'Y' TO WS-STU-FOUND
           MOVE PC-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-STU-FOUND
                   MOVE SPACES TO SF-LAST-NAME
           END-READ.
       300-CHECK-PAID.
      *    READS THE RECEIPT ROWS TO THE LAST BALANCE, SUMMING WHAT
      *    WAS CHARGED AFTER THE FINE'S NODE (LESS ANY OF IT REVERSED)
      *    -- PAYMENTS GO AGAINST THE OLDEST CHARGES FIRST, SO THE
      *    FINE IS PAID WHEN THE BALANCE IS NO MORE THAN THOSE LATER
      *    CHARGES.  A FINE NODE NO LONGER ON THE CHAIN COUNTS
      *    NOTHING AFTER IT AND IS PAID ONCE THE BALANCE IS CLEAR.
           MOVE ZERO TO WS-TAIL-BALANCE
           MOVE ZERO TO WS-OWED-AFTER
           MOVE 'N' TO WS-SLOT-FOUND
           IF WS-STU-FOUND = 'Y'
               MOVE PC-STU-NUM TO RC-STU-NUM
               MOVE ZEROS TO RC-SEQ
               MOVE 'N' TO WS-RC-DONE
               START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 'Y' TO WS-RC-DONE
               END-START
               PERFORM UNTIL WS-RC-DONE = 'Y'
                   READ RC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RC-DONE
                       NOT AT END
                           IF RC-STU-NUM NOT = PC-STU-NUM
                               MOVE 'Y' TO WS-RC-DONE
                           ELSE
                               PERFORM 310-SCORE-RC-NODE
                               MOVE RC-BALANCE TO WS-TAIL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       310-SCORE-RC-NODE.
           IF WS-SLOT-FOUND = 'Y'
               IF RC-VOID = 'Y'
                   SUBTRACT RC-AMT-OWED FROM WS-OWED-AFTER
               ELSE
                   ADD RC-AMT-OWED TO WS-OWED-AFTER
               END-IF
           END-IF
           IF RC-SEQ = PC-RC-SEQ
               MOVE 'Y' TO WS-SLOT-FOUND
           END-IF.
       400-STUDENT-BREAK.
      *    SF-RECORD AND THE COUNTS STILL BELONG TO WS-PREV-SNO.
           MOVE SPACES TO WS-ACTION
           PERFORM 420-READ-PK-HOLD
           IF WS-STU-OVERDUE-CNT > ZERO
               ADD 1 TO WS-OVERDUE-CNT
               IF WS-HOLD-ACTIVE = 'Y'
                   MOVE 'HOLD ON' TO WS-ACTION
               ELSE
                   PERFORM 450-PLACE-HOLD
                   MOVE 'HOLD PLACED' TO WS-ACTION
               END-IF
           ELSE
               IF WS-HOLD-ACTIVE = 'Y'
                   PERFORM 500-RELEASE-HOLD
                   MOVE 'HOLD RELEASED' TO WS-ACTION
               END-IF
           END-IF
           IF WS-STU-OPEN-CNT > ZERO OR WS-ACTION NOT = SPACES
               PERFORM 600-DETAIL-RTN
           END-IF.
       420-READ-PK-HOLD.
           MOVE 'N' TO WS-HOLD-ON-FILE
           MOVE 'N' TO WS-HOLD-ACTIVE
           MOVE WS-PREV-SNO TO HD-STU-NUM
           MOVE 'PK' TO HD-CODE
           READ HD-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-ON-FILE
                   IF HD-RELEASED NOT = 'Y'
                       MOVE 'Y' TO WS-HOLD-ACTIVE
                   END-IF
           END-READ.
       450-PLACE-HOLD.
      *    SAME ROW PROJ-UPD-HOLDS WOULD PLACE BY HAND.  A RELEASED
      *    'PK' ROW IS REWRITTEN BACK TO UNRELEASED WITH TODAY'S DATE.
           MOVE SPACES TO HD-RECORD
           MOVE WS-PREV-SNO TO HD-STU-NUM
           MOVE 'PK' TO HD-CODE
           MOVE 'PARKING' TO HD-OFFICE
           MOVE WS-TODAY TO HD-DATE
           MOVE 'UNPAID PARKING CITATION' TO HD-COMMENT
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
      *    HD-RECORD IS STILL THE 'PK' ROW 420-READ-PK-HOLD READ.
           MOVE 'Y' TO HD-RELEASED
           MOVE WS-TODAY TO HD-REL-DATE
           REWRITE HD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-RELEASED-CNT.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE WS-PREV-SNO TO STU-OUT
           MOVE SF-LAST-NAME TO NAME-OUT
           MOVE WS-STU-OPEN-CNT TO OPEN-OUT
           MOVE WS-STU-OVERDUE-CNT TO OVERDUE-OUT
           MOVE WS-STU-UNPAID-AMT TO AMOUNT-OUT
           MOVE WS-ACTION TO ACTION-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'OPEN CITATIONS CHECKED' TO TOTAL-LABEL-OUT
           MOVE WS-CHECKED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CITATIONS FOUND PAID' TO TOTAL-LABEL-OUT
           MOVE WS-PAID-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'STUDENTS OVERDUE' TO TOTAL-LABEL-OUT
           MOVE WS-OVERDUE-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS PLACED' TO TOTAL-LABEL-OUT
           MOVE WS-PLACED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS RELEASED' TO TOTAL-LABEL-OUT
           MOVE WS-RELEASED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
