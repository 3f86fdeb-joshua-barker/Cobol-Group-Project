      *          THE AGED WINDOW (SEE HY-FILE-DESC) -- THE CLOCK
      *          STOPS TICKING THROUGH DAYS THE CASHIER WINDOW WAS
      *          LOCKED.  A SITE WITHOUT THE FILE AGES AS BEFORE.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 310-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT HY-FILE-DESC ASSIGN TO 'CAMPUS-HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  HY-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY HY-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PIC X(3)  VALUE "YES".
           88  NO-MORE-RECORDS                 VALUE "NO".
       01  WS-PREV-BAL               PIC S9(5)V99.
       01  WS-CROSS-DATE             PIC 9(6).
       01  WS-LAST-FEE-DATE          PIC 9(6).
       01  WS-DAYS-SINCE-FEE         PIC S9(5).
       01  WS-SKIP-THIS-ONE          PIC X.
       01  WS-FEE-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       COPY LF-THRESHOLD.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05                        PIC X(15)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING LF-PARM-ID, LF-PARMS
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT FEE-REPORT
      *    STUDENT, BUT THE CROSSING WATCHED FOR IS ABOVE ZERO RATHER
      *    THAN ABOVE DL-BALANCE-THRESHOLD, AND THE MOST RECENT
      *    LATEFEE POSTING IS REMEMBERED FOR THE ONCE-A-CYCLE GUARD.
           MOVE ZERO TO WS-PREV-BAL
           MOVE ZERO TO WS-CROSS-DATE
           MOVE ZERO TO WS-LAST-FEE-DATE
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           PERFORM 210-TRACK-CROSSING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PREV-BAL > ZERO AND WS-CROSS-DATE > 0 THEN
               COMPUTE WS-CROSS-CCYYMMDD = 20000000 + WS-CROSS-DATE
               COMPUTE WS-CROSS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-CROSS-CCYYMMDD)
               COMPUTE WS-DAYS-AGED =
                   WS-TODAY-JULIAN - WS-CROSS-JULIAN
               MOVE WS-CROSS-CCYYMMDD TO WS-CLOS-FROM
               MOVE WS-TODAY-CCYYMMDD TO WS-CLOS-THRU
               PERFORM 290-COUNT-CLOSURES
               SUBTRACT WS-CLOSURE-CNT FROM WS-DAYS-AGED
               IF WS-DAYS-AGED > LF-DAYS-THRESHOLD THEN
                   PERFORM 250-CYCLE-GUARD
                   IF WS-SKIP-THIS-ONE = 'N' THEN
                       PERFORM 300-POST-LATE-FEE
                   END-IF
               END-IF
           END-IF.
               END-PERFORM
           END-IF.
       300-POST-LATE-FEE.
      *    THE SCAN ABOVE LEFT THE TAIL NODE'S BALANCE IN WS-PREV-BAL
      *    FOR THE REPORT; THE APPEND IS THE SAME SHAPE AS PROJ-RC'S
      *    220-WRITE-RECEIPT-RTN.
           MOVE SF-STU-NUM TO S-NO-OUT
           MOVE WS-PREV-BAL TO BALANCE-OUT
           MOVE WS-DAYS-AGED TO DAYS-OUT
           MOVE LF-FEE-AMOUNT TO FEE-OUT
           MOVE SF-STU-NUM TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE 'LATEFEE' TO WS-RC-RCT-TYPE
           MOVE LF-FEE-AMOUNT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE 'LATEFEE ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-FEE-CNT.
       310-FIND-RC-TAIL.
      *    THE STUDENT'S LAST ROW GIVES THE SEQUENCE TO WRITE ONE PAST
      *    AND THE RUNNING BALANCE TO CARRY FORWARD -- SEE PROJ-RC'S
      *    150-FIND-RC-TAIL.
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE WS-RC-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-RC-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-PRIOR-BALANCE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
