      *          THROUGH PROJ-JOURNAL LIKE THE INTERACTIVE DROPS DO,
      *          SO PROJ-REG-PACE AND PROJ-JRNL-REPORT SEE THESE MASS
      *          DROPS AT ALL.
      *20261015  CURRENT-TERM NOW COMES FROM THE BILLING TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED); EOF-REC FILLER WIDENED TO MATCH, AND A FREED
      *          NODE'S HOURS ARE ZEROED.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED); EOF-REC FILLER WIDENED TO MATCH, AND A FREED
      *          NODE'S RESERVED-SEAT ROW IS ZEROED.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.  THE REPORTED BALANCE IS CARRIED IN
      *          WS-PREV-BAL, SINCE THE SCAN READS PAST THE STUDENT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
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
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               FILE STATUS IS WS-EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  PP-FILE-DESC IS EXTERNAL RECORD CONTAINS 87 CHARACTERS.
           COPY PP-FILE-DESC.
       01  ARE-THERE-MORE-RECORDS    PIC X(3)  VALUE "YES".
           88  NO-MORE-RECORDS                 VALUE "NO".
       01  X                         PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-PREV-BAL               PIC S9(5)V99.
       01  WS-CROSS-DATE             PIC 9(6).
       01  WS-TODAY                  PIC 9(6).
       01  EOF-REC.
           05  EOF-POINTER           PIC 9(5).
           05  EOF-FREE-HEAD         PIC 9(5).
           05  FILLER                PIC X(39).
       01  WS-PP-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       COPY CQ-REC.
           05                        PIC X(11)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING DL-PARM-ID, DL-PARMS
           OPEN I-O SF-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           OPEN I-O EF-FILE-DES
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       200-CHECK-ONE-STUDENT.
      *    READS THE STUDENT'S RECEIPT ROWS OLDEST TO NEWEST, WATCHING
      *    FOR THE MOST RECENT POINT WHERE RC-BALANCE ROSE ABOVE
      *    DL-BALANCE-THRESHOLD AND STAYED THERE.  IF THE LAST ROW IS
      *    STILL OVER THRESHOLD AND THAT CROSSING IS OLDER THAN
      *    DL-DAYS-THRESHOLD DAYS, THE STUDENT IS DROPPED.  WS-PREV-BAL
      *    IS LEFT ON THE LAST ROW'S BALANCE.
           MOVE ZERO TO WS-PREV-BAL
           MOVE ZERO TO WS-CROSS-DATE
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
           IF WS-PREV-BAL > DL-BALANCE-THRESHOLD
                   AND WS-CROSS-DATE > 0 THEN
               COMPUTE WS-CROSS-CCYYMMDD = 20000000 + WS-CROSS-DATE
               COMPUTE WS-CROSS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-CROSS-CCYYMMDD)
               COMPUTE WS-DAYS-DELINQUENT =
                   WS-TODAY-JULIAN - WS-CROSS-JULIAN
               MOVE WS-CROSS-CCYYMMDD TO WS-CLOS-FROM
               MOVE WS-TODAY-CCYYMMDD TO WS-CLOS-THRU
               PERFORM 290-COUNT-CLOSURES
               SUBTRACT WS-CLOSURE-CNT FROM WS-DAYS-DELINQUENT
               IF WS-DAYS-DELINQUENT > DL-DAYS-THRESHOLD THEN
                   PERFORM 250-CHECK-PAYMENT-PLAN
                   IF WS-PLAN-CURRENT = 'N' THEN
                       PERFORM 300-DROP-STUDENT
                   END-IF
               END-IF
           END-IF.
      *    SAME EXPECTED-VS-ACTUAL TEST AS PROJ-PLAN-CHECK -- A
      *    STUDENT WITH AN ACTIVE CONTRACT WHOSE NON-VOID PAYMENTS
      *    SINCE PP-SETUP-DATE COVER THE INSTALLMENTS DUE SO FAR IS
      *    CURRENT AND IS LEFT ALONE.  THE SECOND RECEIPT SCAN
      *    REPOSITIONS RC-FILE-DESC, WHICH IS FINE -- THE CALLER IS
      *    DONE WITH ITS OWN SCAN BY THE TIME THIS RUNS.
           MOVE 'N' TO WS-PLAN-CURRENT
           IF WS-PP-ON-FILE = 'Y' THEN
               MOVE SF-STU-NUM TO PP-STU-NUM
               PP-DOWN-PAY + (PP-INST-AMT * WS-DUE-CNT)
           MOVE ZERO TO WS-ACTUAL-PAID
           COMPUTE WS-SETUP-CCYYMMDD = 20000000 + PP-SETUP-DATE
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
                           PERFORM 270-SUM-RC-NODE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACTUAL-PAID NOT < WS-EXPECTED
               MOVE 'Y' TO WS-PLAN-CURRENT
           END-IF.
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE SF-STU-NUM TO S-NO-OUT
           MOVE WS-PREV-BAL TO BALANCE-OUT
           MOVE WS-DAYS-DELINQUENT TO DAYS-OUT
           MOVE WS-CLASSES-DROPPED TO CLASSES-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           MOVE SPACES TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE ZERO TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           MOVE EOF-FREE-HEAD TO RF-NXT-CLS-PNTR
           REWRITE ENR-REC
      *    THE CLEARING REWRITE JOURNALS SO ITS 'E'-BEFORE/CLEARED-
