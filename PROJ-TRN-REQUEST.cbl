      *          (TQ-RECORD NOW 66 BYTES) -- 'E' SENDS THE FULFILLED
      *          TRANSCRIPT OUT AS PROJ-TRN-FULFILL'S ELECTRONIC
      *          EXTRACT INSTEAD OF PAPER ONLY.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 230-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS TQ-REQ-NO
               FILE STATUS IS WS-TQ-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
       FILE SECTION.
       FD  TQ-FILE-DESC IS EXTERNAL RECORD CONTAINS 66 CHARACTERS.
           COPY TQ-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-TQ-STATUS              PIC XX.
       01  WS-STATUS                 PIC XX.
       01  WS-SF-STATUS              PIC XX.
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
       01  TQ-CONTROL-REC.
           05  TQ-CTL-KEY            PIC 9(6).
           05  TQ-NEXT-REQ-NO        PIC 9(6).
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING TQ-PARM-ID, TQ-PARMS
           OPEN I-O TQ-FILE-DESC
           IF WS-TQ-STATUS = '35'
               OPEN OUTPUT TQ-FILE-DESC
       210-GET-NEXT-REQ-NO.
      *    READS THE 000000 CONTROL RECORD, TAKES THE NEXT REQUEST
      *    NUMBER, AND PUTS THE BUMPED COUNTER BACK -- SAME READ-
      *    MODIFY-REWRITE SHAPE AS PROJ-NEXT-NUM'S COUNTERS.
           MOVE ZEROS TO TQ-REQ-NO
           READ TQ-FILE-DESC
           MOVE TQ-RECORD TO TQ-CONTROL-REC
           ADD 1 TO TQ-NEXT-REQ-NO
           REWRITE TQ-RECORD FROM TQ-CONTROL-REC.
       220-POST-FEE-RECEIPT.
      *    SAME APPEND AS PROJ-RC'S 150-FIND-RC-TAIL/220-WRITE-
      *    RECEIPT-RTN, WITH THE AMOUNTS FIXED TO THE OFFICIAL-
      *    TRANSCRIPT FEE.
           MOVE WS-SNO TO WS-RC-STU-NUM
           PERFORM 230-FIND-RC-TAIL
           MOVE 'TRANSCRIPT' TO WS-RC-RCT-TYPE
           MOVE TQ-OFFICIAL-FEE TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           PERFORM 900-CHECK-RC-STATUS.
       230-FIND-RC-TAIL.
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
       300-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
       900-CHECK-RC-STATUS.
      *    SAME ABORT-CLEANLY TREATMENT AS PROJ-RC'S PARAGRAPH OF THE
      *    SAME NAME.
           IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE SF-FILE-DESC
