      *          DATED ACTIVITY, PRINTING EVERY OUT-OF-BALANCE STUDENT
      *          BY NUMBER.  THE AUDITORS WANTED PROOF THE MONEY
      *          BALANCES, NOT JUST THAT THE POINTERS CONNECT.
      *20261015  PROJ-REC.DAT AND PROJ-FIN-AID.DAT ARE NOW INDEXED.  A
      *          STUDENT'S RECEIPTS ARE READ BY KEY, AN OUT-OF-BALANCE
      *          LINE SHOWS THE ROW'S RC-SEQ, AND THE FILE TOTALS SWEEP
      *          IN KEY ORDER.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
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
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT CTL-FILE ASSIGN TO 'RC-CTL-TOTALS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  CTL-FILE
           DATA RECORD IS CTL-REC.
       01  REPORT-REC                PIC X(57).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-CTL-STATUS             PIC XX.
       01  WS-TODAY                  PIC 9(6).
       01  WS-PREV-BAL               PIC S9(7)V99.
           05                        PIC X(17)
               VALUE 'OUT OF BALANCE - '.
           05 BAD-SNO-OUT            PIC 9(9).
           05                        PIC X(7)     VALUE '  SEQ  '.
           05 BAD-SEQ-OUT            PIC 9(5).
           05                        PIC X(17)    VALUE SPACES.
       01  TIE-LINE.
           05                        PIC X(2)     VALUE SPACES.
      *    A CHAIN STARTS FROM A ZERO BALANCE (A FISCAL-YEAR CARRY-
      *    FORWARD NODE CARRIES ITS OPENING AMOUNT IN RC-AMT-OWED OR
      *    RC-AMT-PAID, SO THE STEP RULE HOLDS FOR IT TOO).
           MOVE 'Y' TO WS-STU-OK
           MOVE ZERO TO WS-PREV-BAL
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
                           PERFORM 210-CHECK-ONE-NODE
                       END-IF
               END-READ
           END-PERFORM.
       210-CHECK-ONE-NODE.
           COMPUTE WS-DELTA = RC-BALANCE - WS-PREV-BAL
           MOVE 'N' TO WS-NODE-OK
           END-IF
           IF WS-NODE-OK = 'N' THEN
               MOVE SF-STU-NUM TO BAD-SNO-OUT
               MOVE RC-SEQ TO BAD-SEQ-OUT
               WRITE REPORT-REC FROM BAD-LINE AFTER 1
               ADD 1 TO WS-BAD-CNT
               MOVE 'N' TO WS-STU-OK
           END-IF
           MOVE RC-BALANCE TO WS-PREV-BAL.
       400-FILE-TOTALS.
      *    KEY-ORDER SWEEPS OF BOTH FILES, SAME AS PROJ-GL-EXPORT, FOR
      *    THE FILE-WIDE MONEY TOTALS AND THE DAY'S DATED ACTIVITY.
           MOVE 'Y' TO WS-ARE-MORE
           MOVE ZEROS TO RC-KEY
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'N' TO WS-ARE-MORE
           END-START
           PERFORM UNTIL WS-ARE-MORE = 'N'
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-ARE-MORE
           MOVE ZEROS TO FA-KEY
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'N' TO WS-ARE-MORE
           END-START
           PERFORM UNTIL WS-ARE-MORE = 'N'
