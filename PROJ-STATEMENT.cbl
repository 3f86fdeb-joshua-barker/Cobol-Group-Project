      *          DATE AND TIME -- SO A FERPA COMPLAINT CAN BE
      *          ANSWERED FROM THE FILE.  THE OPERATOR ID NOW COMES
      *          IN FROM MENU ON THE USING LIST.
      *20261015  RECEIPT AND AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT AND PROJ-FIN-AID.DAT; WS-HIST-NODE
      *          CARRIES RC-SEQ AHEAD OF THE AMOUNTS TO MATCH.
      *20261015  RECEIPT FD NOW 88 BYTES AND RECEIPT HISTORY FD NOW 102
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.
      *20261015  RECEIPT FD NOW 96 BYTES, FIN AID FD NOW 51 BYTES AND
      *          RECEIPT HISTORY FD NOW 110 BYTES (APPROVER ADDED); THE
      *          PRIVATE COPY OF THE RECEIPT ROW GREW TO MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
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
            SELECT HI-FILE-DESC ASSIGN TO 'RC-HISTORY.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
       COPY HI-FILE-DESC.
       FD STATEMENT-REPORT
          DATA RECORD IS REPORT-REC.
       WORKING-STORAGE SECTION.
       01  WS-AL-STATUS              PIC XX.
       COPY AL-ACCESS-REC.
       01  WS-RC-DONE                PIC X.
       01  WS-FA-DONE                PIC X.
       01  WS-TOT-OWED               PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-PAID               PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-AID                PIC 9(7)V99 VALUE ZERO.
       01  WS-HIST-NODE.
           05  WH-TYPE             PIC X(10).
           05  WH-STU-NUM          PIC 9(9).
           05  WH-SEQ              PIC 9(5).
           05  WH-AMT-OWED         PIC 9(4)V99.
           05  WH-AMT-PAID         PIC 9(4)V99.
           05  WH-VOID             PIC X.
           05  WH-POST-DATE        PIC 9(6).
           05  WH-BALANCE          PIC S9(5)V99.
           05  WH-RCPT-NO          PIC 9(6).
           05  WH-TENDER           PIC X(2).
           05  WH-CHECK-NO         PIC X(8).
           05  WH-CAMPUS           PIC X(2).
           05  WH-APPROVER-ID      PIC X(8).
       01  HIST-HEAD-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(34)
           END-IF
           ACCEPT ANS.
       300-WALK-RC-CHAIN.
      *    READS ALL OF THE STUDENT'S RECEIPT ROWS, TOTALLING ONLY THE
      *    REAL (NON-VOID) CHARGES AND PAYMENTS -- A VOID ENTRY EXISTS
      *    TO CORRECT THE RECORD, NOT TO ADD A SECOND CHARGE OR PAYMENT
      *    -- AND PICKS UP THE LAST ROW'S RC-BALANCE, WHICH ALREADY
      *    ACCOUNTS FOR ANY VOID, AS THE STATEMENT'S NET BALANCE.
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
                           PERFORM 310-ADD-RC-NODE
                           MOVE RC-BALANCE TO WS-NET-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       310-ADD-RC-NODE.
           IF RC-VOID NOT = 'Y' THEN
               ADD RC-AMT-OWED TO WS-TOT-OWED
               ADD RC-AMT-PAID TO WS-TOT-PAID
           END-IF.
       400-WALK-FA-CHAIN.
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           ADD FA-AWARD-AMNT TO WS-TOT-AID
                       END-IF
               END-READ
           END-PERFORM.
       500-PRINT-BODY.
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
