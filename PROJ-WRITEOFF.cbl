       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-WRITEOFF.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  BAD-DEBT WRITE-OFF BATCH.  EVERY
      *          ACCOUNT APPROVED ON PROJ-UPD-WRITEOFF (AN 'A' ROW ON
      *          THE RC-WRITEOFF.DAT REGISTER, SEE WO-FILE-DESC) HAS
      *          ITS WHOLE CHAIN BALANCE WRITTEN OFF -- 'WRITEOFF'
      *          RECEIPT NODES ARE APPENDED FOR THE BALANCE (MORE THAN
      *          ONE WHEN IT IS OVER WHAT ONE NODE CAN CARRY), THE ROW
      *          IS MARKED WRITTEN OFF WITH THE AMOUNT AND DATE, AND THE
      *          ACCOUNT IS FLAGGED SF-COLL-FLAG 'W'.  THE BALANCE GOES
      *          TO ZERO, SO THE ACCOUNT LEAVES THE DELINQUENT LIST AND
      *          THE AGING; PROJ-GL-EXPORT CARRIES THE BAD-DEBT EXPENSE.
      *          AN APPROVED ACCOUNT THAT NO LONGER OWES ANYTHING IS
      *          CANCELLED INSTEAD.  THE WHOLE REGISTER, WITH WHAT HAS
      *          BEEN RECOVERED AGAINST EACH WRITE-OFF SINCE, PRINTS ON
      *          RC-WRITEOFF.RPT AFTER THE POSTINGS.
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
           SELECT WO-FILE-DESC ASSIGN TO 'RC-WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT WO-REPORT ASSIGN TO 'RC-WRITEOFF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WO-FILE-DESC IS EXTERNAL RECORD CONTAINS 70 CHARACTERS.
           COPY WO-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  WO-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WO-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-BALANCE                PIC S9(5)V99.
       01  WS-TO-WRITE-OFF           PIC 9(5)V99.
       01  WS-NODE-AMT               PIC 9(4)V99.
       01  WS-WO-CNT                 PIC 9(5)   VALUE ZERO.
       01  WS-CANCEL-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-WO-TOTAL               PIC 9(7)V99 VALUE ZERO.
       01  WS-REG-WRITTEN            PIC 9(8)V99 VALUE ZERO.
       01  WS-REG-RECOVERED          PIC 9(8)V99 VALUE ZERO.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-REFUND-AMT PIC S9(4)V99.
           05  WS-RC-OPERATOR-ID PIC X(8).
           05  WS-RC-CHECK-RUN-DATE PIC 9(6).
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'BAD-DEBT WRITE-OFF REGISTER  RUN DATE '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(32)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'STUDENT   SQ S RSN  APPR BY  APPROVED   '.
           05                        PIC X(38)  VALUE
                'WRITTEN OFF  WO-DATE  RECOVERED'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SEQ-OUT            PIC 9(2).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-STATUS-OUT         PIC X.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-REASON-OUT         PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-OPER-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-APPR-DATE-OUT      PIC 9(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC ZZ,ZZ9.99.
           05                        PIC X(4)   VALUE SPACES.
           05  DL-WO-DATE-OUT        PIC 9(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-RECOVERED-OUT      PIC ZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-FLAG-OUT           PIC X(8).
       01  TOTAL-LINE-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(14)  VALUE 'THIS RUN:     '.
           05  TL-WO-CNT-OUT         PIC ZZZZ9.
           05                        PIC X(18)  VALUE
                ' WRITTEN OFF FOR $'.
           05  TL-WO-AMT-OUT         PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE ', '.
           05  TL-CANCEL-OUT         PIC ZZZZ9.
           05                        PIC X(22)  VALUE ' CANCELLED'.
       01  TOTAL-LINE-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(26)  VALUE
                'REGISTER:     WRITTEN OFF '.
           05  TL-REG-WO-OUT         PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(12)  VALUE '  RECOVERED '.
           05  TL-REG-RCV-OUT        PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(14)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O WO-FILE-DESC
           IF WS-WO-STATUS = '35'
               DISPLAY 'PROJ-WRITEOFF: NO WRITE-OFF REGISTER ON FILE'
               EXIT PROGRAM
           END-IF
           OPEN I-O SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT WO-REPORT
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-WRITEOFF STARTING'
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO WO-KEY
           START WO-FILE-DESC KEY IS NOT LESS THAN WO-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ WO-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF WO-STATUS = 'A'
                           PERFORM 200-WRITE-OFF-ONE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 600-PRINT-REGISTER
           DISPLAY 'PROJ-WRITEOFF FINISHED -- ' WS-WO-CNT
               ' WRITTEN OFF, ' WS-CANCEL-CNT ' CANCELLED'
           CLOSE WO-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 WO-REPORT
           EXIT PROGRAM.
       200-WRITE-OFF-ONE.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE WO-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           MOVE ZERO TO WS-BALANCE
           IF WS-STU-FOUND = 'Y'
               MOVE WO-STU-NUM TO WS-RC-STU-NUM
               PERFORM 310-FIND-RC-TAIL
               MOVE WS-PRIOR-BALANCE TO WS-BALANCE
           END-IF
           IF WS-BALANCE NOT > ZERO
      *        PAID, CREDITED OR ADJUSTED SINCE IT WAS APPROVED --
      *        THERE IS NOTHING LEFT TO WRITE OFF.
               MOVE 'C' TO WO-STATUS
               REWRITE WO-RECORD
               ADD 1 TO WS-CANCEL-CNT
           ELSE
               MOVE WS-BALANCE TO WS-TO-WRITE-OFF
               PERFORM UNTIL WS-TO-WRITE-OFF = ZERO
                   IF WS-TO-WRITE-OFF > 9999.99
                       MOVE 9999.99 TO WS-NODE-AMT
                   ELSE
                       MOVE WS-TO-WRITE-OFF TO WS-NODE-AMT
                   END-IF
                   PERFORM 300-APPEND-WRITEOFF
                   SUBTRACT WS-NODE-AMT FROM WS-TO-WRITE-OFF
               END-PERFORM
               MOVE 'W' TO WO-STATUS
               MOVE WS-BALANCE TO WO-AMOUNT
               MOVE WS-TODAY TO WO-WO-DATE
               REWRITE WO-RECORD
               MOVE 'W' TO SF-COLL-FLAG
               REWRITE SF-RECORD
               ADD 1 TO WS-WO-CNT
               ADD WS-BALANCE TO WS-WO-TOTAL
           END-IF.
       300-APPEND-WRITEOFF.
      *    SAME APPEND AS PROJ-PAY-BATCH'S
      *    300-APPEND-PAYMENT.  A WRITE-OFF CREDITS THE ACCOUNT LIKE A
      *    PAYMENT BUT IS NO MONEY IN ANY DRAWER, SO IT CARRIES TENDER
      *    'WO', WHICH PROJ-CASH-CLOSE LEAVES OUT OF THE DRAWER TOTALS.
           MOVE WO-STU-NUM TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE 'WRITEOFF' TO WS-RC-RCT-TYPE
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE WS-NODE-AMT TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE - WS-RC-AMT-PAID
           MOVE 'WRITEOFF' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE 'WO' TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
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
       600-PRINT-REGISTER.
      *    THE WHOLE REGISTER, CANCELLED ROWS INCLUDED, SO THE PRINTED
      *    COPY IS THE PERMANENT RECORD THE AUDITORS ASK FOR.  ROWS
      *    WRITTEN OFF ON THIS RUN ARE FLAGGED.
           MOVE WS-TODAY TO HL-DATE-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO WO-KEY
           START WO-FILE-DESC KEY IS NOT LESS THAN WO-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ WO-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 610-PRINT-ROW
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-WO-CNT TO TL-WO-CNT-OUT
           MOVE WS-WO-TOTAL TO TL-WO-AMT-OUT
           MOVE WS-CANCEL-CNT TO TL-CANCEL-OUT
           WRITE REPORT-REC FROM TOTAL-LINE-1 AFTER 1
           MOVE WS-REG-WRITTEN TO TL-REG-WO-OUT
           MOVE WS-REG-RECOVERED TO TL-REG-RCV-OUT
           WRITE REPORT-REC FROM TOTAL-LINE-2 AFTER 1.
       610-PRINT-ROW.
           IF WS-LINE-CT > 55
               PERFORM 650-HEADING-RTN
           END-IF
           MOVE WO-STU-NUM TO DL-SNO-OUT
           MOVE WO-SEQ TO DL-SEQ-OUT
           MOVE WO-STATUS TO DL-STATUS-OUT
           MOVE WO-REASON TO DL-REASON-OUT
           MOVE WO-APPR-OPER TO DL-OPER-OUT
           MOVE WO-APPR-DATE TO DL-APPR-DATE-OUT
           MOVE WO-AMOUNT TO DL-AMOUNT-OUT
           MOVE WO-WO-DATE TO DL-WO-DATE-OUT
           MOVE WO-RECOVERED TO DL-RECOVERED-OUT
           MOVE SPACES TO DL-FLAG-OUT
           IF WO-STATUS = 'W' AND WO-WO-DATE = WS-TODAY
               MOVE '*NEW' TO DL-FLAG-OUT
           END-IF
           IF WO-STATUS = 'W'
               ADD WO-AMOUNT TO WS-REG-WRITTEN
               ADD WO-RECOVERED TO WS-REG-RECOVERED
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       650-HEADING-RTN.
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
