       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ACH-DRAFT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ACH AUTO-DRAFT OF PAYMENT-PLAN
      *          INSTALLMENTS.  FOR EVERY ACTIVE DEBIT AUTHORIZATION ON
      *          SF-DRAFT.DAT (SEE DB-FILE-DESC) WHOSE STUDENT HAS AN
      *          ACTIVE PLAN ON PROJ-PAY-PLAN.DAT, EACH INSTALLMENT NOT
      *          YET DRAFTED AND DUE WITHIN DF-LEAD-DAYS (OR ALREADY
      *          PAST DUE) GOES ON THE BANK'S DEBIT FILE,
      *          BANK-ACHDEBIT.DAT, UNDER A NEW TRACE NUMBER (SEQUENCE
      *          'ACHTRACE', SEE SQ-FILE-DESC), AND A PROVISIONAL
      *          'PAYMENT' NODE FOR IT IS APPENDED TO THE RECEIPT
      *          CHAIN -- TENDER 'DR', THE TRACE IN RC-CHECK-NO,
      *          OPERATOR-STAMPED 'ACHDRAFT'.  NO DRAFT IS EVER FOR
      *          MORE THAN THE STUDENT STILL OWES; WITH NOTHING OWED
      *          THE INSTALLMENT IS MARKED SKIPPED.  A DRAFT THE BANK
      *          SENDS BACK IS UNDONE BY PROJ-ACH-RETURN.  THE RUN IS
      *          LISTED ON PP-ACH-DRAFT.RPT.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 410-FIND-RC-TAIL,
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
           SELECT DB-FILE-DESC ASSIGN TO 'SF-DRAFT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DB-STU-NUM
               FILE STATUS IS WS-DB-STATUS.
           SELECT PP-FILE-DESC ASSIGN TO 'PROJ-PAY-PLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PP-STU-NUM
               FILE STATUS IS WS-PP-STATUS.
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
           SELECT ACHDEBIT-FILE ASSIGN TO 'BANK-ACHDEBIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAFT-REPORT ASSIGN TO 'PP-ACH-DRAFT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DB-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY DB-FILE-DESC.
       FD  PP-FILE-DESC IS EXTERNAL RECORD CONTAINS 87 CHARACTERS.
           COPY PP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  ACHDEBIT-FILE
           DATA RECORD IS ACHDEBIT-REC.
       01  ACHDEBIT-REC              PIC X(93).
       FD  DRAFT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DB-STATUS              PIC XX.
       01  WS-PP-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-DB-CHANGED             PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-DAYS                   PIC S9(5).
       01  WS-INST-SUB               PIC 9(2).
       01  WS-OWED                   PIC S9(5)V99.
       01  WS-DRAFT-AMT              PIC 9(5)V99.
       01  WS-TRACE-SEQ              PIC X(8)   VALUE 'ACHTRACE'.
       01  WS-TRACE-NUM              PIC 9(9).
       01  WS-TRACE-NO               PIC 9(8).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-DRAFT-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-DRAFT-TOTAL            PIC 9(8)V99 VALUE ZERO.
       01  WS-SKIP-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       COPY DF-DRAFT.
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
      *    ONE DEBIT ENTRY FOR THE BANK.  XD-EFF-DATE (CCYYMMDD) IS
      *    THE DAY THE STUDENT'S ACCOUNT IS TO BE CHARGED -- THE DUE
      *    DATE, OR THE RUN DATE FOR AN INSTALLMENT ALREADY PAST DUE.
       01  ACHDEBIT-LINE.
           05  XD-STU-NUM            PIC 9(9).
           05  XD-NAME               PIC X(35).
           05  XD-ROUTING            PIC 9(9).
           05  XD-ACCOUNT            PIC X(17).
           05  XD-ACCT-TYPE          PIC X.
           05  XD-AMOUNT             PIC 9(4)V99.
           05  XD-EFF-DATE           PIC 9(8).
           05  XD-TRACE              PIC 9(8).
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'PAYMENT PLAN ACH DRAFTS  RUN DATE       '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(13)  VALUE '  LEAD DAYS  '.
           05  HL-LEAD-OUT           PIC ZZ9.
           05                        PIC X(16)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'STUDENT   NAME                     INST '.
           05                        PIC X(38)  VALUE
                'DUE DATE  TRACE NO     AMOUNT'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(25).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-INST-OUT           PIC Z9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-DUE-OUT            PIC 9(8).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-TRACE-OUT          PIC X(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-NOTE-OUT           PIC X(10).
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'DRAFTED: '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(10)  VALUE '  TOTAL $ '.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(11)  VALUE '  SKIPPED: '.
           05  TL-SKIP-OUT           PIC ZZZZ9.
           05                        PIC X(25)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O DB-FILE-DESC
           IF WS-DB-STATUS = '35'
               DISPLAY 'PROJ-ACH-DRAFT: NO DEBIT AUTHORIZATIONS ON FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT PP-FILE-DESC
           IF WS-PP-STATUS = '35'
               DISPLAY 'PROJ-ACH-DRAFT: NO PLAN FILE ON HAND'
               CLOSE DB-FILE-DESC
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT ACHDEBIT-FILE
                       DRAFT-REPORT
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           CALL 'PROJ-PARM-LOAD' USING DF-PARM-ID, DF-PARMS
           DISPLAY 'PROJ-ACH-DRAFT STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           MOVE DF-LEAD-DAYS TO HL-LEAD-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO DB-STU-NUM
           START DB-FILE-DESC KEY IS NOT LESS THAN DB-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ DB-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF DB-STATUS = 'A'
                           PERFORM 200-CONSIDER-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-DRAFT-CNT TO TL-CNT-OUT
           MOVE WS-DRAFT-TOTAL TO TL-AMT-OUT
           MOVE WS-SKIP-CNT TO TL-SKIP-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-ACH-DRAFT FINISHED -- ' WS-DRAFT-CNT
               ' DRAFT(S), ' WS-SKIP-CNT ' SKIPPED'
           CLOSE DB-FILE-DESC
                 PP-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 ACHDEBIT-FILE
                 DRAFT-REPORT
           EXIT PROGRAM.
       200-CONSIDER-ONE-PLAN.
      *    ONLY AN ACTIVE PLAN IS DRAFTED -- A COMPLETED OR CANCELLED
      *    ONE LEAVES THE AUTHORIZATION ON FILE BUT IDLE.
           MOVE DB-STU-NUM TO PP-STU-NUM
           READ PP-FILE-DESC
               INVALID KEY MOVE SPACE TO PP-STATUS
           END-READ
           IF PP-STATUS = 'A'
               MOVE 'Y' TO WS-STU-FOUND
               MOVE DB-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-STU-FOUND
               END-READ
               IF WS-STU-FOUND = 'Y'
                   PERFORM 250-GET-BALANCE
                   MOVE 'N' TO WS-DB-CHANGED
                   PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                           UNTIL WS-INST-SUB > PP-NUM-INST
                               OR WS-INST-SUB > 6
                       IF DB-INST-STATE(WS-INST-SUB) = SPACE
                               AND PP-DUE-DATE(WS-INST-SUB) > ZERO
                           PERFORM 210-CHECK-DUE-WINDOW
                       END-IF
                   END-PERFORM
                   IF WS-DB-CHANGED = 'Y'
                       REWRITE DB-RECORD
                   END-IF
               ELSE
      *            ARCHIVED OR MERGED AWAY SINCE THE PLAN WAS SET UP --
      *            THERE IS NO CHAIN TO POST TO, SO NOTHING IS DRAFTED.
                   MOVE DB-STU-NUM TO DL-SNO-OUT
                   MOVE SPACES TO DL-NAME-OUT
                   MOVE ZERO TO DL-INST-OUT
                   MOVE ZEROS TO DL-DUE-OUT
                   MOVE SPACES TO DL-TRACE-OUT
                   MOVE ZERO TO DL-AMOUNT-OUT
                   MOVE '**NO STU' TO DL-NOTE-OUT
                   PERFORM 700-DETAIL-LINE
               END-IF
           END-IF.
       210-CHECK-DUE-WINDOW.
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(PP-DUE-DATE(WS-INST-SUB))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           IF WS-DAYS NOT > DF-LEAD-DAYS
               PERFORM 300-DRAFT-ONE-INST
               MOVE 'Y' TO WS-DB-CHANGED
           END-IF.
       250-GET-BALANCE.
      *    WHAT THE STUDENT OWES RIGHT NOW -- THE RUNNING BALANCE ON
      *    THE STUDENT'S LAST RECEIPT ROW.  EACH DRAFT THIS RUN TAKES
      *    ITS AMOUNT OFF, SO TWO INSTALLMENTS CAUGHT IN ONE RUN CAN
      *    NEVER DRAW MORE THAN IS OWED BETWEEN THEM.
           MOVE SF-STU-NUM TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE WS-PRIOR-BALANCE TO WS-OWED.
       300-DRAFT-ONE-INST.
      *    THE INSTALLMENT AMOUNT, CUT BACK TO WHAT IS STILL OWED AND
      *    TO THE LARGEST AMOUNT ONE RECEIPT NODE CAN CARRY.
           MOVE PP-INST-AMT TO WS-DRAFT-AMT
           IF WS-OWED < WS-DRAFT-AMT
               IF WS-OWED > ZERO
                   MOVE WS-OWED TO WS-DRAFT-AMT
               ELSE
                   MOVE ZERO TO WS-DRAFT-AMT
               END-IF
           END-IF
           IF WS-DRAFT-AMT > 9999.99
               MOVE 9999.99 TO WS-DRAFT-AMT
           END-IF
           MOVE DB-STU-NUM TO DL-SNO-OUT
           MOVE SF-NAME TO DL-NAME-OUT
           MOVE WS-INST-SUB TO DL-INST-OUT
           MOVE PP-DUE-DATE(WS-INST-SUB) TO DL-DUE-OUT
           MOVE WS-TODAY TO DB-INST-DATE(WS-INST-SUB)
           IF WS-DRAFT-AMT = ZERO
               MOVE 'S' TO DB-INST-STATE(WS-INST-SUB)
               MOVE ZEROS TO DB-INST-TRACE(WS-INST-SUB)
               MOVE ZERO TO DB-INST-AMT(WS-INST-SUB)
               MOVE SPACES TO DL-TRACE-OUT
               MOVE ZERO TO DL-AMOUNT-OUT
               MOVE 'SKIPPED' TO DL-NOTE-OUT
               ADD 1 TO WS-SKIP-CNT
           ELSE
               MOVE 10000001 TO WS-TRACE-NUM
               CALL 'PROJ-NEXT-NUM' USING WS-TRACE-SEQ, WS-TRACE-NUM
               MOVE WS-TRACE-NUM TO WS-TRACE-NO
               MOVE DB-STU-NUM TO XD-STU-NUM
               MOVE SF-NAME TO XD-NAME
               MOVE DB-ROUTING TO XD-ROUTING
               MOVE DB-ACCOUNT TO XD-ACCOUNT
               MOVE DB-ACCT-TYPE TO XD-ACCT-TYPE
               MOVE WS-DRAFT-AMT TO XD-AMOUNT
               IF PP-DUE-DATE(WS-INST-SUB) < WS-TODAY-CCYYMMDD
                   MOVE WS-TODAY-CCYYMMDD TO XD-EFF-DATE
               ELSE
                   MOVE PP-DUE-DATE(WS-INST-SUB) TO XD-EFF-DATE
               END-IF
               MOVE WS-TRACE-NO TO XD-TRACE
               WRITE ACHDEBIT-REC FROM ACHDEBIT-LINE
               PERFORM 400-APPEND-DRAFT-NODE
               SUBTRACT WS-DRAFT-AMT FROM WS-OWED
               MOVE 'D' TO DB-INST-STATE(WS-INST-SUB)
               MOVE WS-TRACE-NO TO DB-INST-TRACE(WS-INST-SUB)
               MOVE WS-DRAFT-AMT TO DB-INST-AMT(WS-INST-SUB)
               MOVE WS-TRACE-NO TO DL-TRACE-OUT
               MOVE WS-DRAFT-AMT TO DL-AMOUNT-OUT
               MOVE 'DRAFTED' TO DL-NOTE-OUT
               ADD 1 TO WS-DRAFT-CNT
               ADD WS-DRAFT-AMT TO WS-DRAFT-TOTAL
           END-IF
           PERFORM 700-DETAIL-LINE.
       400-APPEND-DRAFT-NODE.
      *    THE PROVISIONAL PAYMENT -- TENDER 'DR' SO PROJ-CASH-CLOSE
      *    KEEPS IT OUT OF EVERY DRAWER, THE TRACE NUMBER IN
      *    RC-CHECK-NO SO PROJ-ACH-RETURN CAN FIND IT AGAIN.  SAME
      *    APPEND AS PROJ-PAY-BATCH'S 300-APPEND-PAYMENT.
           MOVE DB-STU-NUM TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE 'PAYMENT' TO WS-RC-RCT-TYPE
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE WS-DRAFT-AMT TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED - WS-RC-AMT-PAID
           MOVE 'ACHDRAFT' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE 'DR' TO WS-RC-TENDER
           MOVE WS-TRACE-NO TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       410-FIND-RC-TAIL.
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
       650-HEADING-RTN.
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       700-DETAIL-LINE.
           IF WS-LINE-CT > 55
               PERFORM 650-HEADING-RTN
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
