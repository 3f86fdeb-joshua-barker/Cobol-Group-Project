       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ACH-RETURN.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ACH RETURN IMPORT FOR THE PAYMENT-PLAN
      *          DRAFTS PROJ-ACH-DRAFT SENDS.  READS THE BANK'S RETURN
      *          FILE (BANK-ACHRETURN.DAT, ONE TRACE NUMBER/STUDENT/
      *          AMOUNT/RETURN REASON/DATE PER LINE), FINDS THE DRAFTED
      *          INSTALLMENT ON SF-DRAFT.DAT (SEE DB-FILE-DESC) AND ITS
      *          PROVISIONAL 'DR' PAYMENT NODE, AND HANDLES IT THE WAY
      *          PROJ-RC'S NSF ACTION HANDLES A BOUNCED CHECK -- AN
      *          RC-TYPE 'NSF' REVERSING NODE, THE ORIGINAL MARKED
      *          VOIDED, AN 'NSFFEE' CHARGE OF DF-NSF-FEE, A BUSINESS-
      *          OFFICE HOLD, AND AN 'ACHR' LETTER ON THE
      *          CORRESPONDENCE QUEUE.  THE STUDENT'S AUTO-DRAFT IS
      *          CANCELLED (DB-STATUS 'R') AT THE DF-MAX-RETURNS'TH
      *          RETURN, OR AT ONCE FOR A REASON THAT SAYS THE ACCOUNT
      *          OR THE AUTHORIZATION IS NO GOOD.  ANYTHING THAT DOES
      *          NOT MATCH IS LISTED, NOT POSTED.  THE RUN IS LISTED ON
      *          PP-ACH-RETURN.RPT.
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
           SELECT RETURN-INPUT ASSIGN TO 'BANK-ACHRETURN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT DB-FILE-DESC ASSIGN TO 'SF-DRAFT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DB-STU-NUM
               FILE STATUS IS WS-DB-STATUS.
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
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT RETURN-REPORT ASSIGN TO 'PP-ACH-RETURN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT.
       01  RETURN-INPUT-REC.
           05  RT-TRACE            PIC 9(8).
           05  RT-STU-NUM          PIC 9(9).
           05  RT-AMOUNT           PIC 9(4)V99.
           05  RT-REASON           PIC X(3).
      *        THE ACCOUNT IS CLOSED, NOT THERE, OR FROZEN, OR THE
      *        ACCOUNT HOLDER SAYS THE DEBIT WAS NEVER AUTHORIZED OR
      *        HAS BEEN STOPPED -- DRAFTING IT AGAIN WOULD ONLY COME
      *        BACK THE SAME WAY.  R01 (NSF) AND R09 (UNCOLLECTED
      *        FUNDS) ARE THE ORDINARY RETURNS THAT COUNT TOWARD
      *        DF-MAX-RETURNS.
               88  RT-ACCOUNT-NO-GOOD  VALUE 'R02' 'R03' 'R04' 'R05'
                                         'R07' 'R08' 'R10' 'R16'
                                         'R20' 'R29'.
           05  RT-DATE             PIC 9(6).
       FD  DB-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY DB-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  RETURN-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RT-STATUS              PIC XX.
       01  WS-DB-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-INST-SUB               PIC 9(2).
       01  WS-INST-HIT               PIC 9(2).
       01  WS-NODE-FOUND             PIC X.
       01  WS-ORIG-SEQ               PIC 9(5).
       01  WS-TRACE-X                PIC X(8).
       01  WS-REJECT                 PIC X(24).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-RETURN-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-RETURN-AMT             PIC 9(8)V99 VALUE ZERO.
       01  WS-CANCEL-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-REJECT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       COPY DF-DRAFT.
       COPY CQ-REC.
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
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'PAYMENT PLAN ACH RETURNS  RUN DATE      '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(32)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(41)  VALUE
                'TRACE NO STUDENT   RSN RETURNED      AMOU'.
           05                        PIC X(37)  VALUE
                'NT  ACTION'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-TRACE-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-REASON-OUT         PIC X(3).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DATE-OUT           PIC 9(6).
           05                        PIC X(4)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-ACTION-OUT         PIC X(35).
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(10)  VALUE 'REVERSED: '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(10)  VALUE '  TOTAL $ '.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(19)  VALUE
                '  DRAFT CANCELLED: '.
           05  TL-CANCEL-OUT         PIC ZZZZ9.
           05                        PIC X(11)  VALUE '  REJECTED '.
           05  TL-REJECT-OUT         PIC ZZZZ9.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT RETURN-INPUT
           IF WS-RT-STATUS = '35'
               DISPLAY 'PROJ-ACH-RETURN: NO RETURN FILE FROM THE BANK'
               EXIT PROGRAM
           END-IF
           OPEN I-O DB-FILE-DESC
           IF WS-DB-STATUS = '35'
               DISPLAY 'PROJ-ACH-RETURN: NO DRAFT AUTHORIZATIONS'
               CLOSE RETURN-INPUT
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN I-O HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               OPEN OUTPUT HD-FILE-DESC
               CLOSE HD-FILE-DESC
               OPEN I-O HD-FILE-DESC
           END-IF
           OPEN OUTPUT RETURN-REPORT
           ACCEPT WS-TODAY FROM DATE
           CALL 'PROJ-PARM-LOAD' USING DF-PARM-ID, DF-PARMS
           DISPLAY 'PROJ-ACH-RETURN STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ RETURN-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 200-ONE-RETURN
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-RETURN-CNT TO TL-CNT-OUT
           MOVE WS-RETURN-AMT TO TL-AMT-OUT
           MOVE WS-CANCEL-CNT TO TL-CANCEL-OUT
           MOVE WS-REJECT-CNT TO TL-REJECT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-ACH-RETURN FINISHED -- ' WS-RETURN-CNT
               ' REVERSED, ' WS-CANCEL-CNT ' DRAFT(S) CANCELLED, '
               WS-REJECT-CNT ' REJECTED'
           CLOSE RETURN-INPUT
                 DB-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 HD-FILE-DESC
                 RETURN-REPORT
           EXIT PROGRAM.
       200-ONE-RETURN.
      *    THREE THINGS MUST LINE UP BEFORE ANYTHING POSTS -- THE
      *    AUTHORIZATION, THE INSTALLMENT DRAFTED UNDER THIS TRACE
      *    NUMBER (AND NOT ALREADY RETURNED), AND ITS UNVOIDED 'DR'
      *    PAYMENT NODE.  A SECOND COPY OF THE SAME RETURN THEREFORE
      *    FINDS NOTHING AND IS ONLY LISTED.
           MOVE SPACES TO WS-REJECT
           MOVE RT-TRACE TO WS-TRACE-X
           MOVE RT-STU-NUM TO DB-STU-NUM
           READ DB-FILE-DESC
               INVALID KEY MOVE 'NO AUTHORIZATION ON FILE' TO WS-REJECT
           END-READ
           IF WS-REJECT = SPACES
               PERFORM 210-FIND-INSTALLMENT
           END-IF
           IF WS-REJECT = SPACES
               MOVE RT-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'STUDENT NOT ON FILE' TO WS-REJECT
               END-READ
           END-IF
           IF WS-REJECT = SPACES
               PERFORM 220-FIND-DRAFT-NODE
           END-IF
           MOVE RT-TRACE TO DL-TRACE-OUT
           MOVE RT-STU-NUM TO DL-SNO-OUT
           MOVE RT-REASON TO DL-REASON-OUT
           MOVE RT-DATE TO DL-DATE-OUT
           IF WS-REJECT = SPACES
               PERFORM 300-REVERSE-DRAFT
           ELSE
               MOVE RT-AMOUNT TO DL-AMOUNT-OUT
               MOVE SPACES TO DL-ACTION-OUT
               STRING '**' DELIMITED BY SIZE
                   WS-REJECT DELIMITED BY SIZE
                   INTO DL-ACTION-OUT
               END-STRING
               ADD 1 TO WS-REJECT-CNT
           END-IF
           PERFORM 700-DETAIL-LINE.
       210-FIND-INSTALLMENT.
           MOVE ZERO TO WS-INST-HIT
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > 6
               IF DB-INST-TRACE(WS-INST-SUB) = RT-TRACE
                       AND DB-INST-STATE(WS-INST-SUB) = 'D'
                   MOVE WS-INST-SUB TO WS-INST-HIT
               END-IF
           END-PERFORM
           IF WS-INST-HIT = ZERO
               MOVE 'TRACE NOT AN OPEN DRAFT' TO WS-REJECT
           END-IF.
       220-FIND-DRAFT-NODE.
      *    SAME SCAN AS PROJ-RC'S 275-NSF-ROUTINE, MATCHING ON THE
      *    TRACE NUMBER PROJ-ACH-DRAFT STAMPED IN RC-CHECK-NO.
           MOVE 'N' TO WS-NODE-FOUND
           MOVE RT-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
                   OR WS-NODE-FOUND = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = RT-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           IF RC-TENDER = 'DR'
                                   AND RC-CHECK-NO = WS-TRACE-X
                                   AND RC-VOID NOT = 'Y'
                                   AND RC-AMT-PAID > ZERO
                               MOVE 'Y' TO WS-NODE-FOUND
                               MOVE RC-SEQ TO WS-ORIG-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NODE-FOUND = 'Y'
               MOVE RC-REC TO WS-RC-DATA-REC
           ELSE
               MOVE 'NO UNVOIDED DRAFT PAYMENT' TO WS-REJECT
           END-IF.
       300-REVERSE-DRAFT.
      *    WS-RC-DATA-REC HOLDS THE DRAFT'S PAYMENT NODE.  THE
      *    REVERSAL CARRIES ITS AMOUNTS AS AN 'NSF' NODE, THEN THE
      *    ORIGINAL IS MARKED, THE FEE POSTS, THE HOLD GOES ON AND THE
      *    LETTER QUEUES -- THE SAME STEPS, IN THE SAME ORDER, AS
      *    PROJ-RC'S NSF ACTION.
           MOVE WS-RC-AMT-PAID TO DL-AMOUNT-OUT
           ADD 1 TO WS-RETURN-CNT
           ADD WS-RC-AMT-PAID TO WS-RETURN-AMT
           MOVE 'NSF' TO WS-RC-RCT-TYPE
           PERFORM 400-APPEND-NODE
           PERFORM 310-MARK-ORIG-VOIDED
           PERFORM 320-POST-NSF-FEE
           PERFORM 330-PLACE-NSF-HOLD
           PERFORM 340-QUEUE-NSF-LETTER
           PERFORM 350-COUNT-THE-RETURN.
       310-MARK-ORIG-VOIDED.
           MOVE RT-STU-NUM TO RC-STU-NUM
           MOVE WS-ORIG-SEQ TO RC-SEQ
           READ RC-FILE-DESC
           MOVE 'Y' TO RC-VOID
           REWRITE RC-REC.
       320-POST-NSF-FEE.
           MOVE 'NSFFEE' TO WS-RC-RCT-TYPE
           MOVE RT-STU-NUM TO WS-RC-STU-NUM
           MOVE DF-NSF-FEE TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE SPACES TO WS-RC-VOID
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           PERFORM 400-APPEND-NODE.
       330-PLACE-NSF-HOLD.
      *    SAME BUSINESS-OFFICE HOLD PROJ-RC'S 278-PLACE-NSF-HOLD
      *    PLACES.  A STUDENT WHO ALREADY CARRIES A 'BU' HOLD KEEPS
      *    THE ONE THEY HAVE.
           MOVE SPACES TO HD-RECORD
           MOVE RT-STU-NUM TO HD-STU-NUM
           MOVE 'BU' TO HD-CODE
           MOVE 'BURSAR' TO HD-OFFICE
           MOVE WS-TODAY TO HD-DATE
           MOVE SPACES TO HD-COMMENT
           STRING 'RETURNED ACH DRAFT ' DELIMITED BY SIZE
               WS-TRACE-X DELIMITED BY SIZE
               INTO HD-COMMENT
           END-STRING
           MOVE SPACE TO HD-RELEASED
           MOVE ZEROS TO HD-REL-DATE
           WRITE HD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
       340-QUEUE-NSF-LETTER.
           MOVE RT-STU-NUM TO CQ-STU-NUM
           MOVE 'ACHR' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE SPACES TO CQ-VAR-DATA
           STRING 'DRAFT ' DELIMITED BY SIZE
               WS-TRACE-X DELIMITED BY SIZE
               ' FEE $' DELIMITED BY SIZE
               DF-NSF-FEE DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           OPEN EXTEND QUEUE-FILE
           IF WS-CQ-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF
           WRITE QUEUE-REC FROM CQ-LINE
           CLOSE QUEUE-FILE.
       350-COUNT-THE-RETURN.
      *    THE INSTALLMENT IS LEFT RETURNED, NOT DRAFTED AGAIN -- THE
      *    STUDENT NOW OWES IT AT THE WINDOW, AND PROJ-PLAN-CHECK WILL
      *    SHOW THE PLAN BEHIND UNTIL THEY PAY IT.
           MOVE 'R' TO DB-INST-STATE(WS-INST-HIT)
           ADD 1 TO DB-RETURN-CNT
           MOVE WS-TODAY TO DB-LAST-RETURN
           MOVE 'REVERSED, FEE POSTED' TO DL-ACTION-OUT
           IF DB-STATUS = 'A'
               IF RT-ACCOUNT-NO-GOOD
                       OR DB-RETURN-CNT NOT < DF-MAX-RETURNS
                   MOVE 'R' TO DB-STATUS
                   MOVE 'REVERSED, FEE POSTED, DRAFT CANCELLED'
                       TO DL-ACTION-OUT
                   ADD 1 TO WS-CANCEL-CNT
               END-IF
           END-IF
           REWRITE DB-RECORD.
       400-APPEND-NODE.
      *    APPENDS WS-RC-DATA-REC TO THE STUDENT'S ROWS -- THE 'NSF'
      *    REVERSAL (VOID-FLAGGED, BALANCE BACK UP BY WHAT THE DRAFT
      *    PAID, AS PROJ-RC'S 260-WRITE-VOID-ENTRY) OR THE FEE (AN
      *    ORDINARY CHARGE).  SAME APPEND AS PROJ-PAY-BATCH'S
      *    300-APPEND-PAYMENT.
           MOVE RT-STU-NUM TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-TODAY TO WS-RC-POST-DATE
           IF WS-RC-RCT-TYPE = 'NSF'
               MOVE 'Y' TO WS-RC-VOID
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-RC-AMT-OWED + WS-RC-AMT-PAID
           ELSE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE + WS-RC-AMT-OWED - WS-RC-AMT-PAID
           END-IF
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE 'ACHRETRN' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
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
