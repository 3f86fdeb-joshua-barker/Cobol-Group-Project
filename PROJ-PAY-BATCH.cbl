      *          THE NODES WRITTEN HERE NOW CARRY TENDER 'CK' AND
      *          PROJ-CASH-CLOSE'S BY-TENDER BALANCING SEES THEM ON
      *          THE CHECK SIDE INSTEAD OF MUDDYING THE CASH DRAWER.
      *20261015  BAD-DEBT RECOVERY.  A PAYMENT FOR A STUDENT WITH A
      *          WRITE-OFF NOT YET RECOVERED (RC-WRITEOFF.DAT, SEE
      *          PROJ-WO-RECOVER) FIRST APPENDS A 'RECOVERY' NODE
      *          PUTTING THAT MUCH OF THE WRITE-OFF BACK ON THE
      *          ACCOUNT, THEN THE PAYMENT, AND THE REGISTER RECORDS
      *          IT.  AGENCY REMITTANCES ON A WRITTEN-OFF ACCOUNT
      *          (SF-COLL-FLAG 'W') GO ON THE REMITTANCE LOG TOO; ONLY
      *          A PLACED FLAG EVER CLEARS ITSELF.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 310-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  BATCH CONTROLS.  BANK-PMT.DAT NOW OPENS WITH A HEADER
      *          (SOURCE 'BANKPMT ', FILE DATE, BATCH ID) AND CLOSES
      *          WITH A TRAILER (COUNT, STUDENT NUMBER HASH, DOLLAR
      *          TOTAL), SEE BH-BATCH-HDR.  050-BALANCE-FILE READS THE
      *          WHOLE FILE FIRST AND PROJ-BATCH-CTL REFUSES IT BEFORE
      *          ANYTHING POSTS IF IT IS OUT OF BALANCE OR THE BATCH
      *          ID WAS ALREADY POSTED -- THE SAME BANK FILE CAN NO
      *          LONGER BE RUN TWICE.  EACH PAYMENT IS CHECKPOINTED AS
      *          IT POSTS, AND A RUN THAT DIES RESUMES AT THE NEXT
      *          UNPOSTED PAYMENT WHEN THE FILE IS RUN AGAIN (THE
      *          EXCEPTION REPORT IS THEN ADDED TO, NOT RESTARTED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-INPUT ASSIGN TO 'BANK-PMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-STATUS.
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
           SELECT EXCEPT-REPORT ASSIGN TO 'RC-PAY-EXCPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-LOG ASSIGN TO 'RC-AGY-REMIT.RPT'
           05  BP-STU-NUM          PIC 9(9).
           05  BP-AMOUNT           PIC 9(4)V99.
           05  BP-DATE             PIC 9(6).
           COPY BH-BATCH-HDR.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  EXCEPT-REPORT
           DATA RECORD IS REPORT-REC.
           DATA RECORD IS REMIT-REC.
       01  REMIT-REC                 PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-BI-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-HDR-SEEN               PIC X.
       01  WS-TRL-SEEN               PIC X.
       01  WS-DETAIL-NO              PIC 9(7).
       COPY BX-BATCH-LINK.
       01  WS-STU-FOUND              PIC X.
       01  WS-POSTED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-EXCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-POSTED-AMT             PIC 9(8)V99 VALUE ZERO.
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
       01  WS-NEW-TYPE               PIC X(10).
       01  WS-NEW-AMT-OWED           PIC 9(4)V99.
       01  WS-NEW-AMT-PAID           PIC 9(4)V99.
       01  WS-NEW-TENDER             PIC X(2).
       01  WS-RECOVER-AMT            PIC 9(4)V99.
       COPY BD-RECOVER-LINK.
       01  WS-RL-STATUS              PIC XX.
       01  REMIT-LINE.
           05                        PIC X(18)
           05                        PIC X(9)     VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT BANK-INPUT
           IF WS-BI-STATUS = '35'
               DISPLAY 'PROJ-PAY-BATCH: NO BANK-PMT.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           PERFORM 050-BALANCE-FILE
           CLOSE BANK-INPUT
           MOVE 'O' TO BX-FUNC
           CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
           IF BX-RESULT NOT = 'P' AND BX-RESULT NOT = 'R'
               DISPLAY 'PROJ-PAY-BATCH: BATCH ' BX-HDR-BATCH-ID
                   ' NOT POSTED -- ' BX-RESULT-TEXT
               DISPLAY 'SEE BATCH-CTL.RPT'
               EXIT PROGRAM
           END-IF
           MOVE BX-POSTED-CNT TO WS-POSTED-CNT
           MOVE BX-EXCEPT-CNT TO WS-EXCEPT-CNT
           MOVE BX-POSTED-AMT TO WS-POSTED-AMT
           OPEN INPUT BANK-INPUT
           OPEN I-O SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           IF BX-RESULT = 'R'
               OPEN EXTEND EXCEPT-REPORT
           ELSE
               OPEN OUTPUT EXCEPT-REPORT
           END-IF
           DISPLAY 'PROJ-PAY-BATCH STARTING BATCH ' BX-HDR-BATCH-ID
           IF BX-RESULT = 'R'
               DISPLAY BX-RESULT-TEXT
           END-IF
           MOVE ZERO TO WS-DETAIL-NO
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ BANK-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 150-ONE-LINE
               END-READ
           END-PERFORM
           MOVE 'E' TO BX-FUNC
           PERFORM 170-PASS-COUNTS
           CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
           DISPLAY 'PROJ-PAY-BATCH FINISHED -- ' WS-POSTED-CNT
               ' POSTED, ' WS-EXCEPT-CNT ' EXCEPTION(S)'
           CLOSE BANK-INPUT
                 RC-FILE-DESC
                 EXCEPT-REPORT
           EXIT PROGRAM.
       050-BALANCE-FILE.
      *    ONE PASS OVER THE WHOLE FILE, POSTING NOTHING -- THE HEADER
      *    AND TRAILER ARE PICKED OFF AND THE DETAIL IS COUNTED,
      *    HASHED ON THE STUDENT NUMBER AND SUMMED ON THE AMOUNT FOR
      *    PROJ-BATCH-CTL TO PROVE AGAINST THE TRAILER.
           MOVE 'BANKPMT ' TO BX-SOURCE
           MOVE SPACES TO BX-HDR-SOURCE
           MOVE ZERO TO BX-HDR-FILE-DATE
           MOVE SPACES TO BX-HDR-BATCH-ID
           MOVE ZERO TO BX-TRL-CNT
           MOVE ZERO TO BX-TRL-HASH
           MOVE ZERO TO BX-TRL-AMT
           MOVE ZERO TO BX-CNT
           MOVE ZERO TO BX-HASH
           MOVE ZERO TO BX-AMT
           MOVE SPACES TO BX-FORMAT-ERR
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ BANK-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 060-BALANCE-LINE
               END-READ
           END-PERFORM
           IF BX-FORMAT-ERR = SPACES AND WS-HDR-SEEN = 'N'
               MOVE 'REFUSED - NO HEADER RECORD' TO BX-FORMAT-ERR
           END-IF
           IF BX-FORMAT-ERR = SPACES AND WS-TRL-SEEN = 'N'
               MOVE 'REFUSED - NO TRAILER RECORD' TO BX-FORMAT-ERR
           END-IF.
       060-BALANCE-LINE.
           IF BH-REC-TYPE = 'HDR'
               IF WS-HDR-SEEN = 'Y' OR BX-CNT > ZERO
                       OR WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - HEADER NOT FIRST'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE BH-SOURCE TO BX-HDR-SOURCE
                   MOVE BH-FILE-DATE TO BX-HDR-FILE-DATE
                   MOVE BH-BATCH-ID TO BX-HDR-BATCH-ID
               END-IF
           ELSE IF BT-REC-TYPE = 'TRL'
               IF WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - SECOND TRAILER'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE BT-REC-CNT TO BX-TRL-CNT
                   MOVE BT-HASH-TOTAL TO BX-TRL-HASH
                   MOVE BT-AMT-TOTAL TO BX-TRL-AMT
               END-IF
           ELSE
               IF BX-FORMAT-ERR = SPACES
                   IF WS-HDR-SEEN = 'N'
                       MOVE 'REFUSED - NO HEADER RECORD'
                           TO BX-FORMAT-ERR
                   ELSE IF WS-TRL-SEEN = 'Y'
                       MOVE 'REFUSED - DETAIL AFTER TRAILER'
                           TO BX-FORMAT-ERR
                   ELSE IF BP-STU-NUM NOT NUMERIC
                           OR BP-AMOUNT NOT NUMERIC
                       MOVE 'REFUSED - DETAIL NOT NUMERIC'
                           TO BX-FORMAT-ERR
                   END-IF
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO BX-CNT
               IF BP-STU-NUM NUMERIC AND BP-AMOUNT NUMERIC
                   ADD BP-STU-NUM TO BX-HASH
                   ADD BP-AMOUNT TO BX-AMT
               END-IF
           END-IF
           END-IF.
       150-ONE-LINE.
      *    THE HEADER AND TRAILER ARE PASSED OVER, AND SO IS EVERY
      *    PAYMENT A RUN THAT DIED HAD ALREADY POSTED.
           IF BH-REC-TYPE NOT = 'HDR' AND BT-REC-TYPE NOT = 'TRL'
               ADD 1 TO WS-DETAIL-NO
               IF WS-DETAIL-NO > BX-LAST-REC
                   PERFORM 200-POST-ONE-PAYMENT
                   MOVE 'K' TO BX-FUNC
                   PERFORM 170-PASS-COUNTS
                   CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
               END-IF
           END-IF.
       170-PASS-COUNTS.
           MOVE WS-DETAIL-NO TO BX-LAST-REC
           MOVE WS-POSTED-CNT TO BX-POSTED-CNT
           MOVE WS-EXCEPT-CNT TO BX-EXCEPT-CNT
           MOVE WS-POSTED-AMT TO BX-POSTED-AMT.
       200-POST-ONE-PAYMENT.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE BP-STU-NUM TO SF-STU-NUM
               WRITE REPORT-REC FROM EXCEPT-LINE AFTER 1
               ADD 1 TO WS-EXCEPT-CNT
           ELSE
               PERFORM 250-CHECK-RECOVERY
               MOVE 'PAYMENT' TO WS-NEW-TYPE
               MOVE ZERO TO WS-NEW-AMT-OWED
               MOVE BP-AMOUNT TO WS-NEW-AMT-PAID
               MOVE 'CK' TO WS-NEW-TENDER
               PERFORM 300-APPEND-PAYMENT
               ADD 1 TO WS-POSTED-CNT
               ADD BP-AMOUNT TO WS-POSTED-AMT
               IF SF-COLL-FLAG = 'P' OR SF-COLL-FLAG = 'W'
                   PERFORM 400-TRACK-REMITTANCE
               END-IF
           END-IF.
       250-CHECK-RECOVERY.
      *    SAME AS PROJ-RC'S 230-CHECK-RECOVERY -- THE 'RECOVERY' NODE
      *    PUTS BACK AS MUCH OF THE WRITE-OFF AS THE PAYMENT COVERS,
      *    AND THE PAYMENT NODE THAT FOLLOWS PAYS IT.
           MOVE 'Q' TO BD-FUNC
           MOVE BP-STU-NUM TO BD-STU-NUM
           MOVE ZERO TO BD-AMOUNT
           CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK
           IF BD-OUTSTANDING > ZERO AND BP-AMOUNT > ZERO
               IF BD-OUTSTANDING < BP-AMOUNT
                   MOVE BD-OUTSTANDING TO WS-RECOVER-AMT
               ELSE
                   MOVE BP-AMOUNT TO WS-RECOVER-AMT
               END-IF
               MOVE 'RECOVERY' TO WS-NEW-TYPE
               MOVE WS-RECOVER-AMT TO WS-NEW-AMT-OWED
               MOVE ZERO TO WS-NEW-AMT-PAID
               MOVE SPACES TO WS-NEW-TENDER
               PERFORM 300-APPEND-PAYMENT
               MOVE 'A' TO BD-FUNC
               MOVE WS-RECOVER-AMT TO BD-AMOUNT
               CALL 'PROJ-WO-RECOVER' USING BD-RECOVER-LINK
           END-IF.
       400-TRACK-REMITTANCE.
      *    A PAYMENT ON A PLACED ACCOUNT IS (ALMOST ALWAYS) THE
      *    AGENCY'S CHECK -- IT GOES ON THE REMITTANCE LOG, AND ONCE
           MOVE BP-AMOUNT TO RL-AMT-OUT
           WRITE REMIT-REC FROM REMIT-LINE
           CLOSE REMIT-LOG
           IF SF-COLL-FLAG = 'P' AND WS-RC-BALANCE NOT > ZERO
               MOVE SPACE TO SF-COLL-FLAG
               REWRITE SF-RECORD
           END-IF.
       300-APPEND-PAYMENT.
      *    SAME APPEND AS PROJ-RC'S 220-WRITE-RECEIPT-RTN -- THE ROW
      *    GOES ONE PAST THE STUDENT'S LAST RC-SEQ.  THE CALLER FILLS
      *    THE WS-NEW- FIELDS -- THE PAYMENT ITSELF, OR THE 'RECOVERY'
      *    NODE AHEAD OF IT.
           MOVE BP-STU-NUM TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE WS-NEW-TYPE TO WS-RC-RCT-TYPE
           MOVE WS-NEW-AMT-OWED TO WS-RC-AMT-OWED
           MOVE WS-NEW-AMT-PAID TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE BP-DATE TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED - WS-RC-AMT-PAID
           MOVE 'LOCKBOX ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE WS-NEW-TENDER TO WS-RC-TENDER
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
