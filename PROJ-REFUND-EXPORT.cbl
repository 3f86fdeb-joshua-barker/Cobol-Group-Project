      *          EXPORTS TWICE, AND THE REGISTER NOW SHOWS WHICH RAIL
      *          EACH REFUND TOOK.  WITH NO BANK FILE ON HAND EVERY
      *          REFUND STILL CUTS A CHECK.
      *20261015  POSITIVE PAY.  EVERY REFUND CHECK IS NOW NUMBERED
      *          HERE (SEQUENCE 'REFCHECK', SEE SQ-FILE-DESC) -- THE
      *          NUMBER RIDES ON THE CHECK-REQUEST RECORD (NOW 140
      *          BYTES) FOR AP TO PRINT, IS STAMPED IN THE REFUND
      *          NODE'S RC-CHECK-NO, AND STARTS AN OUTSTANDING ROW ON
      *          THE REFUND CHECK REGISTER RC-REFCHECK.DAT (SEE
      *          RK-FILE-DESC).  THE SAME NUMBER AND AMOUNT GO TO THE
      *          BANK ON THE BANK-POSPAY.DAT ISSUE FILE (SEE PY-POSPAY).
      *          A REFUND NODE POSTED FROM PROJ-UPD-REFCHK TO REISSUE A
      *          STALE CHECK ARRIVES WITH THE OLD CHECK NUMBER IN
      *          RC-CHECK-NO; THE NEW ROW AND THE OLD ONE ARE LINKED.
      *20261015  PROJ-REC.DAT IS NOW INDEXED; THE SWEEP READS IT IN
      *          KEY ORDER AND THE OUTSTANDING ROW CARRIES THE REFUND
      *          ROW'S RC-SEQ.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               FILE STATUS IS WS-BK-STATUS.
           SELECT ACHREQ-FILE ASSIGN TO 'AP-ACHREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT POSPAY-FILE ASSIGN TO 'BANK-POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CHECKREQ-FILE
           DATA RECORD IS CHECKREQ-REC.
       01  CHECKREQ-REC              PIC X(140).
       FD  REFUND-REGISTER
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       FD  ACHREQ-FILE
           DATA RECORD IS ACHREQ-REC.
       01  ACHREQ-REC                PIC X(82).
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  POSPAY-FILE
           DATA RECORD IS POSPAY-REC.
       01  POSPAY-REC                PIC X(60).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-EXPORT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-EXPORT-AMT             PIC 9(8)V99 VALUE ZERO.
       01  WS-BK-ON-FILE             PIC X      VALUE 'N'.
       01  WS-ACH-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-USE-ACH                PIC X.
       01  WS-RK-STATUS              PIC XX.
       01  WS-CHECK-SEQ              PIC X(8)   VALUE 'REFCHECK'.
       01  WS-CHECK-NUM              PIC 9(9).
       01  WS-OLD-CHECK-NO           PIC 9(8).
       01  WS-PP-CNT                 PIC 9(5)   VALUE ZERO.
           COPY PY-POSPAY.
       01  ACHREQ-LINE.
           05  AR-STU-NUM            PIC 9(9).
           05  AR-NAME               PIC X(35).
           05  CQ-ZIP                PIC X(9).
           05  CQ-AMOUNT             PIC 9(4)V99.
           05  CQ-RUN-DATE           PIC 9(6).
           05  CQ-CHECK-NO           PIC 9(8).
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 S-NO-OUT               PIC 9(9).
           05 AMT-OUT                PIC Z,ZZ9.99.
           05                        PIC X(2)     VALUE SPACES.
           05 RAIL-OUT               PIC X(3).
           05                        PIC X(2)     VALUE SPACES.
           05 CHK-NO-OUT             PIC X(8).
       01  TOTAL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(9)     VALUE 'CHECKS:  '.
           OPEN OUTPUT CHECKREQ-FILE
                       REFUND-REGISTER
                       ACHREQ-FILE
                       POSPAY-FILE
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               OPEN OUTPUT RK-FILE-DESC
               CLOSE RK-FILE-DESC
               OPEN I-O RK-FILE-DESC
           END-IF
           OPEN INPUT BK-FILE-DESC
           IF WS-BK-STATUS = '35'
               MOVE 'N' TO WS-BK-ON-FILE
           DISPLAY 'PROJ-REFUND-EXPORT STARTING'
           ACCEPT WS-TODAY FROM DATE
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           MOVE ZEROS TO RC-KEY
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'N' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 3
           DISPLAY 'PROJ-REFUND-EXPORT FINISHED -- ' WS-EXPORT-CNT
               ' REFUND(S), ' WS-ACH-CNT ' BY ACH'
           DISPLAY '  ' WS-PP-CNT ' CHECK(S) ON THE POSITIVE-PAY FILE'
           CLOSE RC-FILE-DESC
                 SF-FILE-DESC
                 CHECKREQ-FILE
                 REFUND-REGISTER
                 ACHREQ-FILE
                 POSPAY-FILE
                 RK-FILE-DESC
           IF WS-BK-ON-FILE = 'Y'
               CLOSE BK-FILE-DESC
           END-IF
               WRITE ACHREQ-REC FROM ACHREQ-LINE
               ADD 1 TO WS-ACH-CNT
               MOVE 'ACH' TO RAIL-OUT
               MOVE SPACES TO CHK-NO-OUT
               PERFORM 310-CLOSE-OLD-CHECK
           ELSE
               MOVE 10000001 TO WS-CHECK-NUM
               CALL 'PROJ-NEXT-NUM' USING WS-CHECK-SEQ, WS-CHECK-NUM
               MOVE RC-STU-NUM TO CQ-STU-NUM
               MOVE SF-NAME TO CQ-NAME
               MOVE SF-ADDR-LINE-1 TO CQ-ADDR-1
               MOVE SF-ZIP TO CQ-ZIP
               MOVE RC-REFUND-AMT TO CQ-AMOUNT
               MOVE WS-TODAY TO CQ-RUN-DATE
               MOVE WS-CHECK-NUM TO CQ-CHECK-NO
               WRITE CHECKREQ-REC FROM CHECKREQ-LINE
               MOVE 'CHK' TO RAIL-OUT
               MOVE CQ-CHECK-NO TO CHK-NO-OUT
               PERFORM 300-REGISTER-CHECK
           END-IF
           MOVE WS-TODAY TO RC-CHECK-RUN-DATE
           REWRITE RC-REC
                       END-IF
               END-READ
           END-IF.
       300-REGISTER-CHECK.
      *    THE OUTSTANDING ROW, THE POSITIVE-PAY ISSUE LINE, AND THE
      *    CHECK NUMBER ON THE NODE.  A REISSUE'S NODE STILL HOLDS THE
      *    STALE CHECK'S NUMBER AT THIS POINT -- THE OLD ROW IS POINTED
      *    AT THE NEW CHECK BEFORE THE NODE IS OVERWRITTEN.
           PERFORM 310-CLOSE-OLD-CHECK
           MOVE SPACES TO RK-RECORD
           MOVE CQ-CHECK-NO TO RK-CHECK-NO
           MOVE RC-STU-NUM TO RK-STU-NUM
           MOVE RC-SEQ TO RK-RC-SEQ
           MOVE RC-REFUND-AMT TO RK-AMOUNT
           MOVE WS-TODAY TO RK-ISSUE-DATE
           MOVE SF-NAME TO RK-PAYEE
           MOVE 'O' TO RK-STATUS
           MOVE ZEROS TO RK-PAID-DATE
           MOVE ZERO TO RK-PAID-AMT
           MOVE ZEROS TO RK-STALE-DATE
           MOVE WS-OLD-CHECK-NO TO RK-REISSUE-OF
           MOVE ZEROS TO RK-REISSUE-NO
           MOVE ZEROS TO RK-ESCH-DATE
           MOVE ZERO TO RK-ESCH-AMT
           WRITE RK-RECORD
               INVALID KEY
                   DISPLAY 'CHECK ' RK-CHECK-NO
                       ' ALREADY ON THE REFUND CHECK REGISTER'
           END-WRITE
           MOVE 'I' TO PY-TRAN-CODE
           MOVE CQ-CHECK-NO TO PY-CHECK-NO
           MOVE RC-REFUND-AMT TO PY-AMOUNT
           MOVE WS-TODAY TO PY-ISSUE-DATE
           MOVE SF-NAME TO PY-PAYEE
           WRITE POSPAY-REC FROM PY-LINE
           ADD 1 TO WS-PP-CNT
           MOVE CQ-CHECK-NO TO RC-CHECK-NO.
       310-CLOSE-OLD-CHECK.
      *    A REISSUE (RC-CHECK-NO NUMERIC ON A REFUND NODE) POINTS THE
      *    STALE CHECK'S ROW AT ITS REPLACEMENT -- ZERO WHEN THE
      *    REPLACEMENT WENT BY ACH.
           MOVE ZEROS TO WS-OLD-CHECK-NO
           IF RC-CHECK-NO IS NUMERIC
               MOVE RC-CHECK-NO TO WS-OLD-CHECK-NO
               MOVE WS-OLD-CHECK-NO TO RK-CHECK-NO
               READ RK-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-USE-ACH = 'Y'
                           MOVE ZEROS TO RK-REISSUE-NO
                       ELSE
                           MOVE CQ-CHECK-NO TO RK-REISSUE-NO
                       END-IF
                       REWRITE RK-RECORD
               END-READ
               IF WS-USE-ACH = 'Y'
                   MOVE SPACES TO RC-CHECK-NO
               END-IF
           END-IF.
