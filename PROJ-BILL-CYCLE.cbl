      *20260902  RETURNED-MAIL SUPPRESSION.  A FLAGGED SF-BAD-ADDR
      *          ACCOUNT GOES ON THE SF-NEEDS-ADDR.RPT WORKLIST
      *          INSTEAD OF PRINTING A STATEMENT TO A DEAD ADDRESS.
      *20261015  PROXY STATEMENT COPIES.  EVERY STATEMENT PRINTED IS
      *          ALSO PRINTED FOR EACH PROXY ON SF-PROXY.DAT WHOSE
      *          RELEASE COVERS THE BALANCE (PX-SEE-BALANCE), IS NOT
      *          REVOKED AND HAS NOT EXPIRED BY THE CYCLE DATE --
      *          ADDRESSED TO THE PROXY, MARKED AS A COPY, WITH THE
      *          STUDENT NAMED.  COPIES ARE COUNTED BUT NOT REGISTERED;
      *          THE AMOUNT WAS BILLED ONCE.
      *20261015  PROJ-REC.DAT IS NOW INDEXED BY STUDENT AND SEQUENCE;
      *          THE BALANCE AND THE CYCLE ACTIVITY ARE READ BY KEY.
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
           SELECT BILLING-FILE ASSIGN TO 'SF-BILLING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO 'SF-BILLING-REG.RPT'
           SELECT NEEDS-ADDR-FILE ASSIGN TO 'SF-NEEDS-ADDR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STATUS.
           SELECT PX-FILE-DESC ASSIGN TO 'SF-PROXY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  BILLING-FILE
           DATA RECORD IS BILL-REC.
       FD  NEEDS-ADDR-FILE
           DATA RECORD IS NEEDS-ADDR-REC.
       01  NEEDS-ADDR-REC            PIC X(56).
       FD  PX-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY PX-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-CYCLE-DATE             PIC 9(6).
       01  WS-CYCLE-SPLIT REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YY           PIC 99.
       01  WS-SKIP-COLL-CNT          PIC 9(5)   VALUE ZERO.
       01  WS-SKIP-ADDR-CNT          PIC 9(5)   VALUE ZERO.
       01  WS-NA-STATUS              PIC XX.
       01  WS-PX-STATUS              PIC XX.
       01  WS-PX-ON-FILE             PIC X      VALUE 'N'.
       01  WS-PX-DONE                PIC X.
       01  WS-PROXY-CNT              PIC 9(5)   VALUE ZERO.
       01  NEEDS-ADDR-LINE.
           05                        PIC X(13)
               VALUE 'NEEDS ADDR - '.
               VALUE 'BALANCE DUE:  $ '.
           05  BA-AMT-OUT            PIC ZZ,ZZ9.99.
           05                        PIC X(33)  VALUE SPACES.
       01  COPY-LINE                 PIC X(48)
            VALUE '  ** COPY -- SENT UNDER THE STUDENT''S RELEASE **'.
       01  RE-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'STUDENT: '.
           05  RE-FIRST-OUT          PIC X(15).
           05                        PIC X(1)   VALUE SPACES.
           05  RE-LAST-OUT           PIC X(20).
           05                        PIC X(13)  VALUE SPACES.
       01  STUB-LINE-1               PIC X(42)
            VALUE '  ---------------- REMIT WITH PAYMENT ----'.
       01  STUB-LINE-2.
           DISPLAY SCRN-DATE
           ACCEPT SCRN-DATE
           PERFORM 150-DERIVE-DUE-DATE
           OPEN INPUT PX-FILE-DESC
           IF WS-PX-STATUS NOT = '35'
               MOVE 'Y' TO WS-PX-ON-FILE
           END-IF
           DISPLAY 'PROJ-BILL-CYCLE STARTING'
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-CONSIDER-ONE-STUDENT
               END-READ
           END-PERFORM
           MOVE WS-BILLED-AMT TO RT-AMT-OUT
           DISPLAY 'PROJ-BILL-CYCLE FINISHED -- ' WS-BILLED-CNT
               ' STATEMENT(S), ' WS-SKIP-COLL-CNT
               ' COLLECTION ACCOUNT(S) SKIPPED, '
               WS-SKIP-ADDR-CNT ' BAD ADDRESS(ES), '
               WS-PROXY-CNT ' PROXY COPY(IES)'
           IF WS-PX-ON-FILE = 'Y'
               CLOSE PX-FILE-DESC
           END-IF
           CLOSE SF-FILE-DESC
                 RC-FILE-DESC
                 BILLING-FILE
               COMPUTE WS-DUE-MM = WS-CYCLE-MM + 1
           END-IF.
       200-CONSIDER-ONE-STUDENT.
      *    THE LAST ROW'S RC-BALANCE IS THE ACCOUNT BALANCE (SEE
      *    PROJ-RC'S CARRY-FORWARD WORK).  ONLY A POSITIVE BALANCE
      *    BILLS -- A STUDENT WITH NO ROWS HAS NONE; A PLACED ACCOUNT
      *    IS COUNTED AND LEFT TO THE AGENCY.
           MOVE ZERO TO WS-BALANCE
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
                           MOVE RC-BALANCE TO WS-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE > ZERO
               IF SF-COLL-FLAG = 'P'
                   ADD 1 TO WS-SKIP-COLL-CNT
           MOVE SF-STATE TO AL-STATE-OUT
           MOVE SF-ZIP TO AL-ZIP-OUT
           WRITE BILL-REC FROM ADDR-LINE-2 AFTER 1
           PERFORM 310-PRINT-STATEMENT-BODY
           MOVE SF-STU-NUM TO RG-SNO-OUT
           MOVE WS-BALANCE TO RG-AMT-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
           ADD 1 TO WS-BILLED-CNT
           ADD WS-BALANCE TO WS-BILLED-AMT
           IF WS-PX-ON-FILE = 'Y'
               PERFORM 400-PROXY-COPIES
           END-IF.
       310-PRINT-STATEMENT-BODY.
      *    EVERYTHING BELOW THE ADDRESS BLOCK, SHARED BY THE
      *    STUDENT'S STATEMENT AND ANY PROXY COPIES.
           WRITE BILL-REC FROM BLANK-LINE AFTER 1
           MOVE WS-CYCLE-DATE TO TI-DATE-OUT
           MOVE WS-DUE-DATE TO TI-DUE-OUT
           MOVE SF-STU-NUM TO ST-SNO-OUT
           MOVE WS-BALANCE TO ST-AMT-OUT
           MOVE WS-DUE-DATE TO ST-DUE-OUT
           WRITE BILL-REC FROM STUB-LINE-2 AFTER 1.
       350-PRINT-CYCLE-ACTIVITY.
      *    RE-READS THE ROWS, PRINTING THE ONES POSTED IN THE CYCLE
      *    MONTH, SO THE STATEMENT SHOWS WHAT MOVED SINCE THE LAST
      *    ONE.  VOID ENTRIES PRINT TOO -- A STUDENT SHOULD SEE THE
      *    CORRECTION THAT EXPLAINS THEIR BALANCE.
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
                           PERFORM 360-PRINT-ONE-NODE
                       END-IF
               END-READ
           END-PERFORM.
       360-PRINT-ONE-NODE.
           MOVE RC-POST-DATE TO WS-NODE-SPLIT
               MOVE RC-AMT-PAID TO AC-PAID-OUT
               WRITE BILL-REC FROM ACTIVITY-LINE AFTER 1
           END-IF.
       400-PROXY-COPIES.
      *    THE STUDENT'S PROXY ROWS ARE CONTIGUOUS ON PX-KEY; A
      *    COPY GOES TO EACH ONE WHOSE RELEASE COVERS THE BALANCE AND
      *    IS STILL IN FORCE ON THE CYCLE DATE.
           MOVE 'N' TO WS-PX-DONE
           MOVE SF-STU-NUM TO PX-STU-NUM
           MOVE ZEROS TO PX-SEQ
           START PX-FILE-DESC KEY IS NOT LESS THAN PX-KEY
               INVALID KEY MOVE 'Y' TO WS-PX-DONE
           END-START
           PERFORM UNTIL WS-PX-DONE = 'Y'
               READ PX-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-PX-DONE
                   NOT AT END
                       IF PX-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-PX-DONE
                       ELSE
                           IF PX-SEE-BALANCE = 'Y'
                                   AND PX-REVOKED NOT = 'Y'
                                   AND PX-EXPIRE-DATE
                                       NOT < WS-CYCLE-DATE
                               PERFORM 410-PRINT-PROXY-COPY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       410-PRINT-PROXY-COPY.
           MOVE PX-FIRST-NAME TO NL-FIRST-OUT
           MOVE PX-LAST-NAME TO NL-LAST-OUT
           WRITE BILL-REC FROM NAME-LINE AFTER PAGE
           MOVE PX-ADDR-LINE-1 TO AL-ADDR-OUT
           WRITE BILL-REC FROM ADDR-LINE-1 AFTER 1
           IF PX-ADDR-LINE-2 NOT = SPACES
               MOVE PX-ADDR-LINE-2 TO AL-ADDR-OUT
               WRITE BILL-REC FROM ADDR-LINE-1 AFTER 1
           END-IF
           MOVE PX-CITY TO AL-CITY-OUT
           MOVE PX-STATE TO AL-STATE-OUT
           MOVE PX-ZIP TO AL-ZIP-OUT
           WRITE BILL-REC FROM ADDR-LINE-2 AFTER 1
           WRITE BILL-REC FROM BLANK-LINE AFTER 1
           WRITE BILL-REC FROM COPY-LINE AFTER 1
           MOVE SF-FIRST-NAME TO RE-FIRST-OUT
           MOVE SF-LAST-NAME TO RE-LAST-OUT
           WRITE BILL-REC FROM RE-LINE AFTER 1
           PERFORM 310-PRINT-STATEMENT-BODY
           ADD 1 TO WS-PROXY-CNT.
