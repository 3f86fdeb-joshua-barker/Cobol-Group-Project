      *          ROSTER.  A PLAN WHOSE ACTUAL PAYMENTS COVER PP-TOTAL
      *          IS MARKED COMPLETED.  PROJ-DROP-DELINQ RUNS THE SAME
      *          CURRENT-ON-PLAN TEST BEFORE DROPPING ANYONE.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
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
           SELECT PLAN-REPORT ASSIGN TO 'PP-PLAN-CHECK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PP-FILE-DESC IS EXTERNAL RECORD CONTAINS 87 CHARACTERS.
           COPY PP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  PLAN-REPORT
           DATA RECORD IS REPORT-REC.
       WORKING-STORAGE SECTION.
       01  WS-PP-STATUS              PIC XX.
       01  NO-MORE-PLANS             PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-SETUP-CCYYMMDD         PIC 9(8).
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
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
                                   PERFORM 410-SUM-RC-NODE
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
       410-SUM-RC-NODE.
           IF RC-VOID NOT = 'Y' AND RC-AMT-PAID > ZERO
