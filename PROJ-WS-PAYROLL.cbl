      *          THE DEPARTMENT-BY-DEPARTMENT PAYROLL REGISTER AND
      *          THE REMAINING-AWARD REPORT THAT RETIRE THE EXCEL
      *          EARNINGS CAP.
      *20261015  AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-FIN-AID.DAT.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT PAYROLL-REGISTER ASSIGN TO 'FA-WS-PAYROLL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMAIN-REPORT ASSIGN TO 'FA-WS-REMAIN.RPT'
           COPY TS-FILE-DESC.
       FD  WP-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY WP-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  PAYROLL-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  WS-TS-STATUS              PIC XX.
       01  WS-WP-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-FA-DONE                PIC X.
       01  WS-PAID-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-REFUSED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-EARNINGS               PIC 9(5)V99.
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
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
                                   PERFORM 310-SCORE-FA-NODE
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
       310-SCORE-FA-NODE.
           IF FA-AWARD-CODE = WP-AWARD-CODE
