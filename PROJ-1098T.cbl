      *          CARRIES NO FLAG, SO SKIPPING THE ADJUSTMENT ALONE
      *          OVERSTATED THE BILLED BOX.  A YEAR THAT NETS BELOW
      *          ZERO REPORTS ZERO.
      *20261015  A BAD-DEBT 'WRITEOFF' NODE IS NOT A PAYMENT RECEIVED
      *          AND NO LONGER COUNTS AS ONE.
      *20261015  RECEIPT AND AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT AND PROJ-FIN-AID.DAT.
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
           SELECT FORM-FILE ASSIGN TO 'TX-1098T-FORMS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IRS-FILE ASSIGN TO 'TX-1098T-IRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  FORM-FILE
           DATA RECORD IS FORM-REC.
       01  IRS-REC                   PIC X(85).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-FA-DONE                PIC X.
       01  WS-TAX-YEAR               PIC 9(4).
       01  WS-YEAR-SPLIT REDEFINES WS-TAX-YEAR.
           05  FILLER                PIC 99.
               PERFORM 400-WRITE-FORM
           END-IF.
       300-WALK-RC-CHAIN.
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
                           PERFORM 310-SUM-RC-NODE
                       END-IF
               END-READ
           END-PERFORM.
       310-SUM-RC-NODE.
      *    A 'DROPADJUST' NODE CARRIES RC-VOID 'Y' BUT ITS 'ASSESS
      *    TUITION' MATE DOES NOT, SO THE ADJUSTMENT NETS AGAINST
                       IF RC-TYPE = 'TUITION' OR 'FEES'
                           ADD RC-AMT-OWED TO WS-BILLED
                       END-IF
                       IF RC-TYPE NOT = 'WRITEOFF'
                           ADD RC-AMT-PAID TO WS-PAID
                       END-IF
                   END-IF
               END-IF
           END-IF.
       350-WALK-FA-CHAIN.
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
                           PERFORM 360-SUM-FA-NODE
                       END-IF
               END-READ
           END-PERFORM.
       360-SUM-FA-NODE.
           MOVE FA-POST-DATE TO WS-NODE-DATE
           IF WS-NODE-YY = WS-TAX-YY AND FA-OFFER-FLAG NOT = 'O'
