       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-COD-EXPORT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  OUTBOUND BATCH FOR THE FEDERAL COMMON
      *          ORIGINATION AND DISBURSEMENT (COD) SYSTEM, SO PELL
      *          AND LOAN AWARDS NO LONGER HAVE TO BE RE-KEYED ON THE
      *          WEB.  COVERS EVERY AWARD CODE MARKED FA-TBL-COD-RPT,
      *          FOR THE AID YEAR ON PROJ-TERM-CTL.DAT (JULY 1 THRU
      *          JUNE 30).  TWO PASSES, SAME FIXED-FORMAT-ROW IDEA AS
      *          PROJ-NSLDS-EXTRACT:
      *            ORIGINATIONS -- FOR EACH STUDENT, THE AWARD AMOUNT
      *            PER CODE FROM THE PROJ-FIN-AID.REL CHAIN (THE
      *            PACKAGED OFFER IF THERE IS ONE, OTHERWISE THE SUM OF
      *            THE POSTED AWARDS, LESS ANY R2T4 RETURN).
      *            DISBURSEMENTS -- EACH PIECE ON PROJ-FA-DISB.DAT,
      *            FIRST AS AN ANTICIPATED DISBURSEMENT (RELEASE
      *            INDICATOR N) SO COD CAN ACCEPT IT BEFORE
      *            PROJ-FA-DISBURSE PAYS IT, THEN AGAIN AS THE ACTUAL
      *            DISBURSEMENT (RELEASE INDICATOR Y) ONCE RELEASED.
      *          A RECORD GOES OUT WHEN IT IS NEW, WHEN ITS AMOUNT HAS
      *          CHANGED SINCE IT WAS LAST SENT, OR WHEN COD REJECTED
      *          IT LAST TIME.  EVERY RECORD SENT IS TRACKED ON
      *          COD-TRACK.DAT (SEE OD-FILE-DESC) FOR PROJ-COD-ACK TO
      *          MATCH THE RESPONSE AGAINST.
      *20261015  AWARDS AND PIECES ARE PICKED FOR THE AID YEAR BY
      *          THEIR OWN AID-YEAR STAMP (FA-AID-YEAR, DS-AID-YEAR)
      *          INSTEAD OF BY POSTING OR PLAN DATE.
      *20261015  AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-FIN-AID.DAT.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT DS-FILE-DESC ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT OD-FILE-DESC ASSIGN TO 'COD-TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OD-KEY
               FILE STATUS IS WS-OD-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'COD-EXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  OD-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY OD-FILE-DESC.
       FD  EXTRACT-FILE
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC               PIC X(86).
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS              PIC XX.
       01  WS-OD-STATUS              PIC XX.
       01  WS-DS-ON-FILE             PIC X.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-FA-DONE                PIC X.
       01  WS-FA-FOUND               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-SEND                   PIC X.
       01  WS-STU-OK                 PIC X.
       01  WS-SUB                    PIC 9(2).
       01  WS-ORIG-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-DISB-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-SEND-AMT               PIC 9(5)V99.
       01  WS-SEND-DATE              PIC 9(8).
       01  WS-SEND-REL               PIC X.
      *    ONE SLOT PER FA-CODE-TABLE ENTRY, FILLED WHILE A STUDENT'S
      *    CHAIN IS WALKED.
       01  WS-CODE-SUMS.
           05  WS-CODE-SUM OCCURS 20 TIMES.
               10  WS-OFFER-AMT      PIC 9(6)V99.
               10  WS-HAS-OFFER      PIC X.
               10  WS-POSTED-AMT     PIC 9(6)V99.
               10  WS-RETURN-AMT     PIC 9(6)V99.
               10  WS-AWARD-AMT      PIC S9(6)V99.
       01  EXTRACT-LINE.
           05  CX-REC-TYPE           PIC X.
           05  CX-AID-YEAR           PIC X(4).
           05  CX-STU-NUM            PIC 9(9).
           05  CX-SSN                PIC 9(9).
           05  CX-LAST-NAME          PIC X(20).
           05  CX-FIRST-NAME         PIC X(15).
           05  CX-AWARD-CODE         PIC 9(4).
           05  CX-SEQ                PIC 9(2).
           05  CX-AMOUNT             PIC 9(5)V99.
           05  CX-DISB-DATE          PIC 9(8).
           05  CX-RELEASE-IND        PIC X.
           05  CX-SEND-DATE          PIC 9(6).
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           ACCEPT WS-TODAY FROM DATE
           OPEN INPUT SF-FILE-DESC
                      FA-FILE-DESC
           OPEN INPUT DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               MOVE 'N' TO WS-DS-ON-FILE
           ELSE
               MOVE 'Y' TO WS-DS-ON-FILE
           END-IF
           OPEN I-O OD-FILE-DESC
           IF WS-OD-STATUS = '35'
               OPEN OUTPUT OD-FILE-DESC
               CLOSE OD-FILE-DESC
               OPEN I-O OD-FILE-DESC
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           DISPLAY 'PROJ-COD-EXPORT STARTING FOR AID YEAR '
               CT-AID-YEAR
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-ORIGINATE-STUDENT
               END-READ
           END-PERFORM
           IF WS-DS-ON-FILE = 'Y'
               PERFORM 400-DISBURSEMENT-PASS
               CLOSE DS-FILE-DESC
           END-IF
           DISPLAY 'PROJ-COD-EXPORT FINISHED -- ' WS-ORIG-CNT
               ' ORIGINATION(S), ' WS-DISB-CNT ' DISBURSEMENT(S) SENT'
           CLOSE SF-FILE-DESC
                 FA-FILE-DESC
                 OD-FILE-DESC
                 EXTRACT-FILE
           EXIT PROGRAM.
       200-ORIGINATE-STUDENT.
      *    A STUDENT WITH NO AID ROWS AT ALL IS PASSED OVER.
           INITIALIZE WS-CODE-SUMS
           MOVE 'N' TO WS-FA-FOUND
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
                           MOVE 'Y' TO WS-FA-FOUND
                           PERFORM 210-SCORE-FA-NODE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FA-FOUND = 'Y'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > FA-CODE-TBL-SIZE
                   IF FA-TBL-COD-RPT(WS-SUB) = 'Y'
                       PERFORM 220-CHECK-ORIGINATION
                   END-IF
               END-PERFORM
           END-IF.
       210-SCORE-FA-NODE.
      *    AN OFFER IS THE AWARD; PROJ-FA-DISBURSE'S POSTINGS AGAINST
      *    IT ARE ITS PIECES, NOT MORE AWARD, SO THE POSTED SUM ONLY
      *    COUNTS WHEN THERE IS NO OFFER.  AN R2T4 NODE BACKS AID OUT.
           IF FA-AID-YEAR = CT-AID-YEAR
               PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                       UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
                   IF FA-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                       SET WS-SUB TO FA-CODE-IDX
                       IF FA-OFFER-FLAG = 'O'
                           MOVE FA-AWARD-AMNT TO WS-OFFER-AMT(WS-SUB)
                           MOVE 'Y' TO WS-HAS-OFFER(WS-SUB)
                       ELSE
                           IF FA-OFFER-FLAG = 'R'
                               ADD FA-AWARD-AMNT
                                   TO WS-RETURN-AMT(WS-SUB)
                           ELSE
                               ADD FA-AWARD-AMNT
                                   TO WS-POSTED-AMT(WS-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       220-CHECK-ORIGINATION.
           IF WS-HAS-OFFER(WS-SUB) = 'Y'
               COMPUTE WS-AWARD-AMT(WS-SUB) =
                   WS-OFFER-AMT(WS-SUB) - WS-RETURN-AMT(WS-SUB)
           ELSE
               COMPUTE WS-AWARD-AMT(WS-SUB) =
                   WS-POSTED-AMT(WS-SUB) - WS-RETURN-AMT(WS-SUB)
           END-IF
           IF WS-AWARD-AMT(WS-SUB) < ZERO
               MOVE ZERO TO WS-AWARD-AMT(WS-SUB)
           END-IF
           MOVE WS-AWARD-AMT(WS-SUB) TO WS-SEND-AMT
           MOVE ZERO TO WS-SEND-DATE
           MOVE SPACE TO WS-SEND-REL
           MOVE SF-STU-NUM TO OD-STU-NUM
           MOVE FA-TBL-CODE(WS-SUB) TO OD-AWARD-CODE
           MOVE ZERO TO OD-SEQ
           MOVE 'N' TO WS-SEND
           READ OD-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   IF WS-AWARD-AMT(WS-SUB) > ZERO
                       MOVE 'Y' TO WS-SEND
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   PERFORM 420-RECORD-CHANGED
           END-READ
           IF WS-SEND = 'Y'
               MOVE 'O' TO CX-REC-TYPE
               PERFORM 500-SEND-RECORD
               ADD 1 TO WS-ORIG-CNT
           END-IF.
       400-DISBURSEMENT-PASS.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO DS-KEY
           START DS-FILE-DESC KEY IS NOT LESS THAN DS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ DS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF DS-AID-YEAR = CT-AID-YEAR
                           PERFORM 410-CHECK-ONE-PIECE
                       END-IF
               END-READ
           END-PERFORM.
       410-CHECK-ONE-PIECE.
           MOVE 'N' TO WS-SEND
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF DS-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                       AND FA-TBL-COD-RPT(FA-CODE-IDX) = 'Y'
                   MOVE 'Y' TO WS-SEND
               END-IF
           END-PERFORM
           IF WS-SEND = 'Y'
               MOVE 'N' TO WS-SEND
               IF DS-RELEASED = 'Y'
                   MOVE 'Y' TO WS-SEND-REL
                   COMPUTE WS-SEND-DATE = 20000000 + DS-RELEASE-DATE
               ELSE
                   MOVE 'N' TO WS-SEND-REL
                   MOVE DS-PLAN-DATE TO WS-SEND-DATE
               END-IF
               MOVE DS-PLAN-AMT TO WS-SEND-AMT
               MOVE DS-STU-NUM TO OD-STU-NUM
               MOVE DS-AWARD-CODE TO OD-AWARD-CODE
               MOVE DS-SEQ TO OD-SEQ
               READ OD-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                       MOVE 'Y' TO WS-SEND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
                       PERFORM 420-RECORD-CHANGED
               END-READ
           END-IF
           IF WS-SEND = 'Y'
               MOVE DS-STU-NUM TO SF-STU-NUM
               MOVE 'Y' TO WS-STU-OK
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-STU-OK
               END-READ
               IF WS-STU-OK = 'N'
                   DISPLAY 'SKIPPED - UNKNOWN STUDENT NUMBER: '
                       DS-STU-NUM
               ELSE
                   MOVE 'D' TO CX-REC-TYPE
                   PERFORM 500-SEND-RECORD
                   ADD 1 TO WS-DISB-CNT
               END-IF
           END-IF.
       420-RECORD-CHANGED.
      *    A REJECTED RECORD GOES AGAIN; SO DOES ONE WHOSE AMOUNT HAS
      *    CHANGED SINCE IT WAS SENT, AND A PIECE THAT HAS BEEN
      *    RELEASED SINCE ONLY ITS ANTICIPATED RECORD WENT OUT.  A
      *    CORRECTED RECORD IS JUDGED AGAINST THE AMOUNT COD ACCEPTED.
           IF OD-STATUS = 'R'
               MOVE 'Y' TO WS-SEND
           END-IF
           IF OD-STATUS = 'C'
               IF WS-SEND-AMT NOT = OD-ACCEPT-AMT
                   MOVE 'Y' TO WS-SEND
               END-IF
           ELSE
               IF WS-SEND-AMT NOT = OD-AMOUNT
                   MOVE 'Y' TO WS-SEND
               END-IF
           END-IF
           IF WS-SEND-REL = 'Y' AND OD-RELEASE-IND NOT = 'Y'
               MOVE 'Y' TO WS-SEND
           END-IF.
       500-SEND-RECORD.
      *    OD-KEY IS ALREADY SET AND WS-ROW-ON-FILE SAYS WHETHER THE
      *    TRACKING ROW EXISTS.  SF-RECORD IS THE STUDENT.
           MOVE CT-AID-YEAR TO CX-AID-YEAR
           MOVE SF-STU-NUM TO CX-STU-NUM
           MOVE SF-SSN TO CX-SSN
           MOVE SF-LAST-NAME TO CX-LAST-NAME
           MOVE SF-FIRST-NAME TO CX-FIRST-NAME
           MOVE OD-AWARD-CODE TO CX-AWARD-CODE
           MOVE OD-SEQ TO CX-SEQ
           MOVE WS-SEND-AMT TO CX-AMOUNT
           MOVE WS-SEND-DATE TO CX-DISB-DATE
           MOVE WS-SEND-REL TO CX-RELEASE-IND
           MOVE WS-TODAY TO CX-SEND-DATE
           WRITE EXTRACT-REC FROM EXTRACT-LINE
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO OD-RECORD
               MOVE CX-STU-NUM TO OD-STU-NUM
               MOVE CX-AWARD-CODE TO OD-AWARD-CODE
               MOVE CX-SEQ TO OD-SEQ
           END-IF
           MOVE CT-AID-YEAR TO OD-AID-YEAR
           MOVE WS-SEND-AMT TO OD-AMOUNT
           MOVE WS-SEND-DATE TO OD-DISB-DATE
           MOVE WS-SEND-REL TO OD-RELEASE-IND
           MOVE 'S' TO OD-STATUS
           MOVE WS-TODAY TO OD-SENT-DATE
           MOVE ZERO TO OD-ACCEPT-AMT
           MOVE ZERO TO OD-RESP-DATE
           MOVE SPACES TO OD-ERR-CODE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE OD-RECORD
           ELSE
               WRITE OD-RECORD
           END-IF.
