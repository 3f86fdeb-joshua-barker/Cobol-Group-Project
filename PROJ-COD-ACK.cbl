       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-COD-ACK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  COD ACKNOWLEDGMENT IMPORT, SAME SHAPE
      *          AS PROJ-MEAL-SPEND.  READS COD-ACK.DAT (ONE RESPONSE
      *          PER RECORD PROJ-COD-EXPORT SENT -- STUDENT, AWARD
      *          CODE, SEQUENCE, A/R/C, COD'S AMOUNT AND ANY ERROR)
      *          AND MARKS THE MATCHING COD-TRACK.DAT ROW ACCEPTED,
      *          REJECTED OR CORRECTED.  A CORRECTED DISBURSEMENT NOT
      *          YET RELEASED IS CUT TO COD'S AMOUNT ON
      *          PROJ-FA-DISB.DAT SO PROJ-FA-DISBURSE PAYS WHAT COD
      *          WILL FUND.  REJECTS, CORRECTIONS AND RESPONSES WITH
      *          NOTHING ON COD-TRACK.DAT TO MATCH GO ON THE EXCEPTION
      *          REPORT FOR THE AID OFFICE TO WORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-INPUT ASSIGN TO 'COD-ACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OD-FILE-DESC ASSIGN TO 'COD-TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OD-KEY
               FILE STATUS IS WS-OD-STATUS.
           SELECT DS-FILE-DESC ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT EXCEPT-REPORT ASSIGN TO 'COD-EXCPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-INPUT.
       01  ACK-INPUT-REC.
           05  CA-REC-TYPE         PIC X.
           05  CA-STU-NUM          PIC 9(9).
           05  CA-AWARD-CODE       PIC 9(4).
           05  CA-SEQ              PIC 9(2).
           05  CA-RESULT           PIC X.
           05  CA-AMOUNT           PIC 9(5)V99.
           05  CA-ERR-CODE         PIC X(4).
           05  CA-ERR-TEXT         PIC X(40).
       FD  OD-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY OD-FILE-DESC.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  EXCEPT-REPORT
           DATA RECORD IS EXCEPT-REC.
       01  EXCEPT-REC                PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-CA-STATUS              PIC XX.
       01  WS-OD-STATUS              PIC XX.
       01  WS-DS-STATUS              PIC XX.
       01  WS-DS-ON-FILE             PIC X.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-ROW-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-ACCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-REJECT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-CORRECT-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-UNMATCH-CNT            PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'COD ACKNOWLEDGMENT EXCEPTIONS -- RUN OF '.
           05  HL-DATE-OUT           PIC 99/99/99.
           05                        PIC X(60)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(46)  VALUE
                'RESULT       STUDENT    CODE SQ        SENT   '.
           05                        PIC X(62)  VALUE
                '   COD AMOUNT ERR  COD MESSAGE'.
       01  EXCEPT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  EX-REASON-OUT         PIC X(12).
           05                        PIC X(1)   VALUE SPACES.
           05  EX-SNO-OUT            PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
           05  EX-CODE-OUT           PIC 9(4).
           05                        PIC X(1)   VALUE SPACES.
           05  EX-SEQ-OUT            PIC 9(2).
           05                        PIC X(1)   VALUE SPACES.
           05  EX-SENT-OUT           PIC ZZ,ZZ9.99.
           05                        PIC X(4)   VALUE SPACES.
           05  EX-COD-AMT-OUT        PIC ZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  EX-ERR-OUT            PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  EX-TEXT-OUT           PIC X(40).
           05                        PIC X(8)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-ACCEPT-OUT         PIC ZZZZ9.
           05                        PIC X(11)  VALUE ' ACCEPTED, '.
           05  TL-REJECT-OUT         PIC ZZZZ9.
           05                        PIC X(11)  VALUE ' REJECTED, '.
           05  TL-CORRECT-OUT        PIC ZZZZ9.
           05                        PIC X(12)  VALUE ' CORRECTED, '.
           05  TL-UNMATCH-OUT        PIC ZZZZ9.
           05                        PIC X(10)  VALUE ' UNMATCHED'.
           05                        PIC X(44)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE
           OPEN INPUT ACK-INPUT
           IF WS-CA-STATUS = '35'
               DISPLAY 'PROJ-COD-ACK: NO COD ACKNOWLEDGMENTS ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O OD-FILE-DESC
           IF WS-OD-STATUS = '35'
               OPEN OUTPUT OD-FILE-DESC
               CLOSE OD-FILE-DESC
               OPEN I-O OD-FILE-DESC
           END-IF
           OPEN I-O DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               MOVE 'N' TO WS-DS-ON-FILE
           ELSE
               MOVE 'Y' TO WS-DS-ON-FILE
           END-IF
           OPEN OUTPUT EXCEPT-REPORT
           DISPLAY 'PROJ-COD-ACK STARTING'
           PERFORM 150-HEADING-RTN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ ACK-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 200-APPLY-ONE-RESPONSE
               END-READ
           END-PERFORM
           MOVE SPACES TO EXCEPT-REC
           WRITE EXCEPT-REC AFTER 1
           MOVE WS-ACCEPT-CNT TO TL-ACCEPT-OUT
           MOVE WS-REJECT-CNT TO TL-REJECT-OUT
           MOVE WS-CORRECT-CNT TO TL-CORRECT-OUT
           MOVE WS-UNMATCH-CNT TO TL-UNMATCH-OUT
           WRITE EXCEPT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-COD-ACK FINISHED -- ' WS-ACCEPT-CNT
               ' ACCEPTED, ' WS-REJECT-CNT ' REJECTED, '
               WS-CORRECT-CNT ' CORRECTED, ' WS-UNMATCH-CNT
               ' UNMATCHED'
           CLOSE ACK-INPUT
                 OD-FILE-DESC
                 EXCEPT-REPORT
           IF WS-DS-ON-FILE = 'Y'
               CLOSE DS-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE WS-TODAY TO HL-DATE-OUT
           WRITE EXCEPT-REC FROM HEADING-1 AFTER PAGE
           WRITE EXCEPT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO EXCEPT-REC
           WRITE EXCEPT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       200-APPLY-ONE-RESPONSE.
           MOVE 'Y' TO WS-ROW-FOUND
           MOVE CA-STU-NUM TO OD-STU-NUM
           MOVE CA-AWARD-CODE TO OD-AWARD-CODE
           MOVE CA-SEQ TO OD-SEQ
           READ OD-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-ROW-FOUND
           END-READ
           IF WS-ROW-FOUND = 'N'
               MOVE 'UNMATCHED' TO EX-REASON-OUT
               MOVE ZERO TO EX-SENT-OUT
               PERFORM 250-WRITE-EXCEPTION
               ADD 1 TO WS-UNMATCH-CNT
           ELSE
               MOVE WS-TODAY TO OD-RESP-DATE
               MOVE CA-ERR-CODE TO OD-ERR-CODE
               IF CA-RESULT = 'R'
                   MOVE 'R' TO OD-STATUS
                   MOVE ZERO TO OD-ACCEPT-AMT
                   MOVE 'REJECTED' TO EX-REASON-OUT
                   MOVE OD-AMOUNT TO EX-SENT-OUT
                   PERFORM 250-WRITE-EXCEPTION
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   IF CA-RESULT = 'C'
                       MOVE 'C' TO OD-STATUS
                       MOVE CA-AMOUNT TO OD-ACCEPT-AMT
                       PERFORM 300-APPLY-CORRECTION
                       MOVE 'CORRECTED' TO EX-REASON-OUT
                       MOVE OD-AMOUNT TO EX-SENT-OUT
                       PERFORM 250-WRITE-EXCEPTION
                       ADD 1 TO WS-CORRECT-CNT
                   ELSE
                       MOVE 'A' TO OD-STATUS
                       MOVE OD-AMOUNT TO OD-ACCEPT-AMT
                       MOVE SPACES TO OD-ERR-CODE
                       ADD 1 TO WS-ACCEPT-CNT
                   END-IF
               END-IF
               REWRITE OD-RECORD
           END-IF.
       250-WRITE-EXCEPTION.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE CA-STU-NUM TO EX-SNO-OUT
           MOVE CA-AWARD-CODE TO EX-CODE-OUT
           MOVE CA-SEQ TO EX-SEQ-OUT
           MOVE CA-AMOUNT TO EX-COD-AMT-OUT
           MOVE CA-ERR-CODE TO EX-ERR-OUT
           MOVE CA-ERR-TEXT TO EX-TEXT-OUT
           WRITE EXCEPT-REC FROM EXCEPT-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       300-APPLY-CORRECTION.
      *    ONLY A PIECE STILL WAITING ON PROJ-FA-DISBURSE IS CUT TO
      *    COD'S AMOUNT; A RELEASED PIECE OR AN ORIGINATION IS LEFT
      *    FOR THE AID OFFICE TO ADJUST FROM THE EXCEPTION REPORT.
           IF OD-SEQ NOT = ZERO AND OD-RELEASE-IND NOT = 'Y'
                   AND WS-DS-ON-FILE = 'Y'
               MOVE OD-STU-NUM TO DS-STU-NUM
               MOVE OD-AWARD-CODE TO DS-AWARD-CODE
               MOVE OD-SEQ TO DS-SEQ
               READ DS-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DS-RELEASED NOT = 'Y'
                           MOVE CA-AMOUNT TO DS-PLAN-AMT
                           REWRITE DS-RECORD
                       END-IF
               END-READ
           END-IF.
