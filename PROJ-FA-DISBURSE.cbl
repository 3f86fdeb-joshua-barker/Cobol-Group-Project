      *          VF-FILE-DESC) STILL HAS AN UNRECEIVED DOCUMENT IS
      *          HELD PENDING, THE SAME WAY A FAILING-SAP PIECE IS.
      *          A SITE WITH NO VERIFICATION FILE YET IS NOT GATED.
      *20261015  A PIECE OF A FUND-REQUIRED CODE (FA-TBL-FUND-REQ) IS
      *          DRAWN AGAINST THE STUDENT'S SCHOLARSHIP FUND AWARD
      *          THROUGH PROJ-SCHOL-POST BEFORE IT POSTS; WITH NO
      *          UNPAID FUND AWARD BEHIND IT THE PIECE IS HELD PENDING.
      *20261015  COD GATE.  A PIECE OF A CODE REPORTED TO COD
      *          (FA-TBL-COD-RPT) IS HELD PENDING UNTIL ITS
      *          COD-TRACK.DAT ROW (SEE OD-FILE-DESC) IS ACCEPTED OR
      *          CORRECTED AT THE AMOUNT NOW SCHEDULED.  CHECKED AHEAD
      *          OF THE FUND DRAW-DOWN.  A SITE WITH NO COD TRACKING
      *          FILE YET IS NOT GATED.
      *20261015  THE POSTED NODE CARRIES THE PIECE'S AID YEAR
      *          (DS-AID-YEAR, OR THE CURRENT AID YEAR FOR A PIECE
      *          WITHOUT ONE), AND A PIECE WHOSE AID YEAR HAS BEEN
      *          CLOSED BY PROJ-FA-AY-ROLL IS HELD PENDING -- ITS YEAR
      *          IS ALREADY CARRIED FORWARD IN THE AGGREGATE TOTALS.
      *20261015  PROJ-FIN-AID.DAT IS NOW INDEXED BY STUDENT AND
      *          SEQUENCE; A RELEASED PIECE IS WRITTEN UNDER THE
      *          STUDENT'S NEXT FA-SEQ (310-FIND-FA-TAIL) AND THE
      *          MASTER'S HEAD POINTER IS NO LONGER REWRITTEN.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE AWARD ROW GREW TO MATCH.  THE ROWS WRITTEN
      *          HERE CARRY A BLANK FA-APPROVER-ID -- NOTHING POSTED
      *          HERE WAITED ON A SECOND OPERATOR.
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
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT DISB-REPORT ASSIGN TO 'FA-DISBURSE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VF-FILE-DESC ASSIGN TO 'FA-VERIFY.DAT'
               ACCESS IS DYNAMIC
               RECORD KEY IS VF-KEY
               FILE STATUS IS WS-VF-STATUS.
           SELECT OD-FILE-DESC ASSIGN TO 'COD-TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OD-KEY
               FILE STATUS IS WS-OD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  DISB-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       FD  VF-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY VF-FILE-DESC.
       FD  OD-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY OD-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS              PIC XX.
       01  WS-VF-STATUS              PIC XX.
       01  WS-VF-ON-FILE             PIC X      VALUE 'N'.
       01  WS-VF-DONE                PIC X.
       01  WS-VERIFY-HELD            PIC X.
       01  WS-OD-STATUS              PIC XX.
       01  WS-OD-ON-FILE             PIC X      VALUE 'N'.
       01  WS-COD-REPORTED           PIC X.
       01  WS-COD-HELD               PIC X.
       01  NO-MORE-PIECES            PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-RELEASED-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-FA-DONE                PIC X.
       01  WS-FA-DATA-REC.
           05  WS-FA-AWARD-CODE PIC 9(4).
           05  WS-FA-AWARD-AMNT PIC 9(4)V99.
           05  WS-FA-STU-NUM PIC 9(9).
           05  WS-FA-SEQ     PIC 9(5).
           05  WS-FA-POST-DATE  PIC 9(6).
           05  WS-FA-OPERATOR-ID PIC X(8).
           05  WS-FA-OFFER-FLAG PIC X.
           05  WS-FA-AID-YEAR   PIC X(4).
           05  WS-FA-APPROVER-ID PIC X(8).
       01  WS-FUND-REQUIRED          PIC X.
       01  WS-PIECE-YEAR             PIC X(4).
       COPY FA-CODE-TABLE.
       COPY SK-SCHOL-LINK.
       COPY LM-LIMIT-LINK.
       COPY CURRENT-TERM.
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 S-NO-OUT               PIC 9(9).
           05                        PIC X(14)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           OPEN I-O DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               DISPLAY 'PROJ-FA-DISBURSE: NO SCHEDULE FILE ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O FA-FILE-DESC
           OPEN OUTPUT DISB-REPORT
           OPEN INPUT VF-FILE-DESC
           ELSE
               MOVE 'Y' TO WS-VF-ON-FILE
           END-IF
           OPEN INPUT OD-FILE-DESC
           IF WS-OD-STATUS = '35'
               MOVE 'N' TO WS-OD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-OD-ON-FILE
           END-IF
           DISPLAY 'PROJ-FA-DISBURSE STARTING'
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE ZEROS TO DS-KEY
           IF WS-VF-ON-FILE = 'Y'
               CLOSE VF-FILE-DESC
           END-IF
           IF WS-OD-ON-FILE = 'Y'
               CLOSE OD-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-RELEASE-ONE-PIECE.
           MOVE 'Y' TO WS-STU-FOUND
               DISPLAY 'HELD - FAILING SAP: ' DS-STU-NUM
                   ' (PIECE LEFT PENDING)'
           ELSE
               PERFORM 280-YEAR-CHECK
               IF LM-RESULT = 'CL'
                   DISPLAY 'HELD - AID YEAR CLOSED: '
                       DS-STU-NUM ' (PIECE LEFT PENDING)'
               ELSE
               PERFORM 250-VERIFY-CHECK
               IF WS-VERIFY-HELD = 'Y'
                   DISPLAY 'HELD - VERIFICATION INCOMPLETE: '
                       DS-STU-NUM ' (PIECE LEFT PENDING)'
               ELSE
               PERFORM 270-COD-CHECK
               IF WS-COD-HELD = 'Y'
                   DISPLAY 'HELD - COD NOT ACCEPTED: '
                       DS-STU-NUM ' (PIECE LEFT PENDING)'
               ELSE
               PERFORM 260-FUND-CHECK
               IF SK-RESULT NOT = 'OK'
                   DISPLAY 'HELD - NO SCHOLARSHIP FUND AWARD: '
                       DS-STU-NUM ' (PIECE LEFT PENDING)'
               ELSE
               PERFORM 300-APPEND-AWARD-NODE
               MOVE 'Y' TO DS-RELEASED
               MOVE WS-TODAY TO DS-RELEASE-DATE
               WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
               ADD 1 TO WS-RELEASED-CNT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       250-VERIFY-CHECK.
      *    ANY ROW FOR THE STUDENT WITH VF-RCV-DATE ZERO HOLDS THE
                   END-READ
               END-PERFORM
           END-IF.
       260-FUND-CHECK.
      *    A CODE THAT IS NOT FUND-REQUIRED PASSES STRAIGHT THROUGH.
      *    OTHERWISE THE PIECE MUST DRAW DOWN AN UNPAID SCHOLARSHIP
      *    AWARD FOR THE SAME CODE (WRITTEN WHEN IT WAS PACKAGED).
           MOVE 'OK' TO SK-RESULT
           MOVE 'N' TO WS-FUND-REQUIRED
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF DS-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE FA-TBL-FUND-REQ(FA-CODE-IDX)
                       TO WS-FUND-REQUIRED
               END-IF
           END-PERFORM
           IF WS-FUND-REQUIRED = 'Y'
               MOVE 'D' TO SK-FUNC
               MOVE DS-STU-NUM TO SK-STU-NUM
               MOVE DS-AWARD-CODE TO SK-AWARD-CODE
               MOVE DS-PLAN-AMT TO SK-AMOUNT
               CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           END-IF.
       270-COD-CHECK.
      *    A CODE NOT REPORTED TO COD PASSES STRAIGHT THROUGH.
      *    OTHERWISE THE PIECE'S OWN ROW MUST BE ACCEPTED ('A') OR
      *    CORRECTED ('C') AT THE AMOUNT ABOUT TO BE PAID; NO ROW,
      *    STILL 'S' OR 'R', OR A SCHEDULE CHANGED SINCE, HOLDS IT.
           MOVE 'N' TO WS-COD-HELD
           MOVE 'N' TO WS-COD-REPORTED
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF DS-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE FA-TBL-COD-RPT(FA-CODE-IDX)
                       TO WS-COD-REPORTED
               END-IF
           END-PERFORM
           IF WS-COD-REPORTED = 'Y' AND WS-OD-ON-FILE = 'Y'
               MOVE DS-STU-NUM TO OD-STU-NUM
               MOVE DS-AWARD-CODE TO OD-AWARD-CODE
               MOVE DS-SEQ TO OD-SEQ
               READ OD-FILE-DESC
                   INVALID KEY MOVE 'Y' TO WS-COD-HELD
                   NOT INVALID KEY
                       IF OD-STATUS NOT = 'A' AND OD-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-COD-HELD
                       ELSE
                           IF OD-ACCEPT-AMT NOT = DS-PLAN-AMT
                               MOVE 'Y' TO WS-COD-HELD
                           END-IF
                       END-IF
               END-READ
           END-IF.
       280-YEAR-CHECK.
      *    ONLY WHETHER THE PIECE'S AID YEAR IS CLOSED -- THE LIMITS
      *    WERE JUDGED WHEN THE AWARD WAS MADE.
           IF DS-AID-YEAR = SPACES
               MOVE CT-AID-YEAR TO WS-PIECE-YEAR
           ELSE
               MOVE DS-AID-YEAR TO WS-PIECE-YEAR
           END-IF
           MOVE 'Y' TO LM-FUNC
           MOVE DS-STU-NUM TO LM-STU-NUM
           MOVE DS-AWARD-CODE TO LM-AWARD-CODE
           MOVE WS-PIECE-YEAR TO LM-AID-YEAR
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
       300-APPEND-AWARD-NODE.
      *    SAME APPEND AS PROJ-FA-BATCH'S 230-APPEND-ROUTINE -- THE
      *    AWARD GOES IN UNDER THE STUDENT'S NEXT FA-SEQ.
           MOVE DS-STU-NUM TO WS-FA-STU-NUM
           PERFORM 310-FIND-FA-TAIL
           MOVE DS-AWARD-CODE TO WS-FA-AWARD-CODE
           MOVE DS-PLAN-AMT TO WS-FA-AWARD-AMNT
           MOVE WS-NEXT-FA-SEQ TO WS-FA-SEQ
           MOVE WS-TODAY TO WS-FA-POST-DATE
           MOVE 'DISBURSE' TO WS-FA-OPERATOR-ID
           MOVE SPACE TO WS-FA-OFFER-FLAG
           MOVE WS-PIECE-YEAR TO WS-FA-AID-YEAR
           MOVE SPACES TO WS-FA-APPROVER-ID
           WRITE FA-DATA-REC FROM WS-FA-DATA-REC.
       310-FIND-FA-TAIL.
      *    ONE PAST THE STUDENT'S HIGHEST FA-SEQ -- SAME SCAN AS
      *    FEDAID'S 150-FIND-FA-TAIL.
           MOVE ZEROS TO WS-NEXT-FA-SEQ
           MOVE WS-FA-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-FA-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           MOVE FA-SEQ TO WS-NEXT-FA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-FA-SEQ.
