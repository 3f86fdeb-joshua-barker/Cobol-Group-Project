       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-FA-AY-ROLL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  AID-YEAR ROLLOVER -- CLOSES THE AID
      *          YEAR BEFORE THE ONE ON PROJ-TERM-CTL.DAT (RUN IN JULY,
      *          ONCE THE TERM CONTROL SHOWS THE NEW YEAR).  FOR EVERY
      *          STUDENT WITH AN AID CHAIN AND EVERY AID CODE, THE
      *          COMMITTED AMOUNT OF EACH YEAR NOT YET CARRIED (THE
      *          GREATER OF OFFER AND POSTED, LESS RETURNS) IS ADDED
      *          INTO THE STUDENT'S ROW ON FA-AGGREGATE.DAT (SEE
      *          FG-FILE-DESC) AND THE ROW'S FG-THRU-YEAR MOVES UP TO
      *          THE CLOSED YEAR.  THE CONTROL ROW IS MOVED UP LAST, SO
      *          FROM THEN ON NO AWARD MAY BE POSTED OR RELEASED INTO
      *          THE CLOSED YEAR AND ITS AWARDS STOP COUNTING TOWARD
      *          ANY ANNUAL LIMIT.  THE AWARD NODES THEMSELVES STAY ON
      *          THE CHAIN FOR THE 1098-T, THE GL AND THE STATEMENT.
      *          A REGISTER (FA-AY-ROLL.RPT) LISTS EVERY ROW CARRIED
      *          AND EVERY UNRELEASED DISBURSEMENT PIECE LEFT IN THE
      *          CLOSED YEAR, WHICH PROJ-FA-DISBURSE WILL NOW HOLD.
      *          A YEAR ALREADY CLOSED IS REFUSED, SO A RERUN CARRIES
      *          NOTHING TWICE.
      *20261015  AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-FIN-AID.DAT; A STUDENT WITH NO ROWS CARRIES
      *          NOTHING.
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
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT FG-FILE-DESC ASSIGN TO 'FA-AGGREGATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FG-KEY
               FILE STATUS IS WS-FG-STATUS.
           SELECT DS-FILE-DESC ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT ROLL-REGISTER ASSIGN TO 'FA-AY-ROLL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  FG-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY FG-FILE-DESC.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  ROLL-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-FG-STATUS              PIC XX.
       01  WS-DS-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-FA-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-CODE-SUB               PIC 99.
       01  WS-SUB                    PIC 99.
      *    THE YEAR BEING CLOSED (ONE BEFORE CT-AID-YEAR) AND THE LAST
      *    YEAR CLOSED BEFORE THIS RUN (SPACES IF NONE EVER WAS).
       01  WS-CLOSE-YEAR.
           05  WS-CLOSE-FIRST        PIC 9(2).
           05  WS-CLOSE-SECOND       PIC 9(2).
       01  WS-CLOSE-YEAR-X REDEFINES WS-CLOSE-YEAR
                                     PIC X(4).
       01  WS-CT-YEAR.
           05  WS-CT-FIRST           PIC 9(2).
           05  WS-CT-SECOND          PIC 9(2).
       01  WS-CT-YEAR-X REDEFINES WS-CT-YEAR
                                     PIC X(4).
       01  WS-PRIOR-CLOSED           PIC X(4).
       01  WS-ROW-THRU               PIC X(4).
       01  WS-ROW-FOUND              PIC X.
       01  WS-COMMITTED              PIC S9(7)V99.
       01  WS-ROLL-AMT               PIC 9(7)V99.
       01  WS-ROW-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-ROLL-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-HELD-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-HELD-TOTAL             PIC 9(8)V99 VALUE ZERO.
       01  REGISTER-LINE.
           05                        PIC X(7)   VALUE 'CARRY  '.
           05  RG-SNO-OUT            PIC 9(9).
           05                        PIC X(6)   VALUE ' CODE '.
           05  RG-CODE-OUT           PIC 9(4).
           05                        PIC X(6)   VALUE ' THRU '.
           05  RG-THRU-OUT           PIC X(4).
           05                        PIC X(4)   VALUE ' $  '.
           05  RG-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(8)   VALUE SPACES.
       01  HELD-LINE.
           05                        PIC X(7)   VALUE 'HELD   '.
           05  HL-SNO-OUT            PIC 9(9).
           05                        PIC X(6)   VALUE ' CODE '.
           05  HL-CODE-OUT           PIC 9(4).
           05                        PIC X(5)   VALUE ' SEQ '.
           05  HL-SEQ-OUT            PIC 9(2).
           05                        PIC X(6)   VALUE '  DUE '.
           05  HL-DATE-OUT           PIC 9(8).
           05                        PIC X(3)   VALUE ' $ '.
           05  HL-AMT-OUT            PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-LABEL-OUT          PIC X(14).
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(10)  VALUE '  TOTAL $ '.
           05  TL-AMT-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05                        PIC X(15)  VALUE SPACES.
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       COPY LM-LIMIT-LINK.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           ACCEPT WS-TODAY FROM DATE
           MOVE CT-AID-YEAR TO WS-CT-YEAR-X
           IF WS-CT-YEAR-X NOT NUMERIC
               DISPLAY 'PROJ-FA-AY-ROLL: NO AID YEAR ON THE TERM '
                   'CONTROL -- RUN REFUSED'
               EXIT PROGRAM
           END-IF
           MOVE WS-CT-FIRST TO WS-CLOSE-SECOND
           IF WS-CT-FIRST = ZERO
               MOVE 99 TO WS-CLOSE-FIRST
           ELSE
               COMPUTE WS-CLOSE-FIRST = WS-CT-FIRST - 1
           END-IF
           OPEN I-O FG-FILE-DESC
           IF WS-FG-STATUS = '35'
               OPEN OUTPUT FG-FILE-DESC
               CLOSE FG-FILE-DESC
               OPEN I-O FG-FILE-DESC
           END-IF
           PERFORM 150-READ-CONTROL
           IF WS-PRIOR-CLOSED NOT = SPACES
                   AND WS-PRIOR-CLOSED NOT < WS-CLOSE-YEAR-X
               DISPLAY 'PROJ-FA-AY-ROLL: AID YEAR ' WS-CLOSE-YEAR-X
                   ' IS ALREADY CLOSED -- RUN REFUSED'
               CLOSE FG-FILE-DESC
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT FA-FILE-DESC
           OPEN OUTPUT ROLL-REGISTER
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           DISPLAY 'PROJ-FA-AY-ROLL STARTING -- CLOSING AID YEAR '
               WS-CLOSE-YEAR-X
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-ROLL-ONE-STUDENT
               END-READ
           END-PERFORM
           MOVE 'ROWS CARRIED: ' TO TL-LABEL-OUT
           MOVE WS-ROW-CNT TO TL-CNT-OUT
           MOVE WS-ROLL-TOTAL TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 2
           PERFORM 500-LIST-HELD-PIECES
           PERFORM 600-WRITE-CONTROL
           DISPLAY 'PROJ-FA-AY-ROLL FINISHED -- ' WS-ROW-CNT
               ' ROW(S) CARRIED, ' WS-HELD-CNT ' PIECE(S) HELD'
           CLOSE SF-FILE-DESC
                 FA-FILE-DESC
                 FG-FILE-DESC
                 ROLL-REGISTER
           EXIT PROGRAM.
       150-READ-CONTROL.
           MOVE SPACES TO WS-PRIOR-CLOSED
           MOVE ZERO TO FG-STU-NUM
           MOVE ZERO TO FG-AWARD-CODE
           READ FG-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FG-THRU-YEAR TO WS-PRIOR-CLOSED
           END-READ.
       200-ROLL-ONE-STUDENT.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > FA-CODE-TBL-SIZE
               PERFORM 300-ROLL-ONE-CODE
           END-PERFORM.
       300-ROLL-ONE-CODE.
      *    THE ROWS ARE SUMMED PER AID YEAR THE SAME WAY PROJ-FA-LIMITS
      *    SEES IT (ITS 'N' FUNCTION), THEN THE YEARS AFTER THE ROW'S
      *    LAST CARRIED YEAR, UP TO THE ONE BEING CLOSED, ARE ADDED IN.
           MOVE 'N' TO LM-FUNC
           MOVE FA-TBL-CODE(WS-CODE-SUB) TO LM-AWARD-CODE
           MOVE ZERO TO LM-YEAR-CNT
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
                           MOVE FA-DATA-REC TO LM-NODE
                           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK
                       END-IF
               END-READ
           END-PERFORM
           IF LM-YEAR-CNT > ZERO
               MOVE SF-STU-NUM TO FG-STU-NUM
               MOVE FA-TBL-CODE(WS-CODE-SUB) TO FG-AWARD-CODE
               READ FG-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-FOUND
                       MOVE WS-PRIOR-CLOSED TO WS-ROW-THRU
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE FG-THRU-YEAR TO WS-ROW-THRU
               END-READ
               MOVE ZERO TO WS-ROLL-AMT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > LM-YEAR-CNT
                   PERFORM 310-SCORE-YEAR
               END-PERFORM
               PERFORM 400-WRITE-ROW
           END-IF.
       310-SCORE-YEAR.
           IF LM-YR(WS-SUB) NOT = SPACES
                   AND LM-YR(WS-SUB) NOT > WS-CLOSE-YEAR-X
                   AND (WS-ROW-THRU = SPACES
                        OR LM-YR(WS-SUB) > WS-ROW-THRU)
               MOVE LM-YR-POSTED(WS-SUB) TO WS-COMMITTED
               IF LM-YR-OFFER(WS-SUB) > WS-COMMITTED
                   MOVE LM-YR-OFFER(WS-SUB) TO WS-COMMITTED
               END-IF
               SUBTRACT LM-YR-RETURN(WS-SUB) FROM WS-COMMITTED
               IF WS-COMMITTED > ZERO
                   ADD WS-COMMITTED TO WS-ROLL-AMT
               END-IF
           END-IF.
       400-WRITE-ROW.
      *    A CODE WITH NOTHING IN THE YEARS BEING CARRIED GETS NO NEW
      *    ROW -- WITHOUT ONE, PROJ-FA-LIMITS TAKES THE CONTROL ROW'S
      *    YEAR, WHICH IS THE SAME THING.
           IF WS-ROW-FOUND = 'Y'
               ADD WS-ROLL-AMT TO FG-AGG-AMT
               MOVE WS-CLOSE-YEAR-X TO FG-THRU-YEAR
               MOVE WS-TODAY TO FG-ROLL-DATE
               REWRITE FG-RECORD
                   INVALID KEY
                       DISPLAY 'FA-AGGREGATE.DAT REWRITE FAILED FOR '
                           FG-KEY
               END-REWRITE
               PERFORM 410-PRINT-ROW
           ELSE IF WS-ROLL-AMT > ZERO
               MOVE SPACES TO FG-RECORD
               MOVE SF-STU-NUM TO FG-STU-NUM
               MOVE FA-TBL-CODE(WS-CODE-SUB) TO FG-AWARD-CODE
               MOVE WS-ROLL-AMT TO FG-AGG-AMT
               MOVE WS-CLOSE-YEAR-X TO FG-THRU-YEAR
               MOVE WS-TODAY TO FG-ROLL-DATE
               WRITE FG-RECORD
                   INVALID KEY
                       DISPLAY 'FA-AGGREGATE.DAT WRITE FAILED FOR '
                           FG-KEY
               END-WRITE
               PERFORM 410-PRINT-ROW
           END-IF.
       410-PRINT-ROW.
           MOVE FG-STU-NUM TO RG-SNO-OUT
           MOVE FG-AWARD-CODE TO RG-CODE-OUT
           MOVE FG-THRU-YEAR TO RG-THRU-OUT
           MOVE FG-AGG-AMT TO RG-AMT-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
           ADD 1 TO WS-ROW-CNT
           ADD WS-ROLL-AMT TO WS-ROLL-TOTAL.
       500-LIST-HELD-PIECES.
      *    AN UNRELEASED PIECE STAMPED WITH A CLOSED YEAR CAN NO LONGER
      *    BE RELEASED; THE AID OFFICE RESCHEDULES OR CANCELS IT.
           OPEN INPUT DS-FILE-DESC
           IF WS-DS-STATUS NOT = '35'
               MOVE 'N' TO NO-MORE-RECORDS
               MOVE ZEROS TO DS-KEY
               START DS-FILE-DESC KEY IS NOT LESS THAN DS-KEY
                   INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
               END-START
               PERFORM UNTIL NO-MORE-RECORDS = 'Y'
                   READ DS-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO NO-MORE-RECORDS
                       NOT AT END
                           IF DS-RELEASED NOT = 'Y'
                                   AND DS-AID-YEAR NOT = SPACES
                                   AND DS-AID-YEAR NOT > WS-CLOSE-YEAR-X
                               PERFORM 510-PRINT-HELD-PIECE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DS-FILE-DESC
           END-IF
           MOVE 'PIECES HELD:  ' TO TL-LABEL-OUT
           MOVE WS-HELD-CNT TO TL-CNT-OUT
           MOVE WS-HELD-TOTAL TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 2.
       510-PRINT-HELD-PIECE.
           MOVE DS-STU-NUM TO HL-SNO-OUT
           MOVE DS-AWARD-CODE TO HL-CODE-OUT
           MOVE DS-SEQ TO HL-SEQ-OUT
           MOVE DS-PLAN-DATE TO HL-DATE-OUT
           MOVE DS-PLAN-AMT TO HL-AMT-OUT
           WRITE REGISTER-REC FROM HELD-LINE AFTER 1
           ADD 1 TO WS-HELD-CNT
           ADD DS-PLAN-AMT TO WS-HELD-TOTAL.
       600-WRITE-CONTROL.
           MOVE ZERO TO FG-STU-NUM
           MOVE ZERO TO FG-AWARD-CODE
           READ FG-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO FG-RECORD
                   MOVE ZERO TO FG-STU-NUM
                   MOVE ZERO TO FG-AWARD-CODE
                   MOVE ZERO TO FG-AGG-AMT
                   MOVE WS-CLOSE-YEAR-X TO FG-THRU-YEAR
                   MOVE WS-TODAY TO FG-ROLL-DATE
                   WRITE FG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CLOSE-YEAR-X TO FG-THRU-YEAR
                   MOVE WS-TODAY TO FG-ROLL-DATE
                   REWRITE FG-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
