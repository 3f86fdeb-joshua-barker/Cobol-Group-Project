      *          COMBINED PAIR, SO A RETURN LARGER THAN ONE NODE'S
      *          AMOUNT FIELD CAN NO LONGER TRUNCATE, AND EACH 'R'
      *          NODE CARRIES THE AWARD CODE IT BACKS OUT.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE REVERSING NODE CARRIES THE CURRENT AID YEAR
      *          (FA-AID-YEAR).
      *20261015  LEAVES OF ABSENCE (SEE LV-FILE-DESC).  A STUDENT ON
      *          AN APPROVED, OPEN LEAVE IS NOT WITHDRAWN -- THE
      *          WORKSHEET IS REFUSED UNTIL THE LEAVE CLOSES.  FOR A
      *          LEAVE PROJ-LOA-RETURN CONVERTED TO A WITHDRAWAL, THE
      *          WORKSHEET MEASURES AGAINST THE TERM THE LEAVE BEGAN
      *          IN, OFFERS THE LEAVE'S START AS THE WITHDRAWAL DATE,
      *          AND CLEARS LV-R2T4-DUE ONCE THE RESULT IS CONFIRMED.
      *20261015  WITHDRAWAL PETITIONS (SEE WD-FILE-DESC).  AN APPROVED
      *          PETITION FLAGGED WD-R2T4-DUE IS WORKED THE SAME WAY --
      *          AGAINST THE PETITION TERM'S CALENDAR, OFFERING THE
      *          LAST DATE ATTENDED AS THE WITHDRAWAL DATE -- AND THE
      *          FLAG IS CLEARED ONCE THE RESULT IS CONFIRMED.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  AID AND RECEIPT ROWS NOW GO TO THE INDEXED
      *          PROJ-FIN-AID.DAT AND PROJ-REC.DAT UNDER THE STUDENT'S
      *          NEXT FA-SEQ/RC-SEQ (610-FIND-FA-TAIL, 710-FIND-RC-TAIL)
      *          IN PLACE OF THE RELATIVE-FILE SLOTS AND CHAINS.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPIES OF THE RECEIPT AND
      *          AWARD ROWS GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY
      *          A BLANK APPROVER -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
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
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT WD-FILE-DESC ASSIGN TO 'PROJ-WD-PETITION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WD-KEY
               FILE STATUS IS WS-WD-STATUS.
           SELECT WORKSHEET ASSIGN TO 'FA-R2T4.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY LV-FILE-DESC.
       FD  WD-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY WD-FILE-DESC.
       FD  WORKSHEET
           DATA RECORD IS WORK-REC.
       01  WORK-REC                  PIC X(57).
       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-LV-STATUS              PIC XX.
       01  WS-LV-ON-FILE             PIC X      VALUE 'N'.
       01  WS-ON-LEAVE               PIC X.
       01  WS-FROM-LEAVE             PIC X.
       01  WS-WD-STATUS              PIC XX.
       01  WS-WD-ON-FILE             PIC X      VALUE 'N'.
       01  WS-WD-DONE                PIC X.
       01  WS-FROM-PETITION          PIC X.
       01  WS-PETITION-KEY           PIC X(15).
       01  WS-WDRAW-DATE             PIC 9(8).
       01  WS-START-JULIAN           PIC 9(7).
       01  WS-END-JULIAN             PIC 9(7).
       01  WS-AID-EARNED             PIC 9(6)V99.
       01  WS-AID-RETURN             PIC 9(6)V99.
       01  WS-TODAY                  PIC 9(6).
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-FA-DONE                PIC X.
       01  WS-RC-DONE                PIC X.
       01  WS-AWD-IDX                PIC 9(3).
       01  WS-AWD-CNT                PIC 9(3)   VALUE ZERO.
       01  WS-RETURN-LEFT            PIC S9(6)V99.
               10  WS-AWD-CODE       PIC 9(4).
               10  WS-AWD-AMT        PIC 9(4)V99.
               10  WS-AWD-PIECE      PIC 9(4)V99.
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
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       01  WK-TITLE-LINE.
       01 SCRN-WDRAW.
          05 LINE 3 COLUMN 1 VALUE
                  'ENTER WITHDRAWAL DATE (CCYYMMDD): '.
          05 LINE 3 COLUMN 36 PIC 9(8) USING WS-WDRAW-DATE.
       01 SCRN-RESULT.
          05 LINE 5 COLUMN 1 VALUE 'AID DISBURSED: '.
          05 LINE 5 COLUMN 17 PIC ZZZ,ZZ9.99 FROM WS-AID-DISBURSED.
          05 LINE 11 COLUMN 36 PIC X TO ANS.
       PROCEDURE DIVISION USING WS-SNO.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
           OPEN I-O FA-FILE-DESC
           OPEN I-O RC-FILE-DESC
                     RC-FILE-DESC
               EXIT PROGRAM
           END-IF
           OPEN I-O LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               MOVE 'N' TO WS-LV-ON-FILE
           ELSE
               MOVE 'Y' TO WS-LV-ON-FILE
           END-IF
           OPEN I-O WD-FILE-DESC
           IF WS-WD-STATUS = '35'
               MOVE 'N' TO WS-WD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-WD-ON-FILE
           END-IF
           OPEN OUTPUT WORKSHEET
           MOVE WS-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
                 RC-FILE-DESC
                 AC-FILE-DESC
                 WORKSHEET
           IF WS-LV-ON-FILE = 'Y'
               CLOSE LV-FILE-DESC
           END-IF
           IF WS-WD-ON-FILE = 'Y'
               CLOSE WD-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-CALC-ROUTINE.
           PERFORM 202-CHECK-LEAVE
           MOVE 'N' TO WS-FROM-PETITION
           IF WS-ON-LEAVE = 'N' AND WS-FROM-LEAVE = 'N'
               PERFORM 203-CHECK-PETITION
           END-IF
           IF WS-ON-LEAVE = 'Y'
               DISPLAY SCRN-CLEAR
               DISPLAY 'STUDENT IS ON AN APPROVED LEAVE OF ABSENCE --'
               DISPLAY 'NO RETURN IS DUE UNLESS THEY DO NOT COME BACK'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 205-READ-CALENDAR
           END-IF.
       202-CHECK-LEAVE.
      *    AN APPROVED, OPEN LEAVE DEFERS THE RETURN.  A LEAVE
      *    CONVERTED TO A WITHDRAWAL AND STILL AWAITING ITS RETURN
      *    MEASURES FROM THE DAY THE LEAVE BEGAN, AGAINST ITS TERM.
           MOVE 'N' TO WS-ON-LEAVE
           MOVE 'N' TO WS-FROM-LEAVE
           MOVE CURRENT-TERM TO AC-TERM
           MOVE ZEROS TO WS-WDRAW-DATE
           IF WS-LV-ON-FILE = 'Y'
               MOVE WS-SNO TO LV-STU-NUM
               READ LV-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LV-APPROVED = 'Y' AND LV-STATUS = 'A'
                           MOVE 'Y' TO WS-ON-LEAVE
                       END-IF
                       IF LV-STATUS = 'W' AND LV-R2T4-DUE = 'Y'
                           MOVE 'Y' TO WS-FROM-LEAVE
                           MOVE LV-LEAVE-TERM TO AC-TERM
                           MOVE LV-START-DATE TO WS-WDRAW-DATE
                       END-IF
               END-READ
           END-IF.
       203-CHECK-PETITION.
      *    THE FIRST APPROVED WITHDRAWAL PETITION STILL AWAITING ITS
      *    RETURN, IN TERM-KEY ORDER, MEASURES FROM THE LAST DATE
      *    ATTENDED AGAINST THE PETITION TERM.
           IF WS-WD-ON-FILE = 'Y'
               MOVE WS-SNO TO WD-STU-NUM
               MOVE SPACES TO WD-TERM
               MOVE 'N' TO WS-WD-DONE
               START WD-FILE-DESC KEY IS NOT LESS THAN WD-KEY
                   INVALID KEY MOVE 'Y' TO WS-WD-DONE
               END-START
               PERFORM UNTIL WS-WD-DONE = 'Y'
                   READ WD-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-WD-DONE
                       NOT AT END
                           IF WD-STU-NUM NOT = WS-SNO
                               MOVE 'Y' TO WS-WD-DONE
                           ELSE IF WD-STATUS = 'A'
                                   AND WD-R2T4-DUE = 'Y'
                               MOVE 'Y' TO WS-WD-DONE
                               MOVE 'Y' TO WS-FROM-PETITION
                               MOVE WD-KEY TO WS-PETITION-KEY
                               MOVE WD-TERM TO AC-TERM
                               MOVE WD-LAST-ATTEND TO WS-WDRAW-DATE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       205-READ-CALENDAR.
           READ AC-FILE-DESC
               INVALID KEY
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'NO CALENDAR ROW FOR THE TERM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
           DISPLAY SCRN-RESULT
           ACCEPT SCRN-RESULT
           IF ANS = 'Y' OR 'y'
               IF WS-FROM-LEAVE = 'Y'
                   MOVE 'N' TO LV-R2T4-DUE
                   REWRITE LV-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF WS-FROM-PETITION = 'Y'
                   MOVE WS-PETITION-KEY TO WD-KEY
                   READ WD-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WD-R2T4-DUE
                           REWRITE WD-RECORD
                   END-READ
               END-IF
               IF WS-AID-RETURN > ZERO
                   PERFORM 550-POST-THE-PIECES
                   DISPLAY SCRN-CLEAR
      *    RETURN CAN BE POSTED BACK AGAINST THE AWARDS IT CAME FROM.
           MOVE ZERO TO WS-AID-DISBURSED
           MOVE ZERO TO WS-AWD-CNT
           MOVE WS-SNO TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-SNO
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           PERFORM 310-SUM-FA-NODE
                       END-IF
               END-READ
           END-PERFORM.
       310-SUM-FA-NODE.
           IF FA-OFFER-FLAG = SPACE AND FA-AWARD-AMNT > ZERO
               COMPUTE WS-NODE-CCYYMMDD = 20000000 + FA-POST-DATE
           MOVE WS-AID-RETURN TO WK-AMT-OUT
           WRITE WORK-REC FROM WK-AMT-LINE AFTER 1.
       550-POST-THE-PIECES.
      *    SPLITS THE RETURN ACROSS THE TABLED AWARDS IN FA-SEQ ORDER,
      *    EACH PIECE CAPPED AT ITS OWN AWARD'S AMOUNT, UNTIL THE
      *    RETURN IS EXHAUSTED -- THE RETURN NEVER EXCEEDS THE
      *    DISBURSED TOTAL, SO THE PIECES ALWAYS ADD BACK UP TO IT
      *    EXACTLY, AND NO PIECE CAN OUTGROW THE ROWS' AMOUNT
      *    FIELDS.  EACH NON-ZERO PIECE POSTS ITS OWN REVERSING PAIR.
           MOVE WS-AID-RETURN TO WS-RETURN-LEFT
           PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.
       600-POST-FA-REVERSAL.
      *    SAME APPEND AS PROJ-FA-BATCH, WITH THE NODE FLAGGED 'R' SO
      *    THE GL EXPORT FLIPS ITS DR/CR AND THE 1098-T SUBTRACTS IT.
           MOVE WS-SNO TO WS-FA-STU-NUM
           PERFORM 610-FIND-FA-TAIL
           MOVE WS-AWD-CODE(WS-AWD-IDX) TO WS-FA-AWARD-CODE
           MOVE WS-AWD-PIECE(WS-AWD-IDX) TO WS-FA-AWARD-AMNT
           MOVE WS-NEXT-FA-SEQ TO WS-FA-SEQ
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-TODAY TO WS-FA-POST-DATE
           MOVE 'R2T4    ' TO WS-FA-OPERATOR-ID
           MOVE 'R' TO WS-FA-OFFER-FLAG
           MOVE CT-AID-YEAR TO WS-FA-AID-YEAR
           MOVE SPACES TO WS-FA-APPROVER-ID
           WRITE FA-DATA-REC FROM WS-FA-DATA-REC.
       610-FIND-FA-TAIL.
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
       700-POST-RC-CHARGE.
      *    SAME APPEND AS PROJ-RC'S 220-WRITE-RECEIPT-RTN.
           MOVE WS-SNO TO WS-RC-STU-NUM
           PERFORM 710-FIND-RC-TAIL
           MOVE 'AIDRETURN' TO WS-RC-RCT-TYPE
           MOVE WS-AWD-PIECE(WS-AWD-IDX) TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE 'R2T4    ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       710-FIND-RC-TAIL.
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
       900-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
