      *          BIGGER THAN RC-REFUND-AMT CAN HOLD (PAST 9999.99) IS
      *          REFUNDED IN THAT MAXIMUM AND THE REST CAUGHT ON THE
      *          NEXT SWEEP, SAME CEILING THE MANUAL PATH HAS.
      *20261015  THE CREDIT BALANCE NOW COUNTS THE STUDENT'S POSTED AID
      *          AS WELL AS THE RECEIPT CHAIN (AID IS CARRIED ON
      *          PROJ-FIN-AID.REL, NOT AS RECEIPTS), SO A CREDIT
      *          CREATED BY A DISBURSEMENT IS REFUNDED TOO.  WORK-STUDY
      *          (FA-TBL-TITLE-IV 'W') IS PAID THROUGH PAYROLL AND NOT
      *          COUNTED; AN AIDRETURN CHARGE IS NOT COUNTED EITHER,
      *          SINCE ITS 'R' AID NODE ALREADY BACKS THE AID OUT.
      *          CHARGES FROM BEFORE THE CURRENT AID YEAR ARE NOT PAID
      *          FROM THIS YEAR'S AID UNLESS THE STUDENT HAS
      *          AUTHORIZED IT ON FA-CB-AUTH.DAT (SEE AZ-FILE-DESC), AND
      *          THEN ONLY UP TO T4-PRIOR-LIMIT.  THE TITLE IV PART OF
      *          THE CREDIT IS LEFT ON THE ACCOUNT WHEN THE STUDENT HAS
      *          AUTHORIZED THE COLLEGE TO HOLD IT.
      *20261015  A CREDIT PUT BACK ON THE ACCOUNT BY VOIDING A STALE
      *          REFUND CHECK (A STALE 'S' ROW ON RC-REFCHECK.DAT, SEE
      *          RK-FILE-DESC) IS HELD FOR THE STUDENT TO CLAIM, NOT
      *          SWEPT ONTO ANOTHER CHECK THAT WOULD GO STALE THE SAME
      *          WAY; IT LEAVES THROUGH A REISSUE OR PROJ-ESCHEAT.
      *20261015  RECEIPT AND AID ROWS ARE NOW READ BY STUDENT FROM THE
      *          INDEXED PROJ-REC.DAT/PROJ-FIN-AID.DAT, AND THE REFUND
      *          NODE GOES ONE PAST THE TAIL'S RC-SEQ.  A STUDENT WITH
      *          NO RECEIPTS IS PASSED OVER AS BEFORE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPY OF THE RECEIPT ROW
      *          GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
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
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT AZ-FILE-DESC ASSIGN TO 'FA-CB-AUTH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AZ-KEY
               FILE STATUS IS WS-AZ-STATUS.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT SWEEP-REGISTER ASSIGN TO 'RC-REFUND-SWEEP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  AZ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY AZ-FILE-DESC.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  SWEEP-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(55).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-BALANCE                PIC S9(5)V99.
       01  WS-REFUND-AMT             PIC 9(4)V99.
       01  WS-TAIL-SEQ               PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-FA-DONE                PIC X.
       01  WS-SWEPT-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-SWEPT-AMT              PIC 9(8)V99 VALUE ZERO.
       01  WS-AZ-STATUS              PIC XX.
       01  WS-AZ-ON-FILE             PIC X      VALUE 'N'.
       01  WS-HOLD-AUTH              PIC X.
       01  WS-PRIOR-AUTH             PIC X.
       01  WS-T4-FLAG                PIC X.
       01  WS-AY-YY                  PIC 9(2).
       01  WS-AY-START               PIC 9(6).
       01  WS-RC-AT-START            PIC S9(7)V99.
       01  WS-RET-PRIOR              PIC S9(7)V99.
       01  WS-RET-CUR                PIC S9(7)V99.
       01  WS-AID-PRIOR              PIC S9(7)V99.
       01  WS-AID-CUR                PIC S9(7)V99.
       01  WS-T4-CUR                 PIC S9(7)V99.
       01  WS-PRIOR-OWED             PIC S9(7)V99.
       01  WS-CUR-POS                PIC S9(7)V99.
       01  WS-TOTAL-CREDIT           PIC S9(7)V99.
       01  WS-T4-CREDIT              PIC S9(7)V99.
       01  WS-CREDIT-DUE             PIC S9(7)V99.
       01  WS-RK-STATUS              PIC XX.
       01  WS-RK-DONE                PIC X.
       01  WS-HELD-CREDIT            PIC S9(7)V99.
       01  WS-HELD-SUB               PIC 9(4).
       01  WS-SUB-H                  PIC 9(4).
       01  WS-HELD-KEY               PIC 9(9).
      *    STALE-CHECK CREDITS HELD FOR A CLAIM, ONE ENTRY PER STUDENT.
       01  WS-HELD-CNT               PIC 9(4)   VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HELD-STU-NUM   PIC 9(9).
               10  WS-HELD-AMT       PIC 9(7)V99.
       COPY CURRENT-TERM.
       COPY FA-CODE-TABLE.
       COPY T4-POLICY.
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
       01  REGISTER-LINE.
           05                        PIC X(7)   VALUE 'REFUND '.
           05  RG-SNO-OUT            PIC 9(9).
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN INPUT FA-FILE-DESC
           OPEN INPUT AZ-FILE-DESC
           IF WS-AZ-STATUS NOT = '35'
               MOVE 'Y' TO WS-AZ-ON-FILE
           END-IF
           OPEN OUTPUT SWEEP-REGISTER
           ACCEPT WS-TODAY FROM DATE
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           CALL 'PROJ-PARM-LOAD' USING T4-PARM-ID, T4-PARMS
           PERFORM 150-LOAD-HELD-CREDITS
           MOVE CT-AID-YEAR(1:2) TO WS-AY-YY
           COMPUTE WS-AY-START = WS-AY-YY * 10000 + 701
           DISPLAY 'PROJ-REFUND-SWEEP STARTING'
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-CONSIDER-ONE-STUDENT
               END-READ
           END-PERFORM
           MOVE WS-SWEPT-AMT TO RT-AMT-OUT
               ' REFUND(S) GENERATED'
           CLOSE SF-FILE-DESC
                 RC-FILE-DESC
                 FA-FILE-DESC
                 SWEEP-REGISTER
           IF WS-AZ-ON-FILE = 'Y'
               CLOSE AZ-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-LOAD-HELD-CREDITS.
           OPEN INPUT RK-FILE-DESC
           IF WS-RK-STATUS NOT = '35'
               MOVE 'N' TO WS-RK-DONE
               MOVE ZEROS TO RK-CHECK-NO
               START RK-FILE-DESC KEY IS NOT LESS THAN RK-CHECK-NO
                   INVALID KEY MOVE 'Y' TO WS-RK-DONE
               END-START
               PERFORM UNTIL WS-RK-DONE = 'Y'
                   READ RK-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RK-DONE
                       NOT AT END
                           IF RK-STATUS = 'S'
                               PERFORM 155-ADD-HELD-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RK-FILE-DESC
           END-IF.
       155-ADD-HELD-CREDIT.
           MOVE RK-STU-NUM TO WS-HELD-KEY
           PERFORM 160-FIND-HELD-CREDIT
           IF WS-HELD-SUB > ZERO
               ADD RK-AMOUNT TO WS-HELD-AMT(WS-HELD-SUB)
           ELSE
               IF WS-HELD-CNT < 2000
                   ADD 1 TO WS-HELD-CNT
                   MOVE RK-STU-NUM TO WS-HELD-STU-NUM(WS-HELD-CNT)
                   MOVE RK-AMOUNT TO WS-HELD-AMT(WS-HELD-CNT)
               ELSE
                   DISPLAY 'HELD STALE-CHECK TABLE FULL -- CHECK '
                       RK-CHECK-NO ' NOT HELD'
               END-IF
           END-IF.
       160-FIND-HELD-CREDIT.
      *    FOR THE STUDENT IN WS-HELD-KEY, WS-HELD-SUB IS THE ENTRY
      *    (ZERO WHEN NONE) AND WS-HELD-CREDIT WHAT IS HELD.
           MOVE ZERO TO WS-HELD-SUB
           MOVE ZERO TO WS-HELD-CREDIT
           PERFORM VARYING WS-SUB-H FROM 1 BY 1
                   UNTIL WS-SUB-H > WS-HELD-CNT OR WS-HELD-SUB > ZERO
               IF WS-HELD-STU-NUM(WS-SUB-H) = WS-HELD-KEY
                   MOVE WS-SUB-H TO WS-HELD-SUB
                   MOVE WS-HELD-AMT(WS-SUB-H) TO WS-HELD-CREDIT
               END-IF
           END-PERFORM.
       200-CONSIDER-ONE-STUDENT.
      *    A STUDENT WITH NO RECEIPTS (WS-TAIL-SEQ STILL ZERO) HAS NO
      *    ACCOUNT TO SWEEP A CREDIT OFF, WHATEVER AID IS ON FILE.
           PERFORM 400-FIGURE-CREDIT
           IF WS-TAIL-SEQ = ZERO
               MOVE ZERO TO WS-TOTAL-CREDIT
               MOVE ZERO TO WS-T4-CREDIT
           END-IF
           MOVE WS-TOTAL-CREDIT TO WS-CREDIT-DUE
           IF WS-HOLD-AUTH = 'Y'
               SUBTRACT WS-T4-CREDIT FROM WS-CREDIT-DUE
           END-IF
           MOVE SF-STU-NUM TO WS-HELD-KEY
           PERFORM 160-FIND-HELD-CREDIT
           SUBTRACT WS-HELD-CREDIT FROM WS-CREDIT-DUE
           IF WS-CREDIT-DUE > ZERO
               IF WS-CREDIT-DUE > 9999.99
                   MOVE 9999.99 TO WS-REFUND-AMT
               ELSE
                   MOVE WS-CREDIT-DUE TO WS-REFUND-AMT
               END-IF
               PERFORM 300-APPEND-REFUND-NODE
               MOVE SF-STU-NUM TO RG-SNO-OUT
       300-APPEND-REFUND-NODE.
      *    SAME NODE PROJ-RC'S 270-REFUND-ROUTINE WRITES -- AMOUNTS
      *    ZERO, RC-REFUND-AMT SET, AND THE BALANCE STEPPED UP BY THE
      *    REFUND (THE STUDENT IS OWED THAT MUCH LESS).  THE TAIL
      *    NODE'S SEQUENCE AND BALANCE WERE LEFT BY 410-SCAN-RC-ROWS.
           MOVE 'REFUND' TO WS-RC-RCT-TYPE
           MOVE SF-STU-NUM TO WS-RC-STU-NUM
           MOVE ZERO TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE WS-REFUND-AMT TO WS-RC-REFUND-AMT
           COMPUTE WS-RC-SEQ = WS-TAIL-SEQ + 1
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-BALANCE + WS-REFUND-AMT
           MOVE 'CRSWEEP ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       400-FIGURE-CREDIT.
      *    THE STUDENT'S CREDIT BALANCE FOR THE CURRENT AID YEAR,
      *    COUNTING POSTED AID.  THE RECEIPT BALANCE AS OF THE
      *    DAY BEFORE THE AID YEAR BEGAN (WS-RC-AT-START) LESS THE AID
      *    OF EARLIER YEARS IS WHAT IS STILL OWED FROM BEFORE; THE
      *    REST OF THE RECEIPTS LESS THIS YEAR'S AID IS THIS YEAR'S
      *    POSITION.  THIS YEAR'S AID PAYS PRIOR-YEAR CHARGES ONLY
      *    UNDER THE STUDENT'S AUTHORIZATION, UP TO T4-PRIOR-LIMIT.
      *    WS-T4-CREDIT IS THE PART OF THE CREDIT TITLE IV AID MADE.
      *    PROJ-CB-MONITOR FIGURES THE SAME AMOUNT THE SAME WAY.
           MOVE 'N' TO WS-HOLD-AUTH
           MOVE 'N' TO WS-PRIOR-AUTH
           IF WS-AZ-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO AZ-STU-NUM
               MOVE CT-AID-YEAR TO AZ-AID-YEAR
               READ AZ-FILE-DESC
                   NOT INVALID KEY
                       MOVE AZ-HOLD-AUTH TO WS-HOLD-AUTH
                       MOVE AZ-PRIOR-AUTH TO WS-PRIOR-AUTH
               END-READ
           END-IF
           PERFORM 410-SCAN-RC-ROWS
           PERFORM 420-SCAN-FA-ROWS
           COMPUTE WS-PRIOR-OWED =
               WS-RC-AT-START - WS-RET-PRIOR - WS-AID-PRIOR
           COMPUTE WS-CUR-POS = WS-BALANCE - WS-RC-AT-START
               - WS-RET-CUR - WS-AID-CUR
           IF WS-PRIOR-OWED > ZERO AND WS-PRIOR-AUTH = 'Y'
               IF WS-PRIOR-OWED > T4-PRIOR-LIMIT
                   ADD T4-PRIOR-LIMIT TO WS-CUR-POS
               ELSE
                   ADD WS-PRIOR-OWED TO WS-CUR-POS
               END-IF
           END-IF
           MOVE ZERO TO WS-TOTAL-CREDIT
           MOVE ZERO TO WS-T4-CREDIT
           IF WS-CUR-POS < ZERO
               COMPUTE WS-TOTAL-CREDIT = ZERO - WS-CUR-POS
               IF WS-T4-CUR > ZERO
                   IF WS-T4-CUR < WS-TOTAL-CREDIT
                       MOVE WS-T4-CUR TO WS-T4-CREDIT
                   ELSE
                       MOVE WS-TOTAL-CREDIT TO WS-T4-CREDIT
                   END-IF
               END-IF
           END-IF
           IF WS-PRIOR-OWED < ZERO
               SUBTRACT WS-PRIOR-OWED FROM WS-TOTAL-CREDIT
           END-IF.
       410-SCAN-RC-ROWS.
      *    LEAVES THE TAIL NODE'S BALANCE IN WS-BALANCE AND ITS RC-SEQ
      *    IN WS-TAIL-SEQ FOR 300-APPEND-REFUND-NODE.  AN AIDRETURN
      *    CHARGE (LESS ANY VOID OF ONE) IS SET ASIDE BY THE YEAR IT
      *    WAS POSTED IN.
           MOVE ZERO TO WS-RC-AT-START
           MOVE ZERO TO WS-RET-PRIOR
           MOVE ZERO TO WS-RET-CUR
           MOVE ZERO TO WS-BALANCE
           MOVE ZEROS TO WS-TAIL-SEQ
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
                           PERFORM 415-ONE-RC-NODE
                           MOVE RC-BALANCE TO WS-BALANCE
                           MOVE RC-SEQ TO WS-TAIL-SEQ
                       END-IF
               END-READ
           END-PERFORM.
       415-ONE-RC-NODE.
           IF RC-POST-DATE < WS-AY-START
               MOVE RC-BALANCE TO WS-RC-AT-START
           END-IF
           IF RC-TYPE = 'AIDRETURN'
               IF RC-POST-DATE < WS-AY-START
                   IF RC-VOID = 'Y'
                       SUBTRACT RC-AMT-OWED FROM WS-RET-PRIOR
                   ELSE
                       ADD RC-AMT-OWED TO WS-RET-PRIOR
                   END-IF
               ELSE
                   IF RC-VOID = 'Y'
                       SUBTRACT RC-AMT-OWED FROM WS-RET-CUR
                   ELSE
                       ADD RC-AMT-OWED TO WS-RET-CUR
                   END-IF
               END-IF
           END-IF.
       420-SCAN-FA-ROWS.
           MOVE ZERO TO WS-AID-PRIOR
           MOVE ZERO TO WS-AID-CUR
           MOVE ZERO TO WS-T4-CUR
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
                           PERFORM 425-ONE-FA-NODE
                       END-IF
               END-READ
           END-PERFORM.
       425-ONE-FA-NODE.
      *    OFFERS ARE NOT AID YET AND WORK-STUDY NEVER REACHES THE
      *    ACCOUNT; AN 'R' NODE BACKS ITS AMOUNT OUT.
           MOVE 'N' TO WS-T4-FLAG
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF FA-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE FA-TBL-TITLE-IV(FA-CODE-IDX) TO WS-T4-FLAG
               END-IF
           END-PERFORM
           IF FA-OFFER-FLAG NOT = 'O' AND WS-T4-FLAG NOT = 'W'
               IF FA-AID-YEAR NOT = CT-AID-YEAR
                   IF FA-OFFER-FLAG = 'R'
                       SUBTRACT FA-AWARD-AMNT FROM WS-AID-PRIOR
                   ELSE
                       ADD FA-AWARD-AMNT TO WS-AID-PRIOR
                   END-IF
               ELSE
                   IF FA-OFFER-FLAG = 'R'
                       SUBTRACT FA-AWARD-AMNT FROM WS-AID-CUR
                   ELSE
                       ADD FA-AWARD-AMNT TO WS-AID-CUR
                   END-IF
                   IF WS-T4-FLAG = 'Y'
                       IF FA-OFFER-FLAG = 'R'
                           SUBTRACT FA-AWARD-AMNT FROM WS-T4-CUR
                       ELSE
                           ADD FA-AWARD-AMNT TO WS-T4-CUR
                       END-IF
                   END-IF
               END-IF
           END-IF.
