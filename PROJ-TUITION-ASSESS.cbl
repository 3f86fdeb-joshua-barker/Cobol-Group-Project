      *          TO FW-WAIVER-REG.DAT FOR PROJ-WAIVER-RPT'S BY-TYPE
      *          COST REPORT.  THE MANUAL AFTER-THE-FACT VOIDS STOP.
      *          ALSO CAUGHT WS-SF-SAVE UP TO THE GROWN SF-RECORD.
      *20261015  CURRENT-TERM NOW COMES FROM THE BILLING TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  DEFERRED TUITION REVENUE.  EACH CHARGE POSTED HERE IS
      *          NOW ALSO BOOKED TO THE UNEARNED REVENUE REGISTER
      *          (PROJ-UR-POST, SEE UR-FILE-DESC), SPLIT ACROSS THE
      *          SESSIONS OF THE STUDENT'S SEATS BY CREDIT HOURS, FOR
      *          PROJ-REV-RECOG TO EARN OUT MONTH BY MONTH.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  VARIABLE-CREDIT SECTIONS.  HOURS BILLED, AUDITED
      *          AND SPLIT BY SESSION ARE THE STUDENT'S OWN HOURS ON
      *          THE ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO THE
      *          SECTION'S CS-CRED-HR ON OLDER NODES.  CLASS SECTION FD
      *          NOW 81 BYTES AND ENROLLMENT FD NOW 48 BYTES.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 510-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-CAMPUS -- NO WINDOW TOOK THEM, SO THEY COUNT AS THE
      *          CENTRAL BUSINESS OFFICE.  CREDIT HOURS ARE NOW PRICED
      *          SEAT BY SEAT AT THE SECTION CAMPUS'S RATE
      *          (315-PRICE-CREDIT-HOURS VIA PROJ-CAMPUS-RATE), FALLING
      *          BACK TO THE STANDARD RESIDENCY RATE WHERE THE CAMPUS
      *          HAS NONE.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS CG-CRS-CODE
               FILE STATUS IS WS-CG-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  SP-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY SP-FILE-DESC.
       01  WS-TERM-START             PIC 9(8)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TERM-CRED-HR           PIC 9(3).
       01  WS-NODE-HRS               PIC 99.
       01  WS-AUDIT-HOURS            PIC 9(3).
       01  WS-LAB-FEES               PIC 9(5)V99.
       01  WS-CHARGE                 PIC 9(4)V99.
       01  WS-RATE                   PIC 9(3)V99.
       01  WS-NODE-RATE              PIC 9(3)V99.
       01  WS-CREDIT-DOLLARS         PIC 9(5)V99.
       01  WS-ALREADY-ASSESSED       PIC X.
       01  WS-NODE-CCYYMMDD          PIC 9(8).
       01  WS-ASSESSED-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-TOTAL-CHARGED          PIC 9(7)V99 VALUE ZERO.
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
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-FW-STATUS              PIC XX.
       01  WS-WR-STATUS              PIC XX.
       01  WS-FW-ON-FILE             PIC X      VALUE 'N'.
       01  WS-SPONSORED              PIC 9(4)V99.
       01  WS-TUITION-PART           PIC 9(4)V99.
       01  WS-FEES-PART              PIC 9(4)V99.
       01  WS-UR-AMT                 PIC S9(5)V99.
       01  WS-UR-LEFT                PIC S9(5)V99.
       01  WS-UR-KIND                PIC X      VALUE 'A'.
       01  WS-SESS-HOURS-TOT         PIC 9(3).
       01  WS-SESS-CNT               PIC 9      VALUE ZERO.
       01  WS-SESS-SUB               PIC 9.
       01  WS-SESS-HIT               PIC X.
       01  WS-SESS-KEY               PIC X(2).
       01  WS-SESS-TABLE.
           05  WS-SESS-ENTRY OCCURS 6 TIMES.
               10  WS-SESS-CODE      PIC X(2).
               10  WS-SESS-HOURS     PIC 9(3).
       COPY TU-RATE-TABLE.
       COPY CURRENT-TERM.
       01  DATE-WS.
           05                        PIC X(18)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT EF-FILE-DES
                      CS-SECT
               MOVE ZERO TO WS-TERM-CRED-HR
               MOVE ZERO TO WS-AUDIT-HOURS
               MOVE ZERO TO WS-LAB-FEES
               MOVE ZERO TO WS-SESS-CNT
               MOVE ZERO TO WS-CREDIT-DOLLARS
               IF SF-RESIDENCY = 'N'
                   MOVE TU-NONRES-RATE TO WS-RATE
               ELSE
                   MOVE TU-RES-RATE TO WS-RATE
               END-IF
               PERFORM 300-WALK-EF-CHAIN
               IF WS-TERM-CRED-HR > ZERO OR WS-AUDIT-HOURS > ZERO
                   PERFORM 400-PRICE-AND-POST
               END-IF
           END-IF.
       220-CHECK-ALREADY-ASSESSED.
      *    RERUN GUARD -- SCANS THE STUDENT'S RECEIPTS FOR A TUITION
      *    NODE THIS PROGRAM ALREADY POSTED ('ASSESS' OPERATOR).  WITH A
      *    CALENDAR ROW ON FILE ONLY NODES DATED IN THE CURRENT TERM
      *    COUNT; WITHOUT ONE, ANY 'ASSESS' NODE AT ALL BLOCKS THE
      *    STUDENT, WHICH IS THE SAFE DIRECTION.
           MOVE 'N' TO WS-ALREADY-ASSESSED
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
                   OR WS-ALREADY-ASSESSED = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           PERFORM 230-CHECK-RC-NODE
                       END-IF
               END-READ
           END-PERFORM.
       230-CHECK-RC-NODE.
           IF RC-TYPE = 'TUITION' AND RC-OPERATOR-ID = 'ASSESS'
                   AND RC-VOID NOT = 'Y' THEN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       IF RF-BASIS = 'A'
                           ADD WS-NODE-HRS TO WS-AUDIT-HOURS
                       ELSE
                           ADD WS-NODE-HRS TO WS-TERM-CRED-HR
                           PERFORM 315-PRICE-CREDIT-HOURS
                           PERFORM 320-ADD-LAB-FEE
                       END-IF
                       PERFORM 330-TALLY-SESSION
               END-READ
           END-IF.
       315-PRICE-CREDIT-HOURS.
      *    EACH SEAT'S HOURS ARE PRICED AT THE RATE OF THE CAMPUS THE
      *    SECTION MEETS AT -- PROJ-CAMPUS-RATE HANDS BACK THE
      *    STANDARD RESIDENCY RATE IN WS-RATE UNLESS THE CAMPUS ROW
      *    CARRIES ITS OWN.
           MOVE WS-RATE TO WS-NODE-RATE
           CALL 'PROJ-CAMPUS-RATE' USING CS-CAMPUS, SF-RESIDENCY,
               WS-NODE-RATE
           COMPUTE WS-CREDIT-DOLLARS =
               WS-CREDIT-DOLLARS + (WS-NODE-HRS * WS-NODE-RATE)
               ON SIZE ERROR MOVE 99999.99 TO WS-CREDIT-DOLLARS
           END-COMPUTE.
       320-ADD-LAB-FEE.
           MOVE CS-CRS-CODE TO CG-CRS-CODE
           READ CG-FILE-DESC
               NOT INVALID KEY
                   ADD CG-LAB-FEE TO WS-LAB-FEES
           END-READ.
       330-TALLY-SESSION.
      *    CREDIT HOURS BY THE SECTION'S PART-OF-TERM SESSION (BLANK
      *    IS THE FULL TERM), FOR 470-DEFER-REVENUE'S SPLIT.  A SEVENTH
      *    DISTINCT SESSION RIDES ON THE SIXTH.  THE HOURS ARE THE
      *    STUDENT'S OWN (WS-NODE-HRS), SET BY 310-SCORE-EF-NODE.
           IF CS-SESSION = SPACES
               MOVE 'FL' TO WS-SESS-KEY
           ELSE
               MOVE CS-SESSION TO WS-SESS-KEY
           END-IF
           MOVE 'N' TO WS-SESS-HIT
           PERFORM VARYING WS-SESS-SUB FROM 1 BY 1
                   UNTIL WS-SESS-SUB > WS-SESS-CNT
                      OR WS-SESS-HIT = 'Y'
               IF WS-SESS-CODE(WS-SESS-SUB) = WS-SESS-KEY
                   MOVE 'Y' TO WS-SESS-HIT
                   ADD WS-NODE-HRS TO WS-SESS-HOURS(WS-SESS-SUB)
               END-IF
           END-PERFORM
           IF WS-SESS-HIT = 'N'
               IF WS-SESS-CNT < 6
                   ADD 1 TO WS-SESS-CNT
                   MOVE WS-SESS-KEY TO WS-SESS-CODE(WS-SESS-CNT)
                   MOVE WS-NODE-HRS TO WS-SESS-HOURS(WS-SESS-CNT)
               ELSE
                   ADD WS-NODE-HRS TO WS-SESS-HOURS(6)
               END-IF
           END-IF.
       400-PRICE-AND-POST.
           COMPUTE WS-TUITION-PART =
               WS-CREDIT-DOLLARS
               + (WS-AUDIT-HOURS * TU-AUDIT-RATE)
               ON SIZE ERROR MOVE 9999.99 TO WS-TUITION-PART
           END-COMPUTE
           END-COMPUTE
           PERFORM 450-SPONSOR-SPLIT
      *    THE NODE POSTS EVEN AT A ZERO REMAINDER -- A FULLY-
      *    SPONSORED STUDENT STILL NEEDS THE 'ASSESS' NODE ON FILE
      *    FOR 220-CHECK-ALREADY-ASSESSED TO TRIP ON A RERUN,
      *    OR THE SPONSORED SHARE WOULD HIT SP-BALANCE AGAIN.
           PERFORM 500-POST-CHARGE
           PERFORM 470-DEFER-REVENUE
           ADD 1 TO WS-ASSESSED-CNT
           ADD WS-CHARGE TO WS-TOTAL-CHARGED
           MOVE SF-STU-NUM TO S-NO-OUT
           END-IF.
       430-APPLY-WAIVER.
      *    THE WAIVER COMES OFF THE PRICED PARTS BEFORE THE SPONSOR
      *    SPLIT AND THE POST, SO THE REGISTER AND THE RECEIPT BOTH
      *    CARRY THE NET PRICE AND NO VOID EVER NEEDS KEYING.
           MOVE ZERO TO WS-WAIVER-AMT
           IF WS-FW-ON-FILE = 'Y' THEN
                       SUBTRACT WS-SPONSORED FROM WS-CHARGE
               END-READ
           END-IF.
       470-DEFER-REVENUE.
      *    THE STUDENT'S SHARE JUST POSTED GOES ON THE BOOKS AS
      *    UNEARNED REVENUE (SEE PROJ-GL-EXPORT'S 'ASSESS-UR'), SO IT
      *    IS ALSO ADDED TO THE REGISTER ROW OF EACH SESSION THE
      *    STUDENT SITS IN, IN PROPORTION TO THE HOURS THERE -- THE
      *    LAST SESSION TAKES THE ROUNDING.  THE CHARGE IS ALREADY
      *    NET OF ANY WAIVER, SO THE WAIVER DEFERS AND EARNS OUT IN
      *    THE SAME PROPORTION.  THE SPONSORED SHARE IS ON SP-BALANCE,
      *    NOT THE LEDGER, AND STAYS OUT.
           MOVE ZERO TO WS-SESS-HOURS-TOT
           PERFORM VARYING WS-SESS-SUB FROM 1 BY 1
                   UNTIL WS-SESS-SUB > WS-SESS-CNT
               ADD WS-SESS-HOURS(WS-SESS-SUB) TO WS-SESS-HOURS-TOT
           END-PERFORM
           IF WS-CHARGE > ZERO AND WS-SESS-HOURS-TOT > ZERO THEN
               MOVE WS-CHARGE TO WS-UR-LEFT
               PERFORM VARYING WS-SESS-SUB FROM 1 BY 1
                       UNTIL WS-SESS-SUB > WS-SESS-CNT
                   IF WS-SESS-SUB = WS-SESS-CNT
                       MOVE WS-UR-LEFT TO WS-UR-AMT
                   ELSE
                       COMPUTE WS-UR-AMT ROUNDED =
                           WS-CHARGE * WS-SESS-HOURS(WS-SESS-SUB)
                           / WS-SESS-HOURS-TOT
                       SUBTRACT WS-UR-AMT FROM WS-UR-LEFT
                   END-IF
                   CALL 'PROJ-UR-POST' USING CURRENT-TERM,
                       WS-SESS-CODE(WS-SESS-SUB), WS-UR-AMT,
                       WS-UR-KIND
               END-PERFORM
           END-IF.
       500-POST-CHARGE.
      *    SAME APPEND AS PROJ-RC'S 150-FIND-RC-TAIL/220-WRITE-
      *    RECEIPT-RTN.  SF-FILE-DESC IS NEVER TOUCHED, SO ITS
      *    SEQUENTIAL SCAN POSITION SURVIVES THE POST.
           MOVE SF-STU-NUM TO WS-RC-STU-NUM
           PERFORM 510-FIND-RC-TAIL
           MOVE 'TUITION' TO WS-RC-RCT-TYPE
           MOVE WS-CHARGE TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE 'ASSESS' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       510-FIND-RC-TAIL.
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
