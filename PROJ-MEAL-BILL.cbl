       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-MEAL-BILL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MEAL PLAN TERM BILLING, THE SAME SWEEP
      *          AS PROJ-HOUSE-BILL.  EVERY ACTIVE, UNBILLED SELECTION
      *          ON MEAL-SELECT.DAT (SEE MS-FILE-DESC) FOR THE BILLING
      *          TERM POSTS ITS PLAN'S MP-TERM-RATE AS AN RC-TYPE
      *          'MEALPLAN' CHARGE NODE ON THE STUDENT'S RECEIPT CHAIN
      *          AND IS MARKED BILLED.  A BILLED SELECTION SINCE
      *          CANCELLED GETS A PRO-RATED 'MEALPLAN' REVERSING NODE
      *          (RC-VOID 'Y', THE SAME CONVENTION AS 'DROPADJUST') FOR
      *          THE SHARE OF THE TERM LEFT AFTER MS-CANCEL-DATE,
      *          MEASURED AGAINST THE TERM'S AC-TERM-START/AC-TERM-END.
      *          A HOUSED STUDENT WITH NO ACTIVE PLAN IS LISTED AS AN
      *          EXCEPTION.  THE REGISTER PRINTS ON MEAL-BILL.RPT.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 310-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MS-FILE-DESC ASSIGN TO 'MEAL-SELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT MP-FILE-DESC ASSIGN TO 'MEAL-PLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MP-PLAN-CODE
               FILE STATUS IS WS-MP-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT BILL-REGISTER ASSIGN TO 'MEAL-BILL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MS-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY MS-FILE-DESC.
       FD  MP-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY MP-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  BILL-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(56).
       WORKING-STORAGE SECTION.
       01  WS-MS-STATUS              PIC XX.
       01  WS-MP-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-CAL-FOUND              PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TERM-DAYS              PIC 9(5).
       01  WS-DAYS-LEFT              PIC 9(5).
       01  WS-POST-AMT               PIC 9(4)V99.
       01  WS-POST-VOID              PIC X.
       01  WS-POST-OPERATOR          PIC X(8).
       01  WS-BILLED-CNT             PIC 9(4)   VALUE ZERO.
       01  WS-CREDIT-CNT             PIC 9(4)   VALUE ZERO.
       01  WS-NOPLAN-CNT             PIC 9(4)   VALUE ZERO.
       01  WS-BILLED-AMT             PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDIT-AMT             PIC 9(7)V99 VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-REFUND-AMT PIC S9(4)V99.
           05  WS-RC-OPERATOR-ID PIC X(8).
           05  WS-RC-CHECK-RUN-DATE PIC 9(6).
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  REGISTER-LINE.
           05  RG-ACTION-OUT         PIC X(8).
           05  RG-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACE.
           05  RG-PLAN-OUT           PIC X(4).
           05                        PIC X(4)   VALUE ' $  '.
           05  RG-AMT-OUT            PIC Z,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  RG-NOTE-OUT           PIC X(21).
       01  TOTAL-LINE.
           05  TL-LABEL-OUT          PIC X(20).
           05  TL-CNT-OUT            PIC ZZZ9.
           05                        PIC X(4)   VALUE ' $  '.
           05  TL-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(16)  VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           OPEN I-O MS-FILE-DESC
           IF WS-MS-STATUS = '35'
               DISPLAY 'PROJ-MEAL-BILL: NO MEAL SELECTIONS ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN INPUT MP-FILE-DESC
           IF WS-MP-STATUS = '35'
               DISPLAY 'PROJ-MEAL-BILL: NO MEAL PLAN MASTER ON HAND'
               CLOSE MS-FILE-DESC
               EXIT PROGRAM
           END-IF
           PERFORM 140-READ-CALENDAR
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT BILL-REGISTER
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-MEAL-BILL STARTING FOR TERM ' CURRENT-TERM
           MOVE ZEROS TO MS-STU-NUM
           MOVE SPACES TO MS-TERM
           START MS-FILE-DESC KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ MS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF MS-TERM = CURRENT-TERM
                           PERFORM 200-BILL-ONE-SELECTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 600-CHECK-HOUSED-STUDENTS
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-MEAL-BILL FINISHED -- ' WS-BILLED-CNT
               ' CHARGE(S), ' WS-CREDIT-CNT ' CREDIT(S), '
               WS-NOPLAN-CNT ' HOUSED WITHOUT A PLAN'
           CLOSE MS-FILE-DESC
                 MP-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 BILL-REGISTER
           EXIT PROGRAM.
       140-READ-CALENDAR.
      *    THE TERM'S START AND END DATES PRO-RATE A CANCELLATION.
      *    WITHOUT THEM NO CREDIT CAN BE PRICED, SO CANCELLED PLANS
      *    WAIT FOR A RUN AFTER THE CALENDAR ROW IS KEYED.
           MOVE 'N' TO WS-CAL-FOUND
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-START > ZERO
                               AND AC-TERM-END > AC-TERM-START
                           MOVE 'Y' TO WS-CAL-FOUND
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       200-BILL-ONE-SELECTION.
           IF MS-STATUS = 'A' AND MS-BILLED NOT = 'Y'
               PERFORM 210-CHARGE-THE-PLAN
           END-IF
           IF MS-STATUS = 'C' AND MS-BILLED = 'Y'
                   AND MS-CREDITED NOT = 'Y'
               IF WS-CAL-FOUND = 'Y'
                   PERFORM 250-CREDIT-THE-CANCEL
               ELSE
                   DISPLAY 'CREDIT HELD - NO TERM CALENDAR: '
                       MS-STU-NUM
               END-IF
           END-IF.
       210-CHARGE-THE-PLAN.
           MOVE MS-PLAN-CODE TO MP-PLAN-CODE
           READ MP-FILE-DESC
               INVALID KEY
                   DISPLAY 'SKIPPED - PLAN NOT ON MASTER: '
                       MS-PLAN-CODE
               NOT INVALID KEY
                   IF MP-TERM-RATE = ZERO
                       DISPLAY 'SKIPPED - NO RATE ON PLAN: '
                           MS-PLAN-CODE
                   ELSE
                       PERFORM 220-POST-THE-CHARGE
                   END-IF
           END-READ.
       220-POST-THE-CHARGE.
           PERFORM 290-FIND-THE-STUDENT
           IF WS-STU-FOUND = 'Y'
               MOVE MP-TERM-RATE TO WS-POST-AMT
               MOVE SPACE TO WS-POST-VOID
               MOVE 'MEALPLAN' TO WS-POST-OPERATOR
               PERFORM 300-APPEND-NODE
               MOVE 'Y' TO MS-BILLED
               MOVE MP-TERM-RATE TO MS-BILLED-AMT
               REWRITE MS-RECORD
               MOVE 'BILLED  ' TO RG-ACTION-OUT
               MOVE SPACES TO RG-NOTE-OUT
               PERFORM 500-REGISTER-LINE
               ADD 1 TO WS-BILLED-CNT
               ADD MP-TERM-RATE TO WS-BILLED-AMT
           END-IF.
       250-CREDIT-THE-CANCEL.
      *    THE CREDIT IS THE BILLED AMOUNT TIMES THE SHARE OF THE
      *    TERM'S DAYS STILL AHEAD ON MS-CANCEL-DATE -- ALL OF IT
      *    BEFORE THE TERM STARTS, NONE OF IT ONCE THE TERM HAS ENDED.
           IF MS-CANCEL-DATE NOT > AC-TERM-START
               MOVE MS-BILLED-AMT TO WS-POST-AMT
           ELSE IF MS-CANCEL-DATE NOT < AC-TERM-END
               MOVE ZERO TO WS-POST-AMT
           ELSE
               COMPUTE WS-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                   - FUNCTION INTEGER-OF-DATE(AC-TERM-START)
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(AC-TERM-END)
                   - FUNCTION INTEGER-OF-DATE(MS-CANCEL-DATE)
               COMPUTE WS-POST-AMT ROUNDED =
                   MS-BILLED-AMT * WS-DAYS-LEFT / WS-TERM-DAYS
                   ON SIZE ERROR MOVE ZERO TO WS-POST-AMT
               END-COMPUTE
           END-IF
           END-IF
           MOVE 'Y' TO WS-STU-FOUND
           IF WS-POST-AMT > ZERO
               PERFORM 290-FIND-THE-STUDENT
               IF WS-STU-FOUND = 'Y'
                   MOVE 'Y' TO WS-POST-VOID
                   MOVE 'MEALCANC' TO WS-POST-OPERATOR
                   PERFORM 300-APPEND-NODE
               END-IF
           END-IF
           IF WS-STU-FOUND = 'Y'
               MOVE 'Y' TO MS-CREDITED
               MOVE WS-POST-AMT TO MS-CREDIT-AMT
               REWRITE MS-RECORD
               MOVE 'CREDIT  ' TO RG-ACTION-OUT
               MOVE SPACES TO RG-NOTE-OUT
               STRING 'CANCELLED ' DELIMITED BY SIZE
                   MS-CANCEL-DATE DELIMITED BY SIZE
                   INTO RG-NOTE-OUT
               END-STRING
               PERFORM 500-REGISTER-LINE
               ADD 1 TO WS-CREDIT-CNT
               ADD WS-POST-AMT TO WS-CREDIT-AMT
           END-IF.
       290-FIND-THE-STUDENT.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE MS-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N'
               DISPLAY 'SKIPPED - UNKNOWN STUDENT: ' MS-STU-NUM
           END-IF.
       300-APPEND-NODE.
      *    SAME APPEND AS PROJ-HOUSE-BILL'S
      *    300-APPEND-CHARGE.  A REVERSING NODE STEPS THE CARRIED
      *    BALANCE DOWN INSTEAD OF UP.
           MOVE MS-STU-NUM TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE 'MEALPLAN' TO WS-RC-RCT-TYPE
           MOVE WS-POST-AMT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-POST-VOID TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           IF WS-POST-VOID = 'Y'
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-RC-AMT-OWED
           ELSE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           END-IF
           MOVE WS-POST-OPERATOR TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       310-FIND-RC-TAIL.
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
       500-REGISTER-LINE.
           MOVE MS-STU-NUM TO RG-SNO-OUT
           MOVE MS-PLAN-CODE TO RG-PLAN-OUT
           MOVE WS-POST-AMT TO RG-AMT-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1.
       600-CHECK-HOUSED-STUDENTS.
      *    EVERY HALL ASSIGNMENT FOR THE TERM NEEDS AN ACTIVE MEAL PLAN
      *    SELECTION.  THE ONES WITHOUT ONE GO ON THE REGISTER FOR
      *    DINING SERVICES TO CHASE -- NOTHING IS BILLED FOR THEM.
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS NOT = '35'
               MOVE 'N' TO NO-MORE-RECORDS
               MOVE ZEROS TO DA-STU-NUM
               MOVE SPACES TO DA-TERM
               START DA-FILE-DESC KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
               END-START
               PERFORM UNTIL NO-MORE-RECORDS = 'Y'
                   READ DA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO NO-MORE-RECORDS
                       NOT AT END
                           IF DA-TERM = CURRENT-TERM
                               PERFORM 610-CHECK-ONE-RESIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DA-FILE-DESC
           END-IF.
       610-CHECK-ONE-RESIDENT.
           MOVE DA-STU-NUM TO MS-STU-NUM
           MOVE CURRENT-TERM TO MS-TERM
           READ MS-FILE-DESC
               INVALID KEY MOVE 'C' TO MS-STATUS
           END-READ
           IF MS-STATUS NOT = 'A'
               MOVE 'NO PLAN ' TO RG-ACTION-OUT
               MOVE DA-STU-NUM TO RG-SNO-OUT
               MOVE SPACES TO RG-PLAN-OUT
               MOVE ZERO TO RG-AMT-OUT
               MOVE SPACES TO RG-NOTE-OUT
               STRING 'HOUSED ' DELIMITED BY SIZE
                   DA-HALL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DA-ROOM DELIMITED BY SIZE
                   INTO RG-NOTE-OUT
               END-STRING
               WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
               ADD 1 TO WS-NOPLAN-CNT
           END-IF.
       700-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC AFTER 1
           MOVE 'CHARGES POSTED' TO TL-LABEL-OUT
           MOVE WS-BILLED-CNT TO TL-CNT-OUT
           MOVE WS-BILLED-AMT TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CREDITS POSTED' TO TL-LABEL-OUT
           MOVE WS-CREDIT-CNT TO TL-CNT-OUT
           MOVE WS-CREDIT-AMT TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOUSED WITHOUT PLAN' TO TL-LABEL-OUT
           MOVE WS-NOPLAN-CNT TO TL-CNT-OUT
           MOVE ZERO TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 1.
