       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-MEAL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MEAL PLAN MAINTENANCE -- THE PLAN
      *          MASTER (SEE MP-FILE-DESC) AND PER-TERM STUDENT PLAN
      *          SELECTIONS (SEE MS-FILE-DESC), SAME TWO-OPTION SHAPE
      *          AS PROJ-UPD-HOUSING.  A STUDENT WITH A HALL
      *          ASSIGNMENT FOR THE TERM MAY ONLY CHOOSE A RESIDENT
      *          PLAN AND MAY NOT CANCEL.  A PLAN NOT YET BILLED CAN BE
      *          CHANGED FREELY; A BILLED ONE IS CANCELLED AS OF TODAY
      *          AND PROJ-MEAL-BILL POSTS THE PRO-RATED CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT MP-FILE-DESC ASSIGN TO 'MEAL-PLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MP-PLAN-CODE
               FILE STATUS IS WS-MP-STATUS.
           SELECT MS-FILE-DESC ASSIGN TO 'MEAL-SELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  MP-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY MP-FILE-DESC.
       FD  MS-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY MS-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-MP-STATUS              PIC XX.
       01  WS-MS-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-DA-ON-FILE             PIC X.
       01  WS-OPTION                 PIC X.
       01  WS-TMP-PLAN               PIC X(4).
       01  WS-TMP-DESC               PIC X(20).
       01  WS-TMP-RATE               PIC 9(4)V99.
       01  WS-TMP-DD                 PIC 9(4)V99.
       01  WS-TMP-RESIDENT           PIC X.
       01  WS-TMP-STATUS             PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-CANCEL             PIC X.
       01  WS-CUR-PLAN               PIC X(4).
       01  WS-CUR-STATUS             PIC X(9).
       01  WS-CUR-BILLED             PIC X.
       01  WS-CUR-DD-LEFT            PIC S9(4)V99.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-STU-OK                 PIC X.
       01  WS-HOUSED                 PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-ACTION.
          05 LINE 3 COLUMN 1 VALUE
                  'PLAN MASTER (P) OR STUDENT SELECTION (S): '.
          05 LINE 3 COLUMN 44 PIC X TO WS-OPTION.
       01 SCRN-PLAN-KEY.
          05 LINE 5 COLUMN 1 VALUE 'PLAN CODE: '.
          05 LINE 5 COLUMN 13 PIC X(4) TO WS-TMP-PLAN.
       01 SCRN-PLAN-DETAIL.
          05 LINE 7 COLUMN 1 VALUE 'DESCRIPTION: '.
          05 LINE 7 COLUMN 14 PIC X(20) USING WS-TMP-DESC.
          05 LINE 9 COLUMN 1 VALUE 'TERM RATE: '.
          05 LINE 9 COLUMN 13 PIC 9(4)V99 USING WS-TMP-RATE.
          05 LINE 11 COLUMN 1 VALUE 'DINING DOLLARS: '.
          05 LINE 11 COLUMN 18 PIC 9(4)V99 USING WS-TMP-DD.
          05 LINE 13 COLUMN 1 VALUE
                  'MEETS THE HALL REQUIREMENT (Y/N): '.
          05 LINE 13 COLUMN 36 PIC X USING WS-TMP-RESIDENT.
          05 LINE 15 COLUMN 1 VALUE 'STATUS (A=ACTIVE I=RETIRED): '.
          05 LINE 15 COLUMN 31 PIC X USING WS-TMP-STATUS.
       01 SCRN-SNO.
          05 LINE 5 COLUMN 1 VALUE 'STUDENT NUMBER: '.
          05 LINE 5 COLUMN 18 PIC 9(9) TO WS-TMP-SNO.
       01 SCRN-SELECT.
          05 LINE 7 COLUMN 1 VALUE 'TERM: '.
          05 LINE 7 COLUMN 7 PIC X(6) FROM CURRENT-TERM.
          05 LINE 7 COLUMN 20 VALUE 'HOUSED: '.
          05 LINE 7 COLUMN 28 PIC X FROM WS-HOUSED.
          05 LINE 9 COLUMN 1 VALUE 'PLAN ON FILE: '.
          05 LINE 9 COLUMN 15 PIC X(4) FROM WS-CUR-PLAN.
          05 LINE 9 COLUMN 21 PIC X(9) FROM WS-CUR-STATUS.
          05 LINE 9 COLUMN 32 VALUE 'BILLED: '.
          05 LINE 9 COLUMN 40 PIC X FROM WS-CUR-BILLED.
          05 LINE 9 COLUMN 44 VALUE 'DINING $ LEFT: '.
          05 LINE 9 COLUMN 59 PIC -(4)9.99 FROM WS-CUR-DD-LEFT.
          05 LINE 11 COLUMN 1 VALUE 'PLAN CODE: '.
          05 LINE 11 COLUMN 13 PIC X(4) USING WS-TMP-PLAN.
          05 LINE 13 COLUMN 1 VALUE 'CANCEL THE PLAN (Y/N): '.
          05 LINE 13 COLUMN 25 PIC X USING WS-TMP-CANCEL.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT SF-FILE-DESC
           OPEN I-O MP-FILE-DESC
           IF WS-MP-STATUS = '35'
               OPEN OUTPUT MP-FILE-DESC
               CLOSE MP-FILE-DESC
               OPEN I-O MP-FILE-DESC
           END-IF
           OPEN I-O MS-FILE-DESC
           IF WS-MS-STATUS = '35'
               OPEN OUTPUT MS-FILE-DESC
               CLOSE MS-FILE-DESC
               OPEN I-O MS-FILE-DESC
           END-IF
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               MOVE 'N' TO WS-DA-ON-FILE
           ELSE
               MOVE 'Y' TO WS-DA-ON-FILE
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE SF-FILE-DESC
                 MP-FILE-DESC
                 MS-FILE-DESC
           IF WS-DA-ON-FILE = 'Y'
               CLOSE DA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-ACTION
           ACCEPT SCRN-ACTION
           IF WS-OPTION = 'S' OR 's'
               PERFORM 400-SELECTION-ROUTINE
           ELSE
               PERFORM 300-PLAN-ROUTINE
           END-IF.
       300-PLAN-ROUTINE.
           DISPLAY SCRN-PLAN-KEY
           ACCEPT SCRN-PLAN-KEY
           MOVE WS-TMP-PLAN TO MP-PLAN-CODE
           READ MP-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE SPACES TO WS-TMP-DESC
                   MOVE ZEROS TO WS-TMP-RATE
                   MOVE ZEROS TO WS-TMP-DD
                   MOVE 'Y' TO WS-TMP-RESIDENT
                   MOVE 'A' TO WS-TMP-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE MP-DESC TO WS-TMP-DESC
                   MOVE MP-TERM-RATE TO WS-TMP-RATE
                   MOVE MP-DINING-DOLLARS TO WS-TMP-DD
                   MOVE MP-RESIDENT TO WS-TMP-RESIDENT
                   MOVE MP-STATUS TO WS-TMP-STATUS
           END-READ
           DISPLAY SCRN-PLAN-DETAIL
           ACCEPT SCRN-PLAN-DETAIL
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-RESIDENT = 'y'
               MOVE 'Y' TO WS-TMP-RESIDENT
           END-IF
           IF WS-TMP-RESIDENT NOT = 'Y'
               MOVE 'N' TO WS-TMP-RESIDENT
           END-IF
           IF WS-TMP-STATUS = 'i'
               MOVE 'I' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS NOT = 'I'
               MOVE 'A' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-PLAN = SPACES
               DISPLAY 'A PLAN CODE IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-TMP-DESC TO MP-DESC
               MOVE WS-TMP-RATE TO MP-TERM-RATE
               MOVE WS-TMP-DD TO MP-DINING-DOLLARS
               MOVE WS-TMP-RESIDENT TO MP-RESIDENT
               MOVE WS-TMP-STATUS TO MP-STATUS
               IF WS-ROW-ON-FILE = 'Y'
                   REWRITE MP-RECORD
                   DISPLAY 'MEAL PLAN UPDATED'
               ELSE
                   MOVE WS-TMP-PLAN TO MP-PLAN-CODE
                   WRITE MP-RECORD
                   DISPLAY 'MEAL PLAN ADDED'
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       400-SELECTION-ROUTINE.
           DISPLAY SCRN-SNO
           ACCEPT SCRN-SNO
           MOVE 'Y' TO WS-STU-OK
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-OK
           END-READ
           IF WS-STU-OK = 'N'
               DISPLAY 'STUDENT NOT IN SYSTEM'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 450-KEY-THE-SELECTION
           END-IF.
       450-KEY-THE-SELECTION.
           MOVE 'N' TO WS-HOUSED
           IF WS-DA-ON-FILE = 'Y'
               MOVE WS-TMP-SNO TO DA-STU-NUM
               MOVE CURRENT-TERM TO DA-TERM
               READ DA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-HOUSED
               END-READ
           END-IF
           MOVE SPACES TO WS-CUR-PLAN
           MOVE SPACES TO WS-CUR-STATUS
           MOVE SPACE TO WS-CUR-BILLED
           MOVE ZERO TO WS-CUR-DD-LEFT
           MOVE SPACES TO WS-TMP-PLAN
           MOVE 'N' TO WS-TMP-CANCEL
           MOVE WS-TMP-SNO TO MS-STU-NUM
           MOVE CURRENT-TERM TO MS-TERM
           READ MS-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE 'NONE' TO WS-CUR-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE MS-PLAN-CODE TO WS-CUR-PLAN
                   MOVE MS-PLAN-CODE TO WS-TMP-PLAN
                   IF MS-STATUS = 'C'
                       MOVE 'CANCELLED' TO WS-CUR-STATUS
                   ELSE
                       MOVE 'ACTIVE' TO WS-CUR-STATUS
                   END-IF
                   MOVE MS-BILLED TO WS-CUR-BILLED
                   COMPUTE WS-CUR-DD-LEFT = MS-DD-ALLOC - MS-DD-SPENT
           END-READ
           DISPLAY SCRN-SELECT
           ACCEPT SCRN-SELECT
           IF WS-TMP-CANCEL = 'Y' OR 'y'
               PERFORM 500-CANCEL-SELECTION
           ELSE
               IF WS-ROW-ON-FILE = 'Y' AND MS-STATUS = 'A'
                       AND WS-TMP-PLAN = MS-PLAN-CODE
                   DISPLAY 'NO CHANGE'
               ELSE
                   PERFORM 460-CHECK-THE-PLAN
                   IF WS-ENTRY-OK = 'Y'
                       PERFORM 470-SAVE-SELECTION
                   END-IF
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       460-CHECK-THE-PLAN.
      *    THE NEW PLAN MUST BE ON THE MASTER AND NOT RETIRED, AND A
      *    HOUSED STUDENT'S MUST MEET THE HALL REQUIREMENT.  A BILLED
      *    PLAN IS NOT SWAPPED IN PLACE -- IT IS CANCELLED SO THE
      *    CREDIT POSTS, AND ONLY THEN CAN A NEW ONE BE CHOSEN.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-ROW-ON-FILE = 'Y'
               IF MS-STATUS = 'A' AND MS-BILLED = 'Y'
                   DISPLAY 'THIS PLAN IS ALREADY BILLED -- CANCEL IT '
                       'FIRST'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
               IF MS-STATUS = 'C' AND MS-BILLED = 'Y'
                       AND MS-CREDITED NOT = 'Y'
                   DISPLAY 'RUN MEAL BILLING TO POST THE CANCELLATION '
                       'CREDIT FIRST'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-TMP-PLAN TO MP-PLAN-CODE
               READ MP-FILE-DESC
                   INVALID KEY
                       DISPLAY 'NO SUCH MEAL PLAN'
                       MOVE 'N' TO WS-ENTRY-OK
                   NOT INVALID KEY
                       IF MP-STATUS = 'I'
                           DISPLAY 'THAT PLAN IS RETIRED'
                           MOVE 'N' TO WS-ENTRY-OK
                       END-IF
                       IF WS-HOUSED = 'Y' AND MP-RESIDENT NOT = 'Y'
                           DISPLAY 'A HOUSED STUDENT NEEDS A RESIDENT '
                               'PLAN'
                           MOVE 'N' TO WS-ENTRY-OK
                       END-IF
               END-READ
           END-IF.
       470-SAVE-SELECTION.
      *    A FRESH SELECTION -- NEW, REPLACING AN UNBILLED ONE, OR
      *    AFTER A CANCELLATION HAS BEEN CREDITED -- STARTS THE TERM'S
      *    DINING DOLLARS OVER AT THE PLAN'S AMOUNT.
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO MS-RECORD
               MOVE WS-TMP-SNO TO MS-STU-NUM
               MOVE CURRENT-TERM TO MS-TERM
           END-IF
           MOVE WS-TMP-PLAN TO MS-PLAN-CODE
           MOVE WS-TODAY-CCYYMMDD TO MS-SEL-DATE
           MOVE 'A' TO MS-STATUS
           MOVE ZEROS TO MS-CANCEL-DATE
           MOVE 'N' TO MS-BILLED
           MOVE ZEROS TO MS-BILLED-AMT
           MOVE 'N' TO MS-CREDITED
           MOVE ZEROS TO MS-CREDIT-AMT
           MOVE MP-DINING-DOLLARS TO MS-DD-ALLOC
           MOVE ZEROS TO MS-DD-SPENT
           MOVE WS-OPERATOR-ID TO MS-OPERATOR-ID
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE MS-RECORD
           ELSE
               WRITE MS-RECORD
           END-IF
           DISPLAY 'MEAL PLAN SELECTION RECORDED'.
       500-CANCEL-SELECTION.
      *    THE CREDIT ITSELF IS PRICED AND POSTED BY PROJ-MEAL-BILL
      *    OFF MS-CANCEL-DATE.  AN UNBILLED PLAN HAS NOTHING TO CREDIT.
           IF WS-ROW-ON-FILE = 'N' OR MS-STATUS = 'C'
               DISPLAY 'NO ACTIVE MEAL PLAN TO CANCEL'
           ELSE
               IF WS-HOUSED = 'Y'
                   DISPLAY 'HOUSED STUDENTS MUST CARRY A MEAL PLAN -- '
                       'NOT CANCELLED'
               ELSE
                   MOVE 'C' TO MS-STATUS
                   MOVE WS-TODAY-CCYYMMDD TO MS-CANCEL-DATE
                   MOVE ZEROS TO MS-CREDIT-AMT
                   IF MS-BILLED = 'Y'
                       MOVE 'N' TO MS-CREDITED
                   ELSE
                       MOVE 'Y' TO MS-CREDITED
                   END-IF
                   MOVE WS-OPERATOR-ID TO MS-OPERATOR-ID
                   REWRITE MS-RECORD
                   DISPLAY 'MEAL PLAN CANCELLED'
               END-IF
           END-IF.
