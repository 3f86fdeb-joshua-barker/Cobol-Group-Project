       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-APPLICANT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADMISSIONS APPLICANT MAINTENANCE ON
      *          PROJ-APPLICANT.DAT (SEE AP-FILE-DESC).  APPLICANT
      *          NUMBER ZERO KEYS A NEW APPLICATION -- NAME, ADDRESS,
      *          CONTACT, SSN, TERM APPLIED FOR, INTENDED MAJOR
      *          (CHECKED AGAINST MJ-CODE-TABLE) AND RESIDENCY -- AND
      *          THE NUMBER IS ASSIGNED FROM THE 'APPLICNT' SEQUENCE
      *          WHEN IT IS SAVED.  AN EXISTING APPLICANT CAN BE
      *          CORRECTED (U), GIVEN A DECISION ONCE THE FILE IS
      *          COMPLETE (D), AND HAVE THE APPLICATION FEE (F) AND,
      *          ONCE ADMITTED, THE ENROLLMENT DEPOSIT (P) TAKEN.  THE
      *          MONEY POSTS TO PROJ-REC.REL THE SAME WAY PROJ-RC
      *          POSTS A WINDOW RECEIPT -- SLOT AND RECEIPT NUMBER OFF
      *          THE SLOT-1 CONTROL RECORD, TENDER CAPTURED, A SLIP ON
      *          RC-RECEIPT-SLIP.RPT AND BEFORE/AFTER IMAGES ON THE
      *          JOURNAL -- BUT ON THE APPLICANT'S OWN CHAIN
      *          (AP-RC-REC-PNTR), SO CASH CLOSE, THE GL EXPORT AND
      *          THE NIGHTLY BALANCING SEE IT LIKE ANY OTHER RECEIPT.
      *          THE AMOUNTS OFFERED COME FROM AD-FEES.  AN ENROLLED
      *          ('E') APPLICANT IS READ-ONLY HERE.
      *20261015  RECEIPTS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER THE
      *          APPLICANT NUMBER AND ITS NEXT RC-SEQ (510-FIND-RC-
      *          TAIL), WITH THE RECEIPT NUMBER FROM PROJ-NEXT-NUM'S
      *          'RECEIPT ' SEQUENCE.  AP-OLD-RC-PNTR IS NO LONGER SET.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE-DESC ASSIGN TO 'PROJ-APPLICANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APP-NUM
               FILE STATUS IS WS-AP-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-STATUS.
           SELECT RECEIPT-SLIPS ASSIGN TO 'RC-RECEIPT-SLIP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-FILE-DESC IS EXTERNAL RECORD CONTAINS 280 CHARACTERS.
           COPY AP-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  RECEIPT-SLIPS
           DATA RECORD IS SLIP-REC.
       01  SLIP-REC                  PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS              PIC XX.
       01  WS-STATUS                 PIC XX.
       01  WS-SLIP-STATUS            PIC XX.
       01  WS-APP-NUM                PIC 9(9).
       01  WS-SEQ-NAME               PIC X(8)  VALUE 'APPLICNT'.
       01  WS-ID-IN-USE              PIC X.
       01  WS-OPTION                 PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NEW-NAME.
           05  WS-NEW-FIRST          PIC X(15).
           05  WS-NEW-LAST           PIC X(20).
       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDR-1         PIC X(25).
           05  WS-NEW-ADDR-2         PIC X(25).
           05  WS-NEW-CITY           PIC X(15).
           05  WS-NEW-STATE          PIC X(2).
           05  WS-NEW-ZIP            PIC X(9).
       01  WS-NEW-PHONE              PIC 9(10).
       01  WS-NEW-EMAIL              PIC X(30).
       01  WS-NEW-SSN                PIC 9(9).
       01  WS-NEW-TERM               PIC X(6).
       01  WS-NEW-MAJOR              PIC 9(4).
       01  WS-NEW-RESIDENCY          PIC X.
       01  WS-NEW-STATUS             PIC X.
       01  WS-NEW-DECISION           PIC X.
       01  WS-MAJOR-FOUND            PIC X.
       01  WS-EDIT-OK                PIC X.
       01  WS-EDIT-MSG               PIC X(50).
       01  WS-DUP-FOUND              PIC X.
       01  WS-NAME-DUP               PIC X.
       01  WS-SCAN-MORE              PIC X(3).
       01  WS-SAVE-AP-RECORD         PIC X(280).
       01  WS-NEW-AMT                PIC 9(4)V99.
       01  WS-NEW-TENDER             PIC X(2).
       01  WS-NEW-CHECK-NO           PIC X(8).
       01  WS-TENDER-OK              PIC X.
       01  WS-POST-TYPE              PIC X(10).
       01  WS-POST-OWED              PIC 9(4)V99.
       01  WS-POST-PAID              PIC 9(4)V99.
       01  WS-NEW-RCPT-NO            PIC 9(6).
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-RCPT-SEQ               PIC X(8)  VALUE 'RECEIPT '.
       01  WS-RCPT-NUM               PIC 9(9).
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
       01  SLIP-LINE-1.
           05                       PIC X(16)
               VALUE 'RECEIPT NUMBER  '.
           05  SL-RCPT-OUT          PIC 9(6).
           05                       PIC X(6)  VALUE '  DATE'.
           05                       PIC X     VALUE SPACE.
           05  SL-DATE-OUT          PIC 9(6).
           05                       PIC X(15) VALUE SPACES.
       01  SLIP-LINE-2.
           05                       PIC X(9)  VALUE 'APPLICANT'.
           05  SL-SNO-OUT           PIC 9(9).
           05                       PIC X(7)  VALUE '  TYPE '.
           05  SL-TYPE-OUT          PIC X(10).
           05                       PIC X(15) VALUE SPACES.
       01  SLIP-LINE-3.
           05                       PIC X(7)  VALUE 'OWED  $'.
           05  SL-OWED-OUT          PIC Z,ZZ9.99.
           05                       PIC X(9)  VALUE '  PAID  $'.
           05  SL-PAID-OUT          PIC Z,ZZ9.99.
           05                       PIC X(8)  VALUE '  OPER '.
           05  SL-OPER-OUT          PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY MJ-CODE-TABLE.
       COPY AD-FEES.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-APP-NUM.
          05 LINE 2 COLUMN 1 VALUE 'ADMISSIONS APPLICANTS'.
          05 LINE 4 COLUMN 1 VALUE
             'APPLICANT NUMBER (ZERO FOR A NEW APPLICATION): '.
          05 LINE 4 COLUMN 49 PIC 9(9) TO WS-APP-NUM.
       01 SCRN-DETAIL.
          05 LINE 3 COLUMN 1 VALUE 'APPLICANT NUMBER: '.
          05 LINE 3 COLUMN 19 PIC 9(9) FROM WS-APP-NUM.
          05 LINE 3 COLUMN 30 VALUE '(ZERO = ASSIGNED WHEN SAVED)'.
          05 LINE 5 COLUMN 1 VALUE 'FIRST NAME: '.
          05 LINE 5 COLUMN 13 PIC X(15) USING WS-NEW-FIRST.
          05 LINE 5 COLUMN 30 VALUE 'LAST: '.
          05 LINE 5 COLUMN 37 PIC X(20) USING WS-NEW-LAST.
          05 LINE 6 COLUMN 1 VALUE 'ADDR 1: '.
          05 LINE 6 COLUMN 10 PIC X(25) USING WS-NEW-ADDR-1.
          05 LINE 6 COLUMN 37 VALUE 'ADDR 2: '.
          05 LINE 6 COLUMN 46 PIC X(25) USING WS-NEW-ADDR-2.
          05 LINE 7 COLUMN 1 VALUE 'CITY: '.
          05 LINE 7 COLUMN 8 PIC X(15) USING WS-NEW-CITY.
          05 LINE 7 COLUMN 25 VALUE 'ST: '.
          05 LINE 7 COLUMN 30 PIC X(2) USING WS-NEW-STATE.
          05 LINE 7 COLUMN 34 VALUE 'ZIP: '.
          05 LINE 7 COLUMN 40 PIC X(9) USING WS-NEW-ZIP.
          05 LINE 8 COLUMN 1 VALUE 'PHONE: '.
          05 LINE 8 COLUMN 9 PIC 9(10) USING WS-NEW-PHONE.
          05 LINE 9 COLUMN 1 VALUE 'EMAIL: '.
          05 LINE 9 COLUMN 9 PIC X(30) USING WS-NEW-EMAIL.
          05 LINE 11 COLUMN 1 VALUE 'TERM APPLIED FOR (E.G. 2027FA): '.
          05 LINE 11 COLUMN 34 PIC X(6) USING WS-NEW-TERM.
          05 LINE 12 COLUMN 1 VALUE
             'INTENDED MAJOR (0000 IF UNDECIDED): '.
          05 LINE 12 COLUMN 38 PIC 9(4) USING WS-NEW-MAJOR.
          05 LINE 13 COLUMN 1 VALUE
             'RESIDENT (R) OR NON-RESIDENT (N): '.
          05 LINE 13 COLUMN 36 PIC X USING WS-NEW-RESIDENCY.
          05 LINE 14 COLUMN 1 VALUE
             'STATUS - I INCOMPLETE, C COMPLETE, W WITHDRAWN: '.
          05 LINE 14 COLUMN 50 PIC X USING WS-NEW-STATUS.
       01 SCRN-SSN.
          05 LINE 10 COLUMN 1 VALUE 'SSN: '.
          05 LINE 10 COLUMN 6 PIC 9(9) TO WS-NEW-SSN.
          05 LINE 10 COLUMN 17 VALUE '(ZERO IF NONE)'.
       01 SCRN-SUMMARY.
          05 LINE 2 COLUMN 1 VALUE 'APPLICANT NUMBER: '.
          05 LINE 2 COLUMN 19 PIC 9(9) FROM AP-APP-NUM.
          05 LINE 3 COLUMN 1 VALUE 'NAME: '.
          05 LINE 3 COLUMN 7 PIC X(15) FROM AP-FIRST-NAME.
          05 LINE 3 COLUMN 23 PIC X(20) FROM AP-LAST-NAME.
          05 LINE 4 COLUMN 1 VALUE 'TERM: '.
          05 LINE 4 COLUMN 7 PIC X(6) FROM AP-TERM.
          05 LINE 4 COLUMN 15 VALUE 'MAJOR: '.
          05 LINE 4 COLUMN 22 PIC 9(4) FROM AP-MAJOR.
          05 LINE 4 COLUMN 28 VALUE 'RESIDENCY: '.
          05 LINE 4 COLUMN 39 PIC X FROM AP-RESIDENCY.
          05 LINE 5 COLUMN 1 VALUE 'STATUS: '.
          05 LINE 5 COLUMN 9 PIC X FROM AP-STATUS.
          05 LINE 5 COLUMN 12 VALUE 'DECISION: '.
          05 LINE 5 COLUMN 22 PIC X FROM AP-DECISION.
          05 LINE 5 COLUMN 25 VALUE 'ON: '.
          05 LINE 5 COLUMN 29 PIC 9(6) FROM AP-DECISION-DATE.
          05 LINE 6 COLUMN 1 VALUE 'APP FEE: '.
          05 LINE 6 COLUMN 10 PIC 9(4)V99 FROM AP-FEE-AMT.
          05 LINE 6 COLUMN 18 VALUE 'RECEIPT: '.
          05 LINE 6 COLUMN 27 PIC 9(6) FROM AP-FEE-RCPT-NO.
          05 LINE 6 COLUMN 35 VALUE 'ON: '.
          05 LINE 6 COLUMN 39 PIC 9(6) FROM AP-FEE-DATE.
          05 LINE 7 COLUMN 1 VALUE 'DEPOSIT: '.
          05 LINE 7 COLUMN 10 PIC 9(4)V99 FROM AP-DEP-AMT.
          05 LINE 7 COLUMN 18 VALUE 'RECEIPT: '.
          05 LINE 7 COLUMN 27 PIC 9(6) FROM AP-DEP-RCPT-NO.
          05 LINE 7 COLUMN 35 VALUE 'ON: '.
          05 LINE 7 COLUMN 39 PIC 9(6) FROM AP-DEP-DATE.
          05 LINE 8 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 8 COLUMN 13 PIC 9(9) FROM AP-STU-NUM.
       01 SCRN-ACTION.
          05 LINE 10 COLUMN 1 VALUE
             'UPDATE(U) DECISION(D) APP FEE(F) DEPOSIT(P): '.
          05 LINE 10 COLUMN 47 PIC X TO WS-OPTION.
       01 SCRN-DECISION.
          05 LINE 12 COLUMN 1 VALUE
             'DECISION - A ADMIT, D DENY, L WAIT-LIST, F DEFER: '.
          05 LINE 12 COLUMN 52 PIC X TO WS-NEW-DECISION.
       01 SCRN-AMOUNT.
          05 LINE 12 COLUMN 1 VALUE 'AMOUNT RECEIVED: '.
          05 LINE 12 COLUMN 18 PIC 9(4)V99 USING WS-NEW-AMT.
       01 SCRN-TENDER.
          05 LINE 14 COLUMN 1 VALUE
             'TENDER - CA CASH, CK CHECK, CC CARD, MO M.O.: '.
          05 LINE 14 COLUMN 48 PIC X(2) TO WS-NEW-TENDER.
          05 LINE 16 COLUMN 1 VALUE 'CHECK/MO NUMBER (OR BLANK): '.
          05 LINE 16 COLUMN 30 PIC X(8) TO WS-NEW-CHECK-NO.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING AD-PARM-ID, AD-PARMS
           PERFORM 050-LOAD-MAJOR-TABLE
           OPEN I-O AP-FILE-DESC
           IF WS-AP-STATUS = '35'
               OPEN OUTPUT AP-FILE-DESC
               CLOSE AP-FILE-DESC
               OPEN I-O AP-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               ACCEPT WS-TODAY FROM DATE
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE AP-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE ZEROS TO WS-APP-NUM
           DISPLAY SCRN-APP-NUM
           ACCEPT SCRN-APP-NUM
           IF WS-APP-NUM = ZEROS
               PERFORM 300-NEW-APPLICANT
           ELSE
               MOVE WS-APP-NUM TO AP-APP-NUM
               READ AP-FILE-DESC
                   INVALID KEY
                       DISPLAY SCRN-CLEAR
                       DISPLAY 'NO SUCH APPLICANT ON FILE'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   NOT INVALID KEY
                       PERFORM 400-ACTION-ROUTINE
               END-READ
           END-IF.
       300-NEW-APPLICANT.
           MOVE SPACES TO WS-NEW-NAME WS-NEW-ADDRESS WS-NEW-EMAIL
           MOVE ZEROS TO WS-NEW-PHONE WS-NEW-SSN WS-NEW-MAJOR
           MOVE CURRENT-TERM TO WS-NEW-TERM
           MOVE 'R' TO WS-NEW-RESIDENCY
           MOVE 'I' TO WS-NEW-STATUS
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           DISPLAY SCRN-SSN
           ACCEPT SCRN-SSN
           PERFORM 310-EDIT-DETAIL
           IF WS-EDIT-OK = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY WS-EDIT-MSG
               DISPLAY 'THIS APPLICATION WAS NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 320-DUP-CHECK
               IF WS-DUP-FOUND = 'Y'
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'AN APPLICATION WITH THAT SSN FOR THAT TERM'
                   DISPLAY 'IS ALREADY ON FILE'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE IF WS-NAME-DUP = 'Y'
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'AN APPLICATION WITH THAT EXACT NAME FOR'
                   DISPLAY 'THAT TERM IS ALREADY ON FILE.'
                   DISPLAY 'ADD ANYWAY (Y OR N): '
                   ACCEPT ANS
                   IF ANS = 'Y' OR 'y'
                       PERFORM 350-WRITE-APPLICANT
                   END-IF
               ELSE
                   PERFORM 350-WRITE-APPLICANT
               END-IF
           END-IF.
       310-EDIT-DETAIL.
      *    THE SAME EDITS PROJ-ADD-STUDENT MAKES, PLUS THE TERM AND
      *    STATUS.  A BLANK TERM MEANS THE CURRENT REGISTRATION TERM.
           MOVE 'Y' TO WS-EDIT-OK
           MOVE SPACES TO WS-EDIT-MSG
           IF WS-NEW-TERM = SPACES
               MOVE CURRENT-TERM TO WS-NEW-TERM
           END-IF
           IF WS-NEW-RESIDENCY = 'N' OR 'n'
               MOVE 'N' TO WS-NEW-RESIDENCY
           ELSE
               MOVE 'R' TO WS-NEW-RESIDENCY
           END-IF
           IF WS-NEW-STATUS = 'i'
               MOVE 'I' TO WS-NEW-STATUS
           ELSE IF WS-NEW-STATUS = 'c'
               MOVE 'C' TO WS-NEW-STATUS
           ELSE IF WS-NEW-STATUS = 'w'
               MOVE 'W' TO WS-NEW-STATUS
           END-IF
           END-IF
           END-IF
           PERFORM 315-VALIDATE-MAJOR
           IF WS-NEW-LAST = SPACES
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'A LAST NAME IS REQUIRED' TO WS-EDIT-MSG
           ELSE IF WS-MAJOR-FOUND = 'N'
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'MAJOR CODE NOT RECOGNIZED' TO WS-EDIT-MSG
           ELSE IF WS-NEW-STATUS NOT = 'I' AND WS-NEW-STATUS NOT = 'C'
                   AND WS-NEW-STATUS NOT = 'W'
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'STATUS MUST BE I, C OR W' TO WS-EDIT-MSG
           END-IF.
       315-VALIDATE-MAJOR.
      *    ZERO MEANS UNDECIDED AND IS ALWAYS ALLOWED; OTHERWISE
      *    WS-NEW-MAJOR MUST MATCH AN ENTRY IN MJ-CODE-TABLE.
           IF WS-NEW-MAJOR = ZEROS
               MOVE 'Y' TO WS-MAJOR-FOUND
           ELSE
               MOVE 'N' TO WS-MAJOR-FOUND
               PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                       UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
                   IF WS-NEW-MAJOR = MJ-TBL-CODE(MJ-CODE-IDX)
                       MOVE 'Y' TO WS-MAJOR-FOUND
                   END-IF
               END-PERFORM
           END-IF.
       320-DUP-CHECK.
      *    SAME WHOLE-FILE SCAN AS PROJ-ADD-STUDENT'S 300-DUP-SSN-
      *    CHECK, LIMITED TO APPLICATIONS FOR THE SAME TERM -- A
      *    DENIED OR DEFERRED APPLICANT MAY APPLY AGAIN FOR A LATER
      *    ONE.  A WITHDRAWN APPLICATION NEVER COUNTS.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-NAME-DUP
           MOVE 'YES' TO WS-SCAN-MORE
           MOVE ZEROS TO AP-APP-NUM
           START AP-FILE-DESC KEY IS NOT LESS THAN AP-APP-NUM
               INVALID KEY MOVE 'NO ' TO WS-SCAN-MORE
           END-START
           PERFORM UNTIL WS-SCAN-MORE = 'NO ' OR WS-DUP-FOUND = 'Y'
               READ AP-FILE-DESC NEXT RECORD
                   AT END MOVE 'NO ' TO WS-SCAN-MORE
                   NOT AT END
                       IF AP-TERM = WS-NEW-TERM AND AP-STATUS NOT = 'W'
                           IF AP-SSN = WS-NEW-SSN
                                   AND WS-NEW-SSN NOT = ZERO
                               MOVE 'Y' TO WS-DUP-FOUND
                           END-IF
                           IF AP-NAME = WS-NEW-NAME
                               MOVE 'Y' TO WS-NAME-DUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       350-WRITE-APPLICANT.
      *    THE NUMBER COMES FROM THE 'APPLICNT' SEQUENCE; ONE ALREADY
      *    ON FILE IS PASSED OVER, SAME AS PROJ-ADD-STUDENT'S
      *    350-ASSIGN-STUDENT-ID.
           MOVE 'Y' TO WS-ID-IN-USE
           PERFORM UNTIL WS-ID-IN-USE = 'N'
               MOVE 800000001 TO WS-APP-NUM
               CALL 'PROJ-NEXT-NUM' USING WS-SEQ-NAME, WS-APP-NUM
               MOVE WS-APP-NUM TO AP-APP-NUM
               READ AP-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-ID-IN-USE
               END-READ
           END-PERFORM
           MOVE SPACES TO AP-RECORD
           MOVE WS-APP-NUM TO AP-APP-NUM
           PERFORM 360-MOVE-DETAIL
           MOVE WS-NEW-SSN TO AP-SSN
           MOVE SPACE TO AP-DECISION
           MOVE WS-TODAY TO AP-APPLY-DATE
           MOVE ZEROS TO AP-DECISION-DATE
           MOVE ZEROS TO AP-FEE-AMT AP-FEE-RCPT-NO AP-FEE-DATE
           MOVE ZEROS TO AP-DEP-AMT AP-DEP-RCPT-NO AP-DEP-DATE
           MOVE ZEROS TO AP-OLD-RC-PNTR
           MOVE ZEROS TO AP-STU-NUM
           MOVE ZEROS TO AP-CONV-DATE
           WRITE AP-RECORD
               INVALID KEY
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'APPLICANT NUMBER ALREADY IN USE'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'APPLICATION ADDED TO FILE'
                   DISPLAY 'APPLICANT NUMBER: ' AP-APP-NUM
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
           END-WRITE.
       360-MOVE-DETAIL.
           MOVE WS-NEW-NAME TO AP-NAME
           MOVE WS-NEW-ADDRESS TO AP-ADDRESS
           MOVE WS-NEW-PHONE TO AP-PHONE
           MOVE WS-NEW-EMAIL TO AP-EMAIL
           MOVE WS-NEW-TERM TO AP-TERM
           MOVE WS-NEW-MAJOR TO AP-MAJOR
           MOVE WS-NEW-RESIDENCY TO AP-RESIDENCY
           MOVE WS-NEW-STATUS TO AP-STATUS
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.
       400-ACTION-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SUMMARY
           IF AP-STATUS = 'E'
               DISPLAY 'ENROLLED -- NOW KEPT ON THE STUDENT MASTER'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               DISPLAY SCRN-ACTION
               ACCEPT SCRN-ACTION
               IF WS-OPTION = 'U' OR 'u'
                   PERFORM 410-UPDATE-DETAIL
               ELSE IF WS-OPTION = 'D' OR 'd'
                   PERFORM 420-DECISION
               ELSE IF WS-OPTION = 'F' OR 'f'
                   PERFORM 430-APP-FEE
               ELSE IF WS-OPTION = 'P' OR 'p'
                   PERFORM 440-DEPOSIT
               END-IF
           END-IF.
       410-UPDATE-DETAIL.
           MOVE AP-NAME TO WS-NEW-NAME
           MOVE AP-ADDRESS TO WS-NEW-ADDRESS
           MOVE AP-PHONE TO WS-NEW-PHONE
           MOVE AP-EMAIL TO WS-NEW-EMAIL
           MOVE AP-TERM TO WS-NEW-TERM
           MOVE AP-MAJOR TO WS-NEW-MAJOR
           MOVE AP-RESIDENCY TO WS-NEW-RESIDENCY
           MOVE AP-STATUS TO WS-NEW-STATUS
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 310-EDIT-DETAIL
           DISPLAY SCRN-CLEAR
           IF WS-EDIT-OK = 'N'
               DISPLAY WS-EDIT-MSG
               DISPLAY 'NO CHANGE WAS MADE'
           ELSE
               PERFORM 360-MOVE-DETAIL
               REWRITE AP-RECORD
               DISPLAY 'APPLICANT RECORD UPDATED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       420-DECISION.
      *    A DECISION WAITS FOR A COMPLETE FILE, AND ONCE A DEPOSIT
      *    HAS BEEN TAKEN ON AN ADMIT THE DECISION STANDS -- BACKING
      *    IT OUT IS A BUSINESS-OFFICE REFUND FIRST.
           IF AP-STATUS NOT = 'C'
               DISPLAY 'THE APPLICATION MUST BE COMPLETE (C) FIRST'
           ELSE IF AP-DEP-DATE > ZERO
               DISPLAY 'DEPOSIT ALREADY TAKEN -- DECISION STANDS'
           ELSE
               MOVE SPACE TO WS-NEW-DECISION
               DISPLAY SCRN-DECISION
               ACCEPT SCRN-DECISION
               IF WS-NEW-DECISION = 'a'
                   MOVE 'A' TO WS-NEW-DECISION
               ELSE IF WS-NEW-DECISION = 'd'
                   MOVE 'D' TO WS-NEW-DECISION
               ELSE IF WS-NEW-DECISION = 'l'
                   MOVE 'L' TO WS-NEW-DECISION
               ELSE IF WS-NEW-DECISION = 'f'
                   MOVE 'F' TO WS-NEW-DECISION
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-NEW-DECISION = 'A' OR WS-NEW-DECISION = 'D'
                       OR WS-NEW-DECISION = 'L'
                       OR WS-NEW-DECISION = 'F'
                   MOVE WS-NEW-DECISION TO AP-DECISION
                   MOVE WS-TODAY TO AP-DECISION-DATE
                   MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
                   REWRITE AP-RECORD
                   DISPLAY 'DECISION RECORDED'
               ELSE
                   DISPLAY 'NOT A VALID DECISION -- NO CHANGE MADE'
               END-IF
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       430-APP-FEE.
      *    THE AD-FEES AMOUNT IS OFFERED; ZERO RECORDS A WAIVED FEE
      *    (DATED, NO RECEIPT).
           IF AP-FEE-DATE > ZERO
               DISPLAY 'APPLICATION FEE ALREADY RECORDED'
           ELSE
               MOVE AD-APP-FEE TO WS-NEW-AMT
               DISPLAY SCRN-AMOUNT
               ACCEPT SCRN-AMOUNT
               IF WS-NEW-AMT = ZERO
                   MOVE ZEROS TO AP-FEE-AMT
                   MOVE ZEROS TO AP-FEE-RCPT-NO
                   MOVE WS-TODAY TO AP-FEE-DATE
                   MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
                   REWRITE AP-RECORD
                   DISPLAY 'APPLICATION FEE WAIVED'
               ELSE
                   PERFORM 450-TAKE-TENDER
                   IF WS-TENDER-OK = 'Y'
                       MOVE 'APPFEE' TO WS-POST-TYPE
                       MOVE WS-NEW-AMT TO WS-POST-OWED
                       MOVE WS-NEW-AMT TO WS-POST-PAID
                       PERFORM 500-POST-RECEIPT
                       MOVE WS-NEW-AMT TO AP-FEE-AMT
                       MOVE WS-NEW-RCPT-NO TO AP-FEE-RCPT-NO
                       MOVE WS-TODAY TO AP-FEE-DATE
                       MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
                       REWRITE AP-RECORD
                       DISPLAY 'APPLICATION FEE POSTED, RECEIPT '
                           WS-NEW-RCPT-NO
                   END-IF
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       440-DEPOSIT.
      *    ONLY AN ADMITTED, NOT-WITHDRAWN APPLICANT PAYS A DEPOSIT.
      *    IT SITS UNDER THE APPLICANT NUMBER AS A CREDIT UNTIL
      *    PROJ-ADM-CONVERT MOVES IT TO THE NEW STUDENT.
           IF AP-DECISION NOT = 'A' OR AP-STATUS = 'W'
               DISPLAY 'ONLY AN ADMITTED APPLICANT PAYS A DEPOSIT'
           ELSE IF AP-DEP-DATE > ZERO
               DISPLAY 'ENROLLMENT DEPOSIT ALREADY RECORDED'
           ELSE
               MOVE AD-DEPOSIT TO WS-NEW-AMT
               DISPLAY SCRN-AMOUNT
               ACCEPT SCRN-AMOUNT
               IF WS-NEW-AMT = ZERO
                   DISPLAY 'A DEPOSIT OF ZERO IS NOT A DEPOSIT'
               ELSE
                   PERFORM 450-TAKE-TENDER
                   IF WS-TENDER-OK = 'Y'
                       MOVE 'DEPOSIT' TO WS-POST-TYPE
                       MOVE ZERO TO WS-POST-OWED
                       MOVE WS-NEW-AMT TO WS-POST-PAID
                       PERFORM 500-POST-RECEIPT
                       MOVE WS-NEW-AMT TO AP-DEP-AMT
                       MOVE WS-NEW-RCPT-NO TO AP-DEP-RCPT-NO
                       MOVE WS-TODAY TO AP-DEP-DATE
                       MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
                       REWRITE AP-RECORD
                       DISPLAY 'ENROLLMENT DEPOSIT POSTED, RECEIPT '
                           WS-NEW-RCPT-NO
                   END-IF
               END-IF
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       450-TAKE-TENDER.
      *    THE SAME FOUR TENDERS PROJ-RC'S 218-VALIDATE-TENDER TAKES.
           MOVE SPACES TO WS-NEW-TENDER
           MOVE SPACES TO WS-NEW-CHECK-NO
           DISPLAY SCRN-TENDER
           ACCEPT SCRN-TENDER
           IF WS-NEW-TENDER = 'CA' OR WS-NEW-TENDER = 'CK'
                   OR WS-NEW-TENDER = 'CC' OR WS-NEW-TENDER = 'MO'
               MOVE 'Y' TO WS-TENDER-OK
           ELSE
               MOVE 'N' TO WS-TENDER-OK
               DISPLAY 'NOT A VALID TENDER CODE -- NOTHING POSTED'
           END-IF.
       500-POST-RECEIPT.
      *    SAME APPEND AS PROJ-RC'S 150-FIND-RC-TAIL/220-WRITE-RECEIPT-
      *    RTN, UNDER THE APPLICANT NUMBER IN PLACE OF A STUDENT
      *    NUMBER.  THE RECEIPTS FILE IS HELD ONLY FOR THE POSTING SO
      *    THE CASHIERS AREN'T LOCKED OUT WHILE AN APPLICATION IS
      *    BEING KEYED.
           OPEN I-O RC-FILE-DESC
           PERFORM 510-FIND-RC-TAIL
           PERFORM 515-GET-RECEIPT-NO
           MOVE WS-POST-TYPE TO WS-RC-RCT-TYPE
           MOVE AP-APP-NUM TO WS-RC-STU-NUM
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-POST-OWED TO WS-RC-AMT-OWED
           MOVE WS-POST-PAID TO WS-RC-AMT-PAID
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-POST-OWED - WS-POST-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE WS-NEW-RCPT-NO TO WS-RC-RCPT-NO
           MOVE WS-NEW-TENDER TO WS-RC-TENDER
           MOVE WS-NEW-CHECK-NO TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           MOVE 'RC' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-RC-DATA-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 900-CHECK-RC-STATUS
           CLOSE RC-FILE-DESC
           PERFORM 520-PRINT-SLIP-RTN.
       510-FIND-RC-TAIL.
      *    SEE PROJ-RC'S 150-FIND-RC-TAIL -- THE APPLICANT'S LAST ROW
      *    GIVES THE SEQUENCE TO WRITE ONE PAST AND THE BALANCE TO
      *    CARRY FORWARD.
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE AP-APP-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = AP-APP-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-PRIOR-BALANCE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       515-GET-RECEIPT-NO.
      *    SAME RECEIPT NUMBER SEQUENCE AS PROJ-RC'S 155-GET-RECEIPT-NO.
           MOVE 1 TO WS-RCPT-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-RCPT-SEQ, WS-RCPT-NUM
           MOVE WS-RCPT-NUM TO WS-NEW-RCPT-NO.
       520-PRINT-SLIP-RTN.
      *    THE SAME SLIP PROJ-RC PRINTS, ON THE SAME FILE, WITH THE
      *    APPLICANT NUMBER WHERE THE STUDENT ID WOULD BE.
           OPEN EXTEND RECEIPT-SLIPS
           IF WS-SLIP-STATUS = '35'
               OPEN OUTPUT RECEIPT-SLIPS
           END-IF
           MOVE WS-RC-RCPT-NO TO SL-RCPT-OUT
           MOVE WS-RC-POST-DATE TO SL-DATE-OUT
           MOVE WS-RC-STU-NUM TO SL-SNO-OUT
           MOVE WS-RC-RCT-TYPE TO SL-TYPE-OUT
           MOVE WS-RC-AMT-OWED TO SL-OWED-OUT
           MOVE WS-RC-AMT-PAID TO SL-PAID-OUT
           MOVE WS-RC-OPERATOR-ID TO SL-OPER-OUT
           WRITE SLIP-REC FROM SLIP-LINE-1
           WRITE SLIP-REC FROM SLIP-LINE-2
           WRITE SLIP-REC FROM SLIP-LINE-3
           MOVE SPACES TO SLIP-REC
           WRITE SLIP-REC
           CLOSE RECEIPT-SLIPS.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT -- SEE
      *    PROJ-JOURNAL FOR THE FORWARD-RECOVERY STORY.
           CALL 'PROJ-JOURNAL' USING WS-JR-FILE-ID, WS-JR-SLOT,
               WS-JR-BEFORE, WS-JR-AFTER.
       900-CHECK-RC-STATUS.
      *    SAME ABORT-CLEANLY TREATMENT AS PROJ-RC'S PARAGRAPH OF THE
      *    SAME NAME.
           IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE RC-FILE-DESC
               CLOSE AP-FILE-DESC
               STOP RUN
           END-IF.
