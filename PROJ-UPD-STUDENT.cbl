      *          ROUTING/ACCOUNT PROJ-REFUND-EXPORT USES TO SEND AN
      *          OPTED-IN STUDENT'S REFUNDS BY ACH.  THE ACCOUNT ON
      *          FILE ONLY EVER SHOWS MASKED TO ITS LAST FOUR.
      *20261015  THE MAJOR CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  THE PIN IS NO LONGER SHOWN OR KEYED HERE -- ONLY ITS
      *          HASH IS ON FILE.  THE SCREEN NOW OFFERS A RESET, WHICH
      *          ISSUES A ONE-TIME PIN FROM PROJ-PWD-HASH, SHOWS IT
      *          ONCE, AND SETS SF-PIN-TEMP SO PROJ-SELF-SERVICE MAKES
      *          THE STUDENT CHOOSE THEIR OWN AT FIRST SIGN-ON.
      *20261015  A CHANGED ADDRESS OR CHANGED BANK DETAILS NOW LEAVE A
      *          STAMP ON SF-CHANGE.DAT (SEE DX-FILE-DESC) WITH THE
      *          DATE, TIME AND OPERATOR, SO PROJ-OPER-EXCEPT CAN FLAG
      *          A REFUND THAT FOLLOWS ONE.  MENU NOW PASSES THE
      *          SIGNED-ON OPERATOR IN.
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  A CHANGED ADDRESS NOW ALSO GOES ON THE ADDRESS
      *          HISTORY (PROJ-ADDR-HIST, SEE MH-FILE-DESC) ONCE THE
      *          STUDENT RECORD IS REWRITTEN.
      *20261015  THE HOME CAMPUS (SF-HOME-CAMPUS) CAN NOW BE CORRECTED
      *          HERE, CHECKED BY 217-VALIDATE-CAMPUS AGAINST
      *          CA-CODE-TABLE.  A RECORD STILL HOLDING THE OLD PIN
      *          ZEROS, OR A CODE DROPPED FROM THE TABLE, IS OFFERED THE
      *          MAIN CAMPUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ACCESS IS DYNAMIC
                RECORD KEY IS NX-KEY
                FILE STATUS IS WS-NX-STATUS.
            SELECT DX-FILE-DESC ASSIGN TO 'SF-CHANGE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS DX-KEY
                FILE STATUS IS WS-DX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
       COPY INSTR-FILE-DESC.
       FD BK-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
       COPY BK-FILE-DESC.
       FD NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
       COPY NX-FILE-DESC.
       FD DX-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
       COPY DX-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS              PIC XX.
       01  WS-NEW-NAME.
           05  WS-NEW-CITY           PIC X(15).
           05  WS-NEW-STATE          PIC X(2).
           05  WS-NEW-ZIP            PIC X(9).
       01  WS-OLD-ADDRESS            PIC X(76).
       01  WS-ADDR-CHANGED           PIC X.
       01  WS-MH-SOURCE              PIC X      VALUE 'U'.
       01  WS-NEW-EMAIL              PIC X(30).
       01  WS-NEW-PHONE              PIC 9(10).
       01  WS-NEW-ACTIVE             PIC X.
       01  WS-NEW-MAJOR              PIC 9(4).
       01  WS-MAJOR-FOUND            PIC X     VALUE 'N'.
       01  WS-NEW-CAMPUS             PIC X(2).
       01  WS-CAMPUS-FOUND           PIC X     VALUE 'N'.
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-PIN-RESET              PIC X.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-NEW-RESIDENCY          PIC X.
       01  WS-NEW-SAP                PIC X.
       01  WS-NEW-PRIVACY            PIC X.
       01  WS-NEW-ROUTING            PIC 9(9).
       01  WS-NEW-ACCOUNT            PIC X(17).
       01  WS-OLD-ACCOUNT            PIC X(17).
       01  WS-OLD-ROUTING            PIC 9(9).
       01  WS-DX-STATUS              PIC XX.
       01  WS-DX-KIND                PIC X(2).
       01  WS-NEW-ACTIVE-ACH         PIC X.
       01  WS-MASKED-ACCT            PIC X(17).
       01  WS-ACCT-SUB               PIC 99.
       01  WS-ACCT-LEN               PIC 99.
       COPY MJ-CODE-TABLE.
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
          05 LINE 8 COLUMN 23 PIC X FROM SF-ACTIVE-FLAG.
          05 LINE 9 COLUMN 1 VALUE 'CURRENT MAJOR CODE: '.
          05 LINE 9 COLUMN 21 PIC 9(4) FROM SF-MAJOR-CODE.
          05 LINE 10 COLUMN 1 VALUE 'ONE-TIME PIN: '.
          05 LINE 10 COLUMN 15 PIC X FROM SF-PIN-TEMP.
          05 LINE 10 COLUMN 25 VALUE 'RESIDENCY: '.
          05 LINE 10 COLUMN 37 PIC X FROM SF-RESIDENCY.
          05 LINE 10 COLUMN 40 VALUE 'SAP: '.
          05 LINE 13 COLUMN 14 PIC 9(10) TO WS-NEW-PHONE.
          05 LINE 14 COLUMN 1 VALUE 'ENTER STATUS (A/I): '.
          05 LINE 14 COLUMN 21 PIC X TO WS-NEW-ACTIVE.
          05 LINE 14 COLUMN 30 VALUE 'HOME CAMPUS: '.
          05 LINE 14 COLUMN 44 PIC X(2) USING WS-NEW-CAMPUS.
          05 LINE 15 COLUMN 1 VALUE
                  'ENTER MAJOR CODE (0000 IF UNDECLARED): '.
          05 LINE 15 COLUMN 41 PIC 9(4) TO WS-NEW-MAJOR.
          05 LINE 16 COLUMN 1 VALUE 'RESET PIN (Y/N): '.
          05 LINE 16 COLUMN 18 PIC X TO WS-PIN-RESET.
          05 LINE 17 COLUMN 1 VALUE 'ENTER RESIDENCY (R/N): '.
          05 LINE 17 COLUMN 25 PIC X TO WS-NEW-RESIDENCY.
          05 LINE 18 COLUMN 1 VALUE 'ENTER SAP STATUS (S/F/A): '.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO UPDATE ANOTHER RECORD? (YES/NO): '.
          05 LINE 1 COLUMN 50 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O SF-FILE-DESC
           OPEN INPUT INSTR-FILE
               CLOSE BK-FILE-DESC
               OPEN I-O BK-FILE-DESC
           END-IF
           OPEN I-O DX-FILE-DESC
           IF WS-DX-STATUS = '35'
               OPEN OUTPUT DX-FILE-DESC
               CLOSE DX-FILE-DESC
               OPEN I-O DX-FILE-DESC
           END-IF
           OPEN I-O NX-FILE-DESC
           IF WS-NX-STATUS = '35'
               MOVE 'N' TO WS-NX-ON-FILE
           CLOSE SF-FILE-DESC
                 INSTR-FILE
                 BK-FILE-DESC
                 DX-FILE-DESC
           IF WS-NX-ON-FILE = 'Y'
               CLOSE NX-FILE-DESC
           END-IF
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
               CA-CODE-TBL-SIZE, CA-CODE-TABLE.
       200-UPDATE-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE WS-SNO TO SF-STU-NUM
           MOVE SF-PHONE TO WS-NEW-PHONE
           MOVE SF-ACTIVE-FLAG TO WS-NEW-ACTIVE
           MOVE SF-MAJOR-CODE TO WS-NEW-MAJOR
      *    A RECORD NOBODY HAS KEYED A CAMPUS ON STILL HOLDS THE OLD
      *    PIN ZEROS THERE -- OFFER THE MAIN CAMPUS FOR THOSE, AND FOR
      *    A CODE SINCE DROPPED FROM THE TABLE.
           MOVE SF-HOME-CAMPUS TO WS-NEW-CAMPUS
           PERFORM 217-VALIDATE-CAMPUS
           IF WS-CAMPUS-FOUND = 'N'
               MOVE CA-MAIN-CAMPUS TO WS-NEW-CAMPUS
           END-IF
           MOVE 'N' TO WS-PIN-RESET
           MOVE SF-RESIDENCY TO WS-NEW-RESIDENCY
           MOVE SF-SAP-STATUS TO WS-NEW-SAP
           MOVE SF-PRIVACY-FLAG TO WS-NEW-PRIVACY
           ACCEPT SCRN-CORRECT
           PERFORM 215-VALIDATE-MAJOR
           PERFORM 216-VALIDATE-ADVISOR
           PERFORM 217-VALIDATE-CAMPUS
           IF WS-ADVISOR-OK = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'ADVISOR ID NOT ON THE INSTRUCTOR MASTER'
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-BAD-MAJOR
               ACCEPT ANS
           ELSE IF WS-CAMPUS-FOUND = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CAMPUS ' WS-NEW-CAMPUS
                   ' IS NOT ON THE CAMPUS TABLE'
               DISPLAY 'RECORD NOT UPDATED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE WS-NEW-NAME TO SF-NAME
               MOVE 'N' TO WS-ADDR-CHANGED
               IF WS-NEW-ADDRESS NOT = SF-ADDRESS
                   MOVE 'Y' TO WS-ADDR-CHANGED
                   MOVE SF-ADDRESS TO WS-OLD-ADDRESS
                   MOVE 'N' TO SF-BAD-ADDR
                   MOVE ZEROS TO SF-BAD-ADDR-DATE
                   MOVE SPACES TO SF-BAD-ADDR-SRC
                   MOVE 'AD' TO WS-DX-KIND
                   PERFORM 520-STAMP-CHANGE
               END-IF
               MOVE WS-NEW-ADDRESS TO SF-ADDRESS
               MOVE WS-NEW-EMAIL TO SF-EMAIL
               MOVE WS-NEW-PHONE TO SF-PHONE
               MOVE WS-NEW-ACTIVE TO SF-ACTIVE-FLAG
               MOVE WS-NEW-MAJOR TO SF-MAJOR-CODE
               MOVE WS-NEW-CAMPUS TO SF-HOME-CAMPUS
               IF WS-PIN-RESET = 'Y' OR 'y'
                   MOVE 'P' TO WS-HASH-FN
                   CALL 'PROJ-PWD-HASH' USING WS-HASH-FN,
                       WS-HASH-SECRET, WS-HASH-VALUE, WS-HASH-MATCH
                   MOVE WS-HASH-VALUE TO SF-PIN-HASH
                   MOVE 'Y' TO SF-PIN-TEMP
               END-IF
               IF WS-NEW-RESIDENCY = 'N' OR 'n'
                   MOVE 'N' TO SF-RESIDENCY
               ELSE
               END-IF
               REWRITE SF-RECORD
               PERFORM 900-CHECK-SF-STATUS
               IF WS-ADDR-CHANGED = 'Y'
                   CALL 'PROJ-ADDR-HIST' USING SF-STU-NUM,
                       WS-OLD-ADDRESS, SF-ADDRESS, WS-MH-SOURCE,
                       WS-OPERATOR-ID
               END-IF
               PERFORM 450-REKEY-NAME-INDEX
               DISPLAY 'STUDENT RECORD UPDATED'
               IF WS-PIN-RESET = 'Y' OR 'y'
                   DISPLAY 'ONE-TIME SELF-SERVICE PIN: '
                       WS-HASH-SECRET (1:4)
               END-IF
               DISPLAY SCRN-BANK-ASK
               ACCEPT SCRN-BANK-ASK
               IF WS-BANK-ANS = 'Y' OR 'y'
                   PERFORM 500-BANK-ROUTINE
               END-IF
               DISPLAY SCRN-CLEAR
           END-IF
           END-IF.
       450-REKEY-NAME-INDEX.
      *    ONLY A CHANGED LAST NAME MOVES THE INDEX ROW.
                   MOVE SPACES TO WS-OLD-ACCOUNT
                   MOVE 'N' TO WS-NEW-ACTIVE-ACH
                   MOVE 'NONE ON FILE     ' TO WS-MASKED-ACCT
                   MOVE ZEROS TO WS-OLD-ROUTING
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BANK-ON-FILE
                   MOVE BK-ROUTING TO WS-NEW-ROUTING
                   MOVE BK-ROUTING TO WS-OLD-ROUTING
                   MOVE BK-ACCOUNT TO WS-OLD-ACCOUNT
                   MOVE BK-ACTIVE TO WS-NEW-ACTIVE-ACH
                   PERFORM 510-MASK-ACCOUNT
           ELSE
               WRITE BK-RECORD
           END-IF
           IF WS-NEW-ROUTING NOT = WS-OLD-ROUTING
                   OR WS-NEW-ACCOUNT NOT = WS-OLD-ACCOUNT
               MOVE 'BK' TO WS-DX-KIND
               PERFORM 520-STAMP-CHANGE
           END-IF
           DISPLAY 'BANK DETAILS UPDATED'
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
                   MOVE '*' TO WS-MASKED-ACCT(WS-ACCT-SUB:1)
               END-IF
           END-PERFORM.
       520-STAMP-CHANGE.
      *    THE FACT OF THE CHANGE ONLY -- WHAT WAS KEYED STAYS ON
      *    SF-RECORD OR SF-BANK.DAT.  TWO CHANGES IN THE SAME
      *    HUNDREDTH OF A SECOND NEED ONLY ONE STAMP.
           MOVE SPACES TO DX-RECORD
           MOVE WS-SNO TO DX-STU-NUM
           ACCEPT DX-DATE FROM DATE
           ACCEPT DX-TIME FROM TIME
           MOVE WS-DX-KIND TO DX-KIND
           MOVE WS-OPERATOR-ID TO DX-OPERATOR-ID
           WRITE DX-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
       216-VALIDATE-ADVISOR.
      *    ZERO CLEARS THE ASSIGNMENT AND IS ALWAYS ALLOWED; OTHERWISE
      *    THE ID MUST BE ON PROJ-INSTRUCTOR.DAT.
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF.
       217-VALIDATE-CAMPUS.
      *    BLANK TAKES THE MAIN CAMPUS; OTHERWISE WS-NEW-CAMPUS MUST
      *    MATCH AN ENTRY IN CA-CODE-TABLE.
           IF WS-NEW-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-NEW-CAMPUS
           END-IF
           MOVE 'N' TO WS-CAMPUS-FOUND
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-NEW-CAMPUS
                   MOVE 'Y' TO WS-CAMPUS-FOUND
               END-IF
           END-PERFORM.
       215-VALIDATE-MAJOR.
      *    ZERO MEANS UNDECLARED AND IS ALWAYS ALLOWED; OTHERWISE
      *    WS-NEW-MAJOR MUST MATCH AN ENTRY IN MJ-CODE-TABLE.
