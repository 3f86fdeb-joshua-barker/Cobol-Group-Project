      *          PROJ-STU-SEARCH CAN WALK A KEY RANGE INSTEAD OF THE
      *          WHOLE MASTER.  A SITE WITHOUT THE INDEX BUILT YET IS
      *          LEFT ALONE -- PROJ-NXREF-BUILD ADOPTS IT.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE MAJOR CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  THE STUDENT NUMBER IS NOW A SYSTEM-ASSIGNED
      *          INSTITUTIONAL ID (PROJ-NEXT-NUM, SEQUENCE 'STUDENT ')
      *          GIVEN OUT WHEN THE RECORD IS SAVED, INSTEAD OF THE
      *          SSN THE OPERATOR USED TO KEY ON THE MAIN MENU -- THE
      *          SSN IS STILL TAKEN ON THIS SCREEN BUT ONLY EVER LANDS
      *          IN SF-SSN (ZERO IS ALLOWED FOR A STUDENT WITHOUT ONE).
      *          THE ID PASSED BACK IN WS-SNO IS THE LAST ONE ISSUED.
      *          SF-PIN NO LONGER DEFAULTS TO THE LAST FOUR OF THE
      *          SSN; A STARTING PIN IS DRAWN FROM THE CLOCK AND SHOWN
      *          ONCE FOR THE OPERATOR TO HAND TO THE STUDENT.
      *20261015  THE STARTING PIN IS NOW A ONE-TIME PIN FROM PROJ-PWD-
      *          HASH; ONLY ITS HASH GOES ON FILE (SF-PIN-HASH) AND
      *          SF-PIN-TEMP 'Y' MAKES PROJ-SELF-SERVICE FORCE THE
      *          STUDENT TO CHOOSE THEIR OWN AT FIRST SIGN-ON.
      *20261015  AID AND RECEIPT ROWS ARE KEYED BY STUDENT NUMBER ON
      *          THEIR OWN INDEXED FILES; THE OLD HEAD-POINTER BYTES
      *          ARE SIMPLY ZEROED.
      *20261015  THE NEW-STUDENT SCREEN NOW TAKES THE HOME CAMPUS
      *          (SF-HOME-CAMPUS), OFFERED AS THE MAIN CAMPUS AND
      *          CHECKED BY 220-VALIDATE-CAMPUS AGAINST CA-CODE-TABLE
      *          (LOADED BY PROJ-CODE-LOAD ALONGSIDE THE MAJORS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                FILE STATUS IS WS-NX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
       COPY NX-FILE-DESC.
       01  WS-NEW-EMAIL              PIC X(30).
       01  WS-NEW-PHONE              PIC 9(10).
       01  WS-NEW-SSN                PIC 9(9).
       01  WS-SEQ-NAME               PIC X(8)  VALUE 'STUDENT '.
       01  WS-ID-IN-USE              PIC X.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-DUP-FOUND              PIC X     VALUE 'N'.
       01  WS-NAME-DUP               PIC X     VALUE 'N'.
       01  WS-NAME-ANS               PIC X.
       01  WS-NEW-MAJOR              PIC 9(4).
       01  WS-NEW-RESIDENCY          PIC X.
       01  WS-MAJOR-FOUND            PIC X     VALUE 'N'.
       01  WS-NEW-CAMPUS             PIC X(2).
       01  WS-CAMPUS-FOUND           PIC X     VALUE 'N'.
       01  WS-CA-SUB                 PIC 9(2).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY MJ-CODE-TABLE.
       COPY CA-CAMPUS-TABLE.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-SNO                    PIC 9(9).
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-SID.
          05 LINE 3 COLUMN 1 VALUE
             'NEW STUDENT -- THE STUDENT ID IS ASSIGNED WHEN SAVED'.
       01 SCRN-NAME.
          05 LINE 4 COLUMN 1 VALUE 'ENTER FIRST NAME: '.
          05 LINE 4 COLUMN 20 PIC X(15) TO WS-NEW-FIRST.
       01 SCRN-SSN.
          05 LINE 11 COLUMN 1 VALUE 'ENTER STUDENT SSN: '.
          05 LINE 11 COLUMN 20 PIC 9(9) TO WS-NEW-SSN.
          05 LINE 11 COLUMN 31 VALUE '(ZERO IF NONE)'.
       01 SCRN-RESIDENCY.
          05 LINE 12 COLUMN 1 VALUE
                  'RESIDENT (R) OR NON-RESIDENT (N): '.
          05 LINE 13 COLUMN 1 VALUE
                  'ENTER MAJOR CODE (0000 IF UNDECLARED): '.
          05 LINE 13 COLUMN 41 PIC 9(4) TO WS-NEW-MAJOR.
       01 SCRN-CAMPUS.
          05 LINE 14 COLUMN 1 VALUE 'HOME CAMPUS: '.
          05 LINE 14 COLUMN 15 PIC X(2) USING WS-NEW-CAMPUS.
       01 SCRN-BAD-MAJOR.
          05 LINE 15 COLUMN 1 VALUE 'MAJOR CODE NOT RECOGNIZED'.
          05 LINE 16 COLUMN 1 VALUE 'THIS STUDENT WAS NOT ADDED'.
          05 LINE 18 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-SNO.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN I-O SF-FILE-DESC
           OPEN I-O NX-FILE-DESC
           IF WS-NX-STATUS = '35'
           CLOSE SF-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
               CA-CODE-TBL-SIZE, CA-CODE-TABLE.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SID
           ACCEPT SCRN-RESIDENCY
           DISPLAY SCRN-MAJOR
           ACCEPT SCRN-MAJOR
           MOVE CA-MAIN-CAMPUS TO WS-NEW-CAMPUS
           DISPLAY SCRN-CAMPUS
           ACCEPT SCRN-CAMPUS
           PERFORM 300-DUP-SSN-CHECK
           PERFORM 215-VALIDATE-MAJOR
           PERFORM 220-VALIDATE-CAMPUS
           IF WS-DUP-FOUND = 'Y'
               DISPLAY SCRN-CLEAR
               DISPLAY 'A STUDENT WITH THAT SSN IS ALREADY ON FILE'
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-BAD-MAJOR
               ACCEPT ANS
           ELSE IF WS-CAMPUS-FOUND = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CAMPUS ' WS-NEW-CAMPUS
                   ' IS NOT ON THE CAMPUS TABLE'
               DISPLAY 'THIS STUDENT WAS NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-NAME-DUP = 'Y'
               DISPLAY SCRN-CLEAR
               DISPLAY 'A STUDENT WITH THAT EXACT NAME IS ALREADY'
           ELSE
               PERFORM 400-WRITE-ROUTINE
           END-IF
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       215-VALIDATE-MAJOR.
      *    ZERO MEANS UNDECLARED AND IS ALWAYS ALLOWED; OTHERWISE
      *    WS-NEW-MAJOR MUST MATCH AN ENTRY IN MJ-CODE-TABLE.
                   END-IF
               END-PERFORM
           END-IF.
       220-VALIDATE-CAMPUS.
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
       300-DUP-SSN-CHECK.
      *    SF-SSN IS NOT A KEY OF THE FILE, SO THE ONLY WAY TO CATCH A
      *    DUPLICATE SSN IS TO WALK THE WHOLE FILE AND COMPARE.  A
      *    ZERO SSN (NONE ISSUED) NEVER COUNTS AS A DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-NAME-DUP
           MOVE 'YES' TO WS-SCAN-MORE
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'NO ' TO WS-SCAN-MORE
                   NOT AT END
                       IF SF-SSN = WS-NEW-SSN AND WS-NEW-SSN NOT = ZERO
                           MOVE 'Y' TO WS-DUP-FOUND
                       END-IF
                       IF SF-NAME = WS-NEW-NAME
                       END-IF
               END-READ
           END-PERFORM.
       350-ASSIGN-STUDENT-ID.
      *    THE STUDENT ID COMES FROM THE 'STUDENT ' SEQUENCE, NEVER
      *    FROM THE OPERATOR AND NEVER FROM THE SSN.  A NUMBER ALREADY
      *    ON THE MASTER (ONE KEYED BY HAND BEFORE THE SEQUENCE
      *    EXISTED) IS PASSED OVER.
           MOVE 'Y' TO WS-ID-IN-USE
           PERFORM UNTIL WS-ID-IN-USE = 'N'
               MOVE 900000001 TO WS-SNO
               CALL 'PROJ-NEXT-NUM' USING WS-SEQ-NAME, WS-SNO
               MOVE WS-SNO TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-ID-IN-USE
               END-READ
           END-PERFORM.
       400-WRITE-ROUTINE.
           PERFORM 350-ASSIGN-STUDENT-ID
           MOVE SPACES TO SF-RECORD
           MOVE WS-SNO TO SF-STU-NUM
           MOVE WS-NEW-NAME TO SF-NAME
           MOVE WS-NEW-ADDRESS TO SF-ADDRESS
           MOVE WS-NEW-EMAIL TO SF-EMAIL
           MOVE WS-NEW-PHONE TO SF-PHONE
           MOVE WS-NEW-SSN TO SF-SSN
           MOVE ZEROS TO SF-OLD-FA-PNTR
           MOVE ZEROS TO SF-OLD-RC-PNTR
           MOVE ZEROS TO SF-ENR-REC-PNTR
           MOVE ZEROS TO SF-CUM-GPA
           MOVE ZEROS TO SF-CRED-HR-ATT
           MOVE 'P' TO SF-FT-PT-FLAG
           MOVE 'A' TO SF-ACTIVE-FLAG
           MOVE WS-NEW-MAJOR TO SF-MAJOR-CODE
           MOVE WS-NEW-CAMPUS TO SF-HOME-CAMPUS
           MOVE 'P' TO WS-HASH-FN
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO SF-PIN-HASH
           MOVE 'Y' TO SF-PIN-TEMP
           MOVE 'G' TO SF-STANDING
           IF WS-NEW-RESIDENCY = 'N' OR 'n'
               MOVE 'N' TO SF-RESIDENCY
             NOT INVALID KEY
               DISPLAY SCRN-CLEAR
               DISPLAY 'STUDENT ADDED TO FILE'
               DISPLAY 'STUDENT ID:               ' SF-STU-NUM
               DISPLAY 'ONE-TIME SELF-SERVICE PIN: '
                   WS-HASH-SECRET (1:4)
               DISPLAY 'GIVE BOTH TO THE STUDENT -- HIT ENTER WHEN DONE'
               ACCEPT ANS
           END-WRITE.
