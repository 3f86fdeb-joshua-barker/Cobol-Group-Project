       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-POP-EXTRACT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  AD HOC STUDENT POPULATION EXTRACT --
      *          ONE PROGRAM FOR THE ONE-OFF LISTS EVERY OFFICE ASKS
      *          FOR, INSTEAD OF A NEW PRINT PROGRAM EACH TIME.  THE
      *          OPERATOR KEYS THE SELECTION CRITERIA AND THE COLUMNS
      *          WANTED ON THE SCREEN, MAY SAVE THEM BY NAME ON
      *          PROJ-EXTRACT-CRIT.DAT (SEE QC-FILE-DESC) AND CALL
      *          THEM BACK BY NAME LATER, AND GETS A '|'-DELIMITED
      *          FILE (POP-EXTRACT.DAT, ONE HEADER ROW THEN ONE ROW PER
      *          STUDENT) AND A PRINTED LIST (POP-EXTRACT.RPT) OF THE
      *          ACTIVE STUDENTS WHO MEET EVERY CRITERION.  CARRIES ITS
      *          OWN AUTHORIZATION LIKE PROJ-UPD-HOLDS -- A BULK LIST
      *          OF STUDENT RECORDS NEEDS LEVEL 5.  A STUDENT WITH
      *          SF-PRIVACY-FLAG 'Y' IS LISTED WITH THE NAME, ADDRESS,
      *          PHONE AND EMAIL WITHHELD UNLESS A LEVEL-9 OPERATOR
      *          ASKS TO INCLUDE THEM, WHICH IS LOGGED ON
      *          SF-FERPA-LOG.RPT THE WAY PROJ-STU-SEARCH LOGS IT.
      *          EVERY STUDENT EXTRACTED DROPS AN EVENT ON
      *          SF-ACCESS-LOG.DAT (SEE AL-ACCESS-REC).
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QC-FILE-DESC ASSIGN TO 'PROJ-EXTRACT-CRIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QC-NAME
               FILE STATUS IS WS-QC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY
               FILE STATUS IS WS-EF-STATUS.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT ACCESS-LOG ASSIGN TO 'SF-ACCESS-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT FERPA-LOG ASSIGN TO 'SF-FERPA-LOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'POP-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-REPORT ASSIGN TO 'POP-EXTRACT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QC-FILE-DESC IS EXTERNAL RECORD CONTAINS 90 CHARACTERS.
           COPY QC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       FD  ACCESS-LOG
           DATA RECORD IS ACCESS-REC.
       01  ACCESS-REC                PIC X(47).
       FD  FERPA-LOG
           DATA RECORD IS FERPA-REC.
       01  FERPA-REC                 PIC X(50).
       FD  EXTRACT-FILE
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC               PIC X(250).
       FD  EXTRACT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(170).
       WORKING-STORAGE SECTION.
       01  WS-QC-STATUS              PIC XX.
       01  WS-RC-STATUS              PIC XX.
       01  WS-EF-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-OP-STATUS              PIC XX.
       01  WS-AL-STATUS              PIC XX.
       01  WS-FL-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-RC-ON-FILE             PIC X.
       01  WS-EF-ON-FILE             PIC X.
       01  WS-HD-ON-FILE             PIC X.
       01  WS-DA-ON-FILE             PIC X.
       01  WS-AUTH-LEVEL             PIC 9.
       01  WS-CRIT-NAME              PIC X(12).
       01  WS-CRIT-ON-FILE           PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-COL-CHECK              PIC X(12).
       01  WS-SHOW-FLAGGED           PIC X.
       01  WS-WITHHOLD               PIC X.
       01  WS-SELECTED               PIC X.
       01  WS-FOUND                  PIC X.
       01  WS-SCAN-MORE              PIC X(3).
       01  WS-RC-DONE                PIC X.
       01  WS-HOUSING-TERM           PIC X(6).
       01  WS-BALANCE                PIC S9(5)V99.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LOG-DATE               PIC 9(6).
       01  WS-SEL-COUNT              PIC 9(6).
       01  WS-DX-PTR                 PIC 9(3).
       01  WS-PR-PTR                 PIC 9(3).
      *    THE DELIMITED FILE'S NUMBERS CARRY NO EDITING SPACES.
       01  WS-DX-GPA                 PIC 9.99.
       01  WS-DX-BAL                 PIC +9(5).99.
      *    THE PRINTED LIST'S FIXED-WIDTH PIECES.
       01  WS-PR-NAME                PIC X(30).
       01  WS-PR-ADDR                PIC X(40).
       01  WS-PR-GPA                 PIC 9.99.
       01  WS-PR-HOURS               PIC ZZ9.
       01  WS-PR-BAL                 PIC -(5)9.99.
       01  WS-PR-COUNT               PIC ZZZ,ZZ9.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       COPY AL-ACCESS-REC.
       01  FERPA-LINE.
           05                        PIC X(15)
               VALUE 'FERPA OVERRIDE '.
           05  FL-DATE-OUT           PIC 9(6).
           05                        PIC X(10)
               VALUE ' OPERATOR '.
           05  FL-OPER-OUT           PIC X(8).
           05                        PIC X(11) VALUE SPACES.
       01  REPORT-HEAD.
           05                        PIC X(24)
               VALUE 'AD HOC STUDENT EXTRACT  '.
           05  RH-NAME-OUT           PIC X(12).
           05                        PIC X(6)   VALUE '  RUN '.
           05  RH-DATE-OUT           PIC 9(6).
           05                        PIC X(11)  VALUE '  OPERATOR '.
           05  RH-OPER-OUT           PIC X(8).
       01  PRINT-LINE                PIC X(170).
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE
                  'CRITERIA NAME (BLANK = ONE-OFF, NOT SAVED): '.
          05 LINE 3 COLUMN 46 PIC X(12) TO WS-CRIT-NAME.
       01 SCRN-CRIT.
          05 LINE 5 COLUMN 1 VALUE
                  'SELECT ACTIVE STUDENTS WHERE (BLANK OR ZERO = ANY)'.
          05 LINE 6 COLUMN 1 VALUE 'MAJOR CODE:'.
          05 LINE 6 COLUMN 30 PIC 9(4) USING QC-MAJOR-CODE.
          05 LINE 7 COLUMN 1 VALUE 'STANDING (G/W/P/S):'.
          05 LINE 7 COLUMN 30 PIC X USING QC-STANDING.
          05 LINE 8 COLUMN 1 VALUE 'FULL/PART TIME (F/P):'.
          05 LINE 8 COLUMN 30 PIC X USING QC-FT-PT.
          05 LINE 9 COLUMN 1 VALUE 'RESIDENCY (R/N):'.
          05 LINE 9 COLUMN 30 PIC X USING QC-RESIDENCY.
          05 LINE 10 COLUMN 1 VALUE 'SAP STATUS (S/F/A):'.
          05 LINE 10 COLUMN 30 PIC X USING QC-SAP-STATUS.
          05 LINE 11 COLUMN 1 VALUE 'BALANCE FROM / TO:'.
          05 LINE 11 COLUMN 30 PIC 9(5)V99 USING QC-BAL-MIN.
          05 LINE 11 COLUMN 40 PIC 9(5)V99 USING QC-BAL-MAX.
          05 LINE 12 COLUMN 1 VALUE 'GPA FROM / TO:'.
          05 LINE 12 COLUMN 30 PIC 9V99 USING QC-GPA-MIN.
          05 LINE 12 COLUMN 40 PIC 9V99 USING QC-GPA-MAX.
          05 LINE 13 COLUMN 1 VALUE 'ENROLLED IN TERM:'.
          05 LINE 13 COLUMN 30 PIC X(6) USING QC-TERM.
          05 LINE 14 COLUMN 1 VALUE 'ENROLLED IN CRN:'.
          05 LINE 14 COLUMN 30 PIC X(5) USING QC-CRN.
          05 LINE 15 COLUMN 1 VALUE 'ACTIVE HOLD CODE:'.
          05 LINE 15 COLUMN 30 PIC X(2) USING QC-HOLD-CODE.
          05 LINE 16 COLUMN 1 VALUE 'HOUSING HALL:'.
          05 LINE 16 COLUMN 30 PIC X(4) USING QC-HALL.
          05 LINE 18 COLUMN 1 VALUE
                  'COLUMNS (Y/N) -- STUDENT ID IS ALWAYS LISTED'.
          05 LINE 19 COLUMN 1 VALUE 'NAME:'.
          05 LINE 19 COLUMN 12 PIC X USING QC-COL-NAME.
          05 LINE 19 COLUMN 16 VALUE 'ADDRESS:'.
          05 LINE 19 COLUMN 27 PIC X USING QC-COL-ADDR.
          05 LINE 19 COLUMN 31 VALUE 'PHONE:'.
          05 LINE 19 COLUMN 42 PIC X USING QC-COL-PHONE.
          05 LINE 19 COLUMN 46 VALUE 'EMAIL:'.
          05 LINE 19 COLUMN 57 PIC X USING QC-COL-EMAIL.
          05 LINE 20 COLUMN 1 VALUE 'MAJOR:'.
          05 LINE 20 COLUMN 12 PIC X USING QC-COL-MAJOR.
          05 LINE 20 COLUMN 16 VALUE 'STANDING:'.
          05 LINE 20 COLUMN 27 PIC X USING QC-COL-STANDING.
          05 LINE 20 COLUMN 31 VALUE 'FULL/PART:'.
          05 LINE 20 COLUMN 42 PIC X USING QC-COL-FT-PT.
          05 LINE 20 COLUMN 46 VALUE 'RESIDENCY:'.
          05 LINE 20 COLUMN 57 PIC X USING QC-COL-RESID.
          05 LINE 21 COLUMN 1 VALUE 'SAP:'.
          05 LINE 21 COLUMN 12 PIC X USING QC-COL-SAP.
          05 LINE 21 COLUMN 16 VALUE 'GPA:'.
          05 LINE 21 COLUMN 27 PIC X USING QC-COL-GPA.
          05 LINE 21 COLUMN 31 VALUE 'HOURS:'.
          05 LINE 21 COLUMN 42 PIC X USING QC-COL-HOURS.
          05 LINE 21 COLUMN 46 VALUE 'BALANCE:'.
          05 LINE 21 COLUMN 57 PIC X USING QC-COL-BAL.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO RUN ANOTHER EXTRACT? (YES/NO): '.
          05 LINE 1 COLUMN 47 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           PERFORM 110-CHECK-AUTHORITY
           IF WS-AUTH-LEVEL < 5
               DISPLAY 'NOT AUTHORIZED FOR STUDENT EXTRACTS'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           OPEN I-O QC-FILE-DESC
           IF WS-QC-STATUS = '35'
               OPEN OUTPUT QC-FILE-DESC
               CLOSE QC-FILE-DESC
               OPEN I-O QC-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE QC-FILE-DESC
           EXIT PROGRAM.
       110-CHECK-AUTHORITY.
      *    SAME BOOTSTRAP RULE AS MENU'S SIGN-ON -- NO OPERATOR FILE
      *    YET MEANS FULL AUTHORITY.
           MOVE 9 TO WS-AUTH-LEVEL
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS NOT = '35'
               MOVE WS-OPERATOR-ID TO OP-ID
               READ OP-FILE-DESC
                   INVALID KEY MOVE 0 TO WS-AUTH-LEVEL
                   NOT INVALID KEY MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
               END-READ
               CLOSE OP-FILE-DESC
           END-IF.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE SPACES TO WS-CRIT-NAME
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE 'N' TO WS-CRIT-ON-FILE
           IF WS-CRIT-NAME NOT = SPACES
               MOVE WS-CRIT-NAME TO QC-NAME
               READ QC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CRIT-ON-FILE
               END-READ
           END-IF
           IF WS-CRIT-ON-FILE = 'N'
               PERFORM 210-CLEAR-CRITERIA
           END-IF
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           DISPLAY SCRN-CRIT
           ACCEPT SCRN-CRIT
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               IF WS-CRIT-NAME NOT = SPACES
                   DISPLAY 'SAVE THESE CRITERIA AS ' WS-CRIT-NAME
                       ' (Y/N): '
                   ACCEPT ANS
                   IF ANS = 'Y' OR 'y'
                       PERFORM 300-SAVE-CRITERIA
                   END-IF
               END-IF
               DISPLAY 'RUN THE EXTRACT NOW (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR 'y'
                   PERFORM 400-RUN-EXTRACT
               END-IF
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       210-CLEAR-CRITERIA.
      *    A NEW SET SELECTS EVERYONE AND LISTS THE NAME ONLY.
           MOVE SPACES TO QC-RECORD
           MOVE WS-CRIT-NAME TO QC-NAME
           MOVE ZEROS TO QC-MAJOR-CODE
           MOVE ZEROS TO QC-BAL-MIN QC-BAL-MAX
           MOVE ZEROS TO QC-GPA-MIN QC-GPA-MAX
           MOVE 'NNNNNNNNNNNN' TO QC-COLUMNS
           MOVE 'Y' TO QC-COL-NAME.
       260-EDIT-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK
           INSPECT QC-STANDING CONVERTING 'gwps' TO 'GWPS'
           INSPECT QC-FT-PT CONVERTING 'fp' TO 'FP'
           INSPECT QC-RESIDENCY CONVERTING 'rn' TO 'RN'
           INSPECT QC-SAP-STATUS CONVERTING 'sfa' TO 'SFA'
           INSPECT QC-TERM CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT QC-HOLD-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT QC-HALL CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT QC-COLUMNS CONVERTING 'yn ' TO 'YNN'
           IF QC-STANDING NOT = SPACE AND NOT = 'G' AND NOT = 'W'
                   AND NOT = 'P' AND NOT = 'S'
               DISPLAY 'STANDING MUST BE G, W, P, S OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF QC-FT-PT NOT = SPACE AND NOT = 'F' AND NOT = 'P'
               DISPLAY 'FULL/PART TIME MUST BE F, P OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF QC-RESIDENCY NOT = SPACE AND NOT = 'R' AND NOT = 'N'
               DISPLAY 'RESIDENCY MUST BE R, N OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF QC-SAP-STATUS NOT = SPACE AND NOT = 'S' AND NOT = 'F'
                   AND NOT = 'A'
               DISPLAY 'SAP STATUS MUST BE S, F, A OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF QC-BAL-MAX > ZERO AND QC-BAL-MIN > QC-BAL-MAX
               DISPLAY 'BALANCE FROM IS OVER BALANCE TO'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF QC-GPA-MAX > ZERO AND QC-GPA-MIN > QC-GPA-MAX
               DISPLAY 'GPA FROM IS OVER GPA TO'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           MOVE QC-COLUMNS TO WS-COL-CHECK
           INSPECT WS-COL-CHECK CONVERTING 'YN' TO '  '
           IF WS-COL-CHECK NOT = SPACES
               DISPLAY 'EACH COLUMN MUST BE Y OR N'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
       300-SAVE-CRITERIA.
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-CRIT-NAME TO QC-NAME
           MOVE WS-OPERATOR-ID TO QC-OPERATOR-ID
           MOVE WS-TODAY TO QC-CHG-DATE
           IF WS-CRIT-ON-FILE = 'Y'
               REWRITE QC-RECORD
               DISPLAY 'CRITERIA UPDATED'
           ELSE
               WRITE QC-RECORD
               MOVE 'Y' TO WS-CRIT-ON-FILE
               DISPLAY 'CRITERIA SAVED'
           END-IF.
       400-RUN-EXTRACT.
      *    EVERY LOOKUP FILE IS OPTIONAL -- A CRITERION WHOSE FILE IS
      *    NOT ON HAND SELECTS NOBODY, AND A BALANCE COLUMN WITH NO
      *    RECEIPT FILE SHOWS ZERO.
           MOVE 'N' TO WS-SHOW-FLAGGED
           IF WS-AUTH-LEVEL = 9
               DISPLAY 'INCLUDE FERPA-FLAGGED STUDENTS'' DIRECTORY '
                   'INFORMATION (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-SHOW-FLAGGED
                   PERFORM 410-LOG-OVERRIDE
               END-IF
           END-IF
           MOVE QC-TERM TO WS-HOUSING-TERM
           IF WS-HOUSING-TERM = SPACES
               MOVE CURRENT-TERM TO WS-HOUSING-TERM
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE 'Y' TO WS-RC-ON-FILE
           OPEN INPUT RC-FILE-DESC
           IF WS-RC-STATUS = '35'
               MOVE 'N' TO WS-RC-ON-FILE
           END-IF
           MOVE 'Y' TO WS-EF-ON-FILE
           OPEN INPUT EF-FILE-DES
           IF WS-EF-STATUS = '35'
               MOVE 'N' TO WS-EF-ON-FILE
           END-IF
           MOVE 'Y' TO WS-HD-ON-FILE
           OPEN INPUT HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               MOVE 'N' TO WS-HD-ON-FILE
           END-IF
           MOVE 'Y' TO WS-DA-ON-FILE
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               MOVE 'N' TO WS-DA-ON-FILE
           END-IF
           OPEN EXTEND ACCESS-LOG
           IF WS-AL-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXTRACT-REPORT
           PERFORM 420-WRITE-HEADINGS
           MOVE ZERO TO WS-SEL-COUNT
           MOVE 'YES' TO WS-SCAN-MORE
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'NO ' TO WS-SCAN-MORE
           END-START
           PERFORM UNTIL WS-SCAN-MORE = 'NO '
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'NO ' TO WS-SCAN-MORE
                   NOT AT END
                       IF SF-ACTIVE-FLAG = 'A'
                           PERFORM 500-SELECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SEL-COUNT TO WS-PR-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'STUDENTS SELECTED: ' WS-PR-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           CLOSE SF-FILE-DESC
                 ACCESS-LOG
                 EXTRACT-FILE
                 EXTRACT-REPORT
           IF WS-RC-ON-FILE = 'Y'
               CLOSE RC-FILE-DESC
           END-IF
           IF WS-EF-ON-FILE = 'Y'
               CLOSE EF-FILE-DES
           END-IF
           IF WS-HD-ON-FILE = 'Y'
               CLOSE HD-FILE-DESC
           END-IF
           IF WS-DA-ON-FILE = 'Y'
               CLOSE DA-FILE-DESC
           END-IF
           DISPLAY SCRN-CLEAR
           DISPLAY WS-SEL-COUNT ' STUDENT(S) WRITTEN TO POP-EXTRACT.DAT'
               ' AND POP-EXTRACT.RPT'
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       410-LOG-OVERRIDE.
      *    SAME RUNNING LOG AND LINE AS PROJ-STU-SEARCH'S OVERRIDE.
           OPEN EXTEND FERPA-LOG
           IF WS-FL-STATUS = '35'
               OPEN OUTPUT FERPA-LOG
           END-IF
           ACCEPT WS-LOG-DATE FROM DATE
           MOVE WS-LOG-DATE TO FL-DATE-OUT
           MOVE WS-OPERATOR-ID TO FL-OPER-OUT
           WRITE FERPA-REC FROM FERPA-LINE
           CLOSE FERPA-LOG.
       420-WRITE-HEADINGS.
      *    THE REPORT OPENS WITH WHO RAN WHAT, THEN THE CRITERIA IN
      *    FORCE, THEN A COLUMN HEADING BUILT FROM THE COLUMNS CHOSEN.
      *    THE DELIMITED FILE GETS THE SAME COLUMNS AS A HEADER ROW.
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-CRIT-NAME TO RH-NAME-OUT
           MOVE WS-TODAY TO RH-DATE-OUT
           MOVE WS-OPERATOR-ID TO RH-OPER-OUT
           WRITE REPORT-REC FROM REPORT-HEAD
           MOVE SPACES TO PRINT-LINE
           MOVE 1 TO WS-PR-PTR
           STRING 'SELECTED ON: ACTIVE' DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER WS-PR-PTR
           END-STRING
           IF QC-MAJOR-CODE NOT = ZERO
               STRING ' MAJOR=' QC-MAJOR-CODE DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-STANDING NOT = SPACE
               STRING ' STANDING=' QC-STANDING DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-FT-PT NOT = SPACE
               STRING ' FT/PT=' QC-FT-PT DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-RESIDENCY NOT = SPACE
               STRING ' RESIDENCY=' QC-RESIDENCY DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-SAP-STATUS NOT = SPACE
               STRING ' SAP=' QC-SAP-STATUS DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-BAL-MIN NOT = ZERO OR QC-BAL-MAX NOT = ZERO
               MOVE QC-BAL-MIN TO WS-PR-BAL
               STRING ' BALANCE FROM' WS-PR-BAL DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               IF QC-BAL-MAX NOT = ZERO
                   MOVE QC-BAL-MAX TO WS-PR-BAL
                   STRING ' TO' WS-PR-BAL DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
               END-IF
           END-IF
           IF QC-GPA-MIN NOT = ZERO OR QC-GPA-MAX NOT = ZERO
               MOVE QC-GPA-MIN TO WS-PR-GPA
               STRING ' GPA FROM ' WS-PR-GPA DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               IF QC-GPA-MAX NOT = ZERO
                   MOVE QC-GPA-MAX TO WS-PR-GPA
                   STRING ' TO ' WS-PR-GPA DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
               END-IF
           END-IF
           IF QC-TERM NOT = SPACES
               STRING ' TERM=' QC-TERM DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-CRN NOT = SPACES
               STRING ' CRN=' QC-CRN DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-HOLD-CODE NOT = SPACES
               STRING ' HOLD=' QC-HOLD-CODE DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           IF QC-HALL NOT = SPACES
               STRING ' HALL=' QC-HALL ' (' WS-HOUSING-TERM ')'
                   DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
           END-IF
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO PRINT-LINE
           MOVE 1 TO WS-PR-PTR
           MOVE SPACES TO EXTRACT-REC
           MOVE 1 TO WS-DX-PTR
           STRING 'STUDENT ID ' DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER WS-PR-PTR
           END-STRING
           STRING 'STUDENT-ID' DELIMITED BY SIZE
               INTO EXTRACT-REC WITH POINTER WS-DX-PTR
           END-STRING
           IF QC-COL-NAME = 'Y'
               MOVE 'NAME' TO WS-PR-NAME
               STRING WS-PR-NAME ' ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|LAST-NAME|FIRST-NAME' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-ADDR = 'Y'
               MOVE 'ADDRESS' TO WS-PR-ADDR
               STRING WS-PR-ADDR ' ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|ADDRESS-1|ADDRESS-2|CITY|STATE|ZIP'
                   DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-PHONE = 'Y'
               STRING 'PHONE      ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|PHONE' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-EMAIL = 'Y'
               STRING 'EMAIL                          '
                   DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|EMAIL' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-MAJOR = 'Y'
               STRING 'MAJR ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|MAJOR' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-STANDING = 'Y'
               STRING 'STD ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|STANDING' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-FT-PT = 'Y'
               STRING 'F/P ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|FT-PT' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-RESID = 'Y'
               STRING 'RES ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|RESIDENCY' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-SAP = 'Y'
               STRING 'SAP ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|SAP' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-GPA = 'Y'
               STRING 'GPA  ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|GPA' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-HOURS = 'Y'
               STRING 'HRS ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|HOURS-EARNED' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-BAL = 'Y'
               STRING '  BALANCE' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|BALANCE' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           WRITE REPORT-REC FROM PRINT-LINE
           WRITE EXTRACT-REC.
       500-SELECT-ONE-STUDENT.
      *    THE MASTER-RECORD TESTS GO FIRST; THE FILE LOOKUPS ONLY RUN
      *    FOR A STUDENT STILL IN THE RUNNING.
           MOVE 'Y' TO WS-SELECTED
           IF QC-MAJOR-CODE NOT = ZERO
                   AND SF-MAJOR-CODE NOT = QC-MAJOR-CODE
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF QC-STANDING NOT = SPACE AND SF-STANDING NOT = QC-STANDING
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF QC-FT-PT NOT = SPACE AND SF-FT-PT-FLAG NOT = QC-FT-PT
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF QC-RESIDENCY NOT = SPACE
                   AND SF-RESIDENCY NOT = QC-RESIDENCY
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF QC-SAP-STATUS NOT = SPACE
                   AND SF-SAP-STATUS NOT = QC-SAP-STATUS
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF QC-GPA-MIN NOT = ZERO OR QC-GPA-MAX NOT = ZERO
               IF SF-CUM-GPA < QC-GPA-MIN
                   MOVE 'N' TO WS-SELECTED
               END-IF
               IF QC-GPA-MAX NOT = ZERO AND SF-CUM-GPA > QC-GPA-MAX
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF
           IF WS-SELECTED = 'Y'
                   AND (QC-TERM NOT = SPACES OR QC-CRN NOT = SPACES)
               PERFORM 520-CHECK-ENROLLED
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF
           IF WS-SELECTED = 'Y' AND QC-HOLD-CODE NOT = SPACES
               PERFORM 530-CHECK-HOLD
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF
           IF WS-SELECTED = 'Y' AND QC-HALL NOT = SPACES
               PERFORM 540-CHECK-HOUSING
               IF WS-FOUND = 'N'
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF
           IF WS-SELECTED = 'Y'
                   AND (QC-BAL-MIN NOT = ZERO OR QC-BAL-MAX NOT = ZERO
                        OR QC-COL-BAL = 'Y')
               PERFORM 510-GET-BALANCE
               IF QC-BAL-MIN NOT = ZERO OR QC-BAL-MAX NOT = ZERO
                   IF WS-BALANCE < QC-BAL-MIN
                       MOVE 'N' TO WS-SELECTED
                   END-IF
                   IF QC-BAL-MAX NOT = ZERO
                           AND WS-BALANCE > QC-BAL-MAX
                       MOVE 'N' TO WS-SELECTED
                   END-IF
               END-IF
           END-IF
           IF WS-SELECTED = 'Y'
               PERFORM 600-WRITE-ONE-STUDENT
           END-IF.
       510-GET-BALANCE.
      *    THE BALANCE IS THE LAST ROW'S RUNNING RC-BALANCE, THE SAME
      *    WALK PROJ-COLL-PLACE TAKES.
           MOVE ZERO TO WS-BALANCE
           IF WS-RC-ON-FILE = 'Y'
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
                               MOVE RC-BALANCE TO WS-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       520-CHECK-ENROLLED.
      *    A SEATED ('E') NODE ON THE STUDENT'S CHAIN IN THE TERM AND/
      *    OR CRN ASKED FOR.
           MOVE 'N' TO WS-FOUND
           IF WS-EF-ON-FILE = 'Y'
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               PERFORM UNTIL WS-EF-KEY = 0 OR WS-FOUND = 'Y'
                   READ EF-FILE-DES
                       INVALID KEY MOVE 0 TO WS-EF-KEY
                       NOT INVALID KEY
                           IF RF-STATUS = 'E'
                                   AND (QC-TERM = SPACES
                                        OR RF-TERM = QC-TERM)
                                   AND (QC-CRN = SPACES
                                        OR RF-CRN = QC-CRN)
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                           MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   END-READ
               END-PERFORM
           END-IF.
       530-CHECK-HOLD.
           MOVE 'N' TO WS-FOUND
           IF WS-HD-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO HD-STU-NUM
               MOVE QC-HOLD-CODE TO HD-CODE
               READ HD-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HD-RELEASED NOT = 'Y'
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.
       540-CHECK-HOUSING.
           MOVE 'N' TO WS-FOUND
           IF WS-DA-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO DA-STU-NUM
               MOVE WS-HOUSING-TERM TO DA-TERM
               READ DA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DA-HALL = QC-HALL
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.
       600-WRITE-ONE-STUDENT.
      *    ONE DELIMITED ROW, ONE PRINTED LINE, ONE ACCESS-LOG EVENT.
      *    A FERPA-FLAGGED STUDENT'S DIRECTORY COLUMNS ARE WITHHELD
      *    UNLESS THE LEVEL-9 OVERRIDE WAS TAKEN FOR THIS RUN.
           MOVE 'N' TO WS-WITHHOLD
           IF SF-PRIVACY-FLAG = 'Y' AND WS-SHOW-FLAGGED = 'N'
               MOVE 'Y' TO WS-WITHHOLD
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE 1 TO WS-PR-PTR
           MOVE SPACES TO EXTRACT-REC
           MOVE 1 TO WS-DX-PTR
           STRING SF-STU-NUM '  ' DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER WS-PR-PTR
           END-STRING
           STRING SF-STU-NUM DELIMITED BY SIZE
               INTO EXTRACT-REC WITH POINTER WS-DX-PTR
           END-STRING
           IF QC-COL-NAME = 'Y'
               PERFORM 610-NAME-COLUMN
           END-IF
           IF QC-COL-ADDR = 'Y'
               PERFORM 620-ADDRESS-COLUMN
           END-IF
           IF QC-COL-PHONE = 'Y'
               IF WS-WITHHOLD = 'Y'
                   STRING '           ' DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
                   STRING '|' DELIMITED BY SIZE
                       INTO EXTRACT-REC WITH POINTER WS-DX-PTR
                   END-STRING
               ELSE
                   STRING SF-PHONE ' ' DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
                   STRING '|' SF-PHONE DELIMITED BY SIZE
                       INTO EXTRACT-REC WITH POINTER WS-DX-PTR
                   END-STRING
               END-IF
           END-IF
           IF QC-COL-EMAIL = 'Y'
               IF WS-WITHHOLD = 'Y'
                   STRING '                               '
                       DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
                   STRING '|' DELIMITED BY SIZE
                       INTO EXTRACT-REC WITH POINTER WS-DX-PTR
                   END-STRING
               ELSE
                   STRING SF-EMAIL ' ' DELIMITED BY SIZE
                       INTO PRINT-LINE WITH POINTER WS-PR-PTR
                   END-STRING
                   STRING '|' DELIMITED BY SIZE
                       SF-EMAIL DELIMITED BY SPACE
                       INTO EXTRACT-REC WITH POINTER WS-DX-PTR
                   END-STRING
               END-IF
           END-IF
           IF QC-COL-MAJOR = 'Y'
               STRING SF-MAJOR-CODE ' ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-MAJOR-CODE DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-STANDING = 'Y'
               STRING ' ' SF-STANDING '  ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-STANDING DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-FT-PT = 'Y'
               STRING ' ' SF-FT-PT-FLAG '  ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-FT-PT-FLAG DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-RESID = 'Y'
               STRING ' ' SF-RESIDENCY '  ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-RESIDENCY DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-SAP = 'Y'
               STRING ' ' SF-SAP-STATUS '  ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-SAP-STATUS DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-GPA = 'Y'
               MOVE SF-CUM-GPA TO WS-PR-GPA
               MOVE SF-CUM-GPA TO WS-DX-GPA
               STRING WS-PR-GPA ' ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' WS-DX-GPA DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-HOURS = 'Y'
               MOVE SF-CRED-HR-EARN TO WS-PR-HOURS
               STRING WS-PR-HOURS ' ' DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' SF-CRED-HR-EARN DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           IF QC-COL-BAL = 'Y'
               MOVE WS-BALANCE TO WS-PR-BAL
               MOVE WS-BALANCE TO WS-DX-BAL
               STRING WS-PR-BAL DELIMITED BY SIZE
                   INTO PRINT-LINE WITH POINTER WS-PR-PTR
               END-STRING
               STRING '|' WS-DX-BAL DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           WRITE REPORT-REC FROM PRINT-LINE
           WRITE EXTRACT-REC
           PERFORM 690-LOG-ACCESS.
       610-NAME-COLUMN.
           MOVE SPACES TO WS-PR-NAME
           IF WS-WITHHOLD = 'Y'
               MOVE '** WITHHELD **' TO WS-PR-NAME
               STRING '|WITHHELD|' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           ELSE
               STRING SF-LAST-NAME DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   SF-FIRST-NAME DELIMITED BY '  '
                   INTO WS-PR-NAME
               END-STRING
               STRING '|' DELIMITED BY SIZE
                   SF-LAST-NAME DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   SF-FIRST-NAME DELIMITED BY '  '
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           STRING WS-PR-NAME ' ' DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER WS-PR-PTR
           END-STRING.
       620-ADDRESS-COLUMN.
           MOVE SPACES TO WS-PR-ADDR
           IF WS-WITHHOLD = 'Y'
               STRING '|||||' DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           ELSE
               STRING SF-ADDR-LINE-1 DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   SF-CITY DELIMITED BY '  '
                   ' ' SF-STATE ' ' SF-ZIP(1:5) DELIMITED BY SIZE
                   INTO WS-PR-ADDR
               END-STRING
               STRING '|' DELIMITED BY SIZE
                   SF-ADDR-LINE-1 DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   SF-ADDR-LINE-2 DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   SF-CITY DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
                   SF-STATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   SF-ZIP DELIMITED BY SPACE
                   INTO EXTRACT-REC WITH POINTER WS-DX-PTR
               END-STRING
           END-IF
           STRING WS-PR-ADDR ' ' DELIMITED BY SIZE
               INTO PRINT-LINE WITH POINTER WS-PR-PTR
           END-STRING.
       690-LOG-ACCESS.
      *    ONE ACCESS-LOG EVENT PER STUDENT EXTRACTED (SEE
      *    AL-ACCESS-REC), THE SAME AS A VIEW ON PROJ-STU-INQUIRY.
           ACCEPT AL-DATE FROM DATE
           ACCEPT AL-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE SF-STU-NUM TO AL-STU-NUM
           MOVE 'PROJ-POP-EXTRACT' TO AL-PROGRAM
           WRITE ACCESS-REC FROM AL-LINE.
