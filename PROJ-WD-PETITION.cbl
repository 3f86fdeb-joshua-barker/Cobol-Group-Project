       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-WD-PETITION.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MEDICAL, HARDSHIP AND RETROACTIVE
      *          WITHDRAWAL PETITIONS (SEE WD-FILE-DESC) -- PAST
      *          AC-WDRAW-DEADLINE PROJ-ENROLLMENT REFUSES A DROP, AND
      *          AFTER THE TERM THE ONLY WAY OUT WAS A GRADE CHANGE PER
      *          COURSE.  KEYS A STUDENT AND TERM, FILES THE PETITION
      *          (TYPE, LAST DATE ATTENDED, REASON, REFUND PERCENT) AS
      *          PENDING, AND LETS A LEVEL-9 OPERATOR APPROVE OR DENY
      *          IT.  APPROVAL WITHDRAWS EVERY ENROLLED SEAT IN THE TERM
      *          THE WAY PROJ-ENROLLMENT'S WITHDRAWAL DOES -- GRADE 'W',
      *          STATUS 'D', A LINE ON EF-GRADE-CHG.DAT UNDER REASON
      *          'WP' -- AND POSTS A 'DROPADJUST' REVERSAL PER COURSE AT
      *          THE PETITION PERCENTAGE (SAME NODE AND UNEARNED-REVENUE
      *          POSTING AS 290-POST-DROP-ADJUSTMENT THERE, WITH A LINE
      *          ON RC-DROP-ADJ.RPT).  A STUDENT WITH AID POSTED IN THE
      *          TERM IS FLAGGED WD-R2T4-DUE FOR PROJ-R2T4, AND
      *          PROJ-GPA-UPDATE IS CALLED ON THE WAY OUT, SAME AS
      *          PROJ-GRADE-CHANGE DOES.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  THE REVERSAL FOR EACH COURSE IS PRICED ON THE
      *          STUDENT'S OWN HOURS ON THE ENROLLMENT NODE
      *          (RF-CRED-HR), FALLING BACK TO CS-CRED-HR ON OLDER
      *          NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).  A SEAT GIVEN BACK THAT WAS TAKEN AGAINST A
      *          RESERVE STILL HOLDING GOES BACK TO ITS ROW.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 440-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE; THE AID CHECK SCANS PROJ-FIN-AID.DAT
      *          BY STUDENT.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.  EVERY RECEIPT POSTED HERE CARRIES
      *          THE POSTING OPERATOR'S WINDOW CAMPUS (PROJ-OPER-CAMPUS)
      *          AS RC-CAMPUS.  A DROPPED OR WITHDRAWN SEAT'S CREDIT
      *          HOURS ARE GIVEN BACK AT THE RATE OF THE SECTION'S
      *          CAMPUS (PROJ-CAMPUS-RATE), THE SAME RATE THE ASSESSMENT
      *          CHARGED.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPY OF THE RECEIPT ROW
      *          GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WD-FILE-DESC ASSIGN TO 'PROJ-WD-PETITION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WD-KEY
               FILE STATUS IS WS-WD-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               LOCK MODE IS EXCLUSIVE
               RELATIVE KEY IS X.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
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
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO 'EF-GRADE-CHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ADJ-REGISTER ASSIGN TO 'RC-DROP-ADJ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WD-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY WD-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       FD  CHANGE-HISTORY
           DATA RECORD IS HIST-REC.
       01  HIST-REC                  PIC X(50).
       FD  ADJ-REGISTER
           DATA RECORD IS ADJ-REC.
       01  ADJ-REC                   PIC X(56).
       WORKING-STORAGE SECTION.
       01  WS-WD-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-AC-ON-FILE             PIC X      VALUE 'N'.
       01  WS-OP-STATUS              PIC XX.
       01  WS-HIST-STATUS            PIC XX.
       01  WS-AR-STATUS              PIC XX.
       01  X                         PIC 9(5).
       01  WS-AUTH-OK                PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-TERM               PIC X(6).
       01  WS-TMP-TYPE               PIC X.
       01  WS-TMP-LAST-ATTEND        PIC 9(8).
       01  WS-TMP-REASON             PIC X(30).
       01  WS-TMP-PCT                PIC 9(3).
       01  WS-NODE-HRS               PIC 99.
       01  WS-TMP-DECISION           PIC X.
       01  WS-TMP-NAME               PIC X(35).
       01  WS-TMP-STATUS-TEXT        PIC X(24).
       01  WS-SEAT-CNT               PIC 9(2).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-CHANGED                PIC X      VALUE 'N'.
       01  WS-CS-FOUND               PIC X.
       01  WS-CAL-FOUND              PIC X.
       01  WS-ADJ-AMT                PIC 9(4)V99.
       01  WS-ADJ-RATE               PIC 9(3)V99.
       01  WS-UR-AMT                 PIC S9(5)V99.
       01  WS-UR-KIND                PIC X      VALUE 'R'.
       01  WS-NODE-CCYYMMDD          PIC 9(8).
       01  WS-TODAY                  PIC 9(6).
       01  WS-DATE-CHK               PIC 9(8).
       01  WS-DATE-CHK-X REDEFINES WS-DATE-CHK.
           05  WS-CHK-CCYY           PIC 9(4).
           05  WS-CHK-MM             PIC 9(2).
           05  WS-CHK-DD             PIC 9(2).
       01  WS-DATE-OK                PIC X.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-FA-DONE                PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
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
       01  HIST-LINE.
           05  HL-STU-NUM            PIC 9(9).
           05  HL-CRN                PIC X(5).
           05  HL-TERM               PIC X(6).
           05  HL-OLD-GRADE          PIC X(2).
           05  HL-NEW-GRADE          PIC X(2).
           05  HL-REASON             PIC X(2).
           05  HL-DATE               PIC 9(6).
           05  HL-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X(10) VALUE SPACES.
       01  ADJ-LINE.
           05                      PIC X(12)
               VALUE 'WD PETITION '.
           05  AJ-SNO-OUT          PIC 9(9).
           05                      PIC X(5)  VALUE ' CRN '.
           05  AJ-CRN-OUT          PIC X(5).
           05                      PIC X(5)  VALUE ' PCT '.
           05  AJ-PCT-OUT          PIC ZZ9.
           05                      PIC X(3)  VALUE ' $ '.
           05  AJ-AMT-OUT          PIC Z,ZZ9.99.
           05                      PIC X(6)  VALUE SPACES.
       COPY RW-RESV-LINK.
       COPY TU-RATE-TABLE.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 4 COLUMN 1 VALUE 'TERM (BLANK = CURRENT): '.
          05 LINE 4 COLUMN 25 PIC X(6) TO WS-TMP-TERM.
       01 SCRN-DETAIL.
          05 LINE 6 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 6 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 7 COLUMN 1 VALUE 'PETITION ON FILE: '.
          05 LINE 7 COLUMN 19 PIC X(24) FROM WS-TMP-STATUS-TEXT.
          05 LINE 8 COLUMN 1 VALUE 'ENROLLED COURSES IN TERM: '.
          05 LINE 8 COLUMN 27 PIC Z9 FROM WS-SEAT-CNT.
          05 LINE 10 COLUMN 1 VALUE
                  'TYPE (M MEDICAL, H HARDSHIP, R RETROACTIVE): '.
          05 LINE 10 COLUMN 47 PIC X USING WS-TMP-TYPE.
          05 LINE 11 COLUMN 1 VALUE 'LAST DATE ATTENDED (CCYYMMDD): '.
          05 LINE 11 COLUMN 33 PIC 9(8) USING WS-TMP-LAST-ATTEND.
          05 LINE 12 COLUMN 1 VALUE 'REASON: '.
          05 LINE 12 COLUMN 9 PIC X(30) USING WS-TMP-REASON.
          05 LINE 13 COLUMN 1 VALUE 'TUITION REFUND PERCENT: '.
          05 LINE 13 COLUMN 25 PIC 9(3) USING WS-TMP-PCT.
          05 LINE 15 COLUMN 1 VALUE
                  'DECISION (P PENDING, A APPROVE, D DENY): '.
          05 LINE 15 COLUMN 43 PIC X USING WS-TMP-DECISION.
       01 SCRN-CONFIRM.
          05 LINE 17 COLUMN 1 VALUE
                  'WITHDRAW FROM EVERY COURSE IN THE TERM (Y/N): '.
          05 LINE 17 COLUMN 48 PIC X TO ANS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'ANOTHER PETITION? (YES/NO): '.
          05 LINE 1 COLUMN 30 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           PERFORM 110-CHECK-AUTHORITY
           OPEN I-O WD-FILE-DESC
           IF WS-WD-STATUS = '35'
               OPEN OUTPUT WD-FILE-DESC
               CLOSE WD-FILE-DESC
               OPEN I-O WD-FILE-DESC
           END-IF
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS = '35'
               MOVE 'N' TO WS-AC-ON-FILE
           ELSE
               MOVE 'Y' TO WS-AC-ON-FILE
           END-IF
           OPEN INPUT SF-FILE-DESC
                      FA-FILE-DESC
           OPEN I-O EF-FILE-DES
                    CS-SECT
                    RC-FILE-DESC
           PERFORM 105-OPEN-HISTORY-RTN
           ACCEPT WS-TODAY FROM DATE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE WD-FILE-DESC
                 SF-FILE-DESC
                 FA-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
                 RC-FILE-DESC
                 CHANGE-HISTORY
           IF WS-AC-ON-FILE = 'Y'
               CLOSE AC-FILE-DESC
           END-IF
           IF WS-CHANGED = 'Y'
               CALL 'PROJ-GPA-UPDATE'
           END-IF
           EXIT PROGRAM.
       105-OPEN-HISTORY-RTN.
      *    THE WITHDRAWN GRADES GO ON THE SAME AUDIT TRAIL AS
      *    PROJ-GRADE-CHANGE'S, OPENED THE SAME WAY.
           OPEN EXTEND CHANGE-HISTORY
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT CHANGE-HISTORY
           END-IF.
       110-CHECK-AUTHORITY.
      *    FILING A PETITION IS OPEN TO ANY OPERATOR WHO REACHES THE
      *    SCREEN; DECIDING ONE TAKES LEVEL 9, SAME AS PROJ-AMNESTY.
      *    WITH NO OPERATOR FILE YET THERE IS NOBODY TO CHECK.
           MOVE 'Y' TO WS-AUTH-OK
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS NOT = '35'
               MOVE WS-OPERATOR-ID TO OP-ID
               READ OP-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-AUTH-OK
                   NOT INVALID KEY
                       IF OP-AUTH-LEVEL < 9
                           MOVE 'N' TO WS-AUTH-OK
                       END-IF
               END-READ
               CLOSE OP-FILE-DESC
           END-IF.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE SPACES TO WS-TMP-TERM
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           IF WS-TMP-TERM = SPACES
               MOVE CURRENT-TERM TO WS-TMP-TERM
           END-IF
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT IN SYSTEM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-MAINTAIN-PETITION
           END-READ
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       250-MAINTAIN-PETITION.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           MOVE WS-TMP-SNO TO WD-STU-NUM
           MOVE WS-TMP-TERM TO WD-TERM
           READ WD-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE 'NONE' TO WS-TMP-STATUS-TEXT
                   MOVE SPACE TO WS-TMP-TYPE
                   MOVE ZEROS TO WS-TMP-LAST-ATTEND
                   MOVE SPACES TO WS-TMP-REASON
                   MOVE ZERO TO WS-TMP-PCT
                   MOVE 'P' TO WS-TMP-DECISION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   PERFORM 255-STATUS-TEXT
                   MOVE WD-TYPE TO WS-TMP-TYPE
                   MOVE WD-LAST-ATTEND TO WS-TMP-LAST-ATTEND
                   MOVE WD-REASON TO WS-TMP-REASON
                   MOVE WD-REFUND-PCT TO WS-TMP-PCT
                   MOVE WD-STATUS TO WS-TMP-DECISION
           END-READ
           IF WS-ROW-ON-FILE = 'Y' AND WD-STATUS NOT = 'P'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PETITION ALREADY DECIDED -- '
                   WS-TMP-STATUS-TEXT
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 270-COUNT-SEATS
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-KEY
               DISPLAY SCRN-DETAIL
               ACCEPT SCRN-DETAIL
               PERFORM 260-EDIT-ENTRY
               IF WS-ENTRY-OK = 'N'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE
                   PERFORM 265-CHECK-DECISION
                   PERFORM 300-SAVE-PETITION
               END-IF
           END-IF.
       255-STATUS-TEXT.
           IF WD-STATUS = 'A'
               MOVE 'APPROVED' TO WS-TMP-STATUS-TEXT
           ELSE IF WD-STATUS = 'D'
               MOVE 'DENIED' TO WS-TMP-STATUS-TEXT
           ELSE
               MOVE 'PENDING' TO WS-TMP-STATUS-TEXT
           END-IF
           END-IF.
       260-EDIT-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK
           INSPECT WS-TMP-TYPE CONVERTING 'mhr' TO 'MHR'
           INSPECT WS-TMP-DECISION CONVERTING 'pad' TO 'PAD'
           IF WS-TMP-TYPE NOT = 'M' AND NOT = 'H' AND NOT = 'R'
               DISPLAY 'TYPE MUST BE M, H OR R'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           MOVE WS-TMP-LAST-ATTEND TO WS-DATE-CHK
           PERFORM 280-CHECK-DATE
           IF WS-DATE-OK = 'N'
               DISPLAY 'LAST DATE ATTENDED IS NOT A VALID DATE'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-REASON = SPACES
               DISPLAY 'A REASON IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-PCT > 100
               DISPLAY 'REFUND PERCENT MAY NOT EXCEED 100'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-DECISION NOT = 'P' AND NOT = 'A' AND NOT = 'D'
               DISPLAY 'DECISION MUST BE P, A OR D'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
       265-CHECK-DECISION.
      *    A DECISION THE OPERATOR MAY NOT MAKE, OR AN APPROVAL WITH
      *    NOTHING TO WITHDRAW OR NOT CONFIRMED, SAVES AS PENDING.
           IF WS-TMP-DECISION NOT = 'P' AND WS-AUTH-OK = 'N'
               DISPLAY 'ONLY A LEVEL-9 OPERATOR MAY DECIDE A PETITION'
               DISPLAY '-- SAVED AS PENDING'
               MOVE 'P' TO WS-TMP-DECISION
           END-IF
           IF WS-TMP-DECISION = 'A' AND WS-SEAT-CNT = ZERO
               DISPLAY 'NO ENROLLED COURSES IN THE TERM -- NOTHING TO'
               DISPLAY 'WITHDRAW; SAVED AS PENDING'
               MOVE 'P' TO WS-TMP-DECISION
           END-IF
           IF WS-TMP-DECISION = 'A'
               DISPLAY SCRN-CONFIRM
               ACCEPT SCRN-CONFIRM
               IF ANS NOT = 'Y' AND NOT = 'y'
                   DISPLAY 'NOT CONFIRMED -- SAVED AS PENDING'
                   MOVE 'P' TO WS-TMP-DECISION
               END-IF
           END-IF.
       270-COUNT-SEATS.
           MOVE ZERO TO WS-SEAT-CNT
           IF SF-ENR-REC-PNTR > 0
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM 275-COUNT-ONE-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO X
                   READ EF-FILE-DES
                   PERFORM 275-COUNT-ONE-NODE
               END-PERFORM
           END-IF.
       275-COUNT-ONE-NODE.
           IF RF-TERM = WS-TMP-TERM AND RF-STATUS = 'E'
                   AND RF-GRADE NOT = 'W ' AND WS-SEAT-CNT < 99
               ADD 1 TO WS-SEAT-CNT
           END-IF.
       280-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHK-CCYY < 1900 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.
       300-SAVE-PETITION.
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO WD-RECORD
               MOVE WS-TMP-SNO TO WD-STU-NUM
               MOVE WS-TMP-TERM TO WD-TERM
               MOVE WS-OPERATOR-ID TO WD-FILED-BY
               MOVE WS-TODAY TO WD-FILED-DATE
               MOVE ZEROS TO WD-DECIDED-DATE
               MOVE ZERO TO WD-COURSE-CNT
               MOVE ZERO TO WD-REFUND-AMT
               MOVE 'N' TO WD-AIDED
               MOVE 'N' TO WD-R2T4-DUE
           END-IF
           MOVE WS-TMP-TYPE TO WD-TYPE
           MOVE WS-TMP-LAST-ATTEND TO WD-LAST-ATTEND
           MOVE WS-TMP-REASON TO WD-REASON
           MOVE WS-TMP-PCT TO WD-REFUND-PCT
           MOVE WS-TMP-DECISION TO WD-STATUS
           IF WS-TMP-DECISION NOT = 'P'
               MOVE WS-OPERATOR-ID TO WD-DECIDED-BY
               MOVE WS-TODAY TO WD-DECIDED-DATE
           END-IF
           IF WS-TMP-DECISION = 'A'
               PERFORM 400-APPLY-WITHDRAWAL
               PERFORM 500-CHECK-AID
           END-IF
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE WD-RECORD
           ELSE
               WRITE WD-RECORD
           END-IF
           DISPLAY SCRN-CLEAR
           IF WS-TMP-DECISION = 'A'
               DISPLAY 'PETITION APPROVED -- ' WD-COURSE-CNT
                   ' COURSE(S) WITHDRAWN'
               IF WD-R2T4-DUE = 'Y'
                   DISPLAY 'AID POSTED IN THE TERM -- RETURN OF TITLE'
                   DISPLAY 'IV IS DUE; SEE FINANCIAL AID'
               END-IF
           ELSE IF WS-TMP-DECISION = 'D'
               DISPLAY 'PETITION DENIED'
           ELSE
               DISPLAY 'PETITION SAVED AS PENDING'
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       400-APPLY-WITHDRAWAL.
      *    EVERY SEAT STILL ENROLLED IN THE TERM COMES OFF, THE WAY
      *    PROJ-ENROLLMENT RECORDS A WITHDRAWAL BEFORE THE DEADLINE.
           MOVE ZERO TO WD-COURSE-CNT
           MOVE ZERO TO WD-REFUND-AMT
           IF SF-ENR-REC-PNTR > 0
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM 410-WITHDRAW-ONE-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO X
                   READ EF-FILE-DES
                   PERFORM 410-WITHDRAW-ONE-NODE
               END-PERFORM
           END-IF.
       410-WITHDRAW-ONE-NODE.
      *    THE HISTORY LINE GOES OUT BEFORE THE NODE IS REWRITTEN,
      *    SAME ORDER AS PROJ-GRADE-CHANGE'S 220-APPLY-CHANGE.
           IF RF-TERM = WS-TMP-TERM AND RF-STATUS = 'E'
                   AND RF-GRADE NOT = 'W '
               MOVE SF-STU-NUM TO HL-STU-NUM
               MOVE RF-CRN TO HL-CRN
               MOVE RF-TERM TO HL-TERM
               MOVE RF-GRADE TO HL-OLD-GRADE
               MOVE 'W ' TO HL-NEW-GRADE
               MOVE 'WP' TO HL-REASON
               MOVE WS-TODAY TO HL-DATE
               MOVE WS-OPERATOR-ID TO HL-OPERATOR-ID
               WRITE HIST-REC FROM HIST-LINE
               MOVE 'W ' TO RF-GRADE
               MOVE WS-TODAY TO RF-GRADE-DATE
               MOVE 'D' TO RF-STATUS
               REWRITE ENR-REC
               ADD 1 TO WD-COURSE-CNT
               MOVE 'Y' TO WS-CHANGED
               PERFORM 420-FREE-AND-PRICE
               IF WS-ADJ-AMT > ZERO
                   PERFORM 430-APPEND-ADJUSTMENT
               END-IF
           END-IF.
       420-FREE-AND-PRICE.
      *    THE SECTION ROW ONLY SPEAKS FOR THE NODE WHEN IT IS STILL
      *    THE SAME TERM'S SECTION -- A CRN REUSED SINCE PRICES NOTHING.
      *    THE SEAT IS GIVEN BACK; NO WAITLIST PROMOTION, THE ADD
      *    PERIOD IS LONG OVER BY THE TIME A PETITION IS DECIDED.
           MOVE ZERO TO WS-ADJ-AMT
           MOVE 'N' TO WS-CS-FOUND
           MOVE RF-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CS-TERM = RF-TERM
                       MOVE 'Y' TO WS-CS-FOUND
                   END-IF
           END-READ
           IF WS-CS-FOUND = 'Y'
               MOVE CS-CRED-HR TO WS-NODE-HRS
               IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                   MOVE RF-CRED-HR TO WS-NODE-HRS
               END-IF
               IF CS-ENROLLED-CNT > ZERO
                   SUBTRACT 1 FROM CS-ENROLLED-CNT
                   REWRITE CS-RECORD
               END-IF
               IF RF-RESV-SEQ IS NUMERIC AND RF-RESV-SEQ > ZERO
                   MOVE 'G' TO RW-ACTION
                   MOVE CS-CRN TO RW-CRN
                   MOVE CS-TERM TO RW-TERM
                   MOVE RF-RESV-SEQ TO RW-SEQ
                   CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
               END-IF
               IF WS-TMP-PCT > ZERO
                   IF RF-BASIS = 'A'
                       COMPUTE WS-ADJ-AMT ROUNDED =
                           (WS-NODE-HRS * TU-AUDIT-RATE * WS-TMP-PCT)
                           / 100
                           ON SIZE ERROR MOVE ZERO TO WS-ADJ-AMT
                       END-COMPUTE
                   ELSE
                       IF SF-RESIDENCY = 'N'
                           MOVE TU-NONRES-RATE TO WS-ADJ-RATE
                       ELSE
                           MOVE TU-RES-RATE TO WS-ADJ-RATE
                       END-IF
                       CALL 'PROJ-CAMPUS-RATE' USING CS-CAMPUS,
                           SF-RESIDENCY, WS-ADJ-RATE
                       COMPUTE WS-ADJ-AMT ROUNDED =
                           (WS-NODE-HRS * WS-ADJ-RATE * WS-TMP-PCT)
                           / 100
                           ON SIZE ERROR MOVE ZERO TO WS-ADJ-AMT
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
       430-APPEND-ADJUSTMENT.
      *    SAME REVERSING NODE AS PROJ-ENROLLMENT'S 292-APPEND-
      *    ADJUSTMENT.  A STUDENT WITH NO RECEIPTS (NEXT SEQUENCE 1)
      *    HAS NOTHING TO REVERSE, SO NOTHING IS POSTED.
           MOVE SF-STU-NUM TO WS-RC-STU-NUM
           PERFORM 440-FIND-RC-TAIL
           IF WS-NEXT-RC-SEQ > 1
               MOVE 'DROPADJUST' TO WS-RC-RCT-TYPE
               MOVE WS-ADJ-AMT TO WS-RC-AMT-OWED
               MOVE ZERO TO WS-RC-AMT-PAID
               MOVE ZERO TO WS-RC-REFUND-AMT
               MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
               MOVE 'Y' TO WS-RC-VOID
               MOVE WS-TODAY TO WS-RC-POST-DATE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-ADJ-AMT
               MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
               CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
                   WS-RC-CAMPUS
               MOVE SPACES TO WS-RC-APPROVER-ID
               MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
               MOVE ZEROS TO WS-RC-RCPT-NO
               MOVE SPACES TO WS-RC-TENDER
               MOVE SPACES TO WS-RC-CHECK-NO
               WRITE RC-REC FROM WS-RC-DATA-REC
               ADD WS-ADJ-AMT TO WD-REFUND-AMT
               MOVE WS-ADJ-AMT TO WS-UR-AMT
               CALL 'PROJ-UR-POST' USING WS-TMP-TERM, CS-SESSION,
                   WS-UR-AMT, WS-UR-KIND
               PERFORM 450-WRITE-ADJ-REGISTER
           END-IF.
       440-FIND-RC-TAIL.
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
       450-WRITE-ADJ-REGISTER.
      *    THE BURSAR'S RUNNING DROP ADJUSTMENT REGISTER, SHARED WITH
      *    PROJ-ENROLLMENT.
           OPEN EXTEND ADJ-REGISTER
           IF WS-AR-STATUS = '35'
               OPEN OUTPUT ADJ-REGISTER
           END-IF
           MOVE SF-STU-NUM TO AJ-SNO-OUT
           MOVE RF-CRN TO AJ-CRN-OUT
           MOVE WS-TMP-PCT TO AJ-PCT-OUT
           MOVE WS-ADJ-AMT TO AJ-AMT-OUT
           WRITE ADJ-REC FROM ADJ-LINE
           CLOSE ADJ-REGISTER.
       500-CHECK-AID.
      *    AID POSTED INSIDE THE TERM'S CALENDAR WINDOW (THE SAME TEST
      *    PROJ-R2T4 SUMS BY) MAKES THE STUDENT AIDED.  WITH NO
      *    CALENDAR ROW FOR THE TERM, ANY POSTED AID QUEUES THE
      *    WORKSHEET AND FINANCIAL AID DECIDES.
           MOVE 'N' TO WD-AIDED
           MOVE 'N' TO WS-CAL-FOUND
           IF WS-AC-ON-FILE = 'Y'
               MOVE WS-TMP-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CAL-FOUND
               END-READ
           END-IF
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
                           PERFORM 510-CHECK-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM
           MOVE WD-AIDED TO WD-R2T4-DUE.
       510-CHECK-ONE-AWARD.
           IF FA-OFFER-FLAG = SPACE AND FA-AWARD-AMNT > ZERO
               IF WS-CAL-FOUND = 'N'
                   MOVE 'Y' TO WD-AIDED
               ELSE
                   COMPUTE WS-NODE-CCYYMMDD = 20000000 + FA-POST-DATE
                   IF WS-NODE-CCYYMMDD NOT < AC-TERM-START
                           AND WS-NODE-CCYYMMDD NOT > AC-TERM-END
                       MOVE 'Y' TO WD-AIDED
                   END-IF
               END-IF
           END-IF.
