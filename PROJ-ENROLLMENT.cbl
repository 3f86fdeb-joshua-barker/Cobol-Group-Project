      *          THE SCREEN NAMES THE ASSIGNED ADVISOR AND REFUSES,
      *          WHICH IS WHAT POLICY SAID ALL ALONG.  A SITE WITH NO
      *          CLEARANCE FILE YET IS NOT GATED.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.  WHILE THE
      *          REGISTRATION AND INSTRUCTIONAL TERMS DIFFER THE
      *          OPERATOR PICKS WHICH ONE THIS SESSION WORKS (SEE
      *          102-PICK-TERM) SO A LATE DROP OR W IN THE TERM IN
      *          PROGRESS CAN STILL BE KEYED HERE.
      *20261015  THE HOLD CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES. THE POLICY THRESHOLDS
      *          ARE OVERLAID AT STARTUP FROM PROJ-CODE-PARM.DAT
      *          (PROJ-PARM-LOAD); THE COPYBOOK VALUES ARE NOW ONLY THE
      *          DEFAULTS.
      *20261015  VA ENROLLMENT CHANGES.  EVERY CREDIT ADD, DROP OR W
      *          (AND THE WAITLIST PROMOTION A DROP TRIGGERS) NOW
      *          CALLS PROJ-VA-NOTE, WHICH PUTS IT ON THE PENDING VA
      *          ADJUSTMENT FILE WHEN THE STUDENT'S TERM IS ALREADY
      *          CERTIFIED (SEE VB-FILE-DESC).  AUDIT SEATS AND
      *          WAITLIST SLOTS DO NOT COUNT.
      *20261015  DEFERRED TUITION REVENUE.  A DROPADJUST TUITION
      *          REVERSAL NOW ALSO COMES OFF THE UNEARNED REVENUE
      *          REGISTER FOR THE DROPPED SECTION'S SESSION
      *          (PROJ-UR-POST, SEE UR-FILE-DESC).
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  CONDUCT SANCTIONS.  THE ADD PATH NOW ALSO REFUSES A
      *          STUDENT WHOSE SUSPENSION OR EXPULSION ON
      *          CONDUCT-CASE.DAT OVERLAPS THE TERM (PROJ-CONDUCT-CHK,
      *          156-CONDUCT-CHECK).  DROPS ARE STILL ALLOWED.
      *20261015  THE PAST-DEADLINE REFUSAL NOW POINTS THE STUDENT AT A
      *          WITHDRAWAL PETITION (PROJ-WD-PETITION).
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  LECTURE/LAB LINKS (CLASS SECTION FD NOW 79 BYTES).
      *          A LECTURE CARRYING A CS-LINK-GROUP IS ONLY ADDED
      *          TOGETHER WITH ONE OF ITS GROUP'S LABS OR RECITATIONS,
      *          KEYED IN THE SAME TRANSACTION AND SEATED AT THE
      *          LECTURE'S STATUS AND BASIS; A LAB ON ITS OWN NEEDS THE
      *          LECTURE ALREADY HELD.  DROPPING THE LECTURE DROPS ITS
      *          LAB TOO.  THE SEATING STEPS MOVED TO 207-SEAT-THE-
      *          STUDENT SO BOTH SEATS GO ON THE SAME WAY.
      *20261015  VARIABLE-CREDIT SECTIONS.  A SECTION WHOSE
      *          CS-CRED-MAX IS ABOVE CS-CRED-HR ASKS FOR THE STUDENT'S
      *          HOURS AT THE ADD (206-PICK-CREDIT-HOURS) AND STAMPS
      *          THEM ON THE NODE AS RF-CRED-HR; A FIXED SECTION
      *          STAMPS CS-CRED-HR.  THE OVERLOAD, INTERNATIONAL DROP
      *          AND DROP-ADJUSTMENT ARITHMETIC USE THE NODE'S OWN
      *          HOURS.  NEW ACTION 'H' (251-CHANGE-HOURS-ROUTINE)
      *          CHANGES A VARIABLE SEAT'S HOURS UP TO THE DROP
      *          DEADLINE, POSTING A PRO-RATED 'DROPADJUST' FOR HOURS
      *          GIVEN BACK.  CLASS SECTION FD NOW 81 BYTES AND
      *          ENROLLMENT FD NOW 48 BYTES.
      *20261015  RESERVED SEATS.  215-CAPACITY-CHECK NOW SPLITS THE
      *          SECTION INTO SEATS HELD ON PROJ-SEAT-RESV.DAT FOR A
      *          MAJOR, CLASS LEVEL OR NEW STUDENTS AND THE OPEN
      *          GENERAL SEATS (217-RESV-SEAT-CHECK, CALLING
      *          PROJ-SEAT-RESV).  A QUALIFYING STUDENT TAKES A HELD
      *          SEAT FIRST AND THE NODE REMEMBERS THE ROW IN
      *          RF-RESV-SEQ; A DROP GIVES IT BACK, AND THE WAITLIST
      *          PROMOTES THE LONGEST-WAITING STUDENT WHO CAN TAKE THE
      *          SEAT THAT IS OPEN.  ENROLLMENT FD NOW 49 BYTES.
      *20261015  BLOCK DROP.  NEW ACTION 'B' (253-BLOCK-DROP-ROUTINE)
      *          TAKES A STUDENT SEATED BY THE BLOCK RUN OUT OF EVERY
      *          CRN OF THE REGISTRATION BLOCK (PROJ-BLOCK.DAT) AT ONCE,
      *          EACH THROUGH THE USUAL DROP POLICY, AND MARKS THE
      *          ROSTER ROW DROPPED.  ONE CONFIRMATION COVERS THE WHOLE
      *          BLOCK, WITH A WARNING FOR A TRACKED INTERNATIONAL
      *          STUDENT; THE PER-CLASS CO-REQ PROMPT IS NOT ASKED.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 293-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-CAMPUS -- NO WINDOW TOOK THEM, SO THEY COUNT AS THE
      *          CENTRAL BUSINESS OFFICE.  A DROPPED OR WITHDRAWN SEAT'S
      *          CREDIT HOURS ARE GIVEN BACK AT THE RATE OF THE
      *          SECTION'S CAMPUS (PROJ-CAMPUS-RATE), THE SAME RATE THE
      *          ASSESSMENT CHARGED.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  A FULLY ONLINE ADD IS NOW JUDGED AGAINST THE
      *          STUDENT'S STATE BY PROJ-STATE-AUTH
      *          (234-STATE-AUTH-CHECK) -- REFUSED, OR ALLOWED WITH A
      *          NOTE TO THE OPERATOR.
      *20261015  A QUALIFYING TEST SCORE NOW SATISFIES A PREREQUISITE
      *          (224-PLACEMENT-PREREQ-CHECK, PROJ-PLACE-CHECK), AFTER
      *          THE TRANSFER ROWS AND BEFORE ANY WAIVER PERMIT.
      *20261015  A VARIABLE-CREDIT HOURS CHANGE NOW NOTES A CERTIFIED
      *          VA STUDENT'S CHANGE (ACTION 'H') AND, WHEN HOURS ARE
      *          CUT, RUNS THE INTERNATIONAL FULL-TIME CHECK FIRST
      *          (243-INTL-HOURS-CHECK).  THE DROP AND HOURS-CHANGE
      *          PARAGRAPHS ARE NOW IN NUMBER ORDER.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS IS DYNAMIC
              RECORD KEY IS EX-KEY
              FILE STATUS IS WS-EX-STATUS.
       SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RC-KEY
              ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
              FILE STATUS IS WS-RC-STATUS.
       SELECT ADJ-REGISTER ASSIGN TO 'RC-DROP-ADJ.RPT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-STATUS.
              ACCESS IS DYNAMIC
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-CM-STATUS.
       SELECT BG-FILE-DESC ASSIGN TO 'PROJ-BLOCK.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS BG-KEY
              FILE STATUS IS WS-BG-STATUS.
       SELECT BR-FILE-DESC ASSIGN TO 'PROJ-BLOCK-ROSTER.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS BR-KEY
              FILE STATUS IS WS-BR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD  TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
           COPY TC-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  WAITLIST-NOTICE
           DATA RECORD IS NOTICE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  ADJ-REGISTER
           DATA RECORD IS ADJ-REC.
           COPY SN-CAL-DESC.
       FD  AV-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY AV-FILE-DESC.
       FD  IR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY CM-FILE-DESC.
       FD  TURNAWAY-FILE
           DATA RECORD IS TURNAWAY-REC.
       01  TURNAWAY-REC              PIC X(34).
       FD  BG-FILE-DESC RECORD CONTAINS 110 CHARACTERS.
           COPY BG-FILE-DESC.
       FD  BR-FILE-DESC RECORD CONTAINS 90 CHARACTERS.
           COPY BR-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-NOTICE-STATUS        PIC XX.
       01  WS-AC-STATUS            PIC XX.
       01  WS-INTL-PROCEED         PIC X.
       01  WS-INTL-HOURS           PIC 9(3).
       01  WS-INTL-DROP-HRS        PIC 9(3).
       01  WS-INTL-KEEP-HRS        PIC 9(3).
       01  WS-HRS-SLOT             PIC 9(5).
       01  WS-PM-STATUS            PIC XX.
       01  WS-PM-ON-FILE           PIC X     VALUE 'N'.
       01  WS-PERMIT-FOUND         PIC X.
       COPY OL-THRESHOLD.
       01  WS-ADJ-PCT              PIC 9(3).
       01  WS-ADJ-AMT              PIC 9(4)V99.
       01  WS-ADJ-RATE             PIC 9(3)V99.
       01  WS-UR-AMT               PIC S9(5)V99.
       01  WS-UR-KIND              PIC X       VALUE 'R'.
       01  WS-RC-PRIOR-BAL         PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ          PIC 9(5).
       01  WS-RC-DONE              PIC X.
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
       01  ADJ-LINE.
           05                      PIC X(12)
               VALUE 'DROP ADJUST '.
       01  WS-TODAY                PIC 9(6).
       01  WS-TODAY-CCYYMMDD       PIC 9(8).
       01  WS-DROPPED-STATUS       PIC X.
       01  WS-DROPPED-BASIS        PIC X.
       01  WS-PROMOTE-FOUND        PIC X.
       01  WS-DROP-DONE            PIC X.
       01  WS-LK-GROUP             PIC X(4).
       01  WS-LK-ROLE              PIC X.
       01  WS-LK-HAS-LECT          PIC X.
       01  WS-LK-HAS-LAB           PIC X.
       01  WS-LINK-CRN             PIC 9(5).
       01  WS-LINK-LECT-CRN        PIC 9(5).
       01  WS-LINK-HRS             PIC 99.
       01  WS-LINK-MSG             PIC X(50).
       01  WS-ENROLL-HRS           PIC 99.
       01  WS-NODE-HRS             PIC 99.
       01  WS-OLD-HRS              PIC 99.
       01  WS-ADJ-HRS              PIC 99.
       01  WS-HRS-OK               PIC X.
       01  WS-CRED-RANGE.
           05  WS-CRED-DASH        PIC X.
           05  WS-CRED-MAX-OUT     PIC 99.
           05  FILLER              PIC X.
       01  NOTICE-LINE.
           05                   PIC X(2)   VALUE SPACES.
           05                   PIC X(19)  VALUE 'WAITLIST PROMOTION'.
       01  EOF-REC.
           05  EOF-POINTER       PIC 9(5).
           05  EOF-FREE-HEAD     PIC 9(5).
           05  FILLER            PIC X(39).
       01  WS-SF-RECORD.
           05  WS-SF-STU-NUM      PIC 9(9).
           05  FILLER             PIC X(140).
           05  WS-SF-ENR-REC-PNTR PIC 9(5).
           05  FILLER             PIC X(96).
       01  WS-TMP-SNO             PIC 9(9).
       01  WS-TMP-CRN             PIC 9(5).
       01  WS-TMP-CRS-CODE        PIC X(6).
       01  WS-DROP-COREQ          PIC X(6).
       01  WS-PAIR-SEATED         PIC X.
       01  WS-TMP-PREREQ          PIC X(6).
       01  WS-PLACE-MET           PIC X.
       01  WS-PLACE-DESC          PIC X(20).
       01  WS-TMP-MTG-DAYS        PIC X(5).
       01  WS-TMP-MTG-TIME        PIC 9(4).
       01  WS-CM-STATUS           PIC XX.
       01  WS-ENROLL-STATUS       PIC X.
       01  WS-ENROLL-BASIS        PIC X.
       01  WS-GROUP-ENROLLED      PIC 9(4).
       01  WS-GENERAL-OPEN        PIC S9(4).
       01  WS-SEAT-KIND           PIC X.
       01  WS-RESV-SEQ            PIC 9.
       01  WS-LINK-RESV-SEQ       PIC 9.
       01  WS-DROPPED-RESV        PIC 9.
       01  WS-BG-STATUS           PIC XX.
       01  WS-BR-STATUS           PIC XX.
       01  WS-DROP-BLOCK          PIC X(6).
       01  WS-BLK-FOUND           PIC X.
       01  WS-BLK-SUB             PIC 9.
       01  WS-BLK-DROP-CNT        PIC 9.
       01  WS-BLK-KEPT-CNT        PIC 9.
       01  WS-TA-STATUS           PIC XX.
       COPY TA-REC.
       01  WS-AV-STATUS           PIC XX.
       01  WS-IR-STATUS           PIC XX.
       01  WS-IR-ON-FILE          PIC X     VALUE 'N'.
       01  WS-CLEARED             PIC X.
       01  WS-AUTH-ACTION         PIC X.
       01  WS-AUTH-STATE-DESC     PIC X(20).
       COPY CV-CONDUCT-LINK.
       COPY RW-RESV-LINK.
       01  WS-ADVISOR-NAME        PIC X(10).
       01  WS-XL-GROUP            PIC X(4).
       01  WS-XL-DONE             PIC X.

       01  WS-AUDIT-ANS           PIC X.
       01  WS-PROCEED             PIC X.
       01  WS-TERM-PICK           PIC X.
       01  WAITLIST-ANS           PIC X.
       01  CLS-CONFIRM            PIC X.
       01  MORE-CLS               PIC X.
       01  WS-JR-SLOT             PIC 9(5).
       01  WS-JR-BEFORE           PIC X(250).
       01  WS-JR-AFTER            PIC X(250).
       01  WS-VN-STU-NUM          PIC 9(9).
       01  WS-VN-TERM             PIC X(6).
       01  WS-VN-CRN              PIC X(5).
       01  WS-VN-ACTION           PIC X.
       01  WS-VN-SOURCE           PIC X(8).
       COPY COLORS.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
           05  LINE 8  COLUMN 15 VALUE
               'ADD A CLASS (A) OR DROP A CLASS (D): '.
           05  LINE 8  COLUMN 53 PIC X TO WS-ACTION.
           05  LINE 9  COLUMN 15 VALUE
               '(OR CHANGE CREDIT HOURS ON A CLASS (H))'.
           05  LINE 10 COLUMN 15 VALUE
               '(OR DROP A WHOLE REGISTRATION BLOCK (B))'.
       01  SCREEN-ENROLLMENT-INFO.
           05  BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 6  COLUMN 15 VALUE '-------------------------'.
           05  LINE 8  COLUMN 15 VALUE 'ENTER CRN TO DROP: '.
           05  LINE 8  COLUMN 35 PIC X(5) TO WS-TMP-CRN.
       01  BLOCK-DROP-INFO.
           05  BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 2  COLUMN 15 VALUE 'STUDENT INFO:'.
           05  LINE 3  COLUMN 15 VALUE 'STUDENT NUMBER: '.
           05  LINE 3  COLUMN 31 PIC 9(9) FROM SF-STU-NUM.
           05  LINE 5  COLUMN 15 VALUE 'STUDENT NAME: '.
           05  LINE 5  COLUMN 29 PIC X(10) FROM SF-NAME.
           05  LINE 6  COLUMN 15 VALUE '-------------------------'.
           05  LINE 8  COLUMN 15 VALUE 'ENTER BLOCK CODE TO DROP: '.
           05  LINE 8  COLUMN 42 PIC X(6) TO WS-DROP-BLOCK.
       01  HOURS-INFO.
           05  BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 2  COLUMN 15 VALUE 'STUDENT INFO:'.
           05  LINE 3  COLUMN 15 VALUE 'STUDENT NUMBER: '.
           05  LINE 3  COLUMN 31 PIC 9(9) FROM SF-STU-NUM.
           05  LINE 5  COLUMN 15 VALUE 'STUDENT NAME: '.
           05  LINE 5  COLUMN 29 PIC X(10) FROM SF-NAME.
           05  LINE 6  COLUMN 15 VALUE '-------------------------'.
           05  LINE 8  COLUMN 15 VALUE 'ENTER CRN TO CHANGE HOURS: '.
           05  LINE 8  COLUMN 43 PIC X(5) TO WS-TMP-CRN.
       01  CLASS-INFO.
           05  BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 7  COLUMN 36 PIC X(10) FROM CS-DESC.
           05  LINE 9  COLUMN 15 VALUE 'CREDIT HOURS: '.
           05  LINE 9  COLUMN 30 PIC 99 FROM CS-CRED-HR.
           05  LINE 9  COLUMN 33 PIC X(4) FROM WS-CRED-RANGE.
           05  LINE 10 COLUMN 15 PIC X(40) FROM WS-CONFLICT-MSG.
           05  LINE 12 COLUMN 15 VALUE 'ACCEPT THIS CLASS (Y OR N): '.
           05  LINE 12 COLUMN 44 PIC X TO CLS-CONFIRM.
           05  LINE 4  COLUMN 15 VALUE
               'JOIN THE WAITLIST INSTEAD (Y OR N): '.
           05  LINE 4  COLUMN 52 PIC X TO WAITLIST-ANS.
       01  TERM-CHOICE.
           05  BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 2  COLUMN 15 VALUE 'REGISTRATION TERM:  '.
           05  LINE 2  COLUMN 35 PIC X(6) FROM CT-REG-TERM.
           05  LINE 3  COLUMN 15 VALUE 'INSTRUCTIONAL TERM: '.
           05  LINE 3  COLUMN 35 PIC X(6) FROM CT-INSTR-TERM.
           05  LINE 5  COLUMN 15 VALUE
               'WORK REGISTRATION (R) OR INSTRUCTIONAL (I): '.
           05  LINE 5  COLUMN 60 PIC X TO WS-TERM-PICK.
       01  ANOTHER-CLASS.
           05 BLANK SCREEN.
           05  BACKGROUND-COLOR WHITE FOREGROUND-COLOR BLUE HIGHLIGHT.
           05  LINE 2  COLUMN 44 PIC X TO MORE-CLS.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           CALL 'PROJ-PARM-LOAD' USING OL-PARM-ID, OL-PARMS
           IF CT-REG-TERM NOT = CT-INSTR-TERM
               PERFORM 102-PICK-TERM
           END-IF
      *    CLOSE CS-SECT
      *    CLOSE SF-FILE-DESC
      *    CLOSE EF-FILE-DES
           END-IF
           EXIT PROGRAM.
       050-LOAD-HOLD-TABLE.
      *    THE HOLD CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
               HD-CODE-TBL-SIZE, HD-CODE-TABLE.
       152-HOLD-CHECK.
      *    SCANS THE STUDENT'S UNRELEASED HOLDS FOR ONE WHOSE CODE
      *    BLOCKS ENROLLMENT, PICKING UP THE DESCRIPTION TO SHOW.
                   MOVE HD-OFFICE TO WS-HOLD-OFFICE
               END-IF
           END-PERFORM.
       102-PICK-TERM.
      *    BETWEEN THE OPENING OF NEXT TERM'S REGISTRATION AND THE
      *    ROLL OF THE INSTRUCTIONAL TERM, ONE SESSION WORKS ONE TERM.
      *    ANYTHING BUT 'I' KEEPS THE REGISTRATION TERM.
           MOVE SPACE TO WS-TERM-PICK
           DISPLAY TERM-CHOICE
           ACCEPT TERM-CHOICE
           IF WS-TERM-PICK = 'I' OR 'i'
               MOVE CT-INSTR-TERM TO CURRENT-TERM
           END-IF.
       105-OPEN-NOTICE-RTN.
      *    EF-PROMOTE.RPT ACCUMULATES WAITLIST-PROMOTION NOTICES ACROSS
      *    EVERY RUN OF THIS PROGRAM, NOT JUST THIS SESSION, SO THE
           ACCEPT SCREEN-ACTION
           IF WS-ACTION = 'D' OR 'd'
               PERFORM 250-DROP-ROUTINE
           ELSE IF WS-ACTION = 'H' OR 'h'
               PERFORM 251-CHANGE-HOURS-ROUTINE
           ELSE IF WS-ACTION = 'B' OR 'b'
               PERFORM 253-BLOCK-DROP-ROUTINE
           ELSE
               IF SF-STANDING = 'S' THEN
                   DISPLAY BLANK-SCREEN
                   DISPLAY ANOTHER-CLASS
                   ACCEPT ANOTHER-CLASS
               ELSE
                   PERFORM 156-CONDUCT-CHECK
                   IF CV-BLOCKED = 'Y'
                       DISPLAY BLANK-SCREEN
                       DISPLAY 'STUDENT IS UNDER A CONDUCT SANCTION FOR'
                       DISPLAY 'THIS TERM -- ENROLLMENT IS BLOCKED.'
                       DISPLAY 'SEE THE DEAN OF STUDENTS'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                       DISPLAY ANOTHER-CLASS
                       ACCEPT ANOTHER-CLASS
                   ELSE
                   PERFORM 154-CLEARANCE-CHECK
                   IF WS-CLEARED = 'N'
                       DISPLAY BLANK-SCREEN
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
       154-CLEARANCE-CHECK.
      *    PROBATION NEEDS A CURRENT-TERM CLEARANCE ROW.  ANY OTHER
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.
       156-CONDUCT-CHECK.
      *    A SUSPENSION OR EXPULSION REFUSES ONLY THE TERMS IT COVERS
      *    (SEE PROJ-CONDUCT-CHK) -- THE 'CO' HOLD ITSELF BLOCKS
      *    NOTHING, SO IT NEVER SHOWS IN 152-HOLD-CHECK.
           MOVE WS-SNO TO CV-STU-NUM
           MOVE CURRENT-TERM TO CV-TERM
           CALL 'PROJ-CONDUCT-CHK' USING CV-CONDUCT-LINK.
       142-RESOLVE-SESSION-DATES.
      *    CS-SECT HOLDS THE TARGET SECTION WHEN THIS RUNS.  THE
      *    EFFECTIVE DATES START AS THE TERM ROW'S AND ARE OVERRIDDEN
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE
               PERFORM 234-STATE-AUTH-CHECK
               IF WS-PROCEED = 'N'
                   CONTINUE
               ELSE
               MOVE SPACES TO WS-CRED-RANGE
               IF CS-CRED-MAX IS NUMERIC AND CS-CRED-MAX > CS-CRED-HR
                   MOVE '-' TO WS-CRED-DASH
                   MOVE CS-CRED-MAX TO WS-CRED-MAX-OUT
               END-IF
               DISPLAY CLASS-INFO
               ACCEPT CLASS-INFO
               IF CLS-CONFIRM = 'Y' THEN
                   IF WS-AUDIT-ANS = 'Y' OR 'y'
                       MOVE 'A' TO WS-ENROLL-BASIS
                   END-IF
                   MOVE CS-CRED-HR TO WS-ENROLL-HRS
                   IF CS-CRED-MAX IS NUMERIC
                           AND CS-CRED-MAX > CS-CRED-HR
                       PERFORM 206-PICK-CREDIT-HOURS
                   END-IF
                   PERFORM 215-CAPACITY-CHECK
                   MOVE ZEROS TO WS-LINK-CRN
                   MOVE ZERO TO WS-LINK-HRS
                   IF WS-PROCEED = 'Y' THEN
                       PERFORM 237-LINK-CHECK
                   END-IF
                   IF WS-PROCEED = 'Y' THEN
                       PERFORM 235-OVERLOAD-CHECK
                   END-IF
                   IF WS-PROCEED = 'Y' THEN
                       PERFORM 207-SEAT-THE-STUDENT
                       IF WS-LINK-CRN > 0 THEN
                           MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
                           MOVE WS-LINK-CRN TO WS-TMP-CRN
                           MOVE WS-SNO TO SF-STU-NUM
                           READ SF-FILE-DESC
                               INVALID KEY CONTINUE
                           END-READ
                           MOVE WS-LINK-HRS TO WS-ENROLL-HRS
                           MOVE WS-LINK-RESV-SEQ TO WS-RESV-SEQ
                           PERFORM 207-SEAT-THE-STUDENT
                           MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN
                           DISPLAY 'LINKED SECTION ' WS-LINK-CRN
                               ' ADDED WITH THE LECTURE'
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-READ
           DISPLAY ANOTHER-CLASS
           ACCEPT ANOTHER-CLASS.
       206-PICK-CREDIT-HOURS.
      *    A VARIABLE-CREDIT SECTION (CS-CRED-MAX ABOVE CS-CRED-HR)
      *    TAKES THE STUDENT'S HOURS AT REGISTRATION, ANYWHERE FROM
      *    THE SECTION'S MINIMUM TO ITS MAXIMUM.  CS-SECT MUST HOLD
      *    THE SECTION ON THE WAY IN; WS-ENROLL-HRS COMES BACK SET.
           MOVE 'N' TO WS-HRS-OK
           PERFORM UNTIL WS-HRS-OK = 'Y'
               DISPLAY 'CREDIT HOURS (' CS-CRED-HR ' TO ' CS-CRED-MAX
                   '): '
               ACCEPT WS-ENROLL-HRS
               IF WS-ENROLL-HRS IS NUMERIC
                       AND WS-ENROLL-HRS NOT < CS-CRED-HR
                       AND WS-ENROLL-HRS NOT > CS-CRED-MAX
                   MOVE 'Y' TO WS-HRS-OK
               ELSE
                   DISPLAY 'HOURS MUST BE FROM ' CS-CRED-HR ' TO '
                       CS-CRED-MAX
               END-IF
           END-PERFORM.
       207-SEAT-THE-STUDENT.
      *    APPENDS WS-TMP-CRN TO THE STUDENT'S CHAIN AT
      *    WS-ENROLL-STATUS/WS-ENROLL-BASIS AND COUNTS THE SEAT.  A
      *    LINKED LECTURE AND ITS LAB COME THROUGH HERE ONE AFTER THE
      *    OTHER; SF-RECORD MUST BE CURRENT FOR WS-SNO ON THE WAY IN.
      *    THE NODE CARRIES WS-ENROLL-HRS AS THE STUDENT'S OWN HOURS
      *    AND, ON A CONFIRMED SEAT, WS-RESV-SEQ AS ITS RESERVED ROW.
           PERFORM 205-GET-NEW-EF-SLOT
           IF SF-ENR-REC-PNTR > 0 THEN
             MOVE SF-ENR-REC-PNTR TO X
             READ EF-FILE-DES
      * THIS BIT DISPLAYS THE LIST OF CLASSES FOR A STUDENT
      *      DISPLAY 'STUDENT CLASSES: '
             PERFORM UNTIL RF-NXT-CLS-PNTR = 0
               MOVE RF-NXT-CLS-PNTR TO X
               READ EF-FILE-DES
      *            DISPLAY 'CRN NUMBER:   ', RF-CRN
      *            DISPLAY ' '
             END-PERFORM
             MOVE SPACES TO WS-JR-BEFORE
             MOVE ENR-REC TO WS-JR-BEFORE
             MOVE WS-TMP-EOF-PNTR TO RF-NXT-CLS-PNTR
             REWRITE ENR-REC
             MOVE 'EF' TO WS-JR-FILE-ID
             MOVE X TO WS-JR-SLOT
             MOVE SPACES TO WS-JR-AFTER
             MOVE ENR-REC TO WS-JR-AFTER
             PERFORM 950-JOURNAL-RTN
           ELSE
             CLOSE SF-FILE-DESC
             OPEN I-O SF-FILE-DESC
             MOVE SPACES TO WS-JR-BEFORE
             MOVE SF-RECORD TO WS-JR-BEFORE
             MOVE SF-RECORD TO WS-SF-RECORD
             MOVE WS-TMP-EOF-PNTR TO WS-SF-ENR-REC-PNTR
             REWRITE SF-RECORD FROM WS-SF-RECORD
             MOVE 'SF' TO WS-JR-FILE-ID
             MOVE ZEROS TO WS-JR-SLOT
             MOVE SPACES TO WS-JR-AFTER
             MOVE WS-SF-RECORD TO WS-JR-AFTER
             PERFORM 950-JOURNAL-RTN
             CLOSE SF-FILE-DESC
             OPEN INPUT SF-FILE-DESC
           END-IF
           MOVE WS-TMP-EOF-PNTR TO X
           MOVE WS-TMP-CRN TO RF-CRN
           MOVE WS-SNO TO RF-STUDENT-NUM
           MOVE ZERO TO RF-NXT-CLS-PNTR
           MOVE WS-ENROLL-STATUS TO RF-STATUS
           MOVE CURRENT-TERM TO RF-TERM
           MOVE SPACES TO RF-GRADE
           MOVE SPACES TO RF-MIDTERM-GRADE
           MOVE ZEROS TO RF-GRADE-DATE
           MOVE WS-OPERATOR-ID TO RF-OPERATOR-ID
           MOVE WS-ENROLL-BASIS TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE WS-ENROLL-HRS TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           IF WS-ENROLL-STATUS = 'E'
               MOVE WS-RESV-SEQ TO RF-RESV-SEQ
           END-IF
           IF WS-EF-SLOT-REUSED = 'Y' THEN
               REWRITE ENR-REC
           ELSE
               WRITE ENR-REC
           END-IF
           MOVE 'EF' TO WS-JR-FILE-ID
           MOVE X TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE ENR-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           MOVE WS-TMP-CRN TO EX-CRN
           MOVE WS-SNO TO EX-STU-NUM
           MOVE X TO EX-SLOT
           PERFORM 970-XREF-ADD-RTN
           PERFORM 947-SPEND-PENDING-PERMITS
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE CS-RECORD TO WS-JR-BEFORE
           IF WS-ENROLL-STATUS = 'W' THEN
               ADD 1 TO CS-WAIT-CNT
           ELSE
               ADD 1 TO CS-ENROLLED-CNT
           END-IF
           REWRITE CS-RECORD
           MOVE 'CS' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE CS-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           IF WS-ENROLL-STATUS = 'E' AND WS-RESV-SEQ > ZERO
               PERFORM 218-TAKE-RESV-SEAT
           END-IF
           IF WS-ENROLL-STATUS = 'E'
                   AND WS-ENROLL-BASIS NOT = 'A'
               MOVE WS-SNO TO WS-VN-STU-NUM
               MOVE WS-TMP-CRN TO WS-VN-CRN
               MOVE 'A' TO WS-VN-ACTION
               PERFORM 955-VA-NOTE-RTN
           END-IF.
       205-GET-NEW-EF-SLOT.
      *    REUSES A SLOT 270-FREE-EF-SLOT PUT ON THE FREE LIST WHEN
      *    ONE IS AVAILABLE (EOF-FREE-HEAD NOT ZERO) INSTEAD OF ALWAYS
      *    CS-SECT WAS JUST READ FOR WS-TMP-CRN BY 200-ENROLL-ROUTINE.
      *    A FULL SECTION OFFERS A WAITLIST SLOT INSTEAD OF A FLAT
      *    REFUSAL; WS-PROCEED = 'N' MEANS THE STUDENT DECLINED.
      *    WS-RESV-SEQ COMES BACK AS THE RESERVED-SEAT ROW THE SEAT IS
      *    TAKEN AGAINST, ZERO FOR A GENERAL SEAT.
           MOVE 'Y' TO WS-PROCEED
           MOVE ZERO TO WS-RESV-SEQ
           PERFORM 216-GROUP-SEAT-CHECK
           PERFORM 217-RESV-SEAT-CHECK
           IF WS-SEAT-KIND NOT = 'N' THEN
               MOVE 'E' TO WS-ENROLL-STATUS
               IF WS-SEAT-KIND = 'R'
                   MOVE RW-SEQ TO WS-RESV-SEQ
                   DISPLAY 'SEATED IN A RESERVED SEAT'
               END-IF
           ELSE
               IF WS-GROUP-ENROLLED < CS-CAPACITY
                   DISPLAY 'THE OPEN SEATS ARE RESERVED FOR OTHER '
                       'STUDENTS'
               END-IF
               MOVE 'CL' TO WS-PM-TYPE-WANTED
               MOVE WS-TMP-CRN TO WS-PM-CRN-WANTED
               PERFORM 940-FIND-PERMIT
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
       217-RESV-SEAT-CHECK.
      *    CS-SECT IS ON THE SECTION, WS-GROUP-ENROLLED IS ITS SEATED
      *    COUNT (THE WHOLE POOL FOR A CROSS-LISTING) AND SF-RECORD
      *    IS THE STUDENT.  SEATS STILL HELD ON PROJ-SEAT-RESV.DAT
      *    ARE KEPT OUT OF GENERAL SEATING; A STUDENT WHO QUALIFIES
      *    FOR A HELD ROW WITH ROOM TAKES THAT SEAT FIRST.
      *    WS-SEAT-KIND COMES BACK 'R' (RESERVED, ROW IN RW-SEQ), 'G'
      *    (GENERAL) OR 'N' (NO SEAT FOR THIS STUDENT).
           MOVE 'N' TO WS-SEAT-KIND
           MOVE 'Q' TO RW-ACTION
           MOVE CS-CRN TO RW-CRN
           MOVE CS-TERM TO RW-TERM
           MOVE SF-MAJOR-CODE TO RW-MAJOR
           MOVE SF-CRED-HR-EARN TO RW-HRS-EARN
           MOVE SF-CATALOG-TERM TO RW-CATALOG-TERM
           CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
           COMPUTE WS-GENERAL-OPEN = CS-CAPACITY - RW-HELD
               - (WS-GROUP-ENROLLED - RW-FILLED)
           IF WS-GROUP-ENROLLED < CS-CAPACITY
               IF RW-SEQ > ZERO
                   MOVE 'R' TO WS-SEAT-KIND
               ELSE IF WS-GENERAL-OPEN > ZERO
                   MOVE 'G' TO WS-SEAT-KIND
               END-IF
               END-IF
           END-IF.
       218-TAKE-RESV-SEAT.
      *    ONE SEAT ON ROW WS-RESV-SEQ OF WS-TMP-CRN GOES TO THE
      *    STUDENT JUST SEATED (CS-SECT IS STILL ON THE SECTION).
           MOVE 'T' TO RW-ACTION
           MOVE CS-CRN TO RW-CRN
           MOVE CS-TERM TO RW-TERM
           MOVE WS-RESV-SEQ TO RW-SEQ
           CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK.
       220-PREREQ-CHECK.
      *    CS-SECT IS STILL POSITIONED ON WS-TMP-CRN WHEN THIS IS
      *    CALLED.  A SPACES CS-PREREQ MEANS THE SECTION HAS NONE.
               IF WS-PREREQ-MET = 'N'
                   PERFORM 225-TRANSFER-PREREQ-CHECK
               END-IF
               IF WS-PREREQ-MET = 'N'
                   PERFORM 224-PLACEMENT-PREREQ-CHECK
               END-IF
               IF WS-PREREQ-MET = 'N'
                   MOVE 'PR' TO WS-PM-TYPE-WANTED
                   MOVE WS-TMP-CRN TO WS-PM-CRN-WANTED
                   END-READ
               END-PERFORM
           END-IF.
       224-PLACEMENT-PREREQ-CHECK.
      *    A TEST SCORE AT OR ABOVE A PLACEMENT RULE FOR THE
      *    PREREQUISITE COURSE (SEE PL-PLACE-TABLE) SATISFIES IT --
      *    THE STUDENT PLACED OUT OF THE COURSE RATHER THAN TOOK IT.
           CALL 'PROJ-PLACE-CHECK' USING WS-SNO, WS-TMP-PREREQ,
               WS-PLACE-MET, WS-PLACE-DESC
           IF WS-PLACE-MET = 'Y'
               MOVE 'Y' TO WS-PREREQ-MET
               DISPLAY 'PREREQUISITE MET BY PLACEMENT: ' WS-PLACE-DESC
           END-IF.
       228-COREQ-CHECK.
      *    THE CO-REQUISITE READS LIKE THE PREREQUISITE CHECK, BUT A
      *    CURRENT-TERM SEAT SATISFIES IT TOO -- THE POINT IS THE
                   END-IF
               END-PERFORM
           END-IF.
       234-STATE-AUTH-CHECK.
      *    A FULLY ONLINE SECTION IS JUDGED AGAINST THE STATE THE
      *    STUDENT LIVES IN (SF-STATE, SEE PROJ-STATE-AUTH).  A STATE
      *    MARKED REFUSE COMES BACK WS-PROCEED = 'N'; A STATE NOT
      *    AUTHORIZED IS SHOWN TO THE OPERATOR AND THE ADD GOES ON.
      *    CS-SECT MUST HOLD THE SECTION ON THE WAY IN.
           MOVE 'Y' TO WS-PROCEED
           CALL 'PROJ-STATE-AUTH' USING SF-STATE, CS-MODALITY,
               WS-AUTH-ACTION, WS-AUTH-STATE-DESC
           IF WS-AUTH-ACTION = 'R'
               DISPLAY BLANK-SCREEN
               DISPLAY 'THAT CRN IS TAUGHT FULLY ONLINE AND WE ARE NOT'
               DISPLAY 'AUTHORIZED TO TEACH INTO THE STUDENT''S STATE '
                   SF-STATE ' ' WS-AUTH-STATE-DESC
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               MOVE 'N' TO WS-PROCEED
           ELSE IF WS-AUTH-ACTION = 'W'
               DISPLAY 'NOTE: ONLINE SECTION -- STATE ' SF-STATE
                   ' IS NOT ON THE AUTHORIZED STATE LIST'
           END-IF
           END-IF.
       210-DUP-CRN-CHECK.
      *    WALKS THE STUDENT'S EXISTING CHAIN LOOKING FOR WS-TMP-CRN
      *    ALREADY ON FILE SO 200-ENROLL-ROUTINE DOESN'T APPEND A
                       PERFORM 236-SUM-LOAD-NODE
                   END-PERFORM
               END-IF
               MOVE WS-ENROLL-HRS TO WS-ADD-HRS
               MOVE WS-TMP-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
               END-READ
               ADD WS-LINK-HRS TO WS-ADD-HRS
               IF WS-LOAD-HOURS + WS-ADD-HRS > OL-MAX-TERM-HOURS
                   MOVE 'OL' TO WS-PM-TYPE-WANTED
                   MOVE '00000' TO WS-PM-CRN-WANTED
                   END-IF
               END-IF
           END-IF.
       237-LINK-CHECK.
      *    CS-SECT IS ON WS-TMP-CRN.  A LECTURE CARRYING A LINK GROUP
      *    IS ONLY SEATED TOGETHER WITH ONE OF THE GROUP'S LABS OR
      *    RECITATIONS, KEYED HERE INTO WS-LINK-CRN AND ADDED IN THE
      *    SAME TRANSACTION AT THE LECTURE'S STATUS AND BASIS.  A LAB
      *    ADDED ON ITS OWN NEEDS THE GROUP'S LECTURE ALREADY HELD
      *    THIS TERM AND NO OTHER LAB OF THE GROUP -- THAT IS HOW A
      *    STUDENT SWAPS LABS (DROP ONE, ADD ANOTHER).  WS-PROCEED =
      *    'N' REFUSES THE ADD.
           MOVE CS-LINK-GROUP TO WS-LK-GROUP
           MOVE CS-LINK-ROLE TO WS-LK-ROLE
           MOVE SPACES TO WS-LINK-MSG
           MOVE ZERO TO WS-LINK-RESV-SEQ
           IF WS-LK-GROUP = SPACES
               CONTINUE
           ELSE IF WS-LK-ROLE = 'L'
               DISPLAY 'LINKED LAB/RECITATION CRN: '
               ACCEPT WS-LINK-CRN
               PERFORM 238-EDIT-LINKED-CRN
           ELSE
               PERFORM 239-SCAN-LINK-GROUP
               IF WS-LK-HAS-LECT = 'N'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'ADD THE LECTURE FIRST -- THIS LAB GOES WITH IT'
                       TO WS-LINK-MSG
               ELSE IF WS-LK-HAS-LAB = 'Y'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'A LAB OF THIS LECTURE IS ALREADY HELD'
                       TO WS-LINK-MSG
               END-IF
               END-IF
           END-IF
           END-IF
           IF WS-PROCEED = 'N' THEN
               MOVE ZEROS TO WS-LINK-CRN
               MOVE ZERO TO WS-LINK-HRS
               DISPLAY BLANK-SCREEN
               DISPLAY WS-LINK-MSG
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       238-EDIT-LINKED-CRN.
      *    THE KEYED LAB MUST BE A 'B' SECTION OF THE SAME GROUP THIS
      *    TERM, NOT ALREADY ON THE CHAIN, WITH A SEAT OPEN WHEN THE
      *    LECTURE IS BEING SEATED (A WAITLISTED LECTURE WAITLISTS ITS
      *    LAB TOO) -- A HELD LAB SEAT THE STUDENT QUALIFIES FOR
      *    COUNTS, AND ITS ROW IS KEPT IN WS-LINK-RESV-SEQ.  A MEETING
      *    CONFLICT IS SHOWN, AS FOR THE LECTURE.
      *    CS-SECT IS PUT BACK ON WS-TMP-CRN ON THE WAY OUT.
           MOVE WS-LINK-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE 'N' TO WS-PROCEED
           END-READ
           IF WS-PROCEED = 'N' THEN
               MOVE 'NO SUCH LAB/RECITATION CRN' TO WS-LINK-MSG
           ELSE IF CS-LINK-GROUP NOT = WS-LK-GROUP
                   OR CS-LINK-ROLE NOT = 'B'
                   OR CS-TERM NOT = CURRENT-TERM
               MOVE 'N' TO WS-PROCEED
               MOVE 'THAT CRN IS NOT A LAB/RECITATION OF THIS LECTURE'
                   TO WS-LINK-MSG
           ELSE
               MOVE CS-CRED-HR TO WS-LINK-HRS
               MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
               MOVE WS-LINK-CRN TO WS-TMP-CRN
               PERFORM 210-DUP-CRN-CHECK
               IF WS-DUP-FOUND = 'Y' THEN
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'STUDENT IS ALREADY ENROLLED IN THAT LAB'
                       TO WS-LINK-MSG
               ELSE IF WS-ENROLL-STATUS = 'E'
                   PERFORM 216-GROUP-SEAT-CHECK
                   PERFORM 217-RESV-SEAT-CHECK
                   IF WS-SEAT-KIND = 'N' THEN
                       MOVE 'N' TO WS-PROCEED
                       MOVE 'THAT LAB IS FULL -- PICK ANOTHER'
                           TO WS-LINK-MSG
                   ELSE IF WS-SEAT-KIND = 'R'
                       MOVE RW-SEQ TO WS-LINK-RESV-SEQ
                   END-IF
                   END-IF
               END-IF
               END-IF
               IF WS-PROCEED = 'Y' THEN
                   PERFORM 230-CONFLICT-CHECK
                   IF WS-CONFLICT-CRN NOT = ZERO THEN
                       DISPLAY 'LAB ' WS-CONFLICT-MSG
                   END-IF
               END-IF
               MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN
           END-IF
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       239-SCAN-LINK-GROUP.
      *    WALKS THE STUDENT'S CHAIN FOR LIVE CURRENT-TERM SEATS IN
      *    WS-LK-GROUP, THEN PUTS CS-SECT BACK ON WS-TMP-CRN.
           MOVE 'N' TO WS-LK-HAS-LECT
           MOVE 'N' TO WS-LK-HAS-LAB
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL X = 0
                   PERFORM 241-SCORE-LINK-NODE
                   MOVE RF-NXT-CLS-PNTR TO X
                   IF X NOT = 0
                       READ EF-FILE-DES
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       241-SCORE-LINK-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS NOT = 'D' THEN
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CS-LINK-GROUP = WS-LK-GROUP
                           IF CS-LINK-ROLE = 'L'
                               MOVE 'Y' TO WS-LK-HAS-LECT
                           ELSE
                               MOVE 'Y' TO WS-LK-HAS-LAB
                           END-IF
                       END-IF
               END-READ
           END-IF.
       236-SUM-LOAD-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E'
                   AND RF-BASIS NOT = 'A' THEN
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 209-NODE-HOURS
                       ADD WS-NODE-HRS TO WS-LOAD-HOURS
               END-READ
           END-IF.
       209-NODE-HOURS.
      *    THE STUDENT'S OWN HOURS ON THE NODE IN ENR-REC, OR THE
      *    SECTION'S CS-CRED-HR (ALREADY READ) FOR A NODE WRITTEN
      *    BEFORE RF-CRED-HR EXISTED.
           MOVE CS-CRED-HR TO WS-NODE-HRS
           IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
               MOVE RF-CRED-HR TO WS-NODE-HRS
           END-IF.
       940-FIND-PERMIT.
      *    ONE KEYED LOOKUP -- STUDENT/CRN/TYPE FOR THE CURRENT TERM,
      *    UNSPENT ONLY.
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-PEND-PM-CNT.
       243-INTL-HOURS-CHECK.
      *    CUTTING A SEAT'S HOURS CAN TAKE A TRACKED STUDENT BELOW FULL
      *    TIME THE SAME AS A DROP, SO IT GETS THE SAME WARNING AND
      *    CHOICE -- 245-INTL-DROP-CHECK, COUNTING THE NEW HOURS AS
      *    KEPT.  THE CHECK WALKS THE WHOLE CHAIN, SO THE FOUND NODE
      *    AND ITS SECTION ARE READ BACK FOR THE REWRITE.
           MOVE X TO WS-HRS-SLOT
           MOVE WS-ENROLL-HRS TO WS-INTL-KEEP-HRS
           PERFORM 245-INTL-DROP-CHECK
           MOVE WS-HRS-SLOT TO X
           READ EF-FILE-DES
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       244-RESOLVE-DROP-SESSION.
      *    THE DROP'S EFFECTIVE DATES COME OFF THE DROPPED SECTION'S
      *    OWN SESSION ROW.  AN UNKNOWN CRN JUST LEAVES THE TERM
      *    OFFICER CAN AUTHORIZE A REDUCED COURSE LOAD, BUT IT MUST
      *    BE A DECISION, NOT AN ACCIDENT.  THE SEATED-HOURS WALK IS
      *    THE PROJ-FT-STATUS ONE; THE DROPPED SECTION'S OWN HOURS
      *    ARE THE STUDENT'S HOURS ON ITS NODE, OR ITS CS-SECT ROW'S.
           MOVE 'Y' TO WS-INTL-PROCEED
           IF WS-IN-ON-FILE = 'Y' THEN
               MOVE WS-SNO TO IN-STU-NUM
           END-IF.
       246-SCORE-INTL-DROP.
           MOVE ZERO TO WS-INTL-HOURS
           MOVE ZERO TO WS-INTL-DROP-HRS
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CS-CRED-HR TO WS-INTL-DROP-HRS
           END-READ
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
                   PERFORM 247-SUM-ONE-NODE
               END-PERFORM
           END-IF
           IF WS-INTL-HOURS - WS-INTL-DROP-HRS + WS-INTL-KEEP-HRS
                   < 12 THEN
               DISPLAY BLANK-SCREEN
               DISPLAY 'WARNING - TRACKED INTERNATIONAL STUDENT.'
               DISPLAY 'THIS CHANGE TAKES THE STUDENT BELOW FULL TIME'
               DISPLAY '-- A REPORTABLE COMPLIANCE EVENT.'
               DISPLAY 'PROCEED WITH THE CHANGE (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-INTL-PROCEED
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 209-NODE-HOURS
                       ADD WS-NODE-HRS TO WS-INTL-HOURS
                       IF RF-CRN = WS-TMP-CRN
                           MOVE WS-NODE-HRS TO WS-INTL-DROP-HRS
                       END-IF
               END-READ
           END-IF.
       248-COREQ-DROP-CHECK.
                       END-IF
               END-READ
           END-IF.
       250-DROP-ROUTINE.
           DISPLAY DROP-INFO
           ACCEPT DROP-INFO
           PERFORM 244-RESOLVE-DROP-SESSION
           MOVE CS-LINK-GROUP TO WS-LK-GROUP
           MOVE CS-LINK-ROLE TO WS-LK-ROLE
           MOVE ZERO TO WS-INTL-KEEP-HRS
           PERFORM 245-INTL-DROP-CHECK
           MOVE 'Y' TO WS-COREQ-PROCEED
           IF WS-INTL-PROCEED = 'Y'
               PERFORM 248-COREQ-DROP-CHECK
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-PREV-PNTR
           IF WS-INTL-PROCEED = 'Y' AND WS-COREQ-PROCEED = 'Y'
                   AND SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL WS-FOUND = 'Y' OR X = 0
                   IF RF-CRN = WS-TMP-CRN
                           AND RF-TERM = CURRENT-TERM
                           AND RF-STATUS NOT = 'D' THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE RF-STATUS TO WS-DROPPED-STATUS
                       MOVE RF-BASIS TO WS-DROPPED-BASIS
                       MOVE ZERO TO WS-DROPPED-RESV
                       IF RF-RESV-SEQ IS NUMERIC
                           MOVE RF-RESV-SEQ TO WS-DROPPED-RESV
                       END-IF
                       MOVE ZERO TO WS-ADJ-HRS
                       IF RF-CRED-HR IS NUMERIC
                           MOVE RF-CRED-HR TO WS-ADJ-HRS
                       END-IF
                   ELSE
                       MOVE X TO WS-PREV-PNTR
                       MOVE RF-NXT-CLS-PNTR TO X
                       IF X NOT = 0
                           READ EF-FILE-DES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y' THEN
               MOVE 'N' TO WS-DROP-DONE
               PERFORM 255-APPLY-DROP-POLICY
               IF WS-DROP-DONE = 'Y' AND WS-LK-ROLE = 'L'
                       AND WS-LK-GROUP NOT = SPACES
                   PERFORM 257-DROP-LINKED-LAB
               END-IF
           ELSE
               DISPLAY BLANK-SCREEN
               IF WS-INTL-PROCEED = 'N' OR WS-COREQ-PROCEED = 'N'
                   DISPLAY 'DROP CANCELLED'
               ELSE
                   DISPLAY 'STUDENT IS NOT ENROLLED IN THAT CRN'
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY ANOTHER-CLASS
           ACCEPT ANOTHER-CLASS.
       251-CHANGE-HOURS-ROUTINE.
      *    A VARIABLE-CREDIT SEAT'S HOURS CAN BE CHANGED UP TO THE
      *    SECTION SESSION'S DROP DEADLINE.  THE NODE IS FOUND THE WAY
      *    250-DROP-ROUTINE FINDS IT AND KEEPS ITS PLACE IN THE CHAIN;
      *    ONLY RF-CRED-HR IS REWRITTEN.  GIVING HOURS BACK ON A
      *    SEATED NODE POSTS THE SAME PRO-RATED 'DROPADJUST' A DROP
      *    WOULD, FOR THE HOURS GIVEN BACK; ADDING HOURS POSTS
      *    NOTHING HERE, THE SAME AS ADDING A CLASS.
           DISPLAY HOURS-INFO
           ACCEPT HOURS-INFO
           PERFORM 244-RESOLVE-DROP-SESSION
           MOVE 'N' TO WS-FOUND
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL WS-FOUND = 'Y' OR X = 0
                   IF RF-CRN = WS-TMP-CRN
                           AND RF-TERM = CURRENT-TERM
                           AND RF-STATUS NOT = 'D' THEN
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       MOVE RF-NXT-CLS-PNTR TO X
                       IF X NOT = 0
                           READ EF-FILE-DES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY BLANK-SCREEN
           IF WS-FOUND = 'N'
               DISPLAY 'STUDENT IS NOT ENROLLED IN THAT CRN'
           ELSE IF CS-CRED-MAX IS NOT NUMERIC
                   OR CS-CRED-MAX NOT > CS-CRED-HR
               DISPLAY 'THAT SECTION IS NOT VARIABLE CREDIT'
           ELSE IF WS-EFF-FOUND = 'Y'
                   AND WS-TODAY-CCYYMMDD > WS-EFF-DROP-DEADLINE
               DISPLAY 'THE DROP DEADLINE HAS PASSED --'
               DISPLAY 'CREDIT HOURS CAN NO LONGER BE CHANGED'
           ELSE
               PERFORM 252-STORE-NEW-HOURS
           END-IF
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY ANOTHER-CLASS
           ACCEPT ANOTHER-CLASS.
       252-STORE-NEW-HOURS.
      *    X AND ENR-REC HOLD THE FOUND NODE, CS-SECT ITS SECTION.
           PERFORM 209-NODE-HOURS
           MOVE WS-NODE-HRS TO WS-OLD-HRS
           DISPLAY 'CURRENT CREDIT HOURS: ' WS-OLD-HRS
           PERFORM 206-PICK-CREDIT-HOURS
           MOVE 'Y' TO WS-INTL-PROCEED
           IF RF-STATUS = 'E' AND RF-BASIS NOT = 'A'
                   AND WS-ENROLL-HRS < WS-OLD-HRS
               PERFORM 243-INTL-HOURS-CHECK
           END-IF
           IF WS-ENROLL-HRS = WS-OLD-HRS
               DISPLAY 'CREDIT HOURS NOT CHANGED'
           ELSE IF WS-INTL-PROCEED = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY 'HOURS CHANGE CANCELLED'
           ELSE
               MOVE SPACES TO WS-JR-BEFORE
               MOVE ENR-REC TO WS-JR-BEFORE
               MOVE WS-ENROLL-HRS TO RF-CRED-HR
               REWRITE ENR-REC
               MOVE 'EF' TO WS-JR-FILE-ID
               MOVE X TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-AFTER
               MOVE ENR-REC TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               IF RF-STATUS = 'E' AND WS-ENROLL-HRS < WS-OLD-HRS
                   COMPUTE WS-ADJ-HRS = WS-OLD-HRS - WS-ENROLL-HRS
                   PERFORM 290-POST-DROP-ADJUSTMENT
               END-IF
               IF RF-STATUS = 'E' AND RF-BASIS NOT = 'A'
                   MOVE WS-SNO TO WS-VN-STU-NUM
                   MOVE WS-TMP-CRN TO WS-VN-CRN
                   MOVE 'H' TO WS-VN-ACTION
                   PERFORM 955-VA-NOTE-RTN
               END-IF
               DISPLAY 'CREDIT HOURS CHANGED FROM ' WS-OLD-HRS
                   ' TO ' WS-ENROLL-HRS
           END-IF
           END-IF.
       253-BLOCK-DROP-ROUTINE.
      *    THE STUDENT LEAVES THE BLOCK AS A UNIT -- EVERY BG-CRN
      *    STILL HELD GOES THROUGH 255-APPLY-DROP-POLICY (A LECTURE'S
      *    LAB FOLLOWING IT), AND THE ROSTER ROW IS MARKED 'D' UNLESS
      *    A CLASS COULD NOT BE DROPPED.
           DISPLAY BLOCK-DROP-INFO
           ACCEPT BLOCK-DROP-INFO
           MOVE 'N' TO WS-BLK-FOUND
           OPEN INPUT BG-FILE-DESC
           IF WS-BG-STATUS NOT = '35'
               OPEN I-O BR-FILE-DESC
               IF WS-BR-STATUS NOT = '35'
                   MOVE WS-DROP-BLOCK TO BG-CODE
                   MOVE CURRENT-TERM TO BG-TERM
                   READ BG-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-DROP-BLOCK TO BR-CODE
                           MOVE CURRENT-TERM TO BR-TERM
                           MOVE WS-SNO TO BR-STU-NUM
                           READ BR-FILE-DESC
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF BR-STATUS = 'E'
                                       MOVE 'Y' TO WS-BLK-FOUND
                                   END-IF
                           END-READ
                   END-READ
                   IF WS-BLK-FOUND = 'Y'
                       PERFORM 254-CONFIRM-BLOCK-DROP
                   END-IF
                   CLOSE BR-FILE-DESC
               END-IF
               CLOSE BG-FILE-DESC
           END-IF
           IF WS-BLK-FOUND = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY 'STUDENT IS NOT SEATED IN BLOCK ' WS-DROP-BLOCK
                   ' FOR ' CURRENT-TERM
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           DISPLAY ANOTHER-CLASS
           ACCEPT ANOTHER-CLASS.
       254-CONFIRM-BLOCK-DROP.
           DISPLAY BLANK-SCREEN
           DISPLAY 'BLOCK ' BG-CODE ' ' BG-DESC
           IF WS-IN-ON-FILE = 'Y' THEN
               MOVE WS-SNO TO IN-STU-NUM
               READ IN-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'WARNING - TRACKED INTERNATIONAL '
                           'STUDENT.  DROPPING THE BLOCK MAY TAKE'
                       DISPLAY 'THE LOAD BELOW FULL TIME -- CHECK '
                           'WITH THE CERTIFYING OFFICER FIRST.'
               END-READ
           END-IF
           DISPLAY 'DROP THE STUDENT FROM EVERY CLASS IN THE BLOCK '
               '(Y OR N): '
           ACCEPT WS-PROCEED
           IF WS-PROCEED = 'Y' OR 'y'
               MOVE ZERO TO WS-BLK-DROP-CNT
               MOVE ZERO TO WS-BLK-KEPT-CNT
               PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                       UNTIL WS-BLK-SUB > 6
                   IF BG-CRN(WS-BLK-SUB) > ZERO
                       PERFORM 256-DROP-ONE-BLOCK-CRN
                   END-IF
               END-PERFORM
               IF WS-BLK-KEPT-CNT = ZERO
                   MOVE 'D' TO BR-STATUS
                   ACCEPT WS-TODAY FROM DATE
                   COMPUTE BR-STATUS-DATE = 20000000 + WS-TODAY
                   MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID
                   REWRITE BR-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               DISPLAY BLANK-SCREEN
               DISPLAY 'BLOCK ' BG-CODE ': ' WS-BLK-DROP-CNT
                   ' CLASS(ES) DROPPED OR WITHDRAWN'
               IF WS-BLK-KEPT-CNT > ZERO
                   DISPLAY WS-BLK-KEPT-CNT ' CLASS(ES) COULD NOT BE '
                       'DROPPED -- THE STUDENT STAYS ON THE BLOCK'
               END-IF
           ELSE
               DISPLAY 'DROP CANCELLED'
           END-IF.
       255-APPLY-DROP-POLICY.
      *    X STILL POINTS AT THE FOUND NODE.  BEFORE AC-DROP-DEADLINE
      *    (OR WITH NO CALENDAR ROW, OR FOR A WAITLIST SLOT) THE NODE
               PERFORM 265-UPDATE-CAPACITY-RTN
               IF WS-DROPPED-STATUS = 'E'
                   PERFORM 290-POST-DROP-ADJUSTMENT
                   IF WS-DROPPED-BASIS NOT = 'A'
                       MOVE WS-SNO TO WS-VN-STU-NUM
                       MOVE WS-TMP-CRN TO WS-VN-CRN
                       MOVE 'D' TO WS-VN-ACTION
                       PERFORM 955-VA-NOTE-RTN
                   END-IF
               END-IF
               MOVE 'Y' TO WS-DROP-DONE
               DISPLAY BLANK-SCREEN
               DISPLAY 'CLASS DROPPED'
           ELSE
                   PERFORM 950-JOURNAL-RTN
                   PERFORM 265-UPDATE-CAPACITY-RTN
                   PERFORM 290-POST-DROP-ADJUSTMENT
                   IF WS-DROPPED-BASIS NOT = 'A'
                       MOVE WS-SNO TO WS-VN-STU-NUM
                       MOVE WS-TMP-CRN TO WS-VN-CRN
                       MOVE 'W' TO WS-VN-ACTION
                       PERFORM 955-VA-NOTE-RTN
                   END-IF
                   MOVE 'Y' TO WS-DROP-DONE
                   DISPLAY BLANK-SCREEN
                   DISPLAY 'WITHDRAWAL RECORDED AS A W GRADE'
               ELSE
                   DISPLAY BLANK-SCREEN
                   DISPLAY 'THE WITHDRAWAL DEADLINE HAS PASSED --'
                   DISPLAY 'NO DROP OR WITHDRAWAL RECORDED'
                   DISPLAY 'A MEDICAL OR HARDSHIP WITHDRAWAL TAKES A'
                   DISPLAY 'PETITION TO THE REGISTRAR'
               END-IF
           END-IF.

       256-DROP-ONE-BLOCK-CRN.
      *    SAME FIND AS 250-DROP-ROUTINE.  A DROP MAY HAVE MOVED
      *    SF-RECORD, SO THE STUDENT IS RE-READ FOR EACH CRN; A CRN
      *    NO LONGER HELD (A LAB ALREADY GONE WITH ITS LECTURE) IS
      *    PASSED OVER.
           MOVE BG-CRN(WS-BLK-SUB) TO WS-TMP-CRN
           MOVE WS-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE ZEROS TO SF-ENR-REC-PNTR
           END-READ
           PERFORM 244-RESOLVE-DROP-SESSION
           MOVE CS-LINK-GROUP TO WS-LK-GROUP
           MOVE CS-LINK-ROLE TO WS-LK-ROLE
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-PREV-PNTR
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL WS-FOUND = 'Y' OR X = 0
                   IF RF-CRN = WS-TMP-CRN
                           AND RF-TERM = CURRENT-TERM
                           AND RF-STATUS NOT = 'D' THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE RF-STATUS TO WS-DROPPED-STATUS
                       MOVE RF-BASIS TO WS-DROPPED-BASIS
                       MOVE ZERO TO WS-DROPPED-RESV
                       IF RF-RESV-SEQ IS NUMERIC
                           MOVE RF-RESV-SEQ TO WS-DROPPED-RESV
                       END-IF
                       MOVE ZERO TO WS-ADJ-HRS
                       IF RF-CRED-HR IS NUMERIC
                           MOVE RF-CRED-HR TO WS-ADJ-HRS
                       END-IF
                   ELSE
                       MOVE X TO WS-PREV-PNTR
                       MOVE RF-NXT-CLS-PNTR TO X
                       IF X NOT = 0
                           READ EF-FILE-DES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y' THEN
               MOVE 'N' TO WS-DROP-DONE
               PERFORM 255-APPLY-DROP-POLICY
               IF WS-DROP-DONE = 'Y'
                   ADD 1 TO WS-BLK-DROP-CNT
                   IF WS-LK-ROLE = 'L' AND WS-LK-GROUP NOT = SPACES
                       PERFORM 257-DROP-LINKED-LAB
                   END-IF
               ELSE
                   ADD 1 TO WS-BLK-KEPT-CNT
               END-IF
           END-IF.
       257-DROP-LINKED-LAB.
      *    THE LECTURE JUST WENT, SO ITS LAB GOES TOO -- THE STUDENT'S
      *    LIVE CURRENT-TERM SEAT IN ANY 'B' SECTION OF WS-LK-GROUP
      *    IS FOUND AND PUT THROUGH THE SAME DROP POLICY, ON ITS OWN
      *    SESSION'S DATES.  THE DROP ABOVE MAY HAVE MOVED SF-RECORD
      *    (A WAITLIST PROMOTION READS THE PROMOTED STUDENT), SO THE
      *    CHAIN IS PICKED UP AFRESH.
           MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
           MOVE WS-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE ZEROS TO SF-ENR-REC-PNTR
           END-READ
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-PREV-PNTR
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL WS-FOUND = 'Y' OR X = 0
                   PERFORM 258-MATCH-LINKED-LAB
                   IF WS-FOUND = 'N' THEN
                       MOVE X TO WS-PREV-PNTR
                       MOVE RF-NXT-CLS-PNTR TO X
                       IF X NOT = 0
                           READ EF-FILE-DES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y' THEN
               MOVE RF-CRN TO WS-TMP-CRN
               MOVE RF-STATUS TO WS-DROPPED-STATUS
               MOVE RF-BASIS TO WS-DROPPED-BASIS
               MOVE ZERO TO WS-DROPPED-RESV
               IF RF-RESV-SEQ IS NUMERIC
                   MOVE RF-RESV-SEQ TO WS-DROPPED-RESV
               END-IF
               MOVE ZERO TO WS-ADJ-HRS
               IF RF-CRED-HR IS NUMERIC
                   MOVE RF-CRED-HR TO WS-ADJ-HRS
               END-IF
               PERFORM 244-RESOLVE-DROP-SESSION
               MOVE 'N' TO WS-DROP-DONE
               PERFORM 255-APPLY-DROP-POLICY
               IF WS-DROP-DONE = 'Y' THEN
                   DISPLAY 'LINKED SECTION ' WS-TMP-CRN
                       ' DROPPED WITH THE LECTURE'
               END-IF
           END-IF
           MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN.
       258-MATCH-LINKED-LAB.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS NOT = 'D' THEN
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CS-LINK-GROUP = WS-LK-GROUP
                               AND CS-LINK-ROLE = 'B'
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-IF.
       290-POST-DROP-ADJUSTMENT.
      *    THE AUTOMATIC PRO-RATED TUITION REVERSAL THE BURSAR USED TO
      *    KEY BY HAND (OR FORGET).  THE PERCENTAGE COMES OFF THE
      *    TERM'S REFUND SCHEDULE BY TODAY'S DATE, THE BASE IS THE
      *    HOURS IN WS-ADJ-HRS -- THE DROPPED NODE'S OWN HOURS, ZERO
      *    MEANING THE SECTION'S CS-CRED-HR, OR THE HOURS GIVEN BACK
      *    BY 251-CHANGE-HOURS-ROUTINE -- AT THE STUDENT'S RESIDENCY
      *    RATE, AND THE ENTRY POSTS AS A 'DROPADJUST' REVERSING NODE
      *    (RC-VOID 'Y', SO THE BALANCE STEPS DOWN AND THE GL FLIPS
      *    ITS DR/CR; THE 1098-T SUBTRACTS IT FROM QUALIFIED BILLED
           READ CS-SECT
               INVALID KEY MOVE ZERO TO WS-ADJ-AMT
               NOT INVALID KEY
                   IF WS-ADJ-HRS = ZERO
                       MOVE CS-CRED-HR TO WS-ADJ-HRS
                   END-IF
                   IF SF-RESIDENCY = 'N'
                       MOVE TU-NONRES-RATE TO WS-ADJ-RATE
                   ELSE
                       MOVE TU-RES-RATE TO WS-ADJ-RATE
                   END-IF
      *            GIVEN BACK AT THE RATE THE SECTION'S CAMPUS CHARGED.
                   CALL 'PROJ-CAMPUS-RATE' USING CS-CAMPUS,
                       SF-RESIDENCY, WS-ADJ-RATE
                   COMPUTE WS-ADJ-AMT ROUNDED =
                       (WS-ADJ-HRS * WS-ADJ-RATE * WS-ADJ-PCT)
                       / 100
                       ON SIZE ERROR MOVE ZERO TO WS-ADJ-AMT
                   END-COMPUTE
           END-READ.
       292-APPEND-ADJUSTMENT.
      *    SAME APPEND AS PROJ-RC'S 220-WRITE-RECEIPT-RTN.  A STUDENT
      *    WITH NO RECEIPT ROWS HAS NOTHING TO REVERSE, SO NOTHING
      *    POSTS.
           MOVE WS-SNO TO WS-RC-STU-NUM
           PERFORM 293-FIND-RC-TAIL
           IF WS-NEXT-RC-SEQ > 1 THEN
               MOVE 'DROPADJUST' TO WS-RC-RCT-TYPE
               MOVE WS-SNO TO WS-RC-STU-NUM
               MOVE WS-ADJ-AMT TO WS-RC-AMT-OWED
               MOVE ZERO TO WS-RC-AMT-PAID
               MOVE ZERO TO WS-RC-REFUND-AMT
               MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
               MOVE 'Y' TO WS-RC-VOID
               MOVE WS-TODAY TO WS-RC-POST-DATE
               COMPUTE WS-RC-BALANCE =
                   WS-RC-PRIOR-BAL - WS-ADJ-AMT
               MOVE 'DROPADJ ' TO WS-RC-OPERATOR-ID
               MOVE SPACES TO WS-RC-CAMPUS
               MOVE SPACES TO WS-RC-APPROVER-ID
               MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
               MOVE ZEROS TO WS-RC-RCPT-NO
               MOVE SPACES TO WS-RC-TENDER
               MOVE SPACES TO WS-RC-CHECK-NO
               WRITE RC-REC FROM WS-RC-DATA-REC
               MOVE 'RC' TO WS-JR-FILE-ID
               MOVE ZEROS TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               MOVE WS-RC-DATA-REC TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
      *        THE REVERSAL COMES OFF UNEARNED REVENUE FOR THE DROPPED
      *        SECTION'S SESSION (CS-SECT STILL HOLDS IT FROM THE
      *        PRICING READ); PROJ-REV-RECOG TRUES UP THE EARNED SHARE.
               MOVE WS-ADJ-AMT TO WS-UR-AMT
               CALL 'PROJ-UR-POST' USING CURRENT-TERM, CS-SESSION,
                   WS-UR-AMT, WS-UR-KIND
           END-IF.
       293-FIND-RC-TAIL.
      *    THE STUDENT'S LAST ROW GIVES THE SEQUENCE TO WRITE ONE PAST
      *    AND THE RUNNING BALANCE TO CARRY FORWARD -- SEE PROJ-RC'S
      *    150-FIND-RC-TAIL.
           MOVE ZERO TO WS-RC-PRIOR-BAL
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
                           MOVE RC-BALANCE TO WS-RC-PRIOR-BAL
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       294-WRITE-ADJ-REGISTER.
      *    RC-DROP-ADJ.RPT ACCUMULATES ACROSS RUNS, SAME AS THE OTHER
      *    NOTICE FILES.
           MOVE SPACES TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE ZERO TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           MOVE EOF-FREE-HEAD TO RF-NXT-CLS-PNTR
           REWRITE ENR-REC
      *    THE CLEARING REWRITE JOURNALS LIKE EVERY OTHER PROJ-ENR.REL
      *    WS-DROPPED-STATUS WAS CAPTURED BY 250-DROP-ROUTINE BEFORE
      *    THE NODE WAS UNLINKED -- 'E' MEANS A CONFIRMED SEAT WAS
      *    FREED, 'W' MEANS ONLY A WAITLIST SLOT WAS.  ONLY A FREED
      *    SEAT CAN TRIGGER A PROMOTION.  A FREED SEAT THAT WAS TAKEN
      *    AGAINST A RESERVE (WS-DROPPED-RESV) GOES BACK TO ITS ROW.
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           MOVE CS-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           IF WS-DROPPED-STATUS = 'E' AND WS-DROPPED-RESV > ZERO
               MOVE 'G' TO RW-ACTION
               MOVE CS-CRN TO RW-CRN
               MOVE CS-TERM TO RW-TERM
               MOVE WS-DROPPED-RESV TO RW-SEQ
               CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
           END-IF
           IF WS-DROPPED-STATUS = 'E' AND CS-WAIT-CNT > 0 THEN
               PERFORM 280-PROMOTE-WAITLIST-RTN
           END-IF.
      *    RF-TERM ON EVERY SLOT CURRENTLY SITTING ON THE FREE LIST, SO
      *    A SWEEP LIKE THIS ONE CAN NEVER MATCH A FREED-BUT-NOT-YET-
      *    REUSED SLOT AGAINST ITS STALE LAST-LIVE VALUES.
      *    THE FREED SEAT MAY BE HELD FOR A RESERVE THE FIRST WAITING
      *    STUDENT DOES NOT QUALIFY FOR, SO EACH CANDIDATE IS PUT
      *    THROUGH 217-RESV-SEAT-CHECK AND THE FIRST ONE WHO CAN TAKE
      *    A SEAT THAT IS OPEN IS PROMOTED (NOBODY, IF THE SEAT IS
      *    HELD AND NO ONE WAITING QUALIFIES).
           MOVE 'N' TO WS-PROMOTE-FOUND
           MOVE 1 TO X
           READ EF-FILE-DES
           PERFORM UNTIL WS-PROMOTE-FOUND = 'Y' OR X = 0
               IF RF-CRN = WS-TMP-CRN AND RF-STATUS = 'W'
                       AND RF-TERM = CURRENT-TERM THEN
                   PERFORM 282-CAN-TAKE-SEAT
               END-IF
               IF WS-PROMOTE-FOUND = 'N'
                   ADD 1 TO X
                   IF X > EOF-POINTER
                       MOVE 0 TO X
               MOVE SPACES TO WS-JR-BEFORE
               MOVE ENR-REC TO WS-JR-BEFORE
               MOVE 'E' TO RF-STATUS
               MOVE WS-RESV-SEQ TO RF-RESV-SEQ
               REWRITE ENR-REC
               MOVE 'EF' TO WS-JR-FILE-ID
               MOVE X TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-AFTER
               MOVE CS-RECORD TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               IF WS-RESV-SEQ > ZERO
                   PERFORM 218-TAKE-RESV-SEAT
               END-IF
               MOVE RF-STUDENT-NUM TO NOTICE-SNO-OUT
               MOVE RF-CRN TO NOTICE-CRN-OUT
               MOVE RF-STUDENT-NUM TO SF-STU-NUM
                   INTO CQ-VAR-DATA
               END-STRING
               PERFORM 960-QUEUE-LETTER-RTN
               IF RF-BASIS NOT = 'A'
                   MOVE RF-STUDENT-NUM TO WS-VN-STU-NUM
                   MOVE RF-CRN TO WS-VN-CRN
                   MOVE 'A' TO WS-VN-ACTION
                   PERFORM 955-VA-NOTE-RTN
               END-IF
           END-IF
      *    THE NOTICE LOOKUP (AND 282-CAN-TAKE-SEAT) LEFT A WAITING
      *    STUDENT IN SF-RECORD; THE DROP STILL PRICES AND POSTS ITS
      *    ADJUSTMENT AGAINST THE DROPPING STUDENT, SO THAT RECORD GOES
      *    BACK IN PLACE.
           MOVE WS-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
           END-READ.
       282-CAN-TAKE-SEAT.
      *    ENR-REC IS A WAITING NODE ON WS-TMP-CRN.  ITS STUDENT IS
      *    READ INTO SF-RECORD (280 PUTS THE DROPPING STUDENT BACK)
      *    AND JUDGED AGAINST THE SECTION'S HELD AND GENERAL SEATS.
           MOVE RF-STUDENT-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   MOVE ZEROS TO SF-MAJOR-CODE
                   MOVE ZEROS TO SF-CRED-HR-EARN
                   MOVE SPACES TO SF-CATALOG-TERM
           END-READ
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ
           PERFORM 216-GROUP-SEAT-CHECK
           PERFORM 217-RESV-SEAT-CHECK
           MOVE ZERO TO WS-RESV-SEQ
           IF WS-SEAT-KIND NOT = 'N'
               MOVE 'Y' TO WS-PROMOTE-FOUND
               IF WS-SEAT-KIND = 'R'
                   MOVE RW-SEQ TO WS-RESV-SEQ
               END-IF
           END-IF.
       960-QUEUE-LETTER-RTN.
      *    ONE EVENT ONTO THE CORRESPONDENCE QUEUE (SEE CQ-REC) FOR
           END-IF
           WRITE TURNAWAY-REC FROM TA-LINE
           CLOSE TURNAWAY-FILE.
       955-VA-NOTE-RTN.
      *    AN ENROLLMENT CHANGE AGAINST A TERM ALREADY CERTIFIED TO THE
      *    VA GOES ON THE PENDING ADJUSTMENT FILE -- SEE PROJ-VA-NOTE,
      *    WHICH IGNORES A STUDENT WHO IS NOT A CERTIFIED BENEFICIARY.
           MOVE CURRENT-TERM TO WS-VN-TERM
           MOVE WS-OPERATOR-ID TO WS-VN-SOURCE
           CALL 'PROJ-VA-NOTE' USING WS-VN-STU-NUM, WS-VN-TERM,
               WS-VN-CRN, WS-VN-ACTION, WS-VN-SOURCE.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT -- SEE
      *    PROJ-JOURNAL FOR THE FORWARD-RECOVERY STORY.
