      *          LIKE THE INTERACTIVE ADD DOES, SO PROJ-REG-PACE AND
      *          PROJ-JRNL-REPORT SEE BATCH-LOADED REGISTRATIONS AT
      *          ALL -- THE HEAVY DAYS RUN THROUGH HERE.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  VA ENROLLMENT CHANGES.  A SEATED BATCH ADD NOW CALLS
      *          PROJ-VA-NOTE THE SAME AS PROJ-ENROLLMENT, SO A
      *          CERTIFIED VA STUDENT'S ADD LANDS ON THE PENDING VA
      *          ADJUSTMENT FILE.
      *20261015  CONDUCT SANCTIONS.  A PAIR IS NOW ALSO SKIPPED WHEN
      *          THE STUDENT'S SUSPENSION OR EXPULSION ON
      *          CONDUCT-CASE.DAT OVERLAPS THE TERM (PROJ-CONDUCT-CHK).
      *20261015  LECTURE/LAB LINKS (CLASS SECTION FD NOW 79 BYTES).
      *          AN INPUT LINE MAY CARRY A THIRD FIELD, BI-LINK-CRN --
      *          THE LAB OR RECITATION TAKEN WITH A LINKED LECTURE.  A
      *          LINKED LECTURE WITHOUT A VALID ONE IS SKIPPED; A LAB
      *          ON ITS OWN IS SKIPPED UNLESS THE LECTURE IS ALREADY
      *          HELD.  THE LAB IS APPENDED RIGHT AFTER THE LECTURE AT
      *          THE LECTURE'S STATUS.
      *20261015  VARIABLE-CREDIT SECTIONS.  AN INPUT LINE MAY CARRY
      *          A FOURTH FIELD, BI-CRED-HR, THE HOURS TAKEN IN A
      *          SECTION WHOSE CS-CRED-MAX IS ABOVE CS-CRED-HR (BLANK
      *          MEANS THE MINIMUM; OUT OF RANGE SKIPS THE LINE).  THE
      *          HOURS ARE STAMPED ON THE NODE AS RF-CRED-HR AND THE
      *          OVERLOAD CAP USES EACH NODE'S OWN HOURS.  CLASS
      *          SECTION FD NOW 81 BYTES AND ENROLLMENT FD NOW 48
      *          BYTES.
      *20261015  RESERVED SEATS.  THE CAPACITY TEST IN 240-APPEND-
      *          ROUTINE AND THE LINKED-LAB EDIT NOW KEEP SEATS HELD ON
      *          PROJ-SEAT-RESV.DAT OUT OF GENERAL SEATING UNLESS THE
      *          STUDENT QUALIFIES FOR THE ROW (217-RESV-SEAT-CHECK,
      *          SAME AS PROJ-ENROLLMENT); THE NODE CARRIES THE ROW AS
      *          RF-RESV-SEQ.  ENROLLMENT FD NOW 49 BYTES.
      *20261015  BLOCK REGISTRATION.  THE PROGRAM NOW TAKES A RUN MODE
      *          (LK-EB-MODE).  'B' IS THE BLOCK RUN: INSTEAD OF THE
      *          SLIP FILE IT WALKS EVERY REGISTRATION-TERM BLOCK ON
      *          PROJ-BLOCK.DAT AND EVERY ROSTER STUDENT NOT YET
      *          SEATED OR DROPPED (PROJ-BLOCK-ROSTER.DAT).  EACH
      *          STUDENT IS FIRST CHECKED AGAINST EVERY BLOCK CRN
      *          (WS-CHECK-ONLY -- THE SAME 200-PROCESS-ONE-PAIR EDITS
      *          WITH THE SEAT TEST IN PLACE OF THE APPEND) AND ONLY
      *          THEN SEATED IN ALL OF THEM; ONE REFUSAL SEATS NONE,
      *          IS STAMPED ON THE ROSTER ROW AND IS LISTED ON
      *          BLOCK-EXCEPT.RPT.  THE BLOCK'S 'B' RESERVE ROWS ARE
      *          OPEN ONLY TO THIS RUN, A BLOCK'S LECTURE TAKES ITS
      *          LAB FROM THE SAME BLOCK, A CO-REQ INSIDE THE BLOCK
      *          COUNTS AS MET, AND THE HOUR CAP COUNTS THE WHOLE
      *          BLOCK.  NOTHING IS WAITLISTED BY A BLOCK RUN.  ANY
      *          OTHER MODE IS THE USUAL SLIP-FILE RUN, WHICH NOW
      *          READS INTO BATCH-LINE.
      *20261015  REGISTRATION CARTS.  MODE 'K' IS THE NIGHTLY CART
      *          RUN OVER PROJ-CART.DAT (SEE KT-FILE-DESC), TAKEN IN
      *          APPOINTMENT ORDER (SF-REG-OPEN-DATE, THEN MOST HOURS
      *          EARNED).  A CART WHOSE WINDOW IS STILL MORE THAN A DAY
      *          OFF IS ONLY CHECKED -- HOLDS FIRST, THEN EVERY LINE
      *          THROUGH 200-PROCESS-ONE-PAIR WITH WS-CHECK-ONLY ON,
      *          THE HOUR CAP COUNTING THE WHOLE CART, A CO-REQ IN THE
      *          CART COUNTING AS MET AND A TIME CLASH WITH THE
      *          SCHEDULE OR ANOTHER CART LINE NOTED -- AND THE
      *          MESSAGES ARE STAMPED ON THE LINES FOR THE STUDENT.
      *          THE NIGHT BEFORE THE WINDOW OPENS THE CART IS
      *          REGISTERED: A LINE WHOSE FIRST CHOICE CAN'T BE SEATED
      *          TRIES ITS ALTERNATE BEFORE FALLING BACK TO THE
      *          WAITLIST OR A REFUSAL, A LINE REFUSED FOR ITS CO-REQ
      *          IS TRIED AGAIN AFTER THE REST, AND ONE 'CART' LETTER
      *          EVENT PER LINE IS QUEUED.  A CART RUN ALSO ENFORCES
      *          REGISTRATION HOLDS.  EVERYTHING IS LISTED ON
      *          CART-RUN.RPT.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  A FULLY ONLINE ADD IS NOW JUDGED AGAINST THE
      *          STUDENT'S STATE BY PROJ-STATE-AUTH
      *          (218-STATE-AUTH-CHECK) -- A REFUSING STATE SKIPS THE
      *          LINE, ONE NOT AUTHORIZED IS LOGGED AS A WARNING.
      *20261015  BATCH CONTROLS.  THE SLIP FILE (PROJ-ENR-BATCH.DAT)
      *          NOW OPENS WITH A HEADER (SOURCE 'ENROLL  ', FILE
      *          DATE, BATCH ID) AND CLOSES WITH A TRAILER (SLIP COUNT,
      *          STUDENT NUMBER HASH, ZERO AMOUNT), SEE BH-BATCH-HDR.
      *          060-BALANCE-FILE READS THE WHOLE FILE FIRST AND
      *          PROJ-BATCH-CTL REFUSES IT BEFORE ANY SLIP IS SEATED
      *          IF IT IS OUT OF BALANCE OR THE BATCH ID WAS ALREADY
      *          RUN.  EACH SLIP IS CHECKPOINTED AS IT IS PROCESSED,
      *          AND A RUN THAT DIES RESUMES AT THE NEXT UNPROCESSED
      *          SLIP WHEN THE FILE IS RUN AGAIN.  THE BLOCK AND CART
      *          RUNS READ NO SLIP FILE AND ARE UNCHANGED.
      *20261015  A QUALIFYING TEST SCORE NOW SATISFIES A PREREQUISITE
      *          (224-PLACEMENT-PREREQ-CHECK, PROJ-PLACE-CHECK), AFTER
      *          THE TRANSFER ROWS AND BEFORE ANY WAIVER PERMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BATCH-INPUT ASSIGN TO 'PROJ-ENR-BATCH.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BI-STATUS.
       SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              ACCESS IS RANDOM
              RECORD KEY IS PM-KEY
              FILE STATUS IS WS-PM-STATUS.
       SELECT BG-FILE-DESC ASSIGN TO 'PROJ-BLOCK.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BG-KEY
              FILE STATUS IS WS-BG-STATUS.
       SELECT BR-FILE-DESC ASSIGN TO 'PROJ-BLOCK-ROSTER.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BR-KEY
              FILE STATUS IS WS-BR-STATUS.
       SELECT BLOCK-REPORT ASSIGN TO 'BLOCK-EXCEPT.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HD-STATUS.
       SELECT KT-FILE-DESC ASSIGN TO 'PROJ-CART.DAT'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS KT-KEY
              FILE STATUS IS WS-KT-STATUS.
       SELECT CART-SORT-FILE ASSIGN TO 'KT-SORT.WRK'.
       SELECT CART-REPORT ASSIGN TO 'CART-RUN.RPT'
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-INPUT.
       01  BATCH-INPUT-REC         PIC X(21).
           COPY BH-BATCH-HDR.
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
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  TURNAWAY-FILE
           DATA RECORD IS TURNAWAY-REC.
       01  TURNAWAY-REC           PIC X(34).
       FD  BG-FILE-DESC RECORD CONTAINS 110 CHARACTERS.
           COPY BG-FILE-DESC.
       FD  BR-FILE-DESC RECORD CONTAINS 90 CHARACTERS.
           COPY BR-FILE-DESC.
       FD  BLOCK-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC             PIC X(70).
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  KT-FILE-DESC RECORD CONTAINS 200 CHARACTERS.
           COPY KT-FILE-DESC.
       SD  CART-SORT-FILE.
       01  KS-REC.
           05  KS-OPEN-DATE        PIC 9(8).
           05  KS-HRS-EARN         PIC 9(3).
           05  KS-STU-NUM          PIC 9(9).
       FD  CART-REPORT
           DATA RECORD IS CART-REPORT-REC.
       01  CART-REPORT-REC        PIC X(70).
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC              PIC X(59).
       WORKING-STORAGE SECTION.
      *    ONE SLIP -- READ OFF BATCH-INPUT, OR BUILT BY THE BLOCK RUN
      *    FOR EACH ROSTER STUDENT AND BLOCK CRN.
       01  BATCH-LINE.
           05  BI-STU-NUM          PIC 9(9).
           05  BI-CRN              PIC 9(5).
           05  BI-LINK-CRN         PIC X(5).
           05  BI-CRED-HR          PIC X(2).
       01  ARE-THERE-MORE-RECORDS PIC X VALUE 'Y'.
       01  WS-BI-STATUS           PIC XX.
       01  WS-HDR-SEEN            PIC X.
       01  WS-TRL-SEEN            PIC X.
       01  WS-DETAIL-NO           PIC 9(7).
       01  WS-POSTED-CNT          PIC 9(7) VALUE ZERO.
       COPY BX-BATCH-LINK.
       01  WS-AC-STATUS           PIC XX.
       01  WS-TC-STATUS           PIC XX.
       01  WS-TC-ON-FILE          PIC X VALUE 'N'.
       01  EOF-REC.
           05  EOF-POINTER       PIC 9(5).
           05  EOF-FREE-HEAD     PIC 9(5).
           05  FILLER            PIC X(39).
       01  WS-SF-RECORD.
           05  WS-SF-STU-NUM      PIC 9(9).
           05  FILLER             PIC X(140).
           05  WS-SF-ENR-REC-PNTR PIC 9(5).
           05  FILLER             PIC X(96).
       01  WS-TMP-CRN             PIC 9(5).
       01  WS-TMP-EOF-PNTR        PIC 9(5).
       01  WS-EF-SLOT-REUSED      PIC X.
       01  WS-PREREQ-MET          PIC X.
       01  WS-COREQ-MET           PIC X.
       01  WS-GROUP-ENROLLED      PIC 9(4).
       01  WS-GENERAL-OPEN        PIC S9(4).
       01  WS-SEAT-KIND           PIC X.
       01  WS-RESV-SEQ            PIC 9.
       01  WS-LINK-RESV-SEQ       PIC 9.
       01  WS-TA-STATUS           PIC XX.
       COPY TA-REC.
       01  WS-AV-STATUS           PIC XX.
       01  WS-AV-ON-FILE          PIC X VALUE 'N'.
       01  WS-CLEARED             PIC X.
       01  WS-AUTH-ACTION         PIC X.
       01  WS-AUTH-STATE-DESC     PIC X(20).
       COPY CV-CONDUCT-LINK.
       COPY RW-RESV-LINK.
       01  WS-XL-GROUP            PIC X(4).
       01  WS-XL-DONE             PIC X.

       01  WS-TMP-COREQ           PIC X(6).
       01  WS-TMP-PREREQ          PIC X(6).
       01  WS-PLACE-MET           PIC X.
       01  WS-PLACE-DESC          PIC X(20).
       01  WS-TMP-MTG-DAYS        PIC X(5).
       01  WS-TMP-MTG-TIME        PIC 9(4).
       01  WS-CONFLICT-CRN        PIC 9(5).
       01  WS-JR-SLOT             PIC 9(5).
       01  WS-JR-BEFORE           PIC X(250).
       01  WS-JR-AFTER            PIC X(250).
       01  WS-VN-STU-NUM          PIC 9(9).
       01  WS-VN-TERM             PIC X(6).
       01  WS-VN-CRN              PIC X(5).
       01  WS-VN-ACTION           PIC X.
       01  WS-VN-SOURCE           PIC X(8).
       01  WS-PEND-PM-SUB         PIC 9.
       01  WS-PEND-PM-TABLE.
           05  WS-PEND-PM-KEY OCCURS 3 TIMES PIC X(16).
       01  WS-LOAD-OK             PIC X.
       01  WS-LOAD-HOURS          PIC 9(3).
       01  WS-ADD-HRS             PIC 9(3).
       01  WS-LINK-OK             PIC X.
       01  WS-LINK-PASS           PIC X VALUE 'N'.
       01  WS-LINK-CRN            PIC 9(5).
       01  WS-LINK-LECT-CRN       PIC 9(5).
       01  WS-LINK-HRS            PIC 99.
       01  WS-LINK-MSG            PIC X(40).
       01  WS-LK-GROUP            PIC X(4).
       01  WS-LK-HAS-LECT         PIC X.
       01  WS-LK-HAS-LAB          PIC X.
       01  WS-LECT-FULL           PIC X.
       01  WS-ENROLL-HRS          PIC 99.
       01  WS-NODE-HRS            PIC 99.
       01  WS-HRS-OK              PIC X.
       01  WS-BLOCK-RUN           PIC X VALUE 'N'.
       01  WS-CHECK-ONLY          PIC X VALUE 'N'.
       01  WS-PAIR-REFUSAL        PIC X(40).
       01  WS-BG-STATUS           PIC XX.
       01  WS-BR-STATUS           PIC XX.
       01  WS-BG-DONE             PIC X.
       01  WS-BR-DONE             PIC X.
       01  WS-UNIT-OK             PIC X.
       01  WS-UNIT-OL             PIC X VALUE 'N'.
       01  WS-UNIT-CRN            PIC 9(5).
       01  WS-UNIT-REASON         PIC X(40).
       01  WS-UNIT-HRS            PIC 9(3).
       01  WS-BLK-CODE            PIC X(6).
       01  WS-BLK-CNT             PIC 9.
       01  WS-BLK-SUB             PIC 9.
       01  WS-BLK-SUB2            PIC 9.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 6 TIMES.
               10  WS-BLK-CRN         PIC 9(5).
               10  WS-BLK-LINK        PIC X(5).
               10  WS-BLK-SKIP        PIC X.
               10  WS-BLK-CRS-CODE    PIC X(6).
               10  WS-BLK-LK-GROUP    PIC X(4).
               10  WS-BLK-ROLE        PIC X.
       01  WS-CART-RUN            PIC X VALUE 'N'.
       01  WS-CART-PREVIEW        PIC X VALUE 'N'.
       01  WS-CART-LINE-OK        PIC X.
       01  WS-CART-PLACED         PIC X.
       01  WS-CART-OL-SAVE        PIC X.
       01  WS-CART-HRS-SAVE       PIC 9(3).
       01  WS-CART-MSG            PIC X(40).
       01  WS-CART-WORD           PIC X(6).
       01  WS-CART-CRN            PIC 9(5).
       01  WS-KT-STATUS           PIC XX.
       01  WS-KT-DONE             PIC X.
       01  WS-KS-DONE             PIC X.
       01  WS-KT-LAST-STU         PIC 9(9).
       01  WS-TOMORROW            PIC 9(8).
       01  WS-KT-CNT              PIC 99.
       01  WS-KT-SUB              PIC 99.
       01  WS-KT-SUB2             PIC 99.
       01  WS-KT-TABLE.
           05  WS-KT-ENTRY OCCURS 10 TIMES.
               10  WS-KT-SEQ          PIC 9(2).
               10  WS-KT-CRN          PIC 9(5).
               10  WS-KT-LINK         PIC X(5).
               10  WS-KT-HRS          PIC X(2).
               10  WS-KT-ALT          PIC 9(5).
               10  WS-KT-ALT-LINK     PIC X(5).
               10  WS-KT-ALT-HRS      PIC X(2).
               10  WS-KT-CRS-CODE     PIC X(6).
               10  WS-KT-OK           PIC X.
               10  WS-KT-USED-DAYS    PIC X(5).
               10  WS-KT-USED-TIME    PIC 9(4).
               10  WS-KT-MSG          PIC X(40).
               10  WS-KT-ALT-MSG      PIC X(40).
               10  WS-KT-RESULT       PIC X.
               10  WS-KT-RESULT-CRN   PIC 9(5).
               10  WS-KT-RESULT-MSG   PIC X(40).
       01  WS-KT-CHECKED          PIC 9(5).
       01  WS-KT-PROCESSED        PIC 9(5).
       01  WS-KT-SEAT-CNT         PIC 9(5).
       01  WS-KT-WAIT-CNT         PIC 9(5).
       01  WS-KT-REFUSE-CNT       PIC 9(5).
       01  WS-CONFLICT-MSG.
           05                     PIC X(27)
                VALUE 'OK BUT SAME MEETING AS CRN '.
           05  WS-CM-CRN          PIC 9(5).
           05                     PIC X(8)     VALUE SPACES.
       01  WS-ALT-NOTE.
           05                     PIC X(20)
                VALUE 'REGISTERED (ALT FOR '.
           05  WS-AN-CRN          PIC 9(5).
           05                     PIC X(15)    VALUE ')'.
       01  WS-HOLD-MSG.
           05                     PIC X(20)
                VALUE 'REGISTRATION HOLD - '.
           05  WS-HOLD-DESC       PIC X(20).
       01  WS-HD-STATUS           PIC XX.
       01  WS-HD-ON-FILE          PIC X VALUE 'N'.
       01  WS-HD-DONE             PIC X.
       01  WS-HOLD-BLOCKED        PIC X.
       COPY HD-CODE-TABLE.
       01  WS-CQ-STATUS           PIC XX.
       COPY CQ-REC.
       01  WS-CART-VAR.
           05  WS-CV-CRN          PIC 9(5).
           05                     PIC X        VALUE SPACE.
           05  WS-CV-TEXT         PIC X(34).
       01  CART-HEADING-1.
           05                     PIC X(6)     VALUE SPACES.
           05                     PIC X(32)
                VALUE "REGISTRATION CART RUN           ".
           05 MONTH-K1            PIC X(2).
           05                     PIC X        VALUE "/".
           05 DAY-K1              PIC X(2).
           05                     PIC X        VALUE "/".
           05 YEAR-K1             PIC X(4).
           05                     PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-K1          PIC 9(2).
           05                     PIC X(11)    VALUE SPACES.
       01  CART-HEADING-2.
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(6)     VALUE "RESULT".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(9)     VALUE "STUD S NO".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(5)     VALUE "CRN  ".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(42)    VALUE "REASON".
       01  CART-DETAIL-LINE.
           05                     PIC X(2)     VALUE SPACES.
           05 RESULT-OUT-K        PIC X(6).
           05                     PIC X(2)     VALUE SPACES.
           05 S-NO-OUT-K          PIC 9(9).
           05                     PIC X(2)     VALUE SPACES.
           05 CRN-OUT-K           PIC 9(5).
           05                     PIC X(2)     VALUE SPACES.
           05 REASON-OUT-K        PIC X(40).
           05                     PIC X(2)     VALUE SPACES.
       01  CART-TOTAL-LINE.
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(9)     VALUE "CHECKED: ".
           05 CHECKED-OUT         PIC ZZZZ9.
           05                     PIC X(8)     VALUE "  RUN:  ".
           05 PROCESSED-OUT       PIC ZZZZ9.
           05                     PIC X(8)     VALUE "  SEATS:".
           05 SEATS-OUT           PIC ZZZZ9.
           05                     PIC X(7)     VALUE "  WAIT:".
           05 WAITS-OUT           PIC ZZZZ9.
           05                     PIC X(10)    VALUE "  REFUSED:".
           05 REFUSES-OUT         PIC ZZZZ9.
           05                     PIC X(1)     VALUE SPACES.
       01  WS-BLK-SEATED          PIC 9(5).
       01  WS-BLK-REFUSED         PIC 9(5).
       01  WS-LINE-CT             PIC 99    VALUE ZERO.
       01  WS-PAGE                PIC 99    VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS             PIC XXXX.
           05 MONTH-WS            PIC XX.
           05 DAY-WS              PIC XX.
       01  HEADING-1.
           05                     PIC X(6)     VALUE SPACES.
           05                     PIC X(32)
                VALUE "BLOCK REGISTRATION EXCEPTIONS  ".
           05 MONTH-H1            PIC X(2).
           05                     PIC X        VALUE "/".
           05 DAY-H1              PIC X(2).
           05                     PIC X        VALUE "/".
           05 YEAR-H1             PIC X(4).
           05                     PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-H1          PIC 9(2).
           05                     PIC X(11)    VALUE SPACES.
       01  HEADING-2.
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(6)     VALUE "BLOCK ".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(9)     VALUE "STUD S NO".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(5)     VALUE "CRN  ".
           05                     PIC X(2)     VALUE SPACES.
           05                     PIC X(42)    VALUE "REASON".
       01  DETAIL-LINE.
           05                     PIC X(2)     VALUE SPACES.
           05 BLOCK-OUT           PIC X(6).
           05                     PIC X(2)     VALUE SPACES.
           05 S-NO-OUT            PIC 9(9).
           05                     PIC X(2)     VALUE SPACES.
           05 CRN-OUT             PIC 9(5).
           05                     PIC X(2)     VALUE SPACES.
           05 REASON-OUT          PIC X(40).
           05                     PIC X(2)     VALUE SPACES.
       01  NONE-LINE.
           05                     PIC X(6)     VALUE SPACES.
           05                     PIC X(40)
                VALUE "NO BLOCK REGISTRATION EXCEPTIONS".
           05                     PIC X(24)    VALUE SPACES.
       01  TOTAL-LINE.
           05                     PIC X(6)     VALUE SPACES.
           05                     PIC X(17)
                VALUE "STUDENTS SEATED: ".
           05 SEATED-OUT          PIC ZZZZ9.
           05                     PIC X(4)     VALUE SPACES.
           05                     PIC X(10)
                VALUE "REFUSED: ".
           05 REFUSED-OUT         PIC ZZZZ9.
           05                     PIC X(23)    VALUE SPACES.
       COPY OL-THRESHOLD.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  LK-EB-MODE             PIC X.
       PROCEDURE DIVISION USING LK-EB-MODE.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING OL-PARM-ID, OL-PARMS
           MOVE 'N' TO WS-CHECK-ONLY
           MOVE 'N' TO WS-UNIT-OL
           MOVE 'N' TO WS-BLOCK-RUN
           MOVE 'N' TO WS-CART-RUN
           IF LK-EB-MODE = 'B'
               MOVE 'Y' TO WS-BLOCK-RUN
           ELSE IF LK-EB-MODE = 'K'
               MOVE 'Y' TO WS-CART-RUN
           ELSE
               OPEN INPUT BATCH-INPUT
               IF WS-BI-STATUS = '35'
                   DISPLAY 'PROJ-ENR-BATCH: NO PROJ-ENR-BATCH.DAT ON '
                       'HAND'
                   EXIT PROGRAM
               END-IF
               PERFORM 060-BALANCE-FILE
               CLOSE BATCH-INPUT
               MOVE 'O' TO BX-FUNC
               CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
               IF BX-RESULT NOT = 'P' AND BX-RESULT NOT = 'R'
                   DISPLAY 'PROJ-ENR-BATCH: BATCH ' BX-HDR-BATCH-ID
                       ' NOT RUN -- ' BX-RESULT-TEXT
                   DISPLAY 'SEE BATCH-CTL.RPT'
                   EXIT PROGRAM
               END-IF
               MOVE BX-POSTED-CNT TO WS-POSTED-CNT
               IF BX-RESULT = 'R'
                   DISPLAY 'PROJ-ENR-BATCH: BATCH ' BX-HDR-BATCH-ID
                       ' ' BX-RESULT-TEXT
               END-IF
               OPEN INPUT BATCH-INPUT
           END-IF
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O EF-FILE-DES
           OPEN I-O CS-SECT
               DISPLAY 'DEADLINE FOR ' CURRENT-TERM ' -- ONLY'
               DISPLAY 'SECTIONS IN A STILL-OPEN SESSION WILL SEAT'
           END-IF
           IF WS-BLOCK-RUN = 'Y'
               PERFORM 300-BLOCK-RUN
           ELSE IF WS-CART-RUN = 'Y'
               PERFORM 400-CART-RUN
           ELSE
               MOVE ZERO TO WS-DETAIL-NO
               MOVE 'Y' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
                   READ BATCH-INPUT INTO BATCH-LINE
                     AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                     NOT AT END PERFORM 160-ONE-SLIP
                   END-READ
               END-PERFORM
               CLOSE BATCH-INPUT
               MOVE 'E' TO BX-FUNC
               PERFORM 170-PASS-COUNTS
               CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
               DISPLAY 'PROJ-ENR-BATCH: BATCH ' BX-HDR-BATCH-ID ' -- '
                   BX-POSTED-CNT ' SEATED OR WAITLISTED, '
                   BX-EXCEPT-CNT ' SKIPPED'
           END-IF
           END-IF
           DISPLAY 'PROJ-ENR-BATCH FINISHED'
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
           IF WS-TC-ON-FILE = 'Y'
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       060-BALANCE-FILE.
      *    ONE PASS OVER THE WHOLE FILE, POSTING NOTHING -- THE HEADER
      *    AND TRAILER ARE PICKED OFF AND THE DETAIL IS COUNTED
      *    AND HASHED ON THE STUDENT NUMBER FOR PROJ-BATCH-CTL TO
      *    PROVE AGAINST THE TRAILER.  A SLIP CARRIES NO DOLLARS, SO
      *    THE AMOUNT TOTAL STAYS ZERO.
           MOVE 'ENROLL  ' TO BX-SOURCE
           MOVE SPACES TO BX-HDR-SOURCE
           MOVE ZERO TO BX-HDR-FILE-DATE
           MOVE SPACES TO BX-HDR-BATCH-ID
           MOVE ZERO TO BX-TRL-CNT
           MOVE ZERO TO BX-TRL-HASH
           MOVE ZERO TO BX-TRL-AMT
           MOVE ZERO TO BX-CNT
           MOVE ZERO TO BX-HASH
           MOVE ZERO TO BX-AMT
           MOVE SPACES TO BX-FORMAT-ERR
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ BATCH-INPUT INTO BATCH-LINE
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 070-BALANCE-LINE
               END-READ
           END-PERFORM
           IF BX-FORMAT-ERR = SPACES AND WS-HDR-SEEN = 'N'
               MOVE 'REFUSED - NO HEADER RECORD' TO BX-FORMAT-ERR
           END-IF
           IF BX-FORMAT-ERR = SPACES AND WS-TRL-SEEN = 'N'
               MOVE 'REFUSED - NO TRAILER RECORD' TO BX-FORMAT-ERR
           END-IF.
       070-BALANCE-LINE.
           IF BH-REC-TYPE = 'HDR'
               IF WS-HDR-SEEN = 'Y' OR BX-CNT > ZERO
                       OR WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - HEADER NOT FIRST'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE BH-SOURCE TO BX-HDR-SOURCE
                   MOVE BH-FILE-DATE TO BX-HDR-FILE-DATE
                   MOVE BH-BATCH-ID TO BX-HDR-BATCH-ID
               END-IF
           ELSE IF BT-REC-TYPE = 'TRL'
               IF WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - SECOND TRAILER'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE BT-REC-CNT TO BX-TRL-CNT
                   MOVE BT-HASH-TOTAL TO BX-TRL-HASH
                   MOVE BT-AMT-TOTAL TO BX-TRL-AMT
               END-IF
           ELSE
               IF BX-FORMAT-ERR = SPACES
                   IF WS-HDR-SEEN = 'N'
                       MOVE 'REFUSED - NO HEADER RECORD'
                           TO BX-FORMAT-ERR
                   ELSE IF WS-TRL-SEEN = 'Y'
                       MOVE 'REFUSED - DETAIL AFTER TRAILER'
                           TO BX-FORMAT-ERR
                   ELSE IF BI-STU-NUM NOT NUMERIC
                           OR BI-CRN NOT NUMERIC
                       MOVE 'REFUSED - DETAIL NOT NUMERIC'
                           TO BX-FORMAT-ERR
                   END-IF
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO BX-CNT
               IF BI-STU-NUM NUMERIC
                   ADD BI-STU-NUM TO BX-HASH
               END-IF
           END-IF
           END-IF.
       160-ONE-SLIP.
      *    THE HEADER AND TRAILER ARE PASSED OVER, AND SO IS EVERY
      *    SLIP A RUN THAT DIED HAD ALREADY PROCESSED.  A SLIP THAT
      *    COMES BACK WITHOUT A REFUSAL WAS SEATED OR WAITLISTED.
           IF BH-REC-TYPE NOT = 'HDR' AND BT-REC-TYPE NOT = 'TRL'
               ADD 1 TO WS-DETAIL-NO
               IF WS-DETAIL-NO > BX-LAST-REC
                   PERFORM 200-PROCESS-ONE-PAIR
                   IF WS-PAIR-REFUSAL = SPACES
                       ADD 1 TO WS-POSTED-CNT
                   END-IF
                   MOVE 'K' TO BX-FUNC
                   PERFORM 170-PASS-COUNTS
                   CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
               END-IF
           END-IF.
       170-PASS-COUNTS.
           MOVE WS-DETAIL-NO TO BX-LAST-REC
           MOVE WS-POSTED-CNT TO BX-POSTED-CNT
           COMPUTE BX-EXCEPT-CNT = WS-DETAIL-NO - WS-POSTED-CNT
           MOVE ZERO TO BX-POSTED-AMT.
       200-PROCESS-ONE-PAIR.
      *    LOOKS UP THE STUDENT AND CRN FROM THIS INPUT LINE AND DRIVES
      *    THE SAME CHECKS AND LINKED-LIST APPEND AS THE INTERACTIVE
      *    200-ENROLL-ROUTINE IN PROJ-ENROLLMENT, LOGGING THE OUTCOME
      *    INSTEAD OF DISPLAYING A SCREEN SINCE THERE IS NO OPERATOR.
      *    EVERY REFUSAL LEAVES ITS REASON IN WS-PAIR-REFUSAL FOR THE
      *    BLOCK RUN.  ON ITS CHECKING PASS (WS-CHECK-ONLY = 'Y') THE
      *    PAIR STOPS AT 243-CHECK-SEAT -- NOTHING IS WRITTEN AND NO
      *    PERMIT IS SPENT.
           MOVE SPACES TO WS-PAIR-REFUSAL
           MOVE ZERO TO WS-PEND-PM-CNT
           MOVE 'Y' TO WS-STU-FOUND
           MOVE BI-STU-NUM TO SF-STU-NUM
             INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N' THEN
               MOVE 'UNKNOWN STUDENT NUMBER' TO WS-PAIR-REFUSAL
               DISPLAY 'SKIPPED - UNKNOWN STUDENT NUMBER: ' BI-STU-NUM
           ELSE IF SF-STANDING = 'S' THEN
               MOVE 'STUDENT SUSPENDED' TO WS-PAIR-REFUSAL
               DISPLAY 'SKIPPED - STUDENT SUSPENDED: ' BI-STU-NUM
           ELSE
               PERFORM 206-CONDUCT-CHECK
               IF CV-BLOCKED = 'Y' THEN
                   MOVE 'CONDUCT SANCTION FOR THE TERM'
                       TO WS-PAIR-REFUSAL
                   DISPLAY 'SKIPPED - CONDUCT SANCTION FOR THE TERM: '
                       BI-STU-NUM
               ELSE
               PERFORM 205-CLEARANCE-CHECK
               IF WS-CLEARED = 'N' THEN
                   MOVE 'PROBATION NOT CLEARED BY ADVISOR'
                       TO WS-PAIR-REFUSAL
                   DISPLAY 'SKIPPED - PROBATION NOT CLEARED BY '
                       'ADVISOR: ' BI-STU-NUM
               ELSE
                 INVALID KEY MOVE 'N' TO WS-CRN-FOUND
               END-READ
               IF WS-CRN-FOUND = 'N' THEN
                   MOVE 'UNKNOWN CRN' TO WS-PAIR-REFUSAL
                   DISPLAY 'SKIPPED - UNKNOWN CRN: ' BI-CRN
                     ' FOR STUDENT ' BI-STU-NUM
               ELSE
                   PERFORM 215-ADD-DEADLINE-CHECK
                   IF WS-ADD-OPEN = 'N' THEN
                       MOVE 'PAST THE ADD DEADLINE' TO WS-PAIR-REFUSAL
                       DISPLAY 'SKIPPED - PAST THE ADD DEADLINE: '
                           'STUDENT ' BI-STU-NUM ' CRN ' BI-CRN
                   ELSE
                   PERFORM 218-STATE-AUTH-CHECK
                   IF WS-AUTH-ACTION = 'R' THEN
                       MOVE 'ONLINE - HOME STATE NOT AUTHORIZED'
                           TO WS-PAIR-REFUSAL
                       DISPLAY 'SKIPPED - ONLINE, STATE NOT AUTHORIZED:'
                           ' STUDENT ' BI-STU-NUM ' CRN ' BI-CRN
                           ' STATE ' SF-STATE
                   ELSE
                   PERFORM 217-CREDIT-HOURS-CHECK
                   IF WS-HRS-OK = 'N' THEN
                       MOVE 'CREDIT HOURS OUT OF RANGE'
                           TO WS-PAIR-REFUSAL
                       DISPLAY 'SKIPPED - CREDIT HOURS OUT OF RANGE: '
                           'STUDENT ' BI-STU-NUM ' CRN ' BI-CRN
                   ELSE
                   PERFORM 210-DUP-CRN-CHECK
                   IF WS-DUP-FOUND = 'Y' THEN
                       MOVE 'ALREADY ENROLLED' TO WS-PAIR-REFUSAL
                       DISPLAY 'SKIPPED - ALREADY ENROLLED: STUDENT '
                           BI-STU-NUM ' CRN ' BI-CRN
                   ELSE
                           IF WS-PERMIT-FOUND = 'Y'
                               PERFORM 945-CONSUME-PERMIT
                               MOVE 'Y' TO WS-PREREQ-MET
                               IF WS-CHECK-ONLY = 'N'
                                   DISPLAY 'PREREQ WAIVER APPLIED: '
                                       'STUDENT ' BI-STU-NUM
                                       ' CRN ' BI-CRN
                               END-IF
                           END-IF
                       END-IF
                       IF WS-PREREQ-MET = 'N' THEN
                           MOVE 'PREREQ NOT MET' TO WS-PAIR-REFUSAL
                           MOVE 'PR' TO TA-REASON
                           PERFORM 985-LOG-TURNAWAY
                           DISPLAY 'SKIPPED - PREREQ NOT MET: STUDENT '
                       ELSE
                           PERFORM 228-COREQ-CHECK
                           IF WS-COREQ-MET = 'N'
                               MOVE 'CO-REQ NOT SEATED'
                                   TO WS-PAIR-REFUSAL
                               MOVE 'CQ' TO TA-REASON
                               PERFORM 985-LOG-TURNAWAY
                               DISPLAY 'SKIPPED - CO-REQ NOT SEATED: '
                                   ' CRN ' BI-CRN
                                   ' NEEDS ' WS-TMP-COREQ
                           ELSE
                           PERFORM 237-LINK-CHECK
                           IF WS-LINK-OK = 'N'
                               MOVE WS-LINK-MSG TO WS-PAIR-REFUSAL
                               DISPLAY 'SKIPPED - ' WS-LINK-MSG
                                   ': STUDENT ' BI-STU-NUM
                                   ' CRN ' BI-CRN
                           ELSE
                           IF WS-CHECK-ONLY = 'N'
                               PERFORM 230-CONFLICT-CHECK
                           END-IF
                           PERFORM 235-OVERLOAD-CHECK
                           IF WS-LOAD-OK = 'Y'
                               IF WS-CHECK-ONLY = 'Y'
                                   PERFORM 243-CHECK-SEAT
                               ELSE
                                   PERFORM 240-APPEND-ROUTINE
                                   IF WS-LINK-CRN > 0
                                       PERFORM 238-APPEND-LINKED-LAB
                                   END-IF
                               END-IF
                           ELSE
                               MOVE 'OVER TERM HOUR CAP WITHOUT PERMIT'
                                   TO WS-PAIR-REFUSAL
                               MOVE 'OL' TO TA-REASON
                               PERFORM 985-LOG-TURNAWAY
                               DISPLAY 'SKIPPED - OVER TERM HOUR CAP '
                                   BI-STU-NUM ' CRN ' BI-CRN
                           END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       218-STATE-AUTH-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 234-STATE-AUTH-CHECK -- A
      *    FULLY ONLINE SECTION IS JUDGED AGAINST THE STUDENT'S
      *    SF-STATE.  'R' SKIPS THE LINE; A STATE NOT AUTHORIZED IS
      *    LOGGED ON THE RUN AND THE ADD GOES ON.  CS-SECT HOLDS THE
      *    SECTION ON THE WAY IN.
           CALL 'PROJ-STATE-AUTH' USING SF-STATE, CS-MODALITY,
               WS-AUTH-ACTION, WS-AUTH-STATE-DESC
           IF WS-AUTH-ACTION = 'W' AND WS-CHECK-ONLY = 'N'
               DISPLAY 'WARNING - ONLINE, STATE NOT AUTHORIZED: '
                   'STUDENT ' BI-STU-NUM ' CRN ' BI-CRN
                   ' STATE ' SF-STATE
           END-IF.
       217-CREDIT-HOURS-CHECK.
      *    A FIXED SECTION SEATS AT ITS CS-CRED-HR AND IGNORES
      *    BI-CRED-HR.  A VARIABLE-CREDIT ONE (CS-CRED-MAX ABOVE
      *    CS-CRED-HR) TAKES BI-CRED-HR, BLANK MEANING THE MINIMUM;
      *    HOURS OUTSIDE THE RANGE SKIP THE LINE.  CS-SECT HOLDS THE
      *    SECTION ON THE WAY IN.
           MOVE 'Y' TO WS-HRS-OK
           MOVE CS-CRED-HR TO WS-ENROLL-HRS
           IF CS-CRED-MAX IS NUMERIC AND CS-CRED-MAX > CS-CRED-HR
                   AND BI-CRED-HR NOT = SPACES
               IF BI-CRED-HR IS NUMERIC
                   MOVE BI-CRED-HR TO WS-ENROLL-HRS
                   IF WS-ENROLL-HRS < CS-CRED-HR
                           OR WS-ENROLL-HRS > CS-CRED-MAX
                       MOVE 'N' TO WS-HRS-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-HRS-OK
               END-IF
           END-IF.
       205-CLEARANCE-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 154-CLEARANCE-CHECK.
           MOVE 'Y' TO WS-CLEARED
                   NOT INVALID KEY MOVE 'Y' TO WS-CLEARED
               END-READ
           END-IF.
       206-CONDUCT-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 156-CONDUCT-CHECK.
           MOVE BI-STU-NUM TO CV-STU-NUM
           MOVE CURRENT-TERM TO CV-TERM
           CALL 'PROJ-CONDUCT-CHK' USING CV-CONDUCT-LINK.
       215-ADD-DEADLINE-CHECK.
      *    SAME TERM-ROW-THEN-SESSION-ROW RESOLUTION AS
      *    PROJ-ENROLLMENT'S 142-RESOLVE-SESSION-DATES, ADD DEADLINE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
       217-RESV-SEAT-CHECK.
      *    SAME SPLIT AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME
      *    -- CS-SECT IS ON THE SECTION, WS-GROUP-ENROLLED IS ITS
      *    SEATED COUNT AND SF-RECORD IS THE STUDENT.  WS-SEAT-KIND
      *    COMES BACK 'R' (RESERVED, ROW IN RW-SEQ), 'G' (GENERAL) OR
      *    'N' (NO SEAT FOR THIS STUDENT).  THE BLOCK RUN ASKS WITH
      *    ACTION 'B' SO THE BLOCK'S OWN HELD SEATS ARE OPEN TO IT.
           MOVE 'N' TO WS-SEAT-KIND
           IF WS-BLOCK-RUN = 'Y'
               MOVE 'B' TO RW-ACTION
               MOVE WS-BLK-CODE TO RW-BLOCK-CODE
           ELSE
               MOVE 'Q' TO RW-ACTION
               MOVE SPACES TO RW-BLOCK-CODE
           END-IF
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
       210-DUP-CRN-CHECK.
      *    SAME SHAPE AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME.
           MOVE 'N' TO WS-DUP-FOUND
               IF WS-PREREQ-MET = 'N'
                   PERFORM 225-TRANSFER-PREREQ-CHECK
               END-IF
               IF WS-PREREQ-MET = 'N'
                   PERFORM 224-PLACEMENT-PREREQ-CHECK
               END-IF
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT.
                   END-READ
               END-PERFORM
           END-IF.
       224-PLACEMENT-PREREQ-CHECK.
      *    SAME PLACEMENT RECOGNITION AS PROJ-ENROLLMENT'S
      *    PARAGRAPH OF THE SAME NAME.
           CALL 'PROJ-PLACE-CHECK' USING BI-STU-NUM, WS-TMP-PREREQ,
               WS-PLACE-MET, WS-PLACE-DESC
           IF WS-PLACE-MET = 'Y'
               MOVE 'Y' TO WS-PREREQ-MET
           END-IF.
       228-COREQ-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME;
      *    CS-SECT IS RE-READ BY WS-TMP-CRN ON THE WAY OUT.
               IF WS-COREQ-MET = 'N'
                   PERFORM 229-TRANSFER-COREQ-CHECK
               END-IF
               IF WS-COREQ-MET = 'N' AND WS-BLOCK-RUN = 'Y'
                   PERFORM 227-BLOCK-COREQ-CHECK
               END-IF
               IF WS-COREQ-MET = 'N' AND WS-CART-PREVIEW = 'Y'
                   PERFORM 226-CART-COREQ-CHECK
               END-IF
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT.
       227-BLOCK-COREQ-CHECK.
      *    THE BLOCK RUN SEATS THE WHOLE BLOCK OR NOTHING, SO A CO-REQ
      *    COURSE THAT IS ITSELF ONE OF THE BLOCK'S CRNS IS MET.
           PERFORM VARYING WS-BLK-SUB2 FROM 1 BY 1
                   UNTIL WS-BLK-SUB2 > WS-BLK-CNT
               IF WS-BLK-CRS-CODE(WS-BLK-SUB2) = WS-TMP-COREQ
                   MOVE 'Y' TO WS-COREQ-MET
               END-IF
           END-PERFORM.
       226-CART-COREQ-CHECK.
      *    A CART CHECKED AHEAD OF ITS WINDOW -- A CO-REQ COURSE THAT
      *    IS ANOTHER LINE OF THE CART WILL BE REGISTERED ALONG WITH
      *    IT, SO IT COUNTS AS MET.
           PERFORM VARYING WS-KT-SUB2 FROM 1 BY 1
                   UNTIL WS-KT-SUB2 > WS-KT-CNT
               IF WS-KT-CRS-CODE(WS-KT-SUB2) = WS-TMP-COREQ
                   MOVE 'Y' TO WS-COREQ-MET
               END-IF
           END-PERFORM.
       229-TRANSFER-COREQ-CHECK.
      *    SAME RECOGNITION AS 225-TRANSFER-PREREQ-CHECK.
           IF WS-TC-ON-FILE = 'Y' THEN
           END-IF
           IF WS-CONFLICT-CRN NOT = ZERO THEN
               DISPLAY 'WARNING - MEETING TIME CONFLICT: STUDENT '
                   BI-STU-NUM ' CRN ' WS-TMP-CRN ' CONFLICTS WITH CRN '
                   WS-CONFLICT-CRN
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
      *    200-ENROLL-ROUTINE, WITH 215-CAPACITY-CHECK'S WAITLIST OFFER
      *    REPLACED BY AN AUTOMATIC WAITLIST SINCE THERE IS NO OPERATOR
      *    TO ASK.
      *    A LINKED LAB (WS-LINK-PASS = 'Y') RIDES ON THE STATUS ITS
      *    LECTURE JUST GOT -- 237-LINK-CHECK ALREADY SAW A SEAT FOR
      *    IT OR A WAITLISTED LECTURE.
      *    A SEAT HELD FOR A RESERVE IS ONLY OPEN TO A STUDENT WHO
      *    QUALIFIES FOR IT; WS-RESV-SEQ IS THE ROW TAKEN AGAINST.
           IF WS-LINK-PASS = 'N'
               MOVE 'E' TO WS-ENROLL-STATUS
               MOVE ZERO TO WS-RESV-SEQ
               PERFORM 216-GROUP-SEAT-CHECK
               PERFORM 217-RESV-SEAT-CHECK
               IF WS-SEAT-KIND = 'R'
                   MOVE RW-SEQ TO WS-RESV-SEQ
               END-IF
               IF WS-SEAT-KIND = 'N' THEN
                   MOVE 'CL' TO WS-PM-TYPE-WANTED
                   MOVE WS-TMP-CRN TO WS-PM-CRN-WANTED
                   PERFORM 940-FIND-PERMIT
                   IF WS-PERMIT-FOUND = 'Y'
                       PERFORM 945-CONSUME-PERMIT
                       DISPLAY 'CLOSED-CLASS PERMIT APPLIED: STUDENT '
                           BI-STU-NUM ' CRN ' BI-CRN
                   ELSE
                       MOVE 'W' TO WS-ENROLL-STATUS
                       MOVE 'FU' TO TA-REASON
                       PERFORM 985-LOG-TURNAWAY
                   END-IF
               END-IF
           END-IF
           PERFORM 205-GET-NEW-EF-SLOT
           MOVE 'BATCH' TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE WS-ENROLL-HRS TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           IF WS-ENROLL-STATUS = 'E'
               MOVE WS-RESV-SEQ TO RF-RESV-SEQ
           END-IF
           IF WS-EF-SLOT-REUSED = 'Y' THEN
               REWRITE ENR-REC
           ELSE
           IF WS-ENROLL-STATUS = 'W' THEN
               ADD 1 TO CS-WAIT-CNT
               DISPLAY 'WAITLISTED - SECTION FULL: STUDENT '
                   BI-STU-NUM ' CRN ' WS-TMP-CRN
           ELSE
               ADD 1 TO CS-ENROLLED-CNT
               DISPLAY 'ENROLLED: STUDENT ' BI-STU-NUM
                   ' CRN ' WS-TMP-CRN
           END-IF
           REWRITE CS-RECORD
           IF WS-ENROLL-STATUS = 'E' AND WS-RESV-SEQ > ZERO
               MOVE 'T' TO RW-ACTION
               MOVE CS-CRN TO RW-CRN
               MOVE CS-TERM TO RW-TERM
               MOVE WS-RESV-SEQ TO RW-SEQ
               CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
           END-IF
           IF WS-ENROLL-STATUS = 'E'
               MOVE BI-STU-NUM TO WS-VN-STU-NUM
               MOVE WS-TMP-CRN TO WS-VN-CRN
               MOVE 'A' TO WS-VN-ACTION
               PERFORM 955-VA-NOTE-RTN
           END-IF.
       237-LINK-CHECK.
      *    SAME RULES AS PROJ-ENROLLMENT'S 237-LINK-CHECK, WITH THE
      *    LAB COMING OFF THE INPUT LINE (BI-LINK-CRN) INSTEAD OF A
      *    PROMPT.  A LINKED LECTURE NEEDS ONE OF ITS GROUP'S 'B'
      *    SECTIONS THERE, NOT ALREADY HELD, WITH A SEAT OPEN UNLESS
      *    THE LECTURE IS FULL TOO (THEN BOTH WAITLIST).  A LAB ON ITS
      *    OWN NEEDS THE LECTURE HELD AND NO OTHER LAB OF THE GROUP.
      *    CS-SECT IS PUT BACK ON WS-TMP-CRN ON THE WAY OUT.
           MOVE 'Y' TO WS-LINK-OK
           MOVE ZEROS TO WS-LINK-CRN
           MOVE ZERO TO WS-LINK-HRS
           MOVE ZERO TO WS-LINK-RESV-SEQ
           MOVE SPACES TO WS-LINK-MSG
           MOVE CS-LINK-GROUP TO WS-LK-GROUP
           IF WS-LK-GROUP = SPACES
               IF BI-LINK-CRN NOT = SPACES
                   MOVE 'N' TO WS-LINK-OK
                   MOVE 'LINKED CRN GIVEN FOR AN UNLINKED SECTION'
                       TO WS-LINK-MSG
               END-IF
           ELSE IF CS-LINK-ROLE = 'L'
               PERFORM 241-EDIT-LINKED-CRN
           ELSE
               PERFORM 239-SCAN-LINK-GROUP
               IF WS-LK-HAS-LECT = 'N'
                   MOVE 'N' TO WS-LINK-OK
                   MOVE 'LAB WITHOUT ITS LECTURE' TO WS-LINK-MSG
               ELSE IF WS-LK-HAS-LAB = 'Y'
                   MOVE 'N' TO WS-LINK-OK
                   MOVE 'A LAB OF THE LECTURE IS ALREADY HELD'
                       TO WS-LINK-MSG
               END-IF
               END-IF
           END-IF
           END-IF
           IF WS-LINK-OK = 'N'
               MOVE ZEROS TO WS-LINK-CRN
               MOVE ZERO TO WS-LINK-HRS
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       241-EDIT-LINKED-CRN.
           IF BI-LINK-CRN = SPACES OR BI-LINK-CRN NOT NUMERIC
               MOVE 'N' TO WS-LINK-OK
               MOVE 'LINKED LECTURE WITHOUT ITS LAB' TO WS-LINK-MSG
           ELSE
               PERFORM 216-GROUP-SEAT-CHECK
               PERFORM 217-RESV-SEAT-CHECK
               IF WS-SEAT-KIND = 'N'
                   MOVE 'Y' TO WS-LECT-FULL
               ELSE
                   MOVE 'N' TO WS-LECT-FULL
               END-IF
               MOVE BI-LINK-CRN TO WS-LINK-CRN
               MOVE WS-LINK-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE 'N' TO WS-LINK-OK
               END-READ
               IF WS-LINK-OK = 'N'
                   MOVE 'UNKNOWN LINKED LAB CRN' TO WS-LINK-MSG
               ELSE IF CS-LINK-GROUP NOT = WS-LK-GROUP
                       OR CS-LINK-ROLE NOT = 'B'
                       OR CS-TERM NOT = CURRENT-TERM
                   MOVE 'N' TO WS-LINK-OK
                   MOVE 'LINKED CRN IS NOT A LAB OF THE LECTURE'
                       TO WS-LINK-MSG
               ELSE
                   MOVE CS-CRED-HR TO WS-LINK-HRS
                   MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
                   MOVE WS-LINK-CRN TO WS-TMP-CRN
                   PERFORM 210-DUP-CRN-CHECK
                   IF WS-DUP-FOUND = 'Y'
                       MOVE 'N' TO WS-LINK-OK
                       MOVE 'LINKED LAB ALREADY HELD' TO WS-LINK-MSG
                   ELSE IF WS-LECT-FULL = 'N'
                       PERFORM 216-GROUP-SEAT-CHECK
                       PERFORM 217-RESV-SEAT-CHECK
                       IF WS-SEAT-KIND = 'N'
                           MOVE 'N' TO WS-LINK-OK
                           MOVE 'LINKED LAB IS FULL' TO WS-LINK-MSG
                       ELSE IF WS-SEAT-KIND = 'R'
                           MOVE RW-SEQ TO WS-LINK-RESV-SEQ
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN
               END-IF
               END-IF
           END-IF.
       238-APPEND-LINKED-LAB.
      *    THE LECTURE IS ON THE CHAIN; THE LAB FOLLOWS IT AT THE SAME
      *    WS-ENROLL-STATUS.  THE APPEND MAY HAVE REWRITTEN THE HEAD
      *    POINTER, SO THE STUDENT IS RE-READ FIRST.
           MOVE BI-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
           MOVE WS-LINK-CRN TO WS-TMP-CRN
           MOVE WS-LINK-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ
           PERFORM 230-CONFLICT-CHECK
           MOVE 'Y' TO WS-LINK-PASS
           MOVE WS-LINK-HRS TO WS-ENROLL-HRS
           MOVE WS-LINK-RESV-SEQ TO WS-RESV-SEQ
           PERFORM 240-APPEND-ROUTINE
           MOVE 'N' TO WS-LINK-PASS
           MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN.
       239-SCAN-LINK-GROUP.
      *    WALKS THE CHAIN FOR LIVE CURRENT-TERM SEATS IN WS-LK-GROUP.
           MOVE 'N' TO WS-LK-HAS-LECT
           MOVE 'N' TO WS-LK-HAS-LAB
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               READ EF-FILE-DES
               PERFORM UNTIL X = 0
                   PERFORM 242-SCORE-LINK-NODE
                   MOVE RF-NXT-CLS-PNTR TO X
                   IF X NOT = 0
                       READ EF-FILE-DES
                   END-IF
               END-PERFORM
           END-IF.
       242-SCORE-LINK-NODE.
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
       243-CHECK-SEAT.
      *    THE BLOCK RUN'S CHECKING PASS STANDS IN FOR 240-APPEND-
      *    ROUTINE'S SEAT TEST -- A FULL SECTION WITHOUT A 'CL' PERMIT
      *    IS A REFUSAL HERE, NOT A WAITLIST.  237-LINK-CHECK HAS
      *    ALREADY TESTED THE LINKED LAB.
           PERFORM 216-GROUP-SEAT-CHECK
           PERFORM 217-RESV-SEAT-CHECK
           IF WS-SEAT-KIND = 'N'
               MOVE 'CL' TO WS-PM-TYPE-WANTED
               MOVE WS-TMP-CRN TO WS-PM-CRN-WANTED
               PERFORM 940-FIND-PERMIT
               IF WS-PERMIT-FOUND = 'N'
                   MOVE 'SECTION FULL' TO WS-PAIR-REFUSAL
                   MOVE 'FU' TO TA-REASON
                   PERFORM 985-LOG-TURNAWAY
                   DISPLAY 'SKIPPED - SECTION FULL: STUDENT '
                       BI-STU-NUM ' CRN ' BI-CRN
               END-IF
           END-IF
           IF WS-PAIR-REFUSAL = SPACES
               ADD WS-ENROLL-HRS TO WS-UNIT-HRS
               ADD WS-LINK-HRS TO WS-UNIT-HRS
           END-IF.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE WS-TODAY-CCYYMMDD TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       300-BLOCK-RUN.
      *    EVERY BLOCK OF THE REGISTRATION TERM, EVERY ROSTER STUDENT
      *    NOT YET SEATED ('E') OR DROPPED ('D') -- A STUDENT REFUSED
      *    LAST TIME ('X') IS TRIED AGAIN.
           MOVE ZERO TO WS-BLK-SEATED
           MOVE ZERO TO WS-BLK-REFUSED
           MOVE ZERO TO WS-PAGE
           OPEN OUTPUT BLOCK-REPORT
           PERFORM 150-HEADING-RTN
           OPEN INPUT BG-FILE-DESC
           IF WS-BG-STATUS = '35'
               DISPLAY 'PROJ-ENR-BATCH - NO REGISTRATION BLOCKS ON FILE'
           ELSE
               OPEN I-O BR-FILE-DESC
               IF WS-BR-STATUS = '35'
                   DISPLAY 'PROJ-ENR-BATCH - NO BLOCK ROSTERS ON FILE'
               ELSE
                   MOVE 'N' TO WS-BG-DONE
                   MOVE LOW-VALUES TO BG-KEY
                   START BG-FILE-DESC KEY IS NOT LESS THAN BG-KEY
                       INVALID KEY MOVE 'Y' TO WS-BG-DONE
                   END-START
                   PERFORM UNTIL WS-BG-DONE = 'Y'
                       READ BG-FILE-DESC NEXT RECORD
                           AT END MOVE 'Y' TO WS-BG-DONE
                           NOT AT END
                               IF BG-TERM = CURRENT-TERM
                                   PERFORM 305-RUN-ONE-BLOCK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BR-FILE-DESC
               END-IF
               CLOSE BG-FILE-DESC
           END-IF
           IF WS-BLK-REFUSED = ZERO
               WRITE REPORT-REC FROM NONE-LINE AFTER 1
           END-IF
           MOVE WS-BLK-SEATED TO SEATED-OUT
           MOVE WS-BLK-REFUSED TO REFUSED-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           CLOSE BLOCK-REPORT
           DISPLAY 'BLOCK RUN -- ' WS-BLK-SEATED ' STUDENT(S) SEATED, '
               WS-BLK-REFUSED ' REFUSED'.
       305-RUN-ONE-BLOCK.
           MOVE BG-CODE TO WS-BLK-CODE
           PERFORM 310-LOAD-BLOCK-CRNS
           MOVE 'N' TO WS-BR-DONE
           MOVE BG-CODE TO BR-CODE
           MOVE BG-TERM TO BR-TERM
           MOVE ZEROS TO BR-STU-NUM
           START BR-FILE-DESC KEY IS NOT LESS THAN BR-KEY
               INVALID KEY MOVE 'Y' TO WS-BR-DONE
           END-START
           PERFORM UNTIL WS-BR-DONE = 'Y'
               READ BR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-DONE
                   NOT AT END
                       IF BR-CODE NOT = WS-BLK-CODE
                               OR BR-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-BR-DONE
                       ELSE IF BR-STATUS = SPACE OR 'X'
                           PERFORM 320-REGISTER-ONE-MEMBER
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       310-LOAD-BLOCK-CRNS.
      *    THE BLOCK'S CRNS IN KEYED ORDER.  A LINKED LECTURE TAKES
      *    THE FIRST LAB OF ITS GROUP IN THE BLOCK AS ITS BI-LINK-CRN,
      *    AND THAT LAB IS NOT SENT ON ITS OWN.
           MOVE ZERO TO WS-BLK-CNT
           PERFORM VARYING WS-BLK-SUB FROM 1 BY 1 UNTIL WS-BLK-SUB > 6
               IF BG-CRN(WS-BLK-SUB) > ZERO
                   ADD 1 TO WS-BLK-CNT
                   MOVE BG-CRN(WS-BLK-SUB) TO WS-BLK-CRN(WS-BLK-CNT)
                   MOVE SPACES TO WS-BLK-LINK(WS-BLK-CNT)
                   MOVE 'N' TO WS-BLK-SKIP(WS-BLK-CNT)
                   MOVE SPACES TO WS-BLK-CRS-CODE(WS-BLK-CNT)
                   MOVE SPACES TO WS-BLK-LK-GROUP(WS-BLK-CNT)
                   MOVE SPACE TO WS-BLK-ROLE(WS-BLK-CNT)
                   MOVE BG-CRN(WS-BLK-SUB) TO CS-CRN
                   READ CS-SECT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CS-CRS-CODE TO
                               WS-BLK-CRS-CODE(WS-BLK-CNT)
                           MOVE CS-LINK-GROUP TO
                               WS-BLK-LK-GROUP(WS-BLK-CNT)
                           MOVE CS-LINK-ROLE TO WS-BLK-ROLE(WS-BLK-CNT)
                   END-READ
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                   UNTIL WS-BLK-SUB > WS-BLK-CNT
               IF WS-BLK-ROLE(WS-BLK-SUB) = 'L'
                       AND WS-BLK-LK-GROUP(WS-BLK-SUB) NOT = SPACES
                   PERFORM 315-PAIR-LINKED-LAB
               END-IF
           END-PERFORM.
       315-PAIR-LINKED-LAB.
           PERFORM VARYING WS-BLK-SUB2 FROM 1 BY 1
                   UNTIL WS-BLK-SUB2 > WS-BLK-CNT
               IF WS-BLK-LINK(WS-BLK-SUB) = SPACES
                       AND WS-BLK-ROLE(WS-BLK-SUB2) = 'B'
                       AND WS-BLK-SKIP(WS-BLK-SUB2) = 'N'
                       AND WS-BLK-LK-GROUP(WS-BLK-SUB2) =
                           WS-BLK-LK-GROUP(WS-BLK-SUB)
                   MOVE WS-BLK-CRN(WS-BLK-SUB2) TO
                       WS-BLK-LINK(WS-BLK-SUB)
                   MOVE 'Y' TO WS-BLK-SKIP(WS-BLK-SUB2)
               END-IF
           END-PERFORM.
       320-REGISTER-ONE-MEMBER.
      *    ALL OR NOTHING.  THE CHECKING PASS RUNS EVERY BLOCK CRN
      *    THROUGH 200-PROCESS-ONE-PAIR WITHOUT WRITING; ONLY WHEN
      *    EVERY ONE PASSES DOES THE SECOND PASS SEAT THEM.
           MOVE BR-STU-NUM TO BI-STU-NUM
           MOVE SPACES TO BI-CRED-HR
           MOVE 'Y' TO WS-UNIT-OK
           MOVE SPACES TO WS-UNIT-REASON
           MOVE ZEROS TO WS-UNIT-CRN
           MOVE ZERO TO WS-UNIT-HRS
           MOVE 'N' TO WS-UNIT-OL
           MOVE 'Y' TO WS-CHECK-ONLY
           PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                   UNTIL WS-BLK-SUB > WS-BLK-CNT OR WS-UNIT-OK = 'N'
               IF WS-BLK-SKIP(WS-BLK-SUB) = 'N'
                   PERFORM 330-ONE-BLOCK-CRN
               END-IF
           END-PERFORM
           IF WS-UNIT-OK = 'Y'
               MOVE 'N' TO WS-CHECK-ONLY
               MOVE ZERO TO WS-UNIT-HRS
               MOVE 'N' TO WS-UNIT-OL
               PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                       UNTIL WS-BLK-SUB > WS-BLK-CNT OR WS-UNIT-OK = 'N'
                   IF WS-BLK-SKIP(WS-BLK-SUB) = 'N'
                       PERFORM 330-ONE-BLOCK-CRN
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-CHECK-ONLY
           MOVE 'N' TO WS-UNIT-OL
           MOVE WS-TODAY-CCYYMMDD TO BR-STATUS-DATE
           MOVE 'BATCH' TO BR-OPERATOR-ID
           IF WS-UNIT-OK = 'Y'
               MOVE 'E' TO BR-STATUS
               MOVE ZEROS TO BR-EXC-CRN
               MOVE SPACES TO BR-EXC-REASON
               ADD 1 TO WS-BLK-SEATED
               DISPLAY 'BLOCK ' WS-BLK-CODE ' SEATED: STUDENT '
                   BI-STU-NUM
           ELSE
               MOVE 'X' TO BR-STATUS
               MOVE WS-UNIT-CRN TO BR-EXC-CRN
               MOVE WS-UNIT-REASON TO BR-EXC-REASON
               ADD 1 TO WS-BLK-REFUSED
               PERFORM 340-WRITE-EXCEPTION
           END-IF
           REWRITE BR-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
       330-ONE-BLOCK-CRN.
           MOVE WS-BLK-CRN(WS-BLK-SUB) TO BI-CRN
           MOVE WS-BLK-LINK(WS-BLK-SUB) TO BI-LINK-CRN
           PERFORM 200-PROCESS-ONE-PAIR
           IF WS-PAIR-REFUSAL NOT = SPACES
               MOVE 'N' TO WS-UNIT-OK
               MOVE BI-CRN TO WS-UNIT-CRN
               MOVE WS-PAIR-REFUSAL TO WS-UNIT-REASON
           END-IF.
       340-WRITE-EXCEPTION.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE WS-BLK-CODE TO BLOCK-OUT
           MOVE BI-STU-NUM TO S-NO-OUT
           MOVE WS-UNIT-CRN TO CRN-OUT
           MOVE WS-UNIT-REASON TO REASON-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       400-CART-RUN.
      *    EVERY STUDENT WITH CART LINES FOR THE REGISTRATION TERM NOT
      *    YET RUN, IN APPOINTMENT ORDER.  A CART WHOSE WINDOW OPENS
      *    TOMORROW OR EARLIER IS REGISTERED TONIGHT, BEFORE THE
      *    STUDENT CAN SIGN ON; ANY OTHER CART IS ONLY CHECKED.
           MOVE ZERO TO WS-KT-CHECKED
           MOVE ZERO TO WS-KT-PROCESSED
           MOVE ZERO TO WS-KT-SEAT-CNT
           MOVE ZERO TO WS-KT-WAIT-CNT
           MOVE ZERO TO WS-KT-REFUSE-CNT
           MOVE ZERO TO WS-PAGE
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) + 1)
           OPEN OUTPUT CART-REPORT
           PERFORM 155-CART-HEADING-RTN
           PERFORM 050-LOAD-HOLD-TABLE
           OPEN INPUT HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               MOVE 'N' TO WS-HD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-HD-ON-FILE
           END-IF
           OPEN I-O KT-FILE-DESC
           IF WS-KT-STATUS = '35'
               DISPLAY 'PROJ-ENR-BATCH - NO REGISTRATION CARTS ON FILE'
           ELSE
               SORT CART-SORT-FILE ON ASCENDING KEY KS-OPEN-DATE
                                   DESCENDING KEY KS-HRS-EARN
                                   ASCENDING KEY KS-STU-NUM
                   INPUT PROCEDURE 410-CART-SORT-INPUT
                   OUTPUT PROCEDURE 430-CART-SORT-OUTPUT
               CLOSE KT-FILE-DESC
           END-IF
           IF WS-HD-ON-FILE = 'Y'
               CLOSE HD-FILE-DESC
           END-IF
           MOVE WS-KT-CHECKED TO CHECKED-OUT
           MOVE WS-KT-PROCESSED TO PROCESSED-OUT
           MOVE WS-KT-SEAT-CNT TO SEATS-OUT
           MOVE WS-KT-WAIT-CNT TO WAITS-OUT
           MOVE WS-KT-REFUSE-CNT TO REFUSES-OUT
           WRITE CART-REPORT-REC FROM CART-TOTAL-LINE AFTER 2
           CLOSE CART-REPORT
           DISPLAY 'CART RUN -- ' WS-KT-CHECKED ' CART(S) CHECKED, '
               WS-KT-PROCESSED ' REGISTERED'.
       410-CART-SORT-INPUT.
      *    ONE SORT ROW PER STUDENT -- THE CART FILE IS IN STUDENT
      *    ORDER, SO A STUDENT'S LINES ARE TOGETHER.
           MOVE ZEROS TO WS-KT-LAST-STU
           MOVE 'N' TO WS-KT-DONE
           MOVE LOW-VALUES TO KT-KEY
           START KT-FILE-DESC KEY IS NOT LESS THAN KT-KEY
               INVALID KEY MOVE 'Y' TO WS-KT-DONE
           END-START
           PERFORM UNTIL WS-KT-DONE = 'Y'
               READ KT-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-KT-DONE
                   NOT AT END
                       IF KT-TERM = CURRENT-TERM
                               AND KT-RESULT = SPACE
                               AND KT-STU-NUM NOT = WS-KT-LAST-STU
                           MOVE KT-STU-NUM TO WS-KT-LAST-STU
                           PERFORM 420-RELEASE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
       420-RELEASE-ONE-STUDENT.
           MOVE KT-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'CART SKIPPED - UNKNOWN STUDENT ' KT-STU-NUM
               NOT INVALID KEY
                   MOVE SF-REG-OPEN-DATE TO KS-OPEN-DATE
                   MOVE SF-CRED-HR-EARN TO KS-HRS-EARN
                   MOVE SF-STU-NUM TO KS-STU-NUM
                   RELEASE KS-REC
           END-READ.
       430-CART-SORT-OUTPUT.
           MOVE 'N' TO WS-KS-DONE
           PERFORM UNTIL WS-KS-DONE = 'Y'
               RETURN CART-SORT-FILE
                   AT END MOVE 'Y' TO WS-KS-DONE
                   NOT AT END PERFORM 440-CART-ONE-STUDENT
               END-RETURN
           END-PERFORM.
       440-CART-ONE-STUDENT.
      *    A STUDENT WITH NO APPOINTMENT YET (ZERO OPEN DATE) IS
      *    CHECKED, NEVER REGISTERED.
           MOVE KS-STU-NUM TO BI-STU-NUM
           PERFORM 441-LOAD-CART
           IF WS-KT-CNT > ZERO
               IF KS-OPEN-DATE = ZERO OR KS-OPEN-DATE > WS-TOMORROW
                   MOVE 'Y' TO WS-CART-PREVIEW
                   PERFORM 450-CHECK-CART
                   MOVE 'N' TO WS-CART-PREVIEW
                   ADD 1 TO WS-KT-CHECKED
               ELSE
                   PERFORM 460-PROCESS-CART
                   ADD 1 TO WS-KT-PROCESSED
               END-IF
               PERFORM 470-SAVE-CART
           END-IF.
       441-LOAD-CART.
           MOVE ZERO TO WS-KT-CNT
           MOVE 'N' TO WS-KT-DONE
           MOVE BI-STU-NUM TO KT-STU-NUM
           MOVE CURRENT-TERM TO KT-TERM
           MOVE ZERO TO KT-SEQ
           START KT-FILE-DESC KEY IS NOT LESS THAN KT-KEY
               INVALID KEY MOVE 'Y' TO WS-KT-DONE
           END-START
           PERFORM UNTIL WS-KT-DONE = 'Y'
               READ KT-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-KT-DONE
                   NOT AT END
                       IF KT-STU-NUM NOT = BI-STU-NUM
                               OR KT-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-KT-DONE
                       ELSE IF KT-RESULT = SPACE AND WS-KT-CNT < 10
                           PERFORM 442-LOAD-ONE-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       442-LOAD-ONE-LINE.
           ADD 1 TO WS-KT-CNT
           MOVE KT-SEQ TO WS-KT-SEQ(WS-KT-CNT)
           MOVE KT-CRN TO WS-KT-CRN(WS-KT-CNT)
           MOVE KT-LINK-CRN TO WS-KT-LINK(WS-KT-CNT)
           MOVE KT-CRED-HR TO WS-KT-HRS(WS-KT-CNT)
           MOVE KT-ALT-CRN TO WS-KT-ALT(WS-KT-CNT)
           MOVE KT-ALT-LINK-CRN TO WS-KT-ALT-LINK(WS-KT-CNT)
           MOVE KT-ALT-CRED-HR TO WS-KT-ALT-HRS(WS-KT-CNT)
           MOVE SPACES TO WS-KT-CRS-CODE(WS-KT-CNT)
           MOVE 'N' TO WS-KT-OK(WS-KT-CNT)
           MOVE SPACES TO WS-KT-USED-DAYS(WS-KT-CNT)
           MOVE ZERO TO WS-KT-USED-TIME(WS-KT-CNT)
           MOVE SPACES TO WS-KT-MSG(WS-KT-CNT)
           MOVE SPACES TO WS-KT-ALT-MSG(WS-KT-CNT)
           MOVE SPACE TO WS-KT-RESULT(WS-KT-CNT)
           MOVE ZEROS TO WS-KT-RESULT-CRN(WS-KT-CNT)
           MOVE SPACES TO WS-KT-RESULT-MSG(WS-KT-CNT)
           MOVE KT-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CS-CRS-CODE TO WS-KT-CRS-CODE(WS-KT-CNT)
           END-READ.
       443-LINE-TO-SLIP.
      *    THE LINE'S FIRST CHOICE INTO BATCH-LINE FOR 200-PROCESS-
      *    ONE-PAIR.
           MOVE WS-KT-CRN(WS-KT-SUB) TO BI-CRN
           MOVE WS-KT-LINK(WS-KT-SUB) TO BI-LINK-CRN
           MOVE WS-KT-HRS(WS-KT-SUB) TO BI-CRED-HR.
       444-ALT-TO-SLIP.
           MOVE WS-KT-ALT(WS-KT-SUB) TO BI-CRN
           MOVE WS-KT-ALT-LINK(WS-KT-SUB) TO BI-LINK-CRN
           MOVE WS-KT-ALT-HRS(WS-KT-SUB) TO BI-CRED-HR.
       450-CHECK-CART.
      *    NOTHING IS WRITTEN.  THE HOURS OF EACH LINE THAT PASSES
      *    ARE CARRIED INTO THE NEXT LINE'S CAP TEST (WS-UNIT-HRS).
           MOVE 'Y' TO WS-CHECK-ONLY
           MOVE ZERO TO WS-UNIT-HRS
           MOVE 'N' TO WS-UNIT-OL
           PERFORM 207-HOLD-CHECK
           PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                   UNTIL WS-KT-SUB > WS-KT-CNT
               PERFORM 451-CHECK-ONE-LINE
           END-PERFORM
           MOVE 'N' TO WS-CHECK-ONLY
           MOVE 'N' TO WS-UNIT-OL.
       451-CHECK-ONE-LINE.
      *    THE ALTERNATE IS CHECKED TOO, BUT ITS HOURS ONLY COUNT
      *    WHEN THE FIRST CHOICE DIDN'T PASS.
           IF WS-HOLD-BLOCKED = 'Y'
               MOVE WS-HOLD-MSG TO WS-KT-MSG(WS-KT-SUB)
               IF WS-KT-ALT(WS-KT-SUB) > ZERO
                   MOVE WS-HOLD-MSG TO WS-KT-ALT-MSG(WS-KT-SUB)
               END-IF
           ELSE
               PERFORM 443-LINE-TO-SLIP
               PERFORM 200-PROCESS-ONE-PAIR
               PERFORM 452-CHECK-MESSAGE
               MOVE WS-CART-MSG TO WS-KT-MSG(WS-KT-SUB)
               MOVE WS-CART-LINE-OK TO WS-KT-OK(WS-KT-SUB)
               IF WS-KT-ALT(WS-KT-SUB) > ZERO
                   MOVE WS-UNIT-HRS TO WS-CART-HRS-SAVE
                   PERFORM 444-ALT-TO-SLIP
                   PERFORM 200-PROCESS-ONE-PAIR
                   PERFORM 452-CHECK-MESSAGE
                   MOVE WS-CART-MSG TO WS-KT-ALT-MSG(WS-KT-SUB)
                   IF WS-KT-OK(WS-KT-SUB) = 'Y'
                       MOVE WS-CART-HRS-SAVE TO WS-UNIT-HRS
                   ELSE
                       MOVE WS-CART-LINE-OK TO WS-KT-OK(WS-KT-SUB)
                   END-IF
               END-IF
               IF WS-KT-OK(WS-KT-SUB) = 'N'
                   MOVE 'CHECK' TO WS-CART-WORD
                   MOVE WS-KT-CRN(WS-KT-SUB) TO WS-CART-CRN
                   MOVE WS-KT-MSG(WS-KT-SUB) TO WS-CART-MSG
                   PERFORM 480-WRITE-CART-LINE
               END-IF
           END-IF
           IF WS-HOLD-BLOCKED = 'Y'
               MOVE 'CHECK' TO WS-CART-WORD
               MOVE WS-KT-CRN(WS-KT-SUB) TO WS-CART-CRN
               MOVE WS-HOLD-MSG TO WS-CART-MSG
               PERFORM 480-WRITE-CART-LINE
           END-IF.
       452-CHECK-MESSAGE.
      *    A FULL SECTION IS NOT A REFUSAL AHEAD OF THE WINDOW -- THE
      *    LINE WOULD WAITLIST IF IT IS STILL FULL THEN.  A LINE THAT
      *    PASSES REMEMBERS ITS MEETING BLOCK FOR THE LINES AFTER IT.
           MOVE 'N' TO WS-CART-LINE-OK
           IF WS-PAIR-REFUSAL = SPACES
               MOVE 'Y' TO WS-CART-LINE-OK
               PERFORM 453-CART-CONFLICT-CHECK
               IF WS-CONFLICT-CRN NOT = ZERO
                   MOVE WS-CONFLICT-CRN TO WS-CM-CRN
                   MOVE WS-CONFLICT-MSG TO WS-CART-MSG
               ELSE
                   MOVE 'OK - READY TO REGISTER' TO WS-CART-MSG
               END-IF
               MOVE WS-TMP-MTG-DAYS TO WS-KT-USED-DAYS(WS-KT-SUB)
               MOVE WS-TMP-MTG-TIME TO WS-KT-USED-TIME(WS-KT-SUB)
           ELSE IF WS-PAIR-REFUSAL = 'SECTION FULL'
               MOVE 'SECTION FULL NOW - WOULD WAITLIST' TO WS-CART-MSG
           ELSE
               MOVE WS-PAIR-REFUSAL TO WS-CART-MSG
           END-IF
           END-IF.
       453-CART-CONFLICT-CHECK.
      *    THE SCHEDULE ALREADY HELD (230-CONFLICT-CHECK), THEN THE
      *    CART LINES AHEAD OF THIS ONE THAT PASSED.
           MOVE BI-CRN TO WS-TMP-CRN
           MOVE BI-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ
           PERFORM 230-CONFLICT-CHECK
           IF WS-CONFLICT-CRN = ZERO AND WS-TMP-MTG-DAYS NOT = SPACES
               PERFORM VARYING WS-KT-SUB2 FROM 1 BY 1
                       UNTIL WS-KT-SUB2 NOT < WS-KT-SUB
                   IF WS-KT-OK(WS-KT-SUB2) = 'Y'
                       AND WS-KT-USED-DAYS(WS-KT-SUB2) = WS-TMP-MTG-DAYS
                       AND WS-KT-USED-TIME(WS-KT-SUB2) = WS-TMP-MTG-TIME
                       MOVE WS-KT-CRN(WS-KT-SUB2) TO WS-CONFLICT-CRN
                   END-IF
               END-PERFORM
           END-IF.
       460-PROCESS-CART.
      *    THE WINDOW IS HERE.  LINES ARE TAKEN IN CART ORDER; A LINE
      *    REFUSED FOR ITS CO-REQ GETS ONE MORE TRY ONCE THE REST ARE
      *    IN.  THE LETTER EVENTS GO OUT TOGETHER AT THE END.
           MOVE 'N' TO WS-CHECK-ONLY
           MOVE 'N' TO WS-UNIT-OL
           PERFORM 207-HOLD-CHECK
           PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                   UNTIL WS-KT-SUB > WS-KT-CNT
               PERFORM 461-PROCESS-ONE-LINE
           END-PERFORM
           IF WS-HOLD-BLOCKED = 'N'
               PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                       UNTIL WS-KT-SUB > WS-KT-CNT
                   IF WS-KT-RESULT(WS-KT-SUB) = 'X'
                       AND WS-KT-RESULT-MSG(WS-KT-SUB) =
                           'CO-REQ NOT SEATED'
                       PERFORM 461-PROCESS-ONE-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                   UNTIL WS-KT-SUB > WS-KT-CNT
               PERFORM 465-REPORT-ONE-RESULT
           END-PERFORM
           MOVE 'N' TO WS-UNIT-OL.
       461-PROCESS-ONE-LINE.
      *    FIRST CHOICE IF IT SEATS, ELSE THE ALTERNATE IF THAT
      *    SEATS, ELSE THE FIRST CHOICE FOR WHATEVER IT GETS -- THE
      *    WAITLIST OR A REFUSAL.
           MOVE 'N' TO WS-CART-PLACED
           IF WS-HOLD-BLOCKED = 'Y'
               MOVE 'X' TO WS-KT-RESULT(WS-KT-SUB)
               MOVE WS-KT-CRN(WS-KT-SUB) TO WS-KT-RESULT-CRN(WS-KT-SUB)
               MOVE WS-HOLD-MSG TO WS-KT-RESULT-MSG(WS-KT-SUB)
           ELSE
               PERFORM 443-LINE-TO-SLIP
               PERFORM 462-TRY-ONE-CRN
               IF WS-CART-PLACED = 'Y'
                   MOVE 'REGISTERED' TO WS-KT-RESULT-MSG(WS-KT-SUB)
               ELSE IF WS-KT-ALT(WS-KT-SUB) > ZERO
                   PERFORM 444-ALT-TO-SLIP
                   PERFORM 462-TRY-ONE-CRN
                   IF WS-CART-PLACED = 'Y'
                       MOVE WS-KT-CRN(WS-KT-SUB) TO WS-AN-CRN
                       MOVE WS-ALT-NOTE TO WS-KT-RESULT-MSG(WS-KT-SUB)
                   END-IF
               END-IF
               END-IF
               IF WS-CART-PLACED = 'N'
                   PERFORM 443-LINE-TO-SLIP
                   MOVE WS-UNIT-OL TO WS-CART-OL-SAVE
                   PERFORM 200-PROCESS-ONE-PAIR
                   MOVE BI-CRN TO WS-KT-RESULT-CRN(WS-KT-SUB)
                   IF WS-PAIR-REFUSAL = SPACES
                       MOVE WS-ENROLL-STATUS TO WS-KT-RESULT(WS-KT-SUB)
                       IF WS-ENROLL-STATUS = 'W'
                           MOVE 'SECTION FULL - WAITLISTED'
                               TO WS-KT-RESULT-MSG(WS-KT-SUB)
                       ELSE
                           MOVE 'REGISTERED'
                               TO WS-KT-RESULT-MSG(WS-KT-SUB)
                       END-IF
                   ELSE
                       MOVE WS-CART-OL-SAVE TO WS-UNIT-OL
                       MOVE 'X' TO WS-KT-RESULT(WS-KT-SUB)
                       MOVE WS-PAIR-REFUSAL
                           TO WS-KT-RESULT-MSG(WS-KT-SUB)
                   END-IF
               END-IF
           END-IF.
       462-TRY-ONE-CRN.
      *    A CHECKING PASS FIRST, SO A FULL SECTION ISN'T WAITLISTED
      *    BEFORE THE ALTERNATE HAS HAD ITS TURN; ONLY A CLEAN CHECK
      *    IS REGISTERED.  THE CHECK MUST NOT KEEP AN OVERLOAD PERMIT
      *    FOR THE REAL PASS, AND A REFUSED REAL PASS GIVES IT BACK.
           MOVE ZERO TO WS-UNIT-HRS
           MOVE WS-UNIT-OL TO WS-CART-OL-SAVE
           MOVE 'Y' TO WS-CHECK-ONLY
           PERFORM 200-PROCESS-ONE-PAIR
           MOVE WS-CART-OL-SAVE TO WS-UNIT-OL
           MOVE 'N' TO WS-CHECK-ONLY
           IF WS-PAIR-REFUSAL = SPACES
               PERFORM 200-PROCESS-ONE-PAIR
               IF WS-PAIR-REFUSAL = SPACES
                   MOVE 'Y' TO WS-CART-PLACED
                   MOVE WS-ENROLL-STATUS TO WS-KT-RESULT(WS-KT-SUB)
                   MOVE BI-CRN TO WS-KT-RESULT-CRN(WS-KT-SUB)
               ELSE
                   MOVE WS-CART-OL-SAVE TO WS-UNIT-OL
               END-IF
           END-IF.
       465-REPORT-ONE-RESULT.
      *    ONE REPORT LINE AND ONE 'CART' LETTER EVENT PER LINE --
      *    PROJ-LETTER-PRINT FOLDS THE STUDENT'S EVENTS INTO ONE
      *    LETTER.
           MOVE WS-KT-RESULT-CRN(WS-KT-SUB) TO WS-CART-CRN
           MOVE WS-KT-RESULT-MSG(WS-KT-SUB) TO WS-CART-MSG
           IF WS-KT-RESULT(WS-KT-SUB) = 'E'
               MOVE 'REG' TO WS-CART-WORD
               ADD 1 TO WS-KT-SEAT-CNT
           ELSE IF WS-KT-RESULT(WS-KT-SUB) = 'W'
               MOVE 'WAIT' TO WS-CART-WORD
               ADD 1 TO WS-KT-WAIT-CNT
           ELSE
               MOVE 'REFUSE' TO WS-CART-WORD
               ADD 1 TO WS-KT-REFUSE-CNT
           END-IF
           END-IF
           PERFORM 480-WRITE-CART-LINE
           MOVE BI-STU-NUM TO CQ-STU-NUM
           MOVE 'CART' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE WS-CART-CRN TO WS-CV-CRN
           MOVE WS-CART-MSG TO WS-CV-TEXT
           MOVE WS-CART-VAR TO CQ-VAR-DATA
           PERFORM 960-QUEUE-LETTER-RTN.
       470-SAVE-CART.
      *    THE CHECK MESSAGES OR THE RESULTS GO BACK ON THE CART
      *    LINES FOR PROJ-SELF-SERVICE TO SHOW.
           PERFORM VARYING WS-KT-SUB FROM 1 BY 1
                   UNTIL WS-KT-SUB > WS-KT-CNT
               MOVE BI-STU-NUM TO KT-STU-NUM
               MOVE CURRENT-TERM TO KT-TERM
               MOVE WS-KT-SEQ(WS-KT-SUB) TO KT-SEQ
               READ KT-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-KT-RESULT(WS-KT-SUB) = SPACE
                           MOVE WS-TODAY-CCYYMMDD TO KT-CHECK-DATE
                           MOVE WS-KT-MSG(WS-KT-SUB) TO KT-CHECK-MSG
                           MOVE WS-KT-ALT-MSG(WS-KT-SUB)
                               TO KT-ALT-CHECK-MSG
                       ELSE
                           MOVE WS-KT-RESULT(WS-KT-SUB) TO KT-RESULT
                           MOVE WS-KT-RESULT-CRN(WS-KT-SUB)
                               TO KT-RESULT-CRN
                           MOVE WS-KT-RESULT-MSG(WS-KT-SUB)
                               TO KT-RESULT-MSG
                           MOVE WS-TODAY-CCYYMMDD TO KT-RESULT-DATE
                       END-IF
                       REWRITE KT-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.
       480-WRITE-CART-LINE.
           IF WS-LINE-CT > 55
               PERFORM 155-CART-HEADING-RTN
           END-IF
           MOVE WS-CART-WORD TO RESULT-OUT-K
           MOVE BI-STU-NUM TO S-NO-OUT-K
           MOVE WS-CART-CRN TO CRN-OUT-K
           MOVE WS-CART-MSG TO REASON-OUT-K
           WRITE CART-REPORT-REC FROM CART-DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       155-CART-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-K1
           MOVE WS-TODAY-CCYYMMDD TO DATE-WS
           MOVE MONTH-WS TO MONTH-K1
           MOVE DAY-WS TO DAY-K1
           MOVE YEAR-WS TO YEAR-K1
           MOVE SPACES TO CART-REPORT-REC
           WRITE CART-REPORT-REC AFTER PAGE
           WRITE CART-REPORT-REC FROM CART-HEADING-1 AFTER 6
           WRITE CART-REPORT-REC FROM CART-HEADING-2 AFTER 2
           MOVE SPACES TO CART-REPORT-REC
           WRITE CART-REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       050-LOAD-HOLD-TABLE.
      *    THE HOLD CODES COME FROM PROJ-CODE-LOAD, SAME AS
      *    PROJ-ENROLLMENT.
           CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
               HD-CODE-TBL-SIZE, HD-CODE-TABLE.
       207-HOLD-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 152-HOLD-CHECK -- AN
      *    UNRELEASED HOLD WHOSE CODE BLOCKS ENROLLMENT.  ONLY THE
      *    CART RUN ASKS.
           MOVE 'N' TO WS-HOLD-BLOCKED
           IF WS-HD-ON-FILE = 'Y' THEN
               MOVE 'N' TO WS-HD-DONE
               MOVE BI-STU-NUM TO HD-STU-NUM
               MOVE SPACES TO HD-CODE
               START HD-FILE-DESC KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-HD-DONE
               END-START
               PERFORM UNTIL WS-HD-DONE = 'Y'
                   READ HD-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-HD-DONE
                       NOT AT END
                           IF HD-STU-NUM NOT = BI-STU-NUM
                               MOVE 'Y' TO WS-HD-DONE
                           ELSE
                               IF HD-RELEASED NOT = 'Y'
                                   PERFORM 208-SCORE-ONE-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       208-SCORE-ONE-HOLD.
           PERFORM VARYING HD-CODE-IDX FROM 1 BY 1
                   UNTIL HD-CODE-IDX > HD-CODE-TBL-SIZE
               IF HD-CODE = HD-TBL-CODE(HD-CODE-IDX)
                       AND HD-TBL-BLK-ENR(HD-CODE-IDX) = 'Y'
                   MOVE 'Y' TO WS-HOLD-BLOCKED
                   MOVE HD-TBL-DESC(HD-CODE-IDX) TO WS-HOLD-DESC
               END-IF
           END-PERFORM.
       960-QUEUE-LETTER-RTN.
      *    ONE EVENT ONTO THE CORRESPONDENCE QUEUE (SEE CQ-REC) FOR
      *    PROJ-LETTER-PRINT'S NIGHTLY RUN.  OPEN EXTEND FAILS WITH
      *    STATUS 35 THE FIRST TIME THE QUEUE DOESN'T EXIST YET.
           OPEN EXTEND QUEUE-FILE
           IF WS-CQ-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF
           WRITE QUEUE-REC FROM CQ-LINE
           CLOSE QUEUE-FILE.
       985-LOG-TURNAWAY.
      *    ONE EVENT ONTO THE DEMAND LOG (SEE TA-REC) -- SAME OPEN-
      *    EXTEND-OR-CREATE SHAPE AS THE CORRESPONDENCE QUEUE.  THE
      *    TARGET SECTION IS IN THE CS BUFFER AT EVERY CALL SITE, SO
      *    THE COURSE CODE COMES STRAIGHT OFF IT.  A CART'S CHECKING
      *    PASS LOGS NOTHING -- THE SAME CART IS CHECKED NIGHT AFTER
      *    NIGHT, AND ITS REAL TURN-AWAYS ARE LOGGED WHEN IT RUNS.
           IF WS-CART-RUN = 'N' OR WS-CHECK-ONLY = 'N'
               MOVE BI-STU-NUM TO TA-STU-NUM
               MOVE WS-TMP-CRN TO TA-CRN
               MOVE CS-CRS-CODE TO TA-CRS-CODE
               ACCEPT TA-DATE FROM DATE
               MOVE CURRENT-TERM TO TA-TERM
               OPEN EXTEND TURNAWAY-FILE
               IF WS-TA-STATUS = '35'
                   OPEN OUTPUT TURNAWAY-FILE
               END-IF
               WRITE TURNAWAY-REC FROM TA-LINE
               CLOSE TURNAWAY-FILE
           END-IF.
       970-XREF-ADD-RTN.
      *    SAME CROSS-REFERENCE MAINTENANCE AS PROJ-ENROLLMENT'S
      *    PARAGRAPH OF THE SAME NAME -- A NO-OP UNTIL THE XREF IS
      *    SAME NAME; CS-SECT IS RE-READ BY WS-TMP-CRN ON THE WAY
      *    OUT.  A WAITLIST OUTCOME CAN'T BE KNOWN YET HERE, SO THE
      *    CAP IS CHECKED AS IF THE SEAT WILL BE REAL -- THE
      *    CONSERVATIVE READ.  THE BLOCK RUN'S CHECKING PASS ALSO
      *    COUNTS THE BLOCK CRNS ALREADY CHECKED (WS-UNIT-HRS), AND
      *    ONE OVERLOAD PERMIT COVERS THE REST OF THE BLOCK
      *    (WS-UNIT-OL).  THE CART RUN COUNTS AND COVERS A CART THE
      *    SAME WAY.
           MOVE 'Y' TO WS-LOAD-OK
           MOVE ZERO TO WS-LOAD-HOURS
           IF SF-ENR-REC-PNTR > 0 THEN
                   PERFORM 236-SUM-LOAD-NODE
               END-PERFORM
           END-IF
           MOVE WS-ENROLL-HRS TO WS-ADD-HRS
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ
           ADD WS-LINK-HRS TO WS-ADD-HRS
           IF WS-CHECK-ONLY = 'Y'
               ADD WS-UNIT-HRS TO WS-ADD-HRS
           END-IF
           IF WS-LOAD-HOURS + WS-ADD-HRS > OL-MAX-TERM-HOURS
                   AND WS-UNIT-OL = 'N'
               MOVE 'OL' TO WS-PM-TYPE-WANTED
               MOVE '00000' TO WS-PM-CRN-WANTED
               PERFORM 940-FIND-PERMIT
               IF WS-PERMIT-FOUND = 'Y'
                   PERFORM 945-CONSUME-PERMIT
                   IF WS-BLOCK-RUN = 'Y' OR WS-CART-RUN = 'Y'
                       MOVE 'Y' TO WS-UNIT-OL
                   END-IF
                   IF WS-CHECK-ONLY = 'N'
                       DISPLAY 'OVERLOAD PERMIT APPLIED: STUDENT '
                           BI-STU-NUM
                   END-IF
               ELSE
                   MOVE 'N' TO WS-LOAD-OK
               END-IF
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       ADD WS-NODE-HRS TO WS-LOAD-HOURS
               END-READ
           END-IF.
       940-FIND-PERMIT.
                       END-IF
               END-READ
           END-IF.
       955-VA-NOTE-RTN.
      *    AN ENROLLMENT CHANGE AGAINST A TERM ALREADY CERTIFIED TO THE
      *    VA GOES ON THE PENDING ADJUSTMENT FILE -- SEE PROJ-VA-NOTE,
      *    WHICH IGNORES A STUDENT WHO IS NOT A CERTIFIED BENEFICIARY.
           MOVE CURRENT-TERM TO WS-VN-TERM
           MOVE 'BATCH' TO WS-VN-SOURCE
           CALL 'PROJ-VA-NOTE' USING WS-VN-STU-NUM, WS-VN-TERM,
               WS-VN-CRN, WS-VN-ACTION, WS-VN-SOURCE.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT -- SEE
      *    PROJ-JOURNAL FOR THE FORWARD-RECOVERY STORY.
