      *          CANNOT KNOW THE SECTION'S SESSION UNTIL THE CRN IS
      *          KEYED, AND THE OLD TERM-LEVEL CHECK REFUSED STILL-
      *          OPEN LATE-START SECTIONS WHILE PASSING CLOSED ONES.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE HOLD CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES. THE POLICY THRESHOLDS
      *          ARE OVERLAID AT STARTUP FROM PROJ-CODE-PARM.DAT
      *          (PROJ-PARM-LOAD); THE COPYBOOK VALUES ARE NOW ONLY THE
      *          DEFAULTS.
      *20261015  THE PIN IS NO LONGER ON FILE -- 200-CHECK-LOGIN HASHES
      *          WHAT WAS KEYED THROUGH PROJ-PWD-HASH AND COMPARES IT
      *          TO SF-PIN-HASH.  A PIN ISSUED BY THE OFFICE (SF-PIN-
      *          TEMP 'Y') IS GOOD FOR ONE SIGN-ON ONLY; 205-CHANGE-PIN
      *          MAKES THE STUDENT CHOOSE THEIR OWN BEFORE THE SESSION
      *          GOES ANY FURTHER.
      *20261015  VA ENROLLMENT CHANGES.  A SELF-SERVICE ADD, DROP OR W
      *          (AND THE WAITLIST PROMOTION A DROP TRIGGERS) NOW CALLS
      *          PROJ-VA-NOTE THE SAME AS PROJ-ENROLLMENT, SO A
      *          CERTIFIED VA STUDENT'S CHANGE LANDS ON THE PENDING
      *          VA ADJUSTMENT FILE.
      *20261015  DEFERRED TUITION REVENUE.  A DROPADJUST TUITION
      *          REVERSAL NOW ALSO COMES OFF THE UNEARNED REVENUE
      *          REGISTER FOR THE DROPPED SECTION'S SESSION
      *          (PROJ-UR-POST, SEE UR-FILE-DESC).
      *20261015  PROXY SIGN-ON.  A PARENT OR PAYER THE STUDENT HAS
      *          SIGNED A FERPA RELEASE FOR (SEE PX-FILE-DESC) SIGNS ON
      *          WITH THE STUDENT NUMBER, THEIR PROXY NUMBER AND THEIR
      *          OWN PIN, AND GETS A LOOK-ONLY MENU LIMITED TO THE
      *          AREAS RELEASED (BALANCE, SCHEDULE, GRADES, AID) UNTIL
      *          THE RELEASE EXPIRES OR IS REVOKED.  EVERY PROXY VIEW IS
      *          LOGGED TO SF-ACCESS-LOG.DAT UNDER 'PROXY-' AND THE
      *          PROXY NUMBER.  THE STUDENT'S PIN CHANGE LOOP IS SPLIT
      *          OUT SO A PROXY'S ISSUED PIN IS SPENT THE SAME WAY.
      *20261015  BOOKS (B) ON THE SCHEDULE MENU LISTS THE REQUIRED AND
      *          OPTIONAL MATERIALS, BY ISBN, FOR EVERY CLASS ON THE
      *          STUDENT'S SCHEDULE (PROJ-TEXTBOOK.DAT, SEE
      *          TB-FILE-DESC) -- THE TEXTBOOK DISCLOSURE THE
      *          BOOKSTORE FEED IS BUILT FROM.
      *20261015  CONDUCT SANCTIONS.  A SELF-SERVICE ADD IS NOW ALSO
      *          REFUSED WHILE A SUSPENSION OR EXPULSION ON
      *          CONDUCT-CASE.DAT OVERLAPS THE TERM (PROJ-CONDUCT-CHK).
      *20261015  LECTURE/LAB LINKS (CLASS SECTION FD NOW 79 BYTES).
      *          A SELF-SERVICE ADD OF A LINKED LECTURE NOW ASKS FOR
      *          ONE OF ITS GROUP'S LABS OR RECITATIONS AND SEATS BOTH
      *          TOGETHER; A LAB ON ITS OWN NEEDS THE LECTURE ALREADY
      *          HELD.  DROPPING THE LECTURE DROPS ITS LAB TOO.  SAME
      *          RULES AS PROJ-ENROLLMENT.
      *20261015  VARIABLE-CREDIT SECTIONS.  ADDING A SECTION WHOSE
      *          CS-CRED-MAX IS ABOVE CS-CRED-HR ASKS THE STUDENT FOR
      *          HOURS IN RANGE (629-PICK-CREDIT-HOURS), STAMPED ON THE
      *          NODE AS RF-CRED-HR.  THE OVERLOAD, INTERNATIONAL DROP
      *          AND DROP-ADJUSTMENT ARITHMETIC USE THE NODE'S OWN
      *          HOURS; A FREED NODE'S HOURS ARE ZEROED.  CLASS SECTION
      *          FD NOW 81 BYTES AND ENROLLMENT FD NOW 48 BYTES.
      *20261015  RESERVED SEATS.  215-CAPACITY-CHECK SPLITS THE
      *          SECTION INTO SEATS HELD ON PROJ-SEAT-RESV.DAT AND OPEN
      *          GENERAL SEATS, SAME AS PROJ-ENROLLMENT (217-RESV-SEAT-
      *          CHECK); THE NODE CARRIES RF-RESV-SEQ, A DROP GIVES THE
      *          SEAT BACK TO ITS ROW AND THE WAITLIST PROMOTES THE
      *          FIRST STUDENT WHO CAN TAKE THE OPEN SEAT.  ENROLLMENT
      *          FD NOW 49 BYTES.
      *20261015  REGISTRATION CART.  CART (C) ON THE SCHEDULE MENU
      *          KEEPS THE STUDENT'S CART FOR THE REGISTRATION TERM ON
      *          PROJ-CART.DAT (SEE KT-FILE-DESC) -- UP TO 10 CRNS,
      *          EACH WITH AN OPTIONAL ALTERNATE -- UNTIL THE WINDOW
      *          OPENS, AND SHOWS WHAT THE NIGHTLY CART RUN FOUND WHEN
      *          IT CHECKED EACH LINE AND, ONCE THE WINDOW IS HERE,
      *          WHAT EACH LINE GOT.
      *20261015  COURSE EVALUATIONS.  EVALUATIONS (E) ON THE SCHEDULE
      *          MENU, WHILE TODAY IS INSIDE THE INSTRUCTIONAL TERM'S
      *          AC-EVAL-OPEN/AC-EVAL-CLOSE WINDOW, LISTS EVERY ACTIVE
      *          GRADED-CREDIT SECTION ON THE STUDENT'S CHAIN FOR THAT
      *          TERM AND TAKES THE FIXED SURVEY (EQ-QUESTION-TABLE)
      *          FOR ANY NOT YET ANSWERED.  THE ANSWERS GO ON
      *          PROJ-EVAL.DAT WITH NOTHING THAT NAMES THE STUDENT;
      *          ONLY THE COMPLETION FLAG ON PROJ-EVAL-DONE.DAT SAYS
      *          WHO HAS ANSWERED, SO EACH SECTION IS ANSWERED ONCE.
      *          ACADEMIC CALENDAR FD NOW 94 BYTES.
      *20261015  MAILING ADDRESS.  ADDRESS (M) ON THE SCHEDULE MENU
      *          LETS THE STUDENT (NEVER A PROXY) CORRECT THEIR OWN
      *          SF-ADDRESS.  A CHANGE CLEARS THE RETURNED-MAIL FLAG
      *          THE SAME AS PROJ-UPD-STUDENT, IS JOURNALED, LEAVES
      *          THE SF-CHANGE.DAT STAMP (OPERATOR 'SELF') THAT
      *          PROJ-OPER-EXCEPT WATCHES FOR AHEAD OF A REFUND, AND
      *          GOES ON THE ADDRESS HISTORY THROUGH PROJ-ADDR-HIST.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 793-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *          THE BALANCE AND PROXY AID VIEWS READ THE STUDENT'S
      *          ROWS BY KEY.
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
      *          (630-STATE-AUTH-CHECK) -- REFUSED, OR ALLOWED WITH A
      *          NOTE TO THE STUDENT.
      *20261015  A QUALIFYING TEST SCORE NOW SATISFIES A PREREQUISITE
      *          (224-PLACEMENT-PREREQ-CHECK, PROJ-PLACE-CHECK), AFTER
      *          THE TRANSFER ROWS AND BEFORE ANY WAIVER PERMIT.
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPY OF THE RECEIPT ROW
      *          GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               LOCK MODE IS EXCLUSIVE
               RELATIVE KEY IS WS-EF-KEY.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT AV-FILE-DESC ASSIGN TO 'SF-ADVCLEAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT PX-FILE-DESC ASSIGN TO 'SF-PROXY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-STATUS.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT ACCESS-LOG ASSIGN TO 'SF-ACCESS-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT EV-FILE-DESC ASSIGN TO 'PROJ-EVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EV-STATUS.
           SELECT EC-FILE-DESC ASSIGN TO 'PROJ-EVAL-DONE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EC-STATUS.
           SELECT KT-FILE-DESC ASSIGN TO 'PROJ-CART.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KT-KEY
               FILE STATUS IS WS-KT-STATUS.
           SELECT TB-FILE-DESC ASSIGN TO 'PROJ-TEXTBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.
           SELECT DX-FILE-DESC ASSIGN TO 'SF-CHANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD ADJ-REGISTER
          DATA RECORD IS ADJ-REC.
       01  ADJ-REC                   PIC X(56).
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
       COPY HD-FILE-DESC.
       FD TURNAWAY-FILE
          DATA RECORD IS TURNAWAY-REC.
       01  TURNAWAY-REC              PIC X(34).
       FD AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
       COPY AC-CAL-DESC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  PX-FILE-DESC IS EXTERNAL RECORD CONTAINS 200 CHARACTERS.
           COPY PX-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  TB-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY TB-FILE-DESC.
       FD  EV-FILE-DESC RECORD CONTAINS 32 CHARACTERS.
           COPY EV-FILE-DESC.
       FD  EC-FILE-DESC RECORD CONTAINS 24 CHARACTERS.
           COPY EC-FILE-DESC.
       FD  KT-FILE-DESC RECORD CONTAINS 200 CHARACTERS.
           COPY KT-FILE-DESC.
       FD  DX-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DX-FILE-DESC.
       FD  ACCESS-LOG
           DATA RECORD IS ACCESS-REC.
       01  ACCESS-REC                PIC X(47).
       WORKING-STORAGE SECTION.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-PIN                PIC 9(4).
       01  WS-TMP-PROXY              PIC 9(2)  VALUE ZERO.
       01  WS-PROXY-MODE             PIC X     VALUE 'N'.
       01  WS-PX-STATUS              PIC XX.
       01  WS-PX-ON-FILE             PIC X     VALUE 'N'.
       01  WS-PX-OPTION              PIC X.
       01  WS-PX-DONE                PIC X.
       01  WS-PROXY-ID.
           05  FILLER                PIC X(6)  VALUE 'PROXY-'.
           05  WS-PROXY-ID-SEQ       PIC 9(2).
       01  WS-AID-DESC               PIC X(20).
       01  WS-AID-STAT               PIC X(8).
       01  WS-AL-STATUS              PIC XX.
       01  WS-AL-PROGRAM             PIC X(16).
       COPY AL-ACCESS-REC.
       COPY FA-CODE-TABLE.
       01  WS-EF-KEY                 PIC 9(5)  VALUE ZEROS.
       01  WS-SNO-FOUND              PIC X     VALUE 'N'.
       01  WS-PIN-OK                 PIC X     VALUE 'N'.
       01  WS-NEW-PIN                PIC 9(4).
       01  WS-NEW-PIN-2              PIC 9(4).
       01  WS-NEW-PIN-OK             PIC X     VALUE 'N'.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       01  WS-NET-BALANCE            PIC S9(7)V99 VALUE ZERO.
       01  WS-MATCH-COUNT            PIC 9(3)  VALUE ZERO.
       01  ANS                       PIC X.
       01  WS-AR-STATUS            PIC XX.
       01  WS-ADJ-PCT              PIC 9(3).
       01  WS-ADJ-AMT              PIC 9(4)V99.
       01  WS-ADJ-RATE             PIC 9(3)V99.
       01  WS-UR-AMT               PIC S9(5)V99.
       01  WS-UR-KIND              PIC X       VALUE 'R'.
       01  WS-RC-PRIOR-BAL         PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ          PIC 9(5).
       01  WS-RC-DONE              PIC X.
       01  WS-FA-DONE              PIC X.
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
       COPY TU-RATE-TABLE.
       01  WS-EX-STATUS           PIC XX.
       01  WS-EX-ON-FILE          PIC X VALUE 'N'.
       01  WS-TB-STATUS           PIC XX.
       01  WS-TB-ON-FILE          PIC X VALUE 'N'.
       01  WS-TB-DONE             PIC X.
       01  WS-BK-FOUND            PIC X.
       01  WS-BK-TYPE             PIC X(8).
       01  WS-BK-LINES            PIC 99    VALUE ZERO.
       01  WS-NOTICE-STATUS       PIC XX.
       01  WS-EV-STATUS           PIC XX.
       01  WS-EC-STATUS           PIC XX.
       01  WS-EV-TERM             PIC X(6).
       01  WS-EV-OPEN             PIC X.
       01  WS-EV-OK               PIC X.
       01  WS-EV-DONE             PIC X.
       01  WS-EV-CNT              PIC 99.
       01  WS-EV-CRN              PIC X(5).
       01  WS-EV-SUB              PIC 99.
       01  WS-EV-ANS              PIC X.
       01  WS-EV-NEXT-SEQ         PIC 9(4).
       01  WS-EV-SHOW             PIC X(16).
       01  WS-EV-QTEXT            PIC X(40).
       01  WS-EV-ANSWERS.
           05  WS-EV-ANSWER       PIC 9 OCCURS 8 TIMES.
       COPY EQ-QUESTION-TABLE.
       01  WS-DX-STATUS           PIC XX.
       01  WS-MY-OLD-ADDRESS      PIC X(76).
       01  WS-MY-ADDRESS.
           05  WS-MY-ADDR-1       PIC X(25).
           05  WS-MY-ADDR-2       PIC X(25).
           05  WS-MY-CITY         PIC X(15).
           05  WS-MY-STATE        PIC X(2).
           05  WS-MY-ZIP          PIC X(9).
       01  WS-MH-SOURCE           PIC X     VALUE 'S'.
       01  WS-MH-OPERATOR         PIC X(8)  VALUE 'SELF'.
       01  WS-KT-STATUS           PIC XX.
       01  WS-KT-DONE             PIC X.
       01  WS-KT-OPTION           PIC X.
       01  WS-KT-OK               PIC X.
       01  WS-KT-CNT              PIC 99.
       01  WS-KT-MAX-SEQ          PIC 99.
       01  WS-KT-IN-SEQ           PIC 99.
       01  WS-KT-IN-CRN           PIC X(5).
       01  WS-KT-IN-LINK          PIC X(5).
       01  WS-KT-IN-HRS           PIC X(2).
       01  WS-KT-IN-ALT           PIC X(5).
       01  WS-KT-IN-ALT-LINK      PIC X(5).
       01  WS-KT-IN-ALT-HRS       PIC X(2).
       01  WS-KT-EDIT-CRN         PIC X(5).
       01  WS-KT-SHOW             PIC X(40).
       01  WS-CQ-STATUS           PIC XX.
       COPY CQ-REC.
       01  WS-PROMOTE-FOUND       PIC X.
       01  WS-JR-SLOT             PIC 9(5).
       01  WS-JR-BEFORE           PIC X(250).
       01  WS-JR-AFTER            PIC X(250).
       01  WS-VN-STU-NUM          PIC 9(9).
       01  WS-VN-TERM             PIC X(6).
       01  WS-VN-CRN              PIC X(5).
       01  WS-VN-ACTION           PIC X.
       01  WS-VN-SOURCE           PIC X(8).
       01  WS-CAL-FOUND              PIC X     VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-PREREQ-MET             PIC X.
       01  WS-COREQ-MET              PIC X.
       01  WS-GROUP-ENROLLED      PIC 9(4).
       01  WS-GENERAL-OPEN        PIC S9(4).
       01  WS-SEAT-KIND           PIC X.
       01  WS-RESV-SEQ            PIC 9.
       01  WS-LINK-RESV-SEQ       PIC 9.
       01  WS-DROPPED-RESV        PIC 9.
       01  WS-TA-STATUS           PIC XX.
       COPY TA-REC.
       01  WS-AV-STATUS           PIC XX.
       01  WS-EFF-R50             PIC 9(8).
       01  WS-EFF-R25             PIC 9(8).
       01  WS-CLEARED             PIC X.
       01  WS-AUTH-ACTION         PIC X.
       01  WS-AUTH-STATE-DESC     PIC X(20).
       COPY CV-CONDUCT-LINK.
       COPY RW-RESV-LINK.
       01  WS-XL-GROUP            PIC X(4).
       01  WS-XL-DONE             PIC X.

       01  WS-DROP-COREQ             PIC X(6).
       01  WS-PAIR-SEATED            PIC X.
       01  WS-TMP-PREREQ             PIC X(6).
       01  WS-PLACE-MET              PIC X.
       01  WS-PLACE-DESC             PIC X(20).
       01  WS-TMP-MTG-DAYS           PIC X(5).
       01  WS-TMP-MTG-TIME           PIC 9(4).
       01  WS-CONFLICT-CRN           PIC 9(5).
       01  WS-ENROLL-STATUS          PIC X.
       01  WS-PROCEED                PIC X.
       01  WS-DROPPED-STATUS         PIC X.
       01  WS-DROPPED-BASIS          PIC X.
       01  WS-DROP-DONE              PIC X.
       01  WS-LK-GROUP               PIC X(4).
       01  WS-LK-ROLE                PIC X.
       01  WS-LK-HAS-LECT            PIC X.
       01  WS-LK-HAS-LAB             PIC X.
       01  WS-LINK-CRN               PIC X(5).
       01  WS-LINK-LECT-CRN          PIC X(5).
       01  WS-LINK-HRS               PIC 99.
       01  WS-LINK-MSG               PIC X(50).
       01  WS-ENROLL-HRS             PIC 99.
       01  WS-NODE-HRS               PIC 99.
       01  WS-ADJ-HRS                PIC 99.
       01  WS-HRS-OK                 PIC X.
       01  EOF-REC.
           05  EOF-POINTER           PIC 9(5).
           05  EOF-FREE-HEAD         PIC 9(5).
           05  FILLER                PIC X(39).
       01  WS-SF-RECORD.
           05  WS-SF-STU-NUM         PIC 9(9).
           05  FILLER                PIC X(140).
           05  WS-SF-ENR-REC-PNTR    PIC 9(5).
           05  FILLER                PIC X(96).
       COPY CURRENT-TERM.
       SCREEN SECTION.
       01  SCRN-CLEAR.
           05  LINE 5 COLUMN 23 PIC 9(9) TO WS-TMP-SNO.
           05  LINE 6 COLUMN 1 VALUE 'ENTER PIN: '.
           05  LINE 6 COLUMN 12 PIC 9(4) TO WS-TMP-PIN.
           05  LINE 8 COLUMN 1 VALUE
                   'PARENT/PAYER PROXY NUMBER (STUDENTS LEAVE 00): '.
           05  LINE 8 COLUMN 48 PIC 9(2) TO WS-TMP-PROXY.
       01  SCRN-NEW-PIN.
           05  LINE 8 COLUMN 1 VALUE
                   'OFFICE-ISSUED PIN - CHOOSE A NEW ONE'.
           05  LINE 10 COLUMN 1 VALUE 'NEW PIN:       '.
           05  LINE 10 COLUMN 16 PIC 9(4) TO WS-NEW-PIN SECURE.
           05  LINE 11 COLUMN 1 VALUE 'NEW PIN AGAIN: '.
           05  LINE 11 COLUMN 16 PIC 9(4) TO WS-NEW-PIN-2 SECURE.
       01  SCRN-BAD-LOGIN.
           05  LINE 5 COLUMN 1 VALUE
                   'STUDENT NUMBER AND PIN DO NOT MATCH'.
           05  LINE 6 COLUMN 1 VALUE
                   '(A PROXY RELEASE MAY HAVE EXPIRED OR BEEN REVOKED)'.
           05  LINE 7 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       01  SCRN-SCHEDULE-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'STUDENT: '.
           05  LINE PLUS 1 COLUMN 1 PIC 9(5) FROM RF-CRN.
           05  COLUMN 6 PIC X(6) FROM CS-CRS-CODE.
           05  COLUMN 13 PIC X(10) FROM CS-DESC.
       01  SCRN-BOOK-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'COURSE MATERIALS FOR: '.
           05  LINE 3 COLUMN 23 PIC X(10) FROM SF-NAME.
       01  SCRN-BOOK-CLASS.
           05  LINE PLUS 2 COLUMN 1 PIC 9(5) FROM RF-CRN.
           05  COLUMN 7 PIC X(6) FROM CS-CRS-CODE.
           05  COLUMN 14 PIC X(10) FROM CS-DESC.
       01  SCRN-BOOK-LINE.
           05  LINE PLUS 1 COLUMN 8 PIC X(8) FROM WS-BK-TYPE.
           05  COLUMN 18 PIC X(13) FROM TB-ISBN.
           05  COLUMN 33 PIC X(24) FROM TB-TITLE.
       01  SCRN-BOOK-NONE.
           05  LINE PLUS 1 COLUMN 8 VALUE 'NO MATERIALS LISTED YET'.
       01  SCRN-BOOK-PAUSE.
           05  LINE 23 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       01  SCRN-NO-CLASSES.
           05  LINE PLUS 2 COLUMN 1 VALUE 'NOT ENROLLED IN ANY CLASSES'.
       01  SCRN-SS-MENU.
           05  LINE 19 COLUMN 1 VALUE
               'ADD (A), DROP (D), BOOKS (B), CART (C), ADDRESS (M),'.
           05  LINE 20 COLUMN 1 VALUE
               'COURSE EVALUATIONS (E), OR LOG OUT (X): '.
           05  LINE 20 COLUMN 42 PIC X TO WS-SS-OPTION.
       01  SCRN-SS-CRN.
           05  LINE 21 COLUMN 1 VALUE 'ENTER CRN: '.
           05  LINE 21 COLUMN 13 PIC X(5) TO WS-TMP-CRN.
           05  LINE 22 COLUMN 18 PIC -ZZZZ,ZZ9.99
                   FROM WS-NET-BALANCE.
           05  LINE 24 COLUMN 1 VALUE 'HIT ENTER TO LOG OUT'.
       01  SCRN-PX-MENU.
           05  LINE 3 COLUMN 1 VALUE 'PROXY ACCESS -- STUDENT: '.
           05  LINE 3 COLUMN 26 PIC X(15) FROM SF-FIRST-NAME.
           05  LINE 3 COLUMN 42 PIC X(20) FROM SF-LAST-NAME.
           05  LINE 4 COLUMN 1 VALUE 'SIGNED ON AS: '.
           05  LINE 4 COLUMN 15 PIC X(15) FROM PX-FIRST-NAME.
           05  LINE 4 COLUMN 31 PIC X(20) FROM PX-LAST-NAME.
           05  LINE 5 COLUMN 1 VALUE 'RELEASE EXPIRES: '.
           05  LINE 5 COLUMN 18 PIC 9(6) FROM PX-EXPIRE-DATE.
           05  LINE 7 COLUMN 1 VALUE 'BALANCE     :B'.
           05  LINE 8 COLUMN 1 VALUE 'SCHEDULE    :S'.
           05  LINE 9 COLUMN 1 VALUE 'GRADES      :G'.
           05  LINE 10 COLUMN 1 VALUE 'FINANCIAL AID:F'.
           05  LINE 11 COLUMN 1 VALUE 'LOG OUT     :X'.
           05  LINE 13 COLUMN 1 VALUE
                   'ONLY THE AREAS THE STUDENT RELEASED WILL OPEN.'.
           05  LINE 15 COLUMN 1 VALUE 'ENTER LETTER OF SELECTION: '.
           05  LINE 15 COLUMN 28 PIC X TO WS-PX-OPTION.
       01  SCRN-PX-BALANCE.
           05  LINE 5 COLUMN 1 VALUE 'CURRENT BALANCE: '.
           05  LINE 5 COLUMN 18 PIC -ZZZZ,ZZ9.99
                   FROM WS-NET-BALANCE.
       01  SCRN-GRADE-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'STUDENT: '.
           05  LINE 3 COLUMN 10 PIC X(10) FROM SF-NAME.
           05  LINE 5 COLUMN 1 VALUE 'TERM  '.
           05  LINE 5 COLUMN 8 VALUE 'CRN  '.
           05  LINE 5 COLUMN 14 VALUE 'COURSE'.
           05  LINE 5 COLUMN 21 VALUE 'GRADE'.
       01  SCRN-GRADE-LINE.
           05  LINE PLUS 1 COLUMN 1 PIC X(6) FROM RF-TERM.
           05  COLUMN 8 PIC X(5) FROM RF-CRN.
           05  COLUMN 14 PIC X(6) FROM CS-CRS-CODE.
           05  COLUMN 21 PIC X(2) FROM RF-GRADE.
       01  SCRN-AID-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'STUDENT: '.
           05  LINE 3 COLUMN 10 PIC X(10) FROM SF-NAME.
           05  LINE 5 COLUMN 1 VALUE 'YEAR'.
           05  LINE 5 COLUMN 6 VALUE 'AWARD'.
           05  LINE 5 COLUMN 33 VALUE 'AMOUNT'.
           05  LINE 5 COLUMN 43 VALUE 'STATUS'.
       01  SCRN-AID-LINE.
           05  LINE PLUS 1 COLUMN 1 PIC X(4) FROM FA-AID-YEAR.
           05  COLUMN 6 PIC X(20) FROM WS-AID-DESC.
           05  COLUMN 28 PIC Z,ZZ9.99 FROM FA-AWARD-AMNT.
           05  COLUMN 43 PIC X(8) FROM WS-AID-STAT.
       01  SCRN-EVAL-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'COURSE EVALUATIONS FOR TERM '.
           05  LINE 3 COLUMN 29 PIC X(6) FROM WS-EV-TERM.
           05  LINE 4 COLUMN 1 VALUE
                   'YOUR ANSWERS ARE KEPT WITHOUT YOUR NAME OR NUMBER'.
           05  LINE 6 COLUMN 1 VALUE 'CRN'.
           05  LINE 6 COLUMN 7 VALUE 'COURSE'.
           05  LINE 6 COLUMN 25 VALUE 'EVALUATION'.
       01  SCRN-EVAL-LINE.
           05  LINE PLUS 1 COLUMN 1 PIC X(5) FROM RF-CRN.
           05  COLUMN 7 PIC X(6) FROM CS-CRS-CODE.
           05  COLUMN 14 PIC X(10) FROM CS-DESC.
           05  COLUMN 25 PIC X(16) FROM WS-EV-SHOW.
       01  SCRN-EVAL-NONE.
           05  LINE PLUS 1 COLUMN 1 VALUE
                   'NO GRADED CLASSES TO EVALUATE THIS TERM'.
       01  SCRN-EVAL-CRN.
           05  LINE 21 COLUMN 1 VALUE
                   'CRN TO EVALUATE (BLANK TO RETURN): '.
           05  LINE 21 COLUMN 37 PIC X(5) TO WS-EV-CRN.
       01  SCRN-EVAL-QUESTION.
           05  BLANK SCREEN.
           05  LINE 3 COLUMN 1 VALUE 'EVALUATION FOR CRN '.
           05  LINE 3 COLUMN 20 PIC X(5) FROM WS-EV-CRN.
           05  LINE 5 COLUMN 1 VALUE 'QUESTION '.
           05  LINE 5 COLUMN 10 PIC Z9 FROM WS-EV-SUB.
           05  LINE 5 COLUMN 13 VALUE 'OF 8'.
           05  LINE 7 COLUMN 1 PIC X(40) FROM WS-EV-QTEXT.
           05  LINE 9 COLUMN 1 VALUE
                   '1 STRONGLY DISAGREE   2 DISAGREE   3 NEUTRAL'.
           05  LINE 10 COLUMN 1 VALUE
                   '4 AGREE   5 STRONGLY AGREE   0 SKIP THIS QUESTION'.
           05  LINE 12 COLUMN 1 VALUE 'YOUR ANSWER: '.
           05  LINE 12 COLUMN 14 PIC X TO WS-EV-ANS.
       01  SCRN-MY-ADDRESS.
           05  LINE 3 COLUMN 1 VALUE 'YOUR MAILING ADDRESS'.
           05  LINE 4 COLUMN 1 VALUE
                   'STATEMENTS, TAX FORMS AND LETTERS ARE MAILED HERE'.
           05  LINE 6 COLUMN 1 VALUE 'STREET:'.
           05  LINE 6 COLUMN 10 PIC X(25) USING WS-MY-ADDR-1.
           05  LINE 7 COLUMN 10 PIC X(25) USING WS-MY-ADDR-2.
           05  LINE 8 COLUMN 1 VALUE 'CITY:'.
           05  LINE 8 COLUMN 10 PIC X(15) USING WS-MY-CITY.
           05  LINE 9 COLUMN 1 VALUE 'STATE:'.
           05  LINE 9 COLUMN 10 PIC X(2) USING WS-MY-STATE.
           05  LINE 10 COLUMN 1 VALUE 'ZIP:'.
           05  LINE 10 COLUMN 10 PIC X(9) USING WS-MY-ZIP.
       01  SCRN-ADDR-CONFIRM.
           05  LINE 12 COLUMN 1 VALUE 'SAVE THIS ADDRESS (Y/N): '.
           05  LINE 12 COLUMN 26 PIC X TO ANS.
       01  SCRN-EVAL-CONFIRM.
           05  LINE 14 COLUMN 1 VALUE
                   'SUBMIT THIS EVALUATION (Y/N): '.
           05  LINE 14 COLUMN 31 PIC X TO ANS.
       01  SCRN-CART-HEAD.
           05  LINE 3 COLUMN 1 VALUE 'REGISTRATION CART FOR TERM '.
           05  LINE 3 COLUMN 28 PIC X(6) FROM CURRENT-TERM.
           05  LINE 4 COLUMN 1 VALUE 'YOUR WINDOW OPENS: '.
           05  LINE 4 COLUMN 20 PIC 9(8) FROM SF-REG-OPEN-DATE.
           05  LINE 6 COLUMN 1 VALUE 'LN'.
           05  LINE 6 COLUMN 4 VALUE 'CRN'.
           05  LINE 6 COLUMN 10 VALUE 'LAB'.
           05  LINE 6 COLUMN 16 VALUE 'HR'.
           05  LINE 6 COLUMN 19 VALUE 'ALT'.
           05  LINE 6 COLUMN 25 VALUE 'STATUS'.
       01  SCRN-CART-LINE.
           05  LINE PLUS 1 COLUMN 1 PIC 9(2) FROM KT-SEQ.
           05  COLUMN 4 PIC 9(5) FROM KT-CRN.
           05  COLUMN 10 PIC X(5) FROM KT-LINK-CRN.
           05  COLUMN 16 PIC X(2) FROM KT-CRED-HR.
           05  COLUMN 19 PIC X(5) FROM WS-KT-EDIT-CRN.
           05  COLUMN 25 PIC X(40) FROM WS-KT-SHOW.
       01  SCRN-CART-ALT-LINE.
           05  LINE PLUS 1 COLUMN 19 VALUE 'ALT:'.
           05  COLUMN 25 PIC X(40) FROM KT-ALT-CHECK-MSG.
       01  SCRN-CART-EMPTY.
           05  LINE PLUS 1 COLUMN 1 VALUE 'YOUR CART IS EMPTY'.
       01  SCRN-CART-MENU.
           05  LINE 21 COLUMN 1 VALUE
                   'ADD A LINE (A), REMOVE A LINE (R), OR RETURN (X): '.
           05  LINE 21 COLUMN 52 PIC X TO WS-KT-OPTION.
       01  SCRN-CART-ADD.
           05  LINE 22 COLUMN 1 VALUE 'CRN: '.
           05  LINE 22 COLUMN 6 PIC X(5) TO WS-KT-IN-CRN.
           05  LINE 22 COLUMN 13 VALUE 'LAB: '.
           05  LINE 22 COLUMN 18 PIC X(5) TO WS-KT-IN-LINK.
           05  LINE 22 COLUMN 25 VALUE 'HOURS: '.
           05  LINE 22 COLUMN 32 PIC X(2) TO WS-KT-IN-HRS.
           05  LINE 23 COLUMN 1 VALUE 'ALTERNATE CRN: '.
           05  LINE 23 COLUMN 16 PIC X(5) TO WS-KT-IN-ALT.
           05  LINE 23 COLUMN 23 VALUE 'LAB: '.
           05  LINE 23 COLUMN 28 PIC X(5) TO WS-KT-IN-ALT-LINK.
           05  LINE 23 COLUMN 35 VALUE 'HOURS: '.
           05  LINE 23 COLUMN 42 PIC X(2) TO WS-KT-IN-ALT-HRS.
       01  SCRN-CART-REMOVE.
           05  LINE 22 COLUMN 1 VALUE 'LINE NUMBER TO REMOVE: '.
           05  LINE 22 COLUMN 24 PIC 9(2) TO WS-KT-IN-SEQ.
       01  SCRN-PX-NONE.
           05  LINE PLUS 2 COLUMN 1 VALUE 'NOTHING ON FILE TO SHOW'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           CALL 'PROJ-PARM-LOAD' USING OL-PARM-ID, OL-PARMS
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN I-O EF-FILE-DES
           DISPLAY SCRN-LOGIN
           ACCEPT SCRN-LOGIN
           PERFORM 200-CHECK-LOGIN
           IF WS-PIN-OK = 'Y' AND WS-PROXY-MODE = 'Y'
               PERFORM 800-PROXY-SESSION
           ELSE IF WS-PIN-OK = 'Y' THEN
               PERFORM 140-READ-CALENDAR
               PERFORM 145-LOAD-HOLD-TABLE
               OPEN INPUT HD-FILE-DESC
           ELSE
               MOVE 'Y' TO WS-EX-ON-FILE
           END-IF
               OPEN INPUT TB-FILE-DESC
               IF WS-TB-STATUS = '35'
                   MOVE 'N' TO WS-TB-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-TB-ON-FILE
               END-IF
               MOVE SPACES TO WS-SS-OPTION
               PERFORM UNTIL WS-SS-OPTION = 'X' OR 'x'
                   PERFORM 300-SHOW-SCHEDULE
                               PERFORM 700-SELF-DROP
                           END-IF
                       END-IF
                   ELSE IF WS-SS-OPTION = 'B' OR 'b'
                       PERFORM 320-SHOW-BOOKS
                   ELSE IF WS-SS-OPTION = 'C' OR 'c'
                       PERFORM 400-CART-SESSION
                   ELSE IF WS-SS-OPTION = 'E' OR 'e'
                       PERFORM 440-EVAL-SESSION
                   ELSE IF WS-SS-OPTION = 'M' OR 'm'
                       PERFORM 450-MY-ADDRESS
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   PERFORM 250-REFRESH-STUDENT
               END-PERFORM
               DISPLAY SCRN-BAD-LOGIN
               ACCEPT ANS
           END-IF
           END-IF
           IF WS-PX-ON-FILE = 'Y'
               CLOSE PX-FILE-DESC
           END-IF
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 RC-FILE-DESC
           IF WS-SN-ON-FILE = 'Y'
               CLOSE SN-FILE-DESC
           END-IF
           IF WS-TB-ON-FILE = 'Y'
               CLOSE TB-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-CHECK-LOGIN.
           IF WS-TMP-PROXY > ZERO
               PERFORM 220-CHECK-PROXY-LOGIN
           ELSE
               PERFORM 210-CHECK-STUDENT-LOGIN
           END-IF.
       210-CHECK-STUDENT-LOGIN.
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-SNO-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-SNO-FOUND
           END-READ
           MOVE 'N' TO WS-PIN-OK
           IF WS-SNO-FOUND = 'Y' THEN
               MOVE 'V' TO WS-HASH-FN
               MOVE WS-TMP-PIN TO WS-HASH-SECRET
               MOVE SF-PIN-HASH TO WS-HASH-VALUE
               CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
                   WS-HASH-VALUE, WS-HASH-MATCH
               IF WS-HASH-MATCH = 'Y'
                   MOVE 'Y' TO WS-PIN-OK
               END-IF
           END-IF
           IF WS-PIN-OK = 'Y' AND SF-PIN-TEMP = 'Y'
               PERFORM 205-CHANGE-PIN
           END-IF.
       205-CHANGE-PIN.
      *    AN OFFICE-ISSUED PIN HAS BEEN SEEN BY SOMEONE OTHER THAN THE
      *    STUDENT, SO IT IS SPENT ON THIS SIGN-ON.  THE NEW PIN MUST BE
      *    KEYED TWICE, CANNOT BE ZERO, AND CANNOT BE THE ISSUED ONE.
           PERFORM 206-KEY-NEW-PIN
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SF-RECORD TO WS-JR-BEFORE
           MOVE 'H' TO WS-HASH-FN
           MOVE WS-NEW-PIN TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO SF-PIN-HASH
           MOVE 'N' TO SF-PIN-TEMP
           MOVE SF-RECORD TO WS-SF-RECORD
           CLOSE SF-FILE-DESC
           OPEN I-O SF-FILE-DESC
           REWRITE SF-RECORD FROM WS-SF-RECORD
           CLOSE SF-FILE-DESC
           OPEN INPUT SF-FILE-DESC
           MOVE 'SF' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-SF-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           PERFORM 250-REFRESH-STUDENT.
       206-KEY-NEW-PIN.
           MOVE 'N' TO WS-NEW-PIN-OK
           PERFORM UNTIL WS-NEW-PIN-OK = 'Y'
               DISPLAY SCRN-NEW-PIN
               ACCEPT SCRN-NEW-PIN
               IF WS-NEW-PIN NOT = WS-NEW-PIN-2
                   DISPLAY 'THE TWO ENTRIES DO NOT MATCH'
               ELSE IF WS-NEW-PIN = ZERO
                   DISPLAY 'A PIN OF 0000 IS NOT ALLOWED'
               ELSE IF WS-NEW-PIN = WS-TMP-PIN
                   DISPLAY 'CHOOSE A PIN OTHER THAN THE ISSUED ONE'
               ELSE
                   MOVE 'Y' TO WS-NEW-PIN-OK
               END-IF
           END-PERFORM.
       220-CHECK-PROXY-LOGIN.
      *    A PROXY SIGNS ON AGAINST THEIR OWN SF-PROXY.DAT ROW, NEVER
      *    THE STUDENT'S PIN.  A REVOKED OR EXPIRED RELEASE FAILS THE
      *    SAME WAY A WRONG PIN DOES -- NOTHING ON THE SCREEN SAYS THE
      *    ROW EXISTS.
           MOVE 'N' TO WS-PIN-OK
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-SNO-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-SNO-FOUND
           END-READ
           IF WS-SNO-FOUND = 'Y'
               OPEN I-O PX-FILE-DESC
               IF WS-PX-STATUS NOT = '35'
                   MOVE 'Y' TO WS-PX-ON-FILE
                   MOVE WS-TMP-SNO TO PX-STU-NUM
                   MOVE WS-TMP-PROXY TO PX-SEQ
                   READ PX-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 225-VERIFY-PROXY
                   END-READ
               END-IF
           END-IF
           IF WS-PIN-OK = 'Y' AND PX-PIN-TEMP = 'Y'
               PERFORM 230-CHANGE-PROXY-PIN
           END-IF.
       225-VERIFY-PROXY.
           ACCEPT WS-TODAY FROM DATE
           IF PX-REVOKED NOT = 'Y' AND PX-EXPIRE-DATE NOT < WS-TODAY
               MOVE 'V' TO WS-HASH-FN
               MOVE WS-TMP-PIN TO WS-HASH-SECRET
               MOVE PX-PIN-HASH TO WS-HASH-VALUE
               CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
                   WS-HASH-VALUE, WS-HASH-MATCH
               IF WS-HASH-MATCH = 'Y'
                   MOVE 'Y' TO WS-PIN-OK
                   MOVE 'Y' TO WS-PROXY-MODE
                   MOVE PX-SEQ TO WS-PROXY-ID-SEQ
               END-IF
           END-IF.
       230-CHANGE-PROXY-PIN.
      *    SAME RULE AS 205-CHANGE-PIN FOR THE PIN THE OFFICE READ
      *    OUT OVER THE COUNTER OR THE PHONE.
           PERFORM 206-KEY-NEW-PIN
           MOVE SPACES TO WS-JR-BEFORE
           MOVE PX-RECORD TO WS-JR-BEFORE
           MOVE 'H' TO WS-HASH-FN
           MOVE WS-NEW-PIN TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO PX-PIN-HASH
           MOVE 'N' TO PX-PIN-TEMP
           REWRITE PX-RECORD
           MOVE 'PX' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE PX-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN.
       300-SHOW-SCHEDULE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-SCHEDULE-HEAD
               END-READ
               DISPLAY SCRN-SCHEDULE-LINE
           END-IF.
       320-SHOW-BOOKS.
      *    SAME CHAIN WALK AS 300-SHOW-SCHEDULE, WITH EACH CLASS'S
      *    ADOPTIONS UNDER IT.  PAUSES WHEN THE SCREEN FILLS.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-BOOK-HEAD
           MOVE 3 TO WS-BK-LINES
           MOVE ZERO TO WS-MATCH-COUNT
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   PERFORM 330-BOOKS-ONE-CLASS
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
               END-PERFORM
               PERFORM 330-BOOKS-ONE-CLASS
           END-IF
           IF WS-MATCH-COUNT = 0
               DISPLAY SCRN-NO-CLASSES
           END-IF
           DISPLAY SCRN-BOOK-PAUSE
           ACCEPT ANS.
       330-BOOKS-ONE-CLASS.
           IF RF-STATUS = 'E' THEN
               ADD 1 TO WS-MATCH-COUNT
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE SPACES TO CS-CRS-CODE CS-DESC
                   NOT INVALID KEY CONTINUE
               END-READ
               PERFORM 340-BOOK-PAGE-CHECK
               DISPLAY SCRN-BOOK-CLASS
               ADD 2 TO WS-BK-LINES
               MOVE 'N' TO WS-BK-FOUND
               MOVE 'Y' TO WS-TB-DONE
               IF WS-TB-ON-FILE = 'Y'
                   MOVE 'N' TO WS-TB-DONE
                   MOVE RF-CRN TO TB-CRN
                   MOVE LOW-VALUES TO TB-ISBN
                   START TB-FILE-DESC KEY IS NOT LESS THAN TB-KEY
                       INVALID KEY MOVE 'Y' TO WS-TB-DONE
                   END-START
               END-IF
               PERFORM UNTIL WS-TB-DONE = 'Y'
                   READ TB-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-TB-DONE
                       NOT AT END
                           IF TB-CRN NOT = RF-CRN
                               MOVE 'Y' TO WS-TB-DONE
                           ELSE
                               PERFORM 350-SHOW-ONE-BOOK
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BK-FOUND = 'N'
                   DISPLAY SCRN-BOOK-NONE
                   ADD 1 TO WS-BK-LINES
               END-IF
           END-IF.
       340-BOOK-PAGE-CHECK.
           IF WS-BK-LINES > 19
               DISPLAY SCRN-BOOK-PAUSE
               ACCEPT ANS
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-BOOK-HEAD
               MOVE 3 TO WS-BK-LINES
           END-IF.
       350-SHOW-ONE-BOOK.
           MOVE 'Y' TO WS-BK-FOUND
           IF TB-REQUIRED = 'R'
               MOVE 'REQUIRED' TO WS-BK-TYPE
           ELSE IF TB-REQUIRED = 'O'
               MOVE 'OPTIONAL' TO WS-BK-TYPE
           ELSE
               MOVE SPACES TO WS-BK-TYPE
           END-IF
           PERFORM 340-BOOK-PAGE-CHECK
           DISPLAY SCRN-BOOK-LINE
           ADD 1 TO WS-BK-LINES.
       400-CART-SESSION.
      *    THE STUDENT'S REGISTRATION CART FOR THE REGISTRATION TERM.
      *    THE EDITS HERE ARE ONLY THAT THE SECTIONS EXIST -- THE
      *    NIGHTLY CART RUN (PROJ-ENR-BATCH) CHECKS EVERY LINE
      *    AGAINST THE REAL REGISTRATION EDITS AND LEAVES ITS
      *    FINDINGS ON THE LINE.
           OPEN I-O KT-FILE-DESC
           IF WS-KT-STATUS = '35'
               OPEN OUTPUT KT-FILE-DESC
               CLOSE KT-FILE-DESC
               OPEN I-O KT-FILE-DESC
           END-IF
           MOVE SPACE TO WS-KT-OPTION
           PERFORM UNTIL WS-KT-OPTION = 'X' OR 'x'
               PERFORM 410-LIST-CART
               MOVE SPACE TO WS-KT-OPTION
               DISPLAY SCRN-CART-MENU
               ACCEPT SCRN-CART-MENU
               IF WS-KT-OPTION = 'A' OR 'a'
                       OR WS-KT-OPTION = 'R' OR 'r'
                   PERFORM 405-CART-OPEN-CHECK
                   IF WS-KT-OK = 'Y'
                       IF WS-KT-OPTION = 'A' OR 'a'
                           PERFORM 420-ADD-CART-LINE
                       ELSE
                           PERFORM 430-REMOVE-CART-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE KT-FILE-DESC.
       405-CART-OPEN-CHECK.
      *    ONCE THE WINDOW IS OPEN THE CART HAS BEEN RUN AND THE
      *    STUDENT ADDS AND DROPS ON THE SCHEDULE MENU INSTEAD.
           MOVE 'Y' TO WS-KT-OK
           IF SF-REG-OPEN-DATE > ZERO
                   AND WS-TODAY-CCYYMMDD NOT < SF-REG-OPEN-DATE
               MOVE 'N' TO WS-KT-OK
               DISPLAY 'YOUR WINDOW IS OPEN - USE ADD (A) AND DROP (D)'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       410-LIST-CART.
           MOVE ZERO TO WS-KT-CNT
           MOVE ZERO TO WS-KT-MAX-SEQ
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-CART-HEAD
           MOVE 'N' TO WS-KT-DONE
           MOVE WS-TMP-SNO TO KT-STU-NUM
           MOVE CURRENT-TERM TO KT-TERM
           MOVE ZERO TO KT-SEQ
           START KT-FILE-DESC KEY IS NOT LESS THAN KT-KEY
               INVALID KEY MOVE 'Y' TO WS-KT-DONE
           END-START
           PERFORM UNTIL WS-KT-DONE = 'Y'
               READ KT-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-KT-DONE
                   NOT AT END
                       IF KT-STU-NUM NOT = WS-TMP-SNO
                               OR KT-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-KT-DONE
                       ELSE
                           PERFORM 415-SHOW-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KT-CNT = ZERO
               DISPLAY SCRN-CART-EMPTY
           END-IF.
       415-SHOW-ONE-LINE.
      *    A LINE ALREADY RUN SHOWS WHAT IT GOT; OTHERWISE THE LAST
      *    NIGHTLY CHECK, WITH THE ALTERNATE'S ON THE NEXT LINE.
           ADD 1 TO WS-KT-CNT
           MOVE KT-SEQ TO WS-KT-MAX-SEQ
           MOVE SPACES TO WS-KT-EDIT-CRN
           IF KT-ALT-CRN > ZERO
               MOVE KT-ALT-CRN TO WS-KT-EDIT-CRN
           END-IF
           IF KT-RESULT NOT = SPACE
               MOVE KT-RESULT-MSG TO WS-KT-SHOW
           ELSE IF KT-CHECK-DATE = ZERO
               MOVE 'NOT CHECKED YET - SEE TOMORROW' TO WS-KT-SHOW
           ELSE
               MOVE KT-CHECK-MSG TO WS-KT-SHOW
           END-IF
           END-IF
           DISPLAY SCRN-CART-LINE
           IF KT-RESULT = SPACE AND KT-ALT-CHECK-MSG NOT = SPACES
               DISPLAY SCRN-CART-ALT-LINE
           END-IF.
       420-ADD-CART-LINE.
           IF WS-KT-MAX-SEQ NOT < 10
               DISPLAY 'YOUR CART IS FULL (10 LINES)'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE SPACES TO WS-KT-IN-CRN
               MOVE SPACES TO WS-KT-IN-LINK
               MOVE SPACES TO WS-KT-IN-HRS
               MOVE SPACES TO WS-KT-IN-ALT
               MOVE SPACES TO WS-KT-IN-ALT-LINK
               MOVE SPACES TO WS-KT-IN-ALT-HRS
               DISPLAY SCRN-CART-ADD
               ACCEPT SCRN-CART-ADD
               MOVE WS-KT-IN-CRN TO WS-KT-EDIT-CRN
               PERFORM 425-EDIT-CART-CRN
               IF WS-KT-OK = 'Y' AND WS-KT-IN-ALT NOT = SPACES
                   MOVE WS-KT-IN-ALT TO WS-KT-EDIT-CRN
                   PERFORM 425-EDIT-CART-CRN
               END-IF
               IF WS-KT-OK = 'Y'
                   PERFORM 427-CART-DUP-CHECK
               END-IF
               IF WS-KT-OK = 'Y'
                   MOVE WS-TMP-SNO TO KT-STU-NUM
                   MOVE CURRENT-TERM TO KT-TERM
                   COMPUTE KT-SEQ = WS-KT-MAX-SEQ + 1
                   MOVE WS-KT-IN-CRN TO KT-CRN
                   MOVE WS-KT-IN-LINK TO KT-LINK-CRN
                   MOVE WS-KT-IN-HRS TO KT-CRED-HR
                   MOVE ZEROS TO KT-ALT-CRN
                   IF WS-KT-IN-ALT NOT = SPACES
                       MOVE WS-KT-IN-ALT TO KT-ALT-CRN
                   END-IF
                   MOVE WS-KT-IN-ALT-LINK TO KT-ALT-LINK-CRN
                   MOVE WS-KT-IN-ALT-HRS TO KT-ALT-CRED-HR
                   MOVE WS-TODAY-CCYYMMDD TO KT-ADD-DATE
                   MOVE ZEROS TO KT-CHECK-DATE
                   MOVE SPACES TO KT-CHECK-MSG
                   MOVE SPACES TO KT-ALT-CHECK-MSG
                   MOVE SPACE TO KT-RESULT
                   MOVE ZEROS TO KT-RESULT-CRN
                   MOVE SPACES TO KT-RESULT-MSG
                   MOVE ZEROS TO KT-RESULT-DATE
                   WRITE KT-RECORD
                       INVALID KEY
                           DISPLAY 'CART LINE NOT ADDED - TRY AGAIN'
                           DISPLAY 'HIT ENTER TO CONTINUE'
                           ACCEPT ANS
                   END-WRITE
               END-IF
           END-IF.
       425-EDIT-CART-CRN.
      *    THE CRN IN WS-KT-EDIT-CRN MUST BE A SECTION OF THE
      *    REGISTRATION TERM.
           MOVE 'Y' TO WS-KT-OK
           IF WS-KT-EDIT-CRN NOT NUMERIC
               MOVE 'N' TO WS-KT-OK
           ELSE
               MOVE WS-KT-EDIT-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE 'N' TO WS-KT-OK
                   NOT INVALID KEY
                       IF CS-TERM NOT = CURRENT-TERM
                           MOVE 'N' TO WS-KT-OK
                       END-IF
               END-READ
           END-IF
           IF WS-KT-OK = 'N'
               DISPLAY 'NO SUCH SECTION THIS TERM: ' WS-KT-EDIT-CRN
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       427-CART-DUP-CHECK.
      *    A CRN ALREADY ON A LINE NOT YET RUN IS NOT TAKEN TWICE.
           MOVE 'N' TO WS-KT-DONE
           MOVE WS-TMP-SNO TO KT-STU-NUM
           MOVE CURRENT-TERM TO KT-TERM
           MOVE ZERO TO KT-SEQ
           START KT-FILE-DESC KEY IS NOT LESS THAN KT-KEY
               INVALID KEY MOVE 'Y' TO WS-KT-DONE
           END-START
           PERFORM UNTIL WS-KT-DONE = 'Y'
               READ KT-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-KT-DONE
                   NOT AT END
                       IF KT-STU-NUM NOT = WS-TMP-SNO
                               OR KT-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-KT-DONE
                       ELSE IF KT-RESULT = SPACE
                               AND KT-CRN = WS-KT-IN-CRN
                           MOVE 'N' TO WS-KT-OK
                           MOVE 'Y' TO WS-KT-DONE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KT-OK = 'N'
               DISPLAY 'THAT CRN IS ALREADY IN YOUR CART'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       430-REMOVE-CART-LINE.
           MOVE ZERO TO WS-KT-IN-SEQ
           DISPLAY SCRN-CART-REMOVE
           ACCEPT SCRN-CART-REMOVE
           MOVE WS-TMP-SNO TO KT-STU-NUM
           MOVE CURRENT-TERM TO KT-TERM
           MOVE WS-KT-IN-SEQ TO KT-SEQ
           READ KT-FILE-DESC
               INVALID KEY
                   DISPLAY 'NO SUCH LINE IN YOUR CART'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   IF KT-RESULT NOT = SPACE
                       DISPLAY 'THAT LINE HAS ALREADY BEEN RUN'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   ELSE
                       DELETE KT-FILE-DESC
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.
       440-EVAL-SESSION.
      *    END-OF-TERM COURSE EVALUATIONS FOR THE INSTRUCTIONAL TERM,
      *    WHILE ITS WINDOW IS OPEN.
           PERFORM 441-EVAL-WINDOW
           IF WS-EV-OPEN = 'N'
               DISPLAY 'COURSE EVALUATIONS ARE NOT OPEN'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               OPEN I-O EV-FILE-DESC
               IF WS-EV-STATUS = '35'
                   OPEN OUTPUT EV-FILE-DESC
                   CLOSE EV-FILE-DESC
                   OPEN I-O EV-FILE-DESC
               END-IF
               OPEN I-O EC-FILE-DESC
               IF WS-EC-STATUS = '35'
                   OPEN OUTPUT EC-FILE-DESC
                   CLOSE EC-FILE-DESC
                   OPEN I-O EC-FILE-DESC
               END-IF
               MOVE 'N' TO WS-EV-DONE
               PERFORM UNTIL WS-EV-DONE = 'Y'
                   PERFORM 442-LIST-EVAL-SECTIONS
                   IF WS-EV-CNT = ZERO
                       DISPLAY SCRN-EVAL-NONE
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                       MOVE 'Y' TO WS-EV-DONE
                   ELSE
                       MOVE SPACES TO WS-EV-CRN
                       DISPLAY SCRN-EVAL-CRN
                       ACCEPT SCRN-EVAL-CRN
                       IF WS-EV-CRN = SPACES
                           MOVE 'Y' TO WS-EV-DONE
                       ELSE
                           PERFORM 445-CHECK-EVAL-CRN
                           IF WS-EV-OK = 'Y'
                               PERFORM 446-TAKE-EVAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EV-FILE-DESC
                     EC-FILE-DESC
           END-IF.
       441-EVAL-WINDOW.
      *    THE WINDOW IS ON THE INSTRUCTIONAL TERM'S CALENDAR ROW, NOT
      *    THE REGISTRATION TERM'S 140-READ-CALENDAR LEFT IN AC-RECORD,
      *    SO THAT ROW IS PUT BACK AFTERWARD.
           MOVE 'N' TO WS-EV-OPEN
           MOVE CT-INSTR-TERM TO WS-EV-TERM
           IF WS-CAL-FOUND = 'Y'
               MOVE WS-EV-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 444-EVAL-DATE-CHECK
               END-READ
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
               END-READ
           ELSE
               OPEN INPUT AC-FILE-DESC
               IF WS-AC-STATUS NOT = '35'
                   MOVE WS-EV-TERM TO AC-TERM
                   READ AC-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 444-EVAL-DATE-CHECK
                   END-READ
                   CLOSE AC-FILE-DESC
               END-IF
           END-IF.
       444-EVAL-DATE-CHECK.
           IF AC-EVAL-OPEN > ZERO
                   AND WS-TODAY-CCYYMMDD NOT < AC-EVAL-OPEN
                   AND WS-TODAY-CCYYMMDD NOT > AC-EVAL-CLOSE
               MOVE 'Y' TO WS-EV-OPEN
           END-IF.
       442-LIST-EVAL-SECTIONS.
      *    SAME CHAIN WALK AS 300-SHOW-SCHEDULE.  ONLY AN ACTIVE
      *    CREDIT SEAT IN THE TERM IS EVALUATED -- NOT AN AUDIT, NOT
      *    A DROP OR A WAITLIST SLOT.
           MOVE ZERO TO WS-EV-CNT
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-EVAL-HEAD
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   PERFORM 443-EVAL-ONE-NODE
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
               END-PERFORM
               PERFORM 443-EVAL-ONE-NODE
           END-IF.
       443-EVAL-ONE-NODE.
           IF RF-TERM = WS-EV-TERM AND RF-STATUS = 'E'
                   AND RF-BASIS NOT = 'A'
               ADD 1 TO WS-EV-CNT
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE SPACES TO CS-CRS-CODE CS-DESC
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE WS-TMP-SNO TO EC-STU-NUM
               MOVE WS-EV-TERM TO EC-TERM
               MOVE RF-CRN TO EC-CRN
               READ EC-FILE-DESC
                   INVALID KEY MOVE 'NOT YET ANSWERED' TO WS-EV-SHOW
                   NOT INVALID KEY MOVE 'DONE - THANK YOU' TO WS-EV-SHOW
               END-READ
               DISPLAY SCRN-EVAL-LINE
           END-IF.
       445-CHECK-EVAL-CRN.
      *    THE CRN KEYED MUST BE ONE OF THE SECTIONS JUST LISTED AND
      *    NOT ALREADY ANSWERED.
           MOVE 'N' TO WS-EV-OK
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   PERFORM 447-MATCH-EVAL-NODE
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
               END-PERFORM
               PERFORM 447-MATCH-EVAL-NODE
           END-IF
           IF WS-EV-OK = 'N'
               DISPLAY 'THAT CRN IS NOT ONE OF YOUR CLASSES THIS TERM'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE WS-TMP-SNO TO EC-STU-NUM
               MOVE WS-EV-TERM TO EC-TERM
               MOVE WS-EV-CRN TO EC-CRN
               READ EC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EV-OK
                       DISPLAY 'YOU HAVE ALREADY EVALUATED THAT CLASS'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
               END-READ
           END-IF.
       447-MATCH-EVAL-NODE.
           IF RF-CRN = WS-EV-CRN AND RF-TERM = WS-EV-TERM
                   AND RF-STATUS = 'E' AND RF-BASIS NOT = 'A'
               MOVE 'Y' TO WS-EV-OK
           END-IF.
       446-TAKE-EVAL.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > EQ-QUESTION-CNT
               MOVE EQ-QUESTION-TEXT(WS-EV-SUB) TO WS-EV-QTEXT
               MOVE SPACE TO WS-EV-ANS
               PERFORM UNTIL WS-EV-ANS >= '0' AND WS-EV-ANS <= '5'
                   DISPLAY SCRN-EVAL-QUESTION
                   ACCEPT SCRN-EVAL-QUESTION
               END-PERFORM
               MOVE WS-EV-ANS TO WS-EV-ANSWER(WS-EV-SUB)
           END-PERFORM
           MOVE SPACE TO ANS
           DISPLAY SCRN-EVAL-CONFIRM
           ACCEPT SCRN-EVAL-CONFIRM
           IF ANS = 'Y' OR 'y'
               PERFORM 448-FILE-EVAL
           ELSE
               DISPLAY 'EVALUATION NOT SUBMITTED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       448-FILE-EVAL.
      *    THE NEXT RESPONSE NUMBER FOR THE SECTION IS ONE PAST THE
      *    LAST ON FILE; A NUMBER TAKEN BY ANOTHER TERMINAL IN THE
      *    MEANTIME JUST MOVES THIS ONE UP.  THE ANSWERS GO ON BEFORE
      *    THE COMPLETION FLAG, SO A FAILURE BETWEEN THE TWO LEAVES
      *    THE SECTION OPEN TO ANSWER AGAIN RATHER THAN LOST.
           MOVE ZERO TO WS-EV-NEXT-SEQ
           MOVE 'N' TO WS-EV-OK
           MOVE WS-EV-TERM TO EV-TERM
           MOVE WS-EV-CRN TO EV-CRN
           MOVE ZERO TO EV-SEQ
           START EV-FILE-DESC KEY IS NOT LESS THAN EV-KEY
               INVALID KEY MOVE 'Y' TO WS-EV-OK
           END-START
           PERFORM UNTIL WS-EV-OK = 'Y'
               READ EV-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EV-OK
                   NOT AT END
                       IF EV-TERM NOT = WS-EV-TERM
                               OR EV-CRN NOT = WS-EV-CRN
                           MOVE 'Y' TO WS-EV-OK
                       ELSE
                           MOVE EV-SEQ TO WS-EV-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EV-OK
           PERFORM UNTIL WS-EV-OK = 'Y'
               ADD 1 TO WS-EV-NEXT-SEQ
               MOVE SPACES TO EV-RECORD
               MOVE WS-EV-TERM TO EV-TERM
               MOVE WS-EV-CRN TO EV-CRN
               MOVE WS-EV-NEXT-SEQ TO EV-SEQ
               MOVE WS-EV-ANSWERS TO EV-ANSWERS
               WRITE EV-RECORD
                   INVALID KEY
                       IF WS-EV-STATUS NOT = '22'
                           MOVE 'Y' TO WS-EV-OK
                       END-IF
                   NOT INVALID KEY MOVE 'Y' TO WS-EV-OK
               END-WRITE
           END-PERFORM
           IF WS-EV-STATUS = '00'
               MOVE SPACES TO EC-RECORD
               MOVE WS-TMP-SNO TO EC-STU-NUM
               MOVE WS-EV-TERM TO EC-TERM
               MOVE WS-EV-CRN TO EC-CRN
               WRITE EC-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               DISPLAY 'THANK YOU -- YOUR EVALUATION IS RECORDED'
           ELSE
               DISPLAY 'EVALUATION NOT RECORDED (' WS-EV-STATUS
                   ') -- PLEASE TRY AGAIN LATER'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       450-MY-ADDRESS.
      *    STREET, CITY, STATE AND ZIP ARE ALL REQUIRED -- A STATEMENT
      *    CANNOT BE MAILED WITHOUT THEM.  SAME CLOSE/REOPEN I-O
      *    REWRITE AS 205-CHANGE-PIN.
           MOVE SF-ADDRESS TO WS-MY-ADDRESS
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-MY-ADDRESS
           ACCEPT SCRN-MY-ADDRESS
           IF WS-MY-ADDRESS = SF-ADDRESS
               DISPLAY 'ADDRESS NOT CHANGED'
           ELSE IF WS-MY-ADDR-1 = SPACES OR WS-MY-CITY = SPACES
                   OR WS-MY-STATE = SPACES OR WS-MY-ZIP = SPACES
               DISPLAY 'STREET, CITY, STATE AND ZIP ARE ALL REQUIRED'
               DISPLAY 'ADDRESS NOT CHANGED'
           ELSE
               MOVE SPACE TO ANS
               DISPLAY SCRN-ADDR-CONFIRM
               ACCEPT SCRN-ADDR-CONFIRM
               IF ANS = 'Y' OR 'y'
                   PERFORM 455-SAVE-MY-ADDRESS
                   DISPLAY 'ADDRESS SAVED'
               ELSE
                   DISPLAY 'ADDRESS NOT CHANGED'
               END-IF
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       455-SAVE-MY-ADDRESS.
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SF-RECORD TO WS-JR-BEFORE
           MOVE SF-ADDRESS TO WS-MY-OLD-ADDRESS
           MOVE WS-MY-ADDRESS TO SF-ADDRESS
           MOVE 'N' TO SF-BAD-ADDR
           MOVE ZEROS TO SF-BAD-ADDR-DATE
           MOVE SPACES TO SF-BAD-ADDR-SRC
           MOVE SF-RECORD TO WS-SF-RECORD
           CLOSE SF-FILE-DESC
           OPEN I-O SF-FILE-DESC
           REWRITE SF-RECORD FROM WS-SF-RECORD
           CLOSE SF-FILE-DESC
           OPEN INPUT SF-FILE-DESC
           MOVE 'SF' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE WS-SF-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           OPEN I-O DX-FILE-DESC
           IF WS-DX-STATUS = '35'
               OPEN OUTPUT DX-FILE-DESC
               CLOSE DX-FILE-DESC
               OPEN I-O DX-FILE-DESC
           END-IF
           MOVE SPACES TO DX-RECORD
           MOVE WS-TMP-SNO TO DX-STU-NUM
           ACCEPT DX-DATE FROM DATE
           ACCEPT DX-TIME FROM TIME
           MOVE 'AD' TO DX-KIND
           MOVE WS-MH-OPERATOR TO DX-OPERATOR-ID
           WRITE DX-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE DX-FILE-DESC
           CALL 'PROJ-ADDR-HIST' USING WS-TMP-SNO, WS-MY-OLD-ADDRESS,
               WS-MY-ADDRESS, WS-MH-SOURCE, WS-MH-OPERATOR
           PERFORM 250-REFRESH-STUDENT.
       500-WALK-RC-CHAIN.
      *    SAME IDEA AS PROJ-STU-INQUIRY'S 500-WALK-RC-CHAIN -- THE
      *    LAST ROW'S RC-BALANCE IS ALREADY THE STUDENT'S CURRENT
      *    BALANCE.
           MOVE ZERO TO WS-NET-BALANCE
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
                           MOVE RC-BALANCE TO WS-NET-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       145-LOAD-HOLD-TABLE.
      *    THE HOLD CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
               HD-CODE-TBL-SIZE, HD-CODE-TABLE.
       148-HOLD-CHECK.
      *    SAME UNRELEASED-HOLD SCAN AS PROJ-ENROLLMENT'S
      *    152-HOLD-CHECK, TESTED AGAINST THE SELF-SERVICE BYTE.
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 604-CONDUCT-CHECK
               IF CV-BLOCKED = 'Y'
                   DISPLAY 'YOUR ENROLLMENT IS BLOCKED FOR THIS TERM -'
                   DISPLAY 'SEE THE DEAN OF STUDENTS'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE
               PERFORM 603-CLEARANCE-CHECK
               IF WS-CLEARED = 'N'
                   DISPLAY 'YOU ARE ON ACADEMIC PROBATION AND MUST'
                       PERFORM 610-ADD-ONE-CLASS
                   END-IF
               END-IF
               END-IF
           END-IF.
       603-CLEARANCE-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 154-CLEARANCE-CHECK -- NO
                   NOT INVALID KEY MOVE 'Y' TO WS-CLEARED
               END-READ
           END-IF.
       604-CONDUCT-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 156-CONDUCT-CHECK.  THE
      *    SCREEN NAMES NO SANCTION -- THE DEAN'S OFFICE EXPLAINS.
           MOVE WS-TMP-SNO TO CV-STU-NUM
           MOVE CURRENT-TERM TO CV-TERM
           CALL 'PROJ-CONDUCT-CHK' USING CV-CONDUCT-LINK.
       602-WINDOW-CHECK.
      *    NO OVERRIDE HERE -- THE STUDENT WAITS FOR THEIR WINDOW.
           MOVE 'Y' TO WS-PROCEED
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
                ELSE
                   PERFORM 630-STATE-AUTH-CHECK
                   IF WS-PROCEED = 'N'
                       CONTINUE
                   ELSE
                   PERFORM 230-CONFLICT-CHECK
                   PERFORM 215-CAPACITY-CHECK
                   MOVE SPACES TO WS-LINK-CRN
                   MOVE ZERO TO WS-LINK-HRS
                   IF WS-PROCEED = 'Y'
                       PERFORM 629-PICK-CREDIT-HOURS
                       PERFORM 625-LINK-CHECK
                   END-IF
                   IF WS-PROCEED = 'Y'
                       PERFORM 235-OVERLOAD-CHECK
                   END-IF
                   IF WS-PROCEED = 'Y'
                       PERFORM 640-APPEND-NODE
                       IF WS-LINK-CRN NOT = SPACES
                           MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
                           MOVE WS-LINK-CRN TO WS-TMP-CRN
                           PERFORM 250-REFRESH-STUDENT
                           MOVE WS-LINK-HRS TO WS-ENROLL-HRS
                           MOVE WS-LINK-RESV-SEQ TO WS-RESV-SEQ
                           PERFORM 640-APPEND-NODE
                           MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN
                           DISPLAY 'LINKED SECTION ' WS-LINK-CRN
                               ' ADDED WITH THE LECTURE'
                       END-IF
                       DISPLAY 'CLASS ADDED'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   END-IF
                   END-IF
                END-IF
               END-IF
           END-IF.
       630-STATE-AUTH-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S 234-STATE-AUTH-CHECK -- A
      *    FULLY ONLINE SECTION IS JUDGED AGAINST THE STUDENT'S
      *    SF-STATE.  A REFUSAL HAS NO OVERRIDE FROM THIS SIDE; A
      *    STATE NOT AUTHORIZED IS TOLD TO THE STUDENT AND THE ADD
      *    GOES ON.  CS-SECT IS PUT BACK ON WS-TMP-CRN FIRST.
           MOVE 'Y' TO WS-PROCEED
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE SPACE TO CS-MODALITY
           END-READ
           CALL 'PROJ-STATE-AUTH' USING SF-STATE, CS-MODALITY,
               WS-AUTH-ACTION, WS-AUTH-STATE-DESC
           IF WS-AUTH-ACTION = 'R'
               MOVE 'N' TO WS-PROCEED
               DISPLAY 'THAT CLASS IS TAUGHT FULLY ONLINE AND IS NOT'
               DISPLAY 'OPEN TO STUDENTS LIVING IN ' SF-STATE
               DISPLAY 'SEE THE REGISTRAR'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-AUTH-ACTION = 'W'
               DISPLAY 'THAT CLASS IS TAUGHT FULLY ONLINE.  WE ARE NOT'
               DISPLAY 'YET AUTHORIZED IN ' SF-STATE
                   ' -- IT MAY NOT COUNT TOWARD LICENSURE THERE'
           END-IF
           END-IF.
       629-PICK-CREDIT-HOURS.
      *    A FIXED SECTION SEATS AT ITS CS-CRED-HR.  A VARIABLE-CREDIT
      *    ONE (CS-CRED-MAX ABOVE CS-CRED-HR) ASKS THE STUDENT FOR
      *    HOURS IN ITS RANGE -- THE SAME PROMPT AS PROJ-ENROLLMENT'S
      *    206-PICK-CREDIT-HOURS.  ONLY THE REGISTRAR CAN CHANGE THEM
      *    AFTERWARDS.
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE ZERO TO CS-CRED-HR CS-CRED-MAX
           END-READ
           MOVE CS-CRED-HR TO WS-ENROLL-HRS
           IF CS-CRED-MAX IS NUMERIC AND CS-CRED-MAX > CS-CRED-HR
               MOVE 'N' TO WS-HRS-OK
               PERFORM UNTIL WS-HRS-OK = 'Y'
                   DISPLAY 'THIS CLASS IS VARIABLE CREDIT.'
                   DISPLAY 'CREDIT HOURS (' CS-CRED-HR ' TO '
                       CS-CRED-MAX '): '
                   ACCEPT WS-ENROLL-HRS
                   IF WS-ENROLL-HRS IS NUMERIC
                           AND WS-ENROLL-HRS NOT < CS-CRED-HR
                           AND WS-ENROLL-HRS NOT > CS-CRED-MAX
                       MOVE 'Y' TO WS-HRS-OK
                   ELSE
                       DISPLAY 'HOURS MUST BE FROM ' CS-CRED-HR
                           ' TO ' CS-CRED-MAX
                   END-IF
               END-PERFORM
           END-IF.
       625-LINK-CHECK.
      *    SAME RULES AS PROJ-ENROLLMENT'S 237-LINK-CHECK -- A LINKED
      *    LECTURE IS ONLY SEATED WITH ONE OF ITS GROUP'S LABS OR
      *    RECITATIONS, KEYED HERE; A LAB ON ITS OWN NEEDS THE
      *    LECTURE ALREADY HELD AND NO OTHER LAB OF THE GROUP.
      *    CS-SECT IS ON WS-TMP-CRN COMING IN.
           MOVE CS-LINK-GROUP TO WS-LK-GROUP
           MOVE CS-LINK-ROLE TO WS-LK-ROLE
           MOVE SPACES TO WS-LINK-MSG
           MOVE ZERO TO WS-LINK-RESV-SEQ
           IF WS-LK-GROUP = SPACES
               CONTINUE
           ELSE IF WS-LK-ROLE = 'L'
               DISPLAY 'THIS LECTURE HAS A LAB/RECITATION -- ENTER ITS '
                   'CRN: '
               ACCEPT WS-LINK-CRN
               PERFORM 626-EDIT-LINKED-CRN
           ELSE
               PERFORM 627-SCAN-LINK-GROUP
               IF WS-LK-HAS-LECT = 'N'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'ADD THE LECTURE FIRST -- THIS LAB GOES WITH IT'
                       TO WS-LINK-MSG
               ELSE IF WS-LK-HAS-LAB = 'Y'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'YOU ALREADY HOLD A LAB OF THIS LECTURE'
                       TO WS-LINK-MSG
               END-IF
               END-IF
           END-IF
           END-IF
           IF WS-PROCEED = 'N'
               MOVE SPACES TO WS-LINK-CRN
               MOVE ZERO TO WS-LINK-HRS
               DISPLAY WS-LINK-MSG
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       626-EDIT-LINKED-CRN.
      *    THE LAB MUST BE A 'B' SECTION OF THE SAME GROUP THIS TERM,
      *    NOT ALREADY ON THE CHAIN, WITH A SEAT OPEN UNLESS THE
      *    LECTURE IS GOING ON THE WAITLIST (THEN THE LAB DOES TOO).
      *    A HELD LAB SEAT THE STUDENT QUALIFIES FOR COUNTS, AND ITS
      *    ROW IS KEPT IN WS-LINK-RESV-SEQ.
      *    CS-SECT IS PUT BACK ON WS-TMP-CRN ON THE WAY OUT.
           MOVE WS-LINK-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE 'N' TO WS-PROCEED
           END-READ
           IF WS-PROCEED = 'N'
               MOVE 'THAT LAB/RECITATION CRN DOES NOT EXIST'
                   TO WS-LINK-MSG
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
               IF WS-DUP-FOUND = 'Y'
                   MOVE 'N' TO WS-PROCEED
                   MOVE 'YOU ARE ALREADY ENROLLED IN THAT LAB'
                       TO WS-LINK-MSG
               ELSE IF WS-ENROLL-STATUS = 'E'
                   MOVE WS-LINK-CRN TO CS-CRN
                   READ CS-SECT
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM 216-GROUP-SEAT-CHECK
                   PERFORM 217-RESV-SEAT-CHECK
                   IF WS-SEAT-KIND = 'N'
                       MOVE 'N' TO WS-PROCEED
                       MOVE 'THAT LAB IS FULL -- PICK ANOTHER'
                           TO WS-LINK-MSG
                   ELSE IF WS-SEAT-KIND = 'R'
                       MOVE RW-SEQ TO WS-LINK-RESV-SEQ
                   END-IF
                   END-IF
               END-IF
               END-IF
               IF WS-PROCEED = 'Y'
                   MOVE WS-LINK-CRN TO CS-CRN
                   READ CS-SECT
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM 230-CONFLICT-CHECK
               END-IF
               MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN
           END-IF
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       627-SCAN-LINK-GROUP.
      *    WALKS THE CHAIN FOR LIVE CURRENT-TERM SEATS IN WS-LK-GROUP,
      *    THEN PUTS CS-SECT BACK ON WS-TMP-CRN.
           MOVE 'N' TO WS-LK-HAS-LECT
           MOVE 'N' TO WS-LK-HAS-LAB
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               PERFORM UNTIL X = 0
                   MOVE X TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 628-SCORE-LINK-NODE
                   MOVE RF-NXT-CLS-PNTR TO X
               END-PERFORM
           END-IF
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ.
       628-SCORE-LINK-NODE.
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
       210-DUP-CRN-CHECK.
      *    SAME SHAPE AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME.
           MOVE 'N' TO WS-DUP-FOUND
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
      *    SAME PLACEMENT RECOGNITION AS PROJ-ENROLLMENT'S
      *    PARAGRAPH OF THE SAME NAME.
           CALL 'PROJ-PLACE-CHECK' USING WS-TMP-SNO, WS-TMP-PREREQ,
               WS-PLACE-MET, WS-PLACE-DESC
           IF WS-PLACE-MET = 'Y'
               MOVE 'Y' TO WS-PREREQ-MET
               DISPLAY 'PREREQUISITE MET BY PLACEMENT: ' WS-PLACE-DESC
           END-IF.
       228-COREQ-CHECK.
      *    SAME RULE AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME;
      *    CS-SECT IS RE-READ BY WS-TMP-CRN ON THE WAY OUT.
       215-CAPACITY-CHECK.
      *    A FULL SECTION OFFERS THE WAITLIST, SAME AS THE STAFF
      *    SCREEN -- THE STUDENT ANSWERS FOR THEMSELVES HERE.
      *    SEATS HELD FOR A RESERVE THE STUDENT DOES NOT QUALIFY FOR
      *    ARE NOT OPEN TO THEM (217-RESV-SEAT-CHECK); WS-RESV-SEQ
      *    COMES BACK AS THE ROW A RESERVED SEAT IS TAKEN AGAINST.
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
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 637-NODE-HOURS
                       ADD WS-NODE-HRS TO WS-LOAD-HOURS
               END-READ
           END-IF.
       637-NODE-HOURS.
      *    THE STUDENT'S OWN HOURS ON THE NODE IN ENR-REC, OR THE
      *    SECTION'S CS-CRED-HR (ALREADY READ) FOR A NODE WRITTEN
      *    BEFORE RF-CRED-HR EXISTED.
           MOVE CS-CRED-HR TO WS-NODE-HRS
           IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
               MOVE RF-CRED-HR TO WS-NODE-HRS
           END-IF.
       940-FIND-PERMIT.
      *    SAME ONE-SHOT LOOKUP AS PROJ-ENROLLMENT'S PARAGRAPH OF THE
      *    SAME NAME.
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-PEND-PM-CNT.
       217-RESV-SEAT-CHECK.
      *    SAME SPLIT AS PROJ-ENROLLMENT'S PARAGRAPH OF THE SAME NAME
      *    -- CS-SECT IS ON THE SECTION, WS-GROUP-ENROLLED IS ITS
      *    SEATED COUNT AND SF-RECORD IS THE STUDENT.  WS-SEAT-KIND
      *    COMES BACK 'R' (RESERVED, ROW IN RW-SEQ), 'G' (GENERAL) OR
      *    'N' (NO SEAT FOR THIS STUDENT).
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
      *    ONE SEAT ON ROW WS-RESV-SEQ OF THE SECTION IN CS-SECT GOES
      *    TO THE STUDENT JUST SEATED.
           MOVE 'T' TO RW-ACTION
           MOVE CS-CRN TO RW-CRN
           MOVE CS-TERM TO RW-TERM
           MOVE WS-RESV-SEQ TO RW-SEQ
           CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK.
       216-GROUP-SEAT-CHECK.
      *    A CROSS-LISTED SECTION'S SEATS FILL FROM THE WHOLE GROUP
      *    -- ENROLLED COUNTS ARE SUMMED ACROSS EVERY CURRENT-TERM
           MOVE 'SELF' TO RF-OPERATOR-ID
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
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE CS-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           IF WS-ENROLL-STATUS = 'E' AND WS-RESV-SEQ > ZERO
               PERFORM 218-TAKE-RESV-SEAT
           END-IF
           IF WS-ENROLL-STATUS = 'E'
               MOVE WS-TMP-SNO TO WS-VN-STU-NUM
               MOVE WS-TMP-CRN TO WS-VN-CRN
               MOVE 'A' TO WS-VN-ACTION
               PERFORM 955-VA-NOTE-RTN
           END-IF.
       650-GET-NEW-EF-SLOT.
      *    SAME SHAPE AS PROJ-ENROLLMENT'S 205-GET-NEW-EF-SLOT,
      *    INCLUDING THE NO-RECYCLED-SLOT-FOR-A-WAITLIST RULE.
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
           IF WS-FOUND = 'Y' THEN
               MOVE X TO WS-EF-KEY
               PERFORM 709-RESOLVE-DROP-SESSION
               MOVE CS-LINK-GROUP TO WS-LK-GROUP
               MOVE CS-LINK-ROLE TO WS-LK-ROLE
               MOVE 'N' TO WS-DROP-DONE
               PERFORM 710-APPLY-DROP-POLICY
               IF WS-DROP-DONE = 'Y' AND WS-LK-ROLE = 'L'
                       AND WS-LK-GROUP NOT = SPACES
                   PERFORM 715-DROP-LINKED-LAB
               END-IF
           ELSE
               IF WS-INTL-BLOCKED = 'N' AND WS-COREQ-PROCEED = 'Y'
                   DISPLAY 'YOU ARE NOT ENROLLED IN THAT CRN'
           END-IF.
       706-SCORE-INTL-DROP.
           MOVE ZERO TO WS-INTL-HOURS
           MOVE ZERO TO WS-INTL-DROP-HRS
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CS-CRED-HR TO WS-INTL-DROP-HRS
           END-READ
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               MOVE X TO WS-EF-KEY
                   PERFORM 707-SUM-ONE-NODE
               END-PERFORM
           END-IF
           IF WS-INTL-HOURS - WS-INTL-DROP-HRS < 12 THEN
               MOVE 'Y' TO WS-INTL-BLOCKED
               DISPLAY 'THIS DROP WOULD TAKE YOU BELOW FULL TIME.'
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 637-NODE-HOURS
                       ADD WS-NODE-HRS TO WS-INTL-HOURS
                       IF RF-CRN = WS-TMP-CRN
                           MOVE WS-NODE-HRS TO WS-INTL-DROP-HRS
                       END-IF
               END-READ
           END-IF.
       710-APPLY-DROP-POLICY.
               PERFORM 740-UPDATE-CAPACITY
               IF WS-DROPPED-STATUS = 'E'
                   PERFORM 790-POST-DROP-ADJUSTMENT
                   IF WS-DROPPED-BASIS NOT = 'A'
                       MOVE WS-TMP-SNO TO WS-VN-STU-NUM
                       MOVE WS-TMP-CRN TO WS-VN-CRN
                       MOVE 'D' TO WS-VN-ACTION
                       PERFORM 955-VA-NOTE-RTN
                   END-IF
               END-IF
               MOVE 'Y' TO WS-DROP-DONE
               DISPLAY 'CLASS DROPPED'
           ELSE
               IF WS-TODAY-CCYYMMDD NOT > WS-EFF-WDRAW-DEADLINE THEN
                   PERFORM 950-JOURNAL-RTN
                   PERFORM 740-UPDATE-CAPACITY
                   PERFORM 790-POST-DROP-ADJUSTMENT
                   IF WS-DROPPED-BASIS NOT = 'A'
                       MOVE WS-TMP-SNO TO WS-VN-STU-NUM
                       MOVE WS-TMP-CRN TO WS-VN-CRN
                       MOVE 'W' TO WS-VN-ACTION
                       PERFORM 955-VA-NOTE-RTN
                   END-IF
                   MOVE 'Y' TO WS-DROP-DONE
                   DISPLAY 'WITHDRAWAL RECORDED AS A W GRADE'
               ELSE
                   DISPLAY 'THE WITHDRAWAL DEADLINE HAS PASSED'
               END-IF
           END-IF.
       715-DROP-LINKED-LAB.
      *    SAME AS PROJ-ENROLLMENT'S 257-DROP-LINKED-LAB -- THE
      *    LECTURE WENT, SO THE STUDENT'S LIVE CURRENT-TERM SEAT IN
      *    ANY 'B' SECTION OF WS-LK-GROUP GOES THROUGH THE SAME DROP
      *    POLICY ON ITS OWN SESSION'S DATES.  THE CHAIN IS PICKED UP
      *    AFRESH -- A WAITLIST PROMOTION MOVES SF-RECORD.
           MOVE WS-TMP-CRN TO WS-LINK-LECT-CRN
           PERFORM 250-REFRESH-STUDENT
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-PREV-PNTR
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO X
               PERFORM UNTIL WS-FOUND = 'Y' OR X = 0
                   MOVE X TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 716-MATCH-LINKED-LAB
                   IF WS-FOUND = 'N'
                       MOVE X TO WS-PREV-PNTR
                       MOVE RF-NXT-CLS-PNTR TO X
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 'Y' THEN
               MOVE X TO WS-EF-KEY
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
               PERFORM 709-RESOLVE-DROP-SESSION
               MOVE 'N' TO WS-DROP-DONE
               PERFORM 710-APPLY-DROP-POLICY
               IF WS-DROP-DONE = 'Y'
                   DISPLAY 'LINKED SECTION ' WS-TMP-CRN
                       ' DROPPED WITH THE LECTURE'
               END-IF
           END-IF
           MOVE WS-LINK-LECT-CRN TO WS-TMP-CRN.
       716-MATCH-LINKED-LAB.
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
       720-UNLINK-NODE.
      *    X STILL POINTS AT THE NODE; SAME SHAPE AS PROJ-ENROLLMENT'S
      *    260-UNLINK-ROUTINE.
           MOVE SPACES TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE ZERO TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           MOVE EOF-FREE-HEAD TO RF-NXT-CLS-PNTR
           REWRITE ENR-REC
      *    THE CLEARING REWRITE JOURNALS LIKE EVERY OTHER PROJ-ENR.REL
       740-UPDATE-CAPACITY.
      *    SEAT AND WAITLIST COUNTS RECONCILE THE SAME WAY THE STAFF
      *    DROP DOES, AND A FREED SEAT PROMOTES THE WAITLIST THE SAME
      *    WAY TOO (SEE 750-PROMOTE-WAITLIST-RTN).  A FREED SEAT TAKEN
      *    AGAINST A RESERVE (WS-DROPPED-RESV) GOES BACK TO ITS ROW.
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
                   MOVE SPACES TO WS-JR-AFTER
                   MOVE CS-RECORD TO WS-JR-AFTER
                   PERFORM 950-JOURNAL-RTN
                   IF WS-DROPPED-STATUS = 'E' AND WS-DROPPED-RESV > 0
                       MOVE 'G' TO RW-ACTION
                       MOVE CS-CRN TO RW-CRN
                       MOVE CS-TERM TO RW-TERM
                       MOVE WS-DROPPED-RESV TO RW-SEQ
                       CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
                   END-IF
                   IF WS-DROPPED-STATUS = 'E' AND CS-WAIT-CNT > 0
                       PERFORM 750-PROMOTE-WAITLIST-RTN
                   END-IF
      *    ORDER BECAUSE 650-GET-NEW-EF-SLOT NEVER HANDS A WAITLIST
      *    NODE A RECYCLED SLOT.  THE PROMOTED STUDENT GETS THE SAME
      *    EF-PROMOTE.RPT LINE AND 'WLPR' QUEUE EVENT THE STAFF DROP
      *    PRODUCES.  AS THERE, A HELD SEAT ONLY GOES TO A WAITING
      *    STUDENT WHO QUALIFIES FOR IT (752-CAN-TAKE-SEAT).
           MOVE 'N' TO WS-PROMOTE-FOUND
           MOVE 1 TO WS-EF-KEY
           READ EF-FILE-DES
           PERFORM UNTIL WS-PROMOTE-FOUND = 'Y' OR X = 0
               IF RF-CRN = WS-TMP-CRN AND RF-STATUS = 'W'
                       AND RF-TERM = CURRENT-TERM THEN
                   PERFORM 752-CAN-TAKE-SEAT
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
      *    THE NOTICE LOOKUP (AND 752-CAN-TAKE-SEAT) LEFT A WAITING
      *    STUDENT IN SF-RECORD; THE DROP STILL PRICES AND POSTS ITS
      *    ADJUSTMENT AGAINST THE SESSION'S OWN STUDENT, SO THAT
      *    RECORD GOES BACK IN PLACE.
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
           END-READ.
       752-CAN-TAKE-SEAT.
      *    SAME TEST AS PROJ-ENROLLMENT'S 282-CAN-TAKE-SEAT -- THE
      *    WAITING NODE'S STUDENT IS READ INTO SF-RECORD AND JUDGED
      *    AGAINST THE SECTION'S HELD AND GENERAL SEATS.
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
           END-IF.
       790-POST-DROP-ADJUSTMENT.
      *    SAME AUTOMATIC PRO-RATED TUITION REVERSAL AS
      *    PROJ-ENROLLMENT'S 290-POST-DROP-ADJUSTMENT, ON THE DROPPED
      *    NODE'S OWN HOURS (WS-ADJ-HRS, ZERO MEANING CS-CRED-HR).
           MOVE ZERO TO WS-ADJ-PCT
           IF WS-EFF-FOUND = 'Y' AND WS-EFF-R100 > ZERO THEN
               IF WS-TODAY-CCYYMMDD NOT > WS-EFF-R100
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
       792-APPEND-ADJUSTMENT.
      *    SAME APPEND AS PROJ-RC; A STUDENT WITH NO RECEIPT ROWS HAS
      *    NOTHING TO REVERSE.
           MOVE WS-TMP-SNO TO WS-RC-STU-NUM
           PERFORM 793-FIND-RC-TAIL
           IF WS-NEXT-RC-SEQ > 1 THEN
               MOVE 'DROPADJUST' TO WS-RC-RCT-TYPE
               MOVE WS-TMP-SNO TO WS-RC-STU-NUM
               MOVE WS-ADJ-AMT TO WS-RC-AMT-OWED
               MOVE ZERO TO WS-RC-AMT-PAID
               MOVE ZERO TO WS-RC-REFUND-AMT
               MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
               MOVE 'Y' TO WS-RC-VOID
               MOVE WS-TODAY TO WS-RC-POST-DATE
               COMPUTE WS-RC-BALANCE =
                   WS-RC-PRIOR-BAL - WS-ADJ-AMT
               MOVE 'SELF    ' TO WS-RC-OPERATOR-ID
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
       793-FIND-RC-TAIL.
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
       794-WRITE-ADJ-REGISTER.
      *    RC-DROP-ADJ.RPT ACCUMULATES ACROSS RUNS, SAME AS THE OTHER
      *    NOTICE FILES.
           END-IF
           WRITE TURNAWAY-REC FROM TA-LINE
           CLOSE TURNAWAY-FILE.
       955-VA-NOTE-RTN.
      *    AN ENROLLMENT CHANGE AGAINST A TERM ALREADY CERTIFIED TO THE
      *    VA GOES ON THE PENDING ADJUSTMENT FILE -- SEE PROJ-VA-NOTE,
      *    WHICH IGNORES A STUDENT WHO IS NOT A CERTIFIED BENEFICIARY.
           MOVE CURRENT-TERM TO WS-VN-TERM
           MOVE 'SELF' TO WS-VN-SOURCE
           CALL 'PROJ-VA-NOTE' USING WS-VN-STU-NUM, WS-VN-TERM,
               WS-VN-CRN, WS-VN-ACTION, WS-VN-SOURCE.
       800-PROXY-SESSION.
      *    LOOK-ONLY.  NOTHING A PROXY DOES HERE CHANGES THE STUDENT'S
      *    RECORD; EACH AREA OPENS ONLY IF ITS PX-SCOPE BYTE IS 'Y',
      *    AND EACH OPENING IS A DISCLOSURE LOGGED FOR FERPA.
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           OPEN INPUT FA-FILE-DESC
           MOVE SPACES TO WS-PX-OPTION
           PERFORM UNTIL WS-PX-OPTION = 'X' OR 'x'
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-PX-MENU
               ACCEPT SCRN-PX-MENU
               IF WS-PX-OPTION = 'B' OR 'b'
                   IF PX-SEE-BALANCE = 'Y'
                       PERFORM 810-PROXY-BALANCE
                   ELSE
                       PERFORM 870-NOT-RELEASED
                   END-IF
               ELSE IF WS-PX-OPTION = 'S' OR 's'
                   IF PX-SEE-SCHEDULE = 'Y'
                       PERFORM 820-PROXY-SCHEDULE
                   ELSE
                       PERFORM 870-NOT-RELEASED
                   END-IF
               ELSE IF WS-PX-OPTION = 'G' OR 'g'
                   IF PX-SEE-GRADES = 'Y'
                       PERFORM 830-PROXY-GRADES
                   ELSE
                       PERFORM 870-NOT-RELEASED
                   END-IF
               ELSE IF WS-PX-OPTION = 'F' OR 'f'
                   IF PX-SEE-AID = 'Y'
                       PERFORM 840-PROXY-AID
                   ELSE
                       PERFORM 870-NOT-RELEASED
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM
           CLOSE FA-FILE-DESC.
       810-PROXY-BALANCE.
           PERFORM 500-WALK-RC-CHAIN
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-PX-BALANCE
           MOVE 'SELF-SVC BALANCE' TO WS-AL-PROGRAM
           PERFORM 890-LOG-PROXY-VIEW
           PERFORM 880-PROXY-PAUSE.
       820-PROXY-SCHEDULE.
           PERFORM 300-SHOW-SCHEDULE
           MOVE 'SELF-SVC SCHED' TO WS-AL-PROGRAM
           PERFORM 890-LOG-PROXY-VIEW
           PERFORM 880-PROXY-PAUSE.
       830-PROXY-GRADES.
      *    EVERY NODE ON THE CHAIN WITH A POSTED GRADE, ANY TERM.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-GRADE-HEAD
           MOVE ZERO TO WS-MATCH-COUNT
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   PERFORM 835-SHOW-ONE-GRADE
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
               END-PERFORM
               PERFORM 835-SHOW-ONE-GRADE
           END-IF
           IF WS-MATCH-COUNT = 0
               DISPLAY SCRN-PX-NONE
           END-IF
           MOVE 'SELF-SVC GRADES' TO WS-AL-PROGRAM
           PERFORM 890-LOG-PROXY-VIEW
           PERFORM 880-PROXY-PAUSE.
       835-SHOW-ONE-GRADE.
           IF RF-GRADE NOT = SPACES
               ADD 1 TO WS-MATCH-COUNT
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE SPACES TO CS-CRS-CODE
                   NOT INVALID KEY CONTINUE
               END-READ
               DISPLAY SCRN-GRADE-LINE
           END-IF.
       840-PROXY-AID.
      *    OFFERS ARE SHOWN AS OFFERS -- A PARENT SHOULD NOT BUDGET ON
      *    AN AWARD THE STUDENT HAS NOT ACCEPTED.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-AID-HEAD
           MOVE ZERO TO WS-MATCH-COUNT
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
                           PERFORM 845-SHOW-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY SCRN-PX-NONE
           END-IF
           MOVE 'SELF-SVC AID' TO WS-AL-PROGRAM
           PERFORM 890-LOG-PROXY-VIEW
           PERFORM 880-PROXY-PAUSE.
       845-SHOW-ONE-AWARD.
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-AID-DESC
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF FA-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE FA-TBL-DESC(FA-CODE-IDX) TO WS-AID-DESC
               END-IF
           END-PERFORM
           IF FA-OFFER-FLAG = 'O'
               MOVE 'OFFERED' TO WS-AID-STAT
           ELSE IF FA-OFFER-FLAG = 'R'
               MOVE 'REVERSED' TO WS-AID-STAT
           ELSE
               MOVE 'AWARDED' TO WS-AID-STAT
           END-IF
           END-IF
           DISPLAY SCRN-AID-LINE.
       870-NOT-RELEASED.
           DISPLAY SCRN-CLEAR
           DISPLAY 'THE STUDENT HAS NOT RELEASED THAT AREA TO YOU'
           PERFORM 880-PROXY-PAUSE.
       880-PROXY-PAUSE.
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       890-LOG-PROXY-VIEW.
      *    SAME APPEND AS PROJ-STATEMENT'S 980-LOG-THE-VIEW, WITH THE
      *    PROXY IN THE OPERATOR COLUMN AND THE AREA SHOWN IN THE
      *    PROGRAM COLUMN SO THE ACCOUNTING SAYS WHAT WAS DISCLOSED.
           OPEN EXTEND ACCESS-LOG
           IF WS-AL-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG
           END-IF
           ACCEPT AL-DATE FROM DATE
           ACCEPT AL-TIME FROM TIME
           MOVE WS-PROXY-ID TO AL-OPERATOR
           MOVE WS-TMP-SNO TO AL-STU-NUM
           MOVE WS-AL-PROGRAM TO AL-PROGRAM
           WRITE ACCESS-REC FROM AL-LINE
           CLOSE ACCESS-LOG.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT -- SEE
      *    PROJ-JOURNAL FOR THE FORWARD-RECOVERY STORY.
