       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CODE-LOAD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE THE REFERENCE CODE
      *          TABLES ARE BUILT.  REPLACES THE 050-LOAD-XXX-TABLE
      *          PARAGRAPHS THAT USED TO BE REPEATED (AND KEPT 'IN
      *          SYNC' BY HAND) IN EVERY PROGRAM USING HD-CODE-TABLE,
      *          LT-CODE-TABLE, MJ-CODE-TABLE, FA-CODE-TABLE,
      *          RC-TYPE-TABLE, GR-POINT-TABLE OR GC-REASON-TABLE.
      *          THE CALLER PASSES THE COPYBOOK'S XX-...-TBL-ID,
      *          -TBL-SIZE AND TABLE.  THE TABLE IS FIRST FILLED WITH
      *          THE BUILT-IN CODES BELOW (THE SAME ENTRIES THE OLD
      *          PARAGRAPHS MOVED IN), THEN EVERY CODE ON
      *          PROJ-CODE-PARM.DAT (SEE CP-FILE-DESC) FOR THAT TABLE
      *          IS APPLIED USING ITS LATEST ROW ALREADY IN EFFECT --
      *          A KNOWN CODE IS REPLACED, A NEW ONE IS APPENDED, AND
      *          A CP-STATUS 'I' ROW TAKES THE CODE OUT.  A SITE WITH
      *          NO CODE FILE GETS EXACTLY THE OLD TABLES.
      *20261015  ADDED THE ADMISSIONS RECEIPT TYPES -- 'APPFEE' AND
      *          'DEPOSIT' (POSTED BY PROJ-UPD-APPLICANT) AND
      *          'DEPXFER' (THE DEPOSIT TRANSFER PROJ-ADM-CONVERT
      *          POSTS).
      *20261015  ADDED TABLE HR, THE HEALTH-COMPLIANCE REQUIREMENTS
      *          (HR-CODE-TABLE), WITH MMR FOR EVERY REGISTERED STUDENT
      *          AND MENINGITIS FOR HOUSING RESIDENTS BUILT IN; THE
      *          'HC' HEALTH-COMPLIANCE HOLD CODE; AND THE 'HLTH'
      *          REMINDER LETTER.
      *20261015  ADDED THE 'MEALPLAN' RECEIPT TYPE POSTED BY
      *          PROJ-MEAL-BILL.
      *20261015  ADDED TABLE PT, THE PARKING PERMIT TYPES AND PRICES
      *          (PT-TYPE-TABLE), AND THE 'PK' PARKING HOLD CODE.
      *20261015  ADDED THE FUND-REQUIRED FLAG TO THE FA VIEW (CP-FLAGS
      *          BYTE 2); BUILT IN AS 'Y' FOR 1020 INST SCHOLARSHIP.
      *20261015  ADDED THE COD-REPORTED FLAG TO THE FA VIEW (CP-FLAGS
      *          BYTE 3); BUILT IN AS 'Y' FOR 1000 PELL AND 3000
      *          STUDENT LOAN.
      *20261015  ADDED THE AGGREGATE MAXIMUM TO THE FA VIEW
      *          (CP-NUM-VALUE-2); BUILT IN AS 57500 FOR 3000 STUDENT
      *          LOAN, ZERO (NO AGGREGATE LIMIT) FOR THE OTHERS.
      *20261015  ADDED THE TITLE IV FLAG TO THE FA VIEW (CP-FLAGS BYTE
      *          4); BUILT IN AS 'Y' FOR PELL, SEOG AND STUDENT LOAN
      *          AND 'W' FOR FED WORK-STUDY.
      *20261015  ADDED THE 'WRITEOFF' AND 'RECOVERY' RECEIPT TYPES
      *          POSTED BY PROJ-WRITEOFF AND ON A RECOVERY BY PROJ-RC
      *          AND PROJ-PAY-BATCH.
      *20261015  ADDED TABLE MR, THE MISCELLANEOUS RECEIPT REASONS
      *          (MR-REASON-TABLE) PROJ-MISC-RCPT TAKES NON-STUDENT
      *          MONEY UNDER.
      *20261015  ADDED THE 'ACHR' RETURNED PLAN DRAFT LETTER THAT
      *          PROJ-ACH-RETURN QUEUES (LT-CODE-TABLE NOW 11 ENTRIES).
      *20261015  ADDED THE 'ICON' FACULTY PAY CONTRACT AND 'ICXL'
      *          CONTRACT CANCELLATION LETTERS THAT PROJ-FAC-PAY AND
      *          PROJ-CANCEL-SECTION QUEUE (LT-CODE-TABLE NOW 13).
      *20261015  ADDED THE 'CO' CONDUCT HOLD CODE PROJ-CONDUCT-HOLD
      *          PLACES (REGISTRATION IS REFUSED TERM BY TERM BY
      *          PROJ-CONDUCT-CHK, SO THE CODE ITSELF BLOCKS NOTHING)
      *          AND THE 'COND' CASE OUTCOME LETTER PROJ-UPD-CONDUCT
      *          QUEUES (LT-CODE-TABLE NOW 14).
      *20261015  ADDED THE 'WP' WITHDRAWAL PETITION GRADE-CHANGE REASON
      *          PROJ-WD-PETITION LOGS ITS 'W' GRADES UNDER
      *          (GC-REASON-TABLE NOW 5).
      *20261015  ADDED THE 'IGRD' MISSING FINAL GRADE REMINDER
      *          PROJ-GRADE-MONITOR QUEUES TO INSTRUCTORS (LT-CODE-TABLE
      *          NOW 15) AND THE 'LG' LATE GRADE REASON PROJ-GRADE-
      *          CHANGE TAKES WHEN IT REPLACES AN 'NR' (GC-REASON-TABLE
      *          NOW 6).
      *20261015  ADDED THE 'CART' REGISTRATION CART RESULTS LETTER
      *          PROJ-ENR-BATCH QUEUES WHEN A STUDENT'S WINDOW OPENS
      *          (LT-CODE-TABLE NOW 16).
      *20261015  ADDED TABLE CA, THE CAMPUSES (CA-CAMPUS-TABLE) --
      *          CODE, NAME AND THE RESIDENT/NON-RESIDENT CREDIT-HOUR
      *          RATES A SECTION AT THAT CAMPUS IS CHARGED (VALUE AND
      *          VALUE 2, ZERO = THE STANDARD RATE).
      *20261015  ADDED TABLE AS, THE STATES AUTHORIZED FOR FULLY ONLINE
      *          SECTIONS (AS-STATE-TABLE) -- STATE, NAME AND WHAT
      *          REGISTRATION DOES FOR A STUDENT LIVING THERE
      *          ('A'/'W'/'R' IN FLAGS BYTE 1).  NO BUILT-IN STATES.
      *20261015  ADDED TABLE PL, THE PLACEMENT RULES (PL-PLACE-TABLE)
      *          -- TEST, SUBSCORE AND RULE NUMBER AS THE CODE, THE
      *          MINIMUM SCORE (VALUE), THE COURSE (TEXT LINE 1), THE
      *          KIND ('P' PLACEMENT / 'C' CREDIT BY EXAM IN FLAGS
      *          BYTE 1) AND THE HOURS A CREDIT RULE AWARDS (VALUE 2).
      *          NO BUILT-IN RULES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CP-FILE-DESC ASSIGN TO 'PROJ-CODE-PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CP-FILE-DESC RECORD CONTAINS 180 CHARACTERS.
           COPY CP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS              PIC XX.
       01  WS-CP-EOF                 PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-PREV-CODE              PIC X(10).
       01  WS-HELD                   PIC X.
       01  WS-HELD-REC               PIC X(180).
       01  WS-CUR-REC                PIC X(180).
       01  WS-TBL-MAX                PIC 9(2).
       01  WS-ENT-LEN                PIC 9(3).
       01  WS-CODE-LEN               PIC 9(2).
       01  WS-SUB                    PIC 9(2).
       01  WS-SCAN                   PIC 9(2).
       01  WS-POS                    PIC 9(4).
       01  WS-NEXT-POS               PIC 9(4).
       LINKAGE SECTION.
       01  LD-TABLE-ID               PIC X(2).
       01  LD-TBL-SIZE               PIC 9(2).
       01  LD-TABLE-AREA             PIC X(4160).
      *    ONE VIEW PER TABLE, EACH MATCHING ITS COPYBOOK ENTRY FOR
      *    ENTRY -- CHANGE AN OCCURS IN A COPYBOOK, CHANGE IT HERE AND
      *    IN 100-MAIN-MODULE'S WS-TBL-MAX.
       01  LD-HD-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-HD-ENTRY OCCURS 20 TIMES.
               10  LD-HD-CODE        PIC X(2).
               10  LD-HD-DESC        PIC X(20).
               10  LD-HD-BLK-ENR     PIC X.
               10  LD-HD-BLK-TRN     PIC X.
               10  LD-HD-BLK-SS      PIC X.
       01  LD-LT-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-LT-ENTRY OCCURS 40 TIMES.
               10  LD-LT-CODE        PIC X(4).
               10  LD-LT-TEXT-1      PIC X(50).
               10  LD-LT-TEXT-2      PIC X(50).
       01  LD-MJ-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-MJ-ENTRY OCCURS 40 TIMES.
               10  LD-MJ-CODE        PIC 9(4).
               10  LD-MJ-DESC        PIC X(20).
       01  LD-FA-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-FA-ENTRY OCCURS 20 TIMES.
               10  LD-FA-CODE        PIC 9(4).
               10  LD-FA-DESC        PIC X(20).
               10  LD-FA-FT-REQ      PIC X.
               10  LD-FA-ANNUAL-MAX  PIC 9(5).
               10  LD-FA-FUND-REQ    PIC X.
               10  LD-FA-COD-RPT     PIC X.
               10  LD-FA-AGG-MAX     PIC 9(6).
               10  LD-FA-TITLE-IV    PIC X.
       01  LD-RC-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-RC-ENTRY OCCURS 40 TIMES.
               10  LD-RC-TYPE        PIC X(10).
       01  LD-GR-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-GR-ENTRY OCCURS 20 TIMES.
               10  LD-GR-GRADE       PIC X(2).
               10  LD-GR-POINTS      PIC 9V99.
       01  LD-GC-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-GC-ENTRY OCCURS 10 TIMES.
               10  LD-GC-REASON      PIC X(2).
               10  LD-GC-DESC        PIC X(20).
       01  LD-HR-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-HR-ENTRY OCCURS 20 TIMES.
               10  LD-HR-CODE        PIC X(4).
               10  LD-HR-DESC        PIC X(20).
               10  LD-HR-APPLIES     PIC X.
       01  LD-PT-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-PT-ENTRY OCCURS 20 TIMES.
               10  LD-PT-CODE        PIC X(2).
               10  LD-PT-DESC        PIC X(20).
               10  LD-PT-PRICE       PIC 9(4)V99.
       01  LD-MR-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-MR-ENTRY OCCURS 20 TIMES.
               10  LD-MR-REASON      PIC X(4).
               10  LD-MR-DESC        PIC X(20).
       01  LD-CA-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-CA-ENTRY OCCURS 10 TIMES.
               10  LD-CA-CODE        PIC X(2).
               10  LD-CA-DESC        PIC X(20).
               10  LD-CA-RES-RATE    PIC 9(3)V99.
               10  LD-CA-NONRES      PIC 9(3)V99.
       01  LD-AS-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-AS-ENTRY OCCURS 60 TIMES.
               10  LD-AS-STATE       PIC X(2).
               10  LD-AS-DESC        PIC X(20).
               10  LD-AS-ACTION      PIC X.
       01  LD-PL-VIEW REDEFINES LD-TABLE-AREA.
           05  LD-PL-ENTRY OCCURS 80 TIMES.
               10  LD-PL-CODE        PIC X(10).
               10  LD-PL-DESC        PIC X(20).
               10  LD-PL-MIN-SCORE   PIC 9(4).
               10  LD-PL-COURSE      PIC X(6).
               10  LD-PL-KIND        PIC X.
               10  LD-PL-CRED-HR     PIC 9(2).
       PROCEDURE DIVISION USING LD-TABLE-ID, LD-TBL-SIZE,
           LD-TABLE-AREA.
       100-MAIN-MODULE.
           IF LD-TABLE-ID = 'HD'
               MOVE 20 TO WS-TBL-MAX
               MOVE 25 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 210-DEFAULT-HOLDS
           ELSE IF LD-TABLE-ID = 'LT'
               MOVE 40 TO WS-TBL-MAX
               MOVE 104 TO WS-ENT-LEN
               MOVE 4 TO WS-CODE-LEN
               PERFORM 220-DEFAULT-LETTERS
           ELSE IF LD-TABLE-ID = 'MJ'
               MOVE 40 TO WS-TBL-MAX
               MOVE 24 TO WS-ENT-LEN
               MOVE 4 TO WS-CODE-LEN
               PERFORM 230-DEFAULT-MAJORS
           ELSE IF LD-TABLE-ID = 'FA'
               MOVE 20 TO WS-TBL-MAX
               MOVE 38 TO WS-ENT-LEN
               MOVE 4 TO WS-CODE-LEN
               PERFORM 240-DEFAULT-AID-CODES
           ELSE IF LD-TABLE-ID = 'RC'
               MOVE 40 TO WS-TBL-MAX
               MOVE 10 TO WS-ENT-LEN
               MOVE 10 TO WS-CODE-LEN
               PERFORM 250-DEFAULT-RCT-TYPES
           ELSE IF LD-TABLE-ID = 'GR'
               MOVE 20 TO WS-TBL-MAX
               MOVE 5 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 260-DEFAULT-GRADES
           ELSE IF LD-TABLE-ID = 'GC'
               MOVE 10 TO WS-TBL-MAX
               MOVE 22 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 270-DEFAULT-REASONS
           ELSE IF LD-TABLE-ID = 'HR'
               MOVE 20 TO WS-TBL-MAX
               MOVE 25 TO WS-ENT-LEN
               MOVE 4 TO WS-CODE-LEN
               PERFORM 280-DEFAULT-HEALTH-REQS
           ELSE IF LD-TABLE-ID = 'PT'
               MOVE 20 TO WS-TBL-MAX
               MOVE 28 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 290-DEFAULT-PERMIT-TYPES
           ELSE IF LD-TABLE-ID = 'MR'
               MOVE 20 TO WS-TBL-MAX
               MOVE 24 TO WS-ENT-LEN
               MOVE 4 TO WS-CODE-LEN
               PERFORM 295-DEFAULT-MISC-REASONS
           ELSE IF LD-TABLE-ID = 'CA'
               MOVE 10 TO WS-TBL-MAX
               MOVE 32 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 297-DEFAULT-CAMPUSES
           ELSE IF LD-TABLE-ID = 'AS'
               MOVE 60 TO WS-TBL-MAX
               MOVE 23 TO WS-ENT-LEN
               MOVE 2 TO WS-CODE-LEN
               PERFORM 298-DEFAULT-AUTH-STATES
           ELSE IF LD-TABLE-ID = 'PL'
               MOVE 80 TO WS-TBL-MAX
               MOVE 43 TO WS-ENT-LEN
               MOVE 10 TO WS-CODE-LEN
               PERFORM 299-DEFAULT-PLACE-RULES
           ELSE
               EXIT PROGRAM
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
           END-IF
           END-IF
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT CP-FILE-DESC
           IF WS-CP-STATUS = '35'
               EXIT PROGRAM
           END-IF
           PERFORM 150-READ-THE-TABLE
           CLOSE CP-FILE-DESC
           EXIT PROGRAM.
       150-READ-THE-TABLE.
      *    ROWS COME BACK IN KEY ORDER -- CODE, THEN EFFECTIVE DATE
      *    OLDEST FIRST -- SO THE LAST ROW OF A CODE DATED TODAY OR
      *    EARLIER IS THE ONE IN EFFECT.  IT IS HELD UNTIL THE CODE
      *    CHANGES AND ONLY THEN APPLIED; A FUTURE-DATED ROW IS
      *    PASSED OVER UNTIL ITS DAY COMES.
           MOVE SPACES TO CP-RECORD
           MOVE LD-TABLE-ID TO CP-TABLE-ID
           MOVE LOW-VALUES TO CP-CODE
           MOVE ZERO TO CP-EFF-DATE
           MOVE 'N' TO WS-CP-EOF
           MOVE 'N' TO WS-HELD
           MOVE SPACES TO WS-PREV-CODE
           START CP-FILE-DESC KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE 'Y' TO WS-CP-EOF
           END-START
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ CP-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-CP-EOF
               END-READ
               IF WS-CP-EOF = 'N'
                   IF CP-TABLE-ID NOT = LD-TABLE-ID
                       MOVE 'Y' TO WS-CP-EOF
                   ELSE
                       PERFORM 160-ONE-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD = 'Y'
               PERFORM 300-APPLY-HELD
           END-IF.
       160-ONE-ROW.
           IF CP-CODE NOT = WS-PREV-CODE
               IF WS-HELD = 'Y'
                   MOVE CP-RECORD TO WS-CUR-REC
                   PERFORM 300-APPLY-HELD
                   MOVE WS-CUR-REC TO CP-RECORD
               END-IF
               MOVE 'N' TO WS-HELD
               MOVE CP-CODE TO WS-PREV-CODE
           END-IF
           IF CP-EFF-DATE NOT > WS-TODAY-CCYYMMDD
               MOVE CP-RECORD TO WS-HELD-REC
               MOVE 'Y' TO WS-HELD
           END-IF.
       210-DEFAULT-HOLDS.
           MOVE 'LB' TO LD-HD-CODE(1)
           MOVE 'LIBRARY' TO LD-HD-DESC(1)
           MOVE 'Y' TO LD-HD-BLK-ENR(1)
           MOVE 'Y' TO LD-HD-BLK-TRN(1)
           MOVE 'N' TO LD-HD-BLK-SS(1)
           MOVE 'AD' TO LD-HD-CODE(2)
           MOVE 'ADVISING' TO LD-HD-DESC(2)
           MOVE 'Y' TO LD-HD-BLK-ENR(2)
           MOVE 'N' TO LD-HD-BLK-TRN(2)
           MOVE 'Y' TO LD-HD-BLK-SS(2)
           MOVE 'HL' TO LD-HD-CODE(3)
           MOVE 'HEALTH OFFICE' TO LD-HD-DESC(3)
           MOVE 'Y' TO LD-HD-BLK-ENR(3)
           MOVE 'N' TO LD-HD-BLK-TRN(3)
           MOVE 'Y' TO LD-HD-BLK-SS(3)
           MOVE 'BU' TO LD-HD-CODE(4)
           MOVE 'BUSINESS OFFICE' TO LD-HD-DESC(4)
           MOVE 'Y' TO LD-HD-BLK-ENR(4)
           MOVE 'Y' TO LD-HD-BLK-TRN(4)
           MOVE 'Y' TO LD-HD-BLK-SS(4)
           MOVE 'HC' TO LD-HD-CODE(5)
           MOVE 'HEALTH COMPLIANCE' TO LD-HD-DESC(5)
           MOVE 'Y' TO LD-HD-BLK-ENR(5)
           MOVE 'N' TO LD-HD-BLK-TRN(5)
           MOVE 'N' TO LD-HD-BLK-SS(5)
           MOVE 'PK' TO LD-HD-CODE(6)
           MOVE 'PARKING' TO LD-HD-DESC(6)
           MOVE 'N' TO LD-HD-BLK-ENR(6)
           MOVE 'Y' TO LD-HD-BLK-TRN(6)
           MOVE 'N' TO LD-HD-BLK-SS(6)
           MOVE 'CO' TO LD-HD-CODE(7)
           MOVE 'CONDUCT' TO LD-HD-DESC(7)
           MOVE 'N' TO LD-HD-BLK-ENR(7)
           MOVE 'N' TO LD-HD-BLK-TRN(7)
           MOVE 'N' TO LD-HD-BLK-SS(7)
           MOVE 7 TO LD-TBL-SIZE.
       220-DEFAULT-LETTERS.
           MOVE 'WLPR' TO LD-LT-CODE(1)
           MOVE 'A SEAT HAS OPENED IN A SECTION YOU WERE'
               TO LD-LT-TEXT-1(1)
           MOVE 'WAITLISTED FOR.  YOU ARE NOW ENROLLED.'
               TO LD-LT-TEXT-2(1)
           MOVE 'CANC' TO LD-LT-CODE(2)
           MOVE 'A SECTION YOU WERE ENROLLED IN HAS BEEN'
               TO LD-LT-TEXT-1(2)
           MOVE 'CANCELLED.  PLEASE SEE THE REGISTRAR.'
               TO LD-LT-TEXT-2(2)
           MOVE 'DELQ' TO LD-LT-CODE(3)
           MOVE 'YOUR ENROLLMENT WAS DROPPED FOR NON-PAYMENT.'
               TO LD-LT-TEXT-1(3)
           MOVE 'PLEASE CONTACT THE BUSINESS OFFICE.'
               TO LD-LT-TEXT-2(3)
           MOVE 'NSF ' TO LD-LT-CODE(4)
           MOVE 'YOUR CHECK WAS RETURNED BY THE BANK.  THE'
               TO LD-LT-TEXT-1(4)
           MOVE 'PAYMENT WAS REVERSED AND A FEE WAS CHARGED.'
               TO LD-LT-TEXT-2(4)
           MOVE 'VERF' TO LD-LT-CODE(5)
           MOVE 'YOUR FINANCIAL AID FILE IS MISSING A REQUIRED'
               TO LD-LT-TEXT-1(5)
           MOVE 'DOCUMENT.  NO AID CAN PAY UNTIL WE RECEIVE IT.'
               TO LD-LT-TEXT-2(5)
           MOVE 'SCHG' TO LD-LT-CODE(6)
           MOVE 'THE MEETING TIME OR ROOM OF A SECTION YOU ARE'
               TO LD-LT-TEXT-1(6)
           MOVE 'ENROLLED IN HAS CHANGED, AS SHOWN ABOVE.'
               TO LD-LT-TEXT-2(6)
           MOVE 'GRAD' TO LD-LT-CODE(7)
           MOVE 'YOU ARE CLOSE TO COMPLETING YOUR DEGREE.'
               TO LD-LT-TEXT-1(7)
           MOVE 'PLEASE SEE YOUR ADVISOR TO PLAN YOUR FINISH.'
               TO LD-LT-TEXT-2(7)
           MOVE 'DEAN' TO LD-LT-CODE(8)
           MOVE 'CONGRATULATIONS -- YOU HAVE EARNED A PLACE ON'
               TO LD-LT-TEXT-1(8)
           MOVE 'THE DEANS LIST FOR THE TERM SHOWN ABOVE.'
               TO LD-LT-TEXT-2(8)
           MOVE 'MDEF' TO LD-LT-CODE(9)
           MOVE 'YOUR MIDTERM PROGRESS IS DEFICIENT IN THE'
               TO LD-LT-TEXT-1(9)
           MOVE 'COURSES ABOVE.  PLEASE SEE YOUR ADVISOR NOW.'
               TO LD-LT-TEXT-2(9)
           MOVE 'HLTH' TO LD-LT-CODE(10)
           MOVE 'STUDENT HEALTH HAS NO RECORD OF THE IMMUNIZATIONS'
               TO LD-LT-TEXT-1(10)
           MOVE 'ABOVE.  A REGISTRATION HOLD APPLIES AFTER THAT DATE.'
               TO LD-LT-TEXT-2(10)
           MOVE 'ACHR' TO LD-LT-CODE(11)
           MOVE 'YOUR PAYMENT PLAN DRAFT WAS RETURNED BY THE BANK.'
               TO LD-LT-TEXT-1(11)
           MOVE 'THE PAYMENT WAS REVERSED AND A FEE WAS CHARGED.'
               TO LD-LT-TEXT-2(11)
           MOVE 'ICON' TO LD-LT-CODE(12)
           MOVE 'YOUR TEACHING CONTRACT HAS BEEN ISSUED FOR:'
               TO LD-LT-TEXT-1(12)
           MOVE 'THE SECTION LIST IS ON FILE WITH HUMAN RESOURCES.'
               TO LD-LT-TEXT-2(12)
           MOVE 'ICXL' TO LD-LT-CODE(13)
           MOVE 'THE FOLLOWING SECTION HAS BEEN CANCELLED:'
               TO LD-LT-TEXT-1(13)
           MOVE 'ITS CONTRACT IS VOID; THE FEE SHOWN WILL BE PAID.'
               TO LD-LT-TEXT-2(13)
           MOVE 'COND' TO LD-LT-CODE(14)
           MOVE 'YOUR CONDUCT CASE HAS BEEN DECIDED AS FOLLOWS:'
               TO LD-LT-TEXT-1(14)
           MOVE 'SEE THE DEAN OF STUDENTS ABOUT ANY APPEAL.'
               TO LD-LT-TEXT-2(14)
           MOVE 'IGRD' TO LD-LT-CODE(15)
           MOVE 'FINAL GRADES ARE STILL MISSING FOR THIS SECTION:'
               TO LD-LT-TEXT-1(15)
           MOVE 'UNGRADED SEATS ARE RECORDED NR AFTER THE DEADLINE.'
               TO LD-LT-TEXT-2(15)
           MOVE 'CART' TO LD-LT-CODE(16)
           MOVE 'YOUR REGISTRATION CART WAS RUN AT YOUR WINDOW:'
               TO LD-LT-TEXT-1(16)
           MOVE 'A LINE GIVING A REASON WAS NOT REGISTERED.'
               TO LD-LT-TEXT-2(16)
           MOVE 16 TO LD-TBL-SIZE.
       230-DEFAULT-MAJORS.
           MOVE 1100 TO LD-MJ-CODE(1)
           MOVE 'COMPUTER SCIENCE' TO LD-MJ-DESC(1)
           MOVE 1200 TO LD-MJ-CODE(2)
           MOVE 'BUSINESS ADMIN' TO LD-MJ-DESC(2)
           MOVE 1300 TO LD-MJ-CODE(3)
           MOVE 'BIOLOGY' TO LD-MJ-DESC(3)
           MOVE 1400 TO LD-MJ-CODE(4)
           MOVE 'ENGLISH' TO LD-MJ-DESC(4)
           MOVE 1500 TO LD-MJ-CODE(5)
           MOVE 'NURSING' TO LD-MJ-DESC(5)
           MOVE 1600 TO LD-MJ-CODE(6)
           MOVE 'EDUCATION' TO LD-MJ-DESC(6)
           MOVE 6 TO LD-TBL-SIZE.
       240-DEFAULT-AID-CODES.
           MOVE 1000 TO LD-FA-CODE(1)
           MOVE 'PELL GRANT' TO LD-FA-DESC(1)
           MOVE 'N' TO LD-FA-FT-REQ(1)
           MOVE 06895 TO LD-FA-ANNUAL-MAX(1)
           MOVE 'N' TO LD-FA-FUND-REQ(1)
           MOVE 'Y' TO LD-FA-COD-RPT(1)
           MOVE 000000 TO LD-FA-AGG-MAX(1)
           MOVE 'Y' TO LD-FA-TITLE-IV(1)
           MOVE 1010 TO LD-FA-CODE(2)
           MOVE 'SEOG' TO LD-FA-DESC(2)
           MOVE 'N' TO LD-FA-FT-REQ(2)
           MOVE 04000 TO LD-FA-ANNUAL-MAX(2)
           MOVE 'N' TO LD-FA-FUND-REQ(2)
           MOVE 'N' TO LD-FA-COD-RPT(2)
           MOVE 000000 TO LD-FA-AGG-MAX(2)
           MOVE 'Y' TO LD-FA-TITLE-IV(2)
           MOVE 1020 TO LD-FA-CODE(3)
           MOVE 'INST SCHOLARSHIP' TO LD-FA-DESC(3)
           MOVE 'N' TO LD-FA-FT-REQ(3)
           MOVE 05000 TO LD-FA-ANNUAL-MAX(3)
           MOVE 'Y' TO LD-FA-FUND-REQ(3)
           MOVE 'N' TO LD-FA-COD-RPT(3)
           MOVE 000000 TO LD-FA-AGG-MAX(3)
           MOVE 'N' TO LD-FA-TITLE-IV(3)
           MOVE 2000 TO LD-FA-CODE(4)
           MOVE 'STATE GRANT' TO LD-FA-DESC(4)
           MOVE 'Y' TO LD-FA-FT-REQ(4)
           MOVE 03500 TO LD-FA-ANNUAL-MAX(4)
           MOVE 'N' TO LD-FA-FUND-REQ(4)
           MOVE 'N' TO LD-FA-COD-RPT(4)
           MOVE 000000 TO LD-FA-AGG-MAX(4)
           MOVE 'N' TO LD-FA-TITLE-IV(4)
           MOVE 3000 TO LD-FA-CODE(5)
           MOVE 'STUDENT LOAN' TO LD-FA-DESC(5)
           MOVE 'Y' TO LD-FA-FT-REQ(5)
           MOVE 09999 TO LD-FA-ANNUAL-MAX(5)
           MOVE 'N' TO LD-FA-FUND-REQ(5)
           MOVE 'Y' TO LD-FA-COD-RPT(5)
           MOVE 057500 TO LD-FA-AGG-MAX(5)
           MOVE 'Y' TO LD-FA-TITLE-IV(5)
           MOVE 1030 TO LD-FA-CODE(6)
           MOVE 'FED WORK-STUDY' TO LD-FA-DESC(6)
           MOVE 'N' TO LD-FA-FT-REQ(6)
           MOVE 03000 TO LD-FA-ANNUAL-MAX(6)
           MOVE 'N' TO LD-FA-FUND-REQ(6)
           MOVE 'N' TO LD-FA-COD-RPT(6)
           MOVE 000000 TO LD-FA-AGG-MAX(6)
           MOVE 'W' TO LD-FA-TITLE-IV(6)
           MOVE 6 TO LD-TBL-SIZE.
       250-DEFAULT-RCT-TYPES.
           MOVE 'TUITION'   TO LD-RC-TYPE(1)
           MOVE 'FEES'      TO LD-RC-TYPE(2)
           MOVE 'HOUSING'   TO LD-RC-TYPE(3)
           MOVE 'PARKING'   TO LD-RC-TYPE(4)
           MOVE 'BOOKS'     TO LD-RC-TYPE(5)
           MOVE 'REFUND'    TO LD-RC-TYPE(6)
           MOVE 'TRANSCRIPT' TO LD-RC-TYPE(7)
           MOVE 'LATEFEE'   TO LD-RC-TYPE(8)
           MOVE 'PAYMENT'   TO LD-RC-TYPE(9)
           MOVE 'AIDRETURN' TO LD-RC-TYPE(10)
           MOVE 'CARRYFWD'  TO LD-RC-TYPE(11)
           MOVE 'DROPADJUST' TO LD-RC-TYPE(12)
           MOVE 'NSF'       TO LD-RC-TYPE(13)
           MOVE 'NSFFEE'    TO LD-RC-TYPE(14)
           MOVE 'APPFEE'    TO LD-RC-TYPE(15)
           MOVE 'DEPOSIT'   TO LD-RC-TYPE(16)
           MOVE 'DEPXFER'   TO LD-RC-TYPE(17)
           MOVE 'MEALPLAN'  TO LD-RC-TYPE(18)
           MOVE 'WRITEOFF'  TO LD-RC-TYPE(19)
           MOVE 'RECOVERY'  TO LD-RC-TYPE(20)
           MOVE 20 TO LD-TBL-SIZE.
       260-DEFAULT-GRADES.
           MOVE 'A ' TO LD-GR-GRADE(1)
           MOVE 4.00 TO LD-GR-POINTS(1)
           MOVE 'B ' TO LD-GR-GRADE(2)
           MOVE 3.00 TO LD-GR-POINTS(2)
           MOVE 'C ' TO LD-GR-GRADE(3)
           MOVE 2.00 TO LD-GR-POINTS(3)
           MOVE 'D ' TO LD-GR-GRADE(4)
           MOVE 1.00 TO LD-GR-POINTS(4)
           MOVE 'F ' TO LD-GR-GRADE(5)
           MOVE 0.00 TO LD-GR-POINTS(5)
           MOVE 5 TO LD-TBL-SIZE.
       270-DEFAULT-REASONS.
           MOVE 'CE' TO LD-GC-REASON(1)
           MOVE 'CLERICAL ERROR' TO LD-GC-DESC(1)
           MOVE 'IE' TO LD-GC-REASON(2)
           MOVE 'INSTRUCTOR ERROR' TO LD-GC-DESC(2)
           MOVE 'RG' TO LD-GC-REASON(3)
           MOVE 'REGRADED WORK' TO LD-GC-DESC(3)
           MOVE 'AP' TO LD-GC-REASON(4)
           MOVE 'GRADE APPEAL' TO LD-GC-DESC(4)
           MOVE 'WP' TO LD-GC-REASON(5)
           MOVE 'WITHDRAWAL PETITION' TO LD-GC-DESC(5)
           MOVE 'LG' TO LD-GC-REASON(6)
           MOVE 'LATE GRADE (WAS NR)' TO LD-GC-DESC(6)
           MOVE 6 TO LD-TBL-SIZE.
       280-DEFAULT-HEALTH-REQS.
      *    APPLIES 'A' = EVERY STUDENT REGISTERED FOR THE TERM,
      *    'H' = ONLY THOSE ASSIGNED TO A RESIDENCE HALL.
           MOVE 'MMR ' TO LD-HR-CODE(1)
           MOVE 'MMR VACCINE' TO LD-HR-DESC(1)
           MOVE 'A' TO LD-HR-APPLIES(1)
           MOVE 'MENG' TO LD-HR-CODE(2)
           MOVE 'MENINGOCOCCAL' TO LD-HR-DESC(2)
           MOVE 'H' TO LD-HR-APPLIES(2)
           MOVE 2 TO LD-TBL-SIZE.
       290-DEFAULT-PERMIT-TYPES.
           MOVE 'RS' TO LD-PT-CODE(1)
           MOVE 'RESIDENT' TO LD-PT-DESC(1)
           MOVE 0150.00 TO LD-PT-PRICE(1)
           MOVE 'CM' TO LD-PT-CODE(2)
           MOVE 'COMMUTER' TO LD-PT-DESC(2)
           MOVE 0100.00 TO LD-PT-PRICE(2)
           MOVE 'MC' TO LD-PT-CODE(3)
           MOVE 'MOTORCYCLE' TO LD-PT-DESC(3)
           MOVE 0040.00 TO LD-PT-PRICE(3)
           MOVE 3 TO LD-TBL-SIZE.
       295-DEFAULT-MISC-REASONS.
           MOVE 'TRAN' TO LD-MR-REASON(1)
           MOVE 'ALUMNI TRANSCRIPT' TO LD-MR-DESC(1)
           MOVE 'CAMP' TO LD-MR-REASON(2)
           MOVE 'CAMP/EVENT FEE' TO LD-MR-DESC(2)
           MOVE 'LIBF' TO LD-MR-REASON(3)
           MOVE 'LIBRARY FINE' TO LD-MR-DESC(3)
           MOVE 'OTHR' TO LD-MR-REASON(4)
           MOVE 'OTHER MISCELLANEOUS' TO LD-MR-DESC(4)
           MOVE 4 TO LD-TBL-SIZE.
       297-DEFAULT-CAMPUSES.
      *    ZERO RATES -- EVERY CAMPUS CHARGES THE STANDARD TU RATES
      *    UNTIL THE BUSINESS OFFICE KEYS A DIFFERENT ONE.
           MOVE 'MN' TO LD-CA-CODE(1)
           MOVE 'MAIN CAMPUS' TO LD-CA-DESC(1)
           MOVE ZERO TO LD-CA-RES-RATE(1)
           MOVE ZERO TO LD-CA-NONRES(1)
           MOVE 'DT' TO LD-CA-CODE(2)
           MOVE 'DOWNTOWN CENTER' TO LD-CA-DESC(2)
           MOVE ZERO TO LD-CA-RES-RATE(2)
           MOVE ZERO TO LD-CA-NONRES(2)
           MOVE 'EX' TO LD-CA-CODE(3)
           MOVE 'EXTENSION SITE' TO LD-CA-DESC(3)
           MOVE ZERO TO LD-CA-RES-RATE(3)
           MOVE ZERO TO LD-CA-NONRES(3)
           MOVE 3 TO LD-TBL-SIZE.
       298-DEFAULT-AUTH-STATES.
      *    NO STATE IS AUTHORIZED UNTIL THE OFFICE KEYS ONE -- AN
      *    EMPTY TABLE TELLS PROJ-STATE-AUTH NOT TO JUDGE AT ALL.
           MOVE ZERO TO LD-TBL-SIZE.
       299-DEFAULT-PLACE-RULES.
      *    NO TEST SATISFIES ANYTHING UNTIL THE REGISTRAR KEYS A RULE
      *    -- THE SCORES THEMSELVES CAN BE LOADED AHEAD OF THE RULES.
           MOVE ZERO TO LD-TBL-SIZE.
       300-APPLY-HELD.
           MOVE WS-HELD-REC TO CP-RECORD
           PERFORM 310-FIND-ENTRY
           IF CP-STATUS = 'I'
               IF WS-SUB > 0
                   PERFORM 330-REMOVE-ENTRY
               END-IF
           ELSE
               IF WS-SUB = 0 AND LD-TBL-SIZE < WS-TBL-MAX
                   ADD 1 TO LD-TBL-SIZE
                   MOVE LD-TBL-SIZE TO WS-SUB
               END-IF
               IF WS-SUB > 0
                   PERFORM 320-SET-ENTRY
               END-IF
           END-IF.
       310-FIND-ENTRY.
      *    EVERY TABLE CARRIES ITS CODE AS THE FIRST FIELD OF THE
      *    ENTRY, SO ONE COMPARE ON THE RAW ENTRY SERVES THEM ALL.
           MOVE ZERO TO WS-SUB
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > LD-TBL-SIZE OR WS-SUB > 0
               COMPUTE WS-POS = (WS-SCAN - 1) * WS-ENT-LEN + 1
               IF LD-TABLE-AREA(WS-POS:WS-CODE-LEN) =
                       CP-CODE(1:WS-CODE-LEN)
                   MOVE WS-SCAN TO WS-SUB
               END-IF
           END-PERFORM.
       320-SET-ENTRY.
           IF LD-TABLE-ID = 'HD'
               MOVE CP-CODE(1:2) TO LD-HD-CODE(WS-SUB)
               MOVE CP-DESC TO LD-HD-DESC(WS-SUB)
               MOVE CP-FLAGS(1:1) TO LD-HD-BLK-ENR(WS-SUB)
               MOVE CP-FLAGS(2:1) TO LD-HD-BLK-TRN(WS-SUB)
               MOVE CP-FLAGS(3:1) TO LD-HD-BLK-SS(WS-SUB)
           ELSE IF LD-TABLE-ID = 'LT'
               MOVE CP-CODE(1:4) TO LD-LT-CODE(WS-SUB)
               MOVE CP-TEXT-1 TO LD-LT-TEXT-1(WS-SUB)
               MOVE CP-TEXT-2 TO LD-LT-TEXT-2(WS-SUB)
           ELSE IF LD-TABLE-ID = 'MJ'
               MOVE CP-CODE(1:4) TO LD-MJ-CODE(WS-SUB)
               MOVE CP-DESC TO LD-MJ-DESC(WS-SUB)
           ELSE IF LD-TABLE-ID = 'FA'
               MOVE CP-CODE(1:4) TO LD-FA-CODE(WS-SUB)
               MOVE CP-DESC TO LD-FA-DESC(WS-SUB)
               MOVE CP-FLAGS(1:1) TO LD-FA-FT-REQ(WS-SUB)
               MOVE CP-NUM-VALUE TO LD-FA-ANNUAL-MAX(WS-SUB)
               MOVE CP-NUM-VALUE-2 TO LD-FA-AGG-MAX(WS-SUB)
               IF CP-FLAGS(2:1) = 'Y'
                   MOVE 'Y' TO LD-FA-FUND-REQ(WS-SUB)
               ELSE
                   MOVE 'N' TO LD-FA-FUND-REQ(WS-SUB)
               END-IF
               IF CP-FLAGS(3:1) = 'Y'
                   MOVE 'Y' TO LD-FA-COD-RPT(WS-SUB)
               ELSE
                   MOVE 'N' TO LD-FA-COD-RPT(WS-SUB)
               END-IF
               IF CP-FLAGS(4:1) = 'Y' OR CP-FLAGS(4:1) = 'W'
                   MOVE CP-FLAGS(4:1) TO LD-FA-TITLE-IV(WS-SUB)
               ELSE
                   MOVE 'N' TO LD-FA-TITLE-IV(WS-SUB)
               END-IF
           ELSE IF LD-TABLE-ID = 'RC'
               MOVE CP-CODE TO LD-RC-TYPE(WS-SUB)
           ELSE IF LD-TABLE-ID = 'GR'
               MOVE CP-CODE(1:2) TO LD-GR-GRADE(WS-SUB)
               MOVE CP-NUM-VALUE TO LD-GR-POINTS(WS-SUB)
           ELSE IF LD-TABLE-ID = 'GC'
               MOVE CP-CODE(1:2) TO LD-GC-REASON(WS-SUB)
               MOVE CP-DESC TO LD-GC-DESC(WS-SUB)
           ELSE IF LD-TABLE-ID = 'HR'
               MOVE CP-CODE(1:4) TO LD-HR-CODE(WS-SUB)
               MOVE CP-DESC TO LD-HR-DESC(WS-SUB)
               MOVE CP-FLAGS(1:1) TO LD-HR-APPLIES(WS-SUB)
           ELSE IF LD-TABLE-ID = 'PT'
               MOVE CP-CODE(1:2) TO LD-PT-CODE(WS-SUB)
               MOVE CP-DESC TO LD-PT-DESC(WS-SUB)
               MOVE CP-NUM-VALUE TO LD-PT-PRICE(WS-SUB)
           ELSE IF LD-TABLE-ID = 'MR'
               MOVE CP-CODE(1:4) TO LD-MR-REASON(WS-SUB)
               MOVE CP-DESC TO LD-MR-DESC(WS-SUB)
           ELSE IF LD-TABLE-ID = 'CA'
               MOVE CP-CODE(1:2) TO LD-CA-CODE(WS-SUB)
               MOVE CP-DESC TO LD-CA-DESC(WS-SUB)
               MOVE CP-NUM-VALUE TO LD-CA-RES-RATE(WS-SUB)
               MOVE CP-NUM-VALUE-2 TO LD-CA-NONRES(WS-SUB)
           ELSE IF LD-TABLE-ID = 'AS'
               MOVE CP-CODE(1:2) TO LD-AS-STATE(WS-SUB)
               MOVE CP-DESC TO LD-AS-DESC(WS-SUB)
               MOVE CP-FLAGS(1:1) TO LD-AS-ACTION(WS-SUB)
           ELSE IF LD-TABLE-ID = 'PL'
               MOVE CP-CODE TO LD-PL-CODE(WS-SUB)
               MOVE CP-DESC TO LD-PL-DESC(WS-SUB)
               MOVE CP-NUM-VALUE TO LD-PL-MIN-SCORE(WS-SUB)
               MOVE CP-TEXT-1(1:6) TO LD-PL-COURSE(WS-SUB)
               MOVE CP-FLAGS(1:1) TO LD-PL-KIND(WS-SUB)
               MOVE CP-NUM-VALUE-2 TO LD-PL-CRED-HR(WS-SUB)
           END-IF.
       330-REMOVE-ENTRY.
      *    A RETIRED CODE CLOSES UP ITS GAP SO EVERY CALLER'S
      *    1-THRU-SIZE SEARCH STILL SEES A SOLID TABLE.
           PERFORM VARYING WS-SCAN FROM WS-SUB BY 1
                   UNTIL WS-SCAN NOT < LD-TBL-SIZE
               COMPUTE WS-POS = (WS-SCAN - 1) * WS-ENT-LEN + 1
               COMPUTE WS-NEXT-POS = WS-POS + WS-ENT-LEN
               MOVE LD-TABLE-AREA(WS-NEXT-POS:WS-ENT-LEN)
                   TO LD-TABLE-AREA(WS-POS:WS-ENT-LEN)
           END-PERFORM
           SUBTRACT 1 FROM LD-TBL-SIZE.
