       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-CODES.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MAINTENANCE SCREEN FOR THE REFERENCE
      *          CODE AND POLICY PARAMETER FILE PROJ-CODE-PARM.DAT
      *          (SEE CP-FILE-DESC).  A NEW HOLD CODE, A NEW MAJOR, A
      *          CHANGED LATE FEE OR A LETTER WORDING FIX IS ONE ROW
      *          KEYED HERE -- TABLE, CODE, EFFECTIVE DATE -- AND EVERY
      *          PROGRAM PICKS IT UP AT ITS NEXT START THROUGH
      *          PROJ-CODE-LOAD OR PROJ-PARM-LOAD.  A ROW MAY BE
      *          CORRECTED OR DELETED ONLY UNTIL ITS DAY HAS PASSED;
      *          AFTER THAT THE HISTORY STANDS AND A CHANGE IS A NEW
      *          ROW WITH A NEW DATE (STATUS 'I' RETIRES A CODE).
      *          EVERY ROW IS EDITED AGAINST THE TABLE IT FEEDS BEFORE
      *          IT IS SAVED -- A PARAMETER AGAINST THE PICTURE OF THE
      *          FIELD IT OVERLAYS -- AND EVERY ADD, CHANGE AND DELETE
      *          GOES ON PROJ-CODE-PARM.LOG WITH THE OPERATOR, THE
      *          DATE AND TIME, AND THE ROW BEFORE AND AFTER.  HANGS
      *          OFF THE UTILITIES MENU, WHICH ALREADY NEEDS
      *          OP-AUTH-LEVEL 9.
      *20261015  ADDED PARAMETER GROUP AD (ADMISSIONS APPLICATION FEE
      *          AND ENROLLMENT DEPOSIT).
      *20261015  ADDED CODE TABLE HR (HEALTH-COMPLIANCE REQUIREMENTS,
      *          FLAG 1 = WHO IT APPLIES TO) AND PARAMETER GROUP HG
      *          (HEALTH-COMPLIANCE GRACE DAYS).
      *20261015  ADDED CODE TABLE PT (PARKING PERMIT TYPES, VALUE =
      *          TERM PRICE) AND PARAMETER GROUP PG (PARKING HOLD
      *          DAYS).
      *20261015  FA FLAG 2 (SCHOLARSHIP FUND REQUIRED) -- Y OR N, A
      *          BLANK IS TAKEN AS N.
      *20261015  FA FLAG 3 (REPORTED TO COD) -- Y OR N, A BLANK IS
      *          TAKEN AS N.
      *20261015  FA VALUE 2 (AGGREGATE MAXIMUM, WHOLE DOLLARS, ZERO =
      *          NO AGGREGATE LIMIT) KEYED ON ITS OWN SCREEN LINE.  THE
      *          LOG NOW CARRIES THE WHOLE ROW BEFORE AND AFTER SO
      *          VALUE 2 IS ON IT.
      *20261015  FA FLAG 4 (TITLE IV) -- Y ON THE ACCOUNT, W WORK-STUDY
      *          OR N, A BLANK IS TAKEN AS N.  PARAMETER GROUP T4
      *          (TITLE IV CREDIT-BALANCE DAYS AND PRIOR-YEAR LIMIT).
      *20261015  PARAMETER GROUP UP (REFUND CHECK STALE DAYS AND
      *          UNCLAIMED-PROPERTY DORMANCY YEARS).
      *20261015  PARAMETER GROUP AW (ALLOWANCE FOR DOUBTFUL ACCOUNTS
      *          PERCENT PER RECEIVABLE AGING BUCKET).  THE T4 REFUND
      *          DAYS CODE IS NOW REFUND-DAY, WHICH FITS THE CODE FIELD.
      *20261015  TABLE MR, THE MISCELLANEOUS RECEIPT REASONS -- A
      *          4-CHARACTER CODE AND A DESCRIPTION.
      *20261015  PARAMETER GROUP DC (DUAL-CONTROL DOLLAR THRESHOLDS
      *          FOR VOIDS, REFUNDS, HAND-KEYED DEBITS AND AID
      *          AWARDS).  THE GROUP LIST ON THE KEY SCREEN NOW RUNS
      *          TO A THIRD LINE, SO CODE AND EFFECTIVE DATE MOVED
      *          DOWN ONE.
      *20261015  PARAMETER GROUP DF (RETURNED-PAYMENT FEE, ACH AUTO-
      *          DRAFT LEAD DAYS AND RETURNS BEFORE AUTO-DRAFT IS
      *          CANCELLED).
      *20261015  PARAMETER GROUP IP (SMALL-SECTION PRO-RATE ENROLLMENT
      *          AND SECTION CANCELLATION FEE PERCENT FOR ADJUNCT AND
      *          OVERLOAD PAY).
      *20261015  PARAMETER GROUP GD (MISSING-GRADE REMINDER CYCLE AND
      *          DAYS FROM TERM END TO THE GRADE DEADLINE).
      *20261015  PARAMETER GROUP EP (FEWEST COURSE EVALUATION
      *          RESPONSES BEFORE A SECTION'S RESULTS ARE SHOWN).
      *20261015  PARAMETER GROUP RI (WEEKLY REFERENTIAL INTEGRITY
      *          AUDIT DAY AND WHETHER IT PURGES SAFE ORPHANS).
      *20261015  TABLE CA, THE CAMPUSES -- A 2-CHARACTER CODE, THE
      *          CAMPUS NAME, AND VALUE / VALUE 2 THE RESIDENT AND
      *          NON-RESIDENT CREDIT-HOUR RATES THERE (ZERO = THE
      *          STANDARD TU RATES).  THE TABLE AND GROUP LIST ON THE
      *          KEY SCREEN WAS REFLOWED TO FIT IT.
      *20261015  TABLE AS, THE STATES AUTHORIZED FOR FULLY ONLINE
      *          SECTIONS -- THE 2-CHARACTER STATE, ITS NAME, AND FLAG 1
      *          'A' AUTHORIZED, 'W' WARN OR 'R' REFUSE AN ONLINE ADD BY
      *          A STUDENT LIVING THERE.
      *20261015  TABLE PL, THE PLACEMENT RULES -- THE CODE IS THE
      *          4-CHARACTER TEST, THE 4-CHARACTER SUBSCORE (BLANK FOR
      *          A SINGLE-SCORE TEST) AND A 2-DIGIT RULE NUMBER; VALUE
      *          IS THE MINIMUM SCORE, TEXT LINE 1 THE CATALOG COURSE,
      *          FLAG 1 'P' PLACEMENT OR 'C' CREDIT BY EXAM, AND VALUE
      *          2 THE HOURS A CREDIT RULE AWARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CP-FILE-DESC ASSIGN TO 'PROJ-CODE-PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.
           SELECT CHANGE-LOG ASSIGN TO 'PROJ-CODE-PARM.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CP-FILE-DESC RECORD CONTAINS 180 CHARACTERS.
           COPY CP-FILE-DESC.
       FD  CHANGE-LOG
           DATA RECORD IS LOG-REC.
       01  LOG-REC                   PIC X(403).
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS              PIC XX.
       01  WS-CL-STATUS              PIC XX.
       01  WS-OPTION                 PIC X.
       01  WS-TMP-TABLE              PIC X(2).
       01  WS-TMP-CODE               PIC X(10).
       01  WS-TMP-EFF                PIC 9(8).
       01  WS-TMP-DESC               PIC X(20).
       01  WS-TMP-FLAGS              PIC X(4).
       01  WS-TMP-VALUE              PIC 9(7)V99.
       01  WS-TMP-VALUE-2            PIC 9(7)V99.
       01  WS-TMP-TEXT-1             PIC X(50).
       01  WS-TMP-TEXT-2             PIC X(50).
       01  WS-TMP-STATUS             PIC X.
       01  WS-TABLE-KIND             PIC X.
           88  WS-KIND-CODE                    VALUE 'C'.
           88  WS-KIND-PARM                    VALUE 'P'.
           88  WS-KIND-UNKNOWN                 VALUE 'U'.
       01  WS-HINT                   PIC X(60).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-EDIT-OK                PIC X.
       01  WS-EDIT-MSG               PIC X(50).
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-NOW                    PIC 9(8).
       01  WS-BEFORE-IMAGE           PIC X(180).
       01  WS-WHOLE                  PIC 9(7).
       01  WS-PARM-SUB               PIC 9(2).
       01  WS-PARM-HIT               PIC 9(2).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
      *    THE PARAMETERS PROJ-PARM-LOAD KNOWS, WITH THE LARGEST VALUE
      *    EACH COPYBOOK FIELD CAN HOLD AND WHETHER IT IS A WHOLE
      *    NUMBER (DAYS, HOURS, TRIES).  A CODE NOT HERE IS REFUSED.
       01  WS-PARM-TBL-SIZE          PIC 9(2)  VALUE 55.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 55 TIMES.
               10  WS-PARM-GROUP     PIC X(2).
               10  WS-PARM-CODE      PIC X(10).
               10  WS-PARM-MAX       PIC 9(7)V99.
               10  WS-PARM-WHOLE     PIC X.
               10  WS-PARM-DESC      PIC X(30).
       01  LOG-LINE.
           05  LG-DATE-OUT           PIC 9(6).
           05                        PIC X(1)   VALUE SPACE.
           05  LG-TIME-OUT           PIC 9(8).
           05                        PIC X(1)   VALUE SPACE.
           05  LG-OPER-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACE.
           05  LG-ACTION-OUT         PIC X(3).
           05                        PIC X(8)   VALUE ' BEFORE '.
           05  LG-BEFORE-OUT         PIC X(180).
           05                        PIC X(7)   VALUE ' AFTER '.
           05  LG-AFTER-OUT          PIC X(180).
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 2 COLUMN 1 VALUE 'REFERENCE CODES AND PARAMETERS'.
          05 LINE 4 COLUMN 1 VALUE
             'ADD/CORRECT (A) OR DELETE A FUTURE ROW (D): '.
          05 LINE 4 COLUMN 46 PIC X TO WS-OPTION.
          05 LINE 6 COLUMN 1 VALUE
             'TABLE (HD LT MJ FA RC GR GC HR PT MR CA AS PL) OR PARM'.
          05 LINE 7 COLUMN 1 VALUE
             'GROUP (DL LF SA ST TU CL AE IL TL OL PK PW TQ AD HG PG'.
          05 LINE 8 COLUMN 1 VALUE 'T4 UP AW DC DF IP GD EP RI): '.
          05 LINE 8 COLUMN 31 PIC X(2) TO WS-TMP-TABLE.
          05 LINE 9 COLUMN 1 VALUE 'CODE: '.
          05 LINE 9 COLUMN 7 PIC X(10) TO WS-TMP-CODE.
          05 LINE 10 COLUMN 1 VALUE
             'EFFECTIVE DATE (CCYYMMDD, ZERO = TODAY): '.
          05 LINE 10 COLUMN 42 PIC 9(8) TO WS-TMP-EFF.
       01 SCRN-DETAIL.
          05 LINE 11 COLUMN 1 PIC X(60) FROM WS-HINT.
          05 LINE 12 COLUMN 1 VALUE 'DESCRIPTION: '.
          05 LINE 12 COLUMN 14 PIC X(20) USING WS-TMP-DESC.
          05 LINE 13 COLUMN 1 VALUE 'FLAGS:       '.
          05 LINE 13 COLUMN 14 PIC X(4) USING WS-TMP-FLAGS.
          05 LINE 14 COLUMN 1 VALUE 'VALUE:       '.
          05 LINE 14 COLUMN 14 PIC 9(7)V99 USING WS-TMP-VALUE.
          05 LINE 14 COLUMN 30 VALUE 'VALUE 2: '.
          05 LINE 14 COLUMN 39 PIC 9(7)V99 USING WS-TMP-VALUE-2.
          05 LINE 15 COLUMN 1 VALUE 'TEXT LINE 1: '.
          05 LINE 15 COLUMN 14 PIC X(50) USING WS-TMP-TEXT-1.
          05 LINE 16 COLUMN 1 VALUE 'TEXT LINE 2: '.
          05 LINE 16 COLUMN 14 PIC X(50) USING WS-TMP-TEXT-2.
          05 LINE 17 COLUMN 1 VALUE 'STATUS (A ACTIVE / I RETIRED): '.
          05 LINE 17 COLUMN 32 PIC X USING WS-TMP-STATUS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           PERFORM 050-LOAD-PARM-TABLE
           OPEN I-O CP-FILE-DESC
           IF WS-CP-STATUS = '35'
               OPEN OUTPUT CP-FILE-DESC
               CLOSE CP-FILE-DESC
               OPEN I-O CP-FILE-DESC
           END-IF
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE CP-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-PARM-TABLE.
      *    ONE ENTRY PER FIELD OF EACH XX-PARMS GROUP; KEEP IN STEP
      *    WITH THE 3XX-SET-XX PARAGRAPHS OF PROJ-PARM-LOAD.
           MOVE 'DL' TO WS-PARM-GROUP(1)
           MOVE 'BALANCE' TO WS-PARM-CODE(1)
           MOVE 99999.99 TO WS-PARM-MAX(1)
           MOVE 'N' TO WS-PARM-WHOLE(1)
           MOVE 'DROP-DELINQ BALANCE CUTOFF' TO WS-PARM-DESC(1)
           MOVE 'DL' TO WS-PARM-GROUP(2)
           MOVE 'DAYS' TO WS-PARM-CODE(2)
           MOVE 999 TO WS-PARM-MAX(2)
           MOVE 'Y' TO WS-PARM-WHOLE(2)
           MOVE 'DROP-DELINQ DAYS PAST DUE' TO WS-PARM-DESC(2)
           MOVE 'LF' TO WS-PARM-GROUP(3)
           MOVE 'DAYS' TO WS-PARM-CODE(3)
           MOVE 999 TO WS-PARM-MAX(3)
           MOVE 'Y' TO WS-PARM-WHOLE(3)
           MOVE 'LATE FEE DAYS PAST DUE' TO WS-PARM-DESC(3)
           MOVE 'LF' TO WS-PARM-GROUP(4)
           MOVE 'FEE' TO WS-PARM-CODE(4)
           MOVE 999.99 TO WS-PARM-MAX(4)
           MOVE 'N' TO WS-PARM-WHOLE(4)
           MOVE 'LATE FEE AMOUNT' TO WS-PARM-DESC(4)
           MOVE 'LF' TO WS-PARM-GROUP(5)
           MOVE 'CYCLE' TO WS-PARM-CODE(5)
           MOVE 999 TO WS-PARM-MAX(5)
           MOVE 'Y' TO WS-PARM-WHOLE(5)
           MOVE 'LATE FEE REPEAT CYCLE DAYS' TO WS-PARM-DESC(5)
           MOVE 'SA' TO WS-PARM-GROUP(6)
           MOVE 'MIN-GPA' TO WS-PARM-CODE(6)
           MOVE 4.00 TO WS-PARM-MAX(6)
           MOVE 'N' TO WS-PARM-WHOLE(6)
           MOVE 'SAP MINIMUM CUM GPA' TO WS-PARM-DESC(6)
           MOVE 'SA' TO WS-PARM-GROUP(7)
           MOVE 'MIN-COMPL' TO WS-PARM-CODE(7)
           MOVE 1.00 TO WS-PARM-MAX(7)
           MOVE 'N' TO WS-PARM-WHOLE(7)
           MOVE 'SAP MINIMUM COMPLETION RATE' TO WS-PARM-DESC(7)
           MOVE 'ST' TO WS-PARM-GROUP(8)
           MOVE 'GOOD-GPA' TO WS-PARM-CODE(8)
           MOVE 4.00 TO WS-PARM-MAX(8)
           MOVE 'N' TO WS-PARM-WHOLE(8)
           MOVE 'GOOD STANDING GPA' TO WS-PARM-DESC(8)
           MOVE 'ST' TO WS-PARM-GROUP(9)
           MOVE 'SUSP-GPA' TO WS-PARM-CODE(9)
           MOVE 4.00 TO WS-PARM-MAX(9)
           MOVE 'N' TO WS-PARM-WHOLE(9)
           MOVE 'SUSPENSION GPA' TO WS-PARM-DESC(9)
           MOVE 'ST' TO WS-PARM-GROUP(10)
           MOVE 'MIN-HOURS' TO WS-PARM-CODE(10)
           MOVE 999 TO WS-PARM-MAX(10)
           MOVE 'Y' TO WS-PARM-WHOLE(10)
           MOVE 'STANDING MINIMUM HOURS' TO WS-PARM-DESC(10)
           MOVE 'TU' TO WS-PARM-GROUP(11)
           MOVE 'RES-RATE' TO WS-PARM-CODE(11)
           MOVE 999.99 TO WS-PARM-MAX(11)
           MOVE 'N' TO WS-PARM-WHOLE(11)
           MOVE 'RESIDENT RATE PER HOUR' TO WS-PARM-DESC(11)
           MOVE 'TU' TO WS-PARM-GROUP(12)
           MOVE 'NONRES' TO WS-PARM-CODE(12)
           MOVE 999.99 TO WS-PARM-MAX(12)
           MOVE 'N' TO WS-PARM-WHOLE(12)
           MOVE 'NON-RESIDENT RATE PER HOUR' TO WS-PARM-DESC(12)
           MOVE 'TU' TO WS-PARM-GROUP(13)
           MOVE 'FLAT-FEE' TO WS-PARM-CODE(13)
           MOVE 999.99 TO WS-PARM-MAX(13)
           MOVE 'N' TO WS-PARM-WHOLE(13)
           MOVE 'FLAT REGISTRATION FEE' TO WS-PARM-DESC(13)
           MOVE 'TU' TO WS-PARM-GROUP(14)
           MOVE 'AUDIT-RATE' TO WS-PARM-CODE(14)
           MOVE 999.99 TO WS-PARM-MAX(14)
           MOVE 'N' TO WS-PARM-WHOLE(14)
           MOVE 'AUDIT RATE PER HOUR' TO WS-PARM-DESC(14)
           MOVE 'CL' TO WS-PARM-GROUP(15)
           MOVE 'BALANCE' TO WS-PARM-CODE(15)
           MOVE 99999.99 TO WS-PARM-MAX(15)
           MOVE 'N' TO WS-PARM-WHOLE(15)
           MOVE 'COLLECTIONS BALANCE CUTOFF' TO WS-PARM-DESC(15)
           MOVE 'CL' TO WS-PARM-GROUP(16)
           MOVE 'DAYS' TO WS-PARM-CODE(16)
           MOVE 999 TO WS-PARM-MAX(16)
           MOVE 'Y' TO WS-PARM-WHOLE(16)
           MOVE 'COLLECTIONS DAYS PAST DUE' TO WS-PARM-DESC(16)
           MOVE 'AE' TO WS-PARM-GROUP(17)
           MOVE 'MIN-GPA' TO WS-PARM-CODE(17)
           MOVE 4.00 TO WS-PARM-MAX(17)
           MOVE 'N' TO WS-PARM-WHOLE(17)
           MOVE 'ATHLETIC MINIMUM GPA' TO WS-PARM-DESC(17)
           MOVE 'AE' TO WS-PARM-GROUP(18)
           MOVE 'MIN-HOURS' TO WS-PARM-CODE(18)
           MOVE 999 TO WS-PARM-MAX(18)
           MOVE 'Y' TO WS-PARM-WHOLE(18)
           MOVE 'ATHLETIC MINIMUM EARNED HOURS' TO WS-PARM-DESC(18)
           MOVE 'IL' TO WS-PARM-GROUP(19)
           MOVE 'DAYS' TO WS-PARM-CODE(19)
           MOVE 999 TO WS-PARM-MAX(19)
           MOVE 'Y' TO WS-PARM-WHOLE(19)
           MOVE 'INCOMPLETE LAPSE DAYS' TO WS-PARM-DESC(19)
           MOVE 'TL' TO WS-PARM-GROUP(20)
           MOVE 'MIN-LOAD' TO WS-PARM-CODE(20)
           MOVE 999 TO WS-PARM-MAX(20)
           MOVE 'Y' TO WS-PARM-WHOLE(20)
           MOVE 'TEACHING LOAD MINIMUM HOURS' TO WS-PARM-DESC(20)
           MOVE 'TL' TO WS-PARM-GROUP(21)
           MOVE 'MAX-LOAD' TO WS-PARM-CODE(21)
           MOVE 999 TO WS-PARM-MAX(21)
           MOVE 'Y' TO WS-PARM-WHOLE(21)
           MOVE 'TEACHING LOAD MAXIMUM HOURS' TO WS-PARM-DESC(21)
           MOVE 'OL' TO WS-PARM-GROUP(22)
           MOVE 'MAX-HOURS' TO WS-PARM-CODE(22)
           MOVE 99 TO WS-PARM-MAX(22)
           MOVE 'Y' TO WS-PARM-WHOLE(22)
           MOVE 'TERM HOURS BEFORE OVERLOAD' TO WS-PARM-DESC(22)
           MOVE 'PK' TO WS-PARM-GROUP(23)
           MOVE 'COA-HOURS' TO WS-PARM-CODE(23)
           MOVE 99 TO WS-PARM-MAX(23)
           MOVE 'Y' TO WS-PARM-WHOLE(23)
           MOVE 'COST OF ATTENDANCE HOURS' TO WS-PARM-DESC(23)
           MOVE 'PK' TO WS-PARM-GROUP(24)
           MOVE 'BOOKS' TO WS-PARM-CODE(24)
           MOVE 9999 TO WS-PARM-MAX(24)
           MOVE 'Y' TO WS-PARM-WHOLE(24)
           MOVE 'BOOKS AND SUPPLIES ALLOWANCE' TO WS-PARM-DESC(24)
           MOVE 'PW' TO WS-PARM-GROUP(25)
           MOVE 'MAX-AGE' TO WS-PARM-CODE(25)
           MOVE 999 TO WS-PARM-MAX(25)
           MOVE 'Y' TO WS-PARM-WHOLE(25)
           MOVE 'PASSWORD MAXIMUM AGE DAYS' TO WS-PARM-DESC(25)
           MOVE 'PW' TO WS-PARM-GROUP(26)
           MOVE 'MAX-TRIES' TO WS-PARM-CODE(26)
           MOVE 9 TO WS-PARM-MAX(26)
           MOVE 'Y' TO WS-PARM-WHOLE(26)
           MOVE 'SIGN-ON TRIES BEFORE LOCKOUT' TO WS-PARM-DESC(26)
           MOVE 'TQ' TO WS-PARM-GROUP(27)
           MOVE 'OFFICIAL' TO WS-PARM-CODE(27)
           MOVE 99.99 TO WS-PARM-MAX(27)
           MOVE 'N' TO WS-PARM-WHOLE(27)
           MOVE 'OFFICIAL TRANSCRIPT FEE' TO WS-PARM-DESC(27)
           MOVE 'AD' TO WS-PARM-GROUP(28)
           MOVE 'APP-FEE' TO WS-PARM-CODE(28)
           MOVE 999.99 TO WS-PARM-MAX(28)
           MOVE 'N' TO WS-PARM-WHOLE(28)
           MOVE 'ADMISSIONS APPLICATION FEE' TO WS-PARM-DESC(28)
           MOVE 'AD' TO WS-PARM-GROUP(29)
           MOVE 'DEPOSIT' TO WS-PARM-CODE(29)
           MOVE 9999.99 TO WS-PARM-MAX(29)
           MOVE 'N' TO WS-PARM-WHOLE(29)
           MOVE 'ENROLLMENT DEPOSIT' TO WS-PARM-DESC(29)
           MOVE 'HG' TO WS-PARM-GROUP(30)
           MOVE 'GRACE-DAYS' TO WS-PARM-CODE(30)
           MOVE 999 TO WS-PARM-MAX(30)
           MOVE 'Y' TO WS-PARM-WHOLE(30)
           MOVE 'HEALTH COMPLIANCE GRACE DAYS' TO WS-PARM-DESC(30)
           MOVE 'PG' TO WS-PARM-GROUP(31)
           MOVE 'HOLD-DAYS' TO WS-PARM-CODE(31)
           MOVE 999 TO WS-PARM-MAX(31)
           MOVE 'Y' TO WS-PARM-WHOLE(31)
           MOVE 'UNPAID PARKING FINE HOLD DAYS' TO WS-PARM-DESC(31)
           MOVE 'T4' TO WS-PARM-GROUP(32)
           MOVE 'REFUND-DAY' TO WS-PARM-CODE(32)
           MOVE 99 TO WS-PARM-MAX(32)
           MOVE 'Y' TO WS-PARM-WHOLE(32)
           MOVE 'TITLE IV CREDIT REFUND DAYS' TO WS-PARM-DESC(32)
           MOVE 'T4' TO WS-PARM-GROUP(33)
           MOVE 'WARN-DAYS' TO WS-PARM-CODE(33)
           MOVE 99 TO WS-PARM-MAX(33)
           MOVE 'Y' TO WS-PARM-WHOLE(33)
           MOVE 'TITLE IV CREDIT WARNING DAYS' TO WS-PARM-DESC(33)
           MOVE 'T4' TO WS-PARM-GROUP(34)
           MOVE 'PRIOR-MAX' TO WS-PARM-CODE(34)
           MOVE 9999 TO WS-PARM-MAX(34)
           MOVE 'Y' TO WS-PARM-WHOLE(34)
           MOVE 'PRIOR-YEAR CHARGES AID MAY PAY' TO WS-PARM-DESC(34)
           MOVE 'UP' TO WS-PARM-GROUP(35)
           MOVE 'STALE-DAYS' TO WS-PARM-CODE(35)
           MOVE 999 TO WS-PARM-MAX(35)
           MOVE 'Y' TO WS-PARM-WHOLE(35)
           MOVE 'REFUND CHECK STALE DAYS' TO WS-PARM-DESC(35)
           MOVE 'UP' TO WS-PARM-GROUP(36)
           MOVE 'DORM-YEARS' TO WS-PARM-CODE(36)
           MOVE 99 TO WS-PARM-MAX(36)
           MOVE 'Y' TO WS-PARM-WHOLE(36)
           MOVE 'UNCLAIMED CHECK DORMANCY YEARS' TO WS-PARM-DESC(36)
           MOVE 'AW' TO WS-PARM-GROUP(37)
           MOVE 'PCT-CURR' TO WS-PARM-CODE(37)
           MOVE 100 TO WS-PARM-MAX(37)
           MOVE 'Y' TO WS-PARM-WHOLE(37)
           MOVE 'ALLOWANCE PCT CURRENT' TO WS-PARM-DESC(37)
           MOVE 'AW' TO WS-PARM-GROUP(38)
           MOVE 'PCT-31-60' TO WS-PARM-CODE(38)
           MOVE 100 TO WS-PARM-MAX(38)
           MOVE 'Y' TO WS-PARM-WHOLE(38)
           MOVE 'ALLOWANCE PCT 31-60 DAYS' TO WS-PARM-DESC(38)
           MOVE 'AW' TO WS-PARM-GROUP(39)
           MOVE 'PCT-61-90' TO WS-PARM-CODE(39)
           MOVE 100 TO WS-PARM-MAX(39)
           MOVE 'Y' TO WS-PARM-WHOLE(39)
           MOVE 'ALLOWANCE PCT 61-90 DAYS' TO WS-PARM-DESC(39)
           MOVE 'AW' TO WS-PARM-GROUP(40)
           MOVE 'PCT-91-120' TO WS-PARM-CODE(40)
           MOVE 100 TO WS-PARM-MAX(40)
           MOVE 'Y' TO WS-PARM-WHOLE(40)
           MOVE 'ALLOWANCE PCT 91-120 DAYS' TO WS-PARM-DESC(40)
           MOVE 'AW' TO WS-PARM-GROUP(41)
           MOVE 'PCT-OVR120' TO WS-PARM-CODE(41)
           MOVE 100 TO WS-PARM-MAX(41)
           MOVE 'Y' TO WS-PARM-WHOLE(41)
           MOVE 'ALLOWANCE PCT OVER 120 DAYS' TO WS-PARM-DESC(41)
           MOVE 'DC' TO WS-PARM-GROUP(42)
           MOVE 'VOID-AMT' TO WS-PARM-CODE(42)
           MOVE 9999.99 TO WS-PARM-MAX(42)
           MOVE 'N' TO WS-PARM-WHOLE(42)
           MOVE 'VOID NEEDS APPROVAL OVER' TO WS-PARM-DESC(42)
           MOVE 'DC' TO WS-PARM-GROUP(43)
           MOVE 'REFUND-AMT' TO WS-PARM-CODE(43)
           MOVE 9999.99 TO WS-PARM-MAX(43)
           MOVE 'N' TO WS-PARM-WHOLE(43)
           MOVE 'REFUND NEEDS APPROVAL OVER' TO WS-PARM-DESC(43)
           MOVE 'DC' TO WS-PARM-GROUP(44)
           MOVE 'ADJUST-AMT' TO WS-PARM-CODE(44)
           MOVE 9999.99 TO WS-PARM-MAX(44)
           MOVE 'N' TO WS-PARM-WHOLE(44)
           MOVE 'HAND DEBIT NEEDS APPROVAL OVER' TO WS-PARM-DESC(44)
           MOVE 'DC' TO WS-PARM-GROUP(45)
           MOVE 'AID-AMT' TO WS-PARM-CODE(45)
           MOVE 9999.99 TO WS-PARM-MAX(45)
           MOVE 'N' TO WS-PARM-WHOLE(45)
           MOVE 'AID AWARD NEEDS APPROVAL OVER' TO WS-PARM-DESC(45)
           MOVE 'DF' TO WS-PARM-GROUP(46)
           MOVE 'NSF-FEE' TO WS-PARM-CODE(46)
           MOVE 9999.99 TO WS-PARM-MAX(46)
           MOVE 'N' TO WS-PARM-WHOLE(46)
           MOVE 'RETURNED PAYMENT FEE' TO WS-PARM-DESC(46)
           MOVE 'DF' TO WS-PARM-GROUP(47)
           MOVE 'LEAD-DAYS' TO WS-PARM-CODE(47)
           MOVE 999 TO WS-PARM-MAX(47)
           MOVE 'Y' TO WS-PARM-WHOLE(47)
           MOVE 'DAYS BEFORE DUE TO DRAFT' TO WS-PARM-DESC(47)
           MOVE 'DF' TO WS-PARM-GROUP(48)
           MOVE 'MAX-RETURN' TO WS-PARM-CODE(48)
           MOVE 99 TO WS-PARM-MAX(48)
           MOVE 'Y' TO WS-PARM-WHOLE(48)
           MOVE 'RETURNS BEFORE DRAFT CANCELLED' TO WS-PARM-DESC(48)
           MOVE 'IP' TO WS-PARM-GROUP(49)
           MOVE 'MIN-ENROLL' TO WS-PARM-CODE(49)
           MOVE 999 TO WS-PARM-MAX(49)
           MOVE 'Y' TO WS-PARM-WHOLE(49)
           MOVE 'SEATS BELOW WHICH PAY PRORATES' TO WS-PARM-DESC(49)
           MOVE 'IP' TO WS-PARM-GROUP(50)
           MOVE 'CANCEL-PCT' TO WS-PARM-CODE(50)
           MOVE 100 TO WS-PARM-MAX(50)
           MOVE 'Y' TO WS-PARM-WHOLE(50)
           MOVE 'CANCELLATION FEE PERCENT' TO WS-PARM-DESC(50)
           MOVE 'GD' TO WS-PARM-GROUP(51)
           MOVE 'REMIND-DAY' TO WS-PARM-CODE(51)
           MOVE 99 TO WS-PARM-MAX(51)
           MOVE 'Y' TO WS-PARM-WHOLE(51)
           MOVE 'DAYS BETWEEN GRADE REMINDERS' TO WS-PARM-DESC(51)
           MOVE 'GD' TO WS-PARM-GROUP(52)
           MOVE 'DEADLINE' TO WS-PARM-CODE(52)
           MOVE 999 TO WS-PARM-MAX(52)
           MOVE 'Y' TO WS-PARM-WHOLE(52)
           MOVE 'GRADE DEADLINE DAYS AFTER END' TO WS-PARM-DESC(52)
           MOVE 'EP' TO WS-PARM-GROUP(53)
           MOVE 'MIN-RESP' TO WS-PARM-CODE(53)
           MOVE 99 TO WS-PARM-MAX(53)
           MOVE 'Y' TO WS-PARM-WHOLE(53)
           MOVE 'FEWEST EVALUATIONS TO SHOW' TO WS-PARM-DESC(53)
           MOVE 'RI' TO WS-PARM-GROUP(54)
           MOVE 'AUDIT-DAY' TO WS-PARM-CODE(54)
           MOVE 7 TO WS-PARM-MAX(54)
           MOVE 'Y' TO WS-PARM-WHOLE(54)
           MOVE 'WEEKLY AUDIT DAY (0 = OFF)' TO WS-PARM-DESC(54)
           MOVE 'RI' TO WS-PARM-GROUP(55)
           MOVE 'PURGE' TO WS-PARM-CODE(55)
           MOVE 1 TO WS-PARM-MAX(55)
           MOVE 'Y' TO WS-PARM-WHOLE(55)
           MOVE 'WEEKLY AUDIT PURGES (1 = YES)' TO WS-PARM-DESC(55).
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           MOVE ZERO TO WS-TMP-EFF
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           IF WS-TMP-EFF = ZERO
               MOVE WS-TODAY-CCYYMMDD TO WS-TMP-EFF
           END-IF
           PERFORM 210-CLASSIFY-TABLE
           IF WS-KIND-UNKNOWN
               DISPLAY 'NO SUCH TABLE OR PARAMETER GROUP'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-KIND-PARM AND WS-PARM-HIT = ZERO
               DISPLAY 'NO SUCH PARAMETER IN THAT GROUP'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-TMP-CODE = SPACES
               DISPLAY 'A CODE IS REQUIRED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE WS-TMP-TABLE TO CP-TABLE-ID
               MOVE WS-TMP-CODE TO CP-CODE
               MOVE WS-TMP-EFF TO CP-EFF-DATE
               READ CP-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
               END-READ
               IF WS-OPTION = 'D' OR 'd'
                   PERFORM 400-DELETE-ROW
               ELSE
                   PERFORM 250-KEY-ONE-ROW
               END-IF
           END-IF.
       210-CLASSIFY-TABLE.
           MOVE ZERO TO WS-PARM-HIT
           IF WS-TMP-TABLE = 'HD'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'HOLD: FLAGS 1-3 BLOCK ENR/TRANS/SELF-SVC (Y/N)'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'LT'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'LETTER: 4-CHARACTER CODE, TWO TEXT LINES'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'MJ'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'MAJOR: 4-DIGIT CODE AND DESCRIPTION' TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'FA'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'AID: FLAGS FT/FUND/COD/T4 VALUE=ANNUAL 2=AGGREGATE'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'RC'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'RECEIPT TYPE: THE CODE IS THE TYPE' TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'GR'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'GRADE: 2-CHARACTER GRADE, VALUE = QUALITY POINTS'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'GC'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'GRADE-CHANGE REASON: 2-CHARACTER CODE' TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'HR'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'HEALTH REQ: 4 CHARS, FLAG 1 A ALL / H HOUSING ONLY'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'PT'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'PERMIT TYPE: 2-CHARACTER CODE, VALUE = TERM PRICE'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'MR'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'MISC RECEIPT REASON: 4 CHARACTERS = THE GL CODE'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'CA'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'CAMPUS: VALUE/VALUE 2 = RES/NONRES HOUR RATE'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'AS'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'ONLINE STATE: FLAG 1 A AUTH / W WARN / R REFUSE'
                   TO WS-HINT
           ELSE IF WS-TMP-TABLE = 'PL'
               MOVE 'C' TO WS-TABLE-KIND
               MOVE 'PLACEMENT: FLAG 1 P/C VALUE=MIN 2=HOURS LINE 1=CRS'
                   TO WS-HINT
           ELSE
               MOVE 'U' TO WS-TABLE-KIND
               PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                       UNTIL WS-PARM-SUB > WS-PARM-TBL-SIZE
                   IF WS-PARM-GROUP(WS-PARM-SUB) = WS-TMP-TABLE
                       MOVE 'P' TO WS-TABLE-KIND
                       IF WS-PARM-CODE(WS-PARM-SUB) = WS-TMP-CODE
                           MOVE WS-PARM-SUB TO WS-PARM-HIT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PARM-HIT > ZERO
                   MOVE SPACES TO WS-HINT
                   STRING 'PARAMETER: ' DELIMITED BY SIZE
                          WS-PARM-DESC(WS-PARM-HIT) DELIMITED BY SIZE
                          ' -- VALUE ONLY' DELIMITED BY SIZE
                       INTO WS-HINT
                   END-STRING
               END-IF
           END-IF.
       250-KEY-ONE-ROW.
           IF WS-ROW-ON-FILE = 'Y'
                   AND CP-EFF-DATE < WS-TODAY-CCYYMMDD
               DISPLAY 'THAT ROW IS ALREADY IN EFFECT -- KEY A NEW ROW'
               DISPLAY 'DATED TODAY OR LATER TO CHANGE IT'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               IF WS-ROW-ON-FILE = 'Y'
                   MOVE CP-RECORD TO WS-BEFORE-IMAGE
                   MOVE CP-DESC TO WS-TMP-DESC
                   MOVE CP-FLAGS TO WS-TMP-FLAGS
                   MOVE CP-NUM-VALUE TO WS-TMP-VALUE
                   MOVE CP-NUM-VALUE-2 TO WS-TMP-VALUE-2
                   MOVE CP-TEXT-1 TO WS-TMP-TEXT-1
                   MOVE CP-TEXT-2 TO WS-TMP-TEXT-2
                   MOVE CP-STATUS TO WS-TMP-STATUS
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-TMP-DESC WS-TMP-FLAGS
                                  WS-TMP-TEXT-1 WS-TMP-TEXT-2
                   MOVE ZERO TO WS-TMP-VALUE WS-TMP-VALUE-2
                   MOVE 'A' TO WS-TMP-STATUS
               END-IF
               MOVE 'N' TO WS-EDIT-OK
               PERFORM UNTIL WS-EDIT-OK = 'Y'
                   DISPLAY SCRN-DETAIL
                   ACCEPT SCRN-DETAIL
                   PERFORM 300-EDIT-ROW
                   IF WS-EDIT-OK = 'N'
                       DISPLAY WS-EDIT-MSG
                       DISPLAY 'HIT ENTER TO REKEY'
                       ACCEPT ANS
                   END-IF
               END-PERFORM
               PERFORM 350-SAVE-ROW
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       300-EDIT-ROW.
      *    A RETIRING ('I') ROW NEEDS NOTHING BUT ITS KEY; AN ACTIVE
      *    ROW MUST BE USABLE BY THE TABLE IT FEEDS.
           MOVE 'Y' TO WS-EDIT-OK
           MOVE SPACES TO WS-EDIT-MSG
           IF WS-TMP-STATUS = SPACE OR 'a'
               MOVE 'A' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS = 'i'
               MOVE 'I' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS NOT = 'A' AND NOT = 'I'
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'STATUS MUST BE A OR I' TO WS-EDIT-MSG
           END-IF
           IF WS-EDIT-OK = 'Y' AND WS-TMP-STATUS = 'A'
               IF WS-KIND-PARM
                   PERFORM 320-EDIT-PARM
               ELSE
                   PERFORM 310-EDIT-CODE
               END-IF
           END-IF.
       310-EDIT-CODE.
           IF WS-TMP-TABLE = 'HD'
               IF WS-TMP-CODE(3:8) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A HOLD CODE IS 2 CHARACTERS' TO WS-EDIT-MSG
               END-IF
               IF (WS-TMP-FLAGS(1:1) NOT = 'Y' AND NOT = 'N')
                   OR (WS-TMP-FLAGS(2:1) NOT = 'Y' AND NOT = 'N')
                   OR (WS-TMP-FLAGS(3:1) NOT = 'Y' AND NOT = 'N')
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAGS 1-3 MUST EACH BE Y OR N' TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'LT'
               IF WS-TMP-CODE(5:6) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A LETTER CODE IS 4 CHARACTERS' TO WS-EDIT-MSG
               END-IF
               IF WS-TMP-TEXT-1 = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A LETTER NEEDS AT LEAST TEXT LINE 1'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'MJ' OR 'FA'
               IF WS-TMP-CODE(1:4) NOT NUMERIC
                   OR WS-TMP-CODE(5:6) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'THE CODE MUST BE 4 DIGITS' TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'FA'
               IF WS-TMP-FLAGS(1:1) NOT = 'Y' AND NOT = 'N'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 1 (FULL-TIME REQUIRED) MUST BE Y OR N'
                       TO WS-EDIT-MSG
               END-IF
               IF WS-TMP-FLAGS(2:1) = SPACE
                   MOVE 'N' TO WS-TMP-FLAGS(2:1)
               END-IF
               IF WS-TMP-FLAGS(2:1) NOT = 'Y' AND NOT = 'N'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 2 (FUND REQUIRED) MUST BE Y OR N'
                       TO WS-EDIT-MSG
               END-IF
               IF WS-TMP-FLAGS(3:1) = SPACE
                   MOVE 'N' TO WS-TMP-FLAGS(3:1)
               END-IF
               IF WS-TMP-FLAGS(3:1) NOT = 'Y' AND NOT = 'N'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 3 (REPORTED TO COD) MUST BE Y OR N'
                       TO WS-EDIT-MSG
               END-IF
               IF WS-TMP-FLAGS(4:1) = SPACE
                   MOVE 'N' TO WS-TMP-FLAGS(4:1)
               END-IF
               IF WS-TMP-FLAGS(4:1) NOT = 'Y' AND NOT = 'W'
                   AND NOT = 'N'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 4 (TITLE IV) MUST BE Y, W OR N'
                       TO WS-EDIT-MSG
               END-IF
               MOVE WS-TMP-VALUE TO WS-WHOLE
               IF WS-TMP-VALUE > 99999 OR WS-TMP-VALUE NOT = WS-WHOLE
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'ANNUAL MAXIMUM IS WHOLE DOLLARS, 99999 AT MOST'
                       TO WS-EDIT-MSG
               END-IF
               MOVE WS-TMP-VALUE-2 TO WS-WHOLE
               IF WS-TMP-VALUE-2 > 999999
                   OR WS-TMP-VALUE-2 NOT = WS-WHOLE
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'AGGREGATE MAX IS WHOLE DOLLARS, 999999 AT MOST'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'GR' OR 'GC' OR 'PT' OR 'CA' OR 'AS'
               IF WS-TMP-CODE(3:8) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'THE CODE IS 2 CHARACTERS' TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'GR'
               IF WS-TMP-VALUE > 9.99
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'QUALITY POINTS ARE 9.99 AT MOST' TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'HR'
               IF WS-TMP-CODE(5:6) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A REQUIREMENT CODE IS 4 CHARACTERS'
                       TO WS-EDIT-MSG
               END-IF
               IF WS-TMP-FLAGS(1:1) NOT = 'A' AND NOT = 'H'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 1 MUST BE A (ALL) OR H (HOUSING)'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'MR'
               IF WS-TMP-CODE(5:6) NOT = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A RECEIPT REASON IS 4 CHARACTERS'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'CA'
               IF WS-TMP-VALUE > 999.99 OR WS-TMP-VALUE-2 > 999.99
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A CREDIT-HOUR RATE IS 999.99 AT MOST'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'AS'
               IF WS-TMP-FLAGS(1:1) NOT = 'A' AND NOT = 'W'
                   AND NOT = 'R'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'FLAG 1 MUST BE A (AUTHORIZED), W OR R'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'PL'
               PERFORM 315-EDIT-PLACE-RULE
           END-IF
           IF WS-TMP-TABLE = 'PT'
               IF WS-TMP-VALUE > 9999.99
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A PERMIT PRICE IS 9999.99 AT MOST'
                       TO WS-EDIT-MSG
               END-IF
           END-IF
           IF WS-TMP-TABLE = 'HD' OR 'MJ' OR 'FA' OR 'GC' OR 'HR'
                   OR 'PT' OR 'MR' OR 'CA' OR 'AS' OR 'PL'
               IF WS-TMP-DESC = SPACES
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'A DESCRIPTION IS REQUIRED' TO WS-EDIT-MSG
               END-IF
           END-IF.
       315-EDIT-PLACE-RULE.
      *    THE CODE IS TEST + SUBSCORE + RULE NUMBER; SCORES AND HOURS
      *    ARE WHOLE NUMBERS THE SIZE PL-PLACE-TABLE CARRIES.
           IF WS-TMP-CODE(1:4) = SPACES
               OR WS-TMP-CODE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'CODE IS TEST(4) SUBSCORE(4) RULE NUMBER(2)'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-FLAGS(1:1) NOT = 'P' AND NOT = 'C'
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'FLAG 1 MUST BE P (PLACEMENT) OR C (CREDIT)'
                   TO WS-EDIT-MSG
           END-IF
           MOVE WS-TMP-VALUE TO WS-WHOLE
           IF WS-TMP-VALUE > 9999 OR WS-TMP-VALUE NOT = WS-WHOLE
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'MINIMUM SCORE IS A WHOLE NUMBER, 9999 AT MOST'
                   TO WS-EDIT-MSG
           END-IF
           MOVE WS-TMP-VALUE-2 TO WS-WHOLE
           IF WS-TMP-VALUE-2 > 99 OR WS-TMP-VALUE-2 NOT = WS-WHOLE
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'HOURS ARE A WHOLE NUMBER, 99 AT MOST'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-FLAGS(1:1) = 'C' AND WS-TMP-VALUE-2 = ZERO
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'A CREDIT RULE MUST AWARD SOME HOURS'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-TMP-TEXT-1(1:6) = SPACES
               OR WS-TMP-TEXT-1(7:44) NOT = SPACES
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'TEXT LINE 1 IS THE 6-CHARACTER CATALOG COURSE'
                   TO WS-EDIT-MSG
           END-IF.
       320-EDIT-PARM.
           IF WS-TMP-VALUE > WS-PARM-MAX(WS-PARM-HIT)
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'VALUE IS LARGER THAN THE FIELD CAN HOLD'
                   TO WS-EDIT-MSG
           END-IF
           IF WS-PARM-WHOLE(WS-PARM-HIT) = 'Y'
               MOVE WS-TMP-VALUE TO WS-WHOLE
               IF WS-TMP-VALUE NOT = WS-WHOLE
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'THIS PARAMETER IS A WHOLE NUMBER'
                       TO WS-EDIT-MSG
               END-IF
           END-IF.
       350-SAVE-ROW.
           MOVE WS-TMP-TABLE TO CP-TABLE-ID
           MOVE WS-TMP-CODE TO CP-CODE
           MOVE WS-TMP-EFF TO CP-EFF-DATE
           MOVE WS-TMP-DESC TO CP-DESC
           MOVE WS-TMP-FLAGS TO CP-FLAGS
           MOVE WS-TMP-VALUE TO CP-NUM-VALUE
           MOVE WS-TMP-VALUE-2 TO CP-NUM-VALUE-2
           MOVE WS-TMP-TEXT-1 TO CP-TEXT-1
           MOVE WS-TMP-TEXT-2 TO CP-TEXT-2
           MOVE WS-TMP-STATUS TO CP-STATUS
           MOVE WS-OPERATOR-ID TO CP-CHG-OPER
           MOVE WS-TODAY TO CP-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE CP-RECORD
               MOVE 'CHG' TO LG-ACTION-OUT
               DISPLAY 'ROW UPDATED'
           ELSE
               WRITE CP-RECORD
               MOVE 'ADD' TO LG-ACTION-OUT
               DISPLAY 'ROW ADDED'
           END-IF
           MOVE CP-RECORD TO LG-AFTER-OUT
           MOVE WS-BEFORE-IMAGE TO LG-BEFORE-OUT
           PERFORM 900-WRITE-LOG-LINE.
       400-DELETE-ROW.
           IF WS-ROW-ON-FILE = 'N'
               DISPLAY 'NO ROW ON FILE FOR THAT TABLE/CODE/DATE'
           ELSE IF CP-EFF-DATE NOT > WS-TODAY-CCYYMMDD
               DISPLAY 'THAT ROW HAS TAKEN EFFECT AND STAYS ON FILE --'
               DISPLAY 'KEY A NEW ROW (STATUS I TO RETIRE THE CODE)'
           ELSE
               MOVE CP-RECORD TO LG-BEFORE-OUT
               MOVE SPACES TO LG-AFTER-OUT
               DELETE CP-FILE-DESC RECORD
               MOVE 'DEL' TO LG-ACTION-OUT
               PERFORM 900-WRITE-LOG-LINE
               DISPLAY 'ROW DELETED'
           END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       900-WRITE-LOG-LINE.
      *    PROJ-CODE-PARM.LOG ACCUMULATES ACROSS RUNS, SAME AS THE
      *    OTHER NOTICE FILES -- WHO CHANGED WHICH VALUE AND WHEN.
           OPEN EXTEND CHANGE-LOG
           IF WS-CL-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG
           END-IF
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO LG-DATE-OUT
           MOVE WS-NOW TO LG-TIME-OUT
           MOVE WS-OPERATOR-ID TO LG-OPER-OUT
           WRITE LOG-REC FROM LOG-LINE
           CLOSE CHANGE-LOG.
