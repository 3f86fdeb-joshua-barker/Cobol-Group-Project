       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REV-PROJECT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  TUITION AND FEE REVENUE PROJECTION
      *          FOR THE REGISTRATION TERM -- WHAT REGISTRATION IS
      *          WORTH TODAY, ANSWERED OFF THE FILES INSTEAD OF BY
      *          HAND.  PRICES EVERY ACTIVE STUDENT'S SEATED SCHEDULE
      *          ON PROJ-ENR.REL THE WAY PROJ-TUITION-ASSESS WILL
      *          (CS-CRED-HR AT THE SF-RESIDENCY RATE OR THE AUDIT
      *          RATE, CG-LAB-FEE, THE FLAT FEE), TAKES OFF THE
      *          EXPECTED STU-WAIVER.DAT WAIVER AND SPONSOR CONTRACT
      *          SHARE BY THE SAME RULES, AND ADDS THE HALL RATE OF
      *          EVERY DORM-ASSIGN.DAT ASSIGNMENT AND THE PLAN RATE OF
      *          EVERY ACTIVE MEAL-SELECT.DAT SELECTION FOR THE TERM.
      *          NOTHING IS POSTED AND NOTHING ON THE RECEIPT CHAIN IS
      *          READ, SO IT RUNS BEFORE ASSESSMENT AS WELL AS AFTER.
      *          GROSS, WAIVERS, SPONSOR AND NET PRINT BY COURSE-CODE
      *          DEPARTMENT PREFIX (THE SAME ROLLUP AS PROJ-DEPT-FTE)
      *          AND BY PART-OF-TERM SESSION, BESIDE THE TERM FROZEN
      *          ON CEN-SNAPSHOT.DAT PRICED AT TODAY'S RATES.  THE
      *          PROJECTION PRINTS ON RC-REV-PROJ.RPT.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  SEAT HOURS ARE THE STUDENT'S OWN HOURS ON THE
      *          ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  SEAT TUITION IS PRICED AT THE RATE OF THE SECTION'S
      *          CAMPUS (PROJ-CAMPUS-RATE), THE SAME RATE THE
      *          ASSESSMENT POSTS; THE PRIOR-TERM COLUMN USES THE
      *          CAMPUS OF THE SNAPSHOT LINE'S SECTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT CG-FILE-DESC ASSIGN TO 'PROJ-CATALOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CG-CRS-CODE
               FILE STATUS IS WS-CG-STATUS.
           SELECT SP-FILE-DESC ASSIGN TO 'PROJ-SPONSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SP-CODE
               FILE STATUS IS WS-SP-STATUS.
           SELECT SC-FILE-DESC ASSIGN TO 'PROJ-SPON-CONTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SC-STU-NUM
               FILE STATUS IS WS-SC-STATUS.
           SELECT FW-FILE-DESC ASSIGN TO 'STU-WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FW-STU-NUM
               FILE STATUS IS WS-FW-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT DM-FILE-DESC ASSIGN TO 'DORM-ROOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DM-STATUS.
           SELECT MS-FILE-DESC ASSIGN TO 'MEAL-SELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT MP-FILE-DESC ASSIGN TO 'MEAL-PLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MP-PLAN-CODE
               FILE STATUS IS WS-MP-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'CEN-SNAPSHOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT PROJ-REPORT ASSIGN TO 'RC-REV-PROJ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  SP-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY SP-FILE-DESC.
       FD  SC-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY SC-FILE-DESC.
       FD  FW-FILE-DESC IS EXTERNAL RECORD CONTAINS 29 CHARACTERS.
           COPY FW-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  DM-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
           COPY DM-FILE-DESC.
       FD  MS-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY MS-FILE-DESC.
       FD  MP-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY MP-FILE-DESC.
       FD  SNAPSHOT-FILE
           DATA RECORD IS SNAP-REC.
       01  SNAP-REC                  PIC X(30).
       FD  PROJ-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(85).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-CG-STATUS              PIC XX.
       01  WS-SP-STATUS              PIC XX.
       01  WS-SC-STATUS              PIC XX.
       01  WS-FW-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-DM-STATUS              PIC XX.
       01  WS-MS-STATUS              PIC XX.
       01  WS-MP-STATUS              PIC XX.
       01  WS-SN-STATUS              PIC XX.
       01  WS-SPON-ON-FILE           PIC X      VALUE 'N'.
       01  WS-FW-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-SNAP-ON-FILE           PIC X      VALUE 'N'.
       01  WS-SNAP-TERM              PIC X(6)   VALUE SPACES.
       01  WS-THIS-TERM              PIC X.
       01  WS-LAST-SNAP-STU          PIC 9(9)   VALUE ZEROS.
       01  WS-RATE                   PIC 9(3)V99.
       01  WS-NODE-RATE              PIC 9(3)V99.
       01  WS-TERM-CRED-HR           PIC 9(3).
       01  WS-AUDIT-HOURS            PIC 9(3).
       01  WS-TUITION-PART           PIC 9(6)V99.
       01  WS-FEES-PART              PIC 9(6)V99.
       01  WS-STU-GROSS              PIC 9(6)V99.
       01  WS-WAIVER-AMT             PIC 9(6)V99.
       01  WS-WAIVER-BASE            PIC 9(6)V99.
       01  WS-SPONSORED              PIC 9(6)V99.
       01  WS-WAIVER-LEFT            PIC 9(6)V99.
       01  WS-SPON-LEFT              PIC 9(6)V99.
       01  WS-SEAT-TUITION           PIC 9(5)V99.
       01  WS-SEAT-LAB               PIC 9(5)V99.
       01  WS-PRIOR-AMT              PIC 9(6)V99.
       01  WS-STU-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-SEAT-CNT               PIC 9(7)   VALUE ZERO.
       01  WS-HOUR-CNT               PIC 9(7)   VALUE ZERO.
       01  WS-HOUSED-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-MEAL-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-PRIOR-LINES            PIC 9(7)   VALUE ZERO.
      *    ONE STUDENT'S PRICED ITEMS -- A ROW PER SEAT PLUS THE FLAT
      *    FEE -- SO THE WAIVER AND SPONSOR SHARE CAN BE SPREAD BACK
      *    OVER THE DEPARTMENTS AND SESSIONS THE MONEY CAME FROM.
       01  WS-IT-CNT                 PIC 99     VALUE ZERO.
       01  WS-IT-SUB                 PIC 99.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 21 TIMES.
               10  WS-IT-DEPT        PIC X(8).
               10  WS-IT-SESS        PIC X(2).
               10  WS-IT-GROSS       PIC 9(6)V99.
      *    ONE ROW TO ADD INTO THE TWO ROLLUPS BELOW.
       01  WS-ADD-ROW.
           05  WS-ADD-DEPT           PIC X(8).
           05  WS-ADD-SESS           PIC X(2).
           05  WS-ADD-GROSS          PIC 9(6)V99.
           05  WS-ADD-WAIVER         PIC 9(6)V99.
           05  WS-ADD-SPON           PIC 9(6)V99.
           05  WS-ADD-PRIOR          PIC 9(6)V99.
       01  WS-DP-CNT                 PIC 99     VALUE ZERO.
       01  WS-DP-SUB                 PIC 99.
       01  WS-DP-HIT                 PIC 99.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 40 TIMES.
               10  WS-DP-LABEL       PIC X(8).
               10  WS-DP-GROSS       PIC 9(9)V99.
               10  WS-DP-WAIVER      PIC 9(9)V99.
               10  WS-DP-SPON        PIC 9(9)V99.
               10  WS-DP-PRIOR       PIC 9(9)V99.
       01  WS-SS-CNT                 PIC 99     VALUE ZERO.
       01  WS-SS-SUB                 PIC 99.
       01  WS-SS-HIT                 PIC 99.
       01  WS-SS-TABLE.
           05  WS-SS-ENTRY OCCURS 8 TIMES.
               10  WS-SS-LABEL       PIC X(8).
               10  WS-SS-GROSS       PIC 9(9)V99.
               10  WS-SS-WAIVER      PIC 9(9)V99.
               10  WS-SS-SPON        PIC 9(9)V99.
               10  WS-SS-PRIOR       PIC 9(9)V99.
       01  WS-TOTALS.
           05  WS-TOT-GROSS          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-WAIVER         PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-SPON           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PRIOR          PIC 9(9)V99 VALUE ZERO.
       01  WS-PRINT-ROW.
           05  WS-PR-LABEL           PIC X(8).
           05  WS-PR-GROSS           PIC 9(9)V99.
           05  WS-PR-WAIVER          PIC 9(9)V99.
           05  WS-PR-SPON            PIC 9(9)V99.
           05  WS-PR-PRIOR           PIC 9(9)V99.
       01  WS-PR-NET                 PIC S9(9)V99.
       01  WS-PR-CHANGE              PIC S9(9)V99.
       01  SNAP-LINE.
           05  CN-TERM               PIC X(6).
           05  CN-STU-NUM            PIC 9(9).
           05  CN-CRN                PIC X(5).
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  FILLER                PIC X(3).
       COPY TU-RATE-TABLE.
       COPY CURRENT-TERM.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(29)
                VALUE 'REVENUE PROJECTION -- TERM   '.
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(11)  VALUE '   PRIOR:  '.
           05  H1-PRIOR-OUT          PIC X(6).
           05                        PIC X(6)   VALUE SPACES.
           05  H1-MONTH-OUT          PIC X(2).
           05                        PIC X      VALUE '/'.
           05  H1-DAY-OUT            PIC X(2).
           05                        PIC X      VALUE '/'.
           05  H1-YEAR-OUT           PIC X(4).
           05                        PIC X(15)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(60)  VALUE
                'PRIOR IS THE CENSUS SNAPSHOT TERM AT TODAY''S RATES'.
           05                        PIC X(23)  VALUE SPACES.
       01  HEADING-3.
           05  H3-LABEL-OUT          PIC X(23).
           05                        PIC X(22)  VALUE
                '    WAIVERS    SPONSOR'.
           05                        PIC X(40)  VALUE
                '          NET        PRIOR       CHANGE'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-LABEL-OUT          PIC X(8).
           05                        PIC X(1)   VALUE SPACE.
           05  DL-GROSS-OUT          PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-WAIVER-OUT         PIC ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-SPON-OUT           PIC ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-NET-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  DL-PRIOR-OUT          PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-CHANGE-OUT         PIC Z,ZZZ,ZZ9.99-.
       01  COUNT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(10)  VALUE 'STUDENTS: '.
           05  CL-STU-OUT            PIC ZZZZZ9.
           05                        PIC X(9)   VALUE '  SEATS: '.
           05  CL-SEAT-OUT           PIC ZZZZZZ9.
           05                        PIC X(9)   VALUE '  HOURS: '.
           05  CL-HOUR-OUT           PIC ZZZZZZ9.
           05                        PIC X(10)  VALUE '  HOUSED: '.
           05  CL-HOUSED-OUT         PIC ZZZZZ9.
           05                        PIC X(9)   VALUE '  MEALS: '.
           05  CL-MEAL-OUT           PIC ZZZZZ9.
           05                        PIC X(4)   VALUE SPACES.
       01  NO-SNAP-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(60)  VALUE
                'NO CENSUS SNAPSHOT ON FILE -- PRIOR COLUMN IS ZERO'.
           05                        PIC X(23)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
      *    THE REGISTRATION TERM IS THE ONE BEING SOLD -- THE TERM
      *    FINANCE IS ASKING ABOUT BEFORE IT IS EVER BILLED.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT EF-FILE-DES
                      CS-SECT
           OPEN INPUT CG-FILE-DESC
           IF WS-CG-STATUS = '35'
               MOVE 'N' TO WS-CG-ON-FILE
           ELSE
               MOVE 'Y' TO WS-CG-ON-FILE
           END-IF
           OPEN INPUT SP-FILE-DESC
           OPEN INPUT SC-FILE-DESC
           IF WS-SP-STATUS = '35' OR WS-SC-STATUS = '35'
               MOVE 'N' TO WS-SPON-ON-FILE
           ELSE
               MOVE 'Y' TO WS-SPON-ON-FILE
           END-IF
           OPEN INPUT FW-FILE-DESC
           IF WS-FW-STATUS = '35'
               MOVE 'N' TO WS-FW-ON-FILE
           ELSE
               MOVE 'Y' TO WS-FW-ON-FILE
           END-IF
           OPEN OUTPUT PROJ-REPORT
           DISPLAY 'PROJ-REV-PROJECT STARTING FOR TERM ' CURRENT-TERM
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF SF-ACTIVE-FLAG = 'A'
                           PERFORM 200-PROJECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-READ-THE-SNAPSHOT
           PERFORM 600-HOUSING-SCAN
           PERFORM 650-MEAL-SCAN
           PERFORM 800-PRINT-THE-REPORT
           DISPLAY 'PROJ-REV-PROJECT FINISHED -- ' WS-STU-CNT
               ' STUDENT(S), ' WS-SEAT-CNT ' SEAT(S) PRICED, '
               WS-PRIOR-LINES ' SNAPSHOT LINE(S)'
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
                 PROJ-REPORT
           IF WS-CG-ON-FILE = 'Y'
               CLOSE CG-FILE-DESC
           END-IF
           IF WS-SPON-ON-FILE = 'Y'
               CLOSE SP-FILE-DESC
                     SC-FILE-DESC
           END-IF
           IF WS-FW-ON-FILE = 'Y'
               CLOSE FW-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-PROJECT-ONE-STUDENT.
           MOVE ZERO TO WS-TERM-CRED-HR
           MOVE ZERO TO WS-AUDIT-HOURS
           MOVE ZERO TO WS-TUITION-PART
           MOVE ZERO TO WS-FEES-PART
           MOVE ZERO TO WS-IT-CNT
           IF SF-RESIDENCY = 'N'
               MOVE TU-NONRES-RATE TO WS-RATE
           ELSE
               MOVE TU-RES-RATE TO WS-RATE
           END-IF
           PERFORM 300-WALK-EF-CHAIN
           IF WS-TERM-CRED-HR > ZERO OR WS-AUDIT-HOURS > ZERO
               PERFORM 400-PRICE-THE-STUDENT
           END-IF.
       300-WALK-EF-CHAIN.
      *    SAME CHAIN WALK AND SEAT TEST AS PROJ-TUITION-ASSESS'S
      *    300-WALK-EF-CHAIN/310-SCORE-EF-NODE.
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 310-PRICE-EF-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 310-PRICE-EF-NODE
               END-PERFORM
           END-IF.
       310-PRICE-EF-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E' THEN
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 320-PRICE-THE-SEAT
               END-READ
           END-IF.
       320-PRICE-THE-SEAT.
           MOVE ZERO TO WS-SEAT-LAB
           MOVE CS-CRED-HR TO WS-NODE-HRS
           IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
               MOVE RF-CRED-HR TO WS-NODE-HRS
           END-IF
           IF RF-BASIS = 'A'
               ADD WS-NODE-HRS TO WS-AUDIT-HOURS
               COMPUTE WS-SEAT-TUITION = WS-NODE-HRS * TU-AUDIT-RATE
           ELSE
               ADD WS-NODE-HRS TO WS-TERM-CRED-HR
               MOVE WS-RATE TO WS-NODE-RATE
               CALL 'PROJ-CAMPUS-RATE' USING CS-CAMPUS, SF-RESIDENCY,
                   WS-NODE-RATE
               COMPUTE WS-SEAT-TUITION = WS-NODE-HRS * WS-NODE-RATE
               PERFORM 330-LAB-FEE
           END-IF
           ADD WS-SEAT-TUITION TO WS-TUITION-PART
           ADD WS-SEAT-LAB TO WS-FEES-PART
           ADD 1 TO WS-SEAT-CNT
           ADD WS-NODE-HRS TO WS-HOUR-CNT
      *    A SCHEDULE PAST TWENTY SEATS RIDES ON THE TWENTIETH ROW --
      *    THE STUDENT'S TOTAL STAYS RIGHT EVEN IF ONE DEPARTMENT IS
      *    CREDITED WITH A SEAT IT DID NOT TEACH.
           IF WS-IT-CNT < 20
               ADD 1 TO WS-IT-CNT
               MOVE SPACES TO WS-IT-DEPT(WS-IT-CNT)
               MOVE CS-CRS-CODE(1:3) TO WS-IT-DEPT(WS-IT-CNT)
               IF CS-SESSION = SPACES
                   MOVE 'FL' TO WS-IT-SESS(WS-IT-CNT)
               ELSE
                   MOVE CS-SESSION TO WS-IT-SESS(WS-IT-CNT)
               END-IF
               COMPUTE WS-IT-GROSS(WS-IT-CNT) =
                   WS-SEAT-TUITION + WS-SEAT-LAB
           ELSE
               ADD WS-SEAT-TUITION WS-SEAT-LAB TO WS-IT-GROSS(20)
           END-IF.
       330-LAB-FEE.
           IF WS-CG-ON-FILE = 'Y'
               MOVE CS-CRS-CODE TO CG-CRS-CODE
               READ CG-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CG-LAB-FEE TO WS-SEAT-LAB
               END-READ
           END-IF.
       400-PRICE-THE-STUDENT.
      *    THE FLAT FEE IS CHARGED ONCE TO ANY ENROLLED STUDENT AND
      *    PRINTS AS ITS OWN 'REG FEE' ROW, FULL TERM.
           ADD 1 TO WS-STU-CNT
           ADD TU-FLAT-FEE TO WS-FEES-PART
           ADD 1 TO WS-IT-CNT
           MOVE 'REG FEE' TO WS-IT-DEPT(WS-IT-CNT)
           MOVE 'FL' TO WS-IT-SESS(WS-IT-CNT)
           MOVE TU-FLAT-FEE TO WS-IT-GROSS(WS-IT-CNT)
           COMPUTE WS-STU-GROSS = WS-TUITION-PART + WS-FEES-PART
           PERFORM 430-EXPECTED-WAIVER
           PERFORM 450-EXPECTED-SPONSOR
           MOVE WS-WAIVER-AMT TO WS-WAIVER-LEFT
           MOVE WS-SPONSORED TO WS-SPON-LEFT
           PERFORM 480-SPREAD-ONE-ITEM
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-IT-CNT.
       430-EXPECTED-WAIVER.
      *    PROJ-TUITION-ASSESS'S 430-APPLY-WAIVER/440-TAKE-THE-WAIVER
      *    WITHOUT THE REGISTER WRITE -- THE TUITION PART TAKES THE
      *    WAIVER FIRST, THEN THE FEES PART, SO THE SPONSOR SHARE
      *    BELOW SEES THE SAME NET ASSESSMENT WILL.
           MOVE ZERO TO WS-WAIVER-AMT
           IF WS-FW-ON-FILE = 'Y' THEN
               MOVE SF-STU-NUM TO FW-STU-NUM
               READ FW-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FW-ACTIVE = 'Y'
                           PERFORM 440-TAKE-THE-WAIVER
                       END-IF
               END-READ
           END-IF.
       440-TAKE-THE-WAIVER.
           IF FW-COVERS = 'A'
               COMPUTE WS-WAIVER-BASE =
                   WS-TUITION-PART + WS-FEES-PART
           ELSE
               IF FW-COVERS = 'F'
                   COMPUTE WS-WAIVER-BASE =
                       WS-TUITION-PART + TU-FLAT-FEE
               ELSE
                   MOVE WS-TUITION-PART TO WS-WAIVER-BASE
               END-IF
           END-IF
           IF FW-METHOD = 'P'
               COMPUTE WS-WAIVER-AMT ROUNDED =
                   WS-WAIVER-BASE * FW-PCT / 100
           ELSE
               MOVE FW-FLAT TO WS-WAIVER-AMT
           END-IF
           IF WS-WAIVER-AMT > WS-WAIVER-BASE
               MOVE WS-WAIVER-BASE TO WS-WAIVER-AMT
           END-IF
           IF WS-WAIVER-AMT > WS-TUITION-PART
               SUBTRACT WS-TUITION-PART FROM WS-WAIVER-AMT
                   GIVING WS-WAIVER-BASE
               MOVE ZERO TO WS-TUITION-PART
               SUBTRACT WS-WAIVER-BASE FROM WS-FEES-PART
           ELSE
               SUBTRACT WS-WAIVER-AMT FROM WS-TUITION-PART
           END-IF.
       450-EXPECTED-SPONSOR.
      *    PROJ-TUITION-ASSESS'S 450-SPONSOR-SPLIT/460-APPLY-CONTRACT,
      *    READING SP-BALANCE'S ROW ONLY TO CONFIRM THE SPONSOR IS
      *    STILL ON FILE -- ASSESSMENT COVERS NOTHING WHEN IT IS NOT.
           MOVE ZERO TO WS-SPONSORED
           IF WS-SPON-ON-FILE = 'Y' THEN
               MOVE SF-STU-NUM TO SC-STU-NUM
               READ SC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SC-ACTIVE = 'Y'
                           PERFORM 460-APPLY-CONTRACT
                       END-IF
               END-READ
           END-IF.
       460-APPLY-CONTRACT.
           IF SC-COVERAGE = 'A'
               COMPUTE WS-SPONSORED =
                   WS-TUITION-PART + WS-FEES-PART
           ELSE
               MOVE WS-TUITION-PART TO WS-SPONSORED
           END-IF
           IF SC-CAP > ZERO AND WS-SPONSORED > SC-CAP
               MOVE SC-CAP TO WS-SPONSORED
           END-IF
           IF WS-SPONSORED > ZERO
               MOVE SC-SPONSOR-CODE TO SP-CODE
               READ SP-FILE-DESC
                   INVALID KEY MOVE ZERO TO WS-SPONSORED
               END-READ
           END-IF.
       480-SPREAD-ONE-ITEM.
      *    EACH ITEM CARRIES ITS SHARE OF THE STUDENT'S WAIVER AND
      *    SPONSOR AMOUNTS IN PROPORTION TO WHAT IT GROSSES; THE LAST
      *    ITEM (THE FLAT FEE) TAKES WHAT TRUNCATION LEAVES OVER, SO
      *    THE DEPARTMENT AND SESSION ROLLUPS BOTH FOOT TO THE
      *    STUDENT'S TOTAL.
           MOVE WS-IT-DEPT(WS-IT-SUB) TO WS-ADD-DEPT
           MOVE WS-IT-SESS(WS-IT-SUB) TO WS-ADD-SESS
           MOVE WS-IT-GROSS(WS-IT-SUB) TO WS-ADD-GROSS
           MOVE ZERO TO WS-ADD-PRIOR
           IF WS-IT-SUB = WS-IT-CNT OR WS-STU-GROSS = ZERO
               MOVE WS-WAIVER-LEFT TO WS-ADD-WAIVER
               MOVE WS-SPON-LEFT TO WS-ADD-SPON
           ELSE
               COMPUTE WS-ADD-WAIVER =
                   WS-WAIVER-AMT * WS-IT-GROSS(WS-IT-SUB)
                   / WS-STU-GROSS
               COMPUTE WS-ADD-SPON =
                   WS-SPONSORED * WS-IT-GROSS(WS-IT-SUB)
                   / WS-STU-GROSS
           END-IF
           SUBTRACT WS-ADD-WAIVER FROM WS-WAIVER-LEFT
           SUBTRACT WS-ADD-SPON FROM WS-SPON-LEFT
           PERFORM 500-ADD-TO-ROLLUPS.
       500-ADD-TO-ROLLUPS.
      *    DEPARTMENT AND SESSION TABLES FILL IN FIRST-SEEN ORDER, THE
      *    SAME WAY PROJ-DEPT-FTE'S DOES.  A FULL TABLE FOLDS ANY NEW
      *    LABEL INTO ITS LAST ROW AS 'OTHER'.
           MOVE ZERO TO WS-DP-HIT
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CNT
               IF WS-DP-LABEL(WS-DP-SUB) = WS-ADD-DEPT
                   MOVE WS-DP-SUB TO WS-DP-HIT
               END-IF
           END-PERFORM
           IF WS-DP-HIT = ZERO
               IF WS-DP-CNT < 40
                   ADD 1 TO WS-DP-CNT
                   MOVE WS-DP-CNT TO WS-DP-HIT
                   MOVE WS-ADD-DEPT TO WS-DP-LABEL(WS-DP-HIT)
                   MOVE ZERO TO WS-DP-GROSS(WS-DP-HIT)
                   MOVE ZERO TO WS-DP-WAIVER(WS-DP-HIT)
                   MOVE ZERO TO WS-DP-SPON(WS-DP-HIT)
                   MOVE ZERO TO WS-DP-PRIOR(WS-DP-HIT)
               ELSE
                   MOVE 40 TO WS-DP-HIT
                   MOVE 'OTHER' TO WS-DP-LABEL(WS-DP-HIT)
               END-IF
           END-IF
           ADD WS-ADD-GROSS TO WS-DP-GROSS(WS-DP-HIT)
           ADD WS-ADD-WAIVER TO WS-DP-WAIVER(WS-DP-HIT)
           ADD WS-ADD-SPON TO WS-DP-SPON(WS-DP-HIT)
           ADD WS-ADD-PRIOR TO WS-DP-PRIOR(WS-DP-HIT)
           MOVE ZERO TO WS-SS-HIT
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-CNT
               IF WS-SS-LABEL(WS-SS-SUB) = WS-ADD-SESS
                   MOVE WS-SS-SUB TO WS-SS-HIT
               END-IF
           END-PERFORM
           IF WS-SS-HIT = ZERO
               IF WS-SS-CNT < 8
                   ADD 1 TO WS-SS-CNT
                   MOVE WS-SS-CNT TO WS-SS-HIT
                   MOVE WS-ADD-SESS TO WS-SS-LABEL(WS-SS-HIT)
                   MOVE ZERO TO WS-SS-GROSS(WS-SS-HIT)
                   MOVE ZERO TO WS-SS-WAIVER(WS-SS-HIT)
                   MOVE ZERO TO WS-SS-SPON(WS-SS-HIT)
                   MOVE ZERO TO WS-SS-PRIOR(WS-SS-HIT)
               ELSE
                   MOVE 8 TO WS-SS-HIT
                   MOVE 'OTHER' TO WS-SS-LABEL(WS-SS-HIT)
               END-IF
           END-IF
           ADD WS-ADD-GROSS TO WS-SS-GROSS(WS-SS-HIT)
           ADD WS-ADD-WAIVER TO WS-SS-WAIVER(WS-SS-HIT)
           ADD WS-ADD-SPON TO WS-SS-SPON(WS-SS-HIT)
           ADD WS-ADD-PRIOR TO WS-SS-PRIOR(WS-SS-HIT)
           ADD WS-ADD-GROSS TO WS-TOT-GROSS
           ADD WS-ADD-WAIVER TO WS-TOT-WAIVER
           ADD WS-ADD-SPON TO WS-TOT-SPON
           ADD WS-ADD-PRIOR TO WS-TOT-PRIOR.
       600-HOUSING-SCAN.
      *    THE HALL RATE OF EVERY ASSIGNMENT FOR THE TERM, BILLED OR
      *    NOT -- WHAT PROJ-HOUSE-BILL POSTS OR ALREADY HAS.  THE SAME
      *    SWEEP PICKS UP THE SNAPSHOT TERM'S ASSIGNMENTS FOR THE
      *    PRIOR COLUMN.  HOUSING IS NEVER WAIVED OR SPONSORED.
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               GO TO 600-EXIT
           END-IF
           OPEN INPUT DM-FILE-DESC
           IF WS-DM-STATUS = '35'
               CLOSE DA-FILE-DESC
               GO TO 600-EXIT
           END-IF
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO DA-STU-NUM
           MOVE SPACES TO DA-TERM
           START DA-FILE-DESC KEY IS NOT LESS THAN DA-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ DA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF DA-TERM = CURRENT-TERM
                               OR (DA-TERM = WS-SNAP-TERM
                                   AND WS-SNAP-TERM NOT = SPACES)
                           PERFORM 610-PRICE-ONE-ROOM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DA-FILE-DESC
                 DM-FILE-DESC.
       600-EXIT.
           EXIT.
       610-PRICE-ONE-ROOM.
           MOVE DA-HALL TO DM-HALL
           MOVE DA-ROOM TO DM-ROOM
           READ DM-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'HOUSING' TO WS-ADD-DEPT
                   MOVE DM-TERM-RATE TO WS-PRIOR-AMT
                   IF DA-TERM = CURRENT-TERM
                       MOVE 'Y' TO WS-THIS-TERM
                       ADD 1 TO WS-HOUSED-CNT
                   ELSE
                       MOVE 'N' TO WS-THIS-TERM
                   END-IF
                   PERFORM 690-ADD-FLAT-ITEM
           END-READ.
       650-MEAL-SCAN.
      *    THE PLAN RATE OF EVERY ACTIVE SELECTION FOR THE TERM, THE
      *    SAME WAY, FOR WHAT PROJ-MEAL-BILL POSTS.
           OPEN INPUT MS-FILE-DESC
           IF WS-MS-STATUS = '35'
               GO TO 650-EXIT
           END-IF
           OPEN INPUT MP-FILE-DESC
           IF WS-MP-STATUS = '35'
               CLOSE MS-FILE-DESC
               GO TO 650-EXIT
           END-IF
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO MS-STU-NUM
           MOVE SPACES TO MS-TERM
           START MS-FILE-DESC KEY IS NOT LESS THAN MS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ MS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF MS-STATUS = 'A'
                           AND (MS-TERM = CURRENT-TERM
                               OR (MS-TERM = WS-SNAP-TERM
                                   AND WS-SNAP-TERM NOT = SPACES))
                           PERFORM 660-PRICE-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MS-FILE-DESC
                 MP-FILE-DESC.
       650-EXIT.
           EXIT.
       660-PRICE-ONE-PLAN.
           MOVE MS-PLAN-CODE TO MP-PLAN-CODE
           READ MP-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'MEALS' TO WS-ADD-DEPT
                   MOVE MP-TERM-RATE TO WS-PRIOR-AMT
                   IF MS-TERM = CURRENT-TERM
                       MOVE 'Y' TO WS-THIS-TERM
                       ADD 1 TO WS-MEAL-CNT
                   ELSE
                       MOVE 'N' TO WS-THIS-TERM
                   END-IF
                   PERFORM 690-ADD-FLAT-ITEM
           END-READ.
       690-ADD-FLAT-ITEM.
      *    WS-PRIOR-AMT HOLDS THE RATE; IT LANDS IN THE GROSS COLUMN
      *    FOR THE PROJECTED TERM AND THE PRIOR COLUMN FOR THE
      *    SNAPSHOT TERM.  FULL TERM EITHER WAY.
           MOVE 'FL' TO WS-ADD-SESS
           MOVE ZERO TO WS-ADD-WAIVER
           MOVE ZERO TO WS-ADD-SPON
           IF WS-THIS-TERM = 'Y'
               MOVE WS-PRIOR-AMT TO WS-ADD-GROSS
               MOVE ZERO TO WS-ADD-PRIOR
           ELSE
               MOVE ZERO TO WS-ADD-GROSS
               MOVE WS-PRIOR-AMT TO WS-ADD-PRIOR
           END-IF
           PERFORM 500-ADD-TO-ROLLUPS.
       700-READ-THE-SNAPSHOT.
      *    CEN-SNAPSHOT.DAT HOLDS THE LAST TERM PROJ-CENSUS FROZE --
      *    WHERE REGISTRATION STOOD AT CENSUS THE LAST TIME.  EACH
      *    LINE IS PRICED AT TODAY'S RATES (THE STUDENT'S CURRENT
      *    RESIDENCY, THE COURSE'S LAB FEE, THE FLAT FEE ONCE PER
      *    STUDENT), SO THE CHANGE COLUMN IS ENROLLMENT, NOT A RATE
      *    INCREASE.  AN AUDIT SEAT SNAPS AT ZERO HOURS AND PRICES AT
      *    NOTHING.  A CRN THE SECTION FILE NO LONGER CARRIES ROLLS UP
      *    UNDER '???' LIKE PROJ-DEPT-FTE'S.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SN-STATUS = '35'
               MOVE 'N' TO WS-SNAP-ON-FILE
               GO TO 700-EXIT
           END-IF
           MOVE 'Y' TO WS-SNAP-ON-FILE
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SNAPSHOT-FILE INTO SNAP-LINE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 710-PRICE-ONE-SNAP-LINE
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.
       700-EXIT.
           EXIT.
       710-PRICE-ONE-SNAP-LINE.
           MOVE CN-TERM TO WS-SNAP-TERM
           ADD 1 TO WS-PRIOR-LINES
           MOVE 'Y' TO SF-RESIDENCY
           MOVE CN-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'Y' TO SF-RESIDENCY
           END-READ
           IF SF-RESIDENCY = 'N'
               MOVE TU-NONRES-RATE TO WS-RATE
           ELSE
               MOVE TU-RES-RATE TO WS-RATE
           END-IF
           MOVE SPACES TO WS-ADD-DEPT
           MOVE '???' TO WS-ADD-DEPT
           MOVE 'FL' TO WS-ADD-SESS
           MOVE ZERO TO WS-SEAT-LAB
           MOVE WS-RATE TO WS-NODE-RATE
           MOVE CN-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL 'PROJ-CAMPUS-RATE' USING CS-CAMPUS,
                       SF-RESIDENCY, WS-NODE-RATE
                   MOVE CS-CRS-CODE(1:3) TO WS-ADD-DEPT
                   IF CS-SESSION NOT = SPACES
                       MOVE CS-SESSION TO WS-ADD-SESS
                   END-IF
                   IF CN-CRED-HR > ZERO
                       PERFORM 330-LAB-FEE
                   END-IF
           END-READ
           COMPUTE WS-ADD-PRIOR =
               CN-CRED-HR * WS-NODE-RATE + WS-SEAT-LAB
           MOVE ZERO TO WS-ADD-GROSS
           MOVE ZERO TO WS-ADD-WAIVER
           MOVE ZERO TO WS-ADD-SPON
           PERFORM 500-ADD-TO-ROLLUPS
           IF CN-STU-NUM NOT = WS-LAST-SNAP-STU
               MOVE CN-STU-NUM TO WS-LAST-SNAP-STU
               MOVE 'REG FEE' TO WS-ADD-DEPT
               MOVE 'FL' TO WS-ADD-SESS
               MOVE TU-FLAT-FEE TO WS-ADD-PRIOR
               PERFORM 500-ADD-TO-ROLLUPS
           END-IF.
       800-PRINT-THE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE CURRENT-TERM TO H1-TERM-OUT
           MOVE WS-SNAP-TERM TO H1-PRIOR-OUT
           MOVE MONTH-WS TO H1-MONTH-OUT
           MOVE DAY-WS TO H1-DAY-OUT
           MOVE YEAR-WS TO H1-YEAR-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           IF WS-SNAP-ON-FILE = 'Y'
               WRITE REPORT-REC FROM HEADING-2 AFTER 1
           ELSE
               WRITE REPORT-REC FROM NO-SNAP-LINE AFTER 1
           END-IF
           MOVE '  DEPT            GROSS' TO H3-LABEL-OUT
           WRITE REPORT-REC FROM HEADING-3 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM 820-PRINT-ONE-DEPT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-CNT
           PERFORM 860-PRINT-TOTAL
           MOVE '  SESS            GROSS' TO H3-LABEL-OUT
           WRITE REPORT-REC FROM HEADING-3 AFTER 3
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM 840-PRINT-ONE-SESS
               VARYING WS-SS-SUB FROM 1 BY 1
               UNTIL WS-SS-SUB > WS-SS-CNT
           PERFORM 860-PRINT-TOTAL
           MOVE WS-STU-CNT TO CL-STU-OUT
           MOVE WS-SEAT-CNT TO CL-SEAT-OUT
           MOVE WS-HOUR-CNT TO CL-HOUR-OUT
           MOVE WS-HOUSED-CNT TO CL-HOUSED-OUT
           MOVE WS-MEAL-CNT TO CL-MEAL-OUT
           WRITE REPORT-REC FROM COUNT-LINE AFTER 3.
       820-PRINT-ONE-DEPT.
           MOVE WS-DP-ENTRY(WS-DP-SUB) TO WS-PRINT-ROW
           PERFORM 880-FORMAT-AND-WRITE.
       840-PRINT-ONE-SESS.
           MOVE WS-SS-ENTRY(WS-SS-SUB) TO WS-PRINT-ROW
           PERFORM 880-FORMAT-AND-WRITE.
       860-PRINT-TOTAL.
           MOVE 'TOTAL' TO WS-PR-LABEL
           MOVE WS-TOT-GROSS TO WS-PR-GROSS
           MOVE WS-TOT-WAIVER TO WS-PR-WAIVER
           MOVE WS-TOT-SPON TO WS-PR-SPON
           MOVE WS-TOT-PRIOR TO WS-PR-PRIOR
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM 880-FORMAT-AND-WRITE.
       880-FORMAT-AND-WRITE.
           COMPUTE WS-PR-NET =
               WS-PR-GROSS - WS-PR-WAIVER - WS-PR-SPON
           COMPUTE WS-PR-CHANGE = WS-PR-GROSS - WS-PR-PRIOR
           MOVE WS-PR-LABEL TO DL-LABEL-OUT
           MOVE WS-PR-GROSS TO DL-GROSS-OUT
           MOVE WS-PR-WAIVER TO DL-WAIVER-OUT
           MOVE WS-PR-SPON TO DL-SPON-OUT
           MOVE WS-PR-NET TO DL-NET-OUT
           MOVE WS-PR-PRIOR TO DL-PRIOR-OUT
           MOVE WS-PR-CHANGE TO DL-CHANGE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
