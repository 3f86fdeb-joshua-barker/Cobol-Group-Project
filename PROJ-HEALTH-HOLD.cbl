       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-HEALTH-HOLD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY HEALTH-COMPLIANCE SWEEP.
      *          EVERY STUDENT REGISTERED FOR CURRENT-TERM (AN 'E'
      *          NODE ON THE ENROLLMENT CHAIN FOR THE TERM) OR HOUSED
      *          FOR IT ON DORM-ASSIGN.DAT IS CHECKED AGAINST THE
      *          HR-CODE-TABLE REQUIREMENTS ON PROJ-HEALTH.DAT.  A
      *          STUDENT STILL MISSING ONE GETS A 'HLTH' REMINDER ON
      *          THE CORRESPONDENCE QUEUE (ONCE A TERM PER
      *          REQUIREMENT), AND ONCE TODAY IS PAST AC-TERM-START
      *          PLUS HG-GRACE-DAYS AN 'HC' HOLD GOES ON PROJ-HOLDS.DAT.
      *          A STUDENT CARRYING AN UNRELEASED 'HC' HOLD WHO NOW
      *          COMPLIES HAS IT RELEASED.  A TERM WITH NO CALENDAR
      *          ROW HAS NO GRACE DATE, SO NO HOLD IS PLACED --
      *          REMINDERS AND THE REPORT STILL RUN.  THE STUDENT
      *          HEALTH COMPLIANCE REPORT PRINTS ON HEALTH-COMPLY.RPT.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
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
           SELECT HM-FILE-DESC ASSIGN TO 'PROJ-HEALTH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HM-STATUS.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT COMPLY-REPORT ASSIGN TO 'HEALTH-COMPLY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  HM-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY HM-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  COMPLY-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-HM-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       COPY CQ-REC.
       01  WS-DA-ON-FILE             PIC X      VALUE 'N'.
       01  WS-GRACE-SET              PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-GRACE-CCYYMMDD         PIC 9(8)   VALUE ZERO.
       01  WS-GRACE-JULIAN           PIC 9(7).
       01  WS-GRACE-DATE-X.
           05  WS-GRACE-CCYY         PIC X(4).
           05  WS-GRACE-MM           PIC X(2).
           05  WS-GRACE-DD           PIC X(2).
       01  WS-REGISTERED             PIC X.
       01  WS-HOUSED                 PIC X.
       01  WS-HOLD-ON-FILE           PIC X.
       01  WS-HOLD-ACTIVE            PIC X.
       01  WS-REQ-MET                PIC X.
       01  WS-NEEDS-REMINDER         PIC X.
       01  WS-ACTION                 PIC X(14).
       01  WS-MISS-CNT               PIC 9(2).
       01  WS-MISS-SUB               PIC 9(2).
       01  WS-MISS-TABLE.
           05  WS-MISS-CODE          PIC X(4)   OCCURS 20 TIMES.
       01  WS-MISS-LIST              PIC X(25).
       01  WS-MISS-PTR               PIC 9(3).
       01  WS-VAR-PTR                PIC 9(3).
       01  WS-CHECKED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-NONCOMP-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-LETTER-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-PLACED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-RELEASED-CNT           PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       COPY HR-CODE-TABLE.
       COPY HG-GRACE.
       COPY CURRENT-TERM.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(30)
                VALUE "HEALTH COMPLIANCE REPORT TERM ".
           05 TERM-H1                PIC X(6).
           05                        PIC X(4)     VALUE SPACES.
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-H1             PIC 9(2).
           05                        PIC X(13)    VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(6)     VALUE SPACES.
           05 GRACE-TEXT-H2          PIC X(40).
           05                        PIC X(34)    VALUE SPACES.
       01  HEADING-3.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(9)     VALUE "STUDENT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(20)    VALUE "LAST NAME".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(25)    VALUE "MISSING".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(14)    VALUE "ACTION".
           05                        PIC X(4)     VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 NAME-OUT               PIC X(20).
           05                        PIC X(2)     VALUE SPACES.
           05 MISSING-OUT            PIC X(25).
           05                        PIC X(2)     VALUE SPACES.
           05 ACTION-OUT             PIC X(14).
           05                        PIC X(4)     VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-CODE-LOAD' USING HR-CODE-TBL-ID,
               HR-CODE-TBL-SIZE, HR-CODE-TABLE
           CALL 'PROJ-PARM-LOAD' USING HG-PARM-ID, HG-PARMS
           DISPLAY 'PROJ-HEALTH-HOLD STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           PERFORM 110-SET-GRACE-DATE
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
           OPEN I-O HM-FILE-DESC
           IF WS-HM-STATUS = '35'
               OPEN OUTPUT HM-FILE-DESC
               CLOSE HM-FILE-DESC
               OPEN I-O HM-FILE-DESC
           END-IF
           OPEN I-O HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               OPEN OUTPUT HD-FILE-DESC
               CLOSE HD-FILE-DESC
               OPEN I-O HD-FILE-DESC
           END-IF
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               MOVE 'N' TO WS-DA-ON-FILE
           ELSE
               MOVE 'Y' TO WS-DA-ON-FILE
           END-IF
           OPEN OUTPUT COMPLY-REPORT
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-CHECK-ONE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-HEALTH-HOLD FINISHED -- ' WS-NONCOMP-CNT
               ' NON-COMPLIANT, ' WS-PLACED-CNT ' HOLD(S) PLACED, '
               WS-RELEASED-CNT ' RELEASED'
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 HM-FILE-DESC
                 HD-FILE-DESC
                 COMPLY-REPORT
           IF WS-DA-ON-FILE = 'Y'
               CLOSE DA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       110-SET-GRACE-DATE.
      *    THE HOLD DATE IS THE TERM'S AC-TERM-START PLUS HG-GRACE-
      *    DAYS.  NO CALENDAR FILE, NO ROW FOR THE TERM, OR A ZERO
      *    START DATE LEAVES WS-GRACE-SET 'N' -- NOTHING IS PAST A
      *    DATE THAT HAS NOT BEEN SET.
           MOVE 'N' TO WS-GRACE-SET
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-START > ZERO
                           MOVE 'Y' TO WS-GRACE-SET
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF
           IF WS-GRACE-SET = 'Y'
               COMPUTE WS-GRACE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(AC-TERM-START)
                   + HG-GRACE-DAYS
               COMPUTE WS-GRACE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-GRACE-JULIAN)
               MOVE WS-GRACE-CCYYMMDD TO WS-GRACE-DATE-X
           END-IF.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE CURRENT-TERM TO TERM-H1
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE SPACES TO GRACE-TEXT-H2
           IF WS-GRACE-SET = 'Y'
               STRING 'HOLDS PLACED AFTER ' DELIMITED BY SIZE
                   WS-GRACE-MM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-GRACE-DD DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-GRACE-CCYY DELIMITED BY SIZE
                   INTO GRACE-TEXT-H2
               END-STRING
           ELSE
               MOVE 'NO TERM START ON FILE -- NO HOLDS PLACED'
                   TO GRACE-TEXT-H2
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-2 AFTER 1
           WRITE REPORT-REC FROM HEADING-3 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 11 TO WS-LINE-CT.
       200-CHECK-ONE-STUDENT.
      *    THE POPULATION IS EVERY STUDENT REGISTERED OR HOUSED FOR
      *    CURRENT-TERM, PLUS ANYONE STILL CARRYING AN UNRELEASED 'HC'
      *    HOLD (SO A STUDENT WHO COMPLIES AFTER DROPPING OUT OF THE
      *    TERM STILL GETS THE HOLD LIFTED).
           MOVE 'N' TO WS-REGISTERED
           PERFORM 300-WALK-EF-CHAIN
           MOVE 'N' TO WS-HOUSED
           IF WS-DA-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO DA-STU-NUM
               MOVE CURRENT-TERM TO DA-TERM
               READ DA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-HOUSED
               END-READ
           END-IF
           PERFORM 220-READ-HC-HOLD
           IF WS-REGISTERED = 'Y' OR WS-HOUSED = 'Y'
                   OR WS-HOLD-ACTIVE = 'Y'
               ADD 1 TO WS-CHECKED-CNT
               PERFORM 230-CHECK-REQUIREMENTS
               IF WS-MISS-CNT = ZERO
                   IF WS-HOLD-ACTIVE = 'Y'
                       PERFORM 500-RELEASE-HOLD
                   END-IF
               ELSE
                   PERFORM 250-NON-COMPLIANT
               END-IF
           END-IF.
       220-READ-HC-HOLD.
           MOVE 'N' TO WS-HOLD-ON-FILE
           MOVE 'N' TO WS-HOLD-ACTIVE
           MOVE SF-STU-NUM TO HD-STU-NUM
           MOVE 'HC' TO HD-CODE
           READ HD-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-ON-FILE
                   IF HD-RELEASED NOT = 'Y'
                       MOVE 'Y' TO WS-HOLD-ACTIVE
                   END-IF
           END-READ.
       230-CHECK-REQUIREMENTS.
      *    AN 'A' REQUIREMENT APPLIES TO EVERYONE CHECKED, AN 'H'
      *    ONE ONLY TO A HOUSED STUDENT.  EACH UNMET REQUIREMENT GOES
      *    INTO WS-MISS-TABLE; ANY OF THEM NOT YET REMINDED THIS TERM
      *    CALLS FOR A LETTER.
           MOVE ZERO TO WS-MISS-CNT
           MOVE 'N' TO WS-NEEDS-REMINDER
           PERFORM VARYING HR-CODE-IDX FROM 1 BY 1
                   UNTIL HR-CODE-IDX > HR-CODE-TBL-SIZE
               IF HR-TBL-APPLIES(HR-CODE-IDX) = 'A'
                       OR (HR-TBL-APPLIES(HR-CODE-IDX) = 'H'
                           AND WS-HOUSED = 'Y')
                   PERFORM 240-CHECK-ONE-REQ
               END-IF
           END-PERFORM.
       240-CHECK-ONE-REQ.
           MOVE 'N' TO WS-REQ-MET
           MOVE SF-STU-NUM TO HM-STU-NUM
           MOVE HR-TBL-CODE(HR-CODE-IDX) TO HM-REQ-CODE
           READ HM-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO HM-REMIND-TERM
               NOT INVALID KEY
                   IF HM-DATE-RECVD > ZERO OR HM-EXEMPT NOT = SPACE
                       MOVE 'Y' TO WS-REQ-MET
                   END-IF
           END-READ
           IF WS-REQ-MET = 'N' AND WS-MISS-CNT < 20
               ADD 1 TO WS-MISS-CNT
               MOVE HR-TBL-CODE(HR-CODE-IDX)
                   TO WS-MISS-CODE(WS-MISS-CNT)
               IF HM-REMIND-TERM NOT = CURRENT-TERM
                   MOVE 'Y' TO WS-NEEDS-REMINDER
               END-IF
           END-IF.
       250-NON-COMPLIANT.
      *    A STUDENT ONLY ON THE LIST FOR A HOLD LEFT OVER FROM AN
      *    EARLIER TERM KEEPS THE HOLD BUT GETS NO NEW LETTER.
           ADD 1 TO WS-NONCOMP-CNT
           PERFORM 260-BUILD-MISS-LIST
           MOVE 'PENDING' TO WS-ACTION
           IF WS-HOLD-ACTIVE = 'Y'
               MOVE 'HOLD ON' TO WS-ACTION
           END-IF
           IF WS-REGISTERED = 'Y' OR WS-HOUSED = 'Y'
               IF WS-NEEDS-REMINDER = 'Y'
                   PERFORM 400-QUEUE-REMINDER
                   MOVE 'LETTER QUEUED' TO WS-ACTION
               END-IF
               IF WS-GRACE-SET = 'Y' AND WS-HOLD-ACTIVE = 'N'
                       AND WS-TODAY-CCYYMMDD > WS-GRACE-CCYYMMDD
                   PERFORM 450-PLACE-HOLD
                   MOVE 'HOLD PLACED' TO WS-ACTION
               END-IF
           END-IF
           PERFORM 600-DETAIL-RTN.
       260-BUILD-MISS-LIST.
           MOVE SPACES TO WS-MISS-LIST
           MOVE 1 TO WS-MISS-PTR
           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISS-CNT
               STRING WS-MISS-CODE(WS-MISS-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-MISS-LIST WITH POINTER WS-MISS-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.
       300-WALK-EF-CHAIN.
      *    SAME CHAIN WALK AS PROJ-FT-STATUS -- ONE ACTIVELY ENROLLED
      *    NODE FOR THE TERM IS ENOUGH TO COUNT AS REGISTERED.
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 310-SCORE-EF-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 310-SCORE-EF-NODE
               END-PERFORM
           END-IF.
       310-SCORE-EF-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E' THEN
               MOVE 'Y' TO WS-REGISTERED
           END-IF.
       400-QUEUE-REMINDER.
      *    ONE 'HLTH' EVENT LISTING EVERYTHING STILL MISSING AND THE
      *    HOLD DATE, THEN EVERY MISSING REQUIREMENT IS STAMPED AS
      *    REMINDED FOR THE TERM SO THE LETTER GOES OUT ONCE.
           MOVE SF-STU-NUM TO CQ-STU-NUM
           MOVE 'HLTH' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE SPACES TO CQ-VAR-DATA
           MOVE 1 TO WS-VAR-PTR
           STRING WS-MISS-LIST DELIMITED BY '  '
               INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           IF WS-GRACE-SET = 'Y'
               STRING ' - DUE BY ' DELIMITED BY SIZE
                   WS-GRACE-MM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-GRACE-DD DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-GRACE-CCYY DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING ' - DUE BY TERM START' DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           PERFORM 960-QUEUE-LETTER-RTN
           ADD 1 TO WS-LETTER-CNT
           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISS-CNT
               PERFORM 410-STAMP-REMINDED
           END-PERFORM.
       410-STAMP-REMINDED.
      *    NOTHING ON FILE YET FOR THE REQUIREMENT -- THE STAMP GOES
      *    ON A NEW ROW WITH NOTHING RECEIVED, WHICH PROJ-UPD-HEALTH
      *    FILLS IN WHEN THE DOCUMENTATION ARRIVES.
           MOVE SF-STU-NUM TO HM-STU-NUM
           MOVE WS-MISS-CODE(WS-MISS-SUB) TO HM-REQ-CODE
           READ HM-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO HM-RECORD
                   MOVE SF-STU-NUM TO HM-STU-NUM
                   MOVE WS-MISS-CODE(WS-MISS-SUB) TO HM-REQ-CODE
                   MOVE ZEROS TO HM-DATE-RECVD
                   MOVE SPACE TO HM-EXEMPT
                   MOVE ZEROS TO HM-EXEMPT-DATE
                   MOVE 'BATCH' TO HM-OPERATOR-ID
                   MOVE WS-TODAY TO HM-CHG-DATE
                   MOVE CURRENT-TERM TO HM-REMIND-TERM
                   MOVE WS-TODAY TO HM-REMIND-DATE
                   WRITE HM-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE CURRENT-TERM TO HM-REMIND-TERM
                   MOVE WS-TODAY TO HM-REMIND-DATE
                   REWRITE HM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
       450-PLACE-HOLD.
      *    SAME ROW PROJ-UPD-HOLDS WOULD PLACE BY HAND.  A RELEASED
      *    'HC' ROW FROM AN EARLIER TERM IS REWRITTEN BACK TO
      *    UNRELEASED WITH TODAY'S DATE.
           MOVE SPACES TO HD-RECORD
           MOVE SF-STU-NUM TO HD-STU-NUM
           MOVE 'HC' TO HD-CODE
           MOVE 'STU HEALTH' TO HD-OFFICE
           MOVE WS-TODAY TO HD-DATE
           MOVE WS-MISS-LIST TO HD-COMMENT
           MOVE 'N' TO HD-RELEASED
           MOVE ZEROS TO HD-REL-DATE
           IF WS-HOLD-ON-FILE = 'Y'
               REWRITE HD-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE HD-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-PLACED-CNT.
       500-RELEASE-HOLD.
      *    HD-RECORD IS STILL THE 'HC' ROW 220-READ-HC-HOLD READ.
           MOVE 'Y' TO HD-RELEASED
           MOVE WS-TODAY TO HD-REL-DATE
           REWRITE HD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-RELEASED-CNT
           MOVE SPACES TO WS-MISS-LIST
           MOVE 'HOLD RELEASED' TO WS-ACTION
           PERFORM 600-DETAIL-RTN.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE SF-STU-NUM TO STU-OUT
           MOVE SF-LAST-NAME TO NAME-OUT
           MOVE WS-MISS-LIST TO MISSING-OUT
           MOVE WS-ACTION TO ACTION-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           MOVE 'STUDENTS CHECKED' TO TOTAL-LABEL-OUT
           MOVE WS-CHECKED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'NOT IN COMPLIANCE' TO TOTAL-LABEL-OUT
           MOVE WS-NONCOMP-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'REMINDER LETTERS QUEUED' TO TOTAL-LABEL-OUT
           MOVE WS-LETTER-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS PLACED' TO TOTAL-LABEL-OUT
           MOVE WS-PLACED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'HOLDS RELEASED' TO TOTAL-LABEL-OUT
           MOVE WS-RELEASED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
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
