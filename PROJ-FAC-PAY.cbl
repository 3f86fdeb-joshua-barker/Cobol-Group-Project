       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-FAC-PAY.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADJUNCT AND OVERLOAD PAY BATCH --
      *          WHAT HR HAS BEEN FIGURING ON PAPER FROM
      *          PROJ-TEACH-LOAD.  FOR EACH INSTRUCTOR WHOSE
      *          INSTR-CONTRACT IS 'F' OR 'A' WITH A RATE ON FILE,
      *          GATHERS THE REGISTRATION TERM'S SECTIONS (A CROSS-
      *          LISTED POOL COUNTS ONCE, WITH ITS COMBINED SEATS),
      *          PAYS ADJUNCTS EVERY CREDIT HOUR AND FULL-TIME
      *          FACULTY ONLY THE HOURS PAST THEIR CONTRACTED LOAD,
      *          PRO-RATES SECTIONS SEATING FEWER THAN IP-MIN-ENROLL
      *          (SEE IP-PAY), AND KEEPS ONE CONTRACT ROW PER SECTION
      *          ON PROJ-FAC-CONTRACT.DAT (SEE FC-FILE-DESC).  A NEW
      *          OR CHANGED CONTRACT QUEUES AN 'ICON' LETTER TO THE
      *          INSTRUCTOR (SEE CQ-REC).  PRINTS THE INSTR-PAY.RPT
      *          REGISTER AND WRITES THE HR-PAYROLL.DAT EXPORT -- ONE
      *          'C' TERM-TOTAL LINE PER CONTRACTED INSTRUCTOR, REBUILT
      *          EVERY RUN, PLUS AN 'X' LINE FOR EACH CANCELLATION FEE
      *          PROJ-CANCEL-SECTION HAS LEFT, WHICH GOES OUT ONCE.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS INSTR-ID.
           SELECT CLASS-FILE ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT FC-FILE-DESC ASSIGN TO 'PROJ-FAC-CONTRACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-STATUS.
           SELECT PAY-REPORT ASSIGN TO 'INSTR-PAY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-FILE ASSIGN TO 'HR-PAYROLL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  FC-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY FC-FILE-DESC.
       FD  PAY-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(68).
       FD  PAYROLL-FILE
           DATA RECORD IS PAYROLL-REC.
       01  PAYROLL-REC               PIC X(54).
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       WORKING-STORAGE SECTION.
       01  NO-MORE-INSTR             PIC X      VALUE 'N'.
       01  NO-MORE-CLASSES           PIC X.
       01  NO-MORE-CONTRACTS         PIC X.
       01  WS-FC-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LOAD-LIMIT             PIC 9(3).
       01  WS-CUM-HR                 PIC 9(3).
       01  WS-OVER-HR                PIC 9(3).
       01  WS-PAID-HR                PIC 9(2).
       01  WS-AMOUNT                 PIC 9(6)V99.
       01  WS-INSTR-TOTAL            PIC 9(7)V99.
       01  WS-INSTR-HR               PIC 9(3).
       01  WS-CHANGED                PIC X.
       01  WS-FC-FOUND               PIC X.
       01  WS-PRORATED               PIC X.
       01  WS-INSTR-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-LETTER-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-FEE-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-GRAND-TOTAL            PIC 9(8)V99 VALUE ZERO.
       01  WS-FEE-TOTAL              PIC 9(8)V99 VALUE ZERO.
       01  WS-AMT-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-SUB                    PIC 9(2).
       01  WS-SCAN                   PIC 9(2).
       01  WS-SECT-CNT               PIC 9(2).
       01  WS-SECT-TABLE.
           05  WS-SECT-ENTRY OCCURS 30 TIMES.
               10  WS-SE-CRN         PIC 9(5).
               10  WS-SE-CRS         PIC X(6).
               10  WS-SE-HR          PIC 9(2).
               10  WS-SE-ENR         PIC 9(3).
               10  WS-SE-XLIST       PIC X(4).
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       COPY CURRENT-TERM.
       COPY TL-THRESHOLD.
       COPY IP-PAY.
       COPY CQ-REC.
       01  PAYROLL-LINE.
           05  PR-TYPE               PIC X.
           05  PR-INSTR-ID           PIC 9(5).
           05  PR-NAME               PIC X(10).
           05  PR-DEPT               PIC X(10).
           05  PR-TERM               PIC X(6).
           05  PR-CRN                PIC 9(5).
           05  PR-HOURS              PIC 9(3).
           05  PR-AMOUNT             PIC 9(6)V99.
           05  PR-RUN-DATE           PIC 9(6).
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(22)
                VALUE "FACULTY PAY REGISTER".
           05 TERM-H1                PIC X(6).
           05                        PIC X(2)     VALUE SPACES.
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(20)    VALUE SPACES.
       01  INSTR-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 INSTR-ID-OUT           PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 INSTR-NAME-OUT         PIC X(10).
           05                        PIC X(2)     VALUE SPACES.
           05 INSTR-DEPT-OUT         PIC X(10).
           05                        PIC X(2)     VALUE SPACES.
           05 CONTRACT-OUT           PIC X(9).
           05                        PIC X(7)     VALUE '  LOAD '.
           05 LOAD-OUT               PIC ZZ9.
           05                        PIC X(7)     VALUE '  RATE '.
           05 RATE-OUT               PIC Z,ZZ9.99.
       01  SECTION-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(4)     VALUE 'CRN '.
           05 CRN-OUT                PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 COURSE-OUT             PIC X(6).
           05                        PIC X(5)     VALUE '  HR '.
           05 HR-OUT                 PIC Z9.
           05                        PIC X(7)     VALUE '  PAID '.
           05 PAID-OUT               PIC Z9.
           05                        PIC X(8)     VALUE '  SEATS '.
           05 ENR-OUT                PIC ZZ9.
           05                        PIC X(3)     VALUE ' $ '.
           05 AMT-OUT                PIC ZZZ,ZZ9.99.
           05                        PIC X        VALUE SPACES.
           05 PRORATE-OUT            PIC X(3).
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(12)    VALUE 'TERM TOTAL: '.
           05 TOT-HR-OUT             PIC ZZ9.
           05                        PIC X(14)
                VALUE ' PAID HOURS  $'.
           05 TOT-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(2)     VALUE SPACES.
           05 LETTER-OUT             PIC X(14).
       01  NO-SECT-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(33)
                VALUE "NO SECTIONS THIS TERM".
       01  FEE-HEAD-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(40)
                VALUE "CANCELLATION FEES SENT TO PAYROLL".
       01  FEE-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(4)     VALUE 'CRN '.
           05 FEE-CRN-OUT            PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 FEE-ID-OUT             PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 FEE-NAME-OUT           PIC X(10).
           05                        PIC X(3)     VALUE ' $ '.
           05 FEE-AMT-OUT            PIC ZZZ,ZZ9.99.
       01  GRAND-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(14)
                VALUE 'INSTRUCTORS:  '.
           05 GR-CNT-OUT             PIC ZZZZ9.
           05                        PIC X(10)    VALUE '  TOTAL $ '.
           05 GR-AMT-OUT             PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(9)     VALUE '  FEES $ '.
           05 GR-FEE-OUT             PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING TL-PARM-ID, TL-PARMS
           CALL 'PROJ-PARM-LOAD' USING IP-PARM-ID, IP-PARMS
           ACCEPT WS-TODAY FROM DATE
           OPEN INPUT INSTR-FILE
                      CLASS-FILE
           OPEN I-O FC-FILE-DESC
           IF WS-FC-STATUS = '35'
               OPEN OUTPUT FC-FILE-DESC
               CLOSE FC-FILE-DESC
               OPEN I-O FC-FILE-DESC
           END-IF
           OPEN OUTPUT PAY-REPORT
                       PAYROLL-FILE
           DISPLAY 'PROJ-FAC-PAY STARTING'
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO INSTR-ID
           START INSTR-FILE KEY IS NOT LESS THAN INSTR-ID
               INVALID KEY MOVE 'Y' TO NO-MORE-INSTR
           END-START
           PERFORM UNTIL NO-MORE-INSTR = 'Y'
               READ INSTR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-INSTR
                   NOT AT END
                       IF (INSTR-CONTRACT = 'F' OR 'A')
                               AND INSTR-CR-RATE NUMERIC
                               AND INSTR-CR-RATE > ZERO
                           PERFORM 200-PAY-ONE-INSTR
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 600-EXPORT-CANCEL-FEES
           MOVE WS-INSTR-CNT TO GR-CNT-OUT
           MOVE WS-GRAND-TOTAL TO GR-AMT-OUT
           MOVE WS-FEE-TOTAL TO GR-FEE-OUT
           WRITE REPORT-REC FROM GRAND-LINE AFTER 3
           DISPLAY 'PROJ-FAC-PAY FINISHED -- ' WS-INSTR-CNT
               ' INSTRUCTOR(S), ' WS-LETTER-CNT ' LETTER(S), '
               WS-FEE-CNT ' CANCELLATION FEE(S)'
           CLOSE INSTR-FILE
                 CLASS-FILE
                 FC-FILE-DESC
                 PAY-REPORT
                 PAYROLL-FILE
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE CURRENT-TERM TO TERM-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1.
       200-PAY-ONE-INSTR.
      *    AN ADJUNCT'S CONTRACTED LOAD IS ZERO -- EVERY HOUR PAYS.
      *    FULL-TIME FACULTY CARRY THEIR OWN LOAD, OR THE DEAN'S
      *    TL-MAX-LOAD-HR WHEN NONE IS KEYED.
           IF INSTR-CONTRACT = 'A'
               MOVE ZERO TO WS-LOAD-LIMIT
               MOVE 'ADJUNCT' TO CONTRACT-OUT
           ELSE
               MOVE 'FULL-TIME' TO CONTRACT-OUT
               IF INSTR-CONTRACT-HR NUMERIC
                       AND INSTR-CONTRACT-HR > ZERO
                   MOVE INSTR-CONTRACT-HR TO WS-LOAD-LIMIT
               ELSE
                   MOVE TL-MAX-LOAD-HR TO WS-LOAD-LIMIT
               END-IF
           END-IF
           MOVE INSTR-ID TO INSTR-ID-OUT
           MOVE INSTR-NAME TO INSTR-NAME-OUT
           MOVE INSTR-DEPT TO INSTR-DEPT-OUT
           MOVE WS-LOAD-LIMIT TO LOAD-OUT
           MOVE INSTR-CR-RATE TO RATE-OUT
           WRITE REPORT-REC FROM INSTR-LINE AFTER 2
           MOVE ZERO TO WS-SECT-CNT
           PERFORM 300-GATHER-SECTIONS
           IF WS-SECT-CNT = ZERO
               WRITE REPORT-REC FROM NO-SECT-LINE AFTER 1
           ELSE
               MOVE ZERO TO WS-CUM-HR
               MOVE ZERO TO WS-INSTR-HR
               MOVE ZERO TO WS-INSTR-TOTAL
               MOVE 'N' TO WS-CHANGED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SECT-CNT
                   PERFORM 400-PRICE-ONE-SECTION
               END-PERFORM
               MOVE WS-INSTR-HR TO TOT-HR-OUT
               MOVE WS-INSTR-TOTAL TO TOT-AMT-OUT
               MOVE SPACES TO LETTER-OUT
               IF WS-CHANGED = 'Y'
                   PERFORM 500-CONTRACT-LETTER
                   MOVE 'LETTER QUEUED' TO LETTER-OUT
               END-IF
               WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
               IF WS-INSTR-TOTAL > ZERO
                   PERFORM 550-EXPORT-INSTR-TOTAL
               END-IF
           END-IF.
       300-GATHER-SECTIONS.
      *    SAME NESTED SWEEP AS PROJ-TEACH-LOAD, BUT INTO A TABLE SO
      *    A CROSS-LISTED POOL (ONE ROOM, ONE INSTRUCTOR, SEVERAL CRNS)
      *    IS PAID ONCE ON ITS LOWEST CRN WITH THE WHOLE POOL'S SEATS.
           MOVE 'N' TO NO-MORE-CLASSES
           MOVE ZEROS TO CS-CRN
           START CLASS-FILE KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO NO-MORE-CLASSES
           END-START
           PERFORM UNTIL NO-MORE-CLASSES = 'Y'
               READ CLASS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-CLASSES
                   NOT AT END
                       IF CS-TERM = CURRENT-TERM
                               AND CS-INSTR-ID = INSTR-ID
                           PERFORM 310-TABLE-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
       310-TABLE-ONE-SECTION.
           MOVE ZERO TO WS-SCAN
           IF CS-XLIST-GROUP NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SECT-CNT OR WS-SCAN > ZERO
                   IF WS-SE-XLIST(WS-SUB) = CS-XLIST-GROUP
                       MOVE WS-SUB TO WS-SCAN
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SCAN > ZERO
               ADD CS-ENROLLED-CNT TO WS-SE-ENR(WS-SCAN)
           ELSE IF WS-SECT-CNT < 30
               ADD 1 TO WS-SECT-CNT
               MOVE CS-CRN TO WS-SE-CRN(WS-SECT-CNT)
               MOVE CS-CRS-CODE TO WS-SE-CRS(WS-SECT-CNT)
               MOVE CS-CRED-HR TO WS-SE-HR(WS-SECT-CNT)
               MOVE CS-ENROLLED-CNT TO WS-SE-ENR(WS-SECT-CNT)
               MOVE CS-XLIST-GROUP TO WS-SE-XLIST(WS-SECT-CNT)
           ELSE
               DISPLAY 'MORE THAN 30 SECTIONS FOR INSTRUCTOR '
                   INSTR-ID ' -- CRN ' CS-CRN ' NOT PAID'
           END-IF.
       400-PRICE-ONE-SECTION.
      *    THE CONTRACTED LOAD IS USED UP IN CRN ORDER; WHATEVER PART
      *    OF THIS SECTION'S HOURS FALLS PAST IT IS PAID.
           ADD WS-SE-HR(WS-SUB) TO WS-CUM-HR
           IF WS-CUM-HR > WS-LOAD-LIMIT
               COMPUTE WS-OVER-HR = WS-CUM-HR - WS-LOAD-LIMIT
               IF WS-OVER-HR > WS-SE-HR(WS-SUB)
                   MOVE WS-SE-HR(WS-SUB) TO WS-PAID-HR
               ELSE
                   MOVE WS-OVER-HR TO WS-PAID-HR
               END-IF
           ELSE
               MOVE ZERO TO WS-PAID-HR
           END-IF
           MOVE 'N' TO WS-PRORATED
           IF WS-SE-ENR(WS-SUB) < IP-MIN-ENROLL
               MOVE 'Y' TO WS-PRORATED
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-PAID-HR * INSTR-CR-RATE * WS-SE-ENR(WS-SUB)
                   / IP-MIN-ENROLL
           ELSE
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-PAID-HR * INSTR-CR-RATE
           END-IF
           ADD WS-PAID-HR TO WS-INSTR-HR
           ADD WS-AMOUNT TO WS-INSTR-TOTAL
           PERFORM 450-POST-CONTRACT
           MOVE WS-SE-CRN(WS-SUB) TO CRN-OUT
           MOVE WS-SE-CRS(WS-SUB) TO COURSE-OUT
           MOVE WS-SE-HR(WS-SUB) TO HR-OUT
           MOVE WS-PAID-HR TO PAID-OUT
           MOVE WS-SE-ENR(WS-SUB) TO ENR-OUT
           MOVE WS-AMOUNT TO AMT-OUT
           IF WS-PRORATED = 'Y' AND WS-PAID-HR > ZERO
               MOVE 'PRO' TO PRORATE-OUT
           ELSE
               MOVE SPACES TO PRORATE-OUT
           END-IF
           WRITE REPORT-REC FROM SECTION-LINE AFTER 1.
       450-POST-CONTRACT.
      *    A SECTION THAT PAYS NOTHING GETS NO ROW UNLESS ONE IS
      *    ALREADY THERE (AN EARLIER CONTRACT NOW BACKED OFF TO ZERO
      *    STILL OWES THE INSTRUCTOR A CORRECTED LETTER).
           MOVE CURRENT-TERM TO FC-TERM
           MOVE WS-SE-CRN(WS-SUB) TO FC-CRN
           READ FC-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-FC-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-FC-FOUND
           END-READ
           IF WS-FC-FOUND = 'N'
               IF WS-AMOUNT > ZERO
                   MOVE CURRENT-TERM TO FC-TERM
                   MOVE WS-SE-CRN(WS-SUB) TO FC-CRN
                   MOVE INSTR-ID TO FC-INSTR-ID
                   MOVE WS-SE-HR(WS-SUB) TO FC-CRED-HR
                   MOVE WS-PAID-HR TO FC-PAID-HR
                   MOVE WS-SE-ENR(WS-SUB) TO FC-ENROLLED
                   MOVE INSTR-CR-RATE TO FC-RATE
                   MOVE WS-AMOUNT TO FC-AMOUNT
                   MOVE 'C' TO FC-STATUS
                   MOVE ZERO TO FC-CANCEL-FEE
                   MOVE ZERO TO FC-LETTER-DATE
                   MOVE 'N' TO FC-EXPORTED
                   WRITE FC-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING CONTRACT FOR CRN '
                               FC-CRN
                   END-WRITE
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           ELSE
               IF FC-INSTR-ID NOT = INSTR-ID
                       OR FC-PAID-HR NOT = WS-PAID-HR
                       OR FC-RATE NOT = INSTR-CR-RATE
                       OR FC-AMOUNT NOT = WS-AMOUNT
                       OR FC-LETTER-DATE = ZERO
                   MOVE INSTR-ID TO FC-INSTR-ID
                   MOVE WS-SE-HR(WS-SUB) TO FC-CRED-HR
                   MOVE WS-PAID-HR TO FC-PAID-HR
                   MOVE WS-SE-ENR(WS-SUB) TO FC-ENROLLED
                   MOVE INSTR-CR-RATE TO FC-RATE
                   MOVE WS-AMOUNT TO FC-AMOUNT
                   MOVE 'C' TO FC-STATUS
                   MOVE ZERO TO FC-LETTER-DATE
                   REWRITE FC-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING CONTRACT FOR CRN '
                               FC-CRN
                   END-REWRITE
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           END-IF.
       500-CONTRACT-LETTER.
      *    ONE 'ICON' LETTER PER INSTRUCTOR CARRYING THE TERM TOTAL;
      *    THEN EVERY CONTRACT ROW BEHIND IT IS STAMPED SO THE NEXT
      *    RUN ONLY WRITES AGAIN IF SOMETHING MOVES.
           MOVE INSTR-ID TO CQ-STU-NUM
           MOVE 'ICON' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE WS-INSTR-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO CQ-VAR-DATA
           STRING 'TERM ' DELIMITED BY SIZE
               CURRENT-TERM DELIMITED BY SIZE
               '  TOTAL $' DELIMITED BY SIZE
               WS-AMT-EDIT DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           PERFORM 960-QUEUE-LETTER-RTN
           ADD 1 TO WS-LETTER-CNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECT-CNT
               MOVE CURRENT-TERM TO FC-TERM
               MOVE WS-SE-CRN(WS-SUB) TO FC-CRN
               READ FC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-TODAY TO FC-LETTER-DATE
                       REWRITE FC-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.
       550-EXPORT-INSTR-TOTAL.
           MOVE 'C' TO PR-TYPE
           MOVE INSTR-ID TO PR-INSTR-ID
           MOVE INSTR-NAME TO PR-NAME
           MOVE INSTR-DEPT TO PR-DEPT
           MOVE CURRENT-TERM TO PR-TERM
           MOVE ZERO TO PR-CRN
           MOVE WS-INSTR-HR TO PR-HOURS
           MOVE WS-INSTR-TOTAL TO PR-AMOUNT
           MOVE WS-TODAY TO PR-RUN-DATE
           WRITE PAYROLL-REC FROM PAYROLL-LINE
           ADD 1 TO WS-INSTR-CNT
           ADD WS-INSTR-TOTAL TO WS-GRAND-TOTAL.
       600-EXPORT-CANCEL-FEES.
      *    A FEE LEFT BY PROJ-CANCEL-SECTION GOES TO PAYROLL EXACTLY
      *    ONCE, WHATEVER TERM IT BELONGS TO.
           WRITE REPORT-REC FROM FEE-HEAD-LINE AFTER 3
           MOVE 'N' TO NO-MORE-CONTRACTS
           MOVE LOW-VALUES TO FC-KEY
           START FC-FILE-DESC KEY IS NOT LESS THAN FC-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-CONTRACTS
           END-START
           PERFORM UNTIL NO-MORE-CONTRACTS = 'Y'
               READ FC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-CONTRACTS
                   NOT AT END
                       IF FC-STATUS = 'X' AND FC-EXPORTED NOT = 'Y'
                           PERFORM 610-EXPORT-ONE-FEE
                       END-IF
               END-READ
           END-PERFORM.
       610-EXPORT-ONE-FEE.
           MOVE FC-INSTR-ID TO INSTR-ID
           READ INSTR-FILE
               INVALID KEY
                   MOVE SPACES TO INSTR-NAME
                   MOVE SPACES TO INSTR-DEPT
           END-READ
           MOVE 'X' TO PR-TYPE
           MOVE FC-INSTR-ID TO PR-INSTR-ID
           MOVE INSTR-NAME TO PR-NAME
           MOVE INSTR-DEPT TO PR-DEPT
           MOVE FC-TERM TO PR-TERM
           MOVE FC-CRN TO PR-CRN
           MOVE ZERO TO PR-HOURS
           MOVE FC-CANCEL-FEE TO PR-AMOUNT
           MOVE WS-TODAY TO PR-RUN-DATE
           WRITE PAYROLL-REC FROM PAYROLL-LINE
           MOVE FC-CRN TO FEE-CRN-OUT
           MOVE FC-INSTR-ID TO FEE-ID-OUT
           MOVE INSTR-NAME TO FEE-NAME-OUT
           MOVE FC-CANCEL-FEE TO FEE-AMT-OUT
           WRITE REPORT-REC FROM FEE-LINE AFTER 1
           MOVE 'Y' TO FC-EXPORTED
           REWRITE FC-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-FEE-CNT
           ADD FC-CANCEL-FEE TO WS-FEE-TOTAL.
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
