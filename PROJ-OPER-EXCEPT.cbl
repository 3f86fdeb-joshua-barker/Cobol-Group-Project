       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-OPER-EXCEPT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  WEEKLY OPERATOR EXCEPTION REPORT FOR
      *          CASH-HANDLING ACTIVITY -- RC-OPERATOR-ID, RC-POST-
      *          DATE, RC-VOID, RC-TENDER AND THE JOURNAL SAY WHO DID
      *          WHAT, AND UNTIL NOW NOBODY READ THEM FOR PATTERNS
      *          BETWEEN AUDITS.  WALKS EVERY STUDENT'S RECEIPT CHAIN
      *          FOR THE SEVEN DAYS ENDING ON THE DATE KEYED AND
      *          FLAGS, PER OPERATOR: VOID AND REFUND COUNTS OR
      *          DOLLARS OVER TWICE THE PEER AVERAGE; VOIDS OF THE
      *          OPERATOR'S OWN RECEIPTS (SAME-DAY CASH CALLED OUT);
      *          POSTINGS ON A WEEKEND OR A CAMPUS-HOLIDAY.DAT DATE,
      *          AND -- FROM THE JOURNAL TIMES, FOR AS FAR BACK AS
      *          THE JOURNAL ON HAND REACHES -- OUTSIDE 0730-1800;
      *          THREE OR MORE ADJUSTMENTS (VOIDS, REFUNDS, HAND-KEYED
      *          DEBITS) TO ONE STUDENT; AND ANY REFUND TO A STUDENT
      *          WHOSE ADDRESS OR BANK DETAILS CHANGED IN THE 30 DAYS
      *          BEFORE IT (SF-CHANGE.DAT, SEE DX-FILE-DESC).  ONLY
      *          OPERATORS ON THE OPERATOR MASTER ARE SCORED -- THE
      *          BATCH JOBS' STAMPS ('LATEFEE', 'ASSESS' ...) ARE NOT
      *          PEOPLE -- BUT A REFUND AFTER A CHANGE IS FLAGGED
      *          WHOEVER SENT IT.  A VOID ENTRY IS TOLD FROM ITS
      *          ORIGINAL THE WAY PROJ-RC WRITES THEM: THE LATER OF
      *          TWO VOIDED NODES ON ONE CHAIN WITH THE SAME TYPE AND
      *          AMOUNTS.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.  THE NODE AND JOURNAL IMAGES CARRY THE
      *          NEW RC-SEQ AHEAD OF THE AMOUNTS.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT HY-FILE-DESC ASSIGN TO 'CAMPUS-HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HY-DATE
               FILE STATUS IS WS-HY-STATUS.
           SELECT DX-FILE-DESC ASSIGN TO 'SF-CHANGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DX-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'PROJ-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT EXCEPT-REPORT ASSIGN TO 'RC-OPER-EXCEPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       FD  HY-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY HY-FILE-DESC.
       FD  DX-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DX-FILE-DESC.
       FD  JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC               PIC X(521).
       FD  EXCEPT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OP-STATUS              PIC XX.
       01  WS-HY-STATUS              PIC XX.
       01  WS-DX-STATUS              PIC XX.
       01  WS-JF-STATUS              PIC XX.
       01  WS-OP-ON-FILE             PIC X      VALUE 'N'.
       01  WS-HY-ON-FILE             PIC X      VALUE 'N'.
       01  WS-DX-ON-FILE             PIC X      VALUE 'N'.
       01  WS-DX-DONE                PIC X.
       01  NO-MORE-STUDENTS          PIC X      VALUE 'N'.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-RC-FOUND               PIC X.
      *    THE LIMITS THE REPORT JUDGES BY.
       01  WS-OPEN-TIME              PIC 9(8)   VALUE 07300000.
       01  WS-CLOSE-TIME             PIC 9(8)   VALUE 18000000.
       01  WS-PEER-MULT              PIC 9      VALUE 2.
       01  WS-PEER-MIN               PIC 9(3)   VALUE 3.
       01  WS-ADJ-REPEAT             PIC 9(3)   VALUE 3.
       01  WS-CHG-WINDOW             PIC 9(3)   VALUE 30.
       01  WS-WEEK-END               PIC 9(6).
       01  WS-WEEK-START             PIC 9(6).
       01  WS-END-DAYS               PIC 9(7).
       01  WS-START-DAYS             PIC 9(7).
       01  WS-NODE-DAYS              PIC 9(7).
       01  WS-CHG-DAYS               PIC 9(7).
       01  WS-DAYS-APART             PIC S9(7).
       01  WS-CCYYMMDD               PIC 9(8).
       01  WS-DOW                    PIC 9.
       01  WS-DOW-QUOT               PIC 9(7).
       01  WS-DOW-BASE               PIC 9(7).
       01  WS-IN-WEEK                PIC X.
       01  WS-PERSON                 PIC X.
       01  WS-CHECK-OPER             PIC X(8).
       01  WS-IS-VOID-ENTRY          PIC X.
       01  WS-VP-HIT                 PIC 9(3).
       01  WS-AMT                    PIC S9(7)V99.
       01  WS-AD-SEEN                PIC X.
       01  WS-BK-SEEN                PIC X.
       01  WS-AD-SEEN-DATE           PIC 9(6).
       01  WS-BK-SEEN-DATE           PIC 9(6).
       01  WS-HOLIDAY-HIT            PIC X.
       01  WS-JL-IN-WEEK             PIC 9(6)   VALUE ZERO.
       01  WS-EXCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-STU-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-NODE.
           05  WN-TYPE               PIC X(10).
           05  WN-STU-NUM            PIC 9(9).
           05  WN-SEQ                PIC 9(5).
           05  WN-AMT-OWED           PIC 9(4)V99.
           05  WN-AMT-PAID           PIC 9(4)V99.
           05  WN-VOID               PIC X.
           05  WN-POST-DATE          PIC 9(6).
           05  WN-BALANCE            PIC S9(5)V99.
           05  WN-REFUND-AMT         PIC S9(4)V99.
           05  WN-OPERATOR-ID        PIC X(8).
           05  WN-CHECK-RUN-DATE     PIC 9(6).
           05  WN-RCPT-NO            PIC 9(6).
           05  WN-TENDER             PIC X(2).
           05  WN-CHECK-NO           PIC X(8).
           05  WN-CAMPUS             PIC X(2).
           05  WN-APPROVER-ID        PIC X(8).
       01  JOURNAL-LINE.
           05  JL-DATE               PIC 9(6).
           05  JL-TIME               PIC 9(8).
           05  JL-FILE-ID            PIC X(2).
           05  JL-SLOT               PIC 9(5).
           05  JL-BEFORE             PIC X(250).
           05  JL-AFTER              PIC X(250).
       01  WS-RC-IMAGE.
           05  WI-RC-TYPE            PIC X(10).
           05  WI-RC-STU-NUM         PIC 9(9).
           05  WI-RC-SEQ             PIC 9(5).
           05  WI-RC-AMT-OWED        PIC 9(4)V99.
           05  WI-RC-AMT-PAID        PIC 9(4)V99.
           05  FILLER                PIC X(20).
           05  WI-RC-OPERATOR-ID     PIC X(8).
           05  FILLER                PIC X(6).
           05  WI-RC-RCPT-NO         PIC 9(6).
           05  FILLER                PIC X(10).
      *    THE SCORED OPERATORS, SAME SMALL-TABLE SHAPE AS
      *    PROJ-CASH-CLOSE'S BY-OPERATOR TOTALS.
       01  WS-OT-CNT                 PIC 99     VALUE ZERO.
       01  WS-OT-SUB                 PIC 99.
       01  WS-OT-HIT                 PIC 99.
       01  WS-OT-TABLE.
           05  WS-OT-ENTRY OCCURS 40 TIMES.
               10  WS-OT-ID          PIC X(8).
               10  WS-OT-POSTS       PIC 9(5).
               10  WS-OT-VOIDS       PIC 9(5).
               10  WS-OT-VOID-AMT    PIC S9(7)V99.
               10  WS-OT-REFUNDS     PIC 9(5).
               10  WS-OT-REFUND-AMT  PIC S9(7)V99.
               10  WS-OT-EXCEPTS     PIC 9(5).
       01  WS-AVG-VOIDS              PIC 9(5)V99.
       01  WS-AVG-VOID-AMT           PIC S9(7)V99.
       01  WS-AVG-REFUNDS            PIC 9(5)V99.
       01  WS-AVG-REFUND-AMT         PIC S9(7)V99.
       01  WS-TOT-VOIDS              PIC 9(7).
       01  WS-TOT-VOID-AMT           PIC S9(9)V99.
       01  WS-TOT-REFUNDS            PIC 9(7).
       01  WS-TOT-REFUND-AMT         PIC S9(9)V99.
      *    ONE STUDENT'S VOIDED NODES NOT YET PAIRED, IN CHAIN ORDER.
       01  WS-VP-CNT                 PIC 9(3)   VALUE ZERO.
       01  WS-VP-SUB                 PIC 9(3).
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 100 TIMES.
               10  WS-VP-TYPE        PIC X(10).
               10  WS-VP-OWED        PIC 9(4)V99.
               10  WS-VP-PAID        PIC 9(4)V99.
               10  WS-VP-OPER        PIC X(8).
               10  WS-VP-DATE        PIC 9(6).
               10  WS-VP-TENDER      PIC X(2).
               10  WS-VP-RCPT        PIC 9(6).
               10  WS-VP-USED        PIC X.
      *    ONE STUDENT'S ADJUSTMENTS IN THE WEEK, BY OPERATOR.
       01  WS-AJ-CNT                 PIC 99     VALUE ZERO.
       01  WS-AJ-SUB                 PIC 99.
       01  WS-AJ-HIT                 PIC 99.
       01  WS-AJ-TABLE.
           05  WS-AJ-ENTRY OCCURS 20 TIMES.
               10  WS-AJ-OPER        PIC X(8).
               10  WS-AJ-TIMES       PIC 9(3).
               10  WS-AJ-AMT         PIC S9(7)V99.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(34)
                VALUE 'WEEKLY OPERATOR EXCEPTIONS -- WEEK'.
           05                        PIC X      VALUE SPACE.
           05  H1-START-OUT          PIC 9(6).
           05                        PIC X(6)   VALUE ' THRU '.
           05  H1-END-OUT            PIC 9(6).
           05                        PIC X(25)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(22)  VALUE 'EXCEPTION'.
           05                        PIC X      VALUE SPACE.
           05                        PIC X(8)   VALUE 'OPERATOR'.
           05                        PIC X      VALUE SPACE.
           05                        PIC X(9)   VALUE 'STUDENT'.
           05                        PIC X      VALUE SPACE.
           05                        PIC X(6)   VALUE 'RCPT'.
           05                        PIC X      VALUE SPACE.
           05                        PIC X(6)   VALUE 'DATE'.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(6)   VALUE 'AMOUNT'.
           05                        PIC X      VALUE SPACE.
           05                        PIC X(10)  VALUE 'DETAIL'.
           05                        PIC X(2)   VALUE SPACES.
       01  EXCEPT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  EX-REASON-OUT         PIC X(22).
           05                        PIC X      VALUE SPACE.
           05  EX-OPER-OUT           PIC X(8).
           05                        PIC X      VALUE SPACE.
           05  EX-STU-OUT            PIC 9(9).
           05                        PIC X      VALUE SPACE.
           05  EX-RCPT-OUT           PIC 9(6).
           05                        PIC X      VALUE SPACE.
           05  EX-DATE-OUT           PIC 9(6).
           05                        PIC X      VALUE SPACE.
           05  EX-AMT-OUT            PIC ZZ,ZZ9.99-.
           05                        PIC X      VALUE SPACE.
           05  EX-INFO-OUT           PIC X(10).
           05                        PIC X(1)   VALUE SPACES.
       01  SUMMARY-HEAD.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(8)   VALUE 'OPERATOR'.
           05                        PIC X(8)   VALUE '   POSTS'.
           05                        PIC X(8)   VALUE '   VOIDS'.
           05                        PIC X(13)  VALUE '     VOID $'.
           05                        PIC X(8)   VALUE ' REFUNDS'.
           05                        PIC X(13)  VALUE '   REFUND $'.
           05                        PIC X(8)   VALUE ' EXCEPTS'.
           05                        PIC X(12)  VALUE SPACES.
       01  SUMMARY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-OPER-OUT           PIC X(8).
           05                        PIC X(2)   VALUE SPACES.
           05  SM-POSTS-OUT          PIC ZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-VOIDS-OUT          PIC ZZZZZ9.
           05                        PIC X      VALUE SPACE.
           05  SM-VOID-AMT-OUT       PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-REFUNDS-OUT        PIC ZZZZZ9.
           05                        PIC X      VALUE SPACE.
           05  SM-REFUND-AMT-OUT     PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-EXCEPTS-OUT        PIC ZZZZZ9.
           05                        PIC X(12)  VALUE SPACES.
       01  AVERAGE-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(16)
                VALUE 'PEER AVERAGE    '.
           05  AV-VOIDS-OUT          PIC ZZZ9.99.
           05                        PIC X      VALUE SPACE.
           05  AV-VOID-AMT-OUT       PIC Z,ZZZ,ZZ9.99.
           05                        PIC X      VALUE SPACE.
           05  AV-REFUNDS-OUT        PIC ZZZ9.99.
           05                        PIC X      VALUE SPACE.
           05  AV-REFUND-AMT-OUT     PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(21)  VALUE SPACES.
       01  NOTE-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  NL-TEXT-OUT           PIC X(60).
           05  NL-CNT-OUT            PIC ZZZZZ9.
           05                        PIC X(12)  VALUE SPACES.
       01  ANS                       PIC X.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-DATE.
          05 LINE 3 COLUMN 1 VALUE
                  'WEEK ENDING WHICH DATE (YYMMDD): '.
          05 LINE 3 COLUMN 35 PIC 9(6) USING WS-WEEK-END.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY SCRN-CLEAR
           ACCEPT WS-WEEK-END FROM DATE
           DISPLAY SCRN-DATE
           ACCEPT SCRN-DATE
           COMPUTE WS-CCYYMMDD = 20000000 + WS-WEEK-END
           COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
           COMPUTE WS-START-DAYS = WS-END-DAYS - 6
           COMPUTE WS-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-START-DAYS)
           COMPUTE WS-WEEK-START = WS-CCYYMMDD - 20000000
           OPEN INPUT SF-FILE-DESC
                      RC-FILE-DESC
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS = '35'
               MOVE 'N' TO WS-OP-ON-FILE
           ELSE
               MOVE 'Y' TO WS-OP-ON-FILE
           END-IF
           OPEN INPUT HY-FILE-DESC
           IF WS-HY-STATUS = '35'
               MOVE 'N' TO WS-HY-ON-FILE
           ELSE
               MOVE 'Y' TO WS-HY-ON-FILE
           END-IF
           OPEN INPUT DX-FILE-DESC
           IF WS-DX-STATUS = '35'
               MOVE 'N' TO WS-DX-ON-FILE
           ELSE
               MOVE 'Y' TO WS-DX-ON-FILE
           END-IF
           OPEN OUTPUT EXCEPT-REPORT
           DISPLAY 'PROJ-OPER-EXCEPT STARTING'
           MOVE WS-WEEK-START TO H1-START-OUT
           MOVE WS-WEEK-END TO H1-END-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 1
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-STUDENTS
           END-START
           PERFORM UNTIL NO-MORE-STUDENTS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-STUDENTS
                   NOT AT END
                       PERFORM 200-WALK-ONE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 500-SCAN-JOURNAL
           PERFORM 600-PRINT-SUMMARY
           DISPLAY 'PROJ-OPER-EXCEPT FINISHED -- ' WS-STU-CNT
               ' STUDENT(S), ' WS-EXCEPT-CNT ' EXCEPTION(S)'
           CLOSE SF-FILE-DESC
                 RC-FILE-DESC
                 EXCEPT-REPORT
           IF WS-OP-ON-FILE = 'Y'
               CLOSE OP-FILE-DESC
           END-IF
           IF WS-HY-ON-FILE = 'Y'
               CLOSE HY-FILE-DESC
           END-IF
           IF WS-DX-ON-FILE = 'Y'
               CLOSE DX-FILE-DESC
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           EXIT PROGRAM.
       200-WALK-ONE-STUDENT.
      *    EVERY ROW IS READ -- AN ORIGINAL POSTED BEFORE THE WEEK
      *    STILL HAS TO BE SEEN TO PAIR A VOID INSIDE IT.  A STUDENT
      *    WITH NO RECEIPT ROWS IS NOT COUNTED.
           MOVE ZERO TO WS-VP-CNT
           MOVE ZERO TO WS-AJ-CNT
           MOVE 'N' TO WS-RC-FOUND
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
                           MOVE 'Y' TO WS-RC-FOUND
                           PERFORM 205-SCORE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RC-FOUND = 'Y'
               ADD 1 TO WS-STU-CNT
               PERFORM 400-CHECK-REPEATS
           END-IF.
       205-SCORE-ONE-ROW.
           MOVE RC-REC TO WS-NODE
           PERFORM 210-PAIR-VOIDS
           PERFORM 220-CHECK-IN-WEEK
           IF WS-IN-WEEK = 'Y'
               PERFORM 300-SCORE-ONE-NODE
           END-IF.
       210-PAIR-VOIDS.
      *    A VOIDED NODE THAT MATCHES AN EARLIER UNPAIRED ONE IS THE
      *    VOID ENTRY; OTHERWISE IT IS (SO FAR) AN ORIGINAL.
           MOVE 'N' TO WS-IS-VOID-ENTRY
           MOVE ZERO TO WS-VP-HIT
           IF WN-VOID = 'Y'
               PERFORM VARYING WS-VP-SUB FROM 1 BY 1
                       UNTIL WS-VP-SUB > WS-VP-CNT OR WS-VP-HIT > 0
                   IF WS-VP-USED(WS-VP-SUB) = 'N'
                           AND WS-VP-TYPE(WS-VP-SUB) = WN-TYPE
                           AND WS-VP-OWED(WS-VP-SUB) = WN-AMT-OWED
                           AND WS-VP-PAID(WS-VP-SUB) = WN-AMT-PAID
                       MOVE WS-VP-SUB TO WS-VP-HIT
                   END-IF
               END-PERFORM
               IF WS-VP-HIT > 0
                   MOVE 'Y' TO WS-IS-VOID-ENTRY
                   MOVE 'Y' TO WS-VP-USED(WS-VP-HIT)
               ELSE IF WS-VP-CNT < 100
                   ADD 1 TO WS-VP-CNT
                   MOVE WN-TYPE TO WS-VP-TYPE(WS-VP-CNT)
                   MOVE WN-AMT-OWED TO WS-VP-OWED(WS-VP-CNT)
                   MOVE WN-AMT-PAID TO WS-VP-PAID(WS-VP-CNT)
                   MOVE WN-OPERATOR-ID TO WS-VP-OPER(WS-VP-CNT)
                   MOVE WN-POST-DATE TO WS-VP-DATE(WS-VP-CNT)
                   MOVE WN-TENDER TO WS-VP-TENDER(WS-VP-CNT)
                   MOVE WN-RCPT-NO TO WS-VP-RCPT(WS-VP-CNT)
                   MOVE 'N' TO WS-VP-USED(WS-VP-CNT)
               END-IF
               END-IF
           END-IF.
       220-CHECK-IN-WEEK.
           MOVE 'N' TO WS-IN-WEEK
           IF WN-POST-DATE IS NUMERIC AND WN-POST-DATE > ZERO
               COMPUTE WS-CCYYMMDD = 20000000 + WN-POST-DATE
               COMPUTE WS-NODE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
               IF WS-NODE-DAYS NOT < WS-START-DAYS
                       AND WS-NODE-DAYS NOT > WS-END-DAYS
                   MOVE 'Y' TO WS-IN-WEEK
               END-IF
           END-IF.
       250-CHECK-PERSON.
      *    WS-CHECK-OPER IS A PERSON IF THE OPERATOR MASTER KNOWS
      *    THEM.  WITH NO MASTER BUILT YET, ANY NON-BLANK ID COUNTS.
           MOVE 'N' TO WS-PERSON
           IF WS-CHECK-OPER NOT = SPACES
               IF WS-OP-ON-FILE = 'Y'
                   MOVE WS-CHECK-OPER TO OP-ID
                   READ OP-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO WS-PERSON
                   END-READ
               ELSE
                   MOVE 'Y' TO WS-PERSON
               END-IF
           END-IF.
       260-FIND-OPERATOR.
           MOVE ZERO TO WS-OT-HIT
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-CNT
               IF WS-OT-ID(WS-OT-SUB) = WS-CHECK-OPER
                   MOVE WS-OT-SUB TO WS-OT-HIT
               END-IF
           END-PERFORM
           IF WS-OT-HIT = ZERO AND WS-OT-CNT < 40
               ADD 1 TO WS-OT-CNT
               MOVE WS-OT-CNT TO WS-OT-HIT
               MOVE WS-CHECK-OPER TO WS-OT-ID(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-POSTS(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-VOIDS(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-VOID-AMT(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-REFUNDS(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-REFUND-AMT(WS-OT-HIT)
               MOVE ZEROS TO WS-OT-EXCEPTS(WS-OT-HIT)
           END-IF.
       300-SCORE-ONE-NODE.
           MOVE WN-OPERATOR-ID TO WS-CHECK-OPER
           PERFORM 250-CHECK-PERSON
           IF WS-PERSON = 'Y'
               PERFORM 260-FIND-OPERATOR
           ELSE
               MOVE ZERO TO WS-OT-HIT
           END-IF
           IF WS-OT-HIT > 0
               ADD 1 TO WS-OT-POSTS(WS-OT-HIT)
               PERFORM 310-CHECK-CALENDAR
               IF WS-IS-VOID-ENTRY = 'Y'
                   PERFORM 320-SCORE-VOID
               ELSE IF WN-TYPE = 'REFUND' AND WN-VOID NOT = 'Y'
                   PERFORM 330-SCORE-REFUND
               ELSE IF WN-AMT-OWED > ZERO AND WN-AMT-PAID = ZERO
                       AND WN-VOID NOT = 'Y'
                   MOVE WN-AMT-OWED TO WS-AMT
                   PERFORM 350-COUNT-ADJUSTMENT
               END-IF
               END-IF
               END-IF
           END-IF
      *    A REFUND AFTER A CHANGE IS FLAGGED WHOEVER SENT IT --
      *    PROJ-REFUND-SWEEP'S CREDIT-BALANCE REFUNDS INCLUDED.
           IF WN-TYPE = 'REFUND' AND WN-VOID NOT = 'Y'
                   AND WS-DX-ON-FILE = 'Y'
               PERFORM 340-CHECK-RECENT-CHANGE
           END-IF.
       310-CHECK-CALENDAR.
      *    WS-CCYYMMDD AND WS-NODE-DAYS STILL HOLD THE POSTING DATE
      *    FROM 220-CHECK-IN-WEEK.  DAY 1 OF THE INTEGER CALENDAR IS
      *    A MONDAY, SO A REMAINDER OF 5 OR 6 IS THE WEEKEND.
           MOVE 'N' TO WS-HOLIDAY-HIT
           IF WS-HY-ON-FILE = 'Y'
               MOVE WS-CCYYMMDD TO HY-DATE
               READ HY-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'POSTED ON A HOLIDAY' TO EX-REASON-OUT
                       MOVE HY-DESC TO EX-INFO-OUT
                       PERFORM 360-NODE-EXCEPTION
                       MOVE 'Y' TO WS-HOLIDAY-HIT
               END-READ
           END-IF
           IF WS-HOLIDAY-HIT = 'N'
               COMPUTE WS-DOW-BASE = WS-NODE-DAYS - 1
               DIVIDE WS-DOW-BASE BY 7 GIVING WS-DOW-QUOT
                   REMAINDER WS-DOW
               IF WS-DOW > 4
                   MOVE 'POSTED ON A WEEKEND' TO EX-REASON-OUT
                   IF WS-DOW = 5
                       MOVE 'SATURDAY' TO EX-INFO-OUT
                   ELSE
                       MOVE 'SUNDAY' TO EX-INFO-OUT
                   END-IF
                   PERFORM 360-NODE-EXCEPTION
               END-IF
           END-IF.
       320-SCORE-VOID.
           COMPUTE WS-AMT = WN-AMT-OWED + WN-AMT-PAID
           ADD 1 TO WS-OT-VOIDS(WS-OT-HIT)
           ADD WS-AMT TO WS-OT-VOID-AMT(WS-OT-HIT)
           PERFORM 350-COUNT-ADJUSTMENT
           IF WS-VP-OPER(WS-VP-HIT) = WN-OPERATOR-ID
               IF WS-VP-DATE(WS-VP-HIT) = WN-POST-DATE
                       AND WN-AMT-PAID > ZERO
                       AND (WS-VP-TENDER(WS-VP-HIT) = 'CA'
                        OR WS-VP-TENDER(WS-VP-HIT) = SPACES)
                   MOVE 'SAME-DAY CASH SELFVOID' TO EX-REASON-OUT
               ELSE
                   MOVE 'OWN RECEIPT VOIDED' TO EX-REASON-OUT
               END-IF
               MOVE SPACES TO EX-INFO-OUT
               STRING 'ORIG ' WS-VP-RCPT(WS-VP-HIT)
                   DELIMITED BY SIZE INTO EX-INFO-OUT
               PERFORM 360-NODE-EXCEPTION
           END-IF.
       330-SCORE-REFUND.
           MOVE WN-REFUND-AMT TO WS-AMT
           IF WS-AMT < ZERO
               COMPUTE WS-AMT = ZERO - WS-AMT
           END-IF
           ADD 1 TO WS-OT-REFUNDS(WS-OT-HIT)
           ADD WS-AMT TO WS-OT-REFUND-AMT(WS-OT-HIT)
           PERFORM 350-COUNT-ADJUSTMENT.
       340-CHECK-RECENT-CHANGE.
      *    ONE LINE PER KIND OF CHANGE FOUND IN THE WINDOW BEFORE THE
      *    REFUND, SHOWING THE LATEST SUCH CHANGE'S DATE.
           MOVE WN-REFUND-AMT TO WS-AMT
           IF WS-AMT < ZERO
               COMPUTE WS-AMT = ZERO - WS-AMT
           END-IF
           MOVE 'N' TO WS-AD-SEEN
           MOVE 'N' TO WS-BK-SEEN
           MOVE 'N' TO WS-DX-DONE
           MOVE WN-STU-NUM TO DX-STU-NUM
           MOVE ZEROS TO DX-DATE
           MOVE ZEROS TO DX-TIME
           START DX-FILE-DESC KEY IS NOT LESS THAN DX-KEY
               INVALID KEY MOVE 'Y' TO WS-DX-DONE
           END-START
           PERFORM UNTIL WS-DX-DONE = 'Y'
               READ DX-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-DX-DONE
                   NOT AT END
                       IF DX-STU-NUM NOT = WN-STU-NUM
                           MOVE 'Y' TO WS-DX-DONE
                       ELSE
                           PERFORM 345-JUDGE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AD-SEEN = 'Y'
               MOVE 'REFUND AFTER ADDR CHG' TO EX-REASON-OUT
               MOVE SPACES TO EX-INFO-OUT
               STRING 'CHG ' WS-AD-SEEN-DATE DELIMITED BY SIZE
                   INTO EX-INFO-OUT
               PERFORM 370-CHANGE-EXCEPTION
           END-IF
           IF WS-BK-SEEN = 'Y'
               MOVE 'REFUND AFTER BANK CHG' TO EX-REASON-OUT
               MOVE SPACES TO EX-INFO-OUT
               STRING 'CHG ' WS-BK-SEEN-DATE DELIMITED BY SIZE
                   INTO EX-INFO-OUT
               PERFORM 370-CHANGE-EXCEPTION
           END-IF.
       345-JUDGE-ONE-CHANGE.
      *    ROWS COME IN DATE ORDER, SO THE LAST ONE IN THE WINDOW
      *    WINS.
           COMPUTE WS-CCYYMMDD = 20000000 + DX-DATE
           COMPUTE WS-CHG-DAYS = FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
           COMPUTE WS-DAYS-APART = WS-NODE-DAYS - WS-CHG-DAYS
           IF WS-DAYS-APART NOT < ZERO
                   AND WS-DAYS-APART NOT > WS-CHG-WINDOW
               IF DX-KIND = 'AD'
                   MOVE DX-DATE TO WS-AD-SEEN-DATE
                   MOVE 'Y' TO WS-AD-SEEN
               ELSE
                   MOVE DX-DATE TO WS-BK-SEEN-DATE
                   MOVE 'Y' TO WS-BK-SEEN
               END-IF
           END-IF.
       350-COUNT-ADJUSTMENT.
      *    WS-AMT IS THE ADJUSTMENT'S DOLLARS.
           MOVE ZERO TO WS-AJ-HIT
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
                   UNTIL WS-AJ-SUB > WS-AJ-CNT
               IF WS-AJ-OPER(WS-AJ-SUB) = WN-OPERATOR-ID
                   MOVE WS-AJ-SUB TO WS-AJ-HIT
               END-IF
           END-PERFORM
           IF WS-AJ-HIT = ZERO AND WS-AJ-CNT < 20
               ADD 1 TO WS-AJ-CNT
               MOVE WS-AJ-CNT TO WS-AJ-HIT
               MOVE WN-OPERATOR-ID TO WS-AJ-OPER(WS-AJ-HIT)
               MOVE ZERO TO WS-AJ-TIMES(WS-AJ-HIT)
               MOVE ZERO TO WS-AJ-AMT(WS-AJ-HIT)
           END-IF
           IF WS-AJ-HIT > ZERO
               ADD 1 TO WS-AJ-TIMES(WS-AJ-HIT)
               ADD WS-AMT TO WS-AJ-AMT(WS-AJ-HIT)
           END-IF.
       360-NODE-EXCEPTION.
      *    REASON AND DETAIL ARE SET; THE REST COMES OFF THE NODE.
           MOVE WN-OPERATOR-ID TO EX-OPER-OUT
           MOVE WN-STU-NUM TO EX-STU-OUT
           MOVE WN-RCPT-NO TO EX-RCPT-OUT
           MOVE WN-POST-DATE TO EX-DATE-OUT
           IF WN-TYPE = 'REFUND'
               MOVE WN-REFUND-AMT TO EX-AMT-OUT
           ELSE
               COMPUTE EX-AMT-OUT = WN-AMT-OWED + WN-AMT-PAID
           END-IF
           PERFORM 380-WRITE-EXCEPTION.
       370-CHANGE-EXCEPTION.
      *    COUNTED AGAINST THE SENDER ONLY WHEN THEY ARE SCORED.
           MOVE WN-OPERATOR-ID TO EX-OPER-OUT
           MOVE WN-STU-NUM TO EX-STU-OUT
           MOVE WN-RCPT-NO TO EX-RCPT-OUT
           MOVE WN-POST-DATE TO EX-DATE-OUT
           MOVE WS-AMT TO EX-AMT-OUT
           PERFORM 380-WRITE-EXCEPTION.
       380-WRITE-EXCEPTION.
           WRITE REPORT-REC FROM EXCEPT-LINE AFTER 1
           ADD 1 TO WS-EXCEPT-CNT
           IF WS-OT-HIT > ZERO
               ADD 1 TO WS-OT-EXCEPTS(WS-OT-HIT)
           END-IF.
       400-CHECK-REPEATS.
      *    THE STUDENT'S ADJUSTMENTS ARE ALL ON THIS ONE CHAIN, SO
      *    THE REPEAT TEST RUNS AS EACH STUDENT FINISHES.
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
                   UNTIL WS-AJ-SUB > WS-AJ-CNT
               IF WS-AJ-TIMES(WS-AJ-SUB) NOT < WS-ADJ-REPEAT
                   MOVE WS-AJ-OPER(WS-AJ-SUB) TO WS-CHECK-OPER
                   PERFORM 260-FIND-OPERATOR
                   MOVE 'REPEATED ADJUSTMENTS' TO EX-REASON-OUT
                   MOVE WS-AJ-OPER(WS-AJ-SUB) TO EX-OPER-OUT
                   MOVE SF-STU-NUM TO EX-STU-OUT
                   MOVE ZEROS TO EX-RCPT-OUT
                   MOVE WS-WEEK-END TO EX-DATE-OUT
                   MOVE WS-AJ-AMT(WS-AJ-SUB) TO EX-AMT-OUT
                   MOVE SPACES TO EX-INFO-OUT
                   STRING WS-AJ-TIMES(WS-AJ-SUB) ' TIMES'
                       DELIMITED BY SIZE INTO EX-INFO-OUT
                   PERFORM 380-WRITE-EXCEPTION
               END-IF
           END-PERFORM.
       500-SCAN-JOURNAL.
      *    RC-REC CARRIES NO TIME OF DAY, SO THE HOURS TEST RUNS OFF
      *    THE JOURNAL'S ADD ENTRIES (BLANK BEFORE-IMAGE) FOR NEW
      *    RECEIPT NODES.  THE JOURNAL IS STARTED FRESH AT EVERY
      *    BACKUP, SO THIS ONLY SEES THAT FAR BACK -- THE COUNT ON THE
      *    REPORT SAYS HOW MUCH OF THE WEEK IT HAD.
           OPEN INPUT JOURNAL-FILE
           IF WS-JF-STATUS = '35'
               MOVE 'NO JOURNAL ON HAND -- OFFICE-HOURS TEST NOT RUN'
                   TO NL-TEXT-OUT
               MOVE ZERO TO NL-CNT-OUT
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               WRITE REPORT-REC FROM NOTE-LINE AFTER 1
           ELSE
               MOVE 'N' TO NO-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS = 'Y'
                   READ JOURNAL-FILE INTO JOURNAL-LINE
                       AT END MOVE 'Y' TO NO-MORE-RECORDS
                       NOT AT END PERFORM 510-SCORE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               MOVE 'JOURNAL ENTRIES IN THE WEEK SCANNED FOR HOURS'
                   TO NL-TEXT-OUT
               MOVE WS-JL-IN-WEEK TO NL-CNT-OUT
               WRITE REPORT-REC FROM NOTE-LINE AFTER 1
           END-IF.
       510-SCORE-JOURNAL-ENTRY.
           IF JL-DATE IS NUMERIC AND JL-DATE > ZERO
               COMPUTE WS-CCYYMMDD = 20000000 + JL-DATE
               COMPUTE WS-NODE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
               IF WS-NODE-DAYS NOT < WS-START-DAYS
                       AND WS-NODE-DAYS NOT > WS-END-DAYS
                   ADD 1 TO WS-JL-IN-WEEK
                   IF JL-FILE-ID = 'RC' AND JL-SLOT NOT = 1
                           AND JL-BEFORE = SPACES
                           AND (JL-TIME < WS-OPEN-TIME
                            OR JL-TIME > WS-CLOSE-TIME)
                       MOVE JL-AFTER TO WS-RC-IMAGE
                       MOVE WI-RC-OPERATOR-ID TO WS-CHECK-OPER
                       PERFORM 250-CHECK-PERSON
                       IF WS-PERSON = 'Y'
                           PERFORM 260-FIND-OPERATOR
                           MOVE 'POSTED AFTER HOURS' TO EX-REASON-OUT
                           MOVE WI-RC-OPERATOR-ID TO EX-OPER-OUT
                           MOVE WI-RC-STU-NUM TO EX-STU-OUT
                           MOVE WI-RC-RCPT-NO TO EX-RCPT-OUT
                           MOVE JL-DATE TO EX-DATE-OUT
                           COMPUTE EX-AMT-OUT =
                               WI-RC-AMT-OWED + WI-RC-AMT-PAID
                           MOVE SPACES TO EX-INFO-OUT
                           STRING 'AT ' JL-TIME(1:4)
                               DELIMITED BY SIZE INTO EX-INFO-OUT
                           PERFORM 380-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
       600-PRINT-SUMMARY.
      *    PEER AVERAGES ARE OVER THE SCORED OPERATORS WHO POSTED
      *    ANYTHING IN THE WEEK.  AN OPERATOR OVER TWICE THE AVERAGE
      *    COUNT OR DOLLARS, WITH AT LEAST THREE OF THEM, IS FLAGGED.
           MOVE ZERO TO WS-TOT-VOIDS
           MOVE ZERO TO WS-TOT-VOID-AMT
           MOVE ZERO TO WS-TOT-REFUNDS
           MOVE ZERO TO WS-TOT-REFUND-AMT
           MOVE ZERO TO WS-AVG-VOIDS
           MOVE ZERO TO WS-AVG-VOID-AMT
           MOVE ZERO TO WS-AVG-REFUNDS
           MOVE ZERO TO WS-AVG-REFUND-AMT
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-CNT
               ADD WS-OT-VOIDS(WS-OT-SUB) TO WS-TOT-VOIDS
               ADD WS-OT-VOID-AMT(WS-OT-SUB) TO WS-TOT-VOID-AMT
               ADD WS-OT-REFUNDS(WS-OT-SUB) TO WS-TOT-REFUNDS
               ADD WS-OT-REFUND-AMT(WS-OT-SUB) TO WS-TOT-REFUND-AMT
           END-PERFORM
           IF WS-OT-CNT > ZERO
               COMPUTE WS-AVG-VOIDS ROUNDED = WS-TOT-VOIDS / WS-OT-CNT
               COMPUTE WS-AVG-VOID-AMT ROUNDED =
                   WS-TOT-VOID-AMT / WS-OT-CNT
               COMPUTE WS-AVG-REFUNDS ROUNDED =
                   WS-TOT-REFUNDS / WS-OT-CNT
               COMPUTE WS-AVG-REFUND-AMT ROUNDED =
                   WS-TOT-REFUND-AMT / WS-OT-CNT
           END-IF
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-CNT
               PERFORM 610-FLAG-PEER-OUTLIER
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 2
           WRITE REPORT-REC FROM SUMMARY-HEAD AFTER 1
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-CNT
               MOVE WS-OT-ID(WS-OT-SUB) TO SM-OPER-OUT
               MOVE WS-OT-POSTS(WS-OT-SUB) TO SM-POSTS-OUT
               MOVE WS-OT-VOIDS(WS-OT-SUB) TO SM-VOIDS-OUT
               MOVE WS-OT-VOID-AMT(WS-OT-SUB) TO SM-VOID-AMT-OUT
               MOVE WS-OT-REFUNDS(WS-OT-SUB) TO SM-REFUNDS-OUT
               MOVE WS-OT-REFUND-AMT(WS-OT-SUB) TO SM-REFUND-AMT-OUT
               MOVE WS-OT-EXCEPTS(WS-OT-SUB) TO SM-EXCEPTS-OUT
               WRITE REPORT-REC FROM SUMMARY-LINE AFTER 1
           END-PERFORM
           MOVE WS-AVG-VOIDS TO AV-VOIDS-OUT
           MOVE WS-AVG-VOID-AMT TO AV-VOID-AMT-OUT
           MOVE WS-AVG-REFUNDS TO AV-REFUNDS-OUT
           MOVE WS-AVG-REFUND-AMT TO AV-REFUND-AMT-OUT
           WRITE REPORT-REC FROM AVERAGE-LINE AFTER 1.
       610-FLAG-PEER-OUTLIER.
           MOVE WS-OT-SUB TO WS-OT-HIT
           MOVE SPACES TO EX-OPER-OUT
           MOVE WS-OT-ID(WS-OT-SUB) TO EX-OPER-OUT
           MOVE ZEROS TO EX-STU-OUT
           MOVE ZEROS TO EX-RCPT-OUT
           MOVE WS-WEEK-END TO EX-DATE-OUT
           IF WS-OT-VOIDS(WS-OT-SUB) NOT < WS-PEER-MIN
                   AND (WS-OT-VOIDS(WS-OT-SUB) >
                        WS-AVG-VOIDS * WS-PEER-MULT
                    OR WS-OT-VOID-AMT(WS-OT-SUB) >
                        WS-AVG-VOID-AMT * WS-PEER-MULT)
               MOVE 'VOIDS ABOVE PEERS' TO EX-REASON-OUT
               MOVE WS-OT-VOID-AMT(WS-OT-SUB) TO EX-AMT-OUT
               MOVE SPACES TO EX-INFO-OUT
               STRING WS-OT-VOIDS(WS-OT-SUB) ' VOIDS'
                   DELIMITED BY SIZE INTO EX-INFO-OUT
               PERFORM 380-WRITE-EXCEPTION
           END-IF
           IF WS-OT-REFUNDS(WS-OT-SUB) NOT < WS-PEER-MIN
                   AND (WS-OT-REFUNDS(WS-OT-SUB) >
                        WS-AVG-REFUNDS * WS-PEER-MULT
                    OR WS-OT-REFUND-AMT(WS-OT-SUB) >
                        WS-AVG-REFUND-AMT * WS-PEER-MULT)
               MOVE 'REFUNDS ABOVE PEERS' TO EX-REASON-OUT
               MOVE WS-OT-REFUND-AMT(WS-OT-SUB) TO EX-AMT-OUT
               MOVE SPACES TO EX-INFO-OUT
               STRING WS-OT-REFUNDS(WS-OT-SUB) ' REFNDS'
                   DELIMITED BY SIZE INTO EX-INFO-OUT
               PERFORM 380-WRITE-EXCEPTION
           END-IF.
