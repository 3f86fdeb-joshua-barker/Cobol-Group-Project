       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REV-RECOG.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MONTHLY TUITION REVENUE RECOGNITION.
      *          PROJ-TUITION-ASSESS BOOKS TERM CHARGES TO UNEARNED
      *          REVENUE AND KEEPS THE UNEARNED REGISTER ON
      *          PROJ-UNEARNED.DAT (SEE UR-FILE-DESC) BY TERM AND
      *          SESSION; THE DROP PATHS TAKE THEIR 'DROPADJUST'
      *          REVERSALS OFF IT.  FOR EVERY REGISTER ROW THIS EARNS
      *          THE NET (ASSESSED LESS REVERSED) PRO-RATA BY THE DAYS
      *          OF THE SESSION ELAPSED -- SN-START/SN-END ON THE
      *          SESSION'S PROJ-SESS-CAL.DAT ROW, ELSE AC-TERM-START/
      *          AC-TERM-END ON THE TERM'S PROJ-ACAD-CAL.DAT ROW -- AND
      *          WRITES THE CHANGE FROM WHAT WAS EARNED LAST RUN AS A
      *          RECOGNITION ENTRY ON REV-RECOG.DAT (SEE RV-FILE-DESC)
      *          FOR PROJ-GL-EXPORT.  A DROP AFTER THE SESSION STARTS
      *          LOWERS THE NET, SO ITS ALREADY-EARNED SHARE COMES BACK
      *          OUT OF REVENUE IN THE SAME PROPORTION; THAT PART IS
      *          SHOWN IN ITS OWN COLUMN.  PRINTS REV-RECOG.RPT.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UR-FILE-DESC ASSIGN TO 'PROJ-UNEARNED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UR-KEY
               FILE STATUS IS WS-UR-STATUS.
           SELECT RV-FILE-DESC ASSIGN TO 'REV-RECOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RV-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT SN-FILE-DESC ASSIGN TO 'PROJ-SESS-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SN-STATUS.
           SELECT RECOG-REPORT ASSIGN TO 'REV-RECOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UR-FILE-DESC IS EXTERNAL RECORD CONTAINS 70 CHARACTERS.
           COPY UR-FILE-DESC.
       FD  RV-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY RV-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  SN-FILE-DESC IS EXTERNAL RECORD CONTAINS 72 CHARACTERS.
           COPY SN-CAL-DESC.
       FD  RECOG-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-UR-STATUS              PIC XX.
       01  WS-RV-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-SN-STATUS              PIC XX.
       01  WS-AC-ON-FILE             PIC X      VALUE 'N'.
       01  WS-SN-ON-FILE             PIC X      VALUE 'N'.
       01  WS-UR-DONE                PIC X      VALUE 'N'.
       01  WS-DATES-FOUND            PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-START                  PIC 9(8).
       01  WS-END                    PIC 9(8).
       01  WS-SESS-DAYS              PIC 9(5).
       01  WS-ELAPSED                PIC 9(5).
       01  WS-SHARE                  PIC 9V9(6).
       01  WS-NET                    PIC S9(7)V99.
       01  WS-EARNED                 PIC S9(7)V99.
       01  WS-ENTRY                  PIC S9(7)V99.
       01  WS-DROP-SHARE             PIC S9(7)V99.
       01  WS-ROW-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-ENTRY-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-NOCAL-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TOT-ASSESSED       PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-REVERSED       PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-EARNED         PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-ENTRY          PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-DROP           PIC S9(7)V99 VALUE ZERO.
           05  WS-TOT-UNEARNED       PIC S9(7)V99 VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'TUITION REVENUE RECOGNITION -- RUN DATE '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(72)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(40)  VALUE
                '  TERM   SS START    END         PCT    '.
           05                        PIC X(40)  VALUE
                ' ASSESSED      REVERSED        EARNED   '.
           05                        PIC X(40)  VALUE
                ' THIS ENTRY    DROP SHARE      UNEARNED '.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-TERM-OUT           PIC X(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SESS-OUT           PIC X(2).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-START-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-END-OUT            PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-PCT-OUT            PIC ZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ASSESSED-OUT       PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-REVERSED-OUT       PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-EARNED-OUT         PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ENTRY-OUT          PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DROP-OUT           PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-UNEARNED-OUT       PIC Z,ZZZ,ZZ9.99-.
       01  NOCAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  NC-TERM-OUT           PIC X(6).
           05                        PIC X(1)   VALUE SPACES.
           05  NC-SESS-OUT           PIC X(2).
           05                        PIC X(1)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'NO CALENDAR DATES ON FILE -- NOT EARNED '.
           05                        PIC X(68)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(35)  VALUE 'TOTAL'.
           05  TL-ASSESSED-OUT       PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  TL-REVERSED-OUT       PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  TL-EARNED-OUT         PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  TL-ENTRY-OUT          PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  TL-DROP-OUT           PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(1)   VALUE SPACES.
           05  TL-UNEARNED-OUT       PIC Z,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O UR-FILE-DESC
           IF WS-UR-STATUS = '35'
               DISPLAY 'NO UNEARNED REVENUE REGISTER ON FILE --'
               DISPLAY 'NOTHING TO RECOGNIZE'
               EXIT PROGRAM
           END-IF
           OPEN I-O RV-FILE-DESC
           IF WS-RV-STATUS = '35'
               OPEN OUTPUT RV-FILE-DESC
               CLOSE RV-FILE-DESC
               OPEN I-O RV-FILE-DESC
           END-IF
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE 'Y' TO WS-AC-ON-FILE
           END-IF
           OPEN INPUT SN-FILE-DESC
           IF WS-SN-STATUS NOT = '35'
               MOVE 'Y' TO WS-SN-ON-FILE
           END-IF
           OPEN OUTPUT RECOG-REPORT
           DISPLAY 'PROJ-REV-RECOG STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE WS-TODAY TO HL-DATE-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE LOW-VALUES TO UR-KEY
           START UR-FILE-DESC KEY IS NOT LESS THAN UR-KEY
               INVALID KEY MOVE 'Y' TO WS-UR-DONE
           END-START
           PERFORM UNTIL WS-UR-DONE = 'Y'
               READ UR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-UR-DONE
                   NOT AT END PERFORM 200-RECOGNIZE-ONE-ROW
               END-READ
           END-PERFORM
           PERFORM 500-PRINT-TOTALS
           DISPLAY 'PROJ-REV-RECOG FINISHED -- ' WS-ROW-CNT
               ' SESSION(S), ' WS-ENTRY-CNT ' ENTRY(IES)'
           IF WS-NOCAL-CNT > 0
               DISPLAY WS-NOCAL-CNT ' SESSION(S) WITH NO CALENDAR'
                   ' DATES -- SEE REV-RECOG.RPT'
           END-IF
           CLOSE UR-FILE-DESC
                 RV-FILE-DESC
                 RECOG-REPORT
           IF WS-AC-ON-FILE = 'Y'
               CLOSE AC-FILE-DESC
           END-IF
           IF WS-SN-ON-FILE = 'Y'
               CLOSE SN-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-RECOGNIZE-ONE-ROW.
           ADD 1 TO WS-ROW-CNT
           PERFORM 300-RESOLVE-DATES
           IF WS-DATES-FOUND = 'N'
               ADD 1 TO WS-NOCAL-CNT
               MOVE UR-TERM TO NC-TERM-OUT
               MOVE UR-SESSION TO NC-SESS-OUT
               WRITE REPORT-REC FROM NOCAL-LINE AFTER 1
           ELSE
               PERFORM 400-EARN-THE-SHARE
           END-IF.
       300-RESOLVE-DATES.
      *    THE SESSION'S OWN ROW WINS; A SESSION WITH NO ROW (OR NO
      *    DATES ON IT) FALLS BACK TO THE TERM ROW, THE SAME ORDER
      *    PROJ-ENROLLMENT RESOLVES A SECTION'S DEADLINES IN.
           MOVE 'N' TO WS-DATES-FOUND
           MOVE ZEROS TO WS-START
           MOVE ZEROS TO WS-END
           IF WS-SN-ON-FILE = 'Y'
               MOVE UR-TERM TO SN-TERM
               MOVE UR-SESSION TO SN-SESSION
               READ SN-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SN-START > ZERO AND SN-END NOT < SN-START
                           MOVE SN-START TO WS-START
                           MOVE SN-END TO WS-END
                           MOVE 'Y' TO WS-DATES-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-DATES-FOUND = 'N' AND WS-AC-ON-FILE = 'Y'
               MOVE UR-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-START > ZERO
                               AND AC-TERM-END NOT < AC-TERM-START
                           MOVE AC-TERM-START TO WS-START
                           MOVE AC-TERM-END TO WS-END
                           MOVE 'Y' TO WS-DATES-FOUND
                       END-IF
               END-READ
           END-IF.
       400-EARN-THE-SHARE.
      *    THE SHARE IS DAYS ELAPSED THROUGH TODAY OVER THE DAYS IN
      *    THE SESSION, BOTH ENDS COUNTED -- NOTHING BEFORE THE FIRST
      *    DAY, ALL OF IT FROM THE LAST DAY ON.  THE ENTRY IS WHAT IS
      *    EARNED NOW LESS WHAT WAS ALREADY RECOGNIZED, SO A RERUN OR
      *    A LATE DROP ONLY EVER BOOKS THE DIFFERENCE.
           IF WS-TODAY-CCYYMMDD < WS-START
               MOVE ZERO TO WS-SHARE
           ELSE
               IF WS-TODAY-CCYYMMDD NOT < WS-END
                   MOVE 1 TO WS-SHARE
               ELSE
                   COMPUTE WS-SESS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-END)
                       - FUNCTION INTEGER-OF-DATE(WS-START) + 1
                   COMPUTE WS-ELAPSED =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(WS-START) + 1
                   COMPUTE WS-SHARE ROUNDED =
                       WS-ELAPSED / WS-SESS-DAYS
               END-IF
           END-IF
           COMPUTE WS-NET = UR-ASSESSED - UR-REVERSED
           COMPUTE WS-EARNED ROUNDED = WS-NET * WS-SHARE
           COMPUTE WS-ENTRY = WS-EARNED - UR-RECOGNIZED
           COMPUTE WS-DROP-SHARE ROUNDED =
               (UR-REV-AT-LAST - UR-REVERSED) * WS-SHARE
           IF WS-ENTRY NOT = ZERO
               PERFORM 410-WRITE-ENTRY
           END-IF
           MOVE UR-TERM TO DL-TERM-OUT
           MOVE UR-SESSION TO DL-SESS-OUT
           MOVE WS-START TO DL-START-OUT
           MOVE WS-END TO DL-END-OUT
           COMPUTE DL-PCT-OUT = WS-SHARE * 100
           MOVE UR-ASSESSED TO DL-ASSESSED-OUT
           MOVE UR-REVERSED TO DL-REVERSED-OUT
           MOVE WS-EARNED TO DL-EARNED-OUT
           MOVE WS-ENTRY TO DL-ENTRY-OUT
           MOVE WS-DROP-SHARE TO DL-DROP-OUT
           COMPUTE DL-UNEARNED-OUT = WS-NET - WS-EARNED
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD UR-ASSESSED TO WS-TOT-ASSESSED
           ADD UR-REVERSED TO WS-TOT-REVERSED
           ADD WS-EARNED TO WS-TOT-EARNED
           ADD WS-ENTRY TO WS-TOT-ENTRY
           ADD WS-DROP-SHARE TO WS-TOT-DROP
           COMPUTE WS-TOT-UNEARNED =
               WS-TOT-UNEARNED + WS-NET - WS-EARNED
           MOVE WS-EARNED TO UR-RECOGNIZED
           MOVE UR-REVERSED TO UR-REV-AT-LAST
           MOVE WS-TODAY TO UR-LAST-RUN
           REWRITE UR-RECORD.
       410-WRITE-ENTRY.
      *    ONE ENTRY PER SESSION PER RUN DATE; A SECOND RUN THE SAME
      *    DAY ADDS ITS DIFFERENCE TO THE ROW ALREADY THERE.
           ADD 1 TO WS-ENTRY-CNT
           MOVE WS-TODAY TO RV-RUN-DATE
           MOVE UR-TERM TO RV-TERM
           MOVE UR-SESSION TO RV-SESSION
           READ RV-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO RV-RECORD
                   MOVE WS-TODAY TO RV-RUN-DATE
                   MOVE UR-TERM TO RV-TERM
                   MOVE UR-SESSION TO RV-SESSION
                   MOVE WS-ENTRY TO RV-AMOUNT
                   MOVE WS-DROP-SHARE TO RV-REVERSAL
                   COMPUTE RV-PCT = WS-SHARE * 100
                   WRITE RV-RECORD
               NOT INVALID KEY
                   ADD WS-ENTRY TO RV-AMOUNT
                   ADD WS-DROP-SHARE TO RV-REVERSAL
                   COMPUTE RV-PCT = WS-SHARE * 100
                   REWRITE RV-RECORD
           END-READ.
       500-PRINT-TOTALS.
           MOVE WS-TOT-ASSESSED TO TL-ASSESSED-OUT
           MOVE WS-TOT-REVERSED TO TL-REVERSED-OUT
           MOVE WS-TOT-EARNED TO TL-EARNED-OUT
           MOVE WS-TOT-ENTRY TO TL-ENTRY-OUT
           MOVE WS-TOT-DROP TO TL-DROP-OUT
           MOVE WS-TOT-UNEARNED TO TL-UNEARNED-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2.
