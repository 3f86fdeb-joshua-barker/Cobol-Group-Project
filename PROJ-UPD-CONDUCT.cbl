       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-CONDUCT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE DEAN OF STUDENTS' MAINTENANCE
      *          SCREEN FOR THE CONDUCT CASE FILE (SEE CC-FILE-DESC),
      *          SAME ADD-OR-CORRECT SHAPE AS PROJ-UPD-HEALTH.  KEYS A
      *          STUDENT AND A CASE NUMBER (ZERO OPENS THE STUDENT'S
      *          NEXT CASE), SHOWS WHAT IS ON FILE, AND WRITES OR
      *          REWRITES THE ROW STAMPED WITH THE OPERATOR.  ONLY AN
      *          OPERATOR MARKED OP-CONDUCT 'Y' ON PROJ-UPD-OPERATOR
      *          GETS IN, WHATEVER THE AUTHORIZATION LEVEL -- CASE
      *          FILES ARE NOT THE REGISTRAR'S TO READ.  A FINDING
      *          SAVED FOR THE FIRST TIME, OR A CHANGE TO A DECIDED
      *          CASE'S FINDING, SANCTION OR SANCTION DATES, QUEUES
      *          THE 'COND' OUTCOME LETTER.  PROJ-CONDUCT-HOLD PUTS
      *          ON AND TAKES OFF THE 'CO' HOLD THE NEXT NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-FILE-DESC ASSIGN TO 'CONDUCT-CASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT OP-FILE-DESC ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CC-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY CC-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  OP-FILE-DESC IS EXTERNAL RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       WORKING-STORAGE SECTION.
       01  WS-CC-STATUS              PIC XX.
       01  WS-OP-STATUS              PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       COPY CQ-REC.
       01  WS-AUTH-OK                PIC X.
       01  WS-CC-DONE                PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-SEQ                PIC 9(3).
       01  WS-TMP-INCIDENT           PIC 9(8).
       01  WS-TMP-CHARGE-1           PIC X(4).
       01  WS-TMP-CHARGE-2           PIC X(4).
       01  WS-TMP-CHARGE-3           PIC X(4).
       01  WS-TMP-HEARING            PIC 9(8).
       01  WS-TMP-FINDING            PIC X.
       01  WS-TMP-SANCTION           PIC X.
       01  WS-TMP-START              PIC 9(8).
       01  WS-TMP-END                PIC 9(8).
       01  WS-TMP-COMMENT            PIC X(30).
       01  WS-TMP-NAME               PIC X(35).
      *    THE OUTCOME AS IT STOOD BEFORE THIS CORRECTION -- A LETTER
      *    GOES OUT ONLY WHEN THE DECISION ITSELF CHANGES.
       01  WS-OLD-FINDING            PIC X.
       01  WS-OLD-SANCTION           PIC X.
       01  WS-OLD-START              PIC 9(8).
       01  WS-OLD-END                PIC 9(8).
       01  WS-SEND-LETTER            PIC X.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-DATE-CHK               PIC 9(8).
       01  WS-DATE-CHK-X REDEFINES WS-DATE-CHK.
           05  WS-CHK-CCYY           PIC 9(4).
           05  WS-CHK-MM             PIC 9(2).
           05  WS-CHK-DD             PIC 9(2).
       01  WS-DATE-OK                PIC X.
       01  WS-DATE-OUT.
           05  WS-OUT-MM             PIC 9(2).
           05                        PIC X      VALUE '/'.
           05  WS-OUT-DD             PIC 9(2).
           05                        PIC X      VALUE '/'.
           05  WS-OUT-CCYY           PIC 9(4).
       01  WS-VAR-PTR                PIC 9(3).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 5 COLUMN 1 VALUE 'CASE NUMBER (0 = NEW CASE): '.
          05 LINE 5 COLUMN 30 PIC 9(3) TO WS-TMP-SEQ.
       01 SCRN-DETAIL.
          05 LINE 7 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 7 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 7 COLUMN 47 VALUE 'CASE: '.
          05 LINE 7 COLUMN 53 PIC 9(3) FROM WS-TMP-SEQ.
          05 LINE 9 COLUMN 1 VALUE 'INCIDENT DATE   (CCYYMMDD): '.
          05 LINE 9 COLUMN 30 PIC 9(8) USING WS-TMP-INCIDENT.
          05 LINE 10 COLUMN 1 VALUE 'CHARGE CODES: '.
          05 LINE 10 COLUMN 15 PIC X(4) USING WS-TMP-CHARGE-1.
          05 LINE 10 COLUMN 20 PIC X(4) USING WS-TMP-CHARGE-2.
          05 LINE 10 COLUMN 25 PIC X(4) USING WS-TMP-CHARGE-3.
          05 LINE 11 COLUMN 1 VALUE 'HEARING DATE    (CCYYMMDD): '.
          05 LINE 11 COLUMN 30 PIC 9(8) USING WS-TMP-HEARING.
          05 LINE 13 COLUMN 1 VALUE
                  'FINDING (R=RESPONSIBLE N=NOT BLANK=PENDING): '.
          05 LINE 13 COLUMN 47 PIC X USING WS-TMP-FINDING.
          05 LINE 14 COLUMN 1 VALUE
                  'SANCTION (W=WARN P=PROB S=SUSP E=EXPEL): '.
          05 LINE 14 COLUMN 43 PIC X USING WS-TMP-SANCTION.
          05 LINE 15 COLUMN 1 VALUE 'SANCTION START  (CCYYMMDD): '.
          05 LINE 15 COLUMN 30 PIC 9(8) USING WS-TMP-START.
          05 LINE 16 COLUMN 1 VALUE 'SANCTION END    (CCYYMMDD): '.
          05 LINE 16 COLUMN 30 PIC 9(8) USING WS-TMP-END.
          05 LINE 18 COLUMN 1 VALUE 'COMMENT: '.
          05 LINE 18 COLUMN 10 PIC X(30) USING WS-TMP-COMMENT.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           PERFORM 110-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'N'
               DISPLAY 'NOT AUTHORIZED FOR CONDUCT CASES'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
               EXIT PROGRAM
           END-IF
           OPEN I-O CC-FILE-DESC
           IF WS-CC-STATUS = '35'
               OPEN OUTPUT CC-FILE-DESC
               CLOSE CC-FILE-DESC
               OPEN I-O CC-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE CC-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       110-CHECK-AUTHORITY.
      *    THE CONDUCT CLEARANCE IS ITS OWN FLAG, NOT A RUNG ON THE
      *    1/5/9 LADDER -- A LEVEL-9 OPERATOR WITHOUT IT STAYS OUT.
      *    WITH NO OPERATOR FILE YET THERE IS NOBODY TO CHECK.
           MOVE 'Y' TO WS-AUTH-OK
           OPEN INPUT OP-FILE-DESC
           IF WS-OP-STATUS NOT = '35'
               MOVE WS-OPERATOR-ID TO OP-ID
               READ OP-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-AUTH-OK
                   NOT INVALID KEY
                       IF OP-CONDUCT NOT = 'Y'
                           MOVE 'N' TO WS-AUTH-OK
                       END-IF
               END-READ
               CLOSE OP-FILE-DESC
           END-IF.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT IN SYSTEM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-MAINTAIN-ROW
           END-READ
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       220-NEXT-CASE-SEQ.
      *    ONE PAST THE HIGHEST CASE ON FILE FOR THE STUDENT.
           MOVE ZERO TO WS-TMP-SEQ
           MOVE WS-TMP-SNO TO CC-STU-NUM
           MOVE ZERO TO CC-CASE-SEQ
           MOVE 'N' TO WS-CC-DONE
           START CC-FILE-DESC KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'Y' TO WS-CC-DONE
           END-START
           PERFORM UNTIL WS-CC-DONE = 'Y'
               READ CC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-CC-DONE
                   NOT AT END
                       IF CC-STU-NUM NOT = WS-TMP-SNO
                           MOVE 'Y' TO WS-CC-DONE
                       ELSE
                           MOVE CC-CASE-SEQ TO WS-TMP-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-TMP-SEQ.
       250-MAINTAIN-ROW.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           IF WS-TMP-SEQ = ZERO
               PERFORM 220-NEXT-CASE-SEQ
           END-IF
           MOVE WS-TMP-SNO TO CC-STU-NUM
           MOVE WS-TMP-SEQ TO CC-CASE-SEQ
           READ CC-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE ZEROS TO WS-TMP-INCIDENT
                   MOVE SPACES TO WS-TMP-CHARGE-1
                   MOVE SPACES TO WS-TMP-CHARGE-2
                   MOVE SPACES TO WS-TMP-CHARGE-3
                   MOVE ZEROS TO WS-TMP-HEARING
                   MOVE SPACE TO WS-TMP-FINDING
                   MOVE SPACE TO WS-TMP-SANCTION
                   MOVE ZEROS TO WS-TMP-START
                   MOVE ZEROS TO WS-TMP-END
                   MOVE SPACES TO WS-TMP-COMMENT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE CC-INCIDENT-DATE TO WS-TMP-INCIDENT
                   MOVE CC-CHARGE(1) TO WS-TMP-CHARGE-1
                   MOVE CC-CHARGE(2) TO WS-TMP-CHARGE-2
                   MOVE CC-CHARGE(3) TO WS-TMP-CHARGE-3
                   MOVE CC-HEARING-DATE TO WS-TMP-HEARING
                   MOVE CC-FINDING TO WS-TMP-FINDING
                   MOVE CC-SANCTION TO WS-TMP-SANCTION
                   MOVE CC-SANCT-START TO WS-TMP-START
                   MOVE CC-SANCT-END TO WS-TMP-END
                   MOVE CC-COMMENT TO WS-TMP-COMMENT
           END-READ
           MOVE WS-TMP-FINDING TO WS-OLD-FINDING
           MOVE WS-TMP-SANCTION TO WS-OLD-SANCTION
           MOVE WS-TMP-START TO WS-OLD-START
           MOVE WS-TMP-END TO WS-OLD-END
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 300-SAVE-ROW
           END-IF.
       260-EDIT-ENTRY.
      *    A CASE NEEDS ITS INCIDENT DATE.  A SANCTION NEEDS A FINDING
      *    OF RESPONSIBLE; PROBATION AND SUSPENSION NEED BOTH DATES,
      *    AN EXPULSION A START AND NO END.  A WARNING (OR NO
      *    SANCTION) CARRIES NO DATES.
           MOVE 'Y' TO WS-ENTRY-OK
           INSPECT WS-TMP-FINDING CONVERTING 'rn' TO 'RN'
           INSPECT WS-TMP-SANCTION CONVERTING 'wpse' TO 'WPSE'
           IF WS-TMP-FINDING NOT = SPACE AND NOT = 'R' AND NOT = 'N'
               DISPLAY 'FINDING MUST BE R, N OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-TMP-SANCTION NOT = SPACE AND NOT = 'W' AND NOT = 'P'
                   AND NOT = 'S' AND NOT = 'E'
               DISPLAY 'SANCTION MUST BE W, P, S, E OR BLANK'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-SANCTION NOT = SPACE
                   AND WS-TMP-FINDING NOT = 'R'
               DISPLAY 'A SANCTION NEEDS A FINDING OF RESPONSIBLE'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y'
               IF WS-TMP-INCIDENT = ZERO
                   DISPLAY 'A CASE NEEDS ITS INCIDENT DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               ELSE
                   MOVE WS-TMP-INCIDENT TO WS-DATE-CHK
                   PERFORM 270-CHECK-DATE
                   IF WS-DATE-OK = 'N'
                       DISPLAY 'INCIDENT DATE IS NOT A VALID DATE'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-HEARING > ZERO
               MOVE WS-TMP-HEARING TO WS-DATE-CHK
               PERFORM 270-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY 'HEARING DATE IS NOT A VALID DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-TMP-SANCTION = SPACE OR 'W'
               MOVE ZEROS TO WS-TMP-START
               MOVE ZEROS TO WS-TMP-END
           END-IF
           IF WS-TMP-SANCTION = 'E'
               MOVE ZEROS TO WS-TMP-END
           END-IF
           IF WS-ENTRY-OK = 'Y'
                   AND (WS-TMP-SANCTION = 'P' OR 'S' OR 'E')
               PERFORM 265-EDIT-SANCTION-DATES
           END-IF.
       265-EDIT-SANCTION-DATES.
           IF WS-TMP-START = ZERO
               DISPLAY 'THE SANCTION NEEDS ITS START DATE'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE
               MOVE WS-TMP-START TO WS-DATE-CHK
               PERFORM 270-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY 'SANCTION START IS NOT A VALID DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-SANCTION NOT = 'E'
               IF WS-TMP-END = ZERO
                   DISPLAY 'THE SANCTION NEEDS ITS END DATE'
                   MOVE 'N' TO WS-ENTRY-OK
               ELSE
                   MOVE WS-TMP-END TO WS-DATE-CHK
                   PERFORM 270-CHECK-DATE
                   IF WS-DATE-OK = 'N'
                       DISPLAY 'SANCTION END IS NOT A VALID DATE'
                       MOVE 'N' TO WS-ENTRY-OK
                   ELSE IF WS-TMP-END < WS-TMP-START
                       DISPLAY 'SANCTION END IS BEFORE ITS START'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
                   END-IF
               END-IF
           END-IF.
       270-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHK-CCYY < 1900 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.
       300-SAVE-ROW.
           ACCEPT WS-TODAY FROM DATE
           MOVE 'N' TO WS-SEND-LETTER
           IF WS-TMP-FINDING NOT = SPACE
               IF WS-TMP-FINDING NOT = WS-OLD-FINDING
                       OR WS-TMP-SANCTION NOT = WS-OLD-SANCTION
                       OR WS-TMP-START NOT = WS-OLD-START
                       OR WS-TMP-END NOT = WS-OLD-END
                   MOVE 'Y' TO WS-SEND-LETTER
               END-IF
           END-IF
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO CC-RECORD
               MOVE WS-TMP-SNO TO CC-STU-NUM
               MOVE WS-TMP-SEQ TO CC-CASE-SEQ
               MOVE ZEROS TO CC-LETTER-DATE
           END-IF
           MOVE WS-TMP-INCIDENT TO CC-INCIDENT-DATE
           MOVE WS-TMP-CHARGE-1 TO CC-CHARGE(1)
           MOVE WS-TMP-CHARGE-2 TO CC-CHARGE(2)
           MOVE WS-TMP-CHARGE-3 TO CC-CHARGE(3)
           MOVE WS-TMP-HEARING TO CC-HEARING-DATE
           MOVE WS-TMP-FINDING TO CC-FINDING
           MOVE WS-TMP-SANCTION TO CC-SANCTION
           MOVE WS-TMP-START TO CC-SANCT-START
           MOVE WS-TMP-END TO CC-SANCT-END
           MOVE WS-TMP-COMMENT TO CC-COMMENT
           MOVE WS-OPERATOR-ID TO CC-OPERATOR-ID
           MOVE WS-TODAY TO CC-CHG-DATE
           IF WS-SEND-LETTER = 'Y'
               PERFORM 400-QUEUE-OUTCOME
               MOVE WS-TODAY TO CC-LETTER-DATE
           END-IF
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE CC-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'CONDUCT CASE ' WS-TMP-SEQ ' UPDATED'
           ELSE
               WRITE CC-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'CONDUCT CASE ' WS-TMP-SEQ ' ADDED'
           END-IF
           IF WS-SEND-LETTER = 'Y'
               DISPLAY 'OUTCOME LETTER QUEUED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       400-QUEUE-OUTCOME.
      *    ONE 'COND' EVENT NAMING THE CASE AND ITS OUTCOME, E.G.
      *    'CASE 002: SUSPENDED THRU 12/31/2026'.
           MOVE WS-TMP-SNO TO CQ-STU-NUM
           MOVE 'COND' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE SPACES TO CQ-VAR-DATA
           MOVE 1 TO WS-VAR-PTR
           STRING 'CASE ' DELIMITED BY SIZE
               WS-TMP-SEQ DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
           END-STRING
           IF WS-TMP-FINDING = 'N'
               STRING 'NOT RESPONSIBLE' DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               END-STRING
           ELSE IF WS-TMP-SANCTION = SPACE
               STRING 'RESPONSIBLE, NO SANCTION' DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               END-STRING
           ELSE IF WS-TMP-SANCTION = 'W'
               STRING 'RESPONSIBLE, WARNING' DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               END-STRING
           ELSE IF WS-TMP-SANCTION = 'E'
               MOVE WS-TMP-START TO WS-DATE-CHK
               PERFORM 410-FORMAT-DATE
               STRING 'EXPELLED EFFECTIVE ' DELIMITED BY SIZE
                   WS-DATE-OUT DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               END-STRING
           ELSE
               MOVE WS-TMP-END TO WS-DATE-CHK
               PERFORM 410-FORMAT-DATE
               IF WS-TMP-SANCTION = 'P'
                   STRING 'PROBATION THRU ' DELIMITED BY SIZE
                       INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
                   END-STRING
               ELSE
                   STRING 'SUSPENDED THRU ' DELIMITED BY SIZE
                       INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
                   END-STRING
               END-IF
               STRING WS-DATE-OUT DELIMITED BY SIZE
                   INTO CQ-VAR-DATA WITH POINTER WS-VAR-PTR
               END-STRING
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 960-QUEUE-LETTER-RTN.
       410-FORMAT-DATE.
           MOVE WS-CHK-MM TO WS-OUT-MM
           MOVE WS-CHK-DD TO WS-OUT-DD
           MOVE WS-CHK-CCYY TO WS-OUT-CCYY.
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
