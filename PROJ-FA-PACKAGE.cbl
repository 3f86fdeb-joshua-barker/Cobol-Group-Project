      *          SO A RERUN CANNOT DOUBLE-OFFER.
      *20260902  ADDED 'FED WORK-STUDY' (1030) TO THE AWARD CODE
      *          TABLE FOR THE WORK-STUDY PLACEMENT/TIMESHEET MODULE.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES. THE POLICY THRESHOLDS
      *          ARE OVERLAID AT STARTUP FROM PROJ-CODE-PARM.DAT
      *          (PROJ-PARM-LOAD); THE COPYBOOK VALUES ARE NOW ONLY THE
      *          DEFAULTS.
      *20261015  THE ISIR NEED FILE CARRIES THE SSN, WHICH IS NO
      *          LONGER THE STUDENT NUMBER.  150-MATCH-ISIR-STUDENT
      *          FINDS THE STUDENT BY SF-SSN (A NUMBER STARTING WITH 9
      *          IS TAKEN AS A STUDENT ID AS-IS) AND THE RUN LOG SHOWS
      *          THE STUDENT ID -- OR, FOR AN UNMATCHED LINE, ONLY THE
      *          LAST FOUR OF THE SSN.  THE STUDENT FILE IS NOW READ
      *          DYNAMICALLY FOR THE SSN WALK.
      *20261015  A FUND-REQUIRED CODE (FA-TBL-FUND-REQ) IS OFFERED
      *          ONLY FROM A SCHOLARSHIP FUND FOR THE CURRENT AID YEAR
      *          THE STUDENT QUALIFIES FOR, CAPPED AT WHAT IS LEFT IN
      *          IT, AND THE OFFER IS CHARGED TO THE FUND THROUGH
      *          PROJ-SCHOL-POST.  NO FUND, NO OFFER FOR THAT CODE.
      *20261015  AID-YEAR LIMITS.  OFFER NODES ARE STAMPED WITH THE
      *          CURRENT AID YEAR (FA-AID-YEAR), ONLY AN OFFER FOR THIS
      *          AID YEAR STOPS A STUDENT BEING PACKAGED AGAIN, AND
      *          EACH CODE'S OFFER IS ALSO CUT TO THE ROOM LEFT UNDER
      *          ITS ANNUAL AND AGGREGATE MAXIMUMS AFTER WHAT THE
      *          STUDENT ALREADY HAS (PROJ-FA-LIMITS, SEE 430).
      *20261015  PROFESSIONAL JUDGMENT.  THE ACTIVE EFC, COA AND HRS
      *          ADJUSTMENTS ON FA-PROF-JUDG.DAT FOR THE STUDENT AND
      *          THE CURRENT AID YEAR (KEYED ON PROJ-UPD-PJ) REPLACE
      *          THE ISIR EFC, THE COMPUTED COA AND PK-COA-HOURS IN
      *          300-BUILD-PACKAGE (SEE 310).  THE OFFER LETTER SHOWS
      *          THE FIGURES ACTUALLY USED.
      *20261015  PROJ-FIN-AID.DAT IS NOW INDEXED BY STUDENT AND
      *          SEQUENCE.  AN OFFER IS WRITTEN UNDER THE STUDENT'S
      *          NEXT FA-SEQ (510-FIND-FA-TAIL), WHICH IS ALSO WHAT
      *          THE FUND IS CHARGED AGAINST, AND THE MASTER IS OPENED
      *          INPUT ONLY.  THE OFFER AND LIMIT CHECKS READ THE
      *          STUDENT'S ROWS BY KEY.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE AWARD ROW GREW TO MATCH.  THE ROWS WRITTEN
      *          HERE CARRY A BLANK FA-APPROVER-ID -- NOTHING POSTED
      *          HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT PJ-FILE-DESC ASSIGN TO 'FA-PROF-JUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PJ-STATUS.
           SELECT OFFER-LETTERS ASSIGN TO 'FA-OFFER-LTR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  ISIR-INPUT-REC.
           05  IS-STU-NUM          PIC 9(9).
           05  IS-EFC              PIC 9(5).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  PJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY PJ-FILE-DESC.
       FD  OFFER-LETTERS
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                PIC X(57).
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-STU-FOUND              PIC X.
       01  WS-ISIR-NUM               PIC 9(9).
       01  WS-ISIR-SPLIT REDEFINES WS-ISIR-NUM.
           05  FILLER                PIC 9(5).
           05  WS-ISIR-LAST-4       PIC 9(4).
       01  WS-MATCH-SNO             PIC 9(9).
       01  WS-SCAN-MORE             PIC X(3).
       01  WS-HAS-OFFER              PIC X.
       01  WS-COA                    PIC 9(6)V99.
       01  WS-NEED                   PIC S9(6)V99.
       01  WS-THIS-OFFER             PIC 9(5).
       01  WS-OFFER-TOTAL            PIC 9(6).
       01  WS-PKG-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-FA-DONE                PIC X.
       01  WS-FA-DATA-REC.
           05  WS-FA-AWARD-CODE PIC 9(4).
           05  WS-FA-AWARD-AMNT PIC 9(4)V99.
           05  WS-FA-STU-NUM PIC 9(9).
           05  WS-FA-SEQ     PIC 9(5).
           05  WS-FA-POST-DATE  PIC 9(6).
           05  WS-FA-OPERATOR-ID PIC X(8).
           05  WS-FA-OFFER-FLAG PIC X.
           05  WS-FA-AID-YEAR   PIC X(4).
           05  WS-FA-APPROVER-ID PIC X(8).
       01  WS-TODAY                  PIC 9(6).
       01  WS-FUND-OK                PIC X.
       01  WS-PJ-STATUS              PIC XX.
       01  WS-PJ-OPEN                PIC X      VALUE 'N'.
       01  WS-PJ-DONE                PIC X.
       01  WS-EFC                    PIC 9(5).
       01  WS-COA-HOURS              PIC 9(2).
       01  WS-PJ-COA                 PIC 9(6)V99.
       01  WS-PJ-COA-SET             PIC X.
       01  WS-PJ-APPLIED             PIC X.
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       COPY SK-SCHOL-LINK.
       COPY LM-LIMIT-LINK.
       COPY TU-RATE-TABLE.
       COPY PK-POLICY.
       01  LETTER-HEAD-LINE.
           05                        PIC X(13)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           CALL 'PROJ-PARM-LOAD' USING PK-PARM-ID, PK-PARMS
           OPEN INPUT ISIR-INPUT
           OPEN INPUT SF-FILE-DESC
           OPEN I-O FA-FILE-DESC
           OPEN OUTPUT OFFER-LETTERS
           OPEN INPUT PJ-FILE-DESC
           IF WS-PJ-STATUS NOT = '35'
               MOVE 'Y' TO WS-PJ-OPEN
           END-IF
           DISPLAY 'PROJ-FA-PACKAGE STARTING'
           PERFORM 050-LOAD-CODE-TABLE
           ACCEPT WS-TODAY FROM DATE
                 SF-FILE-DESC
                 FA-FILE-DESC
                 OFFER-LETTERS
           IF WS-PJ-OPEN = 'Y'
               CLOSE PJ-FILE-DESC
           END-IF
           EXIT PROGRAM.
       050-LOAD-CODE-TABLE.
      *    THE AID CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE.
       200-PACKAGE-ONE-STUDENT.
           PERFORM 150-MATCH-ISIR-STUDENT
           IF WS-STU-FOUND = 'N' THEN
               DISPLAY 'SKIPPED - NO STUDENT FOR SSN *****'
                   WS-ISIR-LAST-4
           ELSE IF SF-SAP-STATUS = 'F' THEN
               DISPLAY 'SKIPPED - FAILING SAP: ' WS-MATCH-SNO
           ELSE
               PERFORM 210-CHECK-EXISTING-OFFER
               IF WS-HAS-OFFER = 'Y' THEN
                   DISPLAY 'SKIPPED - OFFER ALREADY ON FILE: '
                       WS-MATCH-SNO
               ELSE
                   PERFORM 300-BUILD-PACKAGE
               END-IF
           END-IF.
       150-MATCH-ISIR-STUDENT.
      *    THE ISIR LINE CARRIES THE STUDENT'S SSN, NOT THE STUDENT ID.
      *    A NUMBER BEGINNING WITH 9 IS ALREADY A STUDENT ID (NO SSN
      *    BEGINS WITH A 9) AND IS READ DIRECTLY; ANY OTHER NUMBER IS
      *    MATCHED AGAINST SF-SSN BY WALKING THE MASTER, SINCE THE
      *    SSN IS DELIBERATELY NOT A KEY OF ANY FILE.  ON A MATCH
      *    WS-MATCH-SNO HOLDS THE STUDENT ID AND SF-RECORD THE
      *    STUDENT; THE SSN ITSELF IS ONLY EVER SHOWN MASKED.
           MOVE IS-STU-NUM TO WS-ISIR-NUM
           MOVE 'N' TO WS-STU-FOUND
           MOVE ZEROS TO WS-MATCH-SNO
           IF WS-ISIR-NUM NOT < 900000000
               MOVE WS-ISIR-NUM TO SF-STU-NUM
               MOVE 'Y' TO WS-STU-FOUND
               READ SF-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-STU-FOUND
               END-READ
           ELSE IF WS-ISIR-NUM NOT = ZERO
               MOVE 'YES' TO WS-SCAN-MORE
               MOVE ZEROS TO SF-STU-NUM
               START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
                   INVALID KEY MOVE 'NO ' TO WS-SCAN-MORE
               END-START
               PERFORM UNTIL WS-SCAN-MORE = 'NO ' OR WS-STU-FOUND = 'Y'
                   READ SF-FILE-DESC NEXT RECORD
                       AT END MOVE 'NO ' TO WS-SCAN-MORE
                       NOT AT END
                           IF SF-SSN = WS-ISIR-NUM
                               MOVE 'Y' TO WS-STU-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           END-IF
           IF WS-STU-FOUND = 'Y'
               MOVE SF-STU-NUM TO WS-MATCH-SNO
           END-IF.
       210-CHECK-EXISTING-OFFER.
      *    LAST YEAR'S OFFERS DO NOT STOP THIS YEAR'S PACKAGE.
           MOVE 'N' TO WS-HAS-OFFER
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
                   OR WS-HAS-OFFER = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           IF FA-OFFER-FLAG = 'O'
                                   AND FA-AID-YEAR = CT-AID-YEAR
                               MOVE 'Y' TO WS-HAS-OFFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-BUILD-PACKAGE.
           PERFORM 310-APPLY-ADJUSTMENTS
           IF WS-PJ-COA-SET = 'Y'
               MOVE WS-PJ-COA TO WS-COA
           ELSE IF SF-RESIDENCY = 'N'
               COMPUTE WS-COA =
                   (WS-COA-HOURS * TU-NONRES-RATE)
                   + TU-FLAT-FEE + PK-BOOKS-ALLOW
           ELSE
               COMPUTE WS-COA =
                   (WS-COA-HOURS * TU-RES-RATE)
                   + TU-FLAT-FEE + PK-BOOKS-ALLOW
           END-IF
           IF WS-PJ-APPLIED = 'Y'
               DISPLAY 'PROFESSIONAL JUDGMENT APPLIED: ' WS-MATCH-SNO
           END-IF
           COMPUTE WS-NEED = WS-COA - WS-EFC
           IF WS-NEED < ZERO
               MOVE ZERO TO WS-NEED
           END-IF
           MOVE SF-STU-NUM TO LH-SNO-OUT
           WRITE LETTER-REC FROM LETTER-HEAD-LINE AFTER PAGE
           MOVE WS-COA TO LN-COA-OUT
           MOVE WS-EFC TO LN-EFC-OUT
           MOVE WS-NEED TO LN-NEED-OUT
           WRITE LETTER-REC FROM LETTER-NEED-LINE AFTER 2
           MOVE ZERO TO WS-OFFER-TOTAL
               PERFORM 400-OFFER-ONE-CODE
           END-PERFORM
           ADD 1 TO WS-PKG-CNT.
       310-APPLY-ADJUSTMENTS.
      *    THE STUDENT'S ROWS FOR THE AID YEAR COME BACK IN PJ-SEQ
      *    ORDER, SO THE LAST ACTIVE ROW FOR A FIELD IS THE ONE IN
      *    EFFECT.  VOIDED ROWS AND 'DEP ' ROWS (AUDIT ONLY) CHANGE
      *    NOTHING HERE.
           MOVE IS-EFC TO WS-EFC
           MOVE PK-COA-HOURS TO WS-COA-HOURS
           MOVE 'N' TO WS-PJ-COA-SET
           MOVE 'N' TO WS-PJ-APPLIED
           IF WS-PJ-OPEN = 'Y'
               MOVE 'N' TO WS-PJ-DONE
               MOVE SF-STU-NUM TO PJ-STU-NUM
               MOVE CT-AID-YEAR TO PJ-AID-YEAR
               MOVE ZERO TO PJ-SEQ
               START PJ-FILE-DESC KEY IS NOT LESS THAN PJ-KEY
                   INVALID KEY MOVE 'Y' TO WS-PJ-DONE
               END-START
               PERFORM UNTIL WS-PJ-DONE = 'Y'
                   READ PJ-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-PJ-DONE
                       NOT AT END
                           IF PJ-STU-NUM NOT = SF-STU-NUM
                                   OR PJ-AID-YEAR NOT = CT-AID-YEAR
                               MOVE 'Y' TO WS-PJ-DONE
                           ELSE IF PJ-STATUS = 'A'
                               PERFORM 315-APPLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       315-APPLY-ONE-ROW.
           IF PJ-FIELD = 'EFC '
               MOVE PJ-ADJ-VALUE TO WS-EFC
               MOVE 'Y' TO WS-PJ-APPLIED
           ELSE IF PJ-FIELD = 'COA '
               MOVE PJ-ADJ-VALUE TO WS-PJ-COA
               MOVE 'Y' TO WS-PJ-COA-SET
               MOVE 'Y' TO WS-PJ-APPLIED
           ELSE IF PJ-FIELD = 'HRS '
               MOVE PJ-ADJ-VALUE TO WS-COA-HOURS
               MOVE 'Y' TO WS-PJ-APPLIED
           END-IF.
       400-OFFER-ONE-CODE.
      *    A FULL-TIME-ONLY CODE IS PASSED OVER FOR A PART-TIME
      *    STUDENT, THE SAME FA-TBL-FT-REQ RULE FEDAID WARNS ON.
                   MOVE WS-NEED TO WS-THIS-OFFER
               END-IF
               IF WS-THIS-OFFER > ZERO
                   PERFORM 430-LIMIT-ROOM
                   IF WS-THIS-OFFER > LM-ROOM
                       MOVE LM-ROOM TO WS-THIS-OFFER
                   END-IF
               END-IF
               MOVE 'Y' TO WS-FUND-OK
               IF FA-TBL-FUND-REQ(FA-CODE-IDX) = 'Y'
                       AND WS-THIS-OFFER > ZERO
                   PERFORM 410-FIND-FUND
               END-IF
               IF WS-THIS-OFFER > ZERO AND WS-FUND-OK = 'Y'
                   PERFORM 500-WRITE-OFFER-NODE
                   SUBTRACT WS-THIS-OFFER FROM WS-NEED
                   ADD WS-THIS-OFFER TO WS-OFFER-TOTAL
                   MOVE FA-TBL-DESC(FA-CODE-IDX) TO LA-DESC-OUT
                   IF FA-TBL-FUND-REQ(FA-CODE-IDX) = 'Y'
                       PERFORM 420-CHARGE-FUND
                       MOVE SK-FUND-NAME TO LA-DESC-OUT
                   END-IF
                   MOVE WS-THIS-OFFER TO LA-AMT-OUT
                   WRITE LETTER-REC FROM LETTER-AWARD-LINE AFTER 1
               END-IF
           END-IF.
       410-FIND-FUND.
      *    PROJ-SCHOL-POST HANDS BACK THE FIRST ACTIVE FUND FOR THE AID
      *    YEAR WITH MONEY LEFT WHOSE GPA AND MAJOR TERMS THE STUDENT
      *    MEETS; THE OFFER IS CUT TO WHAT THE FUND HAS LEFT.
           MOVE 'F' TO SK-FUNC
           MOVE SPACES TO SK-FUND-CODE
           MOVE SPACES TO SK-FUND-NAME
           MOVE CT-AID-YEAR TO SK-AID-YEAR
           MOVE WS-THIS-OFFER TO SK-AMOUNT
           MOVE SF-CUM-GPA TO SK-CUM-GPA
           MOVE SF-MAJOR-CODE TO SK-MAJOR-CODE
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT NOT = 'OK'
               MOVE 'N' TO WS-FUND-OK
               DISPLAY 'NO SCHOLARSHIP FUND FOR ' SF-STU-NUM
                   ' -- CODE ' FA-TBL-CODE(FA-CODE-IDX) ' NOT OFFERED'
           ELSE
               IF WS-THIS-OFFER > SK-REMAINING
                   MOVE SK-REMAINING TO WS-THIS-OFFER
               END-IF
           END-IF.
       420-CHARGE-FUND.
      *    WS-FA-SEQ IS STILL THE NEW OFFER'S SEQUENCE.  AN OFFER IS
      *    AWARDED AGAINST THE FUND BUT NOTHING IS DISBURSED UNTIL
      *    PROJ-FA-DISBURSE RELEASES IT.
           MOVE 'A' TO SK-FUNC
           MOVE SF-STU-NUM TO SK-STU-NUM
           MOVE WS-FA-SEQ TO SK-FA-SEQ
           MOVE FA-TBL-CODE(FA-CODE-IDX) TO SK-AWARD-CODE
           MOVE WS-THIS-OFFER TO SK-AMOUNT
           MOVE ZERO TO SK-DISB-AMT
           MOVE 'O' TO SK-OFFER-FLAG
           MOVE 'PACKAGE ' TO SK-OPERATOR-ID
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT NOT = 'OK'
               DISPLAY 'WARNING -- FUND ' SK-FUND-CODE
                   ' NOT CHARGED FOR ' SF-STU-NUM ' (' SK-RESULT ')'
           END-IF.
       430-LIMIT-ROOM.
      *    THE STUDENT'S ROWS GO TO PROJ-FA-LIMITS ONE AT A TIME
      *    (SEE FEDAID'S 240-LIMIT-CHECK), AND LM-ROOM COMES BACK AS
      *    WHAT IS LEFT UNDER THE TIGHTER OF THE CODE'S ANNUAL AND
      *    AGGREGATE MAXIMUMS.  A CLOSED AID YEAR LEAVES NO ROOM.
           MOVE ZERO TO LM-YEAR-CNT
           MOVE FA-TBL-CODE(FA-CODE-IDX) TO LM-AWARD-CODE
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
                           PERFORM 435-LIMIT-NODE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'O' TO LM-FUNC
           MOVE SF-STU-NUM TO LM-STU-NUM
           MOVE SF-SSN TO LM-SSN
           MOVE CT-AID-YEAR TO LM-AID-YEAR
           MOVE WS-THIS-OFFER TO LM-AMOUNT
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK
           IF LM-RESULT = 'CL'
               DISPLAY 'AID YEAR ' CT-AID-YEAR ' IS CLOSED -- CODE '
                   FA-TBL-CODE(FA-CODE-IDX) ' NOT OFFERED TO '
                   SF-STU-NUM
           END-IF.
       435-LIMIT-NODE.
           MOVE 'N' TO LM-FUNC
           MOVE FA-DATA-REC TO LM-NODE
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
       500-WRITE-OFFER-NODE.
      *    SAME APPEND AS PROJ-FA-BATCH'S 230-APPEND-ROUTINE, WITH THE
      *    ROW FLAGGED 'O' AND OPERATOR-STAMPED 'PACKAGE'.
           MOVE SF-STU-NUM TO WS-FA-STU-NUM
           PERFORM 510-FIND-FA-TAIL
           MOVE FA-TBL-CODE(FA-CODE-IDX) TO WS-FA-AWARD-CODE
           MOVE WS-THIS-OFFER TO WS-FA-AWARD-AMNT
           MOVE WS-NEXT-FA-SEQ TO WS-FA-SEQ
           MOVE WS-TODAY TO WS-FA-POST-DATE
           MOVE 'PACKAGE ' TO WS-FA-OPERATOR-ID
           MOVE 'O' TO WS-FA-OFFER-FLAG
           MOVE CT-AID-YEAR TO WS-FA-AID-YEAR
           MOVE SPACES TO WS-FA-APPROVER-ID
           WRITE FA-DATA-REC FROM WS-FA-DATA-REC.
       510-FIND-FA-TAIL.
      *    ONE PAST THE STUDENT'S HIGHEST FA-SEQ -- SAME SCAN AS
      *    FEDAID'S 150-FIND-FA-TAIL.
           MOVE ZEROS TO WS-NEXT-FA-SEQ
           MOVE WS-FA-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-FA-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           MOVE FA-SEQ TO WS-NEXT-FA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-FA-SEQ.
