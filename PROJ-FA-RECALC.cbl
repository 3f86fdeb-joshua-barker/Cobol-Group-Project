      *          REGISTER PRINTS FOR THE AID OFFICE.  THE BATCH
      *          REFUSES TO RUN PAST AC-CENSUS-DATE -- AFTER CENSUS
      *          THE WITHDRAWAL RULES (PROJ-R2T4) OWN THE MONEY.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES. THE POLICY THRESHOLDS
      *          ARE OVERLAID AT STARTUP FROM PROJ-CODE-PARM.DAT
      *          (PROJ-PARM-LOAD); THE COPYBOOK VALUES ARE NOW ONLY THE
      *          DEFAULTS.
      *20261015  ONLY AWARDS STAMPED WITH THE CURRENT AID YEAR
      *          (FA-AID-YEAR) ARE SCORED, SO LAST YEAR'S AID IS NEVER
      *          BACKED OUT AGAINST THIS YEAR'S ENROLLMENT, AND THE
      *          REVERSING NODE CARRIES THE CURRENT AID YEAR.
      *20261015  A STUDENT WHOSE AWARD WAS PACKAGED AT AN 'HRS '
      *          PROFESSIONAL-JUDGMENT ADJUSTMENT (FA-PROF-JUDG.DAT)
      *          WAS NOT PRICED AT FULL TIME, SO THE BAND PERCENTAGE
      *          IS TAKEN AGAINST THE BAND OF THOSE HOURS INSTEAD OF
      *          100 (SEE 260) -- A STUDENT PACKAGED AT 9 HOURS WHO
      *          STAYS AT 9 LOSES NOTHING.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  SEATED HOURS ARE THE STUDENT'S OWN HOURS ON THE
      *          ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  PROJ-FIN-AID.DAT IS NOW INDEXED BY STUDENT AND
      *          SEQUENCE.  A STUDENT IS RECALCULATED IF ANY AID ROW IS
      *          ON FILE (150-CHECK-FOR-AID), THE CODE TOTALS READ THE
      *          STUDENT'S ROWS BY KEY, AND A REVERSAL GOES IN UNDER
      *          THE SEQUENCE AFTER THE LAST ROW READ.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE AWARD ROW GREW TO MATCH.  THE ROWS WRITTEN
      *          HERE CARRY A BLANK FA-APPROVER-ID -- NOTHING POSTED
      *          HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT PJ-FILE-DESC ASSIGN TO 'FA-PROF-JUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PJ-STATUS.
           SELECT RECALC-REGISTER ASSIGN TO 'FA-RECALC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  PJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY PJ-FILE-DESC.
       FD  RECALC-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-AC-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-TERM-CRED-HR           PIC 9(3).
       01  WS-PCT                    PIC 9(3).
       01  WS-PJ-STATUS              PIC XX.
       01  WS-PJ-OPEN                PIC X      VALUE 'N'.
       01  WS-PJ-DONE                PIC X.
       01  WS-BASIS-HRS              PIC 9(2).
       01  WS-BASIS-PCT              PIC 9(3).
       01  WS-ADJ-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-ADJ-TOTAL              PIC 9(8)V99 VALUE ZERO.
       01  WS-NET-POSTED             PIC S9(6)V99.
       01  WS-ENTITLED               PIC 9(6)V99.
       01  WS-ADJ-AMT                PIC 9(4)V99.
       01  WS-CODE-SUB               PIC 99.
       01  WS-TAIL-SEQ               PIC 9(5).
       01  WS-HAS-AID                PIC X.
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
       01  REGISTER-LINE.
           05                        PIC X(7)   VALUE 'RECALC '.
           05  RG-SNO-OUT            PIC 9(9).
       COPY PK-POLICY.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING PK-PARM-ID, PK-PARMS
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT AC-FILE-DESC
                      CS-SECT
           OPEN I-O FA-FILE-DESC
           OPEN OUTPUT RECALC-REGISTER
           OPEN INPUT PJ-FILE-DESC
           IF WS-PJ-STATUS NOT = '35'
               MOVE 'Y' TO WS-PJ-OPEN
           END-IF
           PERFORM 050-LOAD-CODE-TABLE
           DISPLAY 'PROJ-FA-RECALC STARTING'
           MOVE ZEROS TO SF-STU-NUM
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 150-CHECK-FOR-AID
                       IF WS-HAS-AID = 'Y'
                           PERFORM 200-RECALC-ONE-STUDENT
                       END-IF
               END-READ
                 CS-SECT
                 FA-FILE-DESC
                 RECALC-REGISTER
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
       150-CHECK-FOR-AID.
      *    ONLY A STUDENT WITH AT LEAST ONE AID ROW IS RECALCULATED.
           MOVE 'N' TO WS-HAS-AID
           MOVE 'N' TO WS-FA-DONE
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           IF WS-FA-DONE = 'N'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM = SF-STU-NUM
                           MOVE 'Y' TO WS-HAS-AID
                       END-IF
               END-READ
           END-IF.
       200-RECALC-ONE-STUDENT.
           PERFORM 300-SUM-SEATED-HOURS
           PERFORM 250-PICK-THE-BAND
           PERFORM 260-SCALE-TO-BASIS
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > FA-CODE-TBL-SIZE
               PERFORM 400-RECALC-ONE-CODE
           ELSE
               MOVE 25 TO WS-PCT
           END-IF.
       260-SCALE-TO-BASIS.
      *    THE LAST ACTIVE 'HRS ' ADJUSTMENT FOR THE AID YEAR IS THE
      *    LOAD THE AWARD WAS PRICED AT.  ITS BAND IS WHAT THE GROSS
      *    ALREADY REFLECTS, SO THE STUDENT KEEPS BAND(SEATED) OVER
      *    BAND(BASIS), NEVER MORE THAN ALL OF IT.
           MOVE PK-COA-HOURS TO WS-BASIS-HRS
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
                                   AND PJ-FIELD = 'HRS '
                               MOVE PJ-ADJ-VALUE TO WS-BASIS-HRS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-BASIS-HRS >= 12
               MOVE 100 TO WS-BASIS-PCT
           ELSE IF WS-BASIS-HRS >= 9
               MOVE 75 TO WS-BASIS-PCT
           ELSE IF WS-BASIS-HRS >= 6
               MOVE 50 TO WS-BASIS-PCT
           ELSE
               MOVE 25 TO WS-BASIS-PCT
           END-IF
           END-IF
           END-IF
           IF WS-BASIS-PCT < 100
               IF WS-PCT >= WS-BASIS-PCT
                   MOVE 100 TO WS-PCT
               ELSE
                   COMPUTE WS-PCT = (WS-PCT * 100) / WS-BASIS-PCT
               END-IF
           END-IF.
       300-SUM-SEATED-HOURS.
      *    THE PROJ-FT-STATUS WALK -- SEATED ('E') CURRENT-TERM NODES
      *    ONLY, EACH NODE'S OWN HOURS (RF-CRED-HR, OR CS-CRED-HR OFF
      *    ITS SECTION ON AN OLDER NODE).
           MOVE ZERO TO WS-TERM-CRED-HR
           IF SF-ENR-REC-PNTR > 0
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       ADD WS-NODE-HRS TO WS-TERM-CRED-HR
               END-READ
           END-IF.
       400-RECALC-ONE-CODE.
      *    WRITES ANYTHING -- UPWARD REPACKAGING STAYS A HUMAN CALL.
           MOVE ZERO TO WS-NET-POSTED
           MOVE ZERO TO WS-GROSS-POSTED
           MOVE ZEROS TO WS-TAIL-SEQ
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
                           PERFORM 410-SCORE-FA-NODE
                           MOVE FA-SEQ TO WS-TAIL-SEQ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NET-POSTED > ZERO
               IF FA-TBL-FT-REQ(WS-CODE-SUB) = 'Y'
                       AND WS-TERM-CRED-HR < 12
           END-IF.
       410-SCORE-FA-NODE.
           IF FA-AWARD-CODE = FA-TBL-CODE(WS-CODE-SUB)
                   AND FA-AID-YEAR = CT-AID-YEAR
               IF FA-OFFER-FLAG = 'R'
                   SUBTRACT FA-AWARD-AMNT FROM WS-NET-POSTED
               ELSE
               END-IF
           END-IF.
       500-APPEND-REVERSAL.
      *    SAME APPEND AS PROJ-FA-DISBURSE, UNDER THE SEQUENCE AFTER
      *    THE LAST ROW 400 SCORED, BUT THE ROW CARRIES FA-OFFER-FLAG
      *    'R' SO THE GL EXPORT FLIPS ITS DR/CR AND THE YEAR SUMMARIES
      *    BACK IT OUT.
           MOVE FA-TBL-CODE(WS-CODE-SUB) TO WS-FA-AWARD-CODE
           MOVE WS-ADJ-AMT TO WS-FA-AWARD-AMNT
           MOVE SF-STU-NUM TO WS-FA-STU-NUM
           COMPUTE WS-FA-SEQ = WS-TAIL-SEQ + 1
           MOVE WS-TODAY TO WS-FA-POST-DATE
           MOVE 'RECALC  ' TO WS-FA-OPERATOR-ID
           MOVE 'R' TO WS-FA-OFFER-FLAG
           MOVE CT-AID-YEAR TO WS-FA-AID-YEAR
           MOVE SPACES TO WS-FA-APPROVER-ID
           WRITE FA-DATA-REC FROM WS-FA-DATA-REC
           MOVE SF-STU-NUM TO RG-SNO-OUT
           MOVE FA-TBL-CODE(WS-CODE-SUB) TO RG-CODE-OUT
           MOVE WS-TERM-CRED-HR TO RG-HRS-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
           ADD 1 TO WS-ADJ-CNT
           ADD WS-ADJ-AMT TO WS-ADJ-TOTAL.
