      *          AWARDS, NOT PROJ-FA-PACKAGE OFFERS.
      *20260902  ADDED 'FED WORK-STUDY' (1030) TO THE AWARD CODE
      *          TABLE FOR THE WORK-STUDY PLACEMENT/TIMESHEET MODULE.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  THE ISIR/FAFSA EXTRACT CARRIES THE SSN, WHICH IS NO
      *          LONGER THE STUDENT NUMBER.  150-MATCH-ISIR-STUDENT
      *          FINDS THE STUDENT BY SF-SSN (A NUMBER STARTING WITH 9
      *          IS TAKEN AS A STUDENT ID AS-IS), THE AWARD NODE IS
      *          STAMPED WITH THE STUDENT ID, AND THE RUN LOG SHOWS THE
      *          STUDENT ID -- OR, FOR AN UNMATCHED LINE, ONLY THE LAST
      *          FOUR OF THE SSN.
      *20261015  A FUND-REQUIRED CODE (FA-TBL-FUND-REQ) IS SKIPPED --
      *          THE EXTRACT CARRIES NO SCHOLARSHIP FUND, SO THOSE
      *          AWARDS ARE KEYED ON FEDAID AGAINST A FUND.
      *20261015  EVERY AWARD IS STAMPED WITH THE CURRENT AID YEAR
      *          (FA-AID-YEAR, FROM PROJ-TERM-LOAD), AND A LINE THAT
      *          WOULD TAKE THE STUDENT OVER THE CODE'S ANNUAL OR
      *          AGGREGATE MAXIMUM, OR THAT FALLS IN A CLOSED AID
      *          YEAR, IS SKIPPED (JUDGED BY PROJ-FA-LIMITS, SEE
      *          250-LIMIT-CHECK).
      *20261015  AID AND RECEIPT FILES ARE NOW INDEXED BY STUDENT AND
      *          SEQUENCE.  AN AWARD IS WRITTEN UNDER THE STUDENT'S
      *          NEXT FA-SEQ (240-FIND-FA-TAIL) INSTEAD OF A FREE-LIST
      *          SLOT AND CHAIN APPEND, SO THE MASTER IS NO LONGER
      *          REWRITTEN; THE BALANCE AND LIMIT CHECKS READ THE
      *          STUDENT'S ROWS BY KEY.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  BATCH CONTROLS.  PROJ-FA-BATCH.DAT NOW OPENS WITH A
      *          HEADER (SOURCE 'ISIR    ', FILE DATE, BATCH ID) AND
      *          CLOSES WITH A TRAILER (COUNT, HASH OF THE SSN/STUDENT
      *          NUMBER FIELD, AWARD DOLLAR TOTAL), SEE BH-BATCH-HDR.
      *          060-BALANCE-FILE READS THE WHOLE FILE FIRST AND
      *          PROJ-BATCH-CTL REFUSES IT BEFORE ANY AWARD POSTS IF IT
      *          IS OUT OF BALANCE OR THE BATCH ID WAS ALREADY POSTED.
      *          EACH LINE IS CHECKPOINTED AS IT IS PROCESSED, AND A
      *          RUN THAT DIES RESUMES AT THE NEXT UNPROCESSED LINE
      *          WHEN THE FILE IS RUN AGAIN.  THE RUN NOW ENDS WITH A
      *          COUNT OF AWARDS POSTED AND LINES SKIPPED.
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).  THE ROWS WRITTEN HERE CARRY A BLANK
      *          FA-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT ASSIGN TO 'PROJ-FA-BATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-INPUT.
           05  BI-STU-NUM           PIC 9(9).
           05  BI-AWARD-CODE        PIC 9(4).
           05  BI-AWARD-AMNT        PIC 9(4)V99.
           COPY BH-BATCH-HDR.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-BI-STATUS             PIC XX.
       01  ARE-THERE-MORE-RECORDS   PIC X      VALUE 'Y'.
       01  WS-HDR-SEEN              PIC X.
       01  WS-TRL-SEEN              PIC X.
       01  WS-DETAIL-NO             PIC 9(7).
       01  WS-POSTED-CNT            PIC 9(7)   VALUE ZERO.
       01  WS-POSTED-AMT            PIC 9(9)V99 VALUE ZERO.
       COPY BX-BATCH-LINK.
       01  WS-NEXT-FA-SEQ           PIC 9(5).
       01  WS-FA-DONE               PIC X.
       01  WS-RC-DONE               PIC X.
       01  WS-STU-FOUND             PIC X.
       01  WS-ISIR-NUM              PIC 9(9).
       01  WS-ISIR-SPLIT REDEFINES WS-ISIR-NUM.
           05  FILLER               PIC 9(5).
           05  WS-ISIR-LAST-4       PIC 9(4).
       01  WS-MATCH-SNO             PIC 9(9).
       01  WS-SCAN-MORE             PIC X(3).
       01  WS-CODE-FOUND            PIC X.
       01  WS-FUND-REQUIRED         PIC X.
       01  WS-BALANCE-OWED          PIC S9(5)V99.
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       COPY LM-LIMIT-LINK.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           OPEN INPUT BATCH-INPUT
           IF WS-BI-STATUS = '35'
               DISPLAY 'PROJ-FA-BATCH: NO PROJ-FA-BATCH.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           PERFORM 060-BALANCE-FILE
           CLOSE BATCH-INPUT
           MOVE 'O' TO BX-FUNC
           CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
           IF BX-RESULT NOT = 'P' AND BX-RESULT NOT = 'R'
               DISPLAY 'PROJ-FA-BATCH: BATCH ' BX-HDR-BATCH-ID
                   ' NOT POSTED -- ' BX-RESULT-TEXT
               DISPLAY 'SEE BATCH-CTL.RPT'
               EXIT PROGRAM
           END-IF
           MOVE BX-POSTED-CNT TO WS-POSTED-CNT
           MOVE BX-POSTED-AMT TO WS-POSTED-AMT
           OPEN INPUT BATCH-INPUT
           OPEN INPUT SF-FILE-DESC
           OPEN I-O FA-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           DISPLAY 'PROJ-FA-BATCH STARTING FOR AID YEAR ' CT-AID-YEAR
               ' BATCH ' BX-HDR-BATCH-ID
           IF BX-RESULT = 'R'
               DISPLAY BX-RESULT-TEXT
           END-IF
           PERFORM 050-LOAD-CODE-TABLE
           MOVE ZERO TO WS-DETAIL-NO
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ BATCH-INPUT
                   AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                   NOT AT END PERFORM 160-ONE-LINE
               END-READ
           END-PERFORM
           MOVE 'E' TO BX-FUNC
           PERFORM 170-PASS-COUNTS
           CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
           DISPLAY 'PROJ-FA-BATCH FINISHED -- ' BX-POSTED-CNT
               ' POSTED, ' BX-EXCEPT-CNT ' SKIPPED'
           CLOSE BATCH-INPUT
                 SF-FILE-DESC
                 FA-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       050-LOAD-CODE-TABLE.
      *    THE AID CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE.
       060-BALANCE-FILE.
      *    ONE PASS OVER THE WHOLE FILE, POSTING NOTHING -- THE HEADER
      *    AND TRAILER ARE PICKED OFF AND THE DETAIL IS COUNTED,
      *    HASHED ON THE SSN/STUDENT NUMBER AND SUMMED ON THE AMOUNT FOR
      *    PROJ-BATCH-CTL TO PROVE AGAINST THE TRAILER.
           MOVE 'ISIR    ' TO BX-SOURCE
           MOVE SPACES TO BX-HDR-SOURCE
           MOVE ZERO TO BX-HDR-FILE-DATE
           MOVE SPACES TO BX-HDR-BATCH-ID
           MOVE ZERO TO BX-TRL-CNT
           MOVE ZERO TO BX-TRL-HASH
           MOVE ZERO TO BX-TRL-AMT
           MOVE ZERO TO BX-CNT
           MOVE ZERO TO BX-HASH
           MOVE ZERO TO BX-AMT
           MOVE SPACES TO BX-FORMAT-ERR
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ BATCH-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 070-BALANCE-LINE
               END-READ
           END-PERFORM
           IF BX-FORMAT-ERR = SPACES AND WS-HDR-SEEN = 'N'
               MOVE 'REFUSED - NO HEADER RECORD' TO BX-FORMAT-ERR
           END-IF
           IF BX-FORMAT-ERR = SPACES AND WS-TRL-SEEN = 'N'
               MOVE 'REFUSED - NO TRAILER RECORD' TO BX-FORMAT-ERR
           END-IF.
       070-BALANCE-LINE.
           IF BH-REC-TYPE = 'HDR'
               IF WS-HDR-SEEN = 'Y' OR BX-CNT > ZERO
                       OR WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - HEADER NOT FIRST'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE BH-SOURCE TO BX-HDR-SOURCE
                   MOVE BH-FILE-DATE TO BX-HDR-FILE-DATE
                   MOVE BH-BATCH-ID TO BX-HDR-BATCH-ID
               END-IF
           ELSE IF BT-REC-TYPE = 'TRL'
               IF WS-TRL-SEEN = 'Y'
                   IF BX-FORMAT-ERR = SPACES
                       MOVE 'REFUSED - SECOND TRAILER'
                           TO BX-FORMAT-ERR
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE BT-REC-CNT TO BX-TRL-CNT
                   MOVE BT-HASH-TOTAL TO BX-TRL-HASH
                   MOVE BT-AMT-TOTAL TO BX-TRL-AMT
               END-IF
           ELSE
               IF BX-FORMAT-ERR = SPACES
                   IF WS-HDR-SEEN = 'N'
                       MOVE 'REFUSED - NO HEADER RECORD'
                           TO BX-FORMAT-ERR
                   ELSE IF WS-TRL-SEEN = 'Y'
                       MOVE 'REFUSED - DETAIL AFTER TRAILER'
                           TO BX-FORMAT-ERR
                   ELSE IF BI-STU-NUM NOT NUMERIC
                           OR BI-AWARD-AMNT NOT NUMERIC
                       MOVE 'REFUSED - DETAIL NOT NUMERIC'
                           TO BX-FORMAT-ERR
                   END-IF
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO BX-CNT
               IF BI-STU-NUM NUMERIC AND BI-AWARD-AMNT NUMERIC
                   ADD BI-STU-NUM TO BX-HASH
                   ADD BI-AWARD-AMNT TO BX-AMT
               END-IF
           END-IF
           END-IF.
       160-ONE-LINE.
      *    THE HEADER AND TRAILER ARE PASSED OVER, AND SO IS EVERY
      *    LINE A RUN THAT DIED HAD ALREADY PROCESSED.
           IF BH-REC-TYPE NOT = 'HDR' AND BT-REC-TYPE NOT = 'TRL'
               ADD 1 TO WS-DETAIL-NO
               IF WS-DETAIL-NO > BX-LAST-REC
                   PERFORM 200-PROCESS-ONE-AWARD
                   MOVE 'K' TO BX-FUNC
                   PERFORM 170-PASS-COUNTS
                   CALL 'PROJ-BATCH-CTL' USING BX-BATCH-LINK
               END-IF
           END-IF.
       170-PASS-COUNTS.
           MOVE WS-DETAIL-NO TO BX-LAST-REC
           MOVE WS-POSTED-CNT TO BX-POSTED-CNT
           COMPUTE BX-EXCEPT-CNT = WS-DETAIL-NO - WS-POSTED-CNT
           MOVE WS-POSTED-AMT TO BX-POSTED-AMT.
       200-PROCESS-ONE-AWARD.
      *    LOOKS UP THE STUDENT AND AWARD CODE FROM THIS INPUT LINE AND
      *    DRIVES THE SAME VALIDATION AND LINKED-LIST APPEND AS THE
      *    INTERACTIVE 200-INPUT-ROUTINE IN FEDAID, LOGGING THE OUTCOME
      *    INSTEAD OF DISPLAYING A SCREEN SINCE THERE IS NO OPERATOR.
           PERFORM 150-MATCH-ISIR-STUDENT
           IF WS-STU-FOUND = 'N' THEN
               DISPLAY 'SKIPPED - NO STUDENT FOR SSN *****'
                   WS-ISIR-LAST-4
           ELSE IF SF-SAP-STATUS = 'F' THEN
               DISPLAY 'SKIPPED - FAILING SAP: ' WS-MATCH-SNO
           ELSE
               PERFORM 210-VALIDATE-CODE
               IF WS-CODE-FOUND NOT = 'Y' THEN
                   DISPLAY 'SKIPPED - UNRECOGNIZED AWARD CODE: '
                       BI-AWARD-CODE ' FOR STUDENT ' WS-MATCH-SNO
               ELSE IF WS-FUND-REQUIRED = 'Y' THEN
                   DISPLAY 'SKIPPED - FUND REQUIRED, KEY ON FEDAID: '
                       BI-AWARD-CODE ' FOR STUDENT ' WS-MATCH-SNO
               ELSE
                   PERFORM 250-LIMIT-CHECK
                   IF LM-RESULT = 'AN' THEN
                       DISPLAY 'SKIPPED - OVER ANNUAL LIMIT: '
                           BI-AWARD-CODE ' FOR STUDENT ' WS-MATCH-SNO
                   ELSE IF LM-RESULT = 'AG' THEN
                       DISPLAY 'SKIPPED - OVER AGGREGATE LIMIT: '
                           BI-AWARD-CODE ' FOR STUDENT ' WS-MATCH-SNO
                   ELSE IF LM-RESULT = 'CL' THEN
                       DISPLAY 'SKIPPED - AID YEAR CLOSED: '
                           CT-AID-YEAR ' FOR STUDENT ' WS-MATCH-SNO
                   ELSE
                       PERFORM 220-BALANCE-CHECK
                       IF BI-AWARD-AMNT > WS-BALANCE-OWED THEN
                           DISPLAY 'WARNING - AWARD EXCEEDS BALANCE '
                               'OWED: STUDENT ' WS-MATCH-SNO
                               ' CODE ' BI-AWARD-CODE
                       END-IF
                       PERFORM 230-APPEND-ROUTINE
                       ADD 1 TO WS-POSTED-CNT
                       ADD BI-AWARD-AMNT TO WS-POSTED-AMT
                       DISPLAY 'AWARD RECORDED: STUDENT ' WS-MATCH-SNO
                           ' CODE ' BI-AWARD-CODE
                   END-IF
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
           MOVE BI-STU-NUM TO WS-ISIR-NUM
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
       210-VALIDATE-CODE.
           MOVE 'N' TO WS-CODE-FOUND
           MOVE 'N' TO WS-FUND-REQUIRED
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF BI-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX) THEN
                   MOVE 'Y' TO WS-CODE-FOUND
                   MOVE FA-TBL-FUND-REQ(FA-CODE-IDX)
                       TO WS-FUND-REQUIRED
               END-IF
           END-PERFORM.
       220-BALANCE-CHECK.
      *    SAME SHAPE AS FEDAID'S 210-BALANCE-CHECK; SF-RECORD IS STILL
      *    POSITIONED ON THIS STUDENT FROM THE READ ABOVE.
           MOVE ZERO TO WS-BALANCE-OWED
           MOVE WS-MATCH-SNO TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-MATCH-SNO
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-BALANCE-OWED
                       END-IF
               END-READ
           END-PERFORM.
       240-FIND-FA-TAIL.
      *    ONE PAST THE STUDENT'S HIGHEST FA-SEQ -- SAME SCAN AS
      *    FEDAID'S 150-FIND-FA-TAIL.
           MOVE ZEROS TO WS-NEXT-FA-SEQ
           MOVE WS-MATCH-SNO TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-MATCH-SNO
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           MOVE FA-SEQ TO WS-NEXT-FA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-FA-SEQ.
       230-APPEND-ROUTINE.
           PERFORM 240-FIND-FA-TAIL
           MOVE WS-MATCH-SNO TO FA-STU-NUM
           MOVE WS-NEXT-FA-SEQ TO FA-SEQ
           MOVE BI-AWARD-CODE TO FA-AWARD-CODE
           MOVE BI-AWARD-AMNT TO FA-AWARD-AMNT
           ACCEPT FA-POST-DATE FROM DATE
           MOVE 'BATCH' TO FA-OPERATOR-ID
           MOVE SPACE TO FA-OFFER-FLAG
           MOVE CT-AID-YEAR TO FA-AID-YEAR
           MOVE SPACES TO FA-APPROVER-ID
           WRITE FA-DATA-REC.
       250-LIMIT-CHECK.
      *    SAME JUDGEMENT AS FEDAID'S 240-LIMIT-CHECK -- THE STUDENT'S
      *    ROWS GO TO PROJ-FA-LIMITS ONE AT A TIME, THEN THE
      *    LINE'S AMOUNT IS JUDGED AS A POSTED AWARD.
           MOVE ZERO TO LM-YEAR-CNT
           MOVE BI-AWARD-CODE TO LM-AWARD-CODE
           MOVE WS-MATCH-SNO TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-MATCH-SNO
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           PERFORM 255-LIMIT-NODE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'P' TO LM-FUNC
           MOVE WS-MATCH-SNO TO LM-STU-NUM
           MOVE SF-SSN TO LM-SSN
           MOVE CT-AID-YEAR TO LM-AID-YEAR
           MOVE BI-AWARD-AMNT TO LM-AMOUNT
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
       255-LIMIT-NODE.
           MOVE 'N' TO LM-FUNC
           MOVE FA-DATA-REC TO LM-NODE
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
