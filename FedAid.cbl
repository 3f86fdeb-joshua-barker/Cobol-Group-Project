      *          AN UNRECEIVED DOCUMENT -- TWICE THIS YEAR MONEY WENT
      *          OUT ON AN INCOMPLETE FILE.  A SITE WITH NO
      *          VERIFICATION FILE YET IS NOT GATED.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE AID CODES NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  SCHOLARSHIP FUNDS.  A CODE MARKED FUND-REQUIRED
      *          (FA-TBL-FUND-REQ) NOW ASKS FOR THE FUND IT IS CHARGED
      *          TO.  230-FUND-CHECK REFUSES A FUND THAT IS NOT ON
      *          FILE FOR THE AID YEAR, CLOSED, OR WITHOUT ENOUGH LEFT,
      *          AND WARNS WHEN THE STUDENT MISSES THE FUND'S GPA OR
      *          MAJOR TERMS; THE POSTED AWARD IS CHARGED TO THE FUND
      *          THROUGH PROJ-SCHOL-POST.
      *20261015  AID-YEAR LIMITS.  EVERY AWARD IS STAMPED WITH THE
      *          CURRENT AID YEAR (FA-AID-YEAR, NOW 43 BYTES), AND
      *          240-LIMIT-CHECK REFUSES AN AMOUNT THAT WOULD TAKE THE
      *          STUDENT OVER THE CODE'S ANNUAL MAXIMUM FOR THE YEAR
      *          OR ITS AGGREGATE MAXIMUM ACROSS ALL YEARS (JUDGED BY
      *          PROJ-FA-LIMITS), OR THAT FALLS IN A CLOSED AID YEAR.
      *20261015  DUAL CONTROL.  AN AWARD FOR MORE THAN THE DC AID-AMT
      *          THRESHOLD THAT PASSES EVERY CHECK ABOVE NO LONGER
      *          POSTS HERE -- 290-QUEUE-APPROVAL PUTS IT ON
      *          PROJ-APPROVAL.DAT (SEE PA-FILE-DESC), FUND AND AID
      *          YEAR INCLUDED, AND A SECOND, HIGHER-LEVEL OPERATOR
      *          POSTS IT FROM PROJ-APPROVE.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AWARDS NOW GO TO THE INDEXED PROJ-FIN-AID.DAT UNDER
      *          THE STUDENT'S NEXT FA-SEQ (150-FIND-FA-TAIL) IN PLACE
      *          OF THE FREE-LIST SLOT AND CHAIN APPEND, SO A FIRST
      *          AWARD NO LONGER REWRITES THE MASTER.  THE BALANCE AND
      *          LIMIT CHECKS READ THE STUDENT'S ROWS BY KEY.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED); THE PRIVATE COPY OF THE AWARD ROW
      *          GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          FA-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS FA-KEY
                ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
                LOCK MODE IS EXCLUSIVE
                FILE STATUS IS WS-FA-STATUS.
            SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                FILE STATUS IS WS-STATUS
                RECORD KEY IS SF-STU-NUM.
            SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS RC-KEY
                ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
                FILE STATUS IS WS-RC-STATUS.
            SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
                ORGANIZATION IS RELATIVE
                ACCESS IS DYNAMIC
                ACCESS IS DYNAMIC
                RECORD KEY IS VF-KEY
                FILE STATUS IS WS-VF-STATUS.
            SELECT PA-FILE-DESC ASSIGN TO 'PROJ-APPROVAL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS PA-ITEM-NO
                FILE STATUS IS WS-PA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD VF-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
       COPY VF-FILE-DESC.
       FD PA-FILE-DESC IS EXTERNAL RECORD CONTAINS 150 CHARACTERS.
       COPY PA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PA-STATUS              PIC XX.
       01  WS-PA-SEQ                 PIC X(8)  VALUE 'APPROVAL'.
       01  WS-PA-ITEM-NUM            PIC 9(9).
       01  WS-VF-STATUS              PIC XX.
       01  WS-VF-ON-FILE             PIC X     VALUE 'N'.
       01  WS-VF-DONE                PIC X.
       01  WS-VERIFY-HELD            PIC X.
       01  WS-CONT-REC               PIC 9(5)  VALUE ZEROS.
       01  WS-OPTION                 PIC X.
       01  MORE-DATA                 PIC XXX.
       01  WS-KEY-COUNTER            PIC 9(5)  VALUE 00001.
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
       01  WS-STATUS                 PIC XX.
       01  WS-FA-STATUS              PIC XX.
       01  WS-RC-STATUS              PIC XX.
       01  WS-BALANCE-OWED           PIC S9(5)V99 VALUE ZERO.
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-FA-DONE                PIC X.
       01  WS-RC-DONE                PIC X.
       01  WS-PROCEED                PIC X     VALUE 'Y'.
       01  WS-CODE-FOUND             PIC X     VALUE 'N'.
       01  WS-FT-REQUIRED            PIC X     VALUE 'N'.
       01  WS-FUND-REQUIRED          PIC X     VALUE 'N'.
       01  WS-FUND-MSG               PIC X(40).
       01  WS-LIMIT-MSG              PIC X(40).
       01  WS-EF-KEY                 PIC 9(5)  VALUE ZEROS.
       01  WS-FOUND-CURRENT          PIC X     VALUE 'N'.
       COPY FA-CODE-TABLE.
       COPY CURRENT-TERM.
       COPY SK-SCHOL-LINK.
       COPY LM-LIMIT-LINK.
       COPY DC-DUAL-CTL.
       01  ANS   PIC X.
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
          05 LINE 13 COLUMN 1 VALUE
                  'WRITE THIS AWARD ANYWAY? (Y/N): '.
          05 LINE 13 COLUMN 34 PIC X TO WS-PROCEED.
       01 SCRN-FUND.
          05 LINE 5 COLUMN 1 VALUE 'ENTER SCHOLARSHIP FUND CODE: '.
          05 LINE 5 COLUMN 31 PIC X(6) TO SK-FUND-CODE.
       01 SCRN-FUND-REFUSED.
          05 LINE 9 COLUMN 1 PIC X(40) FROM WS-FUND-MSG.
          05 LINE 10 COLUMN 1 VALUE 'LEFT IN FUND: '.
          05 LINE 10 COLUMN 16 PIC -,---,--9.99 FROM SK-REMAINING.
          05 LINE 11 COLUMN 1 VALUE 'THIS AWARD WAS NOT RECORDED'.
          05 LINE 12 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       01 SCRN-LIMIT-REFUSED.
          05 LINE 9 COLUMN 1 PIC X(40) FROM WS-LIMIT-MSG.
          05 LINE 10 COLUMN 1 VALUE 'ANNUAL USED:    '.
          05 LINE 10 COLUMN 17 PIC Z,ZZZ,ZZ9.99 FROM LM-ANNUAL-USED.
          05 LINE 10 COLUMN 31 VALUE 'MAXIMUM: '.
          05 LINE 10 COLUMN 40 PIC Z,ZZZ,ZZ9.99 FROM LM-ANNUAL-MAX.
          05 LINE 11 COLUMN 1 VALUE 'AGGREGATE USED: '.
          05 LINE 11 COLUMN 17 PIC Z,ZZZ,ZZ9.99 FROM LM-AGG-USED.
          05 LINE 11 COLUMN 31 VALUE 'MAXIMUM: '.
          05 LINE 11 COLUMN 40 PIC Z,ZZZ,ZZ9.99 FROM LM-AGG-MAX.
          05 LINE 12 COLUMN 1 VALUE 'THIS AWARD WAS NOT RECORDED'.
          05 LINE 13 COLUMN 1 VALUE 'HIT ENTER TO CONTINUE'.
       01 SCRN-FUND-ELIG.
          05 LINE 9 COLUMN 1 VALUE
                  'WARNING -- THIS STUDENT DOES NOT MEET THE GPA OR'.
          05 LINE 10 COLUMN 1 VALUE
                  'MAJOR TERMS OF FUND '.
          05 LINE 10 COLUMN 21 PIC X(30) FROM SK-FUND-NAME.
          05 LINE 13 COLUMN 1 VALUE
                  'WRITE THIS AWARD ANYWAY? (Y/N): '.
          05 LINE 13 COLUMN 34 PIC X TO WS-PROCEED.
       PROCEDURE DIVISION USING WS-SNO, WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING DC-PARM-ID, DC-PARMS
           OPEN I-O FA-FILE-DESC
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           END-IF
           EXIT PROGRAM.
       050-LOAD-CODE-TABLE.
      *    THE AID CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE.
       150-FIND-FA-TAIL.
      *    ONE PAST THE STUDENT'S HIGHEST FA-SEQ, FOUND BY A FORWARD
      *    SCAN OF THE STUDENT'S OWN KEY RANGE -- THE SAME SHAPE AS
      *    PROJ-FY-CLOSE'S 250-FIND-NEXT-SEQ ON THE HISTORY FILE.  THE
      *    NEW AWARD IS WRITTEN UNDER WS-NEXT-FA-SEQ.
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
       200-INPUT-ROUTINE.
           PERFORM 212-VERIFY-CHECK
           IF WS-VERIFY-HELD = 'Y' THEN
               ACCEPT SCRN-AMOUNT
               DISPLAY SCRN-CLEAR
               MOVE 'Y' TO WS-PROCEED
               PERFORM 240-LIMIT-CHECK
               IF WS-PROCEED = 'Y' AND WS-FUND-REQUIRED = 'Y' THEN
                   PERFORM 230-FUND-CHECK
               END-IF
               PERFORM 210-BALANCE-CHECK
               IF (WS-PROCEED = 'Y' OR 'y')
                       AND WS-FA-AWARD-AMNT > WS-BALANCE-OWED THEN
                   DISPLAY SCRN-OVER-AWARD
                   ACCEPT SCRN-OVER-AWARD
                   DISPLAY SCRN-CLEAR
                   END-IF
               END-IF
           END-IF
           IF (WS-PROCEED = 'Y' OR 'y')
                   AND WS-FA-AWARD-AMNT > DC-AID-AMT THEN
               PERFORM 290-QUEUE-APPROVAL
               MOVE 'N' TO WS-PROCEED
           END-IF
           IF WS-PROCEED = 'Y' OR 'y' THEN
               MOVE WS-SNO TO WS-FA-STU-NUM
               PERFORM 150-FIND-FA-TAIL
               MOVE WS-NEXT-FA-SEQ TO WS-FA-SEQ
               ACCEPT WS-FA-POST-DATE FROM DATE
               MOVE WS-OPERATOR-ID TO WS-FA-OPERATOR-ID
               MOVE SPACE TO WS-FA-OFFER-FLAG
               MOVE CT-AID-YEAR TO WS-FA-AID-YEAR
               MOVE SPACES TO WS-FA-APPROVER-ID
               WRITE FA-DATA-REC FROM WS-FA-DATA-REC
               MOVE 'FA' TO WS-JR-FILE-ID
               MOVE ZEROS TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               MOVE WS-FA-DATA-REC TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               PERFORM 900-CHECK-FA-STATUS
               IF WS-FUND-REQUIRED = 'Y' THEN
                   PERFORM 235-CHARGE-FUND
               END-IF
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       210-BALANCE-CHECK.
      *    SF-RECORD IS STILL POSITIONED ON THIS STUDENT FROM THE READ
      *    IN 100-MAIN-MODULE.  READS THE SAME RECEIPT ROWS PROJ-RC
      *    DOES AND PICKS UP THE LAST ROW'S RC-BALANCE, THE STUDENT'S
      *    CURRENT AMOUNT OWED (SEE RC-FILE-DESC.CPY).
           MOVE ZERO TO WS-BALANCE-OWED
           MOVE WS-SNO TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-SNO
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-BALANCE-OWED
                       END-IF
               END-READ
           END-PERFORM.
       220-ENROLL-CHECK.
      *    SAME WALK AS PROJ-PRINT-NOT-ENR'S 300-WALK-EF-CHAIN -- LOOKS
      *    FOR ONE NODE ON THIS STUDENT'S SF-ENR-REC-PNTR CHAIN WHOSE
      *    ROUTINE CAN WARN AGAINST SF-FT-PT-FLAG.
           MOVE 'N' TO WS-CODE-FOUND
           MOVE 'N' TO WS-FT-REQUIRED
           MOVE 'N' TO WS-FUND-REQUIRED
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF WS-FA-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX) THEN
                   MOVE 'Y' TO WS-CODE-FOUND
                   MOVE FA-TBL-FT-REQ(FA-CODE-IDX) TO WS-FT-REQUIRED
                   MOVE FA-TBL-FUND-REQ(FA-CODE-IDX)
                       TO WS-FUND-REQUIRED
               END-IF
           END-PERFORM.
       230-FUND-CHECK.
      *    THE FUND MUST BE ON FILE FOR THE CURRENT AID YEAR, ACTIVE,
      *    AND HAVE THE WHOLE AWARD LEFT IN IT -- OTHERWISE THE AWARD
      *    IS REFUSED OUTRIGHT.  MISSING THE FUND'S GPA OR MAJOR TERMS
      *    ONLY WARNS, LIKE THE FULL-TIME CHECK.
           MOVE SPACES TO SK-FUND-CODE
           DISPLAY SCRN-FUND
           ACCEPT SCRN-FUND
           DISPLAY SCRN-CLEAR
           MOVE 'C' TO SK-FUNC
           MOVE CT-AID-YEAR TO SK-AID-YEAR
           MOVE WS-FA-AWARD-AMNT TO SK-AMOUNT
           MOVE SF-CUM-GPA TO SK-CUM-GPA
           MOVE SF-MAJOR-CODE TO SK-MAJOR-CODE
           MOVE SPACES TO SK-FUND-NAME
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT = 'EL' THEN
               DISPLAY SCRN-FUND-ELIG
               ACCEPT SCRN-FUND-ELIG
               DISPLAY SCRN-CLEAR
           ELSE
               IF SK-RESULT NOT = 'OK' THEN
                   IF SK-RESULT = 'CL' THEN
                       MOVE 'SCHOLARSHIP FUND IS CLOSED' TO WS-FUND-MSG
                   ELSE
                       IF SK-RESULT = 'EX' THEN
                           MOVE 'SCHOLARSHIP FUND IS EXHAUSTED'
                               TO WS-FUND-MSG
                       ELSE
                           MOVE 'NO SUCH SCHOLARSHIP FUND THIS AID YEAR'
                               TO WS-FUND-MSG
                       END-IF
                   END-IF
                   DISPLAY SCRN-FUND-REFUSED
                   ACCEPT ANS
                   DISPLAY SCRN-CLEAR
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.
       235-CHARGE-FUND.
      *    THE AWARD IS POSTED, SO IT GOES ON THE FUND AS AWARDED AND
      *    DISBURSED AT ONCE.  WS-FA-SEQ IS STILL THE NEW ROW'S
      *    SEQUENCE.
           MOVE 'A' TO SK-FUNC
           MOVE WS-SNO TO SK-STU-NUM
           MOVE WS-FA-SEQ TO SK-FA-SEQ
           MOVE WS-FA-AWARD-CODE TO SK-AWARD-CODE
           MOVE WS-FA-AWARD-AMNT TO SK-AMOUNT
           MOVE WS-FA-AWARD-AMNT TO SK-DISB-AMT
           MOVE SPACE TO SK-OFFER-FLAG
           MOVE WS-OPERATOR-ID TO SK-OPERATOR-ID
           CALL 'PROJ-SCHOL-POST' USING SK-SCHOL-LINK
           IF SK-RESULT NOT = 'OK' THEN
               DISPLAY 'WARNING -- AWARD POSTED BUT FUND ' SK-FUND-CODE
                   ' COULD NOT BE CHARGED (' SK-RESULT ')'
               ACCEPT ANS
           END-IF.
       240-LIMIT-CHECK.
      *    THE STUDENT'S AWARDS ARE HANDED TO PROJ-FA-LIMITS A ROW AT A
      *    TIME (THIS PROGRAM HOLDS PROJ-FIN-AID.DAT), THEN THE AMOUNT
      *    JUST KEYED IS JUDGED AGAINST THE CODE'S ANNUAL AND
      *    AGGREGATE MAXIMUMS.  OVER EITHER ONE, OR A CLOSED AID
      *    YEAR, REFUSES THE AWARD OUTRIGHT LIKE A FUND THAT IS OUT.
           MOVE ZERO TO LM-YEAR-CNT
           MOVE WS-FA-AWARD-CODE TO LM-AWARD-CODE
           MOVE WS-SNO TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-SNO
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           PERFORM 245-LIMIT-NODE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'P' TO LM-FUNC
           MOVE WS-SNO TO LM-STU-NUM
           MOVE SF-SSN TO LM-SSN
           MOVE CT-AID-YEAR TO LM-AID-YEAR
           MOVE WS-FA-AWARD-AMNT TO LM-AMOUNT
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK
           IF LM-RESULT = 'AN' OR 'AG' OR 'CL' THEN
               IF LM-RESULT = 'AN' THEN
                   MOVE 'AWARD WOULD EXCEED THE ANNUAL MAXIMUM'
                       TO WS-LIMIT-MSG
               ELSE
                   IF LM-RESULT = 'AG' THEN
                       MOVE 'AWARD WOULD EXCEED THE AGGREGATE MAXIMUM'
                           TO WS-LIMIT-MSG
                   ELSE
                       MOVE 'THE CURRENT AID YEAR HAS BEEN CLOSED'
                           TO WS-LIMIT-MSG
                   END-IF
               END-IF
               DISPLAY SCRN-LIMIT-REFUSED
               ACCEPT ANS
               DISPLAY SCRN-CLEAR
               MOVE 'N' TO WS-PROCEED
           END-IF.
       245-LIMIT-NODE.
           MOVE 'N' TO LM-FUNC
           MOVE FA-DATA-REC TO LM-NODE
           CALL 'PROJ-FA-LIMITS' USING LM-LIMIT-LINK.
       290-QUEUE-APPROVAL.
      *    THE AWARD GOES ON PROJ-APPROVAL.DAT AS KEYED AND CHECKED,
      *    UNDER THE NEXT ITEM NUMBER; PROJ-APPROVE POSTS IT (AND
      *    CHARGES THE FUND) ONLY WHEN ANOTHER OPERATOR APPROVES IT.
           MOVE 1 TO WS-PA-ITEM-NUM
           CALL 'PROJ-NEXT-NUM' USING WS-PA-SEQ, WS-PA-ITEM-NUM
           OPEN I-O PA-FILE-DESC
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT PA-FILE-DESC
               CLOSE PA-FILE-DESC
               OPEN I-O PA-FILE-DESC
           END-IF
           MOVE SPACES TO PA-RECORD
           MOVE WS-PA-ITEM-NUM TO PA-ITEM-NO
           MOVE 'FA' TO PA-KIND
           MOVE 'P' TO PA-STATUS
           MOVE WS-SNO TO PA-STU-NUM
           MOVE ZERO TO PA-AMT-OWED
           MOVE WS-FA-AWARD-AMNT TO PA-AMT-PAID
           MOVE ZERO TO PA-REFUND-AMT
           MOVE ZEROS TO PA-RCPT-NO
           MOVE WS-FA-AWARD-CODE TO PA-AWARD-CODE
           MOVE CT-AID-YEAR TO PA-AID-YEAR
           IF WS-FUND-REQUIRED = 'Y'
               MOVE SK-FUND-CODE TO PA-FUND-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID
           ACCEPT PA-KEY-DATE FROM DATE
           ACCEPT PA-KEY-TIME FROM TIME
           MOVE ZEROS TO PA-DECIDE-DATE
           MOVE ZEROS TO PA-POST-SEQ
           MOVE ZEROS TO PA-POST-RCPT-NO
           WRITE PA-RECORD
           DISPLAY SCRN-CLEAR
           IF WS-PA-STATUS NOT = '00'
               DISPLAY 'PROJ-APPROVAL.DAT I/O ERROR, STATUS: '
                       WS-PA-STATUS
               DISPLAY 'THIS AWARD WAS NOT RECORDED'
           ELSE
               MOVE 'PA' TO WS-JR-FILE-ID
               MOVE ZEROS TO WS-JR-SLOT
               MOVE SPACES TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               MOVE PA-RECORD TO WS-JR-AFTER
               PERFORM 950-JOURNAL-RTN
               DISPLAY 'OVER THE DUAL-CONTROL LIMIT -- NOT POSTED'
               DISPLAY 'QUEUED FOR A SECOND OPERATOR''S APPROVAL AS'
                   ' ITEM ' PA-ITEM-NO
           END-IF
           CLOSE PA-FILE-DESC
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       300-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'STUDENT NOT IN SYSTEM'
      *    ANY STATUS OTHER THAN '00' ON FA-FILE-DESC MEANS THE AWARD
      *    FILE ITSELF IS BAD (OUT OF SPACE, CORRUPTED, ETC) -- THERE IS
      *    NO RECOVERY FROM THAT MID-TRANSACTION, SO THIS ABORTS CLEANLY
      *    RATHER THAN CARRYING ON AGAINST BAD DATA.  '02' IS ONLY THE
      *    DUPLICATE POST-DATE ALTERNATE KEY AND IS NOT AN ERROR.
           IF WS-FA-STATUS NOT = '00' AND WS-FA-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-FIN-AID.DAT I/O ERROR, STATUS: '
                       WS-FA-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE FA-FILE-DESC
       910-CHECK-RC-STATUS.
      *    SAME IDEA AS 900-CHECK-FA-STATUS, BUT FOR THE RECEIPTS FILE
      *    THIS PROGRAM ONLY READS TO PICK UP THE STUDENT'S BALANCE.
           IF WS-RC-STATUS NOT = '00' AND WS-RC-STATUS NOT = '02'
               DISPLAY SCRN-CLEAR
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-RC-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE FA-FILE-DESC
               CLOSE SF-FILE-DESC
