       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-FA-LIMITS.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE THE ANNUAL AND
      *          AGGREGATE AID LIMITS ARE JUDGED, CALLED BY FEDAID,
      *          PROJ-FA-BATCH, PROJ-FA-PACKAGE AND PROJ-FA-DISBURSE
      *          USING LM-LIMIT-LINK (SEE THAT COPYBOOK FOR THE
      *          FUNCTIONS).  THE ANNUAL MAXIMUM COUNTS ONLY AWARDS
      *          STAMPED WITH THE SAME FA-AID-YEAR; THE AGGREGATE
      *          MAXIMUM COUNTS EVERY OPEN YEAR ON THE CHAIN, THE
      *          CLOSED YEARS CARRIED ON FA-AGGREGATE.DAT (SEE
      *          FG-FILE-DESC) AND ANY ARCHIVED STUDENT RECORD ON
      *          SF-ARCHIVE.DAT WITH THE SAME STUDENT NUMBER OR SSN.
      *          SAME CALL-AND-RETURN SHAPE AS PROJ-SCHOL-POST -- BOTH
      *          FILES ARE OPENED AND CLOSED PER CALL, AND A SITE WITH
      *          NEITHER FILE JUDGES ON THE CHAIN ALONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FG-FILE-DESC ASSIGN TO 'FA-AGGREGATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FG-KEY
               FILE STATUS IS WS-FG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'SF-ARCHIVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FG-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY FG-FILE-DESC.
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       WORKING-STORAGE SECTION.
       01  WS-FG-STATUS              PIC XX.
       01  WS-AR-STATUS              PIC XX.
       01  WS-FG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-AR-DONE                PIC X.
       01  WS-TABLE-LOADED           PIC X      VALUE 'N'.
       01  WS-CODE-FOUND             PIC X.
       01  WS-SUB                    PIC 9(2).
       01  WS-YR-SUB                 PIC 9(2).
       01  WS-ARC-SUB                PIC 9(2).
       01  WS-THRU-YEAR              PIC X(4).
       01  WS-CARRIED                PIC 9(7)V99.
       01  WS-COMMITTED              PIC S9(7)V99.
       01  WS-AFTER                  PIC S9(7)V99.
       01  WS-INCREASE               PIC S9(7)V99.
       01  WS-ARC-ANNUAL             PIC S9(7)V99.
       01  WS-ARC-AGG                PIC S9(7)V99.
       01  WS-LEFT                   PIC S9(7)V99.
      *    THE ARCHIVED STUDENT NUMBERS FOUND TO BE THIS STUDENT, WITH
      *    THE LAST YEAR EACH ONE HAS CARRIED ON FA-AGGREGATE.DAT.
       01  WS-ARC-CNT                PIC 9(2).
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 10 TIMES.
               10  WS-ARC-NUM        PIC 9(9).
               10  WS-ARC-THRU       PIC X(4).
       COPY FA-CODE-TABLE.
       COPY FA-FILE-DESC.
       COPY SF-FILE-DESC.
       LINKAGE SECTION.
           COPY LM-LIMIT-LINK.
       PROCEDURE DIVISION USING LM-LIMIT-LINK.
       100-MAIN-MODULE.
           IF LM-FUNC = 'N'
               PERFORM 200-ADD-NODE
           ELSE
               MOVE 'OK' TO LM-RESULT
               MOVE SPACES TO LM-CLOSED-YEAR
               MOVE ZERO TO LM-ANNUAL-USED LM-ANNUAL-MAX
                            LM-AGG-USED LM-AGG-MAX LM-ROOM
               OPEN INPUT FG-FILE-DESC
               IF WS-FG-STATUS = '35'
                   MOVE 'N' TO WS-FG-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-FG-ON-FILE
                   PERFORM 300-READ-CONTROL
               END-IF
               IF LM-CLOSED-YEAR NOT = SPACES
                       AND LM-AID-YEAR NOT > LM-CLOSED-YEAR
                   MOVE 'CL' TO LM-RESULT
               ELSE IF LM-FUNC = 'P' OR 'O'
                   PERFORM 400-JUDGE-AMOUNT
               END-IF
               END-IF
               IF WS-FG-ON-FILE = 'Y'
                   CLOSE FG-FILE-DESC
               END-IF
           END-IF
           EXIT PROGRAM.
       200-ADD-NODE.
      *    ONE NODE OFF THE CALLER'S CHAIN.  OFFERS, POSTED AWARDS AND
      *    RETURNS ARE KEPT APART PER AID YEAR SO 410 CAN COUNT AN
      *    OFFER AND THE AWARD THAT LATER POSTED AGAINST IT ONCE.
           MOVE LM-NODE TO FA-DATA-REC
           IF FA-AWARD-CODE = LM-AWARD-CODE
               PERFORM 210-FIND-YEAR
               IF WS-YR-SUB > ZERO
                   IF FA-OFFER-FLAG = 'O'
                       ADD FA-AWARD-AMNT TO LM-YR-OFFER(WS-YR-SUB)
                   ELSE IF FA-OFFER-FLAG = 'R'
                       ADD FA-AWARD-AMNT TO LM-YR-RETURN(WS-YR-SUB)
                   ELSE
                       ADD FA-AWARD-AMNT TO LM-YR-POSTED(WS-YR-SUB)
                   END-IF
                   END-IF
               END-IF
           END-IF.
       210-FIND-YEAR.
           MOVE ZERO TO WS-YR-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LM-YEAR-CNT
               IF LM-YR(WS-SUB) = FA-AID-YEAR
                   MOVE WS-SUB TO WS-YR-SUB
               END-IF
           END-PERFORM
           IF WS-YR-SUB = ZERO AND LM-YEAR-CNT < 20
               ADD 1 TO LM-YEAR-CNT
               MOVE LM-YEAR-CNT TO WS-YR-SUB
               MOVE FA-AID-YEAR TO LM-YR(WS-YR-SUB)
               MOVE ZERO TO LM-YR-OFFER(WS-YR-SUB)
                            LM-YR-POSTED(WS-YR-SUB)
                            LM-YR-RETURN(WS-YR-SUB)
           END-IF.
       300-READ-CONTROL.
           MOVE ZERO TO FG-STU-NUM
           MOVE ZERO TO FG-AWARD-CODE
           READ FG-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FG-THRU-YEAR TO LM-CLOSED-YEAR
           END-READ.
       400-JUDGE-AMOUNT.
           IF WS-TABLE-LOADED = 'N'
               CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
                   FA-CODE-TBL-SIZE, FA-CODE-TABLE
               MOVE 'Y' TO WS-TABLE-LOADED
           END-IF
           MOVE 'N' TO WS-CODE-FOUND
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF LM-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE 'Y' TO WS-CODE-FOUND
                   MOVE FA-TBL-ANNUAL-MAX(FA-CODE-IDX) TO LM-ANNUAL-MAX
                   MOVE FA-TBL-AGG-MAX(FA-CODE-IDX) TO LM-AGG-MAX
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND = 'N'
               MOVE 'NF' TO LM-RESULT
           ELSE
               PERFORM 405-READ-CARRIED
               MOVE LM-AMOUNT TO WS-INCREASE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > LM-YEAR-CNT
                   PERFORM 410-SCORE-YEAR
               END-PERFORM
               PERFORM 500-SCAN-ARCHIVE
               ADD WS-CARRIED TO LM-AGG-USED
               PERFORM 450-SET-RESULT
           END-IF.
       405-READ-CARRIED.
      *    THE STUDENT'S OWN CARRIED ROW FOR THE CODE.  NO ROW MEANS
      *    NOTHING WAS ON THE CHAIN FOR THE CODE WHEN THE LAST YEAR
      *    WAS CLOSED, SO THE CONTROL ROW'S YEAR STANDS.
           MOVE LM-CLOSED-YEAR TO WS-THRU-YEAR
           MOVE ZERO TO WS-CARRIED
           IF WS-FG-ON-FILE = 'Y'
               MOVE LM-STU-NUM TO FG-STU-NUM
               MOVE LM-AWARD-CODE TO FG-AWARD-CODE
               READ FG-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FG-THRU-YEAR TO WS-THRU-YEAR
                       MOVE FG-AGG-AMT TO WS-CARRIED
               END-READ
           END-IF.
       410-SCORE-YEAR.
      *    AN AWARD COUNTS THE GREATER OF ITS OFFER AND WHAT POSTED,
      *    LESS RETURNS.  FOR THE YEAR BEING CHECKED, WS-INCREASE
      *    BECOMES HOW MUCH LM-AMOUNT ACTUALLY RAISES THAT FIGURE --
      *    A POSTING AGAINST AN OUTSTANDING OFFER RAISES IT ONLY BY
      *    WHAT GOES PAST THE OFFER.
           MOVE LM-YR-POSTED(WS-SUB) TO WS-COMMITTED
           IF LM-YR-OFFER(WS-SUB) > WS-COMMITTED
               MOVE LM-YR-OFFER(WS-SUB) TO WS-COMMITTED
           END-IF
           SUBTRACT LM-YR-RETURN(WS-SUB) FROM WS-COMMITTED
           IF WS-COMMITTED < ZERO
               MOVE ZERO TO WS-COMMITTED
           END-IF
           IF LM-YR(WS-SUB) = LM-AID-YEAR
               ADD WS-COMMITTED TO LM-ANNUAL-USED
               IF LM-FUNC = 'O'
                   COMPUTE WS-AFTER =
                       LM-YR-OFFER(WS-SUB) + LM-AMOUNT
                   IF LM-YR-POSTED(WS-SUB) > WS-AFTER
                       MOVE LM-YR-POSTED(WS-SUB) TO WS-AFTER
                   END-IF
               ELSE
                   COMPUTE WS-AFTER =
                       LM-YR-POSTED(WS-SUB) + LM-AMOUNT
                   IF LM-YR-OFFER(WS-SUB) > WS-AFTER
                       MOVE LM-YR-OFFER(WS-SUB) TO WS-AFTER
                   END-IF
               END-IF
               SUBTRACT LM-YR-RETURN(WS-SUB) FROM WS-AFTER
               IF WS-AFTER < ZERO
                   MOVE ZERO TO WS-AFTER
               END-IF
               COMPUTE WS-INCREASE = WS-AFTER - WS-COMMITTED
           END-IF
           IF WS-THRU-YEAR = SPACES OR LM-YR(WS-SUB) > WS-THRU-YEAR
               ADD WS-COMMITTED TO LM-AGG-USED
           END-IF.
       450-SET-RESULT.
      *    A ZERO MAXIMUM MEANS THE CODE HAS NO LIMIT OF THAT KIND.
           MOVE 9999999.99 TO LM-ROOM
           IF LM-ANNUAL-MAX > ZERO
               COMPUTE WS-LEFT = LM-ANNUAL-MAX - LM-ANNUAL-USED
               IF WS-LEFT < ZERO
                   MOVE ZERO TO WS-LEFT
               END-IF
               MOVE WS-LEFT TO LM-ROOM
           END-IF
           IF LM-AGG-MAX > ZERO
               COMPUTE WS-LEFT = LM-AGG-MAX - LM-AGG-USED
               IF WS-LEFT < ZERO
                   MOVE ZERO TO WS-LEFT
               END-IF
               IF WS-LEFT < LM-ROOM
                   MOVE WS-LEFT TO LM-ROOM
               END-IF
           END-IF
           IF LM-ANNUAL-MAX > ZERO
                   AND LM-ANNUAL-USED + WS-INCREASE > LM-ANNUAL-MAX
               MOVE 'AN' TO LM-RESULT
           ELSE IF LM-AGG-MAX > ZERO
                   AND LM-AGG-USED + WS-INCREASE > LM-AGG-MAX
               MOVE 'AG' TO LM-RESULT
           END-IF.
       500-SCAN-ARCHIVE.
      *    AN 'S' LINE FOR THIS STUDENT NUMBER, OR FOR ANOTHER NUMBER
      *    CARRYING THE SAME SSN, IS WRITTEN BEFORE ITS 'F' LINES, SO
      *    ONE PASS LINKS THE NUMBER AND THEN COUNTS ITS AWARDS.
           MOVE ZERO TO WS-ARC-CNT
           MOVE ZERO TO WS-ARC-ANNUAL
           MOVE ZERO TO WS-ARC-AGG
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               MOVE 'N' TO WS-AR-DONE
               PERFORM UNTIL WS-AR-DONE = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-AR-DONE
                       NOT AT END
                           IF ARCH-TYPE = 'S'
                               PERFORM 510-CHECK-STUDENT
                           ELSE IF ARCH-TYPE = 'F'
                               PERFORM 520-CHECK-AWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-ARC-ANNUAL > ZERO
               ADD WS-ARC-ANNUAL TO LM-ANNUAL-USED
           END-IF
           IF WS-ARC-AGG > ZERO
               ADD WS-ARC-AGG TO LM-AGG-USED
           END-IF.
       510-CHECK-STUDENT.
           MOVE ARCH-DATA TO SF-RECORD
           IF SF-STU-NUM = LM-STU-NUM
                   OR (LM-SSN NOT = ZERO AND SF-SSN = LM-SSN)
               MOVE ZERO TO WS-ARC-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ARC-CNT
                   IF WS-ARC-NUM(WS-SUB) = SF-STU-NUM
                       MOVE WS-SUB TO WS-ARC-SUB
                   END-IF
               END-PERFORM
               IF WS-ARC-SUB = ZERO AND WS-ARC-CNT < 10
                   ADD 1 TO WS-ARC-CNT
                   MOVE SF-STU-NUM TO WS-ARC-NUM(WS-ARC-CNT)
                   PERFORM 515-ARCHIVED-CARRIED
               END-IF
           END-IF.
       515-ARCHIVED-CARRIED.
      *    THE STUDENT'S OWN NUMBER ALREADY HAD ITS CARRIED ROW READ
      *    IN 405.  ANOTHER NUMBER'S ROW IS ADDED IN HERE; WITHOUT A
      *    ROW, EVERY ARCHIVED AWARD UNDER THAT NUMBER COUNTS.
           IF SF-STU-NUM = LM-STU-NUM
               MOVE WS-THRU-YEAR TO WS-ARC-THRU(WS-ARC-CNT)
           ELSE
               MOVE SPACES TO WS-ARC-THRU(WS-ARC-CNT)
               IF WS-FG-ON-FILE = 'Y'
                   MOVE SF-STU-NUM TO FG-STU-NUM
                   MOVE LM-AWARD-CODE TO FG-AWARD-CODE
                   READ FG-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FG-THRU-YEAR TO WS-ARC-THRU(WS-ARC-CNT)
                           ADD FG-AGG-AMT TO LM-AGG-USED
                   END-READ
               END-IF
           END-IF.
       520-CHECK-AWARD.
      *    ARCHIVED OFFERS NEVER POSTED, SO ONLY POSTED AWARDS AND
      *    RETURNS COUNT.
           MOVE ARCH-DATA TO FA-DATA-REC
           IF FA-AWARD-CODE = LM-AWARD-CODE AND FA-OFFER-FLAG NOT = 'O'
               MOVE ZERO TO WS-ARC-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ARC-CNT
                   IF WS-ARC-NUM(WS-SUB) = FA-STU-NUM
                       MOVE WS-SUB TO WS-ARC-SUB
                   END-IF
               END-PERFORM
               IF WS-ARC-SUB > ZERO
                   MOVE FA-AWARD-AMNT TO WS-COMMITTED
                   IF FA-OFFER-FLAG = 'R'
                       COMPUTE WS-COMMITTED = ZERO - FA-AWARD-AMNT
                   END-IF
                   IF FA-AID-YEAR = LM-AID-YEAR
                       ADD WS-COMMITTED TO WS-ARC-ANNUAL
                   END-IF
                   IF WS-ARC-THRU(WS-ARC-SUB) = SPACES
                           OR FA-AID-YEAR > WS-ARC-THRU(WS-ARC-SUB)
                       ADD WS-COMMITTED TO WS-ARC-AGG
                   END-IF
               END-IF
           END-IF.
