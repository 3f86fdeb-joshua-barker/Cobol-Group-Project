       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-WO-RECOVER.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE MONEY RECEIVED ON A
      *          WRITTEN-OFF ACCOUNT IS SET AGAINST THE WRITE-OFF
      *          REGISTER (RC-WRITEOFF.DAT, SEE WO-FILE-DESC), CALLED
      *          BY PROJ-RC AND PROJ-PAY-BATCH USING BD-RECOVER-LINK
      *          (SEE THAT COPYBOOK FOR THE FUNCTIONS).  SAME
      *          CALL-AND-RETURN SHAPE AS PROJ-SCHOL-POST -- THE
      *          REGISTER IS OPENED AND CLOSED PER CALL, AND A SITE
      *          WITH NO REGISTER YET HAS NOTHING TO RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WO-FILE-DESC ASSIGN TO 'RC-WRITEOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WO-FILE-DESC IS EXTERNAL RECORD CONTAINS 70 CHARACTERS.
           COPY WO-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-WO-STATUS              PIC XX.
       01  WS-WO-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LEFT                   PIC 9(5)V99.
       01  WS-ROW-LEFT               PIC 9(5)V99.
       01  WS-STEP                   PIC 9(5)V99.
       01  WS-SUB                    PIC 9(2).
      *    THE STUDENT'S WRITTEN-OFF ROWS IN SEQUENCE ORDER -- APPLY
      *    WALKS THE TABLE FORWARD, UNDO WALKS IT BACKWARD.
       01  WS-ROW-CNT                PIC 9(2).
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 99 TIMES.
               10  WS-ROW-SEQ        PIC 9(2).
               10  WS-ROW-AMOUNT     PIC 9(5)V99.
               10  WS-ROW-RECOVERED  PIC 9(5)V99.
       LINKAGE SECTION.
           COPY BD-RECOVER-LINK.
       PROCEDURE DIVISION USING BD-RECOVER-LINK.
       100-MAIN-MODULE.
           MOVE ZERO TO BD-APPLIED
           MOVE ZERO TO BD-OUTSTANDING
           ACCEPT WS-TODAY FROM DATE
           IF BD-FUNC = 'Q'
               OPEN INPUT WO-FILE-DESC
           ELSE
               OPEN I-O WO-FILE-DESC
           END-IF
           IF WS-WO-STATUS NOT = '35'
               PERFORM 200-LOAD-ROWS
               IF BD-FUNC = 'A'
                   PERFORM 300-APPLY
               END-IF
               IF BD-FUNC = 'U'
                   PERFORM 400-UNDO
               END-IF
               PERFORM 500-FIGURE-OUTSTANDING
               CLOSE WO-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-LOAD-ROWS.
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-WO-DONE
           MOVE BD-STU-NUM TO WO-STU-NUM
           MOVE ZERO TO WO-SEQ
           START WO-FILE-DESC KEY IS NOT LESS THAN WO-KEY
               INVALID KEY MOVE 'Y' TO WS-WO-DONE
           END-START
           PERFORM UNTIL WS-WO-DONE = 'Y'
               READ WO-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-WO-DONE
                   NOT AT END
                       IF WO-STU-NUM NOT = BD-STU-NUM
                           MOVE 'Y' TO WS-WO-DONE
                       ELSE
                           IF WO-STATUS = 'W' AND WS-ROW-CNT < 99
                               ADD 1 TO WS-ROW-CNT
                               MOVE WO-SEQ TO WS-ROW-SEQ(WS-ROW-CNT)
                               MOVE WO-AMOUNT
                                   TO WS-ROW-AMOUNT(WS-ROW-CNT)
                               MOVE WO-RECOVERED
                                   TO WS-ROW-RECOVERED(WS-ROW-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-APPLY.
      *    OLDEST WRITE-OFF FIRST, EACH ROW TAKING NO MORE THAN IT
      *    STILL HAS UNRECOVERED.  ANYTHING LEFT OVER IS NOT A
      *    RECOVERY AT ALL -- THE CALLER POSTS IT AS AN ORDINARY
      *    PAYMENT.
           MOVE BD-AMOUNT TO WS-LEFT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-CNT OR WS-LEFT = ZERO
               COMPUTE WS-ROW-LEFT = WS-ROW-AMOUNT(WS-SUB)
                   - WS-ROW-RECOVERED(WS-SUB)
               IF WS-ROW-LEFT > ZERO
                   IF WS-ROW-LEFT < WS-LEFT
                       MOVE WS-ROW-LEFT TO WS-STEP
                   ELSE
                       MOVE WS-LEFT TO WS-STEP
                   END-IF
                   ADD WS-STEP TO WS-ROW-RECOVERED(WS-SUB)
                   SUBTRACT WS-STEP FROM WS-LEFT
                   ADD WS-STEP TO BD-APPLIED
                   PERFORM 600-REWRITE-ROW
               END-IF
           END-PERFORM.
       400-UNDO.
      *    NEWEST WRITE-OFF FIRST -- THE REVERSE OF 300-APPLY, SO A
      *    VOIDED RECOVERY COMES BACK OFF THE ROW IT MOST LIKELY WENT
      *    ON.
           MOVE BD-AMOUNT TO WS-LEFT
           PERFORM VARYING WS-SUB FROM WS-ROW-CNT BY -1
                   UNTIL WS-SUB < 1 OR WS-LEFT = ZERO
               IF WS-ROW-RECOVERED(WS-SUB) > ZERO
                   IF WS-ROW-RECOVERED(WS-SUB) < WS-LEFT
                       MOVE WS-ROW-RECOVERED(WS-SUB) TO WS-STEP
                   ELSE
                       MOVE WS-LEFT TO WS-STEP
                   END-IF
                   SUBTRACT WS-STEP FROM WS-ROW-RECOVERED(WS-SUB)
                   SUBTRACT WS-STEP FROM WS-LEFT
                   ADD WS-STEP TO BD-APPLIED
                   PERFORM 600-REWRITE-ROW
               END-IF
           END-PERFORM.
       500-FIGURE-OUTSTANDING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-CNT
               COMPUTE BD-OUTSTANDING = BD-OUTSTANDING
                   + WS-ROW-AMOUNT(WS-SUB) - WS-ROW-RECOVERED(WS-SUB)
           END-PERFORM.
       600-REWRITE-ROW.
           MOVE BD-STU-NUM TO WO-STU-NUM
           MOVE WS-ROW-SEQ(WS-SUB) TO WO-SEQ
           READ WO-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-ROW-RECOVERED(WS-SUB) TO WO-RECOVERED
                   MOVE WS-TODAY TO WO-RCV-DATE
                   REWRITE WO-RECORD
           END-READ.
