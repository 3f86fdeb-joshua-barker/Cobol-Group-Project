      *          NOW 90) -- THE HISTORY LAYOUT PREDATED THE RECEIPT
      *          NUMBER, SO ROLL-OFF WAS SILENTLY DROPPING RC-RCPT-NO
      *          OFF EVERY PARKED NODE.
      *20261015  RECEIPTS ARE NOW KEYED ON PROJ-REC.DAT.  ROLLED ROWS
      *          ARE DELETED RATHER THAN FREED, AND THE CARRYFWD ROWS
      *          TAKE THE SEQUENCES JUST BELOW THE FIRST KEPT ROW IN
      *          PLACE OF A NEW CHAIN HEAD ON SF-RCT-REC-PNTR.
      *20261015  RECEIPT FD NOW 88 BYTES AND RECEIPT HISTORY FD NOW 102
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-CAMPUS -- NO WINDOW TOOK THEM, SO THEY COUNT AS THE
      *          CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES AND RECEIPT HISTORY FD NOW 110
      *          BYTES (APPROVER ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.  THE ROWS WRITTEN HERE CARRY A BLANK
      *          RC-APPROVER-ID -- NOTHING POSTED HERE WAITED ON A
      *          SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT HI-FILE-DESC ASSIGN TO 'RC-HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
           COPY HI-FILE-DESC.
       FD  CLOSE-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-HI-STATUS              PIC XX.
       01  WS-CUTOFF                 PIC 9(8).
       01  WS-NODE-CCYYMMDD          PIC 9(8).
       01  WS-STU-ROLLED             PIC 9(5)   VALUE ZERO.
       01  WS-NEXT-SEQ               PIC 9(5).
       01  WS-OPEN-BAL               PIC S9(5)V99.
       01  WS-CF-SEQ                 PIC 9(5).
       01  WS-LAST-ROLLED            PIC 9(5).
       01  WS-CF-REMAIN              PIC S9(5)V99.
       01  WS-CF-PIECE               PIC 9(4)V99.
       01  WS-CF-DONE                PIC X.
       01  WS-MORE-TO-ROLL           PIC X.
       01  WS-HI-DONE                PIC X.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 S-NO-OUT               PIC 9(9).
          05 LINE 3 COLUMN 42 PIC 9(8) TO WS-CUTOFF.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN I-O HI-FILE-DESC
           IF WS-HI-STATUS = '35'
                 CLOSE-REPORT
           EXIT PROGRAM.
       200-CLOSE-ONE-STUDENT.
      *    ROLLS THE LEADING RUN OF PRE-CUTOFF ROWS: EACH ONE IS
      *    COPIED TO THE HISTORY FILE, REMEMBERED AS THE RUNNING
      *    OPENING BALANCE, AND DELETED.  THE CARRY-FORWARD ROWS THEN
      *    TAKE THE SEQUENCES JUST BELOW THE FIRST KEPT ROW.
           MOVE ZERO TO WS-ROLLED-CNT
           MOVE ZERO TO WS-OPEN-BAL
           MOVE ZERO TO WS-LAST-ROLLED
           PERFORM 250-FIND-NEXT-SEQ
           MOVE 'Y' TO WS-MORE-TO-ROLL
           PERFORM UNTIL WS-MORE-TO-ROLL = 'N'
               PERFORM 220-READ-FIRST-ROW
               IF WS-MORE-TO-ROLL = 'Y'
                   COMPUTE WS-NODE-CCYYMMDD =
                       20000000 + RC-POST-DATE
                   IF WS-NODE-CCYYMMDD < WS-CUTOFF THEN
                   ELSE
                       MOVE 'N' TO WS-MORE-TO-ROLL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROLLED-CNT > 0 THEN
               COMPUTE WS-CF-SEQ = WS-LAST-ROLLED + 1
               PERFORM 400-WRITE-CARRY-FORWARD
               ADD 1 TO WS-STU-ROLLED
               ADD WS-ROLLED-CNT TO WS-TOT-ROLLED
               MOVE SF-STU-NUM TO S-NO-OUT
               MOVE WS-ROLLED-CNT TO ROLLED-OUT
               MOVE WS-OPEN-BAL TO OPEN-OUT
               WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           END-IF.
       220-READ-FIRST-ROW.
      *    THE STUDENT'S LOWEST-SEQUENCE ROW.  A ROLLED ROW IS DELETED,
      *    SO EACH FRESH START LANDS ON THE NEXT ONE.
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-TO-ROLL
           END-START
           IF WS-MORE-TO-ROLL = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'N' TO WS-MORE-TO-ROLL
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'N' TO WS-MORE-TO-ROLL
                       END-IF
               END-READ
           END-IF.
       250-FIND-NEXT-SEQ.
      *    THE HISTORY SEQUENCE PICKS UP AFTER ANY ROWS A PRIOR YEAR'S
               INVALID KEY REWRITE HI-RECORD
           END-WRITE
           MOVE RC-BALANCE TO WS-OPEN-BAL
           MOVE RC-SEQ TO WS-LAST-ROLLED
           DELETE RC-FILE-DESC RECORD
               INVALID KEY
                   DISPLAY 'PROJ-FY-CLOSE -- DELETE FAILED ON '
                       RC-STU-NUM '/' RC-SEQ
                   MOVE 'N' TO WS-MORE-TO-ROLL
           END-DELETE
           ADD 1 TO WS-ROLLED-CNT.
       400-WRITE-CARRY-FORWARD.
      *    THE CARRY-FORWARD BECOMES THE STUDENT'S FIRST ROW, JUST
      *    AHEAD OF THE FIRST KEPT ONE.  AN OPENING BALANCE THAT FITS
      *    THE AMOUNT FIELD POSTS AS ONE NODE; A LARGER ONE SPLITS INTO
      *    AS MANY CARRYFWD NODES AS IT TAKES (SAME SPLIT-THE-POSTING
      *    SHAPE AS PROJ-R2T4), EACH AMOUNT IN RC-AMT-OWED, OR
      *    RC-AMT-PAID FOR A CREDIT, WITH THE RUNNING BALANCES
      *    STEPPING NODE BY NODE SO PROJ-BAL-CHECK'S RULE HOLDS.
      *    THE NODES WRITE TAIL-FIRST, EACH ONE SEQUENCE BELOW THE
      *    LAST.  EVERY ROLLED ROW MOVED THE BALANCE BY NO MORE THAN
      *    ONE AMOUNT FIELD'S WORTH FROM A ZERO START, SO THE PIECES
      *    NEVER OUTNUMBER THE ROWS ROLLED AND ALWAYS FIT IN THE
      *    SEQUENCES THE ROLL FREED.
           MOVE WS-OPEN-BAL TO WS-CF-REMAIN
           MOVE 'N' TO WS-CF-DONE
           PERFORM 420-WRITE-ONE-CF-NODE UNTIL WS-CF-DONE = 'Y'.
       420-WRITE-ONE-CF-NODE.
           SUBTRACT 1 FROM WS-CF-SEQ
           IF WS-CF-REMAIN > 9999.99 OR WS-CF-REMAIN < -9999.99
               MOVE 9999.99 TO WS-CF-PIECE
           ELSE
               MOVE WS-CF-PIECE TO WS-RC-AMT-OWED
               MOVE ZERO TO WS-RC-AMT-PAID
           END-IF
           MOVE WS-CF-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           MOVE WS-CF-REMAIN TO WS-RC-BALANCE
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE 'FYCLOSE ' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC
           IF WS-CF-REMAIN < ZERO
               ADD WS-CF-PIECE TO WS-CF-REMAIN
           ELSE
           IF WS-CF-REMAIN = ZERO
               MOVE 'Y' TO WS-CF-DONE
           END-IF.
