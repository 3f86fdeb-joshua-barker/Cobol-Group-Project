      *          ROWS CARRY THE TENDER TOTALS (CD-RECORD NOW 81
      *          BYTES), AND THE BY-TYPE TABLE GREW TO 20 SLOTS FOR
      *          THE 14-ENTRY RC-TYPE-TABLE.
      *20261015  A TRANSFER NODE (RC-TENDER 'TR', THE ADMISSIONS
      *          DEPOSIT MOVED ONTO A NEW STUDENT'S CHAIN) IS NO
      *          CASHIER'S MONEY -- IT STILL SHOWS IN THE BY-TYPE
      *          ACTIVITY BUT NEVER IN A DRAWER TOTAL.
      *20261015  A BAD-DEBT WRITE-OFF NODE (RC-TENDER 'WO', POSTED BY
      *          PROJ-WRITEOFF) IS LEFT OUT OF THE DRAWER TOTALS THE
      *          SAME WAY A TRANSFER IS.
      *20261015  A PROVISIONAL ACH PLAN DRAFT (RC-TENDER 'DR', POSTED
      *          BY PROJ-ACH-DRAFT) NEVER CROSSED A COUNTER EITHER --
      *          LEFT OUT OF THE DRAWER TOTALS LIKE 'TR' AND 'WO'.
      *20261015  THE CLOSE DATE'S RECEIPTS ARE READ OFF PROJ-REC.DAT BY
      *          ITS POST-DATE ALTERNATE KEY.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).  EACH CASHIER'S
      *          DRAWER NOW CARRIES ITS CAMPUS (THE RC-CAMPUS OF THE
      *          DAY'S FIRST RECEIPT, BLANK READ AS THE MAIN CAMPUS) ON
      *          THE SCREEN, THE REPORT LINE AND CD-CAMPUS, AND THE
      *          REPORT ENDS WITH RECEIPTS, COUNTED, OVER/SHORT AND
      *          TENDER TOTALS BY CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT CD-FILE-DESC ASSIGN TO 'RC-DAY-CLOSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  CD-FILE-DESC IS EXTERNAL RECORD CONTAINS 81 CHARACTERS.
           COPY CD-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-CD-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-CLOSE-DATE             PIC 9(6).
       01  WS-OP-SUB                 PIC 99.
       01  WS-OP-CNT                 PIC 99     VALUE ZERO.
               10  WS-OP-CHECK       PIC S9(7)V99.
               10  WS-OP-CARD        PIC S9(7)V99.
               10  WS-OP-MO          PIC S9(7)V99.
               10  WS-OP-CAMPUS      PIC X(2).
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-HIT                 PIC 99.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-TOTAL       PIC S9(7)V99.
               10  WS-CP-COUNTED     PIC 9(7)V99.
               10  WS-CP-OVER-SHORT  PIC S9(5)V99.
               10  WS-CP-CASH        PIC S9(7)V99.
               10  WS-CP-CHECK       PIC S9(7)V99.
               10  WS-CP-CARD        PIC S9(7)V99.
               10  WS-CP-MO          PIC S9(7)V99.
       01  WS-NODE-CAMPUS            PIC X(2).
       01  WS-TY-SUB                 PIC 99.
       01  WS-TY-CNT                 PIC 99     VALUE ZERO.
       01  WS-TY-FOUND               PIC X.
       01  WS-COUNTED                PIC 9(7)V99.
       01  WS-OVER-SHORT             PIC S9(5)V99.
       01  ANS                       PIC X.
       COPY CA-CAMPUS-TABLE.
       01  TYPE-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 TY-TYPE-OUT            PIC X(10).
           05 OP-COUNTED-OUT         PIC ZZZ,ZZ9.99.
           05                        PIC X(4)     VALUE ' O/S'.
           05 OP-OS-OUT              PIC -ZZZ9.99.
           05                        PIC X(1)     VALUE SPACE.
           05 OP-CAMPUS-OUT          PIC X(2).
       01  CAMPUS-LINE.
           05                        PIC X(8)     VALUE 'CAMPUS  '.
           05 CP-CAMPUS-OUT          PIC X(2).
           05                        PIC X(7)     VALUE '  RCPT '.
           05 CP-TOTAL-OUT           PIC ZZZ,ZZ9.99.
           05                        PIC X(8)     VALUE '  DRWR '.
           05 CP-COUNTED-OUT         PIC ZZZ,ZZ9.99.
           05                        PIC X(4)     VALUE ' O/S'.
           05 CP-OS-OUT              PIC -ZZZ9.99.
       01  CAMPUS-HEAD.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(30)
                VALUE 'TOTALS BY CAMPUS'.
       01  TENDER-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(5)     VALUE 'CASH '.
       01 SCRN-DRAWER.
          05 LINE 5 COLUMN 1 VALUE 'CASHIER: '.
          05 LINE 5 COLUMN 11 PIC X(8) FROM WS-OP-ID(WS-OP-SUB).
          05 LINE 5 COLUMN 25 VALUE 'CAMPUS: '.
          05 LINE 5 COLUMN 33 PIC X(2) FROM WS-OP-CAMPUS(WS-OP-SUB).
          05 LINE 7 COLUMN 1 VALUE 'SYSTEM RECEIPTS TOTAL: '.
          05 LINE 7 COLUMN 25 PIC ZZZ,ZZ9.99
                  FROM WS-OP-TOTAL(WS-OP-SUB).
           WRITE REPORT-REC AFTER 1
           PERFORM 300-PRINT-TYPE-TOTALS
           PERFORM 400-DRAWER-ENTRY
           PERFORM 450-PRINT-CAMPUS-TOTALS
           PERFORM 500-MARK-DAY-CLOSED
           DISPLAY SCRN-CLEAR
           DISPLAY 'DAY ' WS-CLOSE-DATE ' CLOSED'
                   EXIT PROGRAM
           END-READ.
       200-SWEEP-RECEIPTS.
      *    READS THE CLOSE DATE'S ROWS OFF PROJ-REC.DAT BY THE
      *    RC-POST-DATE ALTERNATE KEY, PICKING UP THE NON-VOID
      *    POSTINGS INTO THE BY-OPERATOR AND BY-TYPE TABLES.
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           MOVE WS-CLOSE-DATE TO RC-POST-DATE
           START RC-FILE-DESC KEY IS EQUAL TO RC-POST-DATE
               INVALID KEY MOVE 'N' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF RC-POST-DATE NOT = WS-CLOSE-DATE
                           MOVE 'N' TO ARE-THERE-MORE-RECORDS
                       ELSE IF RC-VOID NOT = 'Y'
                               AND RC-TYPE NOT = SPACES
                           PERFORM 210-TALLY-ONE-NODE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       210-TALLY-ONE-NODE.
           MOVE 'N' TO WS-OP-FOUND
           IF RC-TENDER NOT = 'TR' AND RC-TENDER NOT = 'WO'
                   AND RC-TENDER NOT = 'DR'
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > WS-OP-CNT
                   IF WS-OP-ID(WS-OP-SUB) = RC-OPERATOR-ID
                       MOVE 'Y' TO WS-OP-FOUND
                       MOVE WS-OP-SUB TO WS-OP-HIT
                   END-IF
               END-PERFORM
               IF WS-OP-FOUND = 'N' AND WS-OP-CNT < 20
                   ADD 1 TO WS-OP-CNT
                   MOVE RC-OPERATOR-ID TO WS-OP-ID(WS-OP-CNT)
                   MOVE ZEROS TO WS-OP-TOTAL(WS-OP-CNT)
                   MOVE ZEROS TO WS-OP-CASH(WS-OP-CNT)
                   MOVE ZEROS TO WS-OP-CHECK(WS-OP-CNT)
                   MOVE ZEROS TO WS-OP-CARD(WS-OP-CNT)
                   MOVE ZEROS TO WS-OP-MO(WS-OP-CNT)
      *            A CASHIER'S DRAWER SITS AT ONE WINDOW -- THE FIRST
      *            RECEIPT OF THE DAY SAYS WHICH CAMPUS.  A BLANK
      *            RC-CAMPUS (OLDER NODES) IS THE MAIN CAMPUS.
                   IF RC-CAMPUS = SPACES
                       MOVE CA-MAIN-CAMPUS TO WS-OP-CAMPUS(WS-OP-CNT)
                   ELSE
                       MOVE RC-CAMPUS TO WS-OP-CAMPUS(WS-OP-CNT)
                   END-IF
                   MOVE WS-OP-CNT TO WS-OP-HIT
                   MOVE 'Y' TO WS-OP-FOUND
               END-IF
           END-IF
           IF WS-OP-FOUND = 'Y'
               ADD RC-AMT-PAID TO WS-OP-TOTAL(WS-OP-HIT)
               MOVE WS-OP-CHECK(WS-OP-SUB) TO CD-CHECK-TOTAL
               MOVE WS-OP-CARD(WS-OP-SUB) TO CD-CARD-TOTAL
               MOVE WS-OP-MO(WS-OP-SUB) TO CD-MO-TOTAL
               MOVE WS-OP-CAMPUS(WS-OP-SUB) TO CD-CAMPUS
               WRITE CD-RECORD
               MOVE WS-OP-ID(WS-OP-SUB) TO OP-ID-OUT
               MOVE WS-OP-TOTAL(WS-OP-SUB) TO OP-TOTAL-OUT
               MOVE WS-COUNTED TO OP-COUNTED-OUT
               MOVE WS-OVER-SHORT TO OP-OS-OUT
               MOVE WS-OP-CAMPUS(WS-OP-SUB) TO OP-CAMPUS-OUT
               WRITE REPORT-REC FROM OP-LINE AFTER 2
               MOVE WS-OP-CASH(WS-OP-SUB) TO TL-CASH-OUT
               MOVE WS-OP-CHECK(WS-OP-SUB) TO TL-CHECK-OUT
               MOVE WS-OP-CARD(WS-OP-SUB) TO TL-CARD-OUT
               MOVE WS-OP-MO(WS-OP-SUB) TO TL-MO-OUT
               WRITE REPORT-REC FROM TENDER-LINE AFTER 1
               PERFORM 410-ADD-CAMPUS-TOTALS
           END-PERFORM.
       410-ADD-CAMPUS-TOTALS.
      *    ROLLS THE DRAWER JUST CLOSED INTO ITS CAMPUS, SO EACH
      *    SITE'S DEPOSIT BALANCES ON ITS OWN.
           MOVE WS-OP-CAMPUS(WS-OP-SUB) TO WS-NODE-CAMPUS
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = WS-NODE-CAMPUS
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE WS-NODE-CAMPUS TO WS-CP-CAMPUS(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-TOTAL(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-COUNTED(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-OVER-SHORT(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-CASH(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-CHECK(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-CARD(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-MO(WS-CP-CNT)
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
           END-IF
           IF WS-CP-FOUND = 'Y'
               ADD WS-OP-TOTAL(WS-OP-SUB) TO WS-CP-TOTAL(WS-CP-HIT)
               ADD WS-COUNTED TO WS-CP-COUNTED(WS-CP-HIT)
               ADD WS-OVER-SHORT TO WS-CP-OVER-SHORT(WS-CP-HIT)
               ADD WS-OP-CASH(WS-OP-SUB) TO WS-CP-CASH(WS-CP-HIT)
               ADD WS-OP-CHECK(WS-OP-SUB) TO WS-CP-CHECK(WS-CP-HIT)
               ADD WS-OP-CARD(WS-OP-SUB) TO WS-CP-CARD(WS-CP-HIT)
               ADD WS-OP-MO(WS-OP-SUB) TO WS-CP-MO(WS-CP-HIT)
           END-IF.
       450-PRINT-CAMPUS-TOTALS.
           IF WS-CP-CNT > 0
               WRITE REPORT-REC FROM CAMPUS-HEAD AFTER 3
           END-IF
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               MOVE WS-CP-CAMPUS(WS-CP-SUB) TO CP-CAMPUS-OUT
               MOVE WS-CP-TOTAL(WS-CP-SUB) TO CP-TOTAL-OUT
               MOVE WS-CP-COUNTED(WS-CP-SUB) TO CP-COUNTED-OUT
               MOVE WS-CP-OVER-SHORT(WS-CP-SUB) TO CP-OS-OUT
               WRITE REPORT-REC FROM CAMPUS-LINE AFTER 2
               MOVE WS-CP-CASH(WS-CP-SUB) TO TL-CASH-OUT
               MOVE WS-CP-CHECK(WS-CP-SUB) TO TL-CHECK-OUT
               MOVE WS-CP-CARD(WS-CP-SUB) TO TL-CARD-OUT
               MOVE WS-CP-MO(WS-CP-SUB) TO TL-MO-OUT
               WRITE REPORT-REC FROM TENDER-LINE AFTER 1
           END-PERFORM.
       500-MARK-DAY-CLOSED.
           MOVE WS-CLOSE-DATE TO CD-DATE
           MOVE ZEROS TO CD-CHECK-TOTAL
           MOVE ZEROS TO CD-CARD-TOTAL
           MOVE ZEROS TO CD-MO-TOTAL
           MOVE SPACES TO CD-CAMPUS
           WRITE CD-RECORD.
