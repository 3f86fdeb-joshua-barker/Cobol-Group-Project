      *          MATCH THE WAY CD-BANK-MATCHED DOES FOR CLOSE ROWS,
      *          SO A DATE MATCHED IN A PRIOR MONTH WAS RE-LISTING AS
      *          'OPEN - LOCKBOX' ON EVERY LATER RUN.
      *20261015  THE LOCKBOX TOTALS READ PROJ-REC.DAT BY ITS POST-DATE
      *          ALTERNATE KEY, STATEMENT SPAN ONLY.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).  AN OPEN DRAWER
      *          LINE NOW SHOWS THE DRAWER'S CAMPUS (CD-CAMPUS, BLANK
      *          READ AS MAIN), AND THE REPORT ENDS WITH MATCHED AND
      *          OPEN DEPOSIT COUNTS AND AMOUNTS BY CAMPUS -- THE
      *          LOCKBOX COUNTS AS THE MAIN CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CD-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT OPEN-ITEMS ASSIGN TO 'BANK-OPEN-ITEMS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  BS-AMOUNT           PIC 9(7)V99.
       FD  CD-FILE-DESC IS EXTERNAL RECORD CONTAINS 81 CHARACTERS.
           COPY CD-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  OPEN-ITEMS
           DATA RECORD IS REPORT-REC.
       WORKING-STORAGE SECTION.
       01  WS-BK-STATUS              PIC XX.
       01  WS-CD-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-MATCHED-CNT            PIC 9(4)   VALUE ZERO.
       01  WS-OPEN-CNT               PIC 9(4)   VALUE ZERO.
           05  OC-OPER-OUT           PIC X(8).
           05                        PIC X(3)   VALUE ' $ '.
           05  OC-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  OC-CAMPUS-OUT         PIC X(2).
           05                        PIC X(11)  VALUE SPACES.
       01  OPEN-LB-LINE.
           05                        PIC X(16)
               VALUE 'OPEN - LOCKBOX  '.
           05                        PIC X(12)  VALUE '         $ '.
           05  OB-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(14)  VALUE SPACES.
      *    MATCHED AND OPEN DEPOSITS BY CAMPUS FOR THIS RUN.  A
      *    DRAWER ROW CARRIES ITS CD-CAMPUS (SPACE ON AN OLDER ROW IS
      *    THE MAIN CAMPUS); THE LOCKBOX IS THE CENTRAL BUSINESS
      *    OFFICE'S, SO ITS RUNS COUNT AS THE MAIN CAMPUS.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-HIT                 PIC 99.
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-CAMPUS-IN           PIC X(2).
       01  WS-CP-AMT-IN              PIC 9(7)V99.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-MATCH-CNT   PIC 9(4).
               10  WS-CP-MATCH-AMT   PIC 9(7)V99.
               10  WS-CP-OPEN-CNT    PIC 9(4).
               10  WS-CP-OPEN-AMT    PIC 9(7)V99.
       01  CAMPUS-SUM-LINE.
           05                        PIC X(7)   VALUE 'CAMPUS '.
           05  CS-CAMPUS-OUT         PIC X(2).
           05                        PIC X(9)   VALUE ' MATCHED '.
           05  CS-MATCH-CNT-OUT      PIC ZZZ9.
           05                        PIC X(2)   VALUE ' $'.
           05  CS-MATCH-AMT-OUT      PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(6)   VALUE ' OPEN '.
           05  CS-OPEN-CNT-OUT       PIC ZZZ9.
           05                        PIC X(2)   VALUE ' $'.
           05  CS-OPEN-AMT-OUT       PIC Z,ZZZ,ZZ9.99.
       01  CAMPUS-HEAD               PIC X(40)
            VALUE '  DEPOSITS BY CAMPUS (THIS RUN)'.
       COPY CA-CAMPUS-TABLE.
       01  HEADING-1                 PIC X(40)
            VALUE '  BANK DEPOSIT RECONCILIATION OPEN ITEMS'.
       PROCEDURE DIVISION.
           PERFORM 400-MATCH-CLOSE-ROWS
           PERFORM 500-MATCH-LOCKBOX-TOTALS
           PERFORM 600-LIST-BANK-ONLY
           PERFORM 700-PRINT-CAMPUS-SUMMARY
           DISPLAY 'PROJ-BANK-RECON FINISHED -- ' WS-MATCHED-CNT
               ' MATCHED, ' WS-OPEN-CNT ' OPEN ITEM(S)'
           CLOSE BANK-INPUT
               END-READ
           END-PERFORM.
       300-TOTAL-LOCKBOX-RUNS.
      *    SWEEP OF PROJ-REC.DAT BY POST DATE (THE RC-POST-DATE
      *    ALTERNATE KEY) ROLLING THE LOCKBOX PAYMENTS UP BY POST
      *    DATE -- ONE LOCKBOX RUN IS ONE BANK DEPOSIT.  ONLY POST
      *    DATES INSIDE THE STATEMENT'S OWN SPAN ARE READ -- PRIOR
      *    MONTHS WERE RECONCILED AGAINST PRIOR STATEMENTS AND WOULD
      *    ONLY RE-LIST AS FALSE OPENS.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE WS-STMT-MIN-DATE TO RC-POST-DATE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-POST-DATE
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF RC-POST-DATE > WS-STMT-MAX-DATE
                           MOVE 'Y' TO NO-MORE-RECORDS
                       ELSE IF RC-OPERATOR-ID = 'LOCKBOX '
                               AND RC-VOID NOT = 'Y'
                               AND RC-AMT-PAID > 0
                           PERFORM 310-ADD-LOCKBOX-NODE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO NO-MORE-RECORDS.
           END-PERFORM
           MOVE 'N' TO NO-MORE-RECORDS.
       410-MATCH-ONE-ROW.
           IF CD-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-CP-CAMPUS-IN
           ELSE
               MOVE CD-CAMPUS TO WS-CP-CAMPUS-IN
           END-IF
           MOVE CD-COUNTED-DRAWER TO WS-CP-AMT-IN
           PERFORM 800-FIND-CAMPUS
           MOVE 'N' TO WS-HIT
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-CNT
               MOVE 'Y' TO CD-BANK-MATCHED
               REWRITE CD-RECORD
               ADD 1 TO WS-MATCHED-CNT
               PERFORM 810-ADD-CAMPUS-MATCH
           ELSE
               MOVE CD-DATE TO OC-DATE-OUT
               MOVE CD-OPERATOR-ID TO OC-OPER-OUT
               MOVE CD-COUNTED-DRAWER TO OC-AMT-OUT
               MOVE WS-CP-CAMPUS-IN TO OC-CAMPUS-OUT
               WRITE REPORT-REC FROM OPEN-CD-LINE AFTER 1
               ADD 1 TO WS-OPEN-CNT
               PERFORM 820-ADD-CAMPUS-OPEN
           END-IF.
       500-MATCH-LOCKBOX-TOTALS.
           PERFORM VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-CNT
               MOVE CA-MAIN-CAMPUS TO WS-CP-CAMPUS-IN
               MOVE WS-LB-TOTAL(WS-LB-SUB) TO WS-CP-AMT-IN
               PERFORM 800-FIND-CAMPUS
               MOVE 'N' TO WS-HIT
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-CNT
               END-PERFORM
               IF WS-HIT = 'Y'
                   ADD 1 TO WS-MATCHED-CNT
                   PERFORM 810-ADD-CAMPUS-MATCH
               ELSE
                   MOVE WS-LB-DATE(WS-LB-SUB) TO OL-DATE-OUT
                   MOVE WS-LB-TOTAL(WS-LB-SUB) TO OL-AMT-OUT
                   WRITE REPORT-REC FROM OPEN-LB-LINE AFTER 1
                   ADD 1 TO WS-OPEN-CNT
                   PERFORM 820-ADD-CAMPUS-OPEN
               END-IF
           END-PERFORM.
       600-LIST-BANK-ONLY.
                   ADD 1 TO WS-OPEN-CNT
               END-IF
           END-PERFORM.
       700-PRINT-CAMPUS-SUMMARY.
      *    BANK-ONLY LINES BELONG TO NO CAMPUS UNTIL SOMEBODY
      *    EXPLAINS THEM, SO THEY STAY OUT OF THIS SUMMARY.
           IF WS-CP-CNT > 0
               WRITE REPORT-REC FROM CAMPUS-HEAD AFTER 3
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
           END-IF
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               MOVE WS-CP-CAMPUS(WS-CP-SUB) TO CS-CAMPUS-OUT
               MOVE WS-CP-MATCH-CNT(WS-CP-SUB) TO CS-MATCH-CNT-OUT
               MOVE WS-CP-MATCH-AMT(WS-CP-SUB) TO CS-MATCH-AMT-OUT
               MOVE WS-CP-OPEN-CNT(WS-CP-SUB) TO CS-OPEN-CNT-OUT
               MOVE WS-CP-OPEN-AMT(WS-CP-SUB) TO CS-OPEN-AMT-OUT
               WRITE REPORT-REC FROM CAMPUS-SUM-LINE AFTER 1
           END-PERFORM.
       800-FIND-CAMPUS.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = WS-CP-CAMPUS-IN
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE WS-CP-CAMPUS-IN TO WS-CP-CAMPUS(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-MATCH-CNT(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-MATCH-AMT(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-OPEN-CNT(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-OPEN-AMT(WS-CP-CNT)
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
           END-IF.
       810-ADD-CAMPUS-MATCH.
           IF WS-CP-FOUND = 'Y'
               ADD 1 TO WS-CP-MATCH-CNT(WS-CP-HIT)
               ADD WS-CP-AMT-IN TO WS-CP-MATCH-AMT(WS-CP-HIT)
           END-IF.
       820-ADD-CAMPUS-OPEN.
           IF WS-CP-FOUND = 'Y'
               ADD 1 TO WS-CP-OPEN-CNT(WS-CP-HIT)
               ADD WS-CP-AMT-IN TO WS-CP-OPEN-AMT(WS-CP-HIT)
           END-IF.
