       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-AR-AGE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MONTH-END STUDENT RECEIVABLE AGING
      *          AND ALLOWANCE FOR DOUBTFUL ACCOUNTS -- THE STUDENT
      *          SIDE OF WHAT PROJ-SPONSOR-AGE DOES FOR SPONSORS.  FOR
      *          EVERY STUDENT OWING MONEY, THE CHARGES ON THE RECEIPT
      *          CHAIN ARE AGED BY RC-POST-DATE, AND A 'CARRYFWD'
      *          OPENING BALANCE IS AGED BY THE CHARGES PROJ-FY-CLOSE
      *          PARKED ON RC-HISTORY.DAT BEHIND IT.  THE CHAIN IS
      *          BALANCE-FORWARD (NOTHING TIES A PAYMENT TO A CHARGE),
      *          SO PAYMENTS ARE TAKEN AS PAYING THE OLDEST CHARGES
      *          FIRST -- TODAY'S BALANCE IS THE NEWEST CHARGES.  THE
      *          BUCKETS ARE SUMMED BY RECEIPT TYPE, PRINTED ON
      *          AR-AGING.RPT AND SAVED AS A DATED SNAPSHOT ON
      *          AR-AGE-HIST.DAT (SEE AK-FILE-DESC) FOR TRENDING.  THE
      *          AW-ALLOWANCE PERCENT OF EACH BUCKET IS THE ALLOWANCE
      *          FOR DOUBTFUL ACCOUNTS; THE CHANGE FROM THE PREVIOUS
      *          SNAPSHOT IS THE ADJUSTMENT ENTRY PROJ-GL-EXPORT SENDS
      *          TO THE LEDGER.  THE FIRST SNAPSHOT HAS NO PRIOR, SO
      *          ITS ADJUSTMENT BOOKS THE WHOLE ALLOWANCE.
      *20261015  PROJ-REC.DAT IS NOW INDEXED BY STUDENT AND SEQUENCE.
      *          EVERY STUDENT IS OFFERED TO 200-AGE-ONE-STUDENT AND
      *          THE RECEIPTS ARE READ BY KEY (215-ONE-CHAIN-ROW);
      *          WS-NODE FOLLOWS THE NEW RC-REC LAYOUT (WN-SEQ).
      *20261015  RECEIPT FD NOW 88 BYTES AND RECEIPT HISTORY FD NOW 102
      *          BYTES (CAMPUS ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.
      *20261015  RECEIPT FD NOW 96 BYTES AND RECEIPT HISTORY FD NOW 110
      *          BYTES (APPROVER ADDED); THE PRIVATE COPY OF THE RECEIPT
      *          ROW GREW TO MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT HI-FILE-DESC ASSIGN TO 'RC-HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HI-STATUS.
           SELECT AK-FILE-DESC ASSIGN TO 'AR-AGE-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-AK-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'AR-AGING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
           COPY HI-FILE-DESC.
       FD  AK-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY AK-FILE-DESC.
       FD  AGING-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(104).
       WORKING-STORAGE SECTION.
           COPY AW-ALLOWANCE.
       01  WS-PCT-VIEW REDEFINES AW-PARMS.
           05  WS-PCT                PIC 9(3)   OCCURS 5 TIMES.
       01  WS-RC-DONE                PIC X.
       01  WS-HI-STATUS              PIC XX.
       01  WS-AK-STATUS              PIC XX.
       01  WS-HI-ON-FILE             PIC X      VALUE 'N'.
       01  WS-HI-DONE                PIC X.
       01  WS-AK-DONE                PIC X.
       01  NO-MORE-STUDENTS          PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-DAYS             PIC 9(7).
       01  WS-CHG-DAYS               PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).
       01  WS-DATE-SPLIT.
           05  WS-DS-YY              PIC 99.
           05  WS-DS-MM              PIC 99.
           05  WS-DS-DD              PIC 99.
       01  WS-PASS                   PIC 9.
       01  WS-HAS-CF                 PIC X.
       01  WS-USE-HIST               PIC X.
       01  WS-BALANCE                PIC S9(7)V99.
       01  WS-CHG-TOTAL              PIC S9(7)V99.
       01  WS-CF-TOTAL               PIC S9(7)V99.
       01  WS-HIST-TOTAL             PIC S9(7)V99.
       01  WS-TO-SKIP                PIC S9(7)V99.
       01  WS-UNMATCHED              PIC S9(7)V99.
       01  WS-PORTION                PIC S9(7)V99.
      *    THE NODE BEING LOOKED AT, FROM THE CHAIN OR FROM A HISTORY
      *    ROW -- THE SAME 96 BYTES EITHER WAY.
       01  WS-NODE.
           05  WN-TYPE               PIC X(10).
           05  WN-STU-NUM            PIC 9(9).
           05  WN-SEQ                PIC 9(5).
           05  WN-AMT-OWED           PIC 9(4)V99.
           05  WN-AMT-PAID           PIC 9(4)V99.
           05  WN-VOID               PIC X.
           05  WN-POST-DATE          PIC 9(6).
           05  WN-BALANCE            PIC S9(5)V99.
           05  WN-REFUND-AMT         PIC S9(4)V99.
           05  WN-OPERATOR-ID        PIC X(8).
           05  WN-CHECK-RUN-DATE     PIC 9(6).
           05  WN-RCPT-NO            PIC 9(6).
           05  WN-TENDER             PIC X(2).
           05  WN-CHECK-NO           PIC X(8).
           05  WN-CAMPUS             PIC X(2).
           05  WN-APPROVER-ID        PIC X(8).
       01  WS-CHG-AMT                PIC S9(7)V99.
       01  WS-CHG-TYPE               PIC X(10).
       01  WS-BKT                    PIC 9.
       01  WS-SUB-T                  PIC 99.
       01  WS-SUB-B                  PIC 9.
       01  WS-TYPE-CNT               PIC 99     VALUE ZERO.
       01  WS-TYPE-TABLE.
           05  WS-TT-ENTRY OCCURS 40 TIMES.
               10  WS-TT-TYPE        PIC X(10).
               10  WS-TT-BKT         PIC S9(7)V99 OCCURS 5 TIMES.
       01  WS-GT-TABLE.
           05  WS-GT-BKT             PIC S9(7)V99 OCCURS 5 TIMES.
       01  WS-GT-ALLOW-TABLE.
           05  WS-GT-ALLOW           PIC S9(7)V99 OCCURS 5 TIMES.
       01  WS-ROW-TOTAL              PIC S9(7)V99.
       01  WS-ROW-ALLOW              PIC S9(7)V99.
       01  WS-ROW-PIECE              PIC S9(7)V99.
       01  WS-GRAND-TOTAL            PIC S9(7)V99 VALUE ZERO.
       01  WS-TOT-ALLOW              PIC S9(7)V99 VALUE ZERO.
       01  WS-PRIOR-ALLOW            PIC S9(7)V99 VALUE ZERO.
       01  WS-PRIOR-DATE             PIC 9(6)   VALUE ZERO.
       01  WS-ADJUST                 PIC S9(7)V99.
       01  WS-STU-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-DROPPED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-BUCKET-NAMES.
           05                        PIC X(14)  VALUE 'CURRENT'.
           05                        PIC X(14)  VALUE '31-60 DAYS'.
           05                        PIC X(14)  VALUE '61-90 DAYS'.
           05                        PIC X(14)  VALUE '91-120 DAYS'.
           05                        PIC X(14)  VALUE 'OVER 120 DAYS'.
       01  WS-BUCKET-NAME-VIEW REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME        PIC X(14)  OCCURS 5 TIMES.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(35)
                VALUE 'STUDENT RECEIVABLE AGING AS OF     '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(61)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(36)  VALUE
                'RECEIPT TYPE    CURRENT        31-60'.
           05                        PIC X(36)  VALUE
                '        61-90       91-120     OVER '.
           05                        PIC X(30)  VALUE
                '120        TOTAL    ALLOWANCE'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-TYPE-OUT           PIC X(10).
           05                        PIC X(1)   VALUE SPACE.
           05  DL-CUR-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-30-OUT             PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-60-OUT             PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-90-OUT             PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-120-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  DL-ALLOW-OUT          PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(6)   VALUE SPACES.
       01  ALLOW-HEAD-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(50)  VALUE
                'ALLOWANCE FOR DOUBTFUL ACCOUNTS    BALANCE   PCT  '.
           05                        PIC X(52)  VALUE
                '  ALLOWANCE'.
       01  ALLOW-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05  AL-NAME-OUT           PIC X(14).
           05                        PIC X(14)  VALUE SPACES.
           05  AL-BAL-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  AL-PCT-OUT            PIC ZZ9.
           05                        PIC X(1)   VALUE '%'.
           05                        PIC X(1)   VALUE SPACE.
           05  AL-ALLOW-OUT          PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(41)  VALUE SPACES.
       01  ALLOW-SUM-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05  AS-TEXT-OUT           PIC X(28).
           05  AS-DATE-OUT           PIC X(6).
           05                        PIC X(13)  VALUE SPACES.
           05  AS-AMT-OUT            PIC Z,ZZZ,ZZ9.99-.
           05                        PIC X(40)  VALUE SPACES.
       01  JE-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05  JE-TEXT-OUT           PIC X(60).
           05                        PIC X(40)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
                      RC-FILE-DESC
           OPEN INPUT HI-FILE-DESC
           IF WS-HI-STATUS = '35'
               MOVE 'N' TO WS-HI-ON-FILE
           ELSE
               MOVE 'Y' TO WS-HI-ON-FILE
           END-IF
           OPEN I-O AK-FILE-DESC
           IF WS-AK-STATUS = '35'
               OPEN OUTPUT AK-FILE-DESC
               CLOSE AK-FILE-DESC
               OPEN I-O AK-FILE-DESC
           END-IF
           OPEN OUTPUT AGING-REPORT
           CALL 'PROJ-PARM-LOAD' USING AW-PARM-ID, AW-PARMS
           ACCEPT WS-TODAY FROM DATE
           MOVE WS-TODAY TO WS-DATE-SPLIT
           PERFORM 160-DATE-TO-DAYS
           MOVE WS-CHG-DAYS TO WS-TODAY-DAYS
           DISPLAY 'PROJ-AR-AGE STARTING'
           INITIALIZE WS-GT-TABLE
           INITIALIZE WS-GT-ALLOW-TABLE
           PERFORM 150-FIND-PRIOR-SNAPSHOT
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-STUDENTS
           END-START
           PERFORM UNTIL NO-MORE-STUDENTS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-STUDENTS
                   NOT AT END
                       PERFORM 200-AGE-ONE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 500-SAVE-SNAPSHOT
           PERFORM 600-PRINT-ALLOWANCE
           DISPLAY 'PROJ-AR-AGE FINISHED -- ' WS-STU-CNT
               ' STUDENT(S) AGED'
           IF WS-DROPPED-CNT > 0
               DISPLAY WS-DROPPED-CNT ' CHARGE PIECE(S) OVER THE TYPE'
                   ' TABLE WENT TO OTHER'
           END-IF
           CLOSE SF-FILE-DESC
                 RC-FILE-DESC
                 AK-FILE-DESC
                 AGING-REPORT
           IF WS-HI-ON-FILE = 'Y'
               CLOSE HI-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-FIND-PRIOR-SNAPSHOT.
      *    ONE PASS OVER THE SNAPSHOT FILE: THE LATEST TOTAL ROW
      *    BEFORE TODAY IS THE ALLOWANCE THE LEDGER CARRIES NOW, AND
      *    ANY ROWS ALREADY DATED TODAY ARE FROM AN EARLIER RUN AND
      *    ARE CLEARED SO THIS RUN REPLACES THEM.
           MOVE 'N' TO WS-AK-DONE
           MOVE LOW-VALUES TO AK-KEY
           START AK-FILE-DESC KEY IS NOT LESS THAN AK-KEY
               INVALID KEY MOVE 'Y' TO WS-AK-DONE
           END-START
           PERFORM UNTIL WS-AK-DONE = 'Y'
               READ AK-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-AK-DONE
                   NOT AT END
                       IF AK-SNAP-DATE = WS-TODAY
                           DELETE AK-FILE-DESC RECORD
                       ELSE
                           IF AK-SNAP-DATE < WS-TODAY
                                   AND AK-TYPE = '**TOTAL**'
                               MOVE AK-ALLOWANCE TO WS-PRIOR-ALLOW
                               MOVE AK-SNAP-DATE TO WS-PRIOR-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       160-DATE-TO-DAYS.
      *    360-DAY BANKERS' CALENDAR OFF WS-DATE-SPLIT, THE SAME
      *    ARITHMETIC PROJ-SPONSOR-AGE BUCKETS WITH.
           COMPUTE WS-CHG-DAYS =
               (WS-DS-YY * 360) + (WS-DS-MM * 30) + WS-DS-DD.
       200-AGE-ONE-STUDENT.
      *    PASS 1 TOTALS THE CHARGES AND FINDS TODAY'S BALANCE (THE
      *    TAIL NODE'S RUNNING BALANCE); WHAT THE CHARGES EXCEED THE
      *    BALANCE BY IS WHAT HAS BEEN PAID, OLDEST FIRST.  PASS 2
      *    SKIPS THAT MUCH FROM THE OLDEST CHARGE FORWARD AND AGES
      *    WHATEVER IS LEFT.  A CARRY-FORWARD OPENING BALANCE IS
      *    REPLACED BY THE HISTORY CHARGES BEHIND IT WHEN THERE ARE
      *    ANY; OTHERWISE IT AGES AS A CHARGE ON ITS OWN DATE.
           MOVE ZERO TO WS-CHG-TOTAL
           MOVE ZERO TO WS-CF-TOTAL
           MOVE ZERO TO WS-HIST-TOTAL
           MOVE ZERO TO WS-BALANCE
           MOVE 'N' TO WS-HAS-CF
           MOVE 'N' TO WS-USE-HIST
           MOVE 1 TO WS-PASS
           PERFORM 210-WALK-CHAIN
           IF WS-BALANCE > ZERO
               IF WS-HAS-CF = 'Y' AND WS-HI-ON-FILE = 'Y'
                   PERFORM 220-WALK-HISTORY
               END-IF
               IF WS-USE-HIST = 'Y'
                   ADD WS-HIST-TOTAL TO WS-CHG-TOTAL
               ELSE
                   ADD WS-CF-TOTAL TO WS-CHG-TOTAL
               END-IF
               MOVE ZERO TO WS-UNMATCHED
               COMPUTE WS-TO-SKIP = WS-CHG-TOTAL - WS-BALANCE
               IF WS-TO-SKIP < ZERO
                   COMPUTE WS-UNMATCHED = ZERO - WS-TO-SKIP
                   MOVE ZERO TO WS-TO-SKIP
               END-IF
               MOVE 2 TO WS-PASS
               IF WS-USE-HIST = 'Y'
                   PERFORM 220-WALK-HISTORY
               END-IF
               PERFORM 210-WALK-CHAIN
               IF WS-UNMATCHED > ZERO
                   MOVE 'UNMATCHED' TO WS-CHG-TYPE
                   MOVE WS-UNMATCHED TO WS-PORTION
                   MOVE 5 TO WS-BKT
                   PERFORM 450-ADD-TO-TYPE
               END-IF
               ADD 1 TO WS-STU-CNT
           END-IF.
       210-WALK-CHAIN.
      *    THE STUDENT'S RECEIPT ROWS IN RC-SEQ ORDER.  A STUDENT WITH
      *    NO ROWS LEAVES WS-BALANCE ZERO AND IS NOT AGED.
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           PERFORM 215-ONE-CHAIN-ROW
                       END-IF
               END-READ
           END-PERFORM.
       215-ONE-CHAIN-ROW.
           MOVE RC-REC TO WS-NODE
           PERFORM 300-CLASSIFY-NODE
           IF WS-PASS = 1
               MOVE RC-BALANCE TO WS-BALANCE
               IF WN-TYPE = 'CARRYFWD'
                   MOVE 'Y' TO WS-HAS-CF
                   ADD WS-CHG-AMT TO WS-CF-TOTAL
               ELSE
                   ADD WS-CHG-AMT TO WS-CHG-TOTAL
               END-IF
           ELSE
               IF WN-TYPE NOT = 'CARRYFWD' OR WS-USE-HIST = 'N'
                   PERFORM 400-AGE-ONE-CHARGE
               END-IF
           END-IF.
       220-WALK-HISTORY.
      *    THE STUDENT'S HISTORY ROWS IN HI-SEQ ORDER.  A
      *    CARRY-FORWARD ROW IN HISTORY IS AN EARLIER YEAR'S OPENING
      *    BALANCE WHOSE OWN CHARGES SIT IN FRONT OF IT, SO IT IS
      *    SKIPPED LIKE THE ONE ON THE CHAIN.
           MOVE 'N' TO WS-HI-DONE
           MOVE SF-STU-NUM TO HI-STU-NUM
           MOVE ZEROS TO HI-SEQ
           START HI-FILE-DESC KEY IS NOT LESS THAN HI-KEY
               INVALID KEY MOVE 'Y' TO WS-HI-DONE
           END-START
           PERFORM UNTIL WS-HI-DONE = 'Y'
               READ HI-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-HI-DONE
                   NOT AT END
                       IF HI-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-HI-DONE
                       ELSE
                           MOVE HI-DATA TO WS-NODE
                           PERFORM 230-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
       230-ONE-HISTORY-ROW.
           IF WN-TYPE NOT = 'CARRYFWD'
               PERFORM 300-CLASSIFY-NODE
               IF WS-PASS = 1
                   MOVE 'Y' TO WS-USE-HIST
                   ADD WS-CHG-AMT TO WS-HIST-TOTAL
               ELSE
                   PERFORM 400-AGE-ONE-CHARGE
               END-IF
           END-IF.
       300-CLASSIFY-NODE.
      *    WHAT THE NODE ADDED TO THE BALANCE AS A CHARGE: A CHARGE'S
      *    RC-AMT-OWED, OR A REFUND PAID OUT (MONEY THE STUDENT NOW
      *    OWES BACK IF A LATER CREDIT IS TAKEN AWAY).  A VOID ENTRY
      *    AND A STALE-CHECK VOID'S NEGATIVE REFUND ADD NOTHING --
      *    THEIR EFFECT IS ALREADY IN THE BALANCE.
           MOVE ZERO TO WS-CHG-AMT
           MOVE WN-TYPE TO WS-CHG-TYPE
           IF WN-VOID NOT = 'Y'
               IF WN-TYPE = 'REFUND'
                   IF WN-REFUND-AMT > ZERO
                       MOVE WN-REFUND-AMT TO WS-CHG-AMT
                   END-IF
               ELSE
                   MOVE WN-AMT-OWED TO WS-CHG-AMT
               END-IF
           END-IF.
       400-AGE-ONE-CHARGE.
           IF WS-CHG-AMT > ZERO
               IF WS-TO-SKIP NOT < WS-CHG-AMT
                   SUBTRACT WS-CHG-AMT FROM WS-TO-SKIP
               ELSE
                   COMPUTE WS-PORTION = WS-CHG-AMT - WS-TO-SKIP
                   MOVE ZERO TO WS-TO-SKIP
                   MOVE WN-POST-DATE TO WS-DATE-SPLIT
                   PERFORM 160-DATE-TO-DAYS
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-CHG-DAYS
                   PERFORM 410-PICK-BUCKET
                   PERFORM 450-ADD-TO-TYPE
               END-IF
           END-IF.
       410-PICK-BUCKET.
           IF WS-AGE-DAYS > 120
               MOVE 5 TO WS-BKT
           ELSE IF WS-AGE-DAYS > 90
               MOVE 4 TO WS-BKT
           ELSE IF WS-AGE-DAYS > 60
               MOVE 3 TO WS-BKT
           ELSE IF WS-AGE-DAYS > 30
               MOVE 2 TO WS-BKT
           ELSE
               MOVE 1 TO WS-BKT
           END-IF.
       450-ADD-TO-TYPE.
      *    A TYPE NOT YET IN THE TABLE TAKES THE NEXT ROW; ONCE THE
      *    TABLE IS FULL THE LAST ROW BECOMES 'OTHER' AND TAKES THE
      *    REST, SO THE TOTALS STILL FOOT.
           PERFORM VARYING WS-SUB-T FROM 1 BY 1
                   UNTIL WS-SUB-T > WS-TYPE-CNT
                      OR WS-TT-TYPE(WS-SUB-T) = WS-CHG-TYPE
               CONTINUE
           END-PERFORM
           IF WS-SUB-T > WS-TYPE-CNT
               IF WS-TYPE-CNT < 40
                   ADD 1 TO WS-TYPE-CNT
                   MOVE WS-TYPE-CNT TO WS-SUB-T
                   MOVE WS-CHG-TYPE TO WS-TT-TYPE(WS-SUB-T)
                   MOVE ZERO TO WS-TT-BKT(WS-SUB-T, 1)
                                WS-TT-BKT(WS-SUB-T, 2)
                                WS-TT-BKT(WS-SUB-T, 3)
                                WS-TT-BKT(WS-SUB-T, 4)
                                WS-TT-BKT(WS-SUB-T, 5)
               ELSE
                   MOVE 40 TO WS-SUB-T
                   MOVE 'OTHER' TO WS-TT-TYPE(WS-SUB-T)
                   ADD 1 TO WS-DROPPED-CNT
               END-IF
           END-IF
           ADD WS-PORTION TO WS-TT-BKT(WS-SUB-T, WS-BKT)
           ADD WS-PORTION TO WS-GT-BKT(WS-BKT).
       500-SAVE-SNAPSHOT.
      *    ONE SNAPSHOT ROW AND REPORT LINE PER TYPE, THEN THE TOTAL
      *    ROW.  THE ALLOWANCE ON THE TOTAL ROW -- THE FIGURE THE
      *    ADJUSTMENT IS FIGURED FROM -- IS TAKEN ON THE BUCKET
      *    TOTALS, SO IT MATCHES THE ALLOWANCE PAGE TO THE PENNY; THE
      *    PER-TYPE ALLOWANCES ARE FOR TRENDING AND MAY DIFFER FROM IT
      *    BY ROUNDING.
           MOVE WS-TODAY TO H1-DATE-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM VARYING WS-SUB-T FROM 1 BY 1
                   UNTIL WS-SUB-T > WS-TYPE-CNT
               PERFORM 510-SAVE-ONE-TYPE
           END-PERFORM
           PERFORM VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5
               COMPUTE WS-GT-ALLOW(WS-SUB-B) ROUNDED =
                   WS-GT-BKT(WS-SUB-B) * WS-PCT(WS-SUB-B) / 100
               ADD WS-GT-BKT(WS-SUB-B) TO WS-GRAND-TOTAL
               ADD WS-GT-ALLOW(WS-SUB-B) TO WS-TOT-ALLOW
           END-PERFORM
           COMPUTE WS-ADJUST = WS-TOT-ALLOW - WS-PRIOR-ALLOW
           MOVE SPACES TO AK-RECORD
           MOVE WS-TODAY TO AK-SNAP-DATE
           MOVE '**TOTAL**' TO AK-TYPE
           MOVE WS-GT-BKT(1) TO AK-CURRENT
           MOVE WS-GT-BKT(2) TO AK-31-60
           MOVE WS-GT-BKT(3) TO AK-61-90
           MOVE WS-GT-BKT(4) TO AK-91-120
           MOVE WS-GT-BKT(5) TO AK-OVER-120
           MOVE WS-GRAND-TOTAL TO AK-TOTAL
           MOVE WS-TOT-ALLOW TO AK-ALLOWANCE
           MOVE WS-PRIOR-ALLOW TO AK-PRIOR-ALLOW
           MOVE WS-ADJUST TO AK-ADJUST
           MOVE WS-STU-CNT TO AK-STU-CNT
           WRITE AK-RECORD
               INVALID KEY REWRITE AK-RECORD
           END-WRITE
           MOVE 'ALL TYPES' TO DL-TYPE-OUT
           MOVE WS-GT-BKT(1) TO DL-CUR-OUT
           MOVE WS-GT-BKT(2) TO DL-30-OUT
           MOVE WS-GT-BKT(3) TO DL-60-OUT
           MOVE WS-GT-BKT(4) TO DL-90-OUT
           MOVE WS-GT-BKT(5) TO DL-120-OUT
           MOVE WS-GRAND-TOTAL TO DL-TOTAL-OUT
           MOVE WS-TOT-ALLOW TO DL-ALLOW-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 2.
       510-SAVE-ONE-TYPE.
           MOVE ZERO TO WS-ROW-TOTAL
           MOVE ZERO TO WS-ROW-ALLOW
           PERFORM VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5
               ADD WS-TT-BKT(WS-SUB-T, WS-SUB-B) TO WS-ROW-TOTAL
               COMPUTE WS-ROW-PIECE ROUNDED =
                   WS-TT-BKT(WS-SUB-T, WS-SUB-B) * WS-PCT(WS-SUB-B)
                   / 100
               ADD WS-ROW-PIECE TO WS-ROW-ALLOW
           END-PERFORM
           MOVE SPACES TO AK-RECORD
           MOVE WS-TODAY TO AK-SNAP-DATE
           MOVE WS-TT-TYPE(WS-SUB-T) TO AK-TYPE
           MOVE WS-TT-BKT(WS-SUB-T, 1) TO AK-CURRENT
           MOVE WS-TT-BKT(WS-SUB-T, 2) TO AK-31-60
           MOVE WS-TT-BKT(WS-SUB-T, 3) TO AK-61-90
           MOVE WS-TT-BKT(WS-SUB-T, 4) TO AK-91-120
           MOVE WS-TT-BKT(WS-SUB-T, 5) TO AK-OVER-120
           MOVE WS-ROW-TOTAL TO AK-TOTAL
           MOVE WS-ROW-ALLOW TO AK-ALLOWANCE
           MOVE ZERO TO AK-PRIOR-ALLOW
           MOVE ZERO TO AK-ADJUST
           MOVE ZERO TO AK-STU-CNT
           WRITE AK-RECORD
               INVALID KEY REWRITE AK-RECORD
           END-WRITE
           MOVE WS-TT-TYPE(WS-SUB-T) TO DL-TYPE-OUT
           MOVE WS-TT-BKT(WS-SUB-T, 1) TO DL-CUR-OUT
           MOVE WS-TT-BKT(WS-SUB-T, 2) TO DL-30-OUT
           MOVE WS-TT-BKT(WS-SUB-T, 3) TO DL-60-OUT
           MOVE WS-TT-BKT(WS-SUB-T, 4) TO DL-90-OUT
           MOVE WS-TT-BKT(WS-SUB-T, 5) TO DL-120-OUT
           MOVE WS-ROW-TOTAL TO DL-TOTAL-OUT
           MOVE WS-ROW-ALLOW TO DL-ALLOW-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
       600-PRINT-ALLOWANCE.
      *    THE ALLOWANCE WORKSHEET AND THE ADJUSTING ENTRY.  THE ENTRY
      *    ITSELF REACHES THE LEDGER THROUGH PROJ-GL-EXPORT, OFF THE
      *    SNAPSHOT'S TOTAL ROW -- THIS PAGE IS THE CONTROLLER'S
      *    SUPPORT FOR IT.
           WRITE REPORT-REC FROM ALLOW-HEAD-LINE AFTER 3
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM VARYING WS-SUB-B FROM 1 BY 1 UNTIL WS-SUB-B > 5
               MOVE WS-BUCKET-NAME(WS-SUB-B) TO AL-NAME-OUT
               MOVE WS-GT-BKT(WS-SUB-B) TO AL-BAL-OUT
               MOVE WS-PCT(WS-SUB-B) TO AL-PCT-OUT
               MOVE WS-GT-ALLOW(WS-SUB-B) TO AL-ALLOW-OUT
               WRITE REPORT-REC FROM ALLOW-LINE AFTER 1
           END-PERFORM
           MOVE 'REQUIRED ALLOWANCE' TO AS-TEXT-OUT
           MOVE SPACES TO AS-DATE-OUT
           MOVE WS-TOT-ALLOW TO AS-AMT-OUT
           WRITE REPORT-REC FROM ALLOW-SUM-LINE AFTER 2
           IF WS-PRIOR-DATE = ZERO
               MOVE 'PRIOR ALLOWANCE (NONE)' TO AS-TEXT-OUT
               MOVE SPACES TO AS-DATE-OUT
           ELSE
               MOVE 'PRIOR ALLOWANCE AS OF' TO AS-TEXT-OUT
               MOVE WS-PRIOR-DATE TO AS-DATE-OUT
           END-IF
           MOVE WS-PRIOR-ALLOW TO AS-AMT-OUT
           WRITE REPORT-REC FROM ALLOW-SUM-LINE AFTER 1
           MOVE 'ADJUSTMENT' TO AS-TEXT-OUT
           MOVE SPACES TO AS-DATE-OUT
           MOVE WS-ADJUST TO AS-AMT-OUT
           WRITE REPORT-REC FROM ALLOW-SUM-LINE AFTER 1
           PERFORM 610-ENTRY-TEXT
           WRITE REPORT-REC FROM JE-LINE AFTER 2.
       610-ENTRY-TEXT.
           IF WS-ADJUST > ZERO
               MOVE 'ENTRY: DR BAD-DEBT EXPENSE, CR ALLOWANCE'
                   TO JE-TEXT-OUT
           ELSE IF WS-ADJUST < ZERO
               MOVE 'ENTRY: DR ALLOWANCE, CR BAD-DEBT EXPENSE'
                   TO JE-TEXT-OUT
           ELSE
               MOVE 'NO ADJUSTMENT THIS PERIOD' TO JE-TEXT-OUT
           END-IF.
