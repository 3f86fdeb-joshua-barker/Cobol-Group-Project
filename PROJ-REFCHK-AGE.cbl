       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REFCHK-AGE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  OUTSTANDING REFUND CHECK REGISTER BY
      *          AGE.  LISTS EVERY REFUND CHECK STILL OUTSTANDING ON
      *          RC-REFCHECK.DAT (SEE RK-FILE-DESC) WITH ITS DAYS SINCE
      *          ISSUE AND AGE BAND (0-30, 31-60, 61-90, 91-180, OVER
      *          180), TOTALS EACH BAND FOR THE MONTHLY BANK
      *          RECONCILIATION, AND CLOSES WITH THE STALE CHECKS
      *          WHOSE CREDIT IS STILL HELD UNCLAIMED ON THE STUDENT
      *          ACCOUNTS.  A CHECK PAST UP-STALE-DAYS IS FLAGGED; IT
      *          IS VOIDED ON THE NEXT PROJ-REFCHK-STALE RUN.  PRINTS
      *          RC-REFCHK-AGE.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT AGE-REPORT ASSIGN TO 'RC-REFCHK-AGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  AGE-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RK-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-FROM-CCYYMMDD          PIC 9(8).
       01  WS-DAYS                   PIC S9(5).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-BAND                   PIC 9.
       01  WS-OUT-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-OUT-AMT                PIC 9(8)V99 VALUE ZERO.
       01  WS-HELD-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-HELD-AMT               PIC 9(8)V99 VALUE ZERO.
       COPY UP-POLICY.
      *    THE AGE BANDS, UPPER LIMIT IN DAYS (THE LAST IS OPEN-ENDED).
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-LIMIT     PIC 9(4).
               10  WS-BAND-NAME      PIC X(8).
               10  WS-BAND-CNT       PIC 9(5).
               10  WS-BAND-AMT       PIC 9(8)V99.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'OUTSTANDING REFUND CHECKS BY AGE  AS OF '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(32)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'CHECK NO STUDENT   PAYEE                '.
           05                        PIC X(38)  VALUE
                'ISSUED DAYS    AMOUNT  AGE'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CHECK-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-PAYEE-OUT          PIC X(20).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ISSUE-OUT          PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DAYS-OUT           PIC ZZZ9.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-BAND-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-FLAG-OUT           PIC X(7).
       01  BAND-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(6)   VALUE 'DAYS  '.
           05  BL-NAME-OUT           PIC X(8).
           05                        PIC X(2)   VALUE SPACES.
           05  BL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(12)  VALUE ' CHECK(S)  $'.
           05  BL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(32)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(16)  VALUE
                'OUTSTANDING     '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(12)  VALUE ' CHECK(S)  $'.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(32)  VALUE SPACES.
       01  HELD-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(16)  VALUE
                'STALE, UNCLAIMED'.
           05  HT-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(12)  VALUE ' CHECK(S)  $'.
           05  HT-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(32)  VALUE
                '  HELD AS ACCOUNT CREDIT'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               DISPLAY 'PROJ-REFCHK-AGE: NO REFUND CHECK REGISTER ON '
                   'FILE'
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT AGE-REPORT
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           CALL 'PROJ-PARM-LOAD' USING UP-PARM-ID, UP-PARMS
           PERFORM 150-SET-BANDS
           DISPLAY 'PROJ-REFCHK-AGE STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO RK-CHECK-NO
           START RK-FILE-DESC KEY IS NOT LESS THAN RK-CHECK-NO
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ RK-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF RK-STATUS = 'O'
                           PERFORM 200-AGE-ONE-CHECK
                       END-IF
                       IF RK-STATUS = 'S'
                           ADD 1 TO WS-HELD-CNT
                           ADD RK-AMOUNT TO WS-HELD-AMT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 600-PRINT-TOTALS
           DISPLAY 'PROJ-REFCHK-AGE FINISHED -- ' WS-OUT-CNT
               ' CHECK(S) OUTSTANDING'
           CLOSE RK-FILE-DESC
                 AGE-REPORT
           EXIT PROGRAM.
       150-SET-BANDS.
           MOVE 30 TO WS-BAND-LIMIT(1)
           MOVE '0-30' TO WS-BAND-NAME(1)
           MOVE 60 TO WS-BAND-LIMIT(2)
           MOVE '31-60' TO WS-BAND-NAME(2)
           MOVE 90 TO WS-BAND-LIMIT(3)
           MOVE '61-90' TO WS-BAND-NAME(3)
           MOVE 180 TO WS-BAND-LIMIT(4)
           MOVE '91-180' TO WS-BAND-NAME(4)
           MOVE 9999 TO WS-BAND-LIMIT(5)
           MOVE 'OVER 180' TO WS-BAND-NAME(5)
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 5
               MOVE ZERO TO WS-BAND-CNT(WS-BAND)
               MOVE ZERO TO WS-BAND-AMT(WS-BAND)
           END-PERFORM.
       200-AGE-ONE-CHECK.
           COMPUTE WS-FROM-CCYYMMDD = 20000000 + RK-ISSUE-DATE
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-CCYYMMDD)
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           IF WS-DAYS > 9999
               MOVE 9999 TO WS-DAYS
           END-IF
           MOVE 1 TO WS-BAND
           PERFORM UNTIL WS-BAND = 5
                   OR WS-DAYS NOT > WS-BAND-LIMIT(WS-BAND)
               ADD 1 TO WS-BAND
           END-PERFORM
           ADD 1 TO WS-BAND-CNT(WS-BAND)
           ADD RK-AMOUNT TO WS-BAND-AMT(WS-BAND)
           ADD 1 TO WS-OUT-CNT
           ADD RK-AMOUNT TO WS-OUT-AMT
           IF WS-LINE-CT > 55
               PERFORM 650-HEADING-RTN
           END-IF
           MOVE RK-CHECK-NO TO DL-CHECK-OUT
           MOVE RK-STU-NUM TO DL-SNO-OUT
           MOVE RK-PAYEE TO DL-PAYEE-OUT
           MOVE RK-ISSUE-DATE TO DL-ISSUE-OUT
           MOVE WS-DAYS TO DL-DAYS-OUT
           MOVE RK-AMOUNT TO DL-AMOUNT-OUT
           MOVE WS-BAND-NAME(WS-BAND) TO DL-BAND-OUT
           MOVE SPACES TO DL-FLAG-OUT
           IF WS-DAYS > UP-STALE-DAYS
               MOVE '*STALE' TO DL-FLAG-OUT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       600-PRINT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 5
               MOVE WS-BAND-NAME(WS-BAND) TO BL-NAME-OUT
               MOVE WS-BAND-CNT(WS-BAND) TO BL-CNT-OUT
               MOVE WS-BAND-AMT(WS-BAND) TO BL-AMT-OUT
               WRITE REPORT-REC FROM BAND-LINE AFTER 1
           END-PERFORM
           MOVE WS-OUT-CNT TO TL-CNT-OUT
           MOVE WS-OUT-AMT TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           MOVE WS-HELD-CNT TO HT-CNT-OUT
           MOVE WS-HELD-AMT TO HT-AMT-OUT
           WRITE REPORT-REC FROM HELD-LINE AFTER 1.
       650-HEADING-RTN.
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
