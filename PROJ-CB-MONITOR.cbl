       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CB-MONITOR.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DAILY TITLE IV CREDIT-BALANCE
      *          MONITOR.  FEDERAL RULES GIVE THE COLLEGE T4-REFUND-DAYS
      *          (14) DAYS TO PAY OUT A CREDIT BALANCE TITLE IV AID
      *          CREATES, UNLESS THE STUDENT HAS AUTHORIZED US TO HOLD
      *          IT.  FOR EVERY STUDENT WITH AID, FIGURES THE TITLE IV
      *          PART OF THE CREDIT BALANCE THE SAME WAY
      *          PROJ-REFUND-SWEEP DOES, PAIRS EACH NEW TITLE IV
      *          DISBURSEMENT ON PROJ-FIN-AID.REL WITH THE CREDIT IT
      *          CREATED ON FA-CB-TRACK.DAT (SEE CK-FILE-DESC), MARKS
      *          EARLIER CREDITS RESOLVED (OLDEST FIRST) AS REFUNDS
      *          AND NEW CHARGES TAKE THEM, STOPS AND RESTARTS THE
      *          CLOCK AS THE STUDENT GIVES OR RESCINDS A HOLD
      *          AUTHORIZATION (SEE AZ-FILE-DESC), AND LISTS ON
      *          FA-CB-MONITOR.RPT EVERY CREDIT APPROACHING OR PAST ITS
      *          DEADLINE AND EVERY ONE RESOLVED LATE TODAY.
      *20261015  RECEIPT AND AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT AND PROJ-FIN-AID.DAT; A DISBURSEMENT IS
      *          TRACKED BY ITS FA-SEQ.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
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
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT AZ-FILE-DESC ASSIGN TO 'FA-CB-AUTH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AZ-KEY
               FILE STATUS IS WS-AZ-STATUS.
           SELECT CK-FILE-DESC ASSIGN TO 'FA-CB-TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CK-STATUS.
           SELECT CB-REPORT ASSIGN TO 'FA-CB-MONITOR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  AZ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY AZ-FILE-DESC.
       FD  CK-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY CK-FILE-DESC.
       FD  CB-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  NO-MORE-CK                PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-FA-DONE                PIC X.
       01  WS-HAS-AID                PIC X.
       01  WS-AZ-STATUS              PIC XX.
       01  WS-CK-STATUS              PIC XX.
       01  WS-AZ-ON-FILE             PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-FROM-CCYYMMDD          PIC 9(8).
       01  WS-DAYS                   PIC S9(5).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-HOLD-AUTH              PIC X.
       01  WS-HOLD-DATE              PIC 9(6).
       01  WS-PRIOR-AUTH             PIC X.
       01  WS-T4-FLAG                PIC X.
       01  WS-AY-YY                  PIC 9(2).
       01  WS-AY-START               PIC 9(6).
       01  WS-BALANCE                PIC S9(7)V99.
       01  WS-RC-AT-START            PIC S9(7)V99.
       01  WS-RET-PRIOR              PIC S9(7)V99.
       01  WS-RET-CUR                PIC S9(7)V99.
       01  WS-AID-PRIOR              PIC S9(7)V99.
       01  WS-AID-CUR                PIC S9(7)V99.
       01  WS-T4-CUR                 PIC S9(7)V99.
       01  WS-PRIOR-OWED             PIC S9(7)V99.
       01  WS-CUR-POS                PIC S9(7)V99.
       01  WS-TOTAL-CREDIT           PIC S9(7)V99.
       01  WS-T4-CREDIT              PIC S9(7)V99.
       01  WS-OPEN-TOTAL             PIC S9(7)V99.
       01  WS-EXCESS                 PIC S9(7)V99.
       01  WS-AVAILABLE              PIC S9(7)V99.
       01  WS-TAKE                   PIC S9(7)V99.
       01  WS-REMAINING              PIC S9(7)V99.
      *    THE STUDENT'S OPEN AND HELD ROWS, PLUS THE ROWS WRITTEN FOR
      *    NEW DISBURSEMENTS THIS RUN (WS-OP-NEW 'Y').
       01  WS-OP-CNT                 PIC 9(2)   VALUE ZERO.
       01  WS-OP-SUB                 PIC 9(2).
       01  WS-OP-BEST                PIC 9(2).
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 50 TIMES.
               10  WS-OP-REC         PIC X(80).
               10  WS-OP-NEW         PIC X.
               10  WS-OP-DONE        PIC X.
               10  WS-OP-WAS-STATUS  PIC X.
               10  WS-OP-DISB-DATE   PIC 9(6).
      *    TITLE IV DISBURSEMENTS WITH NO TRACKING ROW YET, IN
      *    SEQUENCE ORDER.
       01  WS-NW-CNT                 PIC 9(2)   VALUE ZERO.
       01  WS-NW-SUB                 PIC 9(2).
       01  WS-NW-TABLE.
           05  WS-NW-ENTRY OCCURS 50 TIMES.
               10  WS-NW-SEQ         PIC 9(5).
               10  WS-NW-CODE        PIC 9(4).
               10  WS-NW-DATE        PIC 9(6).
               10  WS-NW-AMT         PIC 9(4)V99.
       01  WS-STU-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-NEW-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-OPEN-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-OPEN-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-HELD-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-HELD-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-WARN-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-PAST-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-PAST-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-LATE-CNT               PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(45)  VALUE
                'TITLE IV CREDIT BALANCE MONITOR -- AID YEAR '.
           05  HL-YEAR-OUT           PIC X(4).
           05                        PIC X(8)   VALUE '   RUN  '.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(15)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'STUDENT   AWRD DISBRS DISB AMT   CREDIT '.
           05                        PIC X(38)  VALUE
                'OUTSTAND CLOCK  DAYS STATUS'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-CODE-OUT           PIC 9(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DISB-DATE-OUT      PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DISB-AMT-OUT       PIC ZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-CREDIT-OUT         PIC ZZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-OUTSTAND-OUT       PIC ZZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-CLOCK-OUT          PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DAYS-OUT           PIC ZZ9.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-STATUS-OUT         PIC X(13).
           05                        PIC X(6)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-LABEL-OUT          PIC X(30).
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(4)   VALUE '  $ '.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(26)  VALUE SPACES.
       COPY CURRENT-TERM.
       COPY FA-CODE-TABLE.
       COPY T4-POLICY.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
               FA-CODE-TBL-SIZE, FA-CODE-TABLE
           CALL 'PROJ-PARM-LOAD' USING T4-PARM-ID, T4-PARMS
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE CT-AID-YEAR(1:2) TO WS-AY-YY
           COMPUTE WS-AY-START = WS-AY-YY * 10000 + 701
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           OPEN INPUT FA-FILE-DESC
           OPEN INPUT AZ-FILE-DESC
           IF WS-AZ-STATUS NOT = '35'
               MOVE 'Y' TO WS-AZ-ON-FILE
           END-IF
           OPEN I-O CK-FILE-DESC
           IF WS-CK-STATUS = '35'
               OPEN OUTPUT CK-FILE-DESC
               CLOSE CK-FILE-DESC
               OPEN I-O CK-FILE-DESC
           END-IF
           OPEN OUTPUT CB-REPORT
           DISPLAY 'PROJ-CB-MONITOR STARTING FOR AID YEAR ' CT-AID-YEAR
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       PERFORM 190-CHECK-FOR-AID
                       IF WS-HAS-AID = 'Y'
                           PERFORM 200-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 800-TOTALS
           DISPLAY 'PROJ-CB-MONITOR FINISHED -- ' WS-OPEN-CNT
               ' OPEN, ' WS-WARN-CNT ' DUE SOON, ' WS-PAST-CNT
               ' PAST DUE'
           CLOSE SF-FILE-DESC
                 RC-FILE-DESC
                 FA-FILE-DESC
                 CK-FILE-DESC
                 CB-REPORT
           IF WS-AZ-ON-FILE = 'Y'
               CLOSE AZ-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE CT-AID-YEAR TO HL-YEAR-OUT
           MOVE WS-TODAY TO HL-DATE-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       190-CHECK-FOR-AID.
      *    ONLY A STUDENT WITH AT LEAST ONE AID ROW IS LOOKED AT.
           MOVE 'N' TO WS-HAS-AID
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ FA-FILE-DESC NEXT RECORD
                       NOT AT END
                           IF FA-STU-NUM = SF-STU-NUM
                               MOVE 'Y' TO WS-HAS-AID
                           END-IF
                   END-READ
           END-START.
       200-ONE-STUDENT.
           MOVE ZERO TO WS-NW-CNT
           MOVE ZERO TO WS-OP-CNT
           PERFORM 400-FIGURE-CREDIT
           PERFORM 500-LOAD-OPEN-ROWS
           IF WS-NW-CNT > 0 OR WS-OP-CNT > 0
               ADD 1 TO WS-STU-CNT
           END-IF
           IF WS-OPEN-TOTAL > WS-T4-CREDIT
               COMPUTE WS-EXCESS = WS-OPEN-TOTAL - WS-T4-CREDIT
               PERFORM 550-RESOLVE-OLDEST
                   UNTIL WS-EXCESS NOT > ZERO
               COMPUTE WS-OPEN-TOTAL = WS-T4-CREDIT
           END-IF
           COMPUTE WS-AVAILABLE = WS-T4-CREDIT - WS-OPEN-TOTAL
           PERFORM VARYING WS-NW-SUB FROM 1 BY 1
                   UNTIL WS-NW-SUB > WS-NW-CNT
               PERFORM 600-PAIR-NEW-DISB
           END-PERFORM
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-CNT
               PERFORM 650-AGE-ONE-ROW
           END-PERFORM.
       400-FIGURE-CREDIT.
      *    THE SAME CREDIT BALANCE PROJ-REFUND-SWEEP'S
      *    400-FIGURE-CREDIT REFUNDS, FIGURED THE SAME WAY -- THE
      *    RECEIPT CHAIN LESS POSTED AID, PRIOR-YEAR CHARGES PAID FROM
      *    THIS YEAR'S AID ONLY UNDER THE STUDENT'S AUTHORIZATION.
      *    WS-T4-CREDIT IS THE PART OF THE CREDIT TITLE IV AID MADE.
           MOVE 'N' TO WS-HOLD-AUTH
           MOVE ZEROS TO WS-HOLD-DATE
           MOVE 'N' TO WS-PRIOR-AUTH
           IF WS-AZ-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO AZ-STU-NUM
               MOVE CT-AID-YEAR TO AZ-AID-YEAR
               READ AZ-FILE-DESC
                   NOT INVALID KEY
                       MOVE AZ-HOLD-AUTH TO WS-HOLD-AUTH
                       MOVE AZ-HOLD-DATE TO WS-HOLD-DATE
                       MOVE AZ-PRIOR-AUTH TO WS-PRIOR-AUTH
               END-READ
           END-IF
           PERFORM 410-WALK-RC-CHAIN
           PERFORM 420-WALK-FA-CHAIN
           COMPUTE WS-PRIOR-OWED =
               WS-RC-AT-START - WS-RET-PRIOR - WS-AID-PRIOR
           COMPUTE WS-CUR-POS = WS-BALANCE - WS-RC-AT-START
               - WS-RET-CUR - WS-AID-CUR
           IF WS-PRIOR-OWED > ZERO AND WS-PRIOR-AUTH = 'Y'
               IF WS-PRIOR-OWED > T4-PRIOR-LIMIT
                   ADD T4-PRIOR-LIMIT TO WS-CUR-POS
               ELSE
                   ADD WS-PRIOR-OWED TO WS-CUR-POS
               END-IF
           END-IF
           MOVE ZERO TO WS-TOTAL-CREDIT
           MOVE ZERO TO WS-T4-CREDIT
           IF WS-CUR-POS < ZERO
               COMPUTE WS-TOTAL-CREDIT = ZERO - WS-CUR-POS
               IF WS-T4-CUR > ZERO
                   IF WS-T4-CUR < WS-TOTAL-CREDIT
                       MOVE WS-T4-CUR TO WS-T4-CREDIT
                   ELSE
                       MOVE WS-TOTAL-CREDIT TO WS-T4-CREDIT
                   END-IF
               END-IF
           END-IF
           IF WS-PRIOR-OWED < ZERO
               SUBTRACT WS-PRIOR-OWED FROM WS-TOTAL-CREDIT
           END-IF.
       410-WALK-RC-CHAIN.
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-RC-AT-START
           MOVE ZERO TO WS-RET-PRIOR
           MOVE ZERO TO WS-RET-CUR
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
                           PERFORM 415-ONE-RC-NODE
                           MOVE RC-BALANCE TO WS-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       415-ONE-RC-NODE.
           IF RC-POST-DATE < WS-AY-START
               MOVE RC-BALANCE TO WS-RC-AT-START
           END-IF
           IF RC-TYPE = 'AIDRETURN'
               IF RC-POST-DATE < WS-AY-START
                   IF RC-VOID = 'Y'
                       SUBTRACT RC-AMT-OWED FROM WS-RET-PRIOR
                   ELSE
                       ADD RC-AMT-OWED TO WS-RET-PRIOR
                   END-IF
               ELSE
                   IF RC-VOID = 'Y'
                       SUBTRACT RC-AMT-OWED FROM WS-RET-CUR
                   ELSE
                       ADD RC-AMT-OWED TO WS-RET-CUR
                   END-IF
               END-IF
           END-IF.
       420-WALK-FA-CHAIN.
           MOVE ZERO TO WS-AID-PRIOR
           MOVE ZERO TO WS-AID-CUR
           MOVE ZERO TO WS-T4-CUR
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
                           PERFORM 425-ONE-FA-NODE
                       END-IF
               END-READ
           END-PERFORM.
       425-ONE-FA-NODE.
      *    OFFERS ARE NOT AID YET AND WORK-STUDY NEVER REACHES THE
      *    ACCOUNT; AN 'R' NODE BACKS ITS AMOUNT OUT.  A POSTED TITLE
      *    IV DISBURSEMENT OF THIS AID YEAR NOT YET TRACKED IS NOTED
      *    FOR 600-PAIR-NEW-DISB.
           MOVE 'N' TO WS-T4-FLAG
           PERFORM VARYING FA-CODE-IDX FROM 1 BY 1
                   UNTIL FA-CODE-IDX > FA-CODE-TBL-SIZE
               IF FA-AWARD-CODE = FA-TBL-CODE(FA-CODE-IDX)
                   MOVE FA-TBL-TITLE-IV(FA-CODE-IDX) TO WS-T4-FLAG
               END-IF
           END-PERFORM
           IF FA-OFFER-FLAG NOT = 'O' AND WS-T4-FLAG NOT = 'W'
               IF FA-AID-YEAR NOT = CT-AID-YEAR
                   IF FA-OFFER-FLAG = 'R'
                       SUBTRACT FA-AWARD-AMNT FROM WS-AID-PRIOR
                   ELSE
                       ADD FA-AWARD-AMNT TO WS-AID-PRIOR
                   END-IF
               ELSE
                   IF FA-OFFER-FLAG = 'R'
                       SUBTRACT FA-AWARD-AMNT FROM WS-AID-CUR
                   ELSE
                       ADD FA-AWARD-AMNT TO WS-AID-CUR
                   END-IF
                   IF WS-T4-FLAG = 'Y'
                       IF FA-OFFER-FLAG = 'R'
                           SUBTRACT FA-AWARD-AMNT FROM WS-T4-CUR
                       ELSE
                           ADD FA-AWARD-AMNT TO WS-T4-CUR
                           PERFORM 430-NOTE-IF-NEW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       430-NOTE-IF-NEW.
           MOVE SF-STU-NUM TO CK-STU-NUM
           MOVE FA-SEQ TO CK-FA-SEQ
           READ CK-FILE-DESC
               INVALID KEY
                   IF WS-NW-CNT < 50
                       ADD 1 TO WS-NW-CNT
                       MOVE FA-SEQ TO WS-NW-SEQ(WS-NW-CNT)
                       MOVE FA-AWARD-CODE TO WS-NW-CODE(WS-NW-CNT)
                       MOVE FA-POST-DATE TO WS-NW-DATE(WS-NW-CNT)
                       MOVE FA-AWARD-AMNT TO WS-NW-AMT(WS-NW-CNT)
                   END-IF
           END-READ.
       500-LOAD-OPEN-ROWS.
      *    EVERY OPEN OR HELD ROW FOR THE STUDENT, WITH THE CREDIT
      *    STILL OUTSTANDING ON THEM IN WS-OPEN-TOTAL.
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE 'N' TO NO-MORE-CK
           MOVE SF-STU-NUM TO CK-STU-NUM
           MOVE ZEROS TO CK-FA-SEQ
           START CK-FILE-DESC KEY IS NOT LESS THAN CK-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-CK
           END-START
           PERFORM UNTIL NO-MORE-CK = 'Y'
               READ CK-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-CK
                   NOT AT END
                       IF CK-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO NO-MORE-CK
                       ELSE
                           IF (CK-STATUS = 'O' OR CK-STATUS = 'H')
                                   AND WS-OP-CNT < 50
                               PERFORM 510-KEEP-OPEN-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       510-KEEP-OPEN-ROW.
           ADD 1 TO WS-OP-CNT
           MOVE CK-RECORD TO WS-OP-REC(WS-OP-CNT)
           MOVE 'N' TO WS-OP-NEW(WS-OP-CNT)
           MOVE 'N' TO WS-OP-DONE(WS-OP-CNT)
           MOVE CK-STATUS TO WS-OP-WAS-STATUS(WS-OP-CNT)
           MOVE CK-DISB-DATE TO WS-OP-DISB-DATE(WS-OP-CNT)
           COMPUTE WS-OPEN-TOTAL = WS-OPEN-TOTAL
               + CK-CREDIT-AMT - CK-RESOLVED-AMT.
       550-RESOLVE-OLDEST.
      *    THE CREDIT ON FILE IS MORE THAN THE STUDENT NOW HAS, SO A
      *    REFUND OR A NEW CHARGE HAS TAKEN SOME OF IT.  THE OLDEST
      *    DISBURSEMENT'S CREDIT IS CLEARED FIRST.
           MOVE ZERO TO WS-OP-BEST
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-CNT
               IF WS-OP-DONE(WS-OP-SUB) = 'N'
                   IF WS-OP-BEST = ZERO
                       MOVE WS-OP-SUB TO WS-OP-BEST
                   ELSE
                       IF WS-OP-DISB-DATE(WS-OP-SUB)
                               < WS-OP-DISB-DATE(WS-OP-BEST)
                           MOVE WS-OP-SUB TO WS-OP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OP-BEST = ZERO
               MOVE ZERO TO WS-EXCESS
           ELSE
               MOVE 'Y' TO WS-OP-DONE(WS-OP-BEST)
               MOVE WS-OP-REC(WS-OP-BEST) TO CK-RECORD
               COMPUTE WS-REMAINING = CK-CREDIT-AMT - CK-RESOLVED-AMT
               IF WS-REMAINING > WS-EXCESS
                   MOVE WS-EXCESS TO WS-TAKE
               ELSE
                   MOVE WS-REMAINING TO WS-TAKE
               END-IF
               ADD WS-TAKE TO CK-RESOLVED-AMT
               SUBTRACT WS-TAKE FROM WS-EXCESS
               IF CK-RESOLVED-AMT NOT < CK-CREDIT-AMT
                   IF CK-STATUS = 'O'
                       MOVE CK-CLOCK-DATE TO WS-FROM-CCYYMMDD
                       PERFORM 660-DAYS-SINCE
                   END-IF
                   MOVE 'R' TO CK-STATUS
                   MOVE WS-TODAY TO CK-RESOLVED-DATE
               END-IF
               MOVE CK-RECORD TO WS-OP-REC(WS-OP-BEST)
           END-IF.
       600-PAIR-NEW-DISB.
      *    A NEW DISBURSEMENT CREATED AS MUCH OF THE TITLE IV CREDIT
      *    AS THE OPEN ROWS DO NOT ALREADY ACCOUNT FOR, UP TO ITS OWN
      *    AMOUNT.
           MOVE SPACES TO CK-RECORD
           MOVE SF-STU-NUM TO CK-STU-NUM
           MOVE WS-NW-SEQ(WS-NW-SUB) TO CK-FA-SEQ
           MOVE CT-AID-YEAR TO CK-AID-YEAR
           MOVE WS-NW-CODE(WS-NW-SUB) TO CK-AWARD-CODE
           MOVE WS-NW-DATE(WS-NW-SUB) TO CK-DISB-DATE
           MOVE WS-NW-AMT(WS-NW-SUB) TO CK-DISB-AMT
           MOVE ZERO TO CK-CREDIT-AMT
           IF WS-AVAILABLE > ZERO
               IF WS-AVAILABLE > CK-DISB-AMT
                   MOVE CK-DISB-AMT TO CK-CREDIT-AMT
               ELSE
                   MOVE WS-AVAILABLE TO CK-CREDIT-AMT
               END-IF
               SUBTRACT CK-CREDIT-AMT FROM WS-AVAILABLE
           END-IF
           MOVE ZERO TO CK-RESOLVED-AMT
           MOVE CK-DISB-DATE TO CK-CLOCK-DATE
           MOVE ZEROS TO CK-RESOLVED-DATE
           MOVE ZERO TO CK-DAYS
           ADD 1 TO WS-NEW-CNT
           IF CK-CREDIT-AMT = ZERO
               MOVE 'N' TO CK-STATUS
               WRITE CK-RECORD
           ELSE IF WS-OP-CNT < 50
               IF WS-HOLD-AUTH = 'Y'
                   MOVE 'H' TO CK-STATUS
               ELSE
                   MOVE 'O' TO CK-STATUS
               END-IF
               ADD 1 TO WS-OP-CNT
               MOVE CK-RECORD TO WS-OP-REC(WS-OP-CNT)
               MOVE 'Y' TO WS-OP-NEW(WS-OP-CNT)
               MOVE 'Y' TO WS-OP-DONE(WS-OP-CNT)
               MOVE CK-STATUS TO WS-OP-WAS-STATUS(WS-OP-CNT)
               MOVE CK-DISB-DATE TO WS-OP-DISB-DATE(WS-OP-CNT)
           END-IF.
       650-AGE-ONE-ROW.
      *    STOPS THE CLOCK WHILE THE STUDENT'S HOLD AUTHORIZATION
      *    STANDS, RESTARTS IT FROM THE DAY IT WAS RESCINDED, COUNTS
      *    THE DAYS ON AN OPEN ROW, WRITES THE ROW BACK AND LISTS IT.
           MOVE WS-OP-REC(WS-OP-SUB) TO CK-RECORD
           IF CK-STATUS = 'O' AND WS-HOLD-AUTH = 'Y'
               MOVE CK-CLOCK-DATE TO WS-FROM-CCYYMMDD
               PERFORM 660-DAYS-SINCE
               MOVE 'H' TO CK-STATUS
           ELSE
               IF CK-STATUS = 'H' AND WS-HOLD-AUTH NOT = 'Y'
                   MOVE 'O' TO CK-STATUS
                   IF WS-HOLD-DATE > CK-DISB-DATE
                       MOVE WS-HOLD-DATE TO CK-CLOCK-DATE
                   ELSE
                       MOVE CK-DISB-DATE TO CK-CLOCK-DATE
                   END-IF
               END-IF
           END-IF
           IF CK-STATUS = 'O'
               MOVE CK-CLOCK-DATE TO WS-FROM-CCYYMMDD
               PERFORM 660-DAYS-SINCE
           END-IF
           IF WS-OP-NEW(WS-OP-SUB) = 'Y'
               WRITE CK-RECORD
           ELSE
               REWRITE CK-RECORD
           END-IF
           COMPUTE WS-REMAINING = CK-CREDIT-AMT - CK-RESOLVED-AMT
           IF CK-STATUS = 'O'
               PERFORM 670-LIST-OPEN-ROW
           ELSE IF CK-STATUS = 'H'
               ADD 1 TO WS-HELD-CNT
               ADD WS-REMAINING TO WS-HELD-AMT
           ELSE IF CK-STATUS = 'R'
                   AND WS-OP-WAS-STATUS(WS-OP-SUB) = 'O'
                   AND CK-DAYS > T4-REFUND-DAYS
               ADD 1 TO WS-LATE-CNT
               MOVE 'RESOLVED LATE' TO DL-STATUS-OUT
               PERFORM 700-DETAIL-LINE
           END-IF.
       660-DAYS-SINCE.
      *    DAYS FROM THE YYMMDD DATE IN WS-FROM-CCYYMMDD TO TODAY,
      *    INTO CK-DAYS.
           IF WS-FROM-CCYYMMDD = ZERO
               MOVE ZERO TO CK-DAYS
           ELSE
               ADD 20000000 TO WS-FROM-CCYYMMDD
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-FROM-CCYYMMDD)
               IF WS-DAYS < ZERO
                   MOVE ZERO TO CK-DAYS
               ELSE
                   IF WS-DAYS > 999
                       MOVE 999 TO CK-DAYS
                   ELSE
                       MOVE WS-DAYS TO CK-DAYS
                   END-IF
               END-IF
           END-IF.
       670-LIST-OPEN-ROW.
           ADD 1 TO WS-OPEN-CNT
           ADD WS-REMAINING TO WS-OPEN-AMT
           IF CK-DAYS > T4-REFUND-DAYS
               ADD 1 TO WS-PAST-CNT
               ADD WS-REMAINING TO WS-PAST-AMT
               MOVE 'PAST DUE' TO DL-STATUS-OUT
               PERFORM 700-DETAIL-LINE
           ELSE IF CK-DAYS NOT < T4-WARN-DAYS
               ADD 1 TO WS-WARN-CNT
               MOVE 'APPROACHING' TO DL-STATUS-OUT
               PERFORM 700-DETAIL-LINE
           END-IF.
       700-DETAIL-LINE.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE CK-STU-NUM TO DL-SNO-OUT
           MOVE CK-AWARD-CODE TO DL-CODE-OUT
           MOVE CK-DISB-DATE TO DL-DISB-DATE-OUT
           MOVE CK-DISB-AMT TO DL-DISB-AMT-OUT
           MOVE CK-CREDIT-AMT TO DL-CREDIT-OUT
           MOVE WS-REMAINING TO DL-OUTSTAND-OUT
           MOVE CK-CLOCK-DATE TO DL-CLOCK-OUT
           MOVE CK-DAYS TO DL-DAYS-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       800-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'STUDENTS TRACKED' TO TL-LABEL-OUT
           MOVE WS-STU-CNT TO TL-CNT-OUT
           MOVE ZERO TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'NEW DISBURSEMENTS TRACKED' TO TL-LABEL-OUT
           MOVE WS-NEW-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CREDITS OPEN' TO TL-LABEL-OUT
           MOVE WS-OPEN-CNT TO TL-CNT-OUT
           MOVE WS-OPEN-AMT TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CREDITS HELD BY AUTHORIZATION' TO TL-LABEL-OUT
           MOVE WS-HELD-CNT TO TL-CNT-OUT
           MOVE WS-HELD-AMT TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'APPROACHING THE DEADLINE' TO TL-LABEL-OUT
           MOVE WS-WARN-CNT TO TL-CNT-OUT
           MOVE ZERO TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'PAST THE DEADLINE' TO TL-LABEL-OUT
           MOVE WS-PAST-CNT TO TL-CNT-OUT
           MOVE WS-PAST-AMT TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RESOLVED LATE TODAY' TO TL-LABEL-OUT
           MOVE WS-LATE-CNT TO TL-CNT-OUT
           MOVE ZERO TO TL-AMT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
