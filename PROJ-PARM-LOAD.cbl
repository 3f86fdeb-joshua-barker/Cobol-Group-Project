       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PARM-LOAD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE STARTUP OVERLAY OF THE POLICY
      *          THRESHOLDS THAT USED TO BE COMPILE-TIME VALUES ONLY
      *          (DL-, LF-, SAP-, ST-, CL-, AE-, IL-, TL-THRESHOLD,
      *          OL-THRESHOLD, TU-RATE-TABLE, PK-POLICY, PW-POLICY,
      *          TQ-FEE).  THE CALLER PASSES THE COPYBOOK'S XX-PARM-ID
      *          AND XX-PARMS GROUP; EACH PARAMETER WITH A ROW IN
      *          EFFECT ON PROJ-CODE-PARM.DAT (SEE CP-FILE-DESC) TAKES
      *          THAT ROW'S CP-NUM-VALUE, THE LATEST ROW DATED TODAY
      *          OR EARLIER WINNING.  A PARAMETER WITH NO ROW, OR
      *          WHOSE ROW IN EFFECT IS CP-STATUS 'I', KEEPS THE
      *          COPYBOOK DEFAULT.  PROJ-UPD-CODES EDITS EVERY VALUE
      *          AGAINST THE FIELD'S PICTURE BEFORE IT IS SAVED, SO
      *          NOTHING IS TRUNCATED HERE.
      *20261015  ADDED GROUP AD (AD-FEES), THE ADMISSIONS APPLICATION
      *          FEE AND ENROLLMENT DEPOSIT.
      *20261015  ADDED GROUP HG (HG-GRACE), THE HEALTH-COMPLIANCE GRACE
      *          DAYS.
      *20261015  ADDED GROUP PG (PG-PARKING), THE DAYS A PARKING FINE
      *          MAY GO UNPAID BEFORE THE 'PK' HOLD.
      *20261015  ADDED GROUP T4 (T4-POLICY), THE TITLE IV CREDIT-
      *          BALANCE REFUND AND WARNING DAYS AND THE PRIOR-YEAR
      *          CHARGE LIMIT.
      *20261015  ADDED GROUP UP (UP-POLICY), THE REFUND CHECK STALE
      *          DAYS AND UNCLAIMED-PROPERTY DORMANCY YEARS.
      *20261015  ADDED GROUP AW (AW-ALLOWANCE), THE ALLOWANCE FOR
      *          DOUBTFUL ACCOUNTS PERCENT PER AGING BUCKET.  THE T4
      *          REFUND-DAYS CODE IS NOW REFUND-DAY -- THE OLD NAME
      *          WAS ONE BYTE LONGER THAN CP-CODE AND NEVER MATCHED.
      *20261015  ADDED GROUP DC (DC-DUAL-CTL), THE DUAL-CONTROL DOLLAR
      *          THRESHOLDS.  PL-PARMS IS NOW X(30) SO THE LARGER
      *          GROUPS FIT ITS VIEWS.
      *20261015  ADDED GROUP DF (DF-DRAFT), THE RETURNED-PAYMENT FEE
      *          AND THE ACH AUTO-DRAFT LEAD DAYS AND RETURN LIMIT.
      *20261015  ADDED GROUP IP (IP-PAY), THE SMALL-SECTION PRO-RATE
      *          ENROLLMENT AND THE SECTION CANCELLATION FEE PERCENT
      *          FOR ADJUNCT AND OVERLOAD PAY.
      *20261015  ADDED GROUP GD (GD-POLICY), THE MISSING-GRADE REMINDER
      *          CYCLE AND THE DAYS AFTER TERM END TO THE GRADE
      *          DEADLINE.
      *20261015  ADDED GROUP EP (EP-POLICY), THE FEWEST COURSE
      *          EVALUATION RESPONSES A SECTION NEEDS BEFORE ITS
      *          RESULTS ARE SHOWN.
      *20261015  ADDED GROUP RI (RI-POLICY), THE DAY OF THE WEEK THE
      *          NIGHTLY RUN AUDITS REFERENTIAL INTEGRITY AND WHETHER
      *          THAT RUN PURGES SAFE ORPHANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CP-FILE-DESC ASSIGN TO 'PROJ-CODE-PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CP-FILE-DESC RECORD CONTAINS 180 CHARACTERS.
           COPY CP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS              PIC XX.
       01  WS-CP-EOF                 PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-PREV-CODE              PIC X(10).
       01  WS-HELD                   PIC X.
       01  WS-HELD-REC               PIC X(180).
       01  WS-CUR-REC                PIC X(180).
       LINKAGE SECTION.
       01  PL-PARM-ID                PIC X(2).
       01  PL-PARMS                  PIC X(30).
      *    ONE VIEW PER PARAMETER GROUP, EACH MATCHING ITS COPYBOOK
      *    FIELD FOR FIELD.
       01  PL-DL-VIEW REDEFINES PL-PARMS.
           05  PL-DL-BALANCE         PIC 9(5)V99.
           05  PL-DL-DAYS            PIC 9(3).
       01  PL-LF-VIEW REDEFINES PL-PARMS.
           05  PL-LF-DAYS            PIC 9(3).
           05  PL-LF-FEE             PIC 9(3)V99.
           05  PL-LF-CYCLE           PIC 9(3).
       01  PL-SA-VIEW REDEFINES PL-PARMS.
           05  PL-SA-MIN-GPA         PIC 9V99.
           05  PL-SA-MIN-COMPL       PIC 9V99.
       01  PL-ST-VIEW REDEFINES PL-PARMS.
           05  PL-ST-GOOD-GPA        PIC 9V99.
           05  PL-ST-SUSP-GPA        PIC 9V99.
           05  PL-ST-MIN-HOURS       PIC 9(3).
       01  PL-TU-VIEW REDEFINES PL-PARMS.
           05  PL-TU-RES-RATE        PIC 9(3)V99.
           05  PL-TU-NONRES          PIC 9(3)V99.
           05  PL-TU-FLAT-FEE        PIC 9(3)V99.
           05  PL-TU-AUDIT-RATE      PIC 9(3)V99.
       01  PL-CL-VIEW REDEFINES PL-PARMS.
           05  PL-CL-BALANCE         PIC 9(5)V99.
           05  PL-CL-DAYS            PIC 9(3).
       01  PL-AE-VIEW REDEFINES PL-PARMS.
           05  PL-AE-MIN-GPA         PIC 9V99.
           05  PL-AE-MIN-HOURS       PIC 9(3).
       01  PL-IL-VIEW REDEFINES PL-PARMS.
           05  PL-IL-DAYS            PIC 9(3).
       01  PL-TL-VIEW REDEFINES PL-PARMS.
           05  PL-TL-MIN-LOAD        PIC 9(3).
           05  PL-TL-MAX-LOAD        PIC 9(3).
       01  PL-OL-VIEW REDEFINES PL-PARMS.
           05  PL-OL-MAX-HOURS       PIC 9(2).
       01  PL-PK-VIEW REDEFINES PL-PARMS.
           05  PL-PK-COA-HOURS       PIC 9(2).
           05  PL-PK-BOOKS           PIC 9(4).
       01  PL-PW-VIEW REDEFINES PL-PARMS.
           05  PL-PW-MAX-AGE         PIC 9(3).
           05  PL-PW-MAX-TRIES       PIC 9.
       01  PL-TQ-VIEW REDEFINES PL-PARMS.
           05  PL-TQ-OFFICIAL        PIC 9(2)V99.
       01  PL-AD-VIEW REDEFINES PL-PARMS.
           05  PL-AD-APP-FEE         PIC 9(3)V99.
           05  PL-AD-DEPOSIT         PIC 9(4)V99.
       01  PL-HG-VIEW REDEFINES PL-PARMS.
           05  PL-HG-GRACE-DAYS      PIC 9(3).
       01  PL-PG-VIEW REDEFINES PL-PARMS.
           05  PL-PG-HOLD-DAYS       PIC 9(3).
       01  PL-T4-VIEW REDEFINES PL-PARMS.
           05  PL-T4-REFUND-DAYS     PIC 9(2).
           05  PL-T4-WARN-DAYS       PIC 9(2).
           05  PL-T4-PRIOR-LIMIT     PIC 9(4).
       01  PL-UP-VIEW REDEFINES PL-PARMS.
           05  PL-UP-STALE-DAYS      PIC 9(3).
           05  PL-UP-DORMANT-YEARS   PIC 9(2).
       01  PL-AW-VIEW REDEFINES PL-PARMS.
           05  PL-AW-PCT-CURRENT     PIC 9(3).
           05  PL-AW-PCT-31-60       PIC 9(3).
           05  PL-AW-PCT-61-90       PIC 9(3).
           05  PL-AW-PCT-91-120      PIC 9(3).
           05  PL-AW-PCT-OVER-120    PIC 9(3).
       01  PL-DC-VIEW REDEFINES PL-PARMS.
           05  PL-DC-VOID-AMT        PIC 9(4)V99.
           05  PL-DC-REFUND-AMT      PIC 9(4)V99.
           05  PL-DC-ADJUST-AMT      PIC 9(4)V99.
           05  PL-DC-AID-AMT         PIC 9(4)V99.
       01  PL-DF-VIEW REDEFINES PL-PARMS.
           05  PL-DF-NSF-FEE         PIC 9(4)V99.
           05  PL-DF-LEAD-DAYS       PIC 9(3).
           05  PL-DF-MAX-RETURNS     PIC 9(2).
       01  PL-IP-VIEW REDEFINES PL-PARMS.
           05  PL-IP-MIN-ENROLL      PIC 9(3).
           05  PL-IP-CANCEL-PCT      PIC 9(3).
       01  PL-GD-VIEW REDEFINES PL-PARMS.
           05  PL-GD-REMIND-DAYS     PIC 9(2).
           05  PL-GD-DEADLINE-DAYS   PIC 9(3).
       01  PL-EP-VIEW REDEFINES PL-PARMS.
           05  PL-EP-MIN-RESPONSES   PIC 9(2).
       01  PL-RI-VIEW REDEFINES PL-PARMS.
           05  PL-RI-AUDIT-DAY       PIC 9.
           05  PL-RI-PURGE           PIC 9.
       PROCEDURE DIVISION USING PL-PARM-ID, PL-PARMS.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT CP-FILE-DESC
           IF WS-CP-STATUS = '35'
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO CP-RECORD
           MOVE PL-PARM-ID TO CP-TABLE-ID
           MOVE LOW-VALUES TO CP-CODE
           MOVE ZERO TO CP-EFF-DATE
           MOVE 'N' TO WS-CP-EOF
           MOVE 'N' TO WS-HELD
           MOVE SPACES TO WS-PREV-CODE
           START CP-FILE-DESC KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE 'Y' TO WS-CP-EOF
           END-START
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ CP-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-CP-EOF
               END-READ
               IF WS-CP-EOF = 'N'
                   IF CP-TABLE-ID NOT = PL-PARM-ID
                       MOVE 'Y' TO WS-CP-EOF
                   ELSE
                       PERFORM 160-ONE-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD = 'Y'
               PERFORM 300-APPLY-HELD
           END-IF
           CLOSE CP-FILE-DESC
           EXIT PROGRAM.
       160-ONE-ROW.
      *    SAME HOLD-UNTIL-THE-CODE-CHANGES WALK AS PROJ-CODE-LOAD.
           IF CP-CODE NOT = WS-PREV-CODE
               IF WS-HELD = 'Y'
                   MOVE CP-RECORD TO WS-CUR-REC
                   PERFORM 300-APPLY-HELD
                   MOVE WS-CUR-REC TO CP-RECORD
               END-IF
               MOVE 'N' TO WS-HELD
               MOVE CP-CODE TO WS-PREV-CODE
           END-IF
           IF CP-EFF-DATE NOT > WS-TODAY-CCYYMMDD
               MOVE CP-RECORD TO WS-HELD-REC
               MOVE 'Y' TO WS-HELD
           END-IF.
       300-APPLY-HELD.
           MOVE WS-HELD-REC TO CP-RECORD
           IF CP-STATUS NOT = 'I'
               IF PL-PARM-ID = 'DL'
                   PERFORM 310-SET-DL
               ELSE IF PL-PARM-ID = 'LF'
                   PERFORM 320-SET-LF
               ELSE IF PL-PARM-ID = 'SA'
                   PERFORM 330-SET-SA
               ELSE IF PL-PARM-ID = 'ST'
                   PERFORM 340-SET-ST
               ELSE IF PL-PARM-ID = 'TU'
                   PERFORM 350-SET-TU
               ELSE IF PL-PARM-ID = 'CL'
                   PERFORM 360-SET-CL
               ELSE IF PL-PARM-ID = 'AE'
                   PERFORM 370-SET-AE
               ELSE IF PL-PARM-ID = 'IL'
                   PERFORM 380-SET-IL
               ELSE IF PL-PARM-ID = 'TL'
                   PERFORM 390-SET-TL
               ELSE IF PL-PARM-ID = 'OL'
                   PERFORM 400-SET-OL
               ELSE IF PL-PARM-ID = 'PK'
                   PERFORM 410-SET-PK
               ELSE IF PL-PARM-ID = 'PW'
                   PERFORM 420-SET-PW
               ELSE IF PL-PARM-ID = 'TQ'
                   PERFORM 430-SET-TQ
               ELSE IF PL-PARM-ID = 'AD'
                   PERFORM 440-SET-AD
               ELSE IF PL-PARM-ID = 'HG'
                   PERFORM 450-SET-HG
               ELSE IF PL-PARM-ID = 'PG'
                   PERFORM 460-SET-PG
               ELSE IF PL-PARM-ID = 'T4'
                   PERFORM 470-SET-T4
               ELSE IF PL-PARM-ID = 'UP'
                   PERFORM 480-SET-UP
               ELSE IF PL-PARM-ID = 'AW'
                   PERFORM 490-SET-AW
               ELSE IF PL-PARM-ID = 'DC'
                   PERFORM 500-SET-DC
               ELSE IF PL-PARM-ID = 'DF'
                   PERFORM 510-SET-DF
               ELSE IF PL-PARM-ID = 'IP'
                   PERFORM 520-SET-IP
               ELSE IF PL-PARM-ID = 'GD'
                   PERFORM 530-SET-GD
               ELSE IF PL-PARM-ID = 'EP'
                   PERFORM 540-SET-EP
               ELSE IF PL-PARM-ID = 'RI'
                   PERFORM 550-SET-RI
               END-IF
           END-IF.
       310-SET-DL.
           IF CP-CODE = 'BALANCE'
               MOVE CP-NUM-VALUE TO PL-DL-BALANCE
           ELSE IF CP-CODE = 'DAYS'
               MOVE CP-NUM-VALUE TO PL-DL-DAYS
           END-IF.
       320-SET-LF.
           IF CP-CODE = 'DAYS'
               MOVE CP-NUM-VALUE TO PL-LF-DAYS
           ELSE IF CP-CODE = 'FEE'
               MOVE CP-NUM-VALUE TO PL-LF-FEE
           ELSE IF CP-CODE = 'CYCLE'
               MOVE CP-NUM-VALUE TO PL-LF-CYCLE
           END-IF.
       330-SET-SA.
           IF CP-CODE = 'MIN-GPA'
               MOVE CP-NUM-VALUE TO PL-SA-MIN-GPA
           ELSE IF CP-CODE = 'MIN-COMPL'
               MOVE CP-NUM-VALUE TO PL-SA-MIN-COMPL
           END-IF.
       340-SET-ST.
           IF CP-CODE = 'GOOD-GPA'
               MOVE CP-NUM-VALUE TO PL-ST-GOOD-GPA
           ELSE IF CP-CODE = 'SUSP-GPA'
               MOVE CP-NUM-VALUE TO PL-ST-SUSP-GPA
           ELSE IF CP-CODE = 'MIN-HOURS'
               MOVE CP-NUM-VALUE TO PL-ST-MIN-HOURS
           END-IF.
       350-SET-TU.
           IF CP-CODE = 'RES-RATE'
               MOVE CP-NUM-VALUE TO PL-TU-RES-RATE
           ELSE IF CP-CODE = 'NONRES'
               MOVE CP-NUM-VALUE TO PL-TU-NONRES
           ELSE IF CP-CODE = 'FLAT-FEE'
               MOVE CP-NUM-VALUE TO PL-TU-FLAT-FEE
           ELSE IF CP-CODE = 'AUDIT-RATE'
               MOVE CP-NUM-VALUE TO PL-TU-AUDIT-RATE
           END-IF.
       360-SET-CL.
           IF CP-CODE = 'BALANCE'
               MOVE CP-NUM-VALUE TO PL-CL-BALANCE
           ELSE IF CP-CODE = 'DAYS'
               MOVE CP-NUM-VALUE TO PL-CL-DAYS
           END-IF.
       370-SET-AE.
           IF CP-CODE = 'MIN-GPA'
               MOVE CP-NUM-VALUE TO PL-AE-MIN-GPA
           ELSE IF CP-CODE = 'MIN-HOURS'
               MOVE CP-NUM-VALUE TO PL-AE-MIN-HOURS
           END-IF.
       380-SET-IL.
           IF CP-CODE = 'DAYS'
               MOVE CP-NUM-VALUE TO PL-IL-DAYS
           END-IF.
       390-SET-TL.
           IF CP-CODE = 'MIN-LOAD'
               MOVE CP-NUM-VALUE TO PL-TL-MIN-LOAD
           ELSE IF CP-CODE = 'MAX-LOAD'
               MOVE CP-NUM-VALUE TO PL-TL-MAX-LOAD
           END-IF.
       400-SET-OL.
           IF CP-CODE = 'MAX-HOURS'
               MOVE CP-NUM-VALUE TO PL-OL-MAX-HOURS
           END-IF.
       410-SET-PK.
           IF CP-CODE = 'COA-HOURS'
               MOVE CP-NUM-VALUE TO PL-PK-COA-HOURS
           ELSE IF CP-CODE = 'BOOKS'
               MOVE CP-NUM-VALUE TO PL-PK-BOOKS
           END-IF.
       420-SET-PW.
           IF CP-CODE = 'MAX-AGE'
               MOVE CP-NUM-VALUE TO PL-PW-MAX-AGE
           ELSE IF CP-CODE = 'MAX-TRIES'
               MOVE CP-NUM-VALUE TO PL-PW-MAX-TRIES
           END-IF.
       430-SET-TQ.
           IF CP-CODE = 'OFFICIAL'
               MOVE CP-NUM-VALUE TO PL-TQ-OFFICIAL
           END-IF.
       440-SET-AD.
           IF CP-CODE = 'APP-FEE'
               MOVE CP-NUM-VALUE TO PL-AD-APP-FEE
           ELSE IF CP-CODE = 'DEPOSIT'
               MOVE CP-NUM-VALUE TO PL-AD-DEPOSIT
           END-IF.
       450-SET-HG.
           IF CP-CODE = 'GRACE-DAYS'
               MOVE CP-NUM-VALUE TO PL-HG-GRACE-DAYS
           END-IF.
       460-SET-PG.
           IF CP-CODE = 'HOLD-DAYS'
               MOVE CP-NUM-VALUE TO PL-PG-HOLD-DAYS
           END-IF.
       470-SET-T4.
           IF CP-CODE = 'REFUND-DAY'
               MOVE CP-NUM-VALUE TO PL-T4-REFUND-DAYS
           ELSE IF CP-CODE = 'WARN-DAYS'
               MOVE CP-NUM-VALUE TO PL-T4-WARN-DAYS
           ELSE IF CP-CODE = 'PRIOR-MAX'
               MOVE CP-NUM-VALUE TO PL-T4-PRIOR-LIMIT
           END-IF.
       480-SET-UP.
           IF CP-CODE = 'STALE-DAYS'
               MOVE CP-NUM-VALUE TO PL-UP-STALE-DAYS
           ELSE IF CP-CODE = 'DORM-YEARS'
               MOVE CP-NUM-VALUE TO PL-UP-DORMANT-YEARS
           END-IF.
       490-SET-AW.
           IF CP-CODE = 'PCT-CURR'
               MOVE CP-NUM-VALUE TO PL-AW-PCT-CURRENT
           ELSE IF CP-CODE = 'PCT-31-60'
               MOVE CP-NUM-VALUE TO PL-AW-PCT-31-60
           ELSE IF CP-CODE = 'PCT-61-90'
               MOVE CP-NUM-VALUE TO PL-AW-PCT-61-90
           ELSE IF CP-CODE = 'PCT-91-120'
               MOVE CP-NUM-VALUE TO PL-AW-PCT-91-120
           ELSE IF CP-CODE = 'PCT-OVR120'
               MOVE CP-NUM-VALUE TO PL-AW-PCT-OVER-120
           END-IF.
       500-SET-DC.
           IF CP-CODE = 'VOID-AMT'
               MOVE CP-NUM-VALUE TO PL-DC-VOID-AMT
           ELSE IF CP-CODE = 'REFUND-AMT'
               MOVE CP-NUM-VALUE TO PL-DC-REFUND-AMT
           ELSE IF CP-CODE = 'ADJUST-AMT'
               MOVE CP-NUM-VALUE TO PL-DC-ADJUST-AMT
           ELSE IF CP-CODE = 'AID-AMT'
               MOVE CP-NUM-VALUE TO PL-DC-AID-AMT
           END-IF.
       510-SET-DF.
           IF CP-CODE = 'NSF-FEE'
               MOVE CP-NUM-VALUE TO PL-DF-NSF-FEE
           ELSE IF CP-CODE = 'LEAD-DAYS'
               MOVE CP-NUM-VALUE TO PL-DF-LEAD-DAYS
           ELSE IF CP-CODE = 'MAX-RETURN'
               MOVE CP-NUM-VALUE TO PL-DF-MAX-RETURNS
           END-IF.
       520-SET-IP.
           IF CP-CODE = 'MIN-ENROLL'
               MOVE CP-NUM-VALUE TO PL-IP-MIN-ENROLL
           ELSE IF CP-CODE = 'CANCEL-PCT'
               MOVE CP-NUM-VALUE TO PL-IP-CANCEL-PCT
           END-IF.
       530-SET-GD.
           IF CP-CODE = 'REMIND-DAY'
               MOVE CP-NUM-VALUE TO PL-GD-REMIND-DAYS
           ELSE IF CP-CODE = 'DEADLINE'
               MOVE CP-NUM-VALUE TO PL-GD-DEADLINE-DAYS
           END-IF.
       540-SET-EP.
           IF CP-CODE = 'MIN-RESP'
               MOVE CP-NUM-VALUE TO PL-EP-MIN-RESPONSES
           END-IF.
       550-SET-RI.
           IF CP-CODE = 'AUDIT-DAY'
               MOVE CP-NUM-VALUE TO PL-RI-AUDIT-DAY
           ELSE IF CP-CODE = 'PURGE'
               MOVE CP-NUM-VALUE TO PL-RI-PURGE
           END-IF.
