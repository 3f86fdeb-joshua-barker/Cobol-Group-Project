      *****************************************************************
      * RK-FILE-DESC
      * RECORD LAYOUT FOR RC-REFCHECK.DAT (INDEXED BY RK-CHECK-NO), THE
      * REFUND CHECK REGISTER.  PROJ-REFUND-EXPORT NUMBERS EVERY REFUND
      * CHECK IT REQUESTS FROM AP (SEQUENCE 'REFCHECK', SEE
      * SQ-FILE-DESC), WRITES THE ROW, AND SENDS THE SAME NUMBER AND
      * AMOUNT TO THE BANK ON THE POSITIVE-PAY ISSUE FILE.  RK-RC-SEQ
      * IS THE RC-SEQ OF THE 'REFUND' RECEIPT ROW (UNDER RK-STU-NUM)
      * THE CHECK PAYS OUT; THE ROW'S RC-CHECK-NO CARRIES THE CHECK
      * NUMBER BACK.  ROWS ARE NEVER DELETED:
      *   RK-STATUS 'O' OUTSTANDING -- ISSUED, NOT YET PAID BY THE BANK.
      *             'P' PAID -- ON THE BANK'S PAID-CHECK FILE
      *                 (PROJ-REFCHK-PAID) FOR RK-PAID-AMT ON
      *                 RK-PAID-DATE.
      *             'S' STALE -- OUTSTANDING PAST UP-STALE-DAYS, VOIDED
      *                 BY PROJ-REFCHK-STALE ON RK-STALE-DATE.  THE
      *                 AMOUNT IS BACK ON THE STUDENT'S ACCOUNT AS A
      *                 CREDIT THE STUDENT HAS NOT CLAIMED, WHICH
      *                 PROJ-REFUND-SWEEP LEAVES ALONE.
      *             'R' REISSUED -- A STALE CHECK THE STUDENT CLAIMED ON
      *                 PROJ-UPD-REFCHK; RK-REISSUE-NO IS THE NEW CHECK,
      *                 WHOSE RK-REISSUE-OF POINTS BACK HERE.
      *             'E' ESCHEATED -- STILL UNCLAIMED PAST UP-DORMANT-
      *                 YEARS FROM ISSUE; RK-ESCH-AMT WAS REPORTED AND
      *                 REMITTED TO THE STATE BY PROJ-ESCHEAT ON
      *                 RK-ESCH-DATE.
      *             'C' CLOSED -- THE HELD CREDIT WAS USED UP ON THE
      *                 ACCOUNT BEFORE IT COULD ESCHEAT.
      * RK-PAYEE IS THE NAME THE CHECK WAS MADE OUT TO.  DATES ARE
      * YYMMDD.
      *****************************************************************
       01  RK-RECORD.
           05  RK-CHECK-NO         PIC 9(8).
           05  RK-STU-NUM          PIC 9(9).
           05  RK-RC-SEQ           PIC 9(5).
           05  RK-AMOUNT           PIC 9(4)V99.
           05  RK-ISSUE-DATE       PIC 9(6).
           05  RK-PAYEE            PIC X(35).
           05  RK-STATUS           PIC X.
           05  RK-PAID-DATE        PIC 9(6).
           05  RK-PAID-AMT         PIC 9(6)V99.
           05  RK-STALE-DATE       PIC 9(6).
           05  RK-REISSUE-OF       PIC 9(8).
           05  RK-REISSUE-NO       PIC 9(8).
           05  RK-CLOSE-OPER       PIC X(8).
           05  RK-ESCH-DATE        PIC 9(6).
           05  RK-ESCH-AMT         PIC 9(4)V99.
           05  FILLER              PIC X(14).
