      *****************************************************************
      * CK-FILE-DESC
      * RECORD LAYOUT FOR FA-CB-TRACK.DAT (INDEXED BY CK-KEY, THE
      * STUDENT NUMBER + THE PROJ-FIN-AID.DAT FA-SEQ OF A POSTED
      * TITLE IV DISBURSEMENT), WRITTEN ONLY BY PROJ-CB-MONITOR.  ONE
      * ROW PER DISBURSEMENT THE MONITOR HAS SEEN, PAIRING IT WITH THE
      * PART OF THE STUDENT'S CREDIT BALANCE IT CREATED, SO THE FILE
      * IS THE PROOF OF WHEN EACH TITLE IV CREDIT BALANCE AROSE AND
      * WHEN IT WAS CLEARED.
      *  CK-STATUS    'N' THE DISBURSEMENT CREATED NO CREDIT BALANCE.
      *               'O' OPEN -- CK-CREDIT-AMT LESS CK-RESOLVED-AMT
      *               IS STILL ON THE ACCOUNT, DAYS COUNTING FROM
      *               CK-CLOCK-DATE.
      *               'H' HELD UNDER THE STUDENT'S AZ-HOLD-AUTH, THE
      *               CLOCK STOPPED.
      *               'R' RESOLVED -- REFUNDED, OR TAKEN BY LATER
      *               CHARGES -- ON CK-RESOLVED-DATE, CK-DAYS AFTER
      *               CK-CLOCK-DATE.
      * CK-CLOCK-DATE IS THE DISBURSEMENT DATE, OR THE DATE A HOLD
      * AUTHORIZATION WAS RESCINDED.  CK-DAYS IS THE DAYS OUTSTANDING
      * AS OF THE LAST RUN (FINAL ONCE RESOLVED).  DATES ARE YYMMDD.
      *****************************************************************
       01  CK-RECORD.
           05  CK-KEY.
               10  CK-STU-NUM      PIC 9(9).
               10  CK-FA-SEQ       PIC 9(5).
           05  CK-AID-YEAR         PIC X(4).
           05  CK-AWARD-CODE       PIC 9(4).
           05  CK-DISB-DATE        PIC 9(6).
           05  CK-DISB-AMT         PIC 9(4)V99.
           05  CK-CREDIT-AMT       PIC 9(5)V99.
           05  CK-RESOLVED-AMT     PIC 9(5)V99.
           05  CK-STATUS           PIC X.
           05  CK-CLOCK-DATE       PIC 9(6).
           05  CK-RESOLVED-DATE    PIC 9(6).
           05  CK-DAYS             PIC 9(3).
           05  FILLER              PIC X(16).
