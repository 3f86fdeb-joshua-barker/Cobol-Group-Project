      * ROW'S DEPOSIT AGAINST THE BANK STATEMENT FILE BY DATE AND
      * AMOUNT; SPACE UNTIL THEN.  UNMATCHED ROWS ARE THE OPEN ITEMS
      * THE AUDITORS FLAGGED.
      * CD-CAMPUS IS THE CAMPUS OF THE CASHIER'S DRAWER, TAKEN FROM
      * THE RC-CAMPUS OF THE RECEIPTS IT TOTALS (SPACES COUNTED AS THE
      * MAIN CAMPUS), SO THE CLOSE AND THE BANK RECONCILIATION CAN
      * BALANCE EACH SITE'S DEPOSIT ON ITS OWN.  SPACE ON A ROW
      * WRITTEN BEFORE THE FIELD EXISTED, READ AS THE MAIN CAMPUS.
      *****************************************************************
       01  CD-RECORD.
           05  CD-KEY.
           05  CD-CARD-TOTAL       PIC S9(7)V99.
           05  CD-MO-TOTAL         PIC S9(7)V99.
           05  CD-BANK-MATCHED     PIC X.
           05  CD-CAMPUS           PIC X(2).
           05  FILLER              PIC X(3).
