      *****************************************************************
      * PY-POSPAY
      * ONE LINE OF THE POSITIVE-PAY FILE SENT TO THE BANK, WHICH
      * PAYS A REFUND CHECK ONLY WHEN ITS NUMBER AND AMOUNT MATCH AN
      * ISSUE LINE AND NO VOID LINE HAS FOLLOWED.  PY-TRAN-CODE 'I'
      * IS AN ISSUE, WRITTEN BY PROJ-REFUND-EXPORT TO BANK-POSPAY.DAT;
      * 'V' IS A VOID, WRITTEN BY PROJ-REFCHK-STALE TO BANK-PPVOID.DAT.
      * PY-ISSUE-DATE IS YYMMDD.
      *****************************************************************
       01  PY-LINE.
           05  PY-TRAN-CODE        PIC X.
           05  PY-CHECK-NO         PIC 9(8).
           05  PY-AMOUNT           PIC 9(8)V99.
           05  PY-ISSUE-DATE       PIC 9(6).
           05  PY-PAYEE            PIC X(35).
