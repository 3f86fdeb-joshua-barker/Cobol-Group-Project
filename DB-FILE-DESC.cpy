      *****************************************************************
      * DB-FILE-DESC
      * RECORD LAYOUT FOR SF-DRAFT.DAT (INDEXED BY DB-STU-NUM), THE
      * ACH DEBIT AUTHORIZATION A STUDENT SIGNS TO HAVE THE PAYMENT-
      * PLAN INSTALLMENTS ON PROJ-PAY-PLAN.DAT (SEE PP-FILE-DESC)
      * DRAFTED FROM THEIR BANK ACCOUNT.  KEYED ON PROJ-PAY-PLAN WHEN
      * THE PLAN IS SET UP (THE ACCOUNT SHOWS MASKED TO ITS LAST FOUR
      * THERE).  A SEPARATE FILE FROM SF-BANK.DAT (SEE BK-FILE-DESC)
      * ON PURPOSE -- THE ACCOUNT A STUDENT WANTS REFUNDS PAID INTO IS
      * OFTEN NOT THE ONE A PARENT PAYS THE PLAN FROM, AND CANCELLING
      * ONE MUST NEVER TOUCH THE OTHER.
      * DB-ACCT-TYPE: 'C' CHECKING, 'S' SAVINGS.
      * DB-STATUS: 'A' ACTIVE; 'N' STOPPED -- THE PLAN WAS CANCELLED
      * OR THE STUDENT WITHDREW THE AUTHORIZATION; 'R' CANCELLED BY
      * PROJ-ACH-RETURN AFTER DF-MAX-RETURNS RETURNED DRAFTS (OR ONE
      * RETURN THAT SAYS THE ACCOUNT ITSELF IS NO GOOD).  ONLY 'A'
      * IS EVER DRAFTED.
      * DB-INST LINES UP WITH PP-DUE-DATE SLOT FOR SLOT.  DB-INST-
      * STATE IS SPACE UNTIL PROJ-ACH-DRAFT DOES SOMETHING WITH THE
      * INSTALLMENT: 'D' DRAFTED (DB-INST-TRACE IS THE TRACE NUMBER
      * SENT TO THE BANK AND STAMPED IN THE PROVISIONAL PAYMENT NODE'S
      * RC-CHECK-NO, DB-INST-AMT WHAT WAS DRAFTED, DB-INST-DATE THE
      * YYMMDD RUN), 'S' SKIPPED BECAUSE NOTHING WAS OWED, 'R'
      * RETURNED BY THE BANK.  A NEW PLAN ON THE SAME ROW CLEARS THEM.
      *****************************************************************
       01  DB-RECORD.
           05  DB-STU-NUM          PIC 9(9).
           05  DB-ROUTING          PIC 9(9).
           05  DB-ACCOUNT          PIC X(17).
           05  DB-ACCT-TYPE        PIC X.
           05  DB-STATUS           PIC X.
           05  DB-AUTH-DATE        PIC 9(6).
           05  DB-OPERATOR-ID      PIC X(8).
           05  DB-RETURN-CNT       PIC 9(2).
           05  DB-LAST-RETURN      PIC 9(6).
           05  DB-INST             OCCURS 6 TIMES.
               10  DB-INST-STATE   PIC X.
               10  DB-INST-TRACE   PIC 9(8).
               10  DB-INST-AMT     PIC 9(4)V99.
               10  DB-INST-DATE    PIC 9(6).
           05  FILLER              PIC X(15).
