      * ACCOUNT MAPPING THE ACCOUNTING PACKAGE'S IMPORT NEEDS.
      * GM-SOURCE IS 'RC' FOR A RECEIPT TYPE (GM-CODE HOLDS THE
      * RC-TYPE STRING) OR 'FA' FOR AN AID AWARD CODE (GM-CODE HOLDS
      * THE FA-AWARD-CODE, LEFT-JUSTIFIED), OR 'AR' CODE 'ALLOWANCE'
      * FOR THE PROJ-AR-AGE ALLOWANCE ADJUSTMENT (DEBIT BAD-DEBT
      * EXPENSE, CREDIT THE ALLOWANCE), OR 'UR' CODE 'RECOGNIZE' FOR
      * THE PROJ-REV-RECOG REVENUE RECOGNITION ENTRY (DEBIT UNEARNED
      * REVENUE, CREDIT TUITION REVENUE).  TWO 'RC' ROWS CARRY THE
      * DEFERRAL ITSELF: 'ASSESS-UR' FOR THE PROJ-TUITION-ASSESS
      * TERM CHARGE (DEBIT RECEIVABLES, CREDIT UNEARNED REVENUE) AND
      * 'DROPADJ-UR' FOR THE AUTOMATIC DROP REVERSAL (DEBIT UNEARNED
      * REVENUE, CREDIT RECEIVABLES).  'MR' ROWS BOOK MISCELLANEOUS
      * RECEIPTS FROM NON-STUDENT PAYERS (SEE PROJ-MISC-RCPT); GM-CODE
      * HOLDS THE MR-REASON-TABLE REASON CODE AND THE CREDIT ACCOUNT
      * IS THE INCOME ACCOUNT THE MONEY BELONGS TO.  GM-DEBIT-ACCT AND
      * GM-CREDIT-ACCT ARE THE PACKAGE'S ACCOUNT NUMBERS; A GL LINE
      * STAMPS WHICHEVER SIDE ITS DR/CR FLAG CALLS FOR.  MAINTAINED
      * BY PROJ-UPD-GLMAP; READ BY PROJ-GL-EXPORT, WHICH SENDS ANY
