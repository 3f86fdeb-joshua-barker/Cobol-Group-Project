      *****************************************************************
      * PA-FILE-DESC
      * RECORD LAYOUT FOR PROJ-APPROVAL.DAT (INDEXED BY PA-ITEM-NO,
      * FROM SEQUENCE 'APPROVAL' -- SEE SQ-FILE-DESC), THE DUAL-
      * CONTROL QUEUE AND ITS PERMANENT REGISTER.  A TRANSACTION OVER
      * ITS DC-DUAL-CTL THRESHOLD IS WRITTEN HERE INSTEAD OF POSTED
      * BY THE OPERATOR WHO KEYED IT (THE MAKER, PA-MAKER-ID), AND
      * POSTS ONLY WHEN A DIFFERENT OPERATOR WITH A HIGHER
      * OP-AUTH-LEVEL (THE CHECKER, PA-CHECKER-ID) APPROVES IT ON
      * PROJ-APPROVE.  ROWS ARE NEVER DELETED:
      *   PA-STATUS 'P' PENDING, NOTHING POSTED YET.
      *             'A' APPROVED AND POSTED -- PA-POST-SEQ IS THE
      *                 SEQUENCE OF THE NEW PROJ-REC.DAT OR
      *                 PROJ-FIN-AID.DAT ROW UNDER PA-STU-NUM AND
      *                 PA-POST-RCPT-NO ITS RECEIPT NUMBER (ZERO FOR
      *                 AN AWARD).
      *             'R' REJECTED BY THE CHECKER, OR REFUSED AT
      *                 APPROVAL BECAUSE IT COULD NO LONGER POST (THE
      *                 RECEIPT WAS VOIDED MEANWHILE, THE AWARD WOULD
      *                 NOW BREAK A LIMIT); PA-NOTE SAYS WHY.
      * PA-KIND 'VO' VOID OF RECEIPT PA-RCPT-NO (ITS TYPE AND AMOUNTS
      *              COPIED FOR THE CHECKER TO SEE).
      *         'MV' VOID OF MISCELLANEOUS RECEIPT PA-RCPT-NO, KEYED ON
      *              PROJ-MISC-RCPT (TYPE 'MISC', AMOUNT IN PA-AMT-
      *              PAID).  PA-STU-NUM IS ZERO.
      *         'RF' REFUND OF PA-REFUND-AMT.
      *         'AD' HAND-KEYED DEBIT OF PA-AMT-OWED AS RECEIPT TYPE
      *              PA-RC-TYPE.
      *         'FA' AID AWARD PA-AWARD-CODE FOR PA-AMT-PAID IN AID
      *              YEAR PA-AID-YEAR, CHARGED TO SCHOLARSHIP FUND
      *              PA-FUND-CODE WHEN THE CODE REQUIRES ONE.
      * THE POSTED NODE CARRIES THE MAKER AS ITS OPERATOR, AS EVERY
      * NODE CARRIES WHO KEYED IT, AND THE CHECKER AS RC-APPROVER-ID
      * OR FA-APPROVER-ID; THIS ROW IS WHERE THE MAKER AND THE
      * CHECKER ARE TIED TO IT, AND ITS BEFORE/AFTER IMAGES GO ON
      * PROJ-JOURNAL.DAT UNDER FILE ID 'PA'.  DATES ARE YYMMDD.
      *****************************************************************
       01  PA-RECORD.
           05  PA-ITEM-NO          PIC 9(6).
           05  PA-KIND             PIC X(2).
           05  PA-STATUS           PIC X.
           05  PA-STU-NUM          PIC 9(9).
           05  PA-RC-TYPE          PIC X(10).
           05  PA-AMT-OWED         PIC 9(4)V99.
           05  PA-AMT-PAID         PIC 9(4)V99.
           05  PA-REFUND-AMT       PIC S9(4)V99.
           05  PA-RCPT-NO          PIC 9(6).
           05  PA-AWARD-CODE       PIC 9(4).
           05  PA-AID-YEAR         PIC X(4).
           05  PA-FUND-CODE        PIC X(6).
           05  PA-MAKER-ID         PIC X(8).
           05  PA-KEY-DATE         PIC 9(6).
           05  PA-KEY-TIME         PIC 9(8).
           05  PA-CHECKER-ID       PIC X(8).
           05  PA-DECIDE-DATE      PIC 9(6).
           05  PA-POST-SEQ         PIC 9(5).
           05  PA-POST-RCPT-NO     PIC 9(6).
           05  PA-NOTE             PIC X(30).
           05  FILLER              PIC X(7).
