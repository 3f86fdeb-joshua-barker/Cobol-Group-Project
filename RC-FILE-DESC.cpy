      *****************************************************************
      * RC-FILE-DESC
      * RECORD LAYOUT FOR PROJ-REC.DAT (INDEXED BY RC-KEY, WITH AN
      * ALTERNATE KEY ON RC-POST-DATE, DUPLICATES ALLOWED).  ONE ROW
      * PER RECEIPT, KEYED BY STUDENT NUMBER PLUS RC-SEQ, THE
      * STUDENT'S OWN POSTING SEQUENCE (1, 2, 3 ...), SO A START AT
      * SEQUENCE ZERO AND READ NEXT UNTIL THE STUDENT NUMBER CHANGES
      * GIVES A STUDENT'S RECEIPTS OLDEST FIRST.  A NEW RECEIPT TAKES
      * ONE PAST THE STUDENT'S HIGHEST SEQUENCE.  BEFORE THIS FILE
      * EXISTED RECEIPTS WERE NODES ON PROJ-REC.REL, A RELATIVE FILE
      * CHAINED FROM THE STUDENT MASTER THROUGH A NEXT-SLOT POINTER
      * THAT FOLLOWED RC-AMT-PAID; RC-SEQ, THE SAME WIDTH, NOW
      * FOLLOWS RC-STU-NUM TO MAKE UP RC-KEY, SO THE TWO AMOUNTS SIT
      * FIVE BYTES FURTHER ALONG THAN IN AN OLD JOURNAL OR BACKUP
      * IMAGE.  PROJ-FIN-CONVERT COPIED EACH CHAIN ACROSS IN CHAIN
      * ORDER.  "NODE" AND "CHAIN" BELOW MEAN A
      * RECEIPT ROW AND A STUDENT'S ROWS IN SEQUENCE ORDER.
      * RC-RCPT-NO IS NOW HANDED OUT BY PROJ-NEXT-NUM ('RECEIPT '
      * SEQUENCE) RATHER THAN A COUNTER ON A SLOT-1 CONTROL RECORD.
      * RC-VOID IS 'Y' ON AN OFFSETTING ENTRY WRITTEN TO REVERSE AN
      * EARLIER RECEIPT; THE ORIGINAL RECEIPT ITSELF IS NEVER MUTATED.
      * RC-POST-DATE IS THE YYMMDD DATE THE RECEIPT WAS KEYED IN.
      * RC-OPERATOR-ID IS THE LOGIN ID CAPTURED BY MENU AT SIGN-ON AND
      * PASSED DOWN TO PROJ-RC SO EVERY NODE CARRIES WHO KEYED IT IN.
      * RC-RCPT-NO IS THE SEQUENTIAL RECEIPT NUMBER PROJ-RC STAMPS
      * FROM THE 'RECEIPT ' SEQUENCE -- THE NUMBER ON
      * THE PRINTED RECEIPT SLIP, THE HANDLE FOR A REPRINT, AND WHAT
      * THE VOID SCREEN NOW ASKS FOR.  NODES POSTED BY THE BATCH
      * WRITERS CARRY ZERO (NO SLIP PRINTS FOR THEM).
      * POSTINGS.  SPACES ON A CHARGE-ONLY NODE AND ON EVERY NODE
      * POSTED BEFORE TENDER WAS CAPTURED; PROJ-CASH-CLOSE COUNTS
      * THOSE AS CASH, THE OLD WHOLE-DRAWER BEHAVIOR.  RC-CHECK-NO IS
      * THE CHECK OR MONEY ORDER NUMBER WHEN ONE EXISTS.  'TR' MARKS
      * A TRANSFER, NOT MONEY IN THE DRAWER -- THE 'DEPXFER' CREDIT
      * PROJ-ADM-CONVERT MOVES FROM AN APPLICANT'S DEPOSIT ONTO THE
      * NEW STUDENT'S CHAIN -- AND PROJ-CASH-CLOSE LEAVES IT OUT.
      * 'WO' MARKS A BAD-DEBT 'WRITEOFF' NODE POSTED BY PROJ-WRITEOFF,
      * LIKEWISE LEFT OUT.  'DR' MARKS A PROVISIONAL ACH PLAN DRAFT
      * POSTED BY PROJ-ACH-DRAFT (RC-CHECK-NO IS THE TRACE NUMBER),
      * ALSO LEFT OUT, AND REVERSED BY PROJ-ACH-RETURN IF THE BANK
      * SENDS IT BACK.  A 'RECOVERY' NODE PUTS BACK PART OF A
      * WRITE-OFF WHEN MONEY COMES IN LATER; IT CARRIES ONLY
      * RC-AMT-OWED, AND THE PAYMENT NODE AFTER IT CARRIES THE MONEY.
      * RC-CHECK-RUN-DATE IS ZERO UNTIL PROJ-REFUND-EXPORT PICKS A
      * REFUND NODE UP ON AN AP CHECK RUN, THEN HOLDS THAT RUN'S
      * YYMMDD DATE SO A REFUND CAN NEVER BE EXPORTED TWICE AND THE
      * TIE-BACK TO THE CUT CHECK IS ON THE NODE ITSELF.  ON A REFUND
      * NODE RC-CHECK-NO IS THE REFUND CHECK NUMBER PROJ-REFUND-EXPORT
      * ASSIGNED (SEE RK-FILE-DESC); A REFUND NODE WAITING FOR A CHECK
      * RUN CARRIES THE STALE CHECK IT REISSUES, IF ANY.  A STALE
      * CHECK IS VOIDED WITH A VOID-FLAGGED REFUND NODE WHOSE
      * RC-REFUND-AMT IS NEGATIVE, PUTTING THE MONEY BACK ON THE
      * ACCOUNT; AN ESCHEATED CREDIT LEAVES ON A REFUND NODE STAMPED
      * 'ESCHEAT ' WHOSE RUN DATE IS SET AS IT IS POSTED.
      * AN RC-TYPE 'MISC' NODE WITH RC-STU-NUM ZERO IS MONEY TAKEN BY
      * PROJ-MISC-RCPT FROM A NON-STUDENT PAYER.  IT IS KEYED UNDER
      * STUDENT ZERO LIKE ANY OTHER ROW BUT BELONGS TO NO ACCOUNT AND
      * CARRIES NO BALANCE; THE PAYER AND REASON ARE ON ITS
      * RC-MISC-RCPT.DAT ROW (SEE MX-FILE-DESC).
      * RC-CAMPUS IS THE CAMPUS OF THE WINDOW THAT TOOK THE POSTING --
      * THE KEYING OPERATOR'S OP-CAMPUS, STAMPED BY EVERY OPERATOR-
      * KEYED WRITER THROUGH PROJ-OPER-CAMPUS (SEE CA-CAMPUS-TABLE).
      * THE BATCH WRITERS, AND EVERY NODE POSTED BEFORE THE FIELD
      * EXISTED, CARRY SPACES -- THE CENTRAL BUSINESS OFFICE, WHICH
      * PROJ-CASH-CLOSE AND PROJ-BANK-RECON COUNT AS THE MAIN CAMPUS.
      * RC-APPROVER-ID IS THE SECOND OPERATOR WHO APPROVED THE POSTING
      * ON PROJ-APPROVE WHEN IT WAS OVER ITS DC-DUAL-CTL THRESHOLD --
      * THE CHECKER (PA-CHECKER-ID, SEE PA-FILE-DESC), WHERE
      * RC-OPERATOR-ID IS THE MAKER WHO KEYED IT.  SPACES ON EVERY
      * NODE THAT POSTED WITHOUT APPROVAL AND ON EVERY NODE POSTED
      * BEFORE THE FIELD EXISTED.
      *****************************************************************
       01  RC-REC.
           05  RC-TYPE             PIC X(10).
           05  RC-KEY.
               10  RC-STU-NUM      PIC 9(9).
               10  RC-SEQ          PIC 9(5).
           05  RC-AMT-OWED         PIC 9(4)V99.
           05  RC-AMT-PAID         PIC 9(4)V99.
           05  RC-VOID             PIC X.
           05  RC-POST-DATE        PIC 9(6).
           05  RC-BALANCE          PIC S9(5)V99.
           05  RC-RCPT-NO          PIC 9(6).
           05  RC-TENDER           PIC X(2).
           05  RC-CHECK-NO         PIC X(8).
           05  RC-CAMPUS           PIC X(2).
           05  RC-APPROVER-ID      PIC X(8).
