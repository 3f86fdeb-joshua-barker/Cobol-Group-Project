      *****************************************************************
      * MX-FILE-DESC
      * RECORD LAYOUT FOR RC-MISC-RCPT.DAT (INDEXED BY MX-RCPT-NO),
      * THE MISCELLANEOUS RECEIPT REGISTER KEPT BY PROJ-MISC-RCPT --
      * MONEY TAKEN AT THE WINDOW FROM SOMEONE WHO IS NOT A STUDENT
      * (AN ALUMNUS BUYING A TRANSCRIPT, A CAMP FAMILY, A LIBRARY
      * PATRON).  THE MONEY ITSELF IS AN RC-TYPE 'MISC' ROW ON
      * PROJ-REC.DAT UNDER STUDENT NUMBER ZERO AT SEQUENCE MX-RC-SEQ,
      * ON NO STUDENT'S ACCOUNT, SO THE CASH CLOSE-OUT AND THE BANK
      * DEPOSIT SEE IT AND NO STUDENT REPORT EVER DOES.  THIS ROW
      * CARRIES WHAT THE RECEIPT ROW HAS NO ROOM FOR: WHO PAID AND
      * WHY.  MX-REASON IS A CODE ON MR-REASON-TABLE AND IS ALSO THE
      * GL-ACCT-MAP CODE (SOURCE 'MR') PROJ-GL-EXPORT BOOKS THE MONEY
      * TO.
      * A VOID WRITES ITS OWN ROW UNDER ITS OWN RECEIPT NUMBER WITH
      * MX-VOID 'Y' AND MX-VOID-OF THE RECEIPT IT REVERSES; THE
      * ORIGINAL ROW IS STAMPED MX-VOID 'Y' WITH MX-VOID-OF THE
      * VOID'S NUMBER, THE SAME WAY BOTH RC NODES ARE FLAGGED.
      *****************************************************************
       01  MX-RECORD.
           05  MX-RCPT-NO          PIC 9(6).
           05  MX-PAYER-NAME       PIC X(30).
           05  MX-REASON           PIC X(4).
           05  MX-RC-SEQ           PIC 9(5).
           05  MX-AMOUNT           PIC 9(4)V99.
           05  MX-POST-DATE        PIC 9(6).
           05  MX-OPERATOR-ID      PIC X(8).
           05  MX-TENDER           PIC X(2).
           05  MX-CHECK-NO         PIC X(8).
           05  MX-VOID             PIC X.
           05  MX-VOID-OF          PIC 9(6).
           05  FILLER              PIC X(8).
