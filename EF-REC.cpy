      * PASSED DOWN TO PROJ-ENROLLMENT SO EVERY NODE CARRIES WHO
      * KEYED IT IN; SLOT 1 (THE EOF-REC CONTROL RECORD) LEAVES IT
      * BLANK.
      * RF-CRED-HR IS THE CREDIT HOURS THIS STUDENT CARRIES IN THE
      * SECTION -- THE SECTION'S CS-CRED-HR ON A FIXED-CREDIT
      * SECTION, THE HOURS CHOSEN AT REGISTRATION ON A VARIABLE-
      * CREDIT ONE (SEE CS-CRED-MAX).  ZERO ON NODES WRITTEN BEFORE
      * IT EXISTED, WHICH READ CS-CRED-HR INSTEAD.  EVERY HOURS SUM
      * TAKES THE NODE'S OWN HOURS FIRST.
      * RF-RESV-SEQ IS THE RESERVED-SEAT ROW (SR-SEQ ON PROJ-SEAT-
      * RESV.DAT, SEE SR-FILE-DESC) THE SEAT WAS TAKEN AGAINST, SO A
      * DROP GIVES IT BACK TO THE SAME ROW.  ZERO FOR A GENERAL SEAT,
      * A WAITLIST SLOT, OR A NODE WRITTEN BEFORE IT EXISTED.
      *****************************************************************
       01  ENR-REC.
           05  RF-STUDENT-NUM      PIC 9(9).
           05  RF-OPERATOR-ID      PIC X(8).
           05  RF-BASIS            PIC X.
           05  RF-AMNESTY          PIC X.
           05  RF-CRED-HR          PIC 99.
           05  RF-RESV-SEQ         PIC 9.
