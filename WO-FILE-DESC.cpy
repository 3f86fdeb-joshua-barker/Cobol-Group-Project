      *****************************************************************
      * WO-FILE-DESC
      * RECORD LAYOUT FOR RC-WRITEOFF.DAT (INDEXED BY WO-KEY, THE
      * STUDENT NUMBER + A SEQUENCE), THE PERMANENT BAD-DEBT WRITE-OFF
      * REGISTER.  A ROW IS STARTED ON PROJ-UPD-WRITEOFF WHEN THE
      * BUSINESS OFFICE APPROVES AN ACCOUNT FOR WRITE-OFF, AND IS NEVER
      * DELETED:
      *   WO-STATUS 'A' APPROVED, WAITING FOR THE PROJ-WRITEOFF BATCH.
      *             'W' WRITTEN OFF -- THE BATCH POSTED 'WRITEOFF'
      *                 RECEIPT NODES FOR WO-AMOUNT, THE WHOLE CHAIN
      *                 BALANCE ON WO-WO-DATE.
      *             'C' CANCELLED -- THE APPROVAL WAS WITHDRAWN, OR THE
      *                 BATCH FOUND NOTHING LEFT OWED.
      * WO-REASON IS AGCY (THE AGENCY RETURNED IT UNCOLLECTIBLE), BKRP
      * (BANKRUPTCY), DECD (DECEASED), SMAL (SMALL BALANCE) OR OTHR.
      * WO-RECOVERED IS WHAT HAS COME IN SINCE THROUGH PROJ-RC OR
      * PROJ-PAY-BATCH AND BEEN POSTED AS 'RECOVERY' (SEE
      * PROJ-WO-RECOVER); WO-AMOUNT LESS WO-RECOVERED IS STILL
      * RECOVERABLE.  DATES ARE YYMMDD.
      *****************************************************************
       01  WO-RECORD.
           05  WO-KEY.
               10  WO-STU-NUM      PIC 9(9).
               10  WO-SEQ          PIC 9(2).
           05  WO-STATUS           PIC X.
           05  WO-REASON           PIC X(4).
           05  WO-APPR-OPER        PIC X(8).
           05  WO-APPR-DATE        PIC 9(6).
           05  WO-AMOUNT           PIC 9(5)V99.
           05  WO-WO-DATE          PIC 9(6).
           05  WO-RECOVERED        PIC 9(5)V99.
           05  WO-RCV-DATE         PIC 9(6).
           05  FILLER              PIC X(14).
