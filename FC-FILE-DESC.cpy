      *****************************************************************
      * FC-FILE-DESC
      * RECORD LAYOUT FOR PROJ-FAC-CONTRACT.DAT (INDEXED BY FC-KEY),
      * THE ADJUNCT AND OVERLOAD PAY CONTRACT ROW PROJ-FAC-PAY KEEPS
      * PER TERM PER SECTION.  FC-CRED-HR IS THE SECTION'S CS-CRED-HR;
      * FC-PAID-HR IS THE PART OF IT PAID -- ALL OF IT FOR AN ADJUNCT,
      * ONLY THE HOURS PAST THE CONTRACTED LOAD FOR FULL-TIME FACULTY.
      * FC-ENROLLED IS THE SEAT COUNT THE SMALL-SECTION PRO-RATE WAS
      * FIGURED ON (THE WHOLE POOL FOR A CROSS-LISTED SECTION).
      * FC-AMOUNT IS WHAT THE CONTRACT PAYS.  FC-LETTER-DATE IS THE
      * DAY THE 'ICON' CONTRACT LETTER WAS QUEUED, ZERO UNTIL THEN.
      * FC-STATUS 'C' IS A LIVE CONTRACT; 'X' MEANS
      * PROJ-CANCEL-SECTION CANCELLED THE SECTION AFTER ITS LETTER
      * WENT OUT -- THE ROW IS KEPT (THE CS-SECT ROW IS GONE) AND
      * FC-CANCEL-FEE IS OWED.  FC-EXPORTED IS 'Y' ONCE THE FEE HAS
      * GONE TO PAYROLL ON HR-PAYROLL.DAT.
      *****************************************************************
       01  FC-RECORD.
           05  FC-KEY.
               10  FC-TERM         PIC X(6).
               10  FC-CRN          PIC 9(5).
           05  FC-INSTR-ID         PIC 9(5).
           05  FC-CRED-HR          PIC 9(2).
           05  FC-PAID-HR          PIC 9(2).
           05  FC-ENROLLED         PIC 9(3).
           05  FC-RATE             PIC 9(4)V99.
           05  FC-AMOUNT           PIC 9(6)V99.
           05  FC-STATUS           PIC X.
           05  FC-CANCEL-FEE       PIC 9(6)V99.
           05  FC-LETTER-DATE      PIC 9(6).
           05  FC-EXPORTED         PIC X.
           05  FILLER              PIC X(7).
