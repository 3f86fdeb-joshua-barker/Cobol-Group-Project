      * DL-THRESHOLD
      * THE BALANCE AND AGE CUTOFFS PROJ-DROP-DELINQ USES TO DECIDE
      * WHICH STUDENTS GET AUTOMATICALLY UNENROLLED FOR NON-PAYMENT.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * DL-PARM-ID, DL-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE BUSINESS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP DL, CODES BALANCE, DAYS).
      *****************************************************************
       01  DL-PARM-ID              PIC X(2)    VALUE 'DL'.
       01  DL-PARMS.
           05  DL-BALANCE-THRESHOLD    PIC 9(5)V99 VALUE 500.00.
           05  DL-DAYS-THRESHOLD       PIC 9(3)    VALUE 060.
