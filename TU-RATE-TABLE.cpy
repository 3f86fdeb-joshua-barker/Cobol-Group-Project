      * CHARGE EACH STUDENT'S CURRENT-TERM SCHEDULE -- PER-CREDIT-HOUR
      * RATE BY SF-RESIDENCY, A FLAT REGISTRATION FEE CHARGED ONCE TO
      * ANY ENROLLED STUDENT, AND THE PER-COURSE LAB FEE COMING OFF
      * EACH CATALOG ROW'S CG-LAB-FEE.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * TU-PARM-ID, TU-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE BUSINESS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP TU, CODES RES-RATE, NONRES, FLAT-FEE,
      * AUDIT-RATE).
      *****************************************************************
       01  TU-PARM-ID              PIC X(2)    VALUE 'TU'.
       01  TU-PARMS.
           05  TU-RES-RATE             PIC 9(3)V99 VALUE 125.00.
           05  TU-NONRES-RATE          PIC 9(3)V99 VALUE 310.00.
           05  TU-FLAT-FEE             PIC 9(3)V99 VALUE 095.00.
      *    PER-CREDIT-HOUR PRICE OF AN AUDIT (NON-CREDIT) SEAT --
      *    SEE RF-BASIS ON EF-REC.
           05  TU-AUDIT-RATE           PIC 9(3)V99 VALUE 045.00.
