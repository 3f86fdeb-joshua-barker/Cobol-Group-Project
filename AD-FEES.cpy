      *****************************************************************
      * AD-FEES
      * THE ADMISSIONS AMOUNTS PROJ-UPD-APPLICANT OFFERS WHEN IT TAKES
      * AN APPLICATION FEE OR AN ENROLLMENT DEPOSIT (THE OPERATOR MAY
      * KEY A DIFFERENT AMOUNT -- ZERO WAIVES THE FEE).
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * AD-PARM-ID, AD-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE ADMISSIONS OFFICE HAS KEYED IN EFFECT
      * ON PROJ-UPD-CODES (GROUP AD, CODES APP-FEE AND DEPOSIT).
      *****************************************************************
       01  AD-PARM-ID              PIC X(2)    VALUE 'AD'.
       01  AD-PARMS.
           05  AD-APP-FEE              PIC 9(3)V99 VALUE 050.00.
           05  AD-DEPOSIT              PIC 9(4)V99 VALUE 0200.00.
