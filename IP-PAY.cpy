      *****************************************************************
      * IP-PAY
      * ADJUNCT AND OVERLOAD PAY POLICY FOR PROJ-FAC-PAY.  A SECTION
      * SEATING FEWER THAN IP-MIN-ENROLL STUDENTS IS PRO-RATED -- ITS
      * PAY IS THE FULL CREDIT-HOUR AMOUNT TIMES ENROLLED OVER
      * IP-MIN-ENROLL.  WHEN PROJ-CANCEL-SECTION CANCELS A SECTION
      * WHOSE CONTRACT LETTER HAS ALREADY GONE OUT, THE INSTRUCTOR IS
      * OWED IP-CANCEL-PCT PERCENT OF THE CONTRACTED AMOUNT AS A
      * CANCELLATION FEE.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * IP-PARM-ID, IP-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW IN EFFECT ON PROJ-UPD-CODES (GROUP IP,
      * CODES MIN-ENROLL, CANCEL-PCT).
      *****************************************************************
       01  IP-PARM-ID              PIC X(2)    VALUE 'IP'.
       01  IP-PARMS.
           05  IP-MIN-ENROLL           PIC 9(3)    VALUE 010.
           05  IP-CANCEL-PCT           PIC 9(3)    VALUE 025.
