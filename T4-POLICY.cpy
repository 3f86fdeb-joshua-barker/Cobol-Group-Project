      *****************************************************************
      * T4-POLICY
      * TITLE IV CREDIT-BALANCE RULES.  T4-REFUND-DAYS IS HOW MANY
      * DAYS A TITLE IV CREDIT BALANCE MAY STAND BEFORE IT MUST BE
      * REFUNDED; PROJ-CB-MONITOR LISTS A BALANCE AS DUE SOON ONCE IT
      * HAS STOOD T4-WARN-DAYS.  T4-PRIOR-LIMIT IS THE MOST OF THIS
      * YEAR'S AID THAT MAY PAY PRIOR-YEAR CHARGES WHEN THE STUDENT
      * HAS AUTHORIZED IT (AZ-PRIOR-AUTH), WHOLE DOLLARS.  FILLED AT
      * PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING T4-PARM-ID,
      * T4-PARMS -- THE VALUES BELOW ARE THE DEFAULTS, OVERLAID BY ANY
      * ROW IN EFFECT ON PROJ-UPD-CODES (GROUP T4, CODES REFUND-DAY,
      * WARN-DAYS, PRIOR-MAX).
      *****************************************************************
       01  T4-PARM-ID              PIC X(2)    VALUE 'T4'.
       01  T4-PARMS.
           05  T4-REFUND-DAYS          PIC 9(2)    VALUE 14.
           05  T4-WARN-DAYS            PIC 9(2)    VALUE 10.
           05  T4-PRIOR-LIMIT          PIC 9(4)    VALUE 0200.
