      *****************************************************************
      * HG-GRACE
      * HOW MANY DAYS PAST THE TERM START (AC-TERM-START ON THE
      * ACADEMIC CALENDAR) A REGISTERED OR HOUSED STUDENT HAS TO MEET
      * THE HEALTH-COMPLIANCE REQUIREMENTS BEFORE PROJ-HEALTH-HOLD
      * PLACES THE 'HC' HOLD.  FILLED AT PROGRAM START BY CALL
      * 'PROJ-PARM-LOAD' USING HG-PARM-ID, HG-PARMS -- THE VALUE
      * BELOW IS THE DEFAULT, OVERLAID BY ANY ROW IN EFFECT ON
      * PROJ-UPD-CODES (GROUP HG, CODE GRACE-DAYS).
      *****************************************************************
       01  HG-PARM-ID              PIC X(2)    VALUE 'HG'.
       01  HG-PARMS.
           05  HG-GRACE-DAYS           PIC 9(3)    VALUE 030.
