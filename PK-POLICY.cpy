      * ATTENDANCE -- PK-COA-HOURS FULL-TIME HOURS PRICED AT THE
      * STUDENT'S TU-RATE-TABLE RESIDENCY RATE, PLUS THE FLAT FEE AND
      * A BOOKS-AND-SUPPLIES ALLOWANCE.  NEED IS COST OF ATTENDANCE
      * LESS THE ISIR EFC, FLOORED AT ZERO.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * PK-PARM-ID, PK-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE AID OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP PK, CODES COA-HOURS, BOOKS).
      *****************************************************************
       01  PK-PARM-ID              PIC X(2)    VALUE 'PK'.
       01  PK-PARMS.
           05  PK-COA-HOURS            PIC 9(2)    VALUE 15.
           05  PK-BOOKS-ALLOW          PIC 9(4)    VALUE 0600.
