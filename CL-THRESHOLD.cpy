      * CL-THRESHOLD
      * THE COLLECTIONS-PLACEMENT CUTOFFS PROJ-COLL-PLACE USES -- A
      * BALANCE CONTINUOUSLY OVER CL-PLACE-THRESHOLD FOR MORE THAN
      * CL-PLACE-DAYS DAYS IS PLACED WITH THE AGENCY.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * CL-PARM-ID, CL-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE BUSINESS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP CL, CODES BALANCE, DAYS).
      *****************************************************************
       01  CL-PARM-ID              PIC X(2)    VALUE 'CL'.
       01  CL-PARMS.
           05  CL-PLACE-THRESHOLD      PIC 9(5)V99 VALUE 01000.00.
           05  CL-PLACE-DAYS           PIC 9(3)    VALUE 120.
