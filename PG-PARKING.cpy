      *****************************************************************
      * PG-PARKING
      * HOW MANY DAYS A PARKING FINE MAY SIT UNPAID ON THE RECEIPT
      * CHAIN -- COUNTED FROM PC-FINE-DATE, THE DAY THE FINE NOW
      * STANDING WAS POSTED -- BEFORE PROJ-PARK-HOLD PLACES THE 'PK'
      * HOLD.  FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * PG-PARM-ID, PG-PARMS -- THE VALUE BELOW IS THE DEFAULT,
      * OVERLAID BY ANY ROW IN EFFECT ON PROJ-UPD-CODES (GROUP PG,
      * CODE HOLD-DAYS).
      *****************************************************************
       01  PG-PARM-ID              PIC X(2)    VALUE 'PG'.
       01  PG-PARMS.
           05  PG-HOLD-DAYS            PIC 9(3)    VALUE 030.
