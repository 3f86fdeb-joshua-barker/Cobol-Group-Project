      *****************************************************************
      * AW-ALLOWANCE
      * ALLOWANCE FOR DOUBTFUL ACCOUNTS RATES -- THE WHOLE PERCENT OF
      * EACH STUDENT RECEIVABLE AGING BUCKET PROJ-AR-AGE RESERVES AS
      * UNLIKELY TO BE COLLECTED (CURRENT, 31-60, 61-90, 91-120 AND
      * OVER 120 DAYS).  FILLED AT PROGRAM START BY CALL
      * 'PROJ-PARM-LOAD' USING AW-PARM-ID, AW-PARMS -- THE VALUES
      * BELOW ARE THE DEFAULTS, OVERLAID BY ANY ROW IN EFFECT ON
      * PROJ-UPD-CODES (GROUP AW, CODES PCT-CURR, PCT-31-60,
      * PCT-61-90, PCT-91-120, PCT-OVR120).
      *****************************************************************
       01  AW-PARM-ID              PIC X(2)    VALUE 'AW'.
       01  AW-PARMS.
           05  AW-PCT-CURRENT          PIC 9(3)    VALUE 001.
           05  AW-PCT-31-60            PIC 9(3)    VALUE 005.
           05  AW-PCT-61-90            PIC 9(3)    VALUE 015.
           05  AW-PCT-91-120           PIC 9(3)    VALUE 030.
           05  AW-PCT-OVER-120         PIC 9(3)    VALUE 050.
