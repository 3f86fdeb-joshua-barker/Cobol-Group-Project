      * CONTINUOUSLY OVER ZERO FOR MORE THAN LF-DAYS-THRESHOLD DAYS
      * DRAWS A LATEFEE CHARGE OF LF-FEE-AMOUNT, AND A STUDENT ALREADY
      * FEE'D WITHIN THE LAST LF-CYCLE-DAYS DAYS IS SKIPPED SO THE
      * NIGHTLY STREAM CANNOT PILE FEES ON.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * LF-PARM-ID, LF-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE BUSINESS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP LF, CODES DAYS, FEE, CYCLE).
      *****************************************************************
       01  LF-PARM-ID              PIC X(2)    VALUE 'LF'.
       01  LF-PARMS.
           05  LF-DAYS-THRESHOLD       PIC 9(3)    VALUE 030.
           05  LF-FEE-AMOUNT           PIC 9(3)V99 VALUE 025.00.
           05  LF-CYCLE-DAYS           PIC 9(3)    VALUE 030.
