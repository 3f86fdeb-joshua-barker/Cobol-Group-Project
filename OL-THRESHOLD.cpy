      * THE PER-TERM CREDIT-HOUR CAP THE ADD PATHS ENFORCE -- AN ADD
      * THAT WOULD PUSH A STUDENT'S CURRENT-TERM SEATED HOURS PAST
      * OL-MAX-TERM-HOURS NEEDS AN UNUSED 'OL' PERMIT ON
      * SF-PERMIT.DAT.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * OL-PARM-ID, OL-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE REGISTRAR HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP OL, CODES MAX-HOURS).
      *****************************************************************
       01  OL-PARM-ID              PIC X(2)    VALUE 'OL'.
       01  OL-PARMS.
           05  OL-MAX-TERM-HOURS       PIC 9(2)    VALUE 18.
