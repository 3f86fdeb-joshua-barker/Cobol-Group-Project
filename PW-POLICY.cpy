      * PASSWORD OLDER THAN PW-MAX-AGE-DAYS FORCES A CHANGE AT
      * SIGN-ON, AND PW-MAX-TRIES CONSECUTIVE FAILURES LOCK THE ID.
      * AGES COMPARE ON THE 360-DAY CALENDAR THE AGING REPORTS USE.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * PW-PARM-ID, PW-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE SECURITY OFFICER HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP PW, CODES MAX-AGE, MAX-TRIES).
      *****************************************************************
       01  PW-PARM-ID              PIC X(2)    VALUE 'PW'.
       01  PW-PARMS.
           05  PW-MAX-AGE-DAYS         PIC 9(3)    VALUE 090.
           05  PW-MAX-TRIES            PIC 9       VALUE 3.
