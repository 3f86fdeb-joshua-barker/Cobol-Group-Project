      * IT, A STUDENT WITH FEWER THAN ST-MIN-HOURS ATTEMPTED HOURS GETS
      * A WARNING ONLY; WITH ST-MIN-HOURS OR MORE, AT OR ABOVE
      * ST-SUSPEND-GPA IS PROBATION AND BELOW IT IS SUSPENSION.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * ST-PARM-ID, ST-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE REGISTRAR HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP ST, CODES GOOD-GPA, SUSP-GPA, MIN-HOURS).
      *****************************************************************
       01  ST-PARM-ID              PIC X(2)    VALUE 'ST'.
       01  ST-PARMS.
           05  ST-GOOD-GPA             PIC 9V99    VALUE 2.00.
           05  ST-SUSPEND-GPA          PIC 9V99    VALUE 1.50.
           05  ST-MIN-HOURS            PIC 9(3)    VALUE 012.
