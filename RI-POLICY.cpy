      *****************************************************************
      * RI-POLICY
      * REFERENTIAL INTEGRITY AUDIT POLICY FOR PROJ-REF-AUDIT.  THE
      * NIGHTLY RUN (STEP 18 OF PROJ-NIGHT-RUN) ONLY AUDITS ON
      * RI-AUDIT-DAY, THE DAY OF THE WEEK AS ACCEPT ... FROM
      * DAY-OF-WEEK GIVES IT (1 MONDAY THROUGH 7 SUNDAY); ZERO TURNS
      * THE WEEKLY AUDIT OFF.  RI-PURGE 1 LETS THAT WEEKLY RUN PURGE
      * THE SAFE ORPHANS IT FINDS; ZERO ONLY LISTS THEM.  AN ON-DEMAND
      * RUN ASKS.  FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD'
      * USING RI-PARM-ID, RI-PARMS -- THE VALUES BELOW ARE THE
      * DEFAULTS, OVERLAID BY ANY ROW IN EFFECT ON PROJ-UPD-CODES
      * (GROUP RI, CODES AUDIT-DAY AND PURGE).
      *****************************************************************
       01  RI-PARM-ID              PIC X(2)    VALUE 'RI'.
       01  RI-PARMS.
           05  RI-AUDIT-DAY            PIC 9       VALUE 7.
           05  RI-PURGE                PIC 9       VALUE 0.
