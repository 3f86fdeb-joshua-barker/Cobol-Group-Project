      *****************************************************************
      * UP-POLICY
      * REFUND CHECK STALE-DATING AND UNCLAIMED-PROPERTY RULES.  A
      * REFUND CHECK STILL OUTSTANDING UP-STALE-DAYS AFTER ISSUE IS
      * VOIDED BY PROJ-REFCHK-STALE AND THE MONEY PUT BACK ON THE
      * STUDENT'S ACCOUNT; ONE STILL UNCLAIMED UP-DORMANT-YEARS AFTER
      * ISSUE IS REPORTED AND REMITTED TO THE STATE BY PROJ-ESCHEAT.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * UP-PARM-ID, UP-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW IN EFFECT ON PROJ-UPD-CODES (GROUP UP,
      * CODES STALE-DAYS, DORM-YEARS).
      *****************************************************************
       01  UP-PARM-ID              PIC X(2)    VALUE 'UP'.
       01  UP-PARMS.
           05  UP-STALE-DAYS           PIC 9(3)    VALUE 180.
           05  UP-DORMANT-YEARS        PIC 9(2)    VALUE 03.
