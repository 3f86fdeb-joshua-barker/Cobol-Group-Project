      *****************************************************************
      * GD-POLICY
      * FINAL GRADE REPORTING SCHEDULE FOR PROJ-GRADE-MONITOR.  THE
      * GRADE DEADLINE IS GD-DEADLINE-DAYS AFTER THE TERM'S
      * AC-TERM-END; UNTIL THEN AN INSTRUCTOR WITH UNGRADED SEATS IS
      * SENT AN 'IGRD' REMINDER THE FIRST DAY AFTER THE TERM ENDS AND
      * EVERY GD-REMIND-DAYS DAYS AFTER THAT (ZERO MEANING EVERY
      * NIGHT).  A SEAT STILL UNGRADED ONCE THE DEADLINE HAS PASSED IS
      * STAMPED 'NR' (NOT REPORTED).  FILLED AT PROGRAM START BY CALL
      * 'PROJ-PARM-LOAD' USING GD-PARM-ID, GD-PARMS -- THE VALUES
      * BELOW ARE THE DEFAULTS, OVERLAID BY ANY ROW IN EFFECT ON
      * PROJ-UPD-CODES (GROUP GD, CODES REMIND-DAY, DEADLINE).
      *****************************************************************
       01  GD-PARM-ID              PIC X(2)    VALUE 'GD'.
       01  GD-PARMS.
           05  GD-REMIND-DAYS          PIC 9(2)    VALUE 03.
           05  GD-DEADLINE-DAYS        PIC 9(3)    VALUE 010.
