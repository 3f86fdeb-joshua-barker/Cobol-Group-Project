      *****************************************************************
      * EP-POLICY
      * COURSE EVALUATION RESULTS POLICY FOR PROJ-EVAL-RPT AND 'MY
      * EVALUATIONS' ON PROJ-INSTR-SERVICE.  A SECTION (OR AN
      * INSTRUCTOR'S TERM TOTAL) WITH FEWER THAN EP-MIN-RESPONSES
      * ANSWERED SURVEYS PRINTS ITS RESPONSE COUNT AND RATE ONLY --
      * NO AVERAGES OR DISTRIBUTIONS -- SO A HANDFUL OF STUDENTS
      * CANNOT BE PICKED OUT.  RESULTS ARE NOT RELEASED UNTIL THE
      * GRADE DEADLINE (GD-POLICY) HAS PASSED.  FILLED AT PROGRAM
      * START BY CALL 'PROJ-PARM-LOAD' USING EP-PARM-ID, EP-PARMS --
      * THE VALUE BELOW IS THE DEFAULT, OVERLAID BY ANY ROW IN EFFECT
      * ON PROJ-UPD-CODES (GROUP EP, CODE MIN-RESP).
      *****************************************************************
       01  EP-PARM-ID              PIC X(2)    VALUE 'EP'.
       01  EP-PARMS.
           05  EP-MIN-RESPONSES        PIC 9(2)    VALUE 05.
