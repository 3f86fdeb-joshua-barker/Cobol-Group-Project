      * EACH TERM -- MINIMUM SF-CUM-GPA AND MINIMUM EARNED HOURS
      * (SF-CRED-HR-EARN) FOR SATISFACTORY PROGRESS.  FULL-TIME
      * ENROLLMENT AND NON-SUSPENDED STANDING ARE CHECKED OFF THE
      * STUDENT MASTER DIRECTLY.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * AE-PARM-ID, AE-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE ATHLETICS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP AE, CODES MIN-GPA, MIN-HOURS).
      *****************************************************************
       01  AE-PARM-ID              PIC X(2)    VALUE 'AE'.
       01  AE-PARMS.
           05  AE-MIN-GPA              PIC 9V99    VALUE 2.00.
           05  AE-MIN-EARNED-HOURS     PIC 9(3)    VALUE 024.
