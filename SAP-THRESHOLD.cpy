      * THE SATISFACTORY-ACADEMIC-PROGRESS CUTOFFS PROJ-SAP-CHECK
      * APPLIES AT TERM END -- MINIMUM SF-CUM-GPA AND MINIMUM
      * COMPLETION RATE (SF-CRED-HR-EARN OVER SF-CRED-HR-ATT).
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * SAP-PARM-ID, SAP-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE AID OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP SA, CODES MIN-GPA, MIN-COMPL).
      *****************************************************************
       01  SAP-PARM-ID             PIC X(2)    VALUE 'SA'.
       01  SAP-PARMS.
           05  SAP-MIN-GPA             PIC 9V99    VALUE 2.00.
           05  SAP-MIN-COMPLETION      PIC 9V99    VALUE 0.67.
