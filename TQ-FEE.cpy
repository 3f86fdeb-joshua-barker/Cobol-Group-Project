      * TQ-FEE
      * THE FEE PROJ-TRN-REQUEST POSTS TO THE STUDENT'S PROJ-REC.REL
      * CHAIN (RC-TYPE 'TRANSCRIPT') WHEN AN OFFICIAL TRANSCRIPT
      * REQUEST IS LOGGED.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * TQ-PARM-ID, TQ-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE BUSINESS OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP TQ, CODES OFFICIAL).
      *****************************************************************
       01  TQ-PARM-ID              PIC X(2)    VALUE 'TQ'.
       01  TQ-PARMS.
           05  TQ-OFFICIAL-FEE         PIC 9(2)V99 VALUE 10.00.
