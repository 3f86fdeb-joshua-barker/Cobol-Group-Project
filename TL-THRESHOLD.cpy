      * THE CONTRACT TEACHING-LOAD BAND PROJ-TEACH-LOAD FLAGS
      * INSTRUCTORS AGAINST -- TOTAL CURRENT-TERM CS-CRED-HR UNDER
      * TL-MIN-LOAD-HR PRINTS 'UNDER LOAD', OVER TL-MAX-LOAD-HR
      * PRINTS 'OVER LOAD'.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * TL-PARM-ID, TL-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE DEAN'S OFFICE HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP TL, CODES MIN-LOAD, MAX-LOAD).
      *****************************************************************
       01  TL-PARM-ID              PIC X(2)    VALUE 'TL'.
       01  TL-PARMS.
           05  TL-MIN-LOAD-HR          PIC 9(3)    VALUE 009.
           05  TL-MAX-LOAD-HR          PIC 9(3)    VALUE 015.
