      *****************************************************************
      * DC-DUAL-CTL
      * DUAL-CONTROL (MAKER-CHECKER) DOLLAR THRESHOLDS.  A VOID, A
      * REFUND OR A HAND-KEYED DEBIT ON PROJ-RC, A VOID ON
      * PROJ-MISC-RCPT, OR AN AID AWARD ON PROJ-FIN-AID, FOR MORE THAN
      * ITS THRESHOLD DOES NOT POST WHEN IT IS KEYED -- IT GOES ON
      * THE PENDING-APPROVAL QUEUE (SEE PA-FILE-DESC) UNTIL A SECOND,
      * HIGHER-LEVEL OPERATOR APPROVES IT ON PROJ-APPROVE.  AT OR
      * UNDER THE THRESHOLD IT POSTS AS BEFORE.  FILLED AT PROGRAM
      * START BY CALL 'PROJ-PARM-LOAD' USING DC-PARM-ID, DC-PARMS --
      * THE VALUES BELOW ARE THE DEFAULTS, OVERLAID BY ANY ROW IN
      * EFFECT ON PROJ-UPD-CODES (GROUP DC, CODES VOID-AMT,
      * REFUND-AMT, ADJUST-AMT, AID-AMT).
      *****************************************************************
       01  DC-PARM-ID              PIC X(2)    VALUE 'DC'.
       01  DC-PARMS.
           05  DC-VOID-AMT             PIC 9(4)V99 VALUE 0500.00.
           05  DC-REFUND-AMT           PIC 9(4)V99 VALUE 1000.00.
           05  DC-ADJUST-AMT           PIC 9(4)V99 VALUE 0500.00.
           05  DC-AID-AMT              PIC 9(4)V99 VALUE 2500.00.
