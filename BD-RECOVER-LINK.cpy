      *****************************************************************
      * BD-RECOVER-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-WO-RECOVER' USING
      * BD-RECOVER-LINK, THE ONE PLACE MONEY RECEIVED ON A WRITTEN-OFF
      * ACCOUNT IS SET AGAINST THE WRITE-OFF REGISTER (RC-WRITEOFF.DAT,
      * SEE WO-FILE-DESC).  THE CALLER FILLS BD-FUNC, BD-STU-NUM AND,
      * EXCEPT ON A QUERY, BD-AMOUNT:
      *   'Q' QUERY   -- BD-OUTSTANDING COMES BACK AS THE STUDENT'S
      *                  WRITTEN-OFF BALANCE NOT YET RECOVERED.
      *   'A' APPLY   -- UP TO BD-AMOUNT IS RECORDED AS RECOVERED,
      *                  OLDEST WRITE-OFF FIRST.
      *   'U' UNDO    -- UP TO BD-AMOUNT OF EARLIER RECOVERIES IS TAKEN
      *                  BACK OFF, NEWEST WRITE-OFF FIRST (A 'RECOVERY'
      *                  NODE WAS VOIDED).
      * BD-APPLIED IS HOW MUCH OF BD-AMOUNT WAS APPLIED OR UNDONE;
      * BD-OUTSTANDING IS ALWAYS THE AMOUNT STILL RECOVERABLE AFTER
      * THE CALL.  A SITE WITH NO REGISTER FILE YET GETS ZERO BACK.
      *****************************************************************
       01  BD-RECOVER-LINK.
           05  BD-FUNC             PIC X.
           05  BD-STU-NUM          PIC 9(9).
           05  BD-AMOUNT           PIC 9(5)V99.
           05  BD-APPLIED          PIC 9(5)V99.
           05  BD-OUTSTANDING      PIC 9(7)V99.
