      *****************************************************************
      * FG-FILE-DESC
      * RECORD LAYOUT FOR FA-AGGREGATE.DAT (INDEXED BY FG-KEY, STUDENT
      * NUMBER + AWARD CODE), THE AGGREGATE AID CARRIED FORWARD OUT OF
      * CLOSED AID YEARS.  WRITTEN ONLY BY PROJ-FA-AY-ROLL, WHICH
      * CLOSES THE PRIOR AID YEAR: FOR EACH STUDENT AND CODE THE
      * COMMITTED AMOUNT OF EVERY AWARD NODE IN A YEAR AFTER
      * FG-THRU-YEAR, UP TO AND INCLUDING THE YEAR BEING CLOSED, IS
      * ADDED INTO FG-AGG-AMT AND FG-THRU-YEAR MOVES UP TO THAT YEAR.
      * FROM THEN ON PROJ-FA-LIMITS COUNTS THE STUDENT'S NODES ONLY
      * FOR YEARS AFTER FG-THRU-YEAR AND TAKES THE REST FROM
      * FG-AGG-AMT, SO THE CLOSED YEARS' DETAIL NO LONGER COUNTS
      * TOWARD ANY ANNUAL LIMIT.
      * THE ROW WITH FG-STU-NUM AND FG-AWARD-CODE BOTH ZERO IS THE
      * CONTROL ROW -- ITS FG-THRU-YEAR IS THE LAST AID YEAR CLOSED,
      * AND NO AWARD MAY BE POSTED OR RELEASED INTO THAT YEAR OR ANY
      * EARLIER ONE.  FG-ROLL-DATE IS THE YYMMDD OF THE ROLLOVER.
      *****************************************************************
       01  FG-RECORD.
           05  FG-KEY.
               10  FG-STU-NUM      PIC 9(9).
               10  FG-AWARD-CODE   PIC 9(4).
           05  FG-THRU-YEAR        PIC X(4).
           05  FG-AGG-AMT          PIC 9(7)V99.
           05  FG-ROLL-DATE        PIC 9(6).
           05  FILLER              PIC X(18).
