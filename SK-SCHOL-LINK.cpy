      *****************************************************************
      * SK-SCHOL-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-SCHOL-POST' USING
      * SK-SCHOL-LINK, THE ONE PLACE SCHOLARSHIP FUND BALANCES ARE
      * CHECKED AND MOVED.  THE CALLER FILLS SK-FUNC AND THE FIELDS
      * THAT FUNCTION NEEDS:
      *   'C' CHECK    -- SK-FUND-CODE, SK-AID-YEAR, SK-AMOUNT,
      *                   SK-CUM-GPA, SK-MAJOR-CODE.
      *   'F' FIND     -- SK-AID-YEAR, SK-AMOUNT, SK-CUM-GPA,
      *                   SK-MAJOR-CODE; THE FIRST ACTIVE FUND WITH
      *                   MONEY LEFT THE STUDENT QUALIFIES FOR COMES
      *                   BACK IN SK-FUND-CODE.
      *   'A' AWARD    -- SK-FUND-CODE, SK-AID-YEAR, SK-STU-NUM,
      *                   SK-FA-SEQ, SK-AWARD-CODE, SK-AMOUNT,
      *                   SK-DISB-AMT, SK-OFFER-FLAG, SK-OPERATOR-ID.
      *   'D' DISBURSE -- SK-STU-NUM, SK-AWARD-CODE, SK-AMOUNT;
      *                   APPLIED TO THE STUDENT'S UNPAID AWARD ROWS
      *                   FOR THAT CODE, LOWEST SEQUENCE FIRST.
      * SK-RESULT COMES BACK 'OK', 'NF' (NO SUCH FUND, OR NOTHING TO
      * DISBURSE AGAINST), 'CL' (FUND CLOSED), 'EX' (NOT ENOUGH LEFT
      * IN THE FUND) OR 'EL' (MONEY IS THERE BUT THE STUDENT MISSES
      * THE GPA OR MAJOR TERMS -- 'C' ONLY).  SK-REMAINING IS THE
      * FUND'S BUDGET LESS AWARDED AFTER THE CALL.
      *****************************************************************
       01  SK-SCHOL-LINK.
           05  SK-FUNC             PIC X.
           05  SK-FUND-CODE        PIC X(6).
           05  SK-AID-YEAR         PIC X(4).
           05  SK-STU-NUM          PIC 9(9).
           05  SK-FA-SEQ           PIC 9(5).
           05  SK-AWARD-CODE       PIC 9(4).
           05  SK-AMOUNT           PIC 9(4)V99.
           05  SK-DISB-AMT         PIC 9(4)V99.
           05  SK-CUM-GPA          PIC 9V99.
           05  SK-MAJOR-CODE       PIC 9(4).
           05  SK-OFFER-FLAG       PIC X.
           05  SK-OPERATOR-ID      PIC X(8).
           05  SK-RESULT           PIC X(2).
           05  SK-REMAINING        PIC S9(7)V99.
           05  SK-FUND-NAME        PIC X(30).
