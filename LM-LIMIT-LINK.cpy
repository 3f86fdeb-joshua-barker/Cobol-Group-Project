      *****************************************************************
      * LM-LIMIT-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-FA-LIMITS' USING
      * LM-LIMIT-LINK, THE ONE PLACE THE ANNUAL (FA-TBL-ANNUAL-MAX)
      * AND AGGREGATE (FA-TBL-AGG-MAX) AID LIMITS ARE JUDGED.  THE
      * CALLER HOLDS PROJ-FIN-AID.REL OPEN, SO IT WALKS THE STUDENT'S
      * OWN CHAIN ITSELF AND HANDS EACH NODE OVER:
      *   MOVE ZERO TO LM-YEAR-CNT, FILL LM-AWARD-CODE, THEN FOR EVERY
      *   NODE ON THE CHAIN MOVE FA-DATA-REC TO LM-NODE AND CALL WITH
      *   LM-FUNC 'N' -- NODES FOR THE CODE ARE TOTALLED BY
      *   FA-AID-YEAR INTO LM-YEAR-ENTRY.
      * THEN ONE CALL TO JUDGE THE NEW AMOUNT, WITH LM-STU-NUM,
      * LM-SSN, LM-AWARD-CODE, LM-AID-YEAR AND LM-AMOUNT FILLED:
      *   'P' POSTED -- LM-AMOUNT IS AN ACCEPTED/POSTED AWARD.
      *   'O' OFFER  -- LM-AMOUNT IS A PACKAGING OFFER.
      *   'Y' YEAR   -- ONLY WHETHER LM-AID-YEAR HAS BEEN CLOSED (THE
      *                 CHAIN DOES NOT HAVE TO BE PASSED).
      * AN AWARD COUNTS THE GREATER OF ITS OFFER AND ITS POSTED
      * AMOUNT, LESS ANY RETURNS, FOR ITS AID YEAR.  THE AGGREGATE
      * ADDS THE CLOSED YEARS CARRIED ON FA-AGGREGATE.DAT (SEE
      * FG-FILE-DESC) AND THE AWARDS OF ANY ARCHIVED STUDENT RECORD
      * WITH THE SAME STUDENT NUMBER OR SSN ON SF-ARCHIVE.DAT.
      * LM-RESULT COMES BACK 'OK', 'AN' (OVER THE ANNUAL MAXIMUM),
      * 'AG' (OVER THE AGGREGATE MAXIMUM), 'CL' (LM-AID-YEAR IS
      * CLOSED -- LM-CLOSED-YEAR IS THE LAST YEAR CLOSED) OR 'NF' (NO
      * SUCH AWARD CODE).  THE -USED AMOUNTS ARE BEFORE LM-AMOUNT;
      * LM-ROOM IS WHAT IS LEFT UNDER THE TIGHTER OF THE TWO LIMITS.
      * AN LM-AGG-MAX OF ZERO MEANS THE CODE HAS NO AGGREGATE LIMIT.
      *****************************************************************
       01  LM-LIMIT-LINK.
           05  LM-FUNC             PIC X.
           05  LM-STU-NUM          PIC 9(9).
           05  LM-SSN              PIC 9(9).
           05  LM-AWARD-CODE       PIC 9(4).
           05  LM-AID-YEAR         PIC X(4).
           05  LM-AMOUNT           PIC 9(5)V99.
           05  LM-NODE             PIC X(51).
           05  LM-YEAR-CNT         PIC 9(2).
           05  LM-YEAR-ENTRY OCCURS 20 TIMES.
               10  LM-YR           PIC X(4).
               10  LM-YR-OFFER     PIC 9(7)V99.
               10  LM-YR-POSTED    PIC 9(7)V99.
               10  LM-YR-RETURN    PIC 9(7)V99.
           05  LM-RESULT           PIC X(2).
           05  LM-CLOSED-YEAR      PIC X(4).
           05  LM-ANNUAL-USED      PIC 9(7)V99.
           05  LM-ANNUAL-MAX       PIC 9(7)V99.
           05  LM-AGG-USED         PIC 9(7)V99.
           05  LM-AGG-MAX          PIC 9(7)V99.
           05  LM-ROOM             PIC 9(7)V99.
