      *****************************************************************
      * AZ-FILE-DESC
      * RECORD LAYOUT FOR FA-CB-AUTH.DAT (INDEXED BY AZ-KEY, THE
      * STUDENT NUMBER + AID YEAR), THE STUDENT'S WRITTEN TITLE IV
      * CREDIT-BALANCE AUTHORIZATIONS FOR ONE AID YEAR, KEYED ON
      * PROJ-UPD-CBAUTH.  EITHER ONE MAY BE GIVEN OR RESCINDED AT ANY
      * TIME; THE DATE IS WHEN IT WAS LAST GIVEN OR RESCINDED.
      *  AZ-HOLD-AUTH  'Y' THE STUDENT HAS ASKED THE COLLEGE TO HOLD A
      *                TITLE IV CREDIT BALANCE INSTEAD OF REFUNDING
      *                IT -- PROJ-REFUND-SWEEP LEAVES THAT MUCH ON THE
      *                ACCOUNT, PROJ-RC ASKS BEFORE A MANUAL REFUND,
      *                AND PROJ-CB-MONITOR STOPS THE 14-DAY CLOCK.
      *                'N' NOT GIVEN, OR RESCINDED (THE CLOCK RUNS
      *                AGAIN FROM AZ-HOLD-DATE).
      *  AZ-PRIOR-AUTH 'Y' THE STUDENT ALLOWS THIS YEAR'S TITLE IV AID
      *                TO PAY MINOR PRIOR-YEAR CHARGES, UP TO
      *                T4-PRIOR-LIMIT (SEE T4-POLICY).  WITHOUT IT THE
      *                CREDIT BALANCE IS FIGURED AS IF THE PRIOR-YEAR
      *                BALANCE WERE NOT THERE, AND IS REFUNDED EVEN
      *                WHILE PRIOR-YEAR CHARGES STAY OWED.
      * AZ-OPERATOR-ID/AZ-CHG-DATE ARE WHO KEYED THE LAST CHANGE AND
      * WHEN; DATES ARE YYMMDD.
      *****************************************************************
       01  AZ-RECORD.
           05  AZ-KEY.
               10  AZ-STU-NUM      PIC 9(9).
               10  AZ-AID-YEAR     PIC X(4).
           05  AZ-HOLD-AUTH        PIC X.
           05  AZ-HOLD-DATE        PIC 9(6).
           05  AZ-PRIOR-AUTH       PIC X.
           05  AZ-PRIOR-DATE       PIC 9(6).
           05  AZ-OPERATOR-ID      PIC X(8).
           05  AZ-CHG-DATE         PIC 9(6).
           05  FILLER              PIC X(19).
