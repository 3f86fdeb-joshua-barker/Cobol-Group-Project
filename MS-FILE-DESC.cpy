      *****************************************************************
      * MS-FILE-DESC
      * RECORD LAYOUT FOR MEAL-SELECT.DAT (INDEXED BY MS-KEY, THE
      * STUDENT NUMBER PLUS THE TERM), ONE MEAL PLAN SELECTION PER
      * STUDENT PER TERM, KEYED ON PROJ-UPD-MEAL.  A STUDENT WITH A
      * DORM-ASSIGN.DAT ROW FOR THE TERM MUST HOLD AN ACTIVE
      * SELECTION ON AN MP-RESIDENT 'Y' PLAN.
      * MS-STATUS 'A' IS ACTIVE, 'C' CANCELLED AS OF MS-CANCEL-DATE
      * (CCYYMMDD).  MS-BILLED FLIPS 'Y' WHEN PROJ-MEAL-BILL POSTS THE
      * PLAN'S TERM RATE (MS-BILLED-AMT) TO THE RECEIPT CHAIN, SO A
      * RERUN POSTS NOTHING TWICE -- SAME IDEMPOTENCE AS DA-BILLED.
      * A BILLED SELECTION LATER CANCELLED GETS ITS PRO-RATED CREDIT
      * (MS-CREDIT-AMT) POSTED BY THE NEXT PROJ-MEAL-BILL RUN, WHICH
      * THEN FLIPS MS-CREDITED 'Y'.
      * MS-DD-ALLOC IS THE DINING DOLLARS THE PLAN GRANTED FOR THE
      * TERM; MS-DD-SPENT IS RUN UP BY PROJ-MEAL-SPEND FROM THE CARD
      * SYSTEM'S SPEND FILE.  THE DIFFERENCE IS THE BALANCE ON
      * PROJ-MEAL-RPT.
      *****************************************************************
       01  MS-RECORD.
           05  MS-KEY.
               10  MS-STU-NUM      PIC 9(9).
               10  MS-TERM         PIC X(6).
           05  MS-PLAN-CODE        PIC X(4).
           05  MS-SEL-DATE         PIC 9(8).
           05  MS-STATUS           PIC X.
           05  MS-CANCEL-DATE      PIC 9(8).
           05  MS-BILLED           PIC X.
           05  MS-BILLED-AMT       PIC 9(4)V99.
           05  MS-CREDITED         PIC X.
           05  MS-CREDIT-AMT       PIC 9(4)V99.
           05  MS-DD-ALLOC         PIC 9(4)V99.
           05  MS-DD-SPENT         PIC 9(4)V99.
           05  MS-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(10).
