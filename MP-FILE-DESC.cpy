      *****************************************************************
      * MP-FILE-DESC
      * RECORD LAYOUT FOR MEAL-PLAN.DAT (INDEXED BY MP-PLAN-CODE), THE
      * DINING SERVICES MEAL PLAN MASTER, KEYED ON PROJ-UPD-MEAL.
      * MP-TERM-RATE IS WHAT PROJ-MEAL-BILL POSTS TO THE RECEIPT CHAIN
      * FOR A TERM ON THE PLAN, AS AN RC-TYPE 'MEALPLAN' CHARGE.
      * MP-DINING-DOLLARS IS THE DECLINING BALANCE THE PLAN CARRIES
      * FOR THE TERM (ZERO ON A SWIPES-ONLY PLAN).  MP-RESIDENT 'Y'
      * MARKS A PLAN THAT SATISFIES THE MEAL PLAN REQUIREMENT FOR A
      * STUDENT WITH A HALL ASSIGNMENT; 'N' IS A COMMUTER BLOCK ONLY.
      * MP-STATUS 'I' RETIRES A PLAN FROM NEW SELECTIONS WITHOUT
      * DISTURBING THE STUDENTS ALREADY ON IT.
      *****************************************************************
       01  MP-RECORD.
           05  MP-PLAN-CODE        PIC X(4).
           05  MP-DESC             PIC X(20).
           05  MP-TERM-RATE        PIC 9(4)V99.
           05  MP-DINING-DOLLARS   PIC 9(4)V99.
           05  MP-RESIDENT         PIC X.
           05  MP-STATUS           PIC X.
           05  FILLER              PIC X(12).
