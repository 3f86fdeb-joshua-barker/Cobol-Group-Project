      *****************************************************************
      * EC-FILE-DESC
      * RECORD LAYOUT FOR PROJ-EVAL-DONE.DAT (INDEXED BY EC-KEY), THE
      * COURSE EVALUATION COMPLETION FLAGS.  A ROW MEANS THE STUDENT
      * HAS ANSWERED THE SURVEY FOR THAT SECTION AND TERM, SO
      * PROJ-SELF-SERVICE WILL NOT OFFER IT AGAIN.  NOTHING HERE
      * LEADS BACK TO THE ANSWERS ON PROJ-EVAL.DAT (SEE EV-FILE-DESC).
      *****************************************************************
       01  EC-RECORD.
           05  EC-KEY.
               10  EC-STU-NUM      PIC 9(9).
               10  EC-TERM         PIC X(6).
               10  EC-CRN          PIC X(5).
           05  FILLER              PIC X(4).
