      * SECTION'S TUITION BACK AS AN AUTOMATIC 'DROPADJUST' REVERSING
      * ENTRY ON THE STUDENT'S RECEIPT CHAIN (SEE PROJ-ENROLLMENT'S
      * DROP PATH).  ALL-ZERO DATES MEAN NO AUTOMATIC ADJUSTMENT.
      * AC-EVAL-OPEN THROUGH AC-EVAL-CLOSE IS THE COURSE EVALUATION
      * WINDOW -- THE DAYS A STUDENT MAY ANSWER THE END-OF-TERM
      * SURVEY FOR EACH GRADED-CREDIT SECTION ON PROJ-SELF-SERVICE
      * (SEE EV-FILE-DESC).  ZEROS MEAN NO EVALUATIONS THAT TERM.
      *****************************************************************
       01  AC-RECORD.
           05  AC-TERM             PIC X(6).
           05  AC-REFUND-100-END   PIC 9(8).
           05  AC-REFUND-50-END    PIC 9(8).
           05  AC-REFUND-25-END    PIC 9(8).
           05  AC-EVAL-OPEN        PIC 9(8).
           05  AC-EVAL-CLOSE       PIC 9(8).
