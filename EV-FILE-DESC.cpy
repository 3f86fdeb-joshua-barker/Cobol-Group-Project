      *****************************************************************
      * EV-FILE-DESC
      * RECORD LAYOUT FOR PROJ-EVAL.DAT (INDEXED BY EV-KEY, THE TERM
      * AND CRN PLUS A RESPONSE NUMBER 0001-9999 WITHIN THE SECTION),
      * ONE ROW PER COURSE EVALUATION ANSWERED ON PROJ-SELF-SERVICE
      * DURING THE TERM'S AC-EVAL-OPEN THROUGH AC-EVAL-CLOSE WINDOW.
      * THE ROW CARRIES NO STUDENT NUMBER, NO DATE AND NO OPERATOR --
      * WHO HAS ANSWERED IS KEPT ONLY ON PROJ-EVAL-DONE.DAT (SEE
      * EC-FILE-DESC), WHICH IN TURN CARRIES NO ANSWERS.
      * EV-ANSWER(N) IS THE ANSWER TO QUESTION N OF EQ-QUESTION-TABLE
      * -- 1 (STRONGLY DISAGREE) THROUGH 5 (STRONGLY AGREE), 0 FOR A
      * QUESTION LEFT UNANSWERED.  READ BY PROJ-EVAL-RPT AND BY 'MY
      * EVALUATIONS' ON PROJ-INSTR-SERVICE ONCE GRADES ARE IN.
      *****************************************************************
       01  EV-RECORD.
           05  EV-KEY.
               10  EV-TERM         PIC X(6).
               10  EV-CRN          PIC X(5).
               10  EV-SEQ          PIC 9(4).
           05  EV-ANSWERS.
               10  EV-ANSWER       PIC 9 OCCURS 8 TIMES.
           05  FILLER              PIC X(9).
