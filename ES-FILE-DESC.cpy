      *****************************************************************
      * ES-FILE-DESC
      * RECORD LAYOUT FOR PROJ-TEST-SCORE.DAT (INDEXED BY ES-KEY, THE
      * STUDENT NUMBER, THE TEST, THE SUBSCORE AND THE DATE THE TEST
      * WAS TAKEN), ONE ROW PER STANDARDIZED OR PLACEMENT TEST SCORE
      * WE HOLD FOR A STUDENT -- AP, CLEP, IB, SAT, ACT, THE CAMPUS
      * PLACEMENT EXAMS.  ES-TEST-CODE IS THE 4-CHARACTER CODE THE
      * PLACEMENT RULES (PL-PLACE-TABLE) ARE WRITTEN AGAINST;
      * ES-SUBSCORE NAMES THE PART OF THE TEST ('CALC', 'MATH',
      * 'READ' ...) AND IS SPACES FOR A TEST THAT HAS ONLY ONE SCORE.
      * A RETAKE IS A NEW ROW UNDER ITS OWN DATE -- NOTHING IS EVER
      * OVERWRITTEN, AND ANY ROW THAT MEETS A RULE COUNTS.
      * ES-SOURCE IS 'V' FOR A ROW LOADED FROM THE VENDOR SCORE FILE
      * BY PROJ-SCORE-IMPORT OR 'K' FOR ONE KEYED ON
      * PROJ-UPD-TESTSCORE FROM AN OFFICIAL REPORT.  PROJ-PLACE-CHECK
      * READS IT FOR THE REGISTRATION PREREQUISITE CHECKS.
      *****************************************************************
       01  ES-RECORD.
           05  ES-KEY.
               10  ES-STU-NUM      PIC 9(9).
               10  ES-TEST-CODE    PIC X(4).
               10  ES-SUBSCORE     PIC X(4).
               10  ES-TEST-DATE    PIC 9(8).
           05  ES-SCORE            PIC 9(4).
           05  ES-SOURCE           PIC X.
           05  ES-LOAD-DATE        PIC 9(6).
           05  ES-LOAD-OPER        PIC X(8).
           05  ES-CREDIT-CNT       PIC 9.
           05  FILLER              PIC X(9).
