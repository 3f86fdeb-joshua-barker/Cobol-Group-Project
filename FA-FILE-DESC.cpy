      *****************************************************************
      * FA-FILE-DESC
      * RECORD LAYOUT FOR PROJ-FIN-AID.DAT (INDEXED BY FA-KEY, WITH AN
      * ALTERNATE KEY ON FA-POST-DATE, DUPLICATES ALLOWED).  ONE ROW
      * PER AWARD, KEYED BY STUDENT NUMBER PLUS FA-SEQ, THE STUDENT'S
      * OWN POSTING SEQUENCE, SO A START AT SEQUENCE ZERO AND READ
      * NEXT UNTIL THE STUDENT NUMBER CHANGES GIVES A STUDENT'S
      * AWARDS OLDEST FIRST.  A NEW AWARD TAKES ONE PAST THE
      * STUDENT'S HIGHEST SEQUENCE.  FA-SEQ SITS WHERE THE NEXT-SLOT
      * POINTER OF THE OLD PROJ-FIN-AID.REL CHAIN USED TO; PROJ-FIN-
      * CONVERT COPIED EACH CHAIN ACROSS IN CHAIN ORDER.  "NODE"
      * BELOW MEANS AN AWARD ROW.
      * FA-POST-DATE IS THE YYMMDD DATE THE AWARD WAS KEYED IN.
      * FA-OFFER-FLAG IS 'O' ON A PROPOSED AWARD WRITTEN BY
      * PROJ-FA-PACKAGE THAT THE STUDENT HAS NOT ACCEPTED YET --
      * FA-OPERATOR-ID IS THE LOGIN ID CAPTURED BY MENU AT SIGN-ON AND
      * PASSED DOWN TO PROJ-FIN-AID SO EVERY AWARD NODE CARRIES WHO
      * KEYED IT IN.
      * FA-AID-YEAR IS THE AID YEAR THE AWARD BELONGS TO, 'YYYY' AS IN
      * CT-AID-YEAR ('2627' = JULY 2026 - JUNE 2027).  STAMPED BY THE
      * PROGRAM THAT WRITES THE NODE; PROJ-FA-LIMITS TOTALS AWARDS BY
      * IT FOR THE ANNUAL AND AGGREGATE LIMITS AND PROJ-FA-AY-ROLL
      * CLOSES A YEAR OUT INTO FA-AGGREGATE.DAT (SEE FG-FILE-DESC).
      * FA-APPROVER-ID IS THE SECOND OPERATOR WHO APPROVED THE AWARD
      * ON PROJ-APPROVE WHEN IT WAS OVER THE DC-DUAL-CTL AID
      * THRESHOLD -- THE CHECKER (PA-CHECKER-ID, SEE PA-FILE-DESC),
      * WHERE FA-OPERATOR-ID IS THE MAKER WHO KEYED IT.  SPACES ON
      * EVERY AWARD THAT POSTED WITHOUT APPROVAL AND ON EVERY AWARD
      * POSTED BEFORE THE FIELD EXISTED.
      *****************************************************************
       01  FA-DATA-REC.
           05  FA-AWARD-CODE       PIC 9(4).
           05  FA-AWARD-AMNT       PIC 9(4)V99.
           05  FA-KEY.
               10  FA-STU-NUM      PIC 9(9).
               10  FA-SEQ          PIC 9(5).
           05  FA-POST-DATE        PIC 9(6).
           05  FA-OPERATOR-ID      PIC X(8).
           05  FA-OFFER-FLAG       PIC X.
           05  FA-AID-YEAR         PIC X(4).
           05  FA-APPROVER-ID      PIC X(8).
