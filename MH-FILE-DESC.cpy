      *****************************************************************
      * MH-FILE-DESC
      * RECORD LAYOUT FOR SF-ADDR-HIST.DAT (INDEXED BY MH-KEY, THE
      * STUDENT NUMBER PLUS THE CCYYMMDD DATE AND HHMMSSCC TIME THE
      * ADDRESS TOOK EFFECT), ONE ROW FOR EVERY MAILING ADDRESS A
      * STUDENT HAS HAD.  SF-RECORD CARRIES ONLY THE CURRENT ONE, SO
      * THIS IS HOW WE ANSWER WHERE A STATEMENT OR 1098-T WAS
      * ACTUALLY MAILED ON A GIVEN DATE -- THE ROW IN EFFECT IS THE
      * LAST ONE DATED ON OR BEFORE IT (PROJ-ADDR-INQUIRY).
      * EVERY ROW IS WRITTEN BY PROJ-ADDR-HIST, CALLED WHEREVER
      * SF-ADDRESS CHANGES --
      *   MH-SOURCE 'U'  KEYED ON PROJ-UPD-STUDENT
      *             'S'  KEYED BY THE STUDENT ON PROJ-SELF-SERVICE
      *             'N'  A DEFINITE MOVE FROM THE NCOA RESULTS
      *                  (PROJ-NCOA-IMPORT)
      *             'P'  THE ADDRESS ON FILE BEFORE THE STUDENT'S
      *                  FIRST RECORDED CHANGE, DATED ZERO SINCE NO
      *                  ONE KNOWS WHEN IT WAS KEYED.
      * MH-OPERATOR-ID IS WHOEVER MADE THE CHANGE ('SELF' FOR THE
      * STUDENT).  ROWS ARE NEVER REWRITTEN OR DELETED.
      *****************************************************************
       01  MH-RECORD.
           05  MH-KEY.
               10  MH-STU-NUM      PIC 9(9).
               10  MH-EFF-DATE     PIC 9(8).
               10  MH-EFF-TIME     PIC 9(8).
           05  MH-ADDRESS.
               10  MH-ADDR-LINE-1  PIC X(25).
               10  MH-ADDR-LINE-2  PIC X(25).
               10  MH-CITY         PIC X(15).
               10  MH-STATE        PIC X(2).
               10  MH-ZIP          PIC X(9).
           05  MH-SOURCE           PIC X.
           05  MH-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(10).
