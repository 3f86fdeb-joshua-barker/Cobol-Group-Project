      *****************************************************************
      * RV-FILE-DESC
      * RECORD LAYOUT FOR REV-RECOG.DAT (INDEXED BY RV-KEY, THE YYMMDD
      * RUN DATE PLUS THE TERM AND SESSION), THE REVENUE RECOGNITION
      * ENTRIES PROJ-REV-RECOG WRITES EACH MONTH -- ONE ROW PER
      * SESSION WHOSE EARNED SHARE MOVED.  RV-AMOUNT IS THE ENTRY
      * PROJ-GL-EXPORT SENDS TO THE LEDGER AS SOURCE 'UR' CODE
      * 'RECOGNIZE' (DEBIT UNEARNED REVENUE, CREDIT TUITION REVENUE);
      * A NEGATIVE AMOUNT REVERSES.  RV-REVERSAL IS THE PART OF
      * RV-AMOUNT THAT TAKES BACK THE EARNED SHARE OF DROP
      * ADJUSTMENTS POSTED SINCE THE PREVIOUS RUN, AND RV-PCT THE
      * SHARE OF THE SESSION'S DAYS ELAPSED ON THE RUN DATE.  A
      * SECOND RUN THE SAME DAY ADDS TO THAT DAY'S ROW.
      *****************************************************************
       01  RV-RECORD.
           05  RV-KEY.
               10  RV-RUN-DATE     PIC 9(6).
               10  RV-TERM         PIC X(6).
               10  RV-SESSION      PIC X(2).
           05  RV-AMOUNT           PIC S9(7)V99.
           05  RV-REVERSAL         PIC S9(7)V99.
           05  RV-PCT              PIC 9(3)V99.
           05  FILLER              PIC X(13).
