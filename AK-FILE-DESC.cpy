      *****************************************************************
      * AK-FILE-DESC
      * RECORD LAYOUT FOR AR-AGE-HIST.DAT (INDEXED BY AK-KEY, THE
      * YYMMDD SNAPSHOT DATE PLUS A RECEIPT TYPE), THE MONTH-END
      * STUDENT RECEIVABLE AGING SNAPSHOTS PROJ-AR-AGE SAVES FOR
      * TRENDING.  ONE ROW PER RECEIPT TYPE CARRYING AN OPEN BALANCE
      * ON THE SNAPSHOT DATE, WITH ITS FIVE AGING BUCKETS, THEIR SUM
      * AND THE ALLOWANCE FOR DOUBTFUL ACCOUNTS THE AW-ALLOWANCE RATES
      * PUT AGAINST THEM.  AK-TYPE 'UNMATCHED' IS BALANCE NO CHARGE ON
      * THE CHAIN OR IN RC-HISTORY.DAT ACCOUNTS FOR, AGED OVER 120.
      * AK-TYPE '**TOTAL**' IS THE SNAPSHOT'S TOTAL ROW; ONLY IT
      * CARRIES AK-STU-CNT, AK-PRIOR-ALLOW (THE ALLOWANCE ON THE
      * PREVIOUS SNAPSHOT) AND AK-ADJUST, THE ALLOWANCE ADJUSTMENT
      * ENTRY PROJ-GL-EXPORT SENDS TO THE LEDGER -- A POSITIVE
      * ADJUSTMENT RAISES THE ALLOWANCE, A NEGATIVE ONE RELEASES IT.
      * A RERUN ON THE SAME DAY REPLACES THAT DAY'S ROWS.
      *****************************************************************
       01  AK-RECORD.
           05  AK-KEY.
               10  AK-SNAP-DATE    PIC 9(6).
               10  AK-TYPE         PIC X(10).
           05  AK-CURRENT          PIC S9(7)V99.
           05  AK-31-60            PIC S9(7)V99.
           05  AK-61-90            PIC S9(7)V99.
           05  AK-91-120           PIC S9(7)V99.
           05  AK-OVER-120         PIC S9(7)V99.
           05  AK-TOTAL            PIC S9(7)V99.
           05  AK-ALLOWANCE        PIC S9(7)V99.
           05  AK-PRIOR-ALLOW      PIC S9(7)V99.
           05  AK-ADJUST           PIC S9(7)V99.
           05  AK-STU-CNT          PIC 9(5).
           05  FILLER              PIC X(18).
