      * HI-FILE-DESC
      * RECORD LAYOUT FOR RC-HISTORY.DAT (INDEXED BY HI-KEY, THE
      * STUDENT NUMBER PLUS A PER-STUDENT SEQUENCE), WHERE
      * PROJ-FY-CLOSE PARKS FULLY-SETTLED PRIOR-YEAR RECEIPT ROWS
      * ROLLED OFF THE LIVE PROJ-REC.DAT.  HI-DATA IS THE RAW RC-REC
      * AS IT STOOD AT ROLL-OFF (ITS RC-SEQ IS DEAD -- HI-SEQ ORDER
      * HERE IS THE ORDER THE RECEIPTS WERE TAKEN).  ROWS PARKED
      * BEFORE THE RECEIPTS WENT TO AN INDEXED FILE WERE REARRANGED
      * TO THE SAME LAYOUT BY PROJ-FIN-CONVERT.  PROJ-STATEMENT READS
      * THESE BACK WHEN SOMEBODY ASKS FOR AN OLD YEAR'S DETAIL.
      *****************************************************************
       01  HI-RECORD.
           05  HI-KEY.
               10  HI-STU-NUM      PIC 9(9).
               10  HI-SEQ          PIC 9(5).
           05  HI-DATA             PIC X(96).
