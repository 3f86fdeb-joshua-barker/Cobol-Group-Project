      *****************************************************************
      * DX-FILE-DESC
      * RECORD LAYOUT FOR SF-CHANGE.DAT (INDEXED BY DX-KEY, THE
      * STUDENT NUMBER PLUS THE YYMMDD DATE AND HHMMSSCC TIME OF THE
      * CHANGE), THE STAMP PROJ-UPD-STUDENT LEAVES EVERY TIME A
      * STUDENT'S MAILING ADDRESS (DX-KIND 'AD') OR DIRECT-DEPOSIT
      * BANK DETAILS ON SF-BANK.DAT (DX-KIND 'BK') ARE CHANGED, WITH
      * THE OPERATOR WHO KEYED IT.  PROJ-SELF-SERVICE LEAVES THE SAME
      * 'AD' STAMP, OPERATOR 'SELF', WHEN A STUDENT CHANGES THEIR OWN
      * ADDRESS.  NEITHER SF-RECORD NOR BK-RECORD HAS ROOM FOR A
      * CHANGE DATE, AND THE JOURNAL DOES NOT REACH BACK PAST THE
      * LAST BACKUP.  ONLY THE FACT OF THE CHANGE IS
      * KEPT -- NEVER THE ADDRESS OR THE ACCOUNT ITSELF.
      * PROJ-OPER-EXCEPT FLAGS A REFUND TO A STUDENT CHANGED HERE IN
      * THE 30 DAYS BEFORE IT.
      *****************************************************************
       01  DX-RECORD.
           05  DX-KEY.
               10  DX-STU-NUM      PIC 9(9).
               10  DX-DATE         PIC 9(6).
               10  DX-TIME         PIC 9(8).
           05  DX-KIND             PIC X(2).
           05  DX-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(7).
