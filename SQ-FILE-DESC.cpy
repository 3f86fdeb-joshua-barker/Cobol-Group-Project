      *****************************************************************
      * SQ-FILE-DESC
      * RECORD LAYOUT FOR PROJ-SEQ-CTL.DAT (INDEXED BY SQ-KEY), THE
      * SYSTEM-ASSIGNED NUMBER SEQUENCES.  ONE ROW PER SEQUENCE, KEYED
      * BY ITS NAME ('STUDENT ' FOR THE INSTITUTIONAL STUDENT ID),
      * CARRYING THE LAST NUMBER HANDED OUT.  ONLY PROJ-NEXT-NUM
      * READS OR WRITES IT -- EVERY PROGRAM THAT NEEDS A NEW NUMBER
      * CALLS THAT, SO TWO OPERATORS CAN NEVER BE GIVEN THE SAME ONE.
      * STUDENT IDS START AT 900000001; NO SOCIAL SECURITY NUMBER
      * BEGINS WITH A 9, SO AN ID CAN NEVER BE MISTAKEN FOR AN SSN
      * (OR FOR A PRE-CONVERSION STUDENT NUMBER, WHICH WAS ONE).
      * 'RECEIPT ' NUMBERS THE PRINTED CASHIER RECEIPTS (RC-RCPT-NO);
      * IT TOOK OVER FROM THE COUNTER ON THE OLD PROJ-REC.REL SLOT 1.
      *****************************************************************
       01  SQ-RECORD.
           05  SQ-KEY              PIC X(8).
           05  SQ-LAST-NUM         PIC 9(9).
           05  SQ-CHG-DATE         PIC 9(6).
           05  FILLER              PIC X(7).
