      *****************************************************************
      * PC-FILE-DESC
      * RECORD LAYOUT FOR PARK-CITE.DAT (INDEXED BY PC-KEY, THE
      * STUDENT NUMBER PLUS CAMPUS SAFETY'S CITATION NUMBER), ONE ROW
      * PER PARKING CITATION IMPORTED BY PROJ-PARK-CITE.  THE FINE IS
      * POSTED AS A 'PARKING' CHARGE ON THE STUDENT'S RECEIPTS AND
      * PC-RC-SEQ IS THAT ROW'S RC-SEQ.
      * PC-STATUS:
      *   'O' OPEN     -- THE FINE STANDS ON THE CHAIN.
      *   'A' APPEALED -- UNDER REVIEW.  PROJ-UPD-CITE POSTED A
      *                   REVERSING 'PARKING' NODE (RC-VOID 'Y') SO
      *                   THE FINE IS SUSPENDED AND DOES NOT AGE.
      *   'D' DISMISSED -- APPEAL GRANTED, THE REVERSAL STANDS.
      *   'P' PAID     -- PROJ-PARK-HOLD FOUND THE FINE NODE PAID OFF.
      * AN APPEAL UPHELD RE-POSTS THE FINE AS A NEW NODE -- PC-RC-SEQ
      * AND PC-FINE-DATE MOVE TO IT AND THE STATUS GOES BACK TO 'O'.
      * AGING FOR THE 'PK' HOLD COUNTS FROM PC-FINE-DATE.  ALL DATES
      * ARE CCYYMMDD.
      *****************************************************************
       01  PC-RECORD.
           05  PC-KEY.
               10  PC-STU-NUM      PIC 9(9).
               10  PC-CITE-NO      PIC X(10).
           05  PC-PLATE            PIC X(8).
           05  PC-CITE-DATE        PIC 9(8).
           05  PC-VIOLATION        PIC X(4).
           05  PC-AMOUNT           PIC 9(4)V99.
           05  PC-STATUS           PIC X.
           05  PC-FINE-DATE        PIC 9(8).
           05  PC-RC-SEQ           PIC 9(5).
           05  PC-APPEAL-DATE      PIC 9(8).
           05  PC-DECIDE-DATE      PIC 9(8).
           05  PC-PAID-DATE        PIC 9(8).
           05  PC-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(9).
