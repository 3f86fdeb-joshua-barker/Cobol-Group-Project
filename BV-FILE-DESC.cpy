      *****************************************************************
      * BV-FILE-DESC
      * RECORD LAYOUT FOR BOOK-VOUCHER.DAT (INDEXED BY BV-KEY, THE
      * STUDENT PLUS THE BILLING TERM), THE BOOKSTORE CHARGE
      * AUTHORIZATION AN AIDED STUDENT CARRIES BEFORE THEIR AID HAS
      * DISBURSED.  PROJ-BOOK-VOUCHER WRITES OR REFRESHES THE ROW
      * EACH RUN: BV-PENDING-AID IS THE TERM'S UNRELEASED DS-RECORD
      * PIECES, BV-BALANCE THE RECEIPT-CHAIN BALANCE IT WAS MEASURED
      * AGAINST (POSITIVE OWES), AND BV-LIMIT THE TOTAL THE BOOKSTORE
      * MAY CHARGE FOR THE TERM -- THE ANTICIPATED CREDIT (PENDING
      * LESS BALANCE, WITH THE BOOKS ALREADY CHARGED ADDED BACK),
      * CAPPED AT PK-BOOKS-ALLOW.  PROJ-BOOK-CHARGE POSTS THE
      * BOOKSTORE'S SALES AND RETURNS AS RC-TYPE 'BOOKS' NODES,
      * KEEPS BV-CHARGED AT THE NET POSTED, AND REFUSES A SALE PAST
      * BV-LIMIT LESS BV-CHARGED.  BV-LAST-TICKET IS THE HIGHEST
      * BOOKSTORE TICKET POSTED FOR THE STUDENT, SO A CHARGE FILE
      * RUN TWICE POSTS NOTHING THE SECOND TIME.
      *****************************************************************
       01  BV-RECORD.
           05  BV-KEY.
               10  BV-STU-NUM      PIC 9(9).
               10  BV-TERM         PIC X(6).
           05  BV-PENDING-AID      PIC 9(6)V99.
           05  BV-BALANCE          PIC S9(6)V99.
           05  BV-LIMIT            PIC 9(4)V99.
           05  BV-CHARGED          PIC 9(4)V99.
           05  BV-RUN-DATE         PIC 9(6).
           05  BV-LAST-TICKET      PIC X(8).
           05  FILLER              PIC X(3).
