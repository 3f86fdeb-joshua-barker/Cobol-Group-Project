      *****************************************************************
      * SH-FILE-DESC
      * RECORD LAYOUT FOR SCHOL-FUND.DAT (INDEXED BY SH-KEY, THE FUND
      * CODE PLUS THE AID YEAR), ONE ROW PER INSTITUTIONAL SCHOLARSHIP
      * FUND PER AID YEAR.  MAINTAINED ON PROJ-UPD-SCHOL.
      * SH-BUDGET IS WHAT THE DONOR GAVE FOR THE YEAR.  SH-AWARDED IS
      * EVERYTHING COMMITTED AGAINST IT -- OFFERS FROM PROJ-FA-PACKAGE
      * AND AWARDS KEYED ON FEDAID -- AND SH-DISBURSED THE PART OF
      * THAT ACTUALLY PAID OUT.  BOTH ARE KEPT BY PROJ-SCHOL-POST ONLY;
      * AN AWARD THAT WOULD TAKE SH-AWARDED PAST SH-BUDGET IS REFUSED.
      * ELIGIBILITY: SH-MIN-GPA IS CHECKED AGAINST SF-CUM-GPA (ZERO =
      * NO MINIMUM) AND SH-MAJOR-CODE AGAINST SF-MAJOR-CODE (ZERO =
      * ANY MAJOR).  SH-NOTES CARRIES ANY OTHER TERMS OF THE GIFT FOR
      * THE AID OFFICE TO READ.
      * SH-STATUS 'A' ACTIVE, 'C' CLOSED (NO NEW AWARDS).
      *****************************************************************
       01  SH-RECORD.
           05  SH-KEY.
               10  SH-FUND-CODE    PIC X(6).
               10  SH-AID-YEAR     PIC X(4).
           05  SH-FUND-NAME        PIC X(30).
           05  SH-DONOR-NAME       PIC X(30).
           05  SH-BUDGET           PIC 9(7)V99.
           05  SH-AWARDED          PIC 9(7)V99.
           05  SH-DISBURSED        PIC 9(7)V99.
           05  SH-MIN-GPA          PIC 9V99.
           05  SH-MAJOR-CODE       PIC 9(4).
           05  SH-NOTES            PIC X(40).
           05  SH-STATUS           PIC X.
           05  SH-CHG-DATE         PIC 9(6).
           05  SH-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(21).
