      *****************************************************************
      * SW-FILE-DESC
      * RECORD LAYOUT FOR SCHOL-AWARD.DAT (INDEXED BY SW-KEY, THE
      * STUDENT NUMBER PLUS THE FA-SEQ OF THE AWARD ROW),
      * ONE ROW PER AWARD CHARGED TO A SCHOLARSHIP FUND.  WRITTEN BY
      * PROJ-SCHOL-POST WHEN FEDAID OR PROJ-FA-PACKAGE COMMITS AN
      * AWARD; THIS IS WHAT TIES THE STUDENT'S AID TO THE FUND FOR THE
      * DONOR STEWARDSHIP REPORT.  SW-OFFER-FLAG 'O' IS A PACKAGED
      * OFFER WHOSE MONEY GOES OUT THROUGH PROJ-FA-DISBURSE, WHICH
      * ADDS EACH RELEASED PIECE TO SW-DISB-AMT; A FEDAID AWARD IS
      * POSTED OUTRIGHT, SO IT IS WRITTEN FULLY DISBURSED.
      *****************************************************************
       01  SW-RECORD.
           05  SW-KEY.
               10  SW-STU-NUM      PIC 9(9).
               10  SW-FA-SEQ       PIC 9(5).
           05  SW-FUND-CODE        PIC X(6).
           05  SW-AID-YEAR         PIC X(4).
           05  SW-AWARD-CODE       PIC 9(4).
           05  SW-AWARD-AMT        PIC 9(4)V99.
           05  SW-DISB-AMT         PIC 9(4)V99.
           05  SW-OFFER-FLAG       PIC X.
           05  SW-POST-DATE        PIC 9(6).
           05  SW-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(5).
