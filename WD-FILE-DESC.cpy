      *****************************************************************
      * WD-FILE-DESC
      * RECORD LAYOUT FOR PROJ-WD-PETITION.DAT (INDEXED BY WD-KEY,
      * STUDENT PLUS TERM), THE MEDICAL / HARDSHIP / RETROACTIVE
      * WITHDRAWAL PETITIONS KEPT ON PROJ-WD-PETITION.  WD-TYPE IS
      * 'M' MEDICAL, 'H' HARDSHIP OR 'R' RETROACTIVE (LATE) WITHDRAWAL;
      * WD-LAST-ATTEND (CCYYMMDD) IS THE LAST DAY THE STUDENT ATTENDED
      * AND WD-REFUND-PCT THE SHARE OF TUITION THE COMMITTEE GRANTS
      * BACK.  WD-STATUS IS 'P' WHILE THE PETITION IS PENDING, 'A'
      * ONCE A LEVEL-9 OPERATOR HAS APPROVED IT (AND THE WITHDRAWAL
      * HAS BEEN APPLIED -- EVERY ENROLLED SEAT IN THE TERM GRADED
      * 'W', A 'DROPADJUST' REVERSAL POSTED PER COURSE AT THE PETITION
      * PERCENTAGE), OR 'D' DENIED, WITH THE DECIDING OPERATOR AND
      * YYMMDD DATE.  WD-COURSE-CNT AND WD-REFUND-AMT ARE WHAT THE
      * APPROVAL DID.  WD-AIDED IS 'Y' WHEN THE STUDENT HAD AID POSTED
      * IN THE TERM; WD-R2T4-DUE IS THEN 'Y' UNTIL PROJ-R2T4 IS RUN
      * FOR THE STUDENT, WHICH MEASURES FROM WD-LAST-ATTEND AGAINST
      * WD-TERM.  AN APPROVED PETITION PRINTS AS A NOTATION ON THE
      * TRANSCRIPT; PROJ-WD-REPORT LISTS THEM ALL FOR THE REGISTRAR'S
      * COMMITTEE.
      *****************************************************************
       01  WD-RECORD.
           05  WD-KEY.
               10  WD-STU-NUM      PIC 9(9).
               10  WD-TERM         PIC X(6).
           05  WD-TYPE             PIC X.
           05  WD-LAST-ATTEND      PIC 9(8).
           05  WD-REASON           PIC X(30).
           05  WD-REFUND-PCT       PIC 9(3).
           05  WD-STATUS           PIC X.
           05  WD-FILED-BY         PIC X(8).
           05  WD-FILED-DATE       PIC 9(6).
           05  WD-DECIDED-BY       PIC X(8).
           05  WD-DECIDED-DATE     PIC 9(6).
           05  WD-COURSE-CNT       PIC 9(2).
           05  WD-REFUND-AMT       PIC 9(5)V99.
           05  WD-AIDED            PIC X.
           05  WD-R2T4-DUE         PIC X.
           05  FILLER              PIC X(23).
