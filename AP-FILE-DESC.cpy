      *****************************************************************
      * AP-FILE-DESC
      * RECORD LAYOUT FOR PROJ-APPLICANT.DAT (INDEXED BY AP-APP-NUM),
      * THE ADMISSIONS APPLICANT FILE.  ONE ROW PER APPLICATION,
      * KEYED AND WORKED ON PROJ-UPD-APPLICANT.
      * AP-APP-NUM IS ASSIGNED FROM THE 'APPLICNT' SEQUENCE (SEE
      * SQ-FILE-DESC) -- 800000001 UP, BELOW THE STUDENT ID RANGE AND
      * NEVER A VALID SSN, SO IT CAN'T BE MISTAKEN FOR EITHER.  IT IS
      * ALSO THE RC-STU-NUM ON THE APPLICANT'S OWN RECEIPT NODES.
      * AP-NAME/AP-ADDRESS/AP-PHONE/AP-EMAIL/AP-SSN/AP-RESIDENCY ARE
      * THE SAME SHAPE AS THEIR SF-RECORD COUNTERPARTS AND CARRY
      * STRAIGHT ACROSS WHEN PROJ-ADM-CONVERT BUILDS THE STUDENT.
      * AP-TERM IS THE TERM APPLIED FOR (CURRENT-TERM FORMAT) AND
      * BECOMES SF-CATALOG-TERM.  AP-MAJOR IS THE INTENDED MAJOR,
      * CHECKED AGAINST MJ-CODE-TABLE; ZERO MEANS UNDECIDED.
      * AP-STATUS IS WHERE THE FILE STANDS -- 'I' INCOMPLETE (STILL
      * WAITING ON DOCUMENTS), 'C' COMPLETE (READY FOR A DECISION),
      * 'W' WITHDRAWN BY THE APPLICANT, 'E' ENROLLED (CONVERTED TO A
      * STUDENT MASTER RECORD; NOTHING ON THE ROW CHANGES AFTER THAT).
      * AP-DECISION IS SPACE UNTIL ONE IS MADE -- 'A' ADMIT, 'D' DENY,
      * 'L' WAIT-LIST, 'F' DEFER -- WITH AP-DECISION-DATE.
      * THE APPLICATION FEE AND THE ENROLLMENT DEPOSIT EACH CARRY THE
      * AMOUNT TAKEN, THE RECEIPT NUMBER IT WAS TAKEN UNDER AND THE
      * DATE.  A FEE DATE WITH A ZERO RECEIPT NUMBER IS A WAIVED FEE.
      * THE APPLICANT'S OWN RECEIPTS ARE ON PROJ-REC.DAT UNDER
      * AP-APP-NUM, THE SAME WAY A STUDENT'S ARE UNDER SF-STU-NUM;
      * THE DEPOSIT SITS THERE AS A CREDIT UNTIL PROJ-ADM-CONVERT
      * TRANSFERS IT ('DEPXFER') TO THE STUDENT.  AP-OLD-RC-PNTR HELD
      * THE HEAD OF THE OLD RELATIVE-FILE CHAIN; PROJ-FIN-CONVERT
      * ZEROED IT AND NOTHING READS IT NOW.
      * AP-STU-NUM/AP-CONV-DATE ARE FILLED BY PROJ-ADM-CONVERT; ZERO
      * UNTIL THE APPLICANT IS A STUDENT.
      * AP-OPERATOR-ID IS WHO LAST KEYED THE ROW.
      *****************************************************************
       01  AP-RECORD.
           05  AP-APP-NUM          PIC 9(9).
           05  AP-NAME.
               10  AP-FIRST-NAME   PIC X(15).
               10  AP-LAST-NAME    PIC X(20).
           05  AP-ADDRESS.
               10  AP-ADDR-LINE-1  PIC X(25).
               10  AP-ADDR-LINE-2  PIC X(25).
               10  AP-CITY         PIC X(15).
               10  AP-STATE        PIC X(2).
               10  AP-ZIP          PIC X(9).
           05  AP-PHONE            PIC 9(10).
           05  AP-EMAIL            PIC X(30).
           05  AP-SSN              PIC 9(9).
           05  AP-TERM             PIC X(6).
           05  AP-MAJOR            PIC 9(4).
           05  AP-RESIDENCY        PIC X.
           05  AP-STATUS           PIC X.
           05  AP-DECISION         PIC X.
           05  AP-APPLY-DATE       PIC 9(6).
           05  AP-DECISION-DATE    PIC 9(6).
           05  AP-FEE-AMT          PIC 9(4)V99.
           05  AP-FEE-RCPT-NO      PIC 9(6).
           05  AP-FEE-DATE         PIC 9(6).
           05  AP-DEP-AMT          PIC 9(4)V99.
           05  AP-DEP-RCPT-NO      PIC 9(6).
           05  AP-DEP-DATE         PIC 9(6).
           05  AP-OLD-RC-PNTR      PIC 9(5).
           05  AP-STU-NUM          PIC 9(9).
           05  AP-CONV-DATE        PIC 9(6).
           05  AP-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(22).
