      *****************************************************************
      * SR-FILE-DESC
      * RECORD LAYOUT FOR PROJ-SEAT-RESV.DAT (INDEXED BY SR-KEY), THE
      * RESERVED SEAT ALLOCATIONS -- UP TO NINE ROWS PER SECTION, EACH
      * HOLDING SR-SEATS OF THE SECTION'S CS-CAPACITY FOR ONE GROUP
      * OF STUDENTS UNTIL SR-RELEASE-DATE.  KEYED BY THE REGISTRAR ON
      * PROJ-UPD-SEATRESV.
      * SR-RESTRICT SAYS WHO A ROW IS HELD FOR --
      *   'M' STUDENTS WHOSE SF-MAJOR-CODE IS ONE OF SR-MAJOR(1-5);
      *   'L' A CLASS LEVEL, AS SF-CRED-HR-EARN FROM SR-HRS-MIN TO
      *       SR-HRS-MAX (0-29 FOR FRESHMEN, AND SO ON);
      *   'N' NEW STUDENTS, WHOSE SF-CATALOG-TERM IS THE SECTION'S OWN
      *       TERM;
      *   'B' THE ROSTER OF REGISTRATION BLOCK SR-BLOCK-CODE (SEE
      *       BG-FILE-DESC), SEATED ONLY BY THE BLOCK RUN.  THESE ROWS
      *       ARE KEPT BY PROJ-UPD-BLOCK, NOT KEYED HERE.
      * SR-TERM IS THE SECTION'S CS-TERM WHEN THE ROW WAS KEYED; A ROW
      * FOR ANY OTHER TERM (THE CRN REUSED LATER) HOLDS NOTHING.
      * SR-FILLED COUNTS THE SEATS TAKEN AGAINST THE ROW -- THE
      * ENROLLMENT NODE CARRIES SR-SEQ AS RF-RESV-SEQ SO A DROP GIVES
      * THE SEAT BACK TO THE SAME ROW (SEE PROJ-SEAT-RESV).
      * SR-STATUS IS SPACE WHILE THE ROW HOLDS ITS SEATS AND 'R' ONCE
      * PROJ-SEAT-RELEASE HAS HANDED THE UNUSED ONES (SR-RELEASED,
      * DATED SR-RELEASED-ON) TO GENERAL SEATING ON OR AFTER
      * SR-RELEASE-DATE.  A RELEASED ROW NO LONGER COUNTS IN EITHER
      * THE RESERVED OR THE FILLED TOTALS.
      *****************************************************************
       01  SR-RECORD.
           05  SR-KEY.
               10  SR-CRN          PIC 9(5).
               10  SR-SEQ          PIC 9.
           05  SR-TERM             PIC X(6).
           05  SR-RESTRICT         PIC X.
           05  SR-SEATS            PIC 9(3).
           05  SR-FILLED           PIC 9(3).
           05  SR-MAJORS.
               10  SR-MAJOR        PIC 9(4) OCCURS 5 TIMES.
           05  SR-HRS-MIN          PIC 9(3).
           05  SR-HRS-MAX          PIC 9(3).
           05  SR-RELEASE-DATE     PIC 9(8).
           05  SR-STATUS           PIC X.
           05  SR-RELEASED         PIC 9(3).
           05  SR-RELEASED-ON      PIC 9(8).
           05  SR-OPERATOR-ID      PIC X(8).
           05  SR-BLOCK-CODE       PIC X(6).
           05  FILLER              PIC X.
