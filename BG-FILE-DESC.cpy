      *****************************************************************
      * BG-FILE-DESC
      * RECORD LAYOUT FOR PROJ-BLOCK.DAT (INDEXED BY BG-KEY, THE BLOCK
      * CODE PLUS TERM), THE REGISTRATION BLOCKS -- A NURSING COHORT,
      * A LEARNING COMMUNITY OR A FIRST-YEAR BLOCK TAKEN AS ONE SET
      * OF UP TO SIX CRNS.  KEYED BY THE REGISTRAR ON PROJ-UPD-BLOCK,
      * WHICH ALSO KEEPS THE BLOCK'S ROSTER (SEE BR-FILE-DESC).
      * BG-SEATS ARE HELD FOR THE BLOCK ON EVERY ONE OF ITS SECTIONS
      * AS A 'B' RESERVE ROW (SEE SR-FILE-DESC) UNTIL
      * BG-RELEASE-DATE.  PROJ-ENR-BATCH IN BLOCK MODE SEATS EACH
      * ROSTER STUDENT INTO ALL OF BG-CRN OR NONE OF THEM, AND
      * PROJ-ENROLLMENT'S BLOCK DROP TAKES THE STUDENT OUT OF ALL OF
      * THEM AT ONCE.  A LINKED LECTURE AND ITS LAB MAY BOTH BE
      * LISTED; THE LAB IS TAKEN WITH THE LECTURE.
      *****************************************************************
       01  BG-RECORD.
           05  BG-KEY.
               10  BG-CODE         PIC X(6).
               10  BG-TERM         PIC X(6).
           05  BG-DESC             PIC X(30).
           05  BG-SEATS            PIC 9(3).
           05  BG-RELEASE-DATE     PIC 9(8).
           05  BG-CRNS.
               10  BG-CRN          PIC 9(5) OCCURS 6 TIMES.
           05  BG-OPERATOR-ID      PIC X(8).
           05  BG-UPD-DATE         PIC 9(8).
           05  FILLER              PIC X(11).
