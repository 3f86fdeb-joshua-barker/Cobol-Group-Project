      *****************************************************************
      * KT-FILE-DESC
      * RECORD LAYOUT FOR PROJ-CART.DAT (INDEXED BY KT-KEY, THE
      * STUDENT NUMBER AND TERM PLUS A LINE NUMBER 01-10), THE
      * REGISTRATION CART A STUDENT BUILDS ON PROJ-SELF-SERVICE AHEAD
      * OF SF-REG-OPEN-DATE.  EACH LINE IS A CRN (WITH ITS LAB FOR A
      * LINKED LECTURE, AND HOURS FOR A VARIABLE-CREDIT SECTION) AND
      * AN OPTIONAL ALTERNATE CRN TRIED WHEN THE FIRST CHOICE CAN'T
      * BE SEATED.  BLANK HOURS MEAN THE SECTION'S MINIMUM.
      * THE NIGHTLY CART RUN (PROJ-ENR-BATCH MODE 'K') --
      *   BEFORE THE WINDOW: RUNS EVERY LINE THROUGH THE REGISTRATION
      *          EDITS WITHOUT TAKING A SEAT AND STAMPS KT-CHECK-DATE
      *          AND KT-CHECK-MSG (KT-ALT-CHECK-MSG FOR THE
      *          ALTERNATE) FOR THE STUDENT TO SEE;
      *   AT THE WINDOW: REGISTERS THE CART AND STAMPS KT-RESULT --
      *          'E' SEATED, 'W' WAITLISTED, 'X' REFUSED -- WITH THE
      *          CRN ACTUALLY USED (KT-RESULT-CRN) AND WHY
      *          (KT-RESULT-MSG).  SPACE IS NOT YET RUN.
      *****************************************************************
       01  KT-RECORD.
           05  KT-KEY.
               10  KT-STU-NUM      PIC 9(9).
               10  KT-TERM         PIC X(6).
               10  KT-SEQ          PIC 9(2).
           05  KT-CRN              PIC 9(5).
           05  KT-LINK-CRN         PIC X(5).
           05  KT-CRED-HR          PIC X(2).
           05  KT-ALT-CRN          PIC 9(5).
           05  KT-ALT-LINK-CRN     PIC X(5).
           05  KT-ALT-CRED-HR      PIC X(2).
           05  KT-ADD-DATE         PIC 9(8).
           05  KT-CHECK-DATE       PIC 9(8).
           05  KT-CHECK-MSG        PIC X(40).
           05  KT-ALT-CHECK-MSG    PIC X(40).
           05  KT-RESULT           PIC X.
           05  KT-RESULT-CRN       PIC 9(5).
           05  KT-RESULT-MSG       PIC X(40).
           05  KT-RESULT-DATE      PIC 9(8).
           05  FILLER              PIC X(9).
