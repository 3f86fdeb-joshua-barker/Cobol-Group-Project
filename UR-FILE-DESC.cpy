      *****************************************************************
      * UR-FILE-DESC
      * RECORD LAYOUT FOR PROJ-UNEARNED.DAT (INDEXED BY UR-KEY, THE
      * TERM PLUS A SESSION CODE -- SAME KEY SHAPE AS SN-CAL-DESC),
      * THE UNEARNED TUITION REVENUE REGISTER.  UR-ASSESSED IS THE
      * TERM TUITION AND FEES PROJ-TUITION-ASSESS BOOKED TO UNEARNED
      * REVENUE FOR THE SESSION (NET OF WAIVERS, STUDENT SHARE ONLY),
      * SPREAD ACROSS THE STUDENT'S SESSIONS BY CREDIT HOURS.
      * UR-REVERSED IS THE 'DROPADJUST' TUITION REVERSALS POSTED
      * AGAINST THE SESSION SINCE.  BOTH ARE ADDED TO THROUGH
      * PROJ-UR-POST.  UR-RECOGNIZED IS HOW MUCH OF THE NET THE
      * MONTHLY PROJ-REV-RECOG RUN HAS MOVED TO REVENUE SO FAR,
      * UR-REV-AT-LAST THE REVERSALS AS OF THAT RUN AND UR-LAST-RUN
      * ITS YYMMDD DATE.
      *****************************************************************
       01  UR-RECORD.
           05  UR-KEY.
               10  UR-TERM         PIC X(6).
               10  UR-SESSION      PIC X(2).
           05  UR-ASSESSED         PIC S9(7)V99.
           05  UR-REVERSED         PIC S9(7)V99.
           05  UR-RECOGNIZED       PIC S9(7)V99.
           05  UR-REV-AT-LAST      PIC S9(7)V99.
           05  UR-LAST-RUN         PIC 9(6).
           05  UR-CHG-DATE         PIC 9(6).
           05  FILLER              PIC X(14).
