      * ROOM, MEETING PATTERN, AND INSTRUCTOR, AND PROJ-PRINT-ROSTER
      * PRINTS THE COMBINED ROSTER BELOW A CROSS-LISTED SECTION'S
      * OWN.
      * CS-LINK-GROUP TIES A LECTURE SECTION TO THE LAB / RECITATION
      * SECTIONS THAT GO WITH IT -- BLANK MEANS NOT LINKED.  WITHIN
      * A TERM A GROUP HOLDS ONE LECTURE (CS-LINK-ROLE 'L') AND ANY
      * NUMBER OF COMPANIONS (CS-LINK-ROLE 'B').  THE ADD PATHS SEAT
      * A LINKED LECTURE ONLY TOGETHER WITH EXACTLY ONE COMPANION OF
      * ITS OWN GROUP IN THE SAME TRANSACTION, REFUSE A COMPANION
      * WHOSE LECTURE THE STUDENT DOES NOT HOLD, AND DROPPING THE
      * LECTURE DROPS THE COMPANION WITH IT.  PROJ-TERM-ROLL CARRIES
      * THE GROUP FORWARD UNCHANGED.
      * CS-CRED-MAX MAKES A VARIABLE-CREDIT SECTION (INDEPENDENT
      * STUDY, INTERNSHIP, RESEARCH) -- CS-CRED-HR IS THEN THE
      * MINIMUM AND CS-CRED-MAX THE MAXIMUM, AND THE STUDENT PICKS
      * THEIR HOURS IN THAT RANGE AT REGISTRATION (RF-CRED-HR ON THE
      * ENROLLMENT NODE).  ZERO, OR NOT ABOVE CS-CRED-HR, MEANS A
      * FIXED-CREDIT SECTION.
      * CS-CAMPUS IS THE CAMPUS THE SECTION MEETS AT (SEE
      * CA-CAMPUS-TABLE).  PROJ-ADD-CLASS AND PROJ-UPD-CLASS DEFAULT
      * IT FROM THE ASSIGNED ROOM'S RM-CAMPUS AND THE OPERATOR MAY
      * KEY ANOTHER (AN OFF-SITE SECTION WITH NO ROOM OF OURS).
      * PROJ-TUITION-ASSESS PRICES THE SECTION'S HOURS AT ITS CAMPUS
      * RATE, AND THE SECTION REPORTS SELECT AND BREAK ON IT.  SPACES
      * ON AN OLDER ROW MEAN THE MAIN CAMPUS.
      * CS-MODALITY IS HOW THE SECTION IS DELIVERED -- 'P' IN PERSON
      * (ALSO THE READING OF SPACES ON OLDER ROWS), 'O' FULLY ONLINE,
      * 'H' HYBRID.  ONLY A FULLY ONLINE SECTION IS DISTANCE
      * EDUCATION FOR IPEDS, AND ONLY AN ONLINE ADD IS CHECKED
      * AGAINST THE STUDENT'S STATE ON AS-AUTH-STATE-TABLE (SEE
      * PROJ-STATE-AUTH).  PROJ-TERM-ROLL CARRIES IT FORWARD.
      *****************************************************************
       01  CS-RECORD.
           05  CS-CRN              PIC 9(5).
           05  CS-COREQ            PIC X(6).
           05  CS-SESSION          PIC X(2).
           05  CS-XLIST-GROUP      PIC X(4).
           05  CS-LINK-GROUP       PIC X(4).
           05  CS-LINK-ROLE        PIC X.
           05  CS-CRED-MAX         PIC 99.
           05  CS-CAMPUS           PIC X(2).
           05  CS-MODALITY         PIC X.
