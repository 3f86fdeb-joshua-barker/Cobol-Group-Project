      *****************************************************************
      * RW-RESV-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-SEAT-RESV' USING
      * RW-RESV-LINK, THE ONE PLACE A SECTION'S RESERVED SEATS (SEE
      * SR-FILE-DESC) ARE COUNTED, MATCHED AND TAKEN.
      * RW-ACTION 'Q' -- THE CALLER FILLS RW-CRN, RW-TERM AND THE
      *   STUDENT'S RW-MAJOR/RW-HRS-EARN/RW-CATALOG-TERM (ZEROS AND
      *   SPACES FOR NO STUDENT); RW-HELD AND RW-FILLED COME BACK AS
      *   THE SEATS STILL HELD AND THE SEATS TAKEN AGAINST THEM, AND
      *   RW-SEQ AS THE FIRST ROW THE STUDENT QUALIFIES FOR THAT STILL
      *   HAS ROOM (ZERO FOR NONE).  THE SECTION'S OPEN GENERAL SEATS
      *   ARE THEN CS-CAPACITY LESS RW-HELD LESS THE ENROLLED SEATS
      *   NOT TAKEN AGAINST A RESERVE.
      * RW-ACTION 'B' IS 'Q' FOR A MEMBER OF REGISTRATION BLOCK
      *   RW-BLOCK-CODE (THE BLOCK RUN) -- THE BLOCK'S OWN 'B' ROWS
      *   ARE THE ONLY ONES IT CAN QUALIFY FOR BESIDES THE USUAL ONES.
      *   UNDER 'Q' A 'B' ROW IS NEVER QUALIFIED FOR, AND
      *   RW-BLOCK-CODE IS NOT LOOKED AT.
      * RW-ACTION 'T' TAKES ONE SEAT ON ROW RW-SEQ, 'G' GIVES ONE
      *   BACK (A DROP OF A NODE CARRYING RF-RESV-SEQ).  A ROW ALREADY
      *   RELEASED IS LEFT ALONE.
      * NO RESERVE FILE, NOTHING HELD.
      *****************************************************************
       01  RW-RESV-LINK.
           05  RW-ACTION           PIC X.
           05  RW-CRN              PIC 9(5).
           05  RW-TERM             PIC X(6).
           05  RW-MAJOR            PIC 9(4).
           05  RW-HRS-EARN         PIC 9(3).
           05  RW-CATALOG-TERM     PIC X(6).
           05  RW-SEQ              PIC 9.
           05  RW-HELD             PIC 9(3).
           05  RW-FILLED           PIC 9(3).
           05  RW-BLOCK-CODE       PIC X(6).
