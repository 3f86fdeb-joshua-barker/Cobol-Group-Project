      * STUDENT'S CATALOG YEAR STAYS ON FILE INSTEAD OF BEING
      * REWRITTEN OUT FROM UNDER THEM.  SPACES ON A PRE-CONVERSION
      * ROW MEANS ALWAYS IN EFFECT.
      * CG-DEG-CREDIT IS 'N' ON A COURSE THAT COUNTS TOWARD NO DEGREE
      * (DEVELOPMENTAL, NON-CREDIT CONTINUING EDUCATION); SPACE OR 'Y'
      * OTHERWISE.  PROJ-VA-CERT LEAVES 'N' COURSES OUT OF THE HOURS
      * IT CERTIFIES FOR A VA BENEFICIARY.
      * CG-EQUIP-NEEDS IS FOUR Y/N BYTES IN THE SAME ORDER AS THE ROOM
      * MASTER'S RM-EQUIP-FLAGS (LAB, PROJECTOR, COMPUTERS,
      * ACCESSIBLE) -- A 'Y' IS EQUIPMENT EVERY SECTION OF THE COURSE
      * NEEDS IN ITS ROOM.  PROJ-ROOM-ASSIGN ONLY PROPOSES A ROOM
      * WHOSE FLAGS COVER EVERY 'Y'.  SPACES ON A PRE-CONVERSION ROW
      * MEANS NO NEEDS (CG-RECORD GREW TO 58 BYTES FOR IT, THE TWO
      * RESERVE BYTES BEING TOO FEW).
      * THE TRAILING FILLER IS RESERVED FOR LATER CATALOG FIELDS SO
      * THE RECORD LENGTH CAN HOLD STILL WHEN ONE IS CARVED OUT.
      *****************************************************************
           05  CG-LAB-FEE          PIC 9(3)V99.
           05  CG-COREQ            PIC X(6).
           05  CG-EFF-TERM         PIC X(6).
           05  CG-DEG-CREDIT       PIC X.
           05  CG-EQUIP-NEEDS      PIC X(4).
           05  FILLER              PIC X(2).
