      *****************************************************************
      * IA-FILE-DESC
      * RECORD LAYOUT FOR PROJ-INSTR-AVAIL.DAT (INDEXED BY IA-KEY, THE
      * INSTRUCTOR ID PLUS THE TERM), WHEN AN INSTRUCTOR -- MOSTLY AN
      * ADJUNCT WITH A DAY JOB -- CAN TEACH IN A GIVEN TERM.
      * IA-DAYS HOLDS THE DAY LETTERS (M T W R F) THE INSTRUCTOR IS
      * AVAILABLE, IN ANY ORDER -- SPACES MEANS ANY DAY.  IA-EARLIEST
      * AND IA-LATEST BOUND THE MEETING START TIME (24-HOUR); ZERO
      * MEANS NO BOUND ON THAT SIDE.  NO ROW FOR THE TERM MEANS THE
      * INSTRUCTOR IS AVAILABLE WHENEVER.  KEYED ON
      * PROJ-ADD-INSTRUCTOR; PROJ-ADD-CLASS, PROJ-UPD-CLASS AND
      * PROJ-UPD-MEETING REFUSE (UNLESS OVERRIDDEN) A MEETING OUTSIDE
      * IT, AND PROJ-INSTR-CONFLICT LISTS THE ONES ON FILE.
      *****************************************************************
       01  IA-RECORD.
           05  IA-KEY.
               10  IA-INSTR-ID     PIC 9(5).
               10  IA-TERM         PIC X(6).
           05  IA-DAYS             PIC X(5).
           05  IA-EARLIEST         PIC 9(4).
           05  IA-LATEST           PIC 9(4).
           05  FILLER              PIC X(4).
