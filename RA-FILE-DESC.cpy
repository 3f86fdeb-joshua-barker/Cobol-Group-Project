      *****************************************************************
      * RA-FILE-DESC
      * RECORD LAYOUT FOR RM-ASSIGN.DAT (LINE SEQUENTIAL), THE ROOM
      * PROPOSALS PROJ-ROOM-ASSIGN WRITES FOR THE CURRENT TERM'S
      * UNROOMED MEETING PATTERNS -- ONE ROW PER PATTERN PLACED.
      * RA-SEQ ZERO IS THE SECTION'S PRIMARY BLOCK ON CS-SECT; ANY
      * OTHER SEQUENCE IS THAT CS-MEET.DAT ROW (SEE CM-FILE-DESC).
      * RA-MTG-DAYS/RA-MTG-TIME ARE THE PATTERN AS IT STOOD WHEN THE
      * ROOM WAS PROPOSED, SO THE APPLY PASS CAN REFUSE A ROW WHOSE
      * PATTERN WAS MOVED IN THE MEANTIME.  THE REGISTRAR REVIEWS
      * RM-ASSIGN.RPT AND RUNS PROJ-ROOM-ASSIGN IN APPLY MODE TO POST.
      *****************************************************************
       01  RA-RECORD.
           05  RA-CRN              PIC 9(5).
           05  RA-SEQ              PIC 9(2).
           05  RA-ROOM             PIC X(4).
           05  RA-MTG-DAYS         PIC X(5).
           05  RA-MTG-TIME         PIC 9(4).
           05  FILLER              PIC X(4).
