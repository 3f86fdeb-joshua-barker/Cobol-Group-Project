      * MASTER.  RM-SEAT-CNT IS THE PHYSICAL SEAT COUNT PROJ-ADD-CLASS
      * CHECKS CS-CAPACITY AGAINST WHEN A SECTION IS ASSIGNED THE
      * ROOM.  RM-EQUIP-FLAGS IS FOUR Y/N BYTES (LAB, PROJECTOR,
      * COMPUTERS, ACCESSIBLE) -- PROJ-ROOM-ASSIGN MATCHES THEM
      * AGAINST THE COURSE'S CG-EQUIP-NEEDS WHEN IT PROPOSES ROOMS.
      * MAINTAINED BY PROJ-UPD-ROOM; PROJ-ROOM-SCHED PRINTS EACH
      * ROOM'S WEEKLY GRID OFF THE CURRENT-TERM SECTIONS.
      * RM-CAMPUS IS THE CAMPUS THE ROOM IS AT (SEE CA-CAMPUS-TABLE),
      * KEYED ON PROJ-UPD-ROOM -- A SECTION ASSIGNED THE ROOM TAKES IT
      * AS ITS CS-CAMPUS.  SPACES ON AN OLDER ROW MEAN THE MAIN
      * CAMPUS.
      *****************************************************************
       01  RM-RECORD.
           05  RM-CODE             PIC X(4).
           05  RM-BUILDING         PIC X(10).
           05  RM-SEAT-CNT         PIC 9(3).
           05  RM-EQUIP-FLAGS      PIC X(4).
           05  RM-CAMPUS           PIC X(2).
           05  FILLER              PIC X(2).
