      *****************************************************************
      * PQ-FILE-DESC
      * RECORD LAYOUT FOR PROJ-PROCTOR.DAT (INDEXED BY PQ-KEY, THE
      * STUDENT NUMBER PLUS THE CRN), THE PROCTORED FINAL EXAM
      * SCHEDULE.  REBUILT FOR CURRENT-TERM BY EVERY PROJ-EXAM-BUILD
      * RUN FROM PROJ-ACCOM.DAT (SEE AX-FILE-DESC) -- ONE ROW FOR EACH
      * FINAL EXAM OF A STUDENT WITH EXTRA TIME OR A SEPARATE ROOM,
      * AT THE SECTION'S OWN XS-EXAM-DAY/XS-EXAM-TIME.  PQ-MINUTES IS
      * THE SITTING WITH THE EXTRA TIME ADDED TO THE TWO-HOUR BLOCK.
      * PQ-ROOM IS A ROOM WHOSE RM-EQUIP-FLAGS CARRIES THE ACCESSIBLE
      * BYTE, FREE FOR THE WHOLE LONGER SITTING; PQ-SEP-ROOM 'Y' MEANS
      * THE STUDENT HAS IT ALONE, OTHERWISE STUDENTS ON THE SAME SLOT
      * AND SITTING LENGTH SHARE IT UP TO ITS SEAT COUNT.  SPACES IN
      * PQ-ROOM MEANS NO ACCESSIBLE ROOM WAS FREE -- SEE XS-BUILD.RPT.
      *****************************************************************
       01  PQ-RECORD.
           05  PQ-KEY.
               10  PQ-STU-NUM      PIC 9(9).
               10  PQ-CRN          PIC 9(5).
           05  PQ-TERM             PIC X(6).
           05  PQ-CRS-CODE         PIC X(6).
           05  PQ-EXAM-DAY         PIC 9.
           05  PQ-EXAM-TIME        PIC 9(4).
           05  PQ-MINUTES          PIC 9(3).
           05  PQ-ROOM             PIC X(4).
           05  PQ-SEP-ROOM         PIC X.
           05  FILLER              PIC X.
