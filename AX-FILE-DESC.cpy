      *****************************************************************
      * AX-FILE-DESC
      * RECORD LAYOUT FOR PROJ-ACCOM.DAT (INDEXED BY AX-KEY, THE
      * STUDENT NUMBER PLUS THE TERM), ACCESSIBILITY SERVICES'
      * APPROVED ACCOMMODATIONS FOR A STUDENT FOR ONE TERM.  KEYED ON
      * PROJ-UPD-ACCOM.  AX-EXT-PCT IS THE EXTRA EXAM TIME AS A
      * PERCENT OF THE NORMAL SITTING (050 TIME AND A HALF, 100
      * DOUBLE TIME, ZERO NONE).  AX-SEP-ROOM, AX-NOTE-TAKER AND
      * AX-ALT-FORMAT ARE 'Y'/'N' -- A DISTRACTION-REDUCED ROOM OF
      * THEIR OWN FOR EXAMS, A CLASSROOM NOTE-TAKER, AND COURSE
      * MATERIALS IN AN ALTERNATE FORMAT.  AX-OTHER IS ANYTHING ELSE
      * THE OFFICE APPROVED, IN ITS OWN WORDS.
      * PROJ-ACCOM-LETTER SENDS THE INSTRUCTOR OF EACH CRN THE
      * STUDENT IS SEATED IN A CONFIDENTIAL LETTER AND REMEMBERS THE
      * CRNS IN AX-SENT-CRN (AX-LETTER-DATE IS THE LAST RUN THAT SENT
      * ANY); A LATE ADD GETS ITS OWN LETTER ON THE NEXT RUN.  A
      * CHANGE TO THE ACCOMMODATIONS ON PROJ-UPD-ACCOM ZEROES
      * AX-SENT-CNT, SO EVERY INSTRUCTOR HEARS AGAIN.  PROJ-EXAM-BUILD
      * RESERVES A PROCTORED ACCESSIBLE ROOM FOR EACH FINAL EXAM OF A
      * STUDENT WITH EXTRA TIME OR A SEPARATE ROOM (SEE PQ-FILE-DESC).
      *****************************************************************
       01  AX-RECORD.
           05  AX-KEY.
               10  AX-STU-NUM      PIC 9(9).
               10  AX-TERM         PIC X(6).
           05  AX-EXT-PCT          PIC 9(3).
           05  AX-SEP-ROOM         PIC X.
           05  AX-NOTE-TAKER       PIC X.
           05  AX-ALT-FORMAT       PIC X.
           05  AX-OTHER            PIC X(30).
           05  AX-OPERATOR-ID      PIC X(8).
           05  AX-CHG-DATE         PIC 9(6).
           05  AX-LETTER-DATE      PIC 9(6).
           05  AX-SENT-CNT         PIC 9(2).
           05  AX-SENT-CRN         PIC 9(5)  OCCURS 10 TIMES.
           05  FILLER              PIC X(7).
