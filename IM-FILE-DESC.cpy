      *****************************************************************
      * IM-FILE-DESC
      * RECORD LAYOUT FOR IDENT-SNAP.DAT (INDEXED BY IM-KEY, PERSON
      * TYPE PLUS NUMBER -- 'S' AND SF-STU-NUM, OR 'F' AND INSTR-ID),
      * WHAT THE CARD OFFICE, LIBRARY AND HALL DOOR SYSTEMS WERE LAST
      * TOLD ABOUT EACH PERSON BY PROJ-ID-FEED.  THE FEED COMPARES
      * EACH NIGHT'S FIGURES AGAINST IT TO MARK A PERSON NEW, CHANGED
      * OR DEACTIVATED.  IM-STATUS IS 'E' ENROLLED, 'N' NOT ENROLLED,
      * 'G' GRADUATED (ON PROJ-DEGREE.DAT) FOR A STUDENT; 'F' FOR AN
      * INSTRUCTOR ON FILE.  'M' IS A DUPLICATE NUMBER RETIRED BY
      * PROJ-STU-MERGE, WHICH STAMPS THE ROW ITSELF WITH THE KEEPER IN
      * IM-MERGED-TO AND IM-SENT-DATE ZERO; THE NEXT FEED SENDS THE
      * RETIREMENT AND DATES IT.  IM-PATRON IS THE PATRON TYPE SENT
      * (ST STUDENT, AL ALUMNUS, FA FACULTY, AJ ADJUNCT OR OTHER
      * INSTRUCTOR), IM-EXPIRE THE ACCESS EXPIRATION (CCYYMMDD) AND
      * IM-HALL/IM-ROOM THE DORM-ASSIGN.DAT ROOM.  IM-SEEN-RUN IS THE
      * DATE AND TIME OF THE LAST FEED THAT FOUND THE PERSON ON FILE;
      * A ROW THE RUN DID NOT SEE IS A STUDENT PROJ-ARCHIVE-STUDENTS
      * HAS TAKEN OFF THE MASTER (OR AN INSTRUCTOR ROW REMOVED) -- IT
      * GOES OUT AS ARCHIVED AND COMES OFF.
      *****************************************************************
       01  IM-RECORD.
           05  IM-KEY.
               10  IM-TYPE         PIC X.
               10  IM-ID           PIC 9(9).
           05  IM-STATUS           PIC X.
           05  IM-PATRON           PIC X(2).
           05  IM-EXPIRE           PIC 9(8).
           05  IM-HALL             PIC X(4).
           05  IM-ROOM             PIC X(4).
           05  IM-MERGED-TO        PIC 9(9).
           05  IM-SEEN-RUN         PIC 9(14).
           05  IM-SENT-DATE        PIC 9(6).
           05  FILLER              PIC X(2).
