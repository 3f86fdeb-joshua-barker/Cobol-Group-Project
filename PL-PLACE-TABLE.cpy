      *****************************************************************
      * PL-PLACE-TABLE
      * THE PLACEMENT RULES -- WHAT A TEST SCORE ON PROJ-TEST-SCORE.DAT
      * (SEE ES-FILE-DESC) IS GOOD FOR.  EACH RULE NAMES A TEST AND
      * SUBSCORE, THE LOWEST SCORE THAT QUALIFIES, AND A CATALOG
      * COURSE:
      *   PL-TBL-KIND 'P' PLACEMENT -- THE SCORE SATISFIES THE COURSE
      *                   WHEREVER IT IS SOMEONE'S PREREQUISITE, BUT
      *                   EARNS NO CREDIT.
      *               'C' CREDIT BY EXAM -- THE SCORE ALSO AWARDS
      *                   PL-TBL-CRED-HR HOURS OF CREDIT FOR THE
      *                   COURSE, POSTED ON PROJ-TRANSFER.DAT AS A
      *                   TRANSFER ROW (INSTITUTION PL-EXAM-INSTITUTION,
      *                   GRADE PL-EXAM-GRADE) SO THE DEGREE AUDIT,
      *                   THE TRANSCRIPT AND PROJ-GPA-UPDATE SEE IT
      *                   LIKE ANY OTHER TRANSFER COURSE.  A 'C' RULE
      *                   SATISFIES THE PREREQUISITE TOO.
      * THE CODE ON THE ROW IS THE TEST (BYTES 1-4), THE SUBSCORE
      * (5-8, SPACES FOR A SINGLE-SCORE TEST) AND A 2-DIGIT RULE
      * NUMBER (9-10), SO ONE SUBSCORE CAN CARRY SEVERAL RULES --
      * A 3 ON AP CALCULUS FOR ONE COURSE AND A 5 FOR THE NEXT.  THE
      * MINIMUM SCORE IS VALUE, THE HOURS VALUE 2, THE KIND FLAG
      * BYTE 1 AND THE COURSE THE FIRST 6 CHARACTERS OF TEXT LINE 1.
      * FILLED AT PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING
      * PL-CODE-TBL-ID, PL-CODE-TBL-SIZE, PL-CODE-TABLE; A RULE IS
      * KEYED ON PROJ-UPD-CODES (TABLE PL).  NO RULES ARE BUILT IN.
      * THE OCCURS MUST MATCH THE PL VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  PL-EXAM-INSTITUTION       PIC X(20) VALUE 'CREDIT BY EXAM'.
       01  PL-EXAM-GRADE             PIC X(2)  VALUE 'CR'.
       01  PL-CODE-TBL-ID            PIC X(2)  VALUE 'PL'.
       01  PL-CODE-TBL-SIZE          PIC 9(2)  VALUE 00.
       01  PL-CODE-TABLE.
           05  PL-CODE-ENTRY OCCURS 80 TIMES INDEXED BY PL-CODE-IDX.
               10  PL-TBL-CODE.
                   15  PL-TBL-TEST   PIC X(4).
                   15  PL-TBL-SUBSCORE PIC X(4).
                   15  PL-TBL-RULE   PIC X(2).
               10  PL-TBL-DESC       PIC X(20).
               10  PL-TBL-MIN-SCORE  PIC 9(4).
               10  PL-TBL-COURSE     PIC X(6).
               10  PL-TBL-KIND       PIC X.
               10  PL-TBL-CRED-HR    PIC 9(2).
