      *****************************************************************
      * CC-FILE-DESC
      * RECORD LAYOUT FOR CONDUCT-CASE.DAT (INDEXED BY CC-KEY, THE
      * STUDENT NUMBER PLUS A CASE SEQUENCE NUMBERED FROM 001 FOR
      * EACH STUDENT), THE DEAN OF STUDENTS' CONDUCT CASE FILE.
      * KEYED ON PROJ-UPD-CONDUCT BY A CONDUCT OFFICER (OP-CONDUCT
      * 'Y' ON THE OPERATOR MASTER) AND BY NOBODY ELSE.
      * CC-CHARGE IS UP TO THREE OF THE OFFICE'S OWN CHARGE CODES.
      * CC-FINDING IS 'R' RESPONSIBLE, 'N' NOT RESPONSIBLE, SPACE
      * STILL PENDING.  CC-SANCTION (ONLY WITH A FINDING OF 'R') IS
      * 'W' WARNING, 'P' PROBATION, 'S' SUSPENSION, 'E' EXPULSION,
      * SPACE NONE.  CC-SANCT-START/CC-SANCT-END ARE CCYYMMDD; AN
      * EXPULSION HAS NO END (ZERO).  A SUSPENSION OR EXPULSION IN
      * FORCE PUTS THE 'CO' HOLD ON PROJ-HOLDS.DAT (PROJ-CONDUCT-
      * HOLD), REFUSES REGISTRATION FOR ANY TERM THE SANCTION
      * OVERLAPS (PROJ-CONDUCT-CHK) AND PRINTS ON THE TRANSCRIPT.
      * CC-LETTER-DATE IS THE YYMMDD THE LAST 'COND' OUTCOME LETTER
      * WAS QUEUED FOR THE CASE.
      *****************************************************************
       01  CC-RECORD.
           05  CC-KEY.
               10  CC-STU-NUM      PIC 9(9).
               10  CC-CASE-SEQ     PIC 9(3).
           05  CC-INCIDENT-DATE    PIC 9(8).
           05  CC-CHARGE           PIC X(4)  OCCURS 3 TIMES.
           05  CC-HEARING-DATE     PIC 9(8).
           05  CC-FINDING          PIC X.
           05  CC-SANCTION         PIC X.
           05  CC-SANCT-START      PIC 9(8).
           05  CC-SANCT-END        PIC 9(8).
           05  CC-LETTER-DATE      PIC 9(6).
           05  CC-OPERATOR-ID      PIC X(8).
           05  CC-CHG-DATE         PIC 9(6).
           05  CC-COMMENT          PIC X(30).
           05  FILLER              PIC X(12).
