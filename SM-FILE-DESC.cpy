      *****************************************************************
      * SM-FILE-DESC
      * RECORD LAYOUT FOR PROJ-SID-MAP.DAT (INDEXED BY SM-OLD-NUM), THE
      * WORK FILE PROJ-SID-CONVERT BUILDS WHILE IT RENUMBERS THE
      * STUDENT FILES FROM THE OLD SSN-BASED STUDENT NUMBER TO THE
      * INSTITUTIONAL STUDENT ID.  ONE ROW PER OLD NUMBER, CARRYING
      * THE ID IT WAS GIVEN; PROJ-SID-REKEY READS IT TO REKEY EVERY
      * KEYED STUDENT-SIDE FILE.  BECAUSE SM-OLD-NUM IS AN SSN, THE
      * CONVERSION EMPTIES THE FILE AGAIN ONCE EVERY PASS HAS RUN --
      * IT IS NOT KEPT AS A CROSS-REFERENCE.
      *****************************************************************
       01  SM-RECORD.
           05  SM-OLD-NUM          PIC 9(9).
           05  SM-NEW-NUM          PIC 9(9).
           05  FILLER              PIC X(6).
