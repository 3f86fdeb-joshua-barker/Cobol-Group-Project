      * FILE.  CS-SECT'S CS-INSTR-ID POINTS BACK TO INSTR-ID HERE --
      * THERE IS NO CHAIN, JUST A LOOKUP, SINCE A SECTION HAS AT MOST
      * ONE INSTRUCTOR OF RECORD.
      * INSTR-PIN-HASH GATES PROJ-INSTR-SERVICE, THE INSTRUCTOR
      * TERMINAL MODE -- SAME IDEA AS SF-PIN-HASH ON THE STUDENT SIDE,
      * THE SALTED ONE-WAY HASH FROM PROJ-PWD-HASH, NEVER THE PIN.
      * THE FOUR BYTES AFTER INSTR-DEPT HELD THE PIN IN CLEAR UNTIL
      * PROJ-PIN-CONVERT; THEY ARE ZERO NOW AND UNUSED.
      * PROJ-ADD-INSTRUCTOR ISSUES A ONE-TIME PIN FOR A NEW ROW AND
      * ISSUES A FRESH ONE WHEN AN EXISTING ROW IS RE-KEYED (THE
      * RESET); INSTR-PIN-TEMP IS THEN 'Y' AND PROJ-INSTR-SERVICE
      * MAKES THE INSTRUCTOR CHOOSE THEIR OWN PIN AT FIRST USE.
      * INSTR-RANK IS THE ACADEMIC RANK (PR PROFESSOR, AS ASSOCIATE,
      * AT ASSISTANT, LE LECTURER, AJ ADJUNCT) -- INFORMATIONAL.
      * INSTR-CONTRACT DRIVES PROJ-FAC-PAY: 'F' FULL-TIME FACULTY ARE
      * PAID INSTR-CR-RATE ONLY FOR CREDIT HOURS OVER THEIR CONTRACTED
      * LOAD (INSTR-CONTRACT-HR, ZERO MEANING TL-MAX-LOAD-HR); 'A'
      * ADJUNCT / PER-COURSE FACULTY ARE PAID INSTR-CR-RATE FOR EVERY
      * CREDIT HOUR; ANYTHING ELSE IS NOT PAID BY THE BATCH.  ROWS
      * WRITTEN BEFORE THESE FIELDS EXISTED READ AS NOT PAID.  KEYED
      * ON PROJ-ADD-INSTRUCTOR.
      * INSTR-EMAIL IS THE CAMPUS EMAIL ADDRESS, KEYED WITH THE PAY
      * TERMS ON PROJ-ADD-INSTRUCTOR.  PROJ-LETTER-PRINT SENDS THE
      * 'IGRD' MISSING-GRADE REMINDERS THERE WHEN IT IS NON-BLANK AND
      * THROUGH CAMPUS MAIL OTHERWISE.  INSTR-RECORD IS 82 BYTES.
      *****************************************************************
       01  INSTR-RECORD.
           05  INSTR-ID            PIC 9(5).
           05  INSTR-NAME          PIC X(10).
           05  INSTR-DEPT          PIC X(10).
           05  FILLER              PIC 9(4).
           05  INSTR-PIN-HASH      PIC X(10).
           05  INSTR-PIN-TEMP      PIC X.
           05  INSTR-RANK          PIC X(2).
           05  INSTR-CONTRACT      PIC X.
           05  INSTR-CR-RATE       PIC 9(4)V99.
           05  INSTR-CONTRACT-HR   PIC 9(2).
           05  FILLER              PIC X.
           05  INSTR-EMAIL         PIC X(30).
