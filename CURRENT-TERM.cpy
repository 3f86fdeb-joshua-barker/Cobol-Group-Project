      * THE SEMESTER CODE PROJ-ENROLLMENT, PROJ-ENR-BATCH,
      * PROJ-PRINT-STU-CLASS, AND PROJ-PRINT-ROSTER SCOPE THEIR
      * PROJ-ENR.REL LOOKUPS TO BY DEFAULT, AND THAT PROJ-ADD-CLASS
      * STAMPS ONTO EVERY NEW CS-SECT ROW.
      * NO LONGER UPDATED BY HAND.  EVERY PROGRAM THAT COPIES THIS
      * CALLS PROJ-TERM-LOAD USING TERM-CONTROL AS ITS FIRST STEP,
      * WHICH FILLS TERM-CONTROL FROM PROJ-TERM-CTL.DAT (SEE
      * TM-FILE-DESC), THEN MOVES THE ONE TERM IT WORKS AGAINST INTO
      * CURRENT-TERM -- THE REGISTRATION TERM FOR THE PROGRAMS THAT
      * BUILD OR SELL THE SCHEDULE, THE BILLING TERM FOR THE BILLING
      * RUNS, THE INSTRUCTIONAL TERM FOR EVERYTHING ELSE.  THE VALUES
      * BELOW ARE ONLY THE FALLBACK WHEN NO CONTROL FILE IS ON HAND.
      *****************************************************************
       01  CURRENT-TERM            PIC X(6)    VALUE '2026FA'.
       01  TERM-CONTROL.
           05  CT-INSTR-TERM       PIC X(6)    VALUE '2026FA'.
           05  CT-REG-TERM         PIC X(6)    VALUE '2026FA'.
           05  CT-AID-YEAR         PIC X(4)    VALUE '2627'.
           05  CT-BILL-TERM        PIC X(6)    VALUE '2026FA'.
