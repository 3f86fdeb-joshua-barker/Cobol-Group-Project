      *****************************************************************
      * TM-FILE-DESC
      * RECORD LAYOUT FOR PROJ-TERM-CTL.DAT (INDEXED BY TM-KEY), THE
      * RUNTIME TERM-CONTROL FILE.  ONE LIVE ROW, TM-KEY = 'CURR',
      * CARRIES THE FOUR TERMS THE SYSTEM RUNS AGAINST AT ONCE --
      * INSTRUCTIONAL (GRADING, ATTENDANCE, CENSUS, AID), REGISTRATION
      * (THE TERM BEING SOLD IN PROJ-ENROLLMENT, PROJ-SELF-SERVICE AND
      * PROJ-ENR-BATCH), AID YEAR (CCYY OF THE FALL THAT OPENS IT PLUS
      * THE NEXT TWO DIGITS, '2627' = 2026-27) AND BILLING.  READ AT
      * STARTUP THROUGH PROJ-TERM-LOAD INTO TERM-CONTROL (SEE
      * CURRENT-TERM.CPY); MAINTAINED BY PROJ-UPD-TERMCTL, WHICH
      * STAMPS WHO LAST ROLLED IT.
      *****************************************************************
       01  TM-RECORD.
           05  TM-KEY              PIC X(4).
           05  TM-INSTR-TERM       PIC X(6).
           05  TM-REG-TERM         PIC X(6).
           05  TM-AID-YEAR         PIC X(4).
           05  TM-BILL-TERM        PIC X(6).
           05  TM-CHG-DATE         PIC 9(6).
           05  TM-CHG-OPER         PIC X(8).
           05  FILLER              PIC X(4).
