       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-TERM-LOAD.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE STARTUP READ OF THE TERM-CONTROL
      *          FILE (SEE TM-FILE-DESC) EVERY PROGRAM THAT COPIES
      *          CURRENT-TERM.CPY MAKES BEFORE IT TOUCHES A TERM --
      *          ONE CALL FILLS THE CALLER'S TERM-CONTROL GROUP FROM
      *          THE 'CURR' ROW.  THE FILE IS OPENED AND CLOSED PER
      *          CALL LIKE PROJ-JOURNAL, SO A ROLL KEYED ON
      *          PROJ-UPD-TERMCTL TAKES EFFECT AT THE NEXT PROGRAM
      *          START WITH NO REBUILD.  A SITE WITH NO CONTROL FILE
      *          (OR NO 'CURR' ROW) KEEPS THE COMPILED VALUES IN
      *          CURRENT-TERM.CPY AND BEHAVES AS BEFORE; A BLANK TERM
      *          ON THE ROW LEAVES THAT ONE TERM AT ITS DEFAULT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TM-FILE-DESC ASSIGN TO 'PROJ-TERM-CTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TM-FILE-DESC RECORD CONTAINS 44 CHARACTERS.
           COPY TM-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS              PIC XX.
       LINKAGE SECTION.
       01  TL-TERM-CONTROL.
           05  TL-INSTR-TERM         PIC X(6).
           05  TL-REG-TERM           PIC X(6).
           05  TL-AID-YEAR           PIC X(4).
           05  TL-BILL-TERM          PIC X(6).
       PROCEDURE DIVISION USING TL-TERM-CONTROL.
       100-MAIN-MODULE.
           OPEN INPUT TM-FILE-DESC
           IF WS-TM-STATUS = '35'
               EXIT PROGRAM
           END-IF
           MOVE 'CURR' TO TM-KEY
           READ TM-FILE-DESC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 200-COPY-TERMS
           END-READ
           CLOSE TM-FILE-DESC
           EXIT PROGRAM.
       200-COPY-TERMS.
           IF TM-INSTR-TERM NOT = SPACES
               MOVE TM-INSTR-TERM TO TL-INSTR-TERM
           END-IF
           IF TM-REG-TERM NOT = SPACES
               MOVE TM-REG-TERM TO TL-REG-TERM
           END-IF
           IF TM-AID-YEAR NOT = SPACES
               MOVE TM-AID-YEAR TO TL-AID-YEAR
           END-IF
           IF TM-BILL-TERM NOT = SPACES
               MOVE TM-BILL-TERM TO TL-BILL-TERM
           END-IF.
