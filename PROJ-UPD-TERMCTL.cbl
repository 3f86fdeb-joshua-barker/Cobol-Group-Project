       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-TERMCTL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MAINTENANCE SCREEN FOR THE RUNTIME
      *          TERM-CONTROL ROW ON PROJ-TERM-CTL.DAT (SEE
      *          TM-FILE-DESC).  THE TERM ROLL IS NOW THIS SCREEN
      *          INSTEAD OF A CHANGE TO CURRENT-TERM.CPY AND A REBUILD
      *          -- OPEN SPRING REGISTRATION BY MOVING ONLY THE
      *          REGISTRATION TERM, THEN MOVE THE INSTRUCTIONAL AND
      *          BILLING TERMS WHEN FALL CLOSES.  SHOWS THE ROW AS IT
      *          STANDS (OR THE COMPILED DEFAULTS WHEN THERE IS NO
      *          ROW YET), EDITS EACH TERM AS CCYY PLUS SP/SU/FA AND
      *          THE AID YEAR AS TWO CONSECUTIVE YEARS, STAMPS THE
      *          OPERATOR AND DATE ON THE ROW, AND APPENDS THE BEFORE
      *          AND AFTER VALUES TO TM-ROLL-LOG.RPT.  HANGS OFF THE
      *          UTILITIES MENU, WHICH ALREADY NEEDS OP-AUTH-LEVEL 9.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TM-FILE-DESC ASSIGN TO 'PROJ-TERM-CTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT ROLL-LOG ASSIGN TO 'TM-ROLL-LOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TM-FILE-DESC RECORD CONTAINS 44 CHARACTERS.
           COPY TM-FILE-DESC.
       FD  ROLL-LOG
           DATA RECORD IS LOG-REC.
       01  LOG-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY CURRENT-TERM.
       01  WS-TM-STATUS              PIC XX.
       01  WS-RL-STATUS              PIC XX.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-OLD-TERMS              PIC X(22).
       01  WS-NEW-TERMS.
           05  WS-NEW-INSTR          PIC X(6).
           05  WS-NEW-REG            PIC X(6).
           05  WS-NEW-AID            PIC X(4).
           05  WS-NEW-BILL           PIC X(6).
       01  WS-CHK-TERM.
           05  WS-CHK-YEAR           PIC X(4).
           05  WS-CHK-SEASON         PIC X(2).
       01  WS-CHK-AID.
           05  WS-CHK-AID-1          PIC 99.
           05  WS-CHK-AID-2          PIC 99.
       01  WS-CHK-AID-X REDEFINES WS-CHK-AID PIC X(4).
       01  WS-EDIT-OK                PIC X.
       01  ANS                       PIC X.
       01  LOG-LINE.
           05                        PIC X(8)   VALUE 'TERMCTL '.
           05  LG-DATE-OUT           PIC 9(6).
           05                        PIC X(1)   VALUE SPACE.
           05  LG-OPER-OUT           PIC X(8).
           05                        PIC X(6)   VALUE ' FROM '.
           05  LG-OLD-OUT            PIC X(22).
           05                        PIC X(4)   VALUE ' TO '.
           05  LG-NEW-OUT            PIC X(22).
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-DETAIL.
          05 LINE 2 COLUMN 1 VALUE 'TERM CONTROL'.
          05 LINE 4 COLUMN 1 VALUE 'INSTRUCTIONAL TERM (CCYYSS): '.
          05 LINE 4 COLUMN 31 PIC X(6) USING WS-NEW-INSTR.
          05 LINE 5 COLUMN 1 VALUE 'REGISTRATION TERM  (CCYYSS): '.
          05 LINE 5 COLUMN 31 PIC X(6) USING WS-NEW-REG.
          05 LINE 6 COLUMN 1 VALUE 'AID YEAR             (YYYY): '.
          05 LINE 6 COLUMN 31 PIC X(4) USING WS-NEW-AID.
          05 LINE 7 COLUMN 1 VALUE 'BILLING TERM       (CCYYSS): '.
          05 LINE 7 COLUMN 31 PIC X(6) USING WS-NEW-BILL.
          05 LINE 9 COLUMN 1 VALUE
             'SS IS SP, SU OR FA.  AID YEAR 2627 = 2026-27.'.
       01 SCRN-CONFIRM.
          05 LINE 11 COLUMN 1 VALUE 'SAVE THESE TERMS (Y/N): '.
          05 LINE 11 COLUMN 25 PIC X TO ANS.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O TM-FILE-DESC
           IF WS-TM-STATUS = '35'
               OPEN OUTPUT TM-FILE-DESC
               CLOSE TM-FILE-DESC
               OPEN I-O TM-FILE-DESC
           END-IF
           ACCEPT WS-TODAY FROM DATE
           MOVE 'CURR' TO TM-KEY
           READ TM-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
           END-READ
      *    WITH NO ROW YET THE SCREEN OPENS ON THE SAME COMPILED
      *    DEFAULTS PROJ-TERM-LOAD WOULD FALL BACK TO, SO THE FIRST
      *    SAVE RECORDS WHAT THE SYSTEM HAS BEEN RUNNING AGAINST.
           IF WS-ROW-ON-FILE = 'Y'
               MOVE TM-INSTR-TERM TO CT-INSTR-TERM
               MOVE TM-REG-TERM TO CT-REG-TERM
               MOVE TM-AID-YEAR TO CT-AID-YEAR
               MOVE TM-BILL-TERM TO CT-BILL-TERM
           END-IF
           MOVE CT-INSTR-TERM TO WS-NEW-INSTR
           MOVE CT-REG-TERM TO WS-NEW-REG
           MOVE CT-AID-YEAR TO WS-NEW-AID
           MOVE CT-BILL-TERM TO WS-NEW-BILL
           MOVE TERM-CONTROL TO WS-OLD-TERMS
           MOVE 'N' TO WS-EDIT-OK
           PERFORM UNTIL WS-EDIT-OK = 'Y'
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-DETAIL
               ACCEPT SCRN-DETAIL
               PERFORM 200-EDIT-TERMS
           END-PERFORM
           DISPLAY SCRN-CONFIRM
           ACCEPT SCRN-CONFIRM
           IF ANS = 'Y' OR 'y'
               IF WS-NEW-TERMS = WS-OLD-TERMS
                   AND WS-ROW-ON-FILE = 'Y'
                   DISPLAY 'NO CHANGE -- NOTHING SAVED'
               ELSE
                   PERFORM 300-SAVE-ROW
                   PERFORM 400-WRITE-LOG-LINE
                   DISPLAY 'TERM CONTROL SAVED -- TAKES EFFECT AT THE'
                   DISPLAY 'NEXT START OF EACH PROGRAM'
               END-IF
           ELSE
               DISPLAY 'CHANGE CANCELLED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS
           CLOSE TM-FILE-DESC
           EXIT PROGRAM.
       200-EDIT-TERMS.
      *    EACH TERM MUST LOOK LIKE THE CODES RF-TERM/CS-TERM ALREADY
      *    CARRY (2026FA), OR EVERY RF-TERM = CURRENT-TERM COMPARE IN
      *    THE SYSTEM QUIETLY MATCHES NOTHING.
           MOVE 'Y' TO WS-EDIT-OK
           MOVE WS-NEW-INSTR TO WS-CHK-TERM
           PERFORM 210-EDIT-ONE-TERM
           MOVE WS-NEW-REG TO WS-CHK-TERM
           PERFORM 210-EDIT-ONE-TERM
           MOVE WS-NEW-BILL TO WS-CHK-TERM
           PERFORM 210-EDIT-ONE-TERM
           MOVE WS-NEW-AID TO WS-CHK-AID-X
           IF WS-CHK-AID-X NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
           ELSE
               IF WS-CHK-AID-2 NOT = WS-CHK-AID-1 + 1
                   AND NOT (WS-CHK-AID-1 = 99 AND WS-CHK-AID-2 = 0)
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF
           IF WS-EDIT-OK = 'N'
               DISPLAY 'A TERM OR THE AID YEAR IS NOT VALID -- REKEY'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       210-EDIT-ONE-TERM.
           IF WS-CHK-YEAR NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
           END-IF
           IF WS-CHK-SEASON NOT = 'SP' AND NOT = 'SU'
                            AND NOT = 'FA'
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
       300-SAVE-ROW.
           MOVE SPACES TO TM-RECORD
           MOVE 'CURR' TO TM-KEY
           MOVE WS-NEW-INSTR TO TM-INSTR-TERM
           MOVE WS-NEW-REG TO TM-REG-TERM
           MOVE WS-NEW-AID TO TM-AID-YEAR
           MOVE WS-NEW-BILL TO TM-BILL-TERM
           MOVE WS-TODAY TO TM-CHG-DATE
           MOVE WS-OPERATOR-ID TO TM-CHG-OPER
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE TM-RECORD
           ELSE
               WRITE TM-RECORD
           END-IF.
       400-WRITE-LOG-LINE.
      *    TM-ROLL-LOG.RPT ACCUMULATES ACROSS RUNS, SAME AS THE OTHER
      *    NOTICE FILES -- WHO ROLLED WHICH TERM AND WHEN.
           OPEN EXTEND ROLL-LOG
           IF WS-RL-STATUS = '35'
               OPEN OUTPUT ROLL-LOG
           END-IF
           MOVE WS-TODAY TO LG-DATE-OUT
           MOVE WS-OPERATOR-ID TO LG-OPER-OUT
           MOVE WS-OLD-TERMS TO LG-OLD-OUT
           MOVE WS-NEW-TERMS TO LG-NEW-OUT
           WRITE LOG-REC FROM LOG-LINE
           CLOSE ROLL-LOG.
