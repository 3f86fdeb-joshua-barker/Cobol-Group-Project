       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-BLOCK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  REGISTRAR MAINTENANCE SCREEN FOR
      *          REGISTRATION BLOCKS (SEE BG-FILE-DESC) AND THEIR
      *          ROSTERS (SEE BR-FILE-DESC), SAME ADD-OR-CORRECT SHAPE
      *          AS PROJ-UPD-SEATRESV.  A BLOCK IS KEYED FOR THE
      *          REGISTRATION TERM: UP TO SIX CRNS OF THAT TERM, THE
      *          SEATS TO HOLD FOR IT AND THE DATE THE HOLD ENDS.
      *          SAVING THE BLOCK KEEPS ONE 'B' RESERVE ROW PER CRN
      *          ON PROJ-SEAT-RESV.DAT IN STEP -- A CRN TAKEN OUT OF
      *          THE BLOCK HAS ITS ROW DELETED, OR, WITH SEATS
      *          ALREADY TAKEN AGAINST IT, RELEASED TONIGHT BY
      *          PROJ-SEAT-RELEASE.  THE HOLD MAY NOT TAKE A SECTION
      *          PAST CS-CAPACITY OR BELOW THE SEATS ALREADY TAKEN.
      *          THE ROSTER IS KEYED A STUDENT AT A TIME; A STUDENT
      *          ALREADY SEATED BY THE BLOCK RUN COMES OFF ONLY BY THE
      *          BLOCK DROP ON PROJ-ENROLLMENT.  A BLOCK WITH ANYONE
      *          SEATED CANNOT BE DELETED.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT SR-FILE-DESC ASSIGN TO 'PROJ-SEAT-RESV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
           SELECT BG-FILE-DESC ASSIGN TO 'PROJ-BLOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BG-STATUS.
           SELECT BR-FILE-DESC ASSIGN TO 'PROJ-BLOCK-ROSTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  SR-FILE-DESC RECORD CONTAINS 80 CHARACTERS.
           COPY SR-FILE-DESC.
       FD  BG-FILE-DESC RECORD CONTAINS 110 CHARACTERS.
           COPY BG-FILE-DESC.
       FD  BR-FILE-DESC RECORD CONTAINS 90 CHARACTERS.
           COPY BR-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SR-STATUS              PIC XX.
       01  WS-BG-STATUS              PIC XX.
       01  WS-BR-STATUS              PIC XX.
       01  WS-TMP-CODE               PIC X(6).
       01  WS-TMP-FUNC               PIC X.
       01  WS-TMP-DESC               PIC X(30).
       01  WS-TMP-SEATS              PIC 9(3).
       01  WS-TMP-RELEASE            PIC 9(8).
       01  WS-TMP-CRNS.
           05  WS-TMP-CRN            PIC 9(5) OCCURS 6 TIMES.
       01  WS-OLD-CRNS.
           05  WS-OLD-CRN            PIC 9(5) OCCURS 6 TIMES.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY          OCCURS 6 TIMES.
               10  WS-OWN-SEQ        PIC 9.
               10  WS-FREE-SEQ       PIC 9.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-ROSTER-ACT         PIC X.
       01  WS-BLOCK-ON-FILE          PIC X.
       01  WS-BLOCK-OK               PIC X.
       01  WS-ROSTER-DONE            PIC X.
       01  WS-SR-DONE                PIC X.
       01  WS-BR-DONE                PIC X.
       01  WS-STU-FOUND              PIC X.
       01  WS-IN-NEW-LIST            PIC X.
       01  WS-SEATED-CNT             PIC 9(5).
       01  WS-ROSTER-CNT             PIC 9(5).
       01  WS-CRN-SUB                PIC 9.
       01  WS-CRN-SUB2               PIC 9.
       01  WS-SEQ-SUB                PIC 99.
       01  WS-SEQ-USED               PIC X OCCURS 9 TIMES.
       01  WS-OTHER-HELD             PIC 9(4).
       01  WS-OWN-FILLED             PIC 9(3).
       01  WS-THIS-CRN               PIC 9(5).
       01  WS-MSG                    PIC X(50).
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-CODE.
          05 LINE 2 COLUMN 1 VALUE 'REGISTRATION TERM: '.
          05 LINE 2 COLUMN 20 PIC X(6) FROM CURRENT-TERM.
          05 LINE 3 COLUMN 1 VALUE 'ENTER BLOCK CODE: '.
          05 LINE 3 COLUMN 19 PIC X(6) TO WS-TMP-CODE.
       01 SCRN-BLOCK.
          05 LINE 5 COLUMN 1 VALUE 'DESCRIPTION: '.
          05 LINE 5 COLUMN 14 PIC X(30) USING WS-TMP-DESC.
          05 LINE 6 COLUMN 1 VALUE 'SEATS HELD PER CRN: '.
          05 LINE 6 COLUMN 21 PIC 9(3) USING WS-TMP-SEATS.
          05 LINE 7 COLUMN 1 VALUE 'HOLD UNTIL (CCYYMMDD): '.
          05 LINE 7 COLUMN 24 PIC 9(8) USING WS-TMP-RELEASE.
          05 LINE 8 COLUMN 1 VALUE 'CRNS: '.
          05 LINE 8 COLUMN 7 PIC 9(5) USING WS-TMP-CRN(1).
          05 LINE 8 COLUMN 13 PIC 9(5) USING WS-TMP-CRN(2).
          05 LINE 8 COLUMN 19 PIC 9(5) USING WS-TMP-CRN(3).
          05 LINE 8 COLUMN 25 PIC 9(5) USING WS-TMP-CRN(4).
          05 LINE 8 COLUMN 31 PIC 9(5) USING WS-TMP-CRN(5).
          05 LINE 8 COLUMN 37 PIC 9(5) USING WS-TMP-CRN(6).
          05 LINE 10 COLUMN 1 VALUE
                  'SAVE (S), ROSTER (R), DELETE BLOCK (D): '.
          05 LINE 10 COLUMN 42 PIC X TO WS-TMP-FUNC.
       01 SCRN-ROSTER.
          05 LINE 20 COLUMN 1 VALUE 'STUDENT NUMBER: '.
          05 LINE 20 COLUMN 17 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 21 COLUMN 1 VALUE
                  'ADD (A), REMOVE (R), OR DONE (X): '.
          05 LINE 21 COLUMN 35 PIC X TO WS-TMP-ROSTER-ACT.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN INPUT CS-FILE-DESC
           OPEN INPUT SF-FILE-DESC
           OPEN I-O SR-FILE-DESC
           IF WS-SR-STATUS = '35'
               OPEN OUTPUT SR-FILE-DESC
               CLOSE SR-FILE-DESC
               OPEN I-O SR-FILE-DESC
           END-IF
           OPEN I-O BG-FILE-DESC
           IF WS-BG-STATUS = '35'
               OPEN OUTPUT BG-FILE-DESC
               CLOSE BG-FILE-DESC
               OPEN I-O BG-FILE-DESC
           END-IF
           OPEN I-O BR-FILE-DESC
           IF WS-BR-STATUS = '35'
               OPEN OUTPUT BR-FILE-DESC
               CLOSE BR-FILE-DESC
               OPEN I-O BR-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE CS-FILE-DESC
                 SF-FILE-DESC
                 SR-FILE-DESC
                 BG-FILE-DESC
                 BR-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-CODE
           ACCEPT SCRN-CODE
           IF WS-TMP-CODE = SPACES
               DISPLAY 'A BLOCK CODE IS REQUIRED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 210-LOAD-THE-BLOCK
               PERFORM 220-COUNT-ROSTER
               DISPLAY 'ROSTER ' WS-ROSTER-CNT ' STUDENT(S), '
                   WS-SEATED-CNT ' SEATED'
               DISPLAY SCRN-BLOCK
               ACCEPT SCRN-BLOCK
               IF WS-TMP-FUNC = 'S' OR 's'
                   PERFORM 300-EDIT-THE-BLOCK
                   IF WS-BLOCK-OK = 'N'
                       DISPLAY WS-MSG
                   ELSE
                       PERFORM 270-WRITE-THE-BLOCK
                       PERFORM 400-SYNC-RESV-ROWS
                   END-IF
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE IF WS-TMP-FUNC = 'R' OR 'r'
                   IF WS-BLOCK-ON-FILE = 'N'
                       DISPLAY 'SAVE THE BLOCK BEFORE KEYING ITS ROSTER'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   ELSE
                       PERFORM 500-ROSTER-ROUTINE
                   END-IF
               ELSE IF WS-TMP-FUNC = 'D' OR 'd'
                   PERFORM 600-DELETE-THE-BLOCK
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               END-IF
               END-IF
               END-IF
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       210-LOAD-THE-BLOCK.
           MOVE WS-TMP-CODE TO BG-CODE
           MOVE CURRENT-TERM TO BG-TERM
           READ BG-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-BLOCK-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLOCK-ON-FILE
           END-READ
           IF WS-BLOCK-ON-FILE = 'Y'
               MOVE BG-DESC TO WS-TMP-DESC
               MOVE BG-SEATS TO WS-TMP-SEATS
               MOVE BG-RELEASE-DATE TO WS-TMP-RELEASE
               MOVE BG-CRNS TO WS-TMP-CRNS
               MOVE BG-CRNS TO WS-OLD-CRNS
           ELSE
               MOVE SPACES TO WS-TMP-DESC
               MOVE ZEROS TO WS-TMP-SEATS
               MOVE ZEROS TO WS-TMP-RELEASE
               MOVE ZEROS TO WS-TMP-CRNS
               MOVE ZEROS TO WS-OLD-CRNS
           END-IF
           MOVE SPACE TO WS-TMP-FUNC.
       220-COUNT-ROSTER.
           MOVE ZERO TO WS-ROSTER-CNT
           MOVE ZERO TO WS-SEATED-CNT
           MOVE 'N' TO WS-BR-DONE
           MOVE WS-TMP-CODE TO BR-CODE
           MOVE CURRENT-TERM TO BR-TERM
           MOVE ZEROS TO BR-STU-NUM
           START BR-FILE-DESC KEY IS NOT LESS THAN BR-KEY
               INVALID KEY MOVE 'Y' TO WS-BR-DONE
           END-START
           PERFORM UNTIL WS-BR-DONE = 'Y'
               READ BR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-DONE
                   NOT AT END
                       IF BR-CODE NOT = WS-TMP-CODE
                               OR BR-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-BR-DONE
                       ELSE IF BR-STATUS NOT = 'D'
                           ADD 1 TO WS-ROSTER-CNT
                           IF BR-STATUS = 'E'
                               ADD 1 TO WS-SEATED-CNT
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       270-WRITE-THE-BLOCK.
           MOVE SPACES TO BG-RECORD
           MOVE WS-TMP-CODE TO BG-CODE
           MOVE CURRENT-TERM TO BG-TERM
           MOVE WS-TMP-DESC TO BG-DESC
           MOVE WS-TMP-SEATS TO BG-SEATS
           MOVE WS-TMP-RELEASE TO BG-RELEASE-DATE
           MOVE WS-TMP-CRNS TO BG-CRNS
           MOVE WS-OPERATOR-ID TO BG-OPERATOR-ID
           MOVE WS-TODAY-CCYYMMDD TO BG-UPD-DATE
           IF WS-BLOCK-ON-FILE = 'Y'
               REWRITE BG-RECORD
               DISPLAY 'BLOCK UPDATED'
           ELSE
               WRITE BG-RECORD
               DISPLAY 'BLOCK ADDED'
               MOVE 'Y' TO WS-BLOCK-ON-FILE
           END-IF.
       300-EDIT-THE-BLOCK.
      *    EVERY CRN KEYED MUST BE A REGISTRATION-TERM SECTION, KEYED
      *    ONCE, WITH ROOM FOR THE HOLD NEXT TO ITS OTHER RESERVES
      *    AND A RESERVE ROW FREE TO CARRY IT.
           MOVE 'Y' TO WS-BLOCK-OK
           MOVE SPACES TO WS-MSG
           IF WS-TMP-DESC = SPACES
               MOVE 'N' TO WS-BLOCK-OK
               MOVE 'A DESCRIPTION IS REQUIRED' TO WS-MSG
           ELSE IF WS-TMP-CRNS = ZEROS
               MOVE 'N' TO WS-BLOCK-OK
               MOVE 'KEY AT LEAST ONE CRN' TO WS-MSG
           ELSE IF WS-TMP-RELEASE NOT = ZERO
                   AND (WS-TMP-RELEASE < 19000101
                        OR WS-TMP-RELEASE(5:2) < '01'
                        OR WS-TMP-RELEASE(5:2) > '12'
                        OR WS-TMP-RELEASE(7:2) < '01'
                        OR WS-TMP-RELEASE(7:2) > '31')
               MOVE 'N' TO WS-BLOCK-OK
               MOVE 'HOLD UNTIL IS NOT A CCYYMMDD DATE' TO WS-MSG
           END-IF
           END-IF
           END-IF
           PERFORM VARYING WS-CRN-SUB FROM 1 BY 1
                   UNTIL WS-CRN-SUB > 6 OR WS-BLOCK-OK = 'N'
               MOVE ZERO TO WS-OWN-SEQ(WS-CRN-SUB)
               MOVE ZERO TO WS-FREE-SEQ(WS-CRN-SUB)
               IF WS-TMP-CRN(WS-CRN-SUB) > ZERO
                   PERFORM 310-EDIT-ONE-CRN
               END-IF
           END-PERFORM.
       310-EDIT-ONE-CRN.
           MOVE WS-TMP-CRN(WS-CRN-SUB) TO WS-THIS-CRN
           PERFORM VARYING WS-CRN-SUB2 FROM 1 BY 1
                   UNTIL WS-CRN-SUB2 NOT < WS-CRN-SUB
               IF WS-TMP-CRN(WS-CRN-SUB2) = WS-THIS-CRN
                   MOVE 'N' TO WS-BLOCK-OK
                   MOVE 'A CRN IS KEYED TWICE' TO WS-MSG
               END-IF
           END-PERFORM
           IF WS-BLOCK-OK = 'Y'
               MOVE WS-THIS-CRN TO CS-CRN
               READ CS-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-BLOCK-OK
                       STRING 'CRN ' WS-THIS-CRN ' DOES NOT EXIST'
                           DELIMITED BY SIZE INTO WS-MSG
               END-READ
           END-IF
           IF WS-BLOCK-OK = 'Y' AND CS-TERM NOT = CURRENT-TERM
               MOVE 'N' TO WS-BLOCK-OK
               STRING 'CRN ' WS-THIS-CRN ' IS NOT A ' CURRENT-TERM
                   ' SECTION' DELIMITED BY SIZE INTO WS-MSG
           END-IF
           IF WS-BLOCK-OK = 'Y'
               PERFORM 320-SCAN-CRN-ROWS
               IF WS-OTHER-HELD + WS-TMP-SEATS > CS-CAPACITY
                   MOVE 'N' TO WS-BLOCK-OK
                   STRING 'HOLD WOULD TAKE CRN ' WS-THIS-CRN
                       ' PAST ITS CAPACITY' DELIMITED BY SIZE
                       INTO WS-MSG
               ELSE IF WS-TMP-SEATS < WS-OWN-FILLED
                   MOVE 'N' TO WS-BLOCK-OK
                   STRING 'FEWER SEATS THAN ARE TAKEN ON CRN '
                       WS-THIS-CRN DELIMITED BY SIZE INTO WS-MSG
               ELSE IF WS-OWN-SEQ(WS-CRN-SUB) = ZERO
                       AND WS-FREE-SEQ(WS-CRN-SUB) = ZERO
                   MOVE 'N' TO WS-BLOCK-OK
                   STRING 'NO FREE RESERVE ROW ON CRN ' WS-THIS-CRN
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
               END-IF
               END-IF
           END-IF.
       320-SCAN-CRN-ROWS.
      *    THE CRN'S RESERVE ROWS: THE SEATS OTHER ROWS STILL HOLD
      *    THIS TERM, THIS BLOCK'S OWN ROW AND WHAT IS TAKEN ON IT,
      *    AND THE FIRST ROW NUMBER FREE FOR A NEW ONE (NEVER USED,
      *    OR LEFT OVER FROM AN EARLIER TERM'S USE OF THE CRN).
           MOVE ZERO TO WS-OTHER-HELD
           MOVE ZERO TO WS-OWN-FILLED
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1 UNTIL WS-SEQ-SUB > 9
               MOVE 'N' TO WS-SEQ-USED(WS-SEQ-SUB)
           END-PERFORM
           MOVE 'N' TO WS-SR-DONE
           MOVE WS-THIS-CRN TO SR-CRN
           MOVE ZERO TO SR-SEQ
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO WS-SR-DONE
           END-START
           PERFORM UNTIL WS-SR-DONE = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-SR-DONE
                   NOT AT END
                       IF SR-CRN NOT = WS-THIS-CRN
                           MOVE 'Y' TO WS-SR-DONE
                       ELSE
                           PERFORM 330-SCORE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1 UNTIL WS-SEQ-SUB > 9
               IF WS-SEQ-USED(WS-SEQ-SUB) = 'N'
                       AND WS-FREE-SEQ(WS-CRN-SUB) = ZERO
                   MOVE WS-SEQ-SUB TO WS-FREE-SEQ(WS-CRN-SUB)
               END-IF
           END-PERFORM.
       330-SCORE-ONE-ROW.
           IF SR-SEQ > ZERO AND SR-TERM = CURRENT-TERM
               MOVE 'Y' TO WS-SEQ-USED(SR-SEQ)
               IF SR-RESTRICT = 'B' AND SR-BLOCK-CODE = WS-TMP-CODE
                       AND SR-STATUS = SPACE
                   MOVE SR-SEQ TO WS-OWN-SEQ(WS-CRN-SUB)
                   MOVE SR-FILLED TO WS-OWN-FILLED
               ELSE IF SR-STATUS = SPACE
                   ADD SR-SEATS TO WS-OTHER-HELD
               END-IF
               END-IF
           END-IF.
       400-SYNC-RESV-ROWS.
      *    ONE 'B' ROW PER CRN NOW IN THE BLOCK, THEN THE ROWS OF ANY
      *    CRN THAT HAS COME OUT OF IT ARE LET GO.
           PERFORM VARYING WS-CRN-SUB FROM 1 BY 1 UNTIL WS-CRN-SUB > 6
               IF WS-TMP-CRN(WS-CRN-SUB) > ZERO
                   PERFORM 410-FILE-ONE-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CRN-SUB FROM 1 BY 1 UNTIL WS-CRN-SUB > 6
               IF WS-OLD-CRN(WS-CRN-SUB) > ZERO
                   MOVE 'N' TO WS-IN-NEW-LIST
                   PERFORM VARYING WS-CRN-SUB2 FROM 1 BY 1
                           UNTIL WS-CRN-SUB2 > 6
                       IF WS-TMP-CRN(WS-CRN-SUB2) =
                               WS-OLD-CRN(WS-CRN-SUB)
                           MOVE 'Y' TO WS-IN-NEW-LIST
                       END-IF
                   END-PERFORM
                   IF WS-IN-NEW-LIST = 'N'
                       MOVE WS-OLD-CRN(WS-CRN-SUB) TO WS-THIS-CRN
                       PERFORM 420-LET-GO-ONE-ROW
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TMP-CRNS TO WS-OLD-CRNS.
       410-FILE-ONE-ROW.
           MOVE WS-TMP-CRN(WS-CRN-SUB) TO SR-CRN
           IF WS-OWN-SEQ(WS-CRN-SUB) > ZERO
               MOVE WS-OWN-SEQ(WS-CRN-SUB) TO SR-SEQ
               READ SR-FILE-DESC
                   INVALID KEY CONTINUE
               END-READ
               MOVE WS-TMP-SEATS TO SR-SEATS
               MOVE WS-TMP-RELEASE TO SR-RELEASE-DATE
               MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
               REWRITE SR-RECORD
           ELSE
               MOVE SPACES TO SR-RECORD
               MOVE WS-TMP-CRN(WS-CRN-SUB) TO SR-CRN
               MOVE WS-FREE-SEQ(WS-CRN-SUB) TO SR-SEQ
               MOVE CURRENT-TERM TO SR-TERM
               MOVE 'B' TO SR-RESTRICT
               MOVE WS-TMP-SEATS TO SR-SEATS
               MOVE ZEROS TO SR-FILLED
               MOVE ZEROS TO SR-MAJORS
               MOVE ZEROS TO SR-HRS-MIN
               MOVE ZEROS TO SR-HRS-MAX
               MOVE WS-TMP-RELEASE TO SR-RELEASE-DATE
               MOVE SPACE TO SR-STATUS
               MOVE ZEROS TO SR-RELEASED
               MOVE ZEROS TO SR-RELEASED-ON
               MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
               MOVE WS-TMP-CODE TO SR-BLOCK-CODE
               WRITE SR-RECORD
                   INVALID KEY REWRITE SR-RECORD
               END-WRITE
           END-IF.
       420-LET-GO-ONE-ROW.
      *    THE BLOCK'S ROW ON A CRN NO LONGER IN IT -- DELETED WHEN
      *    NOTHING IS TAKEN ON IT, OTHERWISE DATED TODAY SO TONIGHT'S
      *    RELEASE HANDS THE REST TO GENERAL SEATING.
           MOVE 'N' TO WS-SR-DONE
           MOVE WS-THIS-CRN TO SR-CRN
           MOVE ZERO TO SR-SEQ
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO WS-SR-DONE
           END-START
           PERFORM UNTIL WS-SR-DONE = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-SR-DONE
                   NOT AT END
                       IF SR-CRN NOT = WS-THIS-CRN
                           MOVE 'Y' TO WS-SR-DONE
                       ELSE IF SR-RESTRICT = 'B'
                               AND SR-BLOCK-CODE = WS-TMP-CODE
                               AND SR-TERM = CURRENT-TERM
                               AND SR-STATUS = SPACE
                           IF SR-FILLED = ZERO
                               DELETE SR-FILE-DESC RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           ELSE
                               MOVE WS-TODAY-CCYYMMDD TO
                                   SR-RELEASE-DATE
                               MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
                               REWRITE SR-RECORD
                           END-IF
                           DISPLAY 'HOLD ON CRN ' WS-THIS-CRN
                               ' LET GO'
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
       500-ROSTER-ROUTINE.
           MOVE 'N' TO WS-ROSTER-DONE
           PERFORM UNTIL WS-ROSTER-DONE = 'Y'
               DISPLAY SCRN-CLEAR
               DISPLAY 'BLOCK ' WS-TMP-CODE ' ' WS-TMP-DESC
               PERFORM 510-LIST-ROSTER
               MOVE ZEROS TO WS-TMP-SNO
               MOVE SPACE TO WS-TMP-ROSTER-ACT
               DISPLAY SCRN-ROSTER
               ACCEPT SCRN-ROSTER
               IF WS-TMP-ROSTER-ACT = 'A' OR 'a'
                   PERFORM 520-ADD-TO-ROSTER
               ELSE IF WS-TMP-ROSTER-ACT = 'R' OR 'r'
                   PERFORM 530-REMOVE-FROM-ROSTER
               ELSE
                   MOVE 'Y' TO WS-ROSTER-DONE
               END-IF
               END-IF
           END-PERFORM.
       510-LIST-ROSTER.
           DISPLAY '  STUDENT   ST  DATE     REASON'
           MOVE 'N' TO WS-BR-DONE
           MOVE WS-TMP-CODE TO BR-CODE
           MOVE CURRENT-TERM TO BR-TERM
           MOVE ZEROS TO BR-STU-NUM
           START BR-FILE-DESC KEY IS NOT LESS THAN BR-KEY
               INVALID KEY MOVE 'Y' TO WS-BR-DONE
           END-START
           PERFORM UNTIL WS-BR-DONE = 'Y'
               READ BR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-DONE
                   NOT AT END
                       IF BR-CODE NOT = WS-TMP-CODE
                               OR BR-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-BR-DONE
                       ELSE
                           DISPLAY '  ' BR-STU-NUM ' ' BR-STATUS '  '
                               BR-STATUS-DATE ' ' BR-EXC-REASON
                       END-IF
               END-READ
           END-PERFORM.
       520-ADD-TO-ROSTER.
      *    A STUDENT DROPPED FROM THE BLOCK CAN BE PUT BACK -- THE ROW
      *    GOES BACK TO NOT-YET-REGISTERED FOR THE NEXT BLOCK RUN.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N'
               DISPLAY 'STUDENT NOT IN SYSTEM'
           ELSE
               MOVE WS-TMP-CODE TO BR-CODE
               MOVE CURRENT-TERM TO BR-TERM
               MOVE WS-TMP-SNO TO BR-STU-NUM
               READ BR-FILE-DESC
                   INVALID KEY
                       MOVE SPACES TO BR-STATUS
                       MOVE WS-TODAY-CCYYMMDD TO BR-STATUS-DATE
                       MOVE ZEROS TO BR-EXC-CRN
                       MOVE SPACES TO BR-EXC-REASON
                       MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID
                       WRITE BR-RECORD
                       DISPLAY 'ADDED TO THE ROSTER'
                   NOT INVALID KEY
                       IF BR-STATUS = 'D'
                           MOVE SPACES TO BR-STATUS
                           MOVE WS-TODAY-CCYYMMDD TO BR-STATUS-DATE
                           MOVE ZEROS TO BR-EXC-CRN
                           MOVE SPACES TO BR-EXC-REASON
                           MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID
                           REWRITE BR-RECORD
                           DISPLAY 'PUT BACK ON THE ROSTER'
                       ELSE
                           DISPLAY 'ALREADY ON THE ROSTER'
                       END-IF
               END-READ
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       530-REMOVE-FROM-ROSTER.
           MOVE WS-TMP-CODE TO BR-CODE
           MOVE CURRENT-TERM TO BR-TERM
           MOVE WS-TMP-SNO TO BR-STU-NUM
           READ BR-FILE-DESC
               INVALID KEY
                   DISPLAY 'NOT ON THE ROSTER'
               NOT INVALID KEY
                   IF BR-STATUS = 'E'
                       DISPLAY 'STUDENT IS SEATED IN THE BLOCK -- USE '
                           'THE BLOCK DROP ON ENROLLMENT'
                   ELSE
                       DELETE BR-FILE-DESC RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       DISPLAY 'REMOVED FROM THE ROSTER'
                   END-IF
           END-READ
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       600-DELETE-THE-BLOCK.
           IF WS-BLOCK-ON-FILE = 'N'
               DISPLAY 'NO SUCH BLOCK -- NOTHING DELETED'
           ELSE IF WS-SEATED-CNT > ZERO
               DISPLAY 'STUDENTS ARE SEATED IN THE BLOCK -- BLOCK DROP '
                   'THEM FIRST'
           ELSE
               PERFORM VARYING WS-CRN-SUB FROM 1 BY 1
                       UNTIL WS-CRN-SUB > 6
                   IF WS-OLD-CRN(WS-CRN-SUB) > ZERO
                       MOVE WS-OLD-CRN(WS-CRN-SUB) TO WS-THIS-CRN
                       PERFORM 420-LET-GO-ONE-ROW
                   END-IF
               END-PERFORM
               PERFORM 610-DELETE-ROSTER
               MOVE WS-TMP-CODE TO BG-CODE
               MOVE CURRENT-TERM TO BG-TERM
               DELETE BG-FILE-DESC RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY 'BLOCK DELETED'
           END-IF
           END-IF.
       610-DELETE-ROSTER.
           MOVE 'N' TO WS-BR-DONE
           MOVE WS-TMP-CODE TO BR-CODE
           MOVE CURRENT-TERM TO BR-TERM
           MOVE ZEROS TO BR-STU-NUM
           START BR-FILE-DESC KEY IS NOT LESS THAN BR-KEY
               INVALID KEY MOVE 'Y' TO WS-BR-DONE
           END-START
           PERFORM UNTIL WS-BR-DONE = 'Y'
               READ BR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-DONE
                   NOT AT END
                       IF BR-CODE NOT = WS-TMP-CODE
                               OR BR-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO WS-BR-DONE
                       ELSE
                           DELETE BR-FILE-DESC RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
