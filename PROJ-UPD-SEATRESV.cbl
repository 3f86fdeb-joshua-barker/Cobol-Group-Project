       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-SEATRESV.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  REGISTRAR MAINTENANCE SCREEN FOR
      *          RESERVED SEATS (SEE SR-FILE-DESC), SAME ADD-OR-
      *          CORRECT SHAPE AS PROJ-UPD-TEXTBOOK.  KEYED BY CRN AND
      *          ROW NUMBER 1-9; THE SECTION'S ROWS ARE LISTED BEFORE
      *          EACH ENTRY.  A ROW HOLDS SEATS FOR UP TO FIVE MAJORS
      *          (CHECKED AGAINST MJ-CODE-TABLE), A RANGE OF EARNED
      *          HOURS (CLASS LEVEL) OR NEW STUDENTS, UNTIL ITS RELEASE
      *          DATE.  THE ROWS STILL HOLDING CANNOT ADD UP TO MORE
      *          THAN CS-CAPACITY, A ROW CANNOT HOLD FEWER SEATS THAN
      *          ARE ALREADY TAKEN AGAINST IT, AND A ROW WITH SEATS
      *          TAKEN CANNOT BE DELETED -- KEY TODAY'S DATE AS ITS
      *          RELEASE DATE INSTEAD AND PROJ-SEAT-RELEASE HANDS THE
      *          REST BACK TONIGHT.  A RELEASED ROW IS SHOWN BUT NOT
      *          CHANGED.
      *20261015  A REGISTRATION BLOCK'S 'B' ROWS ARE LISTED WITH THEIR
      *          BLOCK CODE BUT KEPT ON PROJ-UPD-BLOCK, NOT HERE.
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
           SELECT SR-FILE-DESC ASSIGN TO 'PROJ-SEAT-RESV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  SR-FILE-DESC RECORD CONTAINS 80 CHARACTERS.
           COPY SR-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SR-STATUS              PIC XX.
       01  WS-TMP-CRN                PIC X(5).
       01  WS-TMP-SEQ                PIC 9.
       01  WS-TMP-RESTRICT           PIC X.
       01  WS-TMP-SEATS              PIC 9(3).
       01  WS-TMP-MAJORS.
           05  WS-TMP-MAJOR          PIC 9(4) OCCURS 5 TIMES.
       01  WS-TMP-HRS-MIN            PIC 9(3).
       01  WS-TMP-HRS-MAX            PIC 9(3).
       01  WS-TMP-RELEASE            PIC 9(8).
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-CRN-OK                 PIC X.
       01  WS-ROW-OK                 PIC X.
       01  WS-SR-DONE                PIC X.
       01  WS-OTHER-HELD             PIC 9(4).
       01  WS-MJ-SUB                 PIC 9.
       01  WS-NEW-MAJOR              PIC 9(4).
       01  WS-MAJOR-FOUND            PIC X.
       01  WS-MSG                    PIC X(50).
       01  WS-STATUS-OUT             PIC X(8).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY MJ-CODE-TABLE.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-CRN.
          05 LINE 3 COLUMN 1 VALUE 'ENTER CRN: '.
          05 LINE 3 COLUMN 13 PIC X(5) TO WS-TMP-CRN.
       01 SCRN-SEQ.
          05 LINE 14 COLUMN 1 VALUE 'RESERVE ROW (1-9): '.
          05 LINE 14 COLUMN 20 PIC 9 TO WS-TMP-SEQ.
       01 SCRN-DETAIL.
          05 LINE 15 COLUMN 1 VALUE
                'HELD FOR MAJOR (M), LEVEL (L), NEW (N), DELETE (D): '.
          05 LINE 15 COLUMN 54 PIC X USING WS-TMP-RESTRICT.
          05 LINE 16 COLUMN 1 VALUE 'SEATS HELD: '.
          05 LINE 16 COLUMN 13 PIC 9(3) USING WS-TMP-SEATS.
          05 LINE 17 COLUMN 1 VALUE 'MAJORS: '.
          05 LINE 17 COLUMN 9 PIC 9(4) USING WS-TMP-MAJOR(1).
          05 LINE 17 COLUMN 14 PIC 9(4) USING WS-TMP-MAJOR(2).
          05 LINE 17 COLUMN 19 PIC 9(4) USING WS-TMP-MAJOR(3).
          05 LINE 17 COLUMN 24 PIC 9(4) USING WS-TMP-MAJOR(4).
          05 LINE 17 COLUMN 29 PIC 9(4) USING WS-TMP-MAJOR(5).
          05 LINE 18 COLUMN 1 VALUE 'EARNED HOURS FROM: '.
          05 LINE 18 COLUMN 20 PIC 9(3) USING WS-TMP-HRS-MIN.
          05 LINE 18 COLUMN 25 VALUE 'TO: '.
          05 LINE 18 COLUMN 29 PIC 9(3) USING WS-TMP-HRS-MAX.
          05 LINE 19 COLUMN 1 VALUE 'RELEASE DATE (CCYYMMDD): '.
          05 LINE 19 COLUMN 26 PIC 9(8) USING WS-TMP-RELEASE.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO KEY MORE? (YES/NO): '.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE
           OPEN INPUT CS-FILE-DESC
           OPEN I-O SR-FILE-DESC
           IF WS-SR-STATUS = '35'
               OPEN OUTPUT SR-FILE-DESC
               CLOSE SR-FILE-DESC
               OPEN I-O SR-FILE-DESC
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE CS-FILE-DESC
                 SR-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-CRN
           ACCEPT SCRN-CRN
           MOVE 'Y' TO WS-CRN-OK
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-CRN-OK
           END-READ
           IF WS-CRN-OK = 'N'
               DISPLAY 'CRN DOES NOT EXIST'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 220-LIST-ROWS
               PERFORM 250-KEY-ONE-ROW
           END-IF
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       220-LIST-ROWS.
           DISPLAY CS-CRS-CODE ' ' CS-DESC ' TERM ' CS-TERM
               ' CAPACITY ' CS-CAPACITY ' ENROLLED ' CS-ENROLLED-CNT
           DISPLAY '  ROW FOR  SEATS FILLED RELEASE  STATUS'
           MOVE 'N' TO WS-SR-DONE
           MOVE CS-CRN TO SR-CRN
           MOVE ZERO TO SR-SEQ
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO WS-SR-DONE
           END-START
           PERFORM UNTIL WS-SR-DONE = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-SR-DONE
                   NOT AT END
                       IF SR-CRN NOT = CS-CRN
                           MOVE 'Y' TO WS-SR-DONE
                       ELSE
                           PERFORM 225-SHOW-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
       225-SHOW-ONE-ROW.
           IF SR-TERM NOT = CS-TERM
               MOVE 'OLD TERM' TO WS-STATUS-OUT
           ELSE IF SR-STATUS = 'R'
               MOVE 'RELEASED' TO WS-STATUS-OUT
           ELSE
               MOVE 'HOLDING' TO WS-STATUS-OUT
           END-IF
           END-IF
           DISPLAY '   ' SR-SEQ '   ' SR-RESTRICT '   ' SR-SEATS
               '    ' SR-FILLED '   ' SR-RELEASE-DATE ' '
               WS-STATUS-OUT
           IF SR-RESTRICT = 'M'
               DISPLAY '       MAJORS ' SR-MAJOR(1) ' ' SR-MAJOR(2)
                   ' ' SR-MAJOR(3) ' ' SR-MAJOR(4) ' ' SR-MAJOR(5)
           ELSE IF SR-RESTRICT = 'L'
               DISPLAY '       EARNED HOURS ' SR-HRS-MIN ' TO '
                   SR-HRS-MAX
           ELSE IF SR-RESTRICT = 'B'
               DISPLAY '       BLOCK ' SR-BLOCK-CODE
           END-IF
           END-IF
           END-IF.
       250-KEY-ONE-ROW.
           DISPLAY SCRN-SEQ
           ACCEPT SCRN-SEQ
           IF WS-TMP-SEQ = ZERO
               DISPLAY 'ROW MUST BE 1 TO 9'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE CS-CRN TO SR-CRN
               MOVE WS-TMP-SEQ TO SR-SEQ
               READ SR-FILE-DESC
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
               END-READ
      *    A ROW LEFT OVER FROM AN EARLIER TERM'S USE OF THE CRN IS
      *    KEYED OVER AS A NEW ROW.
               IF WS-ROW-ON-FILE = 'Y' AND SR-TERM NOT = CS-TERM
                   MOVE ZERO TO SR-FILLED
                   MOVE SPACE TO SR-STATUS
               END-IF
               IF WS-ROW-ON-FILE = 'Y' AND SR-TERM = CS-TERM
                       AND SR-STATUS = 'R'
                   DISPLAY 'THAT ROW HAS BEEN RELEASED -- KEY A NEW ROW'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE IF WS-ROW-ON-FILE = 'Y' AND SR-TERM = CS-TERM
                       AND SR-RESTRICT = 'B'
                   DISPLAY 'THAT ROW BELONGS TO BLOCK ' SR-BLOCK-CODE
                       ' -- CHANGE IT ON THE BLOCK SCREEN'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE
                   PERFORM 255-LOAD-THE-ROW
                   DISPLAY SCRN-DETAIL
                   ACCEPT SCRN-DETAIL
                   PERFORM 260-FILE-THE-ROW
               END-IF
               END-IF
           END-IF.
       255-LOAD-THE-ROW.
           IF WS-ROW-ON-FILE = 'Y'
               MOVE SR-RESTRICT TO WS-TMP-RESTRICT
               MOVE SR-SEATS TO WS-TMP-SEATS
               MOVE SR-MAJORS TO WS-TMP-MAJORS
               MOVE SR-HRS-MIN TO WS-TMP-HRS-MIN
               MOVE SR-HRS-MAX TO WS-TMP-HRS-MAX
               MOVE SR-RELEASE-DATE TO WS-TMP-RELEASE
           ELSE
               MOVE 'M' TO WS-TMP-RESTRICT
               MOVE ZEROS TO WS-TMP-SEATS
               MOVE ZEROS TO WS-TMP-MAJORS
               MOVE ZEROS TO WS-TMP-HRS-MIN
               MOVE ZEROS TO WS-TMP-HRS-MAX
               MOVE ZEROS TO WS-TMP-RELEASE
               MOVE ZERO TO SR-FILLED
           END-IF.
       260-FILE-THE-ROW.
           IF WS-TMP-RESTRICT = 'D' OR 'd'
               IF WS-ROW-ON-FILE = 'N'
                   DISPLAY 'NO SUCH ROW -- NOTHING DELETED'
               ELSE IF SR-FILLED > ZERO AND SR-TERM = CS-TERM
                   DISPLAY 'SEATS ARE TAKEN AGAINST THAT ROW -- KEY A '
                       'RELEASE DATE INSTEAD'
               ELSE
                   DELETE SR-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   DISPLAY 'RESERVE ROW DELETED'
               END-IF
               END-IF
           ELSE
               PERFORM 300-EDIT-THE-ROW
               IF WS-ROW-OK = 'N'
                   DISPLAY WS-MSG
               ELSE
                   PERFORM 270-WRITE-THE-ROW
               END-IF
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       270-WRITE-THE-ROW.
      *    SR-FILLED IS CARRIED OVER FROM THE ROW ON FILE (ZERO FOR A
      *    NEW ONE); ONLY THE REGISTRATION PATHS MOVE IT.
           MOVE CS-CRN TO SR-CRN
           MOVE WS-TMP-SEQ TO SR-SEQ
           MOVE CS-TERM TO SR-TERM
           MOVE WS-TMP-RESTRICT TO SR-RESTRICT
           MOVE WS-TMP-SEATS TO SR-SEATS
           MOVE ZEROS TO SR-MAJORS
           MOVE ZEROS TO SR-HRS-MIN
           MOVE ZEROS TO SR-HRS-MAX
           IF WS-TMP-RESTRICT = 'M'
               MOVE WS-TMP-MAJORS TO SR-MAJORS
           ELSE IF WS-TMP-RESTRICT = 'L'
               MOVE WS-TMP-HRS-MIN TO SR-HRS-MIN
               MOVE WS-TMP-HRS-MAX TO SR-HRS-MAX
           END-IF
           END-IF
           MOVE WS-TMP-RELEASE TO SR-RELEASE-DATE
           MOVE SPACE TO SR-STATUS
           MOVE ZEROS TO SR-RELEASED
           MOVE ZEROS TO SR-RELEASED-ON
           MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE SPACES TO SR-BLOCK-CODE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE SR-RECORD
               DISPLAY 'RESERVE ROW UPDATED'
           ELSE
               WRITE SR-RECORD
               DISPLAY 'RESERVE ROW ADDED'
           END-IF.
       300-EDIT-THE-ROW.
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-MSG
           IF WS-TMP-RESTRICT = 'm' MOVE 'M' TO WS-TMP-RESTRICT END-IF
           IF WS-TMP-RESTRICT = 'l' MOVE 'L' TO WS-TMP-RESTRICT END-IF
           IF WS-TMP-RESTRICT = 'n' MOVE 'N' TO WS-TMP-RESTRICT END-IF
           IF WS-TMP-RESTRICT NOT = 'M' AND NOT = 'L' AND NOT = 'N'
               MOVE 'N' TO WS-ROW-OK
               MOVE 'HELD FOR MUST BE M, L, N OR D' TO WS-MSG
           ELSE IF WS-TMP-SEATS = ZERO
               MOVE 'N' TO WS-ROW-OK
               MOVE 'A ROW MUST HOLD AT LEAST ONE SEAT' TO WS-MSG
           ELSE IF WS-ROW-ON-FILE = 'Y' AND WS-TMP-SEATS < SR-FILLED
               MOVE 'N' TO WS-ROW-OK
               MOVE 'FEWER SEATS THAN ARE ALREADY TAKEN ON THE ROW'
                   TO WS-MSG
           ELSE IF WS-TMP-RELEASE NOT = ZERO
                   AND (WS-TMP-RELEASE < 19000101
                        OR WS-TMP-RELEASE(5:2) < '01'
                        OR WS-TMP-RELEASE(5:2) > '12'
                        OR WS-TMP-RELEASE(7:2) < '01'
                        OR WS-TMP-RELEASE(7:2) > '31')
               MOVE 'N' TO WS-ROW-OK
               MOVE 'RELEASE DATE IS NOT A CCYYMMDD DATE' TO WS-MSG
           ELSE IF WS-TMP-RESTRICT = 'L'
                   AND WS-TMP-HRS-MIN > WS-TMP-HRS-MAX
               MOVE 'N' TO WS-ROW-OK
               MOVE 'EARNED HOURS FROM IS ABOVE TO' TO WS-MSG
           ELSE IF WS-TMP-RESTRICT = 'M'
               PERFORM 310-EDIT-MAJORS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
               PERFORM 320-CAPACITY-EDIT
           END-IF.
       310-EDIT-MAJORS.
      *    AT LEAST ONE MAJOR, AND EVERY ONE KEYED ON MJ-CODE-TABLE.
           IF WS-TMP-MAJORS = ZEROS
               MOVE 'N' TO WS-ROW-OK
               MOVE 'KEY AT LEAST ONE MAJOR' TO WS-MSG
           END-IF
           PERFORM VARYING WS-MJ-SUB FROM 1 BY 1 UNTIL WS-MJ-SUB > 5
               MOVE WS-TMP-MAJOR(WS-MJ-SUB) TO WS-NEW-MAJOR
               IF WS-NEW-MAJOR NOT = ZEROS
                   MOVE 'N' TO WS-MAJOR-FOUND
                   PERFORM VARYING MJ-CODE-IDX FROM 1 BY 1
                           UNTIL MJ-CODE-IDX > MJ-CODE-TBL-SIZE
                       IF WS-NEW-MAJOR = MJ-TBL-CODE(MJ-CODE-IDX)
                           MOVE 'Y' TO WS-MAJOR-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-MAJOR-FOUND = 'N'
                       MOVE 'N' TO WS-ROW-OK
                       MOVE 'A MAJOR KEYED IS NOT ON THE MAJOR TABLE'
                           TO WS-MSG
                   END-IF
               END-IF
           END-PERFORM.
       320-CAPACITY-EDIT.
      *    THE SECTION'S OTHER ROWS STILL HOLDING THIS TERM, PLUS THIS
      *    ONE, MAY NOT HOLD MORE THAN CS-CAPACITY.  THE ROW BEING
      *    KEYED IS RE-READ ON THE WAY OUT SO SR-FILLED IS ITS OWN.
           MOVE ZERO TO WS-OTHER-HELD
           MOVE 'N' TO WS-SR-DONE
           MOVE CS-CRN TO SR-CRN
           MOVE ZERO TO SR-SEQ
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO WS-SR-DONE
           END-START
           PERFORM UNTIL WS-SR-DONE = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-SR-DONE
                   NOT AT END
                       IF SR-CRN NOT = CS-CRN
                           MOVE 'Y' TO WS-SR-DONE
                       ELSE IF SR-SEQ NOT = WS-TMP-SEQ
                               AND SR-TERM = CS-TERM
                               AND SR-STATUS = SPACE
                           ADD SR-SEATS TO WS-OTHER-HELD
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OTHER-HELD + WS-TMP-SEATS > CS-CAPACITY
               MOVE 'N' TO WS-ROW-OK
               MOVE 'RESERVED SEATS WOULD EXCEED THE CAPACITY'
                   TO WS-MSG
           END-IF
           MOVE CS-CRN TO SR-CRN
           MOVE WS-TMP-SEQ TO SR-SEQ
           IF WS-ROW-ON-FILE = 'Y'
               READ SR-FILE-DESC
                   INVALID KEY CONTINUE
               END-READ
               IF SR-TERM NOT = CS-TERM
                   MOVE ZERO TO SR-FILLED
               END-IF
           ELSE
               MOVE ZERO TO SR-FILLED
           END-IF.
