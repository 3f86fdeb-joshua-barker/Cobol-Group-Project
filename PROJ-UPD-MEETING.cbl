      *          KEYED HERE BY CRN AND SEQUENCE.  AN ASSIGNED ROOM IS
      *          CHECKED AGAINST THE ROOM MASTER THE SAME WAY
      *          PROJ-ADD-CLASS CHECKS ONE.
      *20261015  A KEYED PATTERN IS NOW CHECKED AGAINST THE SECTION
      *          INSTRUCTOR'S OTHER CURRENT-TERM SECTIONS AND THEIR
      *          TERM AVAILABILITY (PROJ-INSTR-AVAIL.DAT), SAME AS
      *          PROJ-ADD-CLASS; A CLASH NEEDS AN OPERATOR OVERRIDE.
      *          CS-SECT AND CS-MEET.DAT ARE NOW DYNAMIC FOR THE SWEEP.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT CM-FILE-DESC ASSIGN TO 'CS-MEET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT RM-FILE-DESC ASSIGN TO 'PROJ-ROOM.DAT'
               ACCESS IS RANDOM
               RECORD KEY IS RM-CODE
               FILE STATUS IS WS-RM-STATUS.
           SELECT IA-FILE-DESC ASSIGN TO 'PROJ-INSTR-AVAIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IA-KEY
               FILE STATUS IS WS-IA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY CM-FILE-DESC.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  IA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY IA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-RM-STATUS              PIC XX.
       01  WS-RM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-TMP-CRN                PIC X(5).
       01  WS-ROOM-OK                PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       01  WS-CM-STATUS              PIC XX.
       01  WS-CM-ON-FILE             PIC X    VALUE 'Y'.
       01  WS-IA-STATUS              PIC XX.
       01  WS-IA-ON-FILE             PIC X    VALUE 'N'.
       01  WS-INSTR-OK               PIC X.
       01  WS-AVAIL-OK               PIC X.
       01  WS-PROCEED                PIC X.
       01  WS-CLASH-CRN              PIC 9(5).
       01  WS-IC-DONE                PIC X.
       01  WS-CM-DONE                PIC X.
       01  WS-IC-CM-CRN              PIC X(5).
       01  WS-CAN-CLASH              PIC X.
       01  WS-DAY-HIT                PIC X.
       01  WS-DAY-I                  PIC 9.
       01  WS-DAY-J                  PIC 9.
       01  WS-CMP-DAYS               PIC X(5).
       01  WS-CMP-TIME               PIC 9(4).
       01  WS-TGT-INSTR              PIC 9(5).
       01  WS-TGT-CRN                PIC 9(5).
       01  WS-TGT-SESSION            PIC X(2).
       01  WS-TGT-XLIST              PIC X(4).
       01  WS-TGT-CNT                PIC 99.
       01  WS-TGT-IX                 PIC 99.
       01  WS-TGT-TABLE.
           05  WS-TGT-ENTRY OCCURS 20 TIMES.
               10  WS-TGT-DAYS       PIC X(5).
               10  WS-TGT-TIME       PIC 9(4).
       COPY CURRENT-TERM.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT CS-FILE-DESC
           OPEN I-O CM-FILE-DESC
           IF WS-CM-STATUS = '35'
           ELSE
               MOVE 'Y' TO WS-RM-ON-FILE
           END-IF
           OPEN INPUT IA-FILE-DESC
           IF WS-IA-STATUS NOT = '35'
               MOVE 'Y' TO WS-IA-ON-FILE
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           IF WS-RM-ON-FILE = 'Y'
               CLOSE RM-FILE-DESC
           END-IF
           IF WS-IA-ON-FILE = 'Y'
               CLOSE IA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 300-ROOM-CHECK
           MOVE 'Y' TO WS-PROCEED
           IF WS-ROOM-OK = 'Y'
      *        THE SECTION'S OWN OTHER PATTERNS ARE NOT COMPARED --
      *        ONLY THE INSTRUCTOR'S OTHER SECTIONS.
               MOVE CS-INSTR-ID TO WS-TGT-INSTR
               MOVE CS-CRN TO WS-TGT-CRN
               MOVE CS-SESSION TO WS-TGT-SESSION
               MOVE CS-XLIST-GROUP TO WS-TGT-XLIST
               MOVE ZERO TO WS-TGT-CNT
               IF WS-TMP-DAYS NOT = SPACES
                   MOVE 1 TO WS-TGT-CNT
                   MOVE WS-TMP-DAYS TO WS-TGT-DAYS (1)
                   MOVE WS-TMP-TIME TO WS-TGT-TIME (1)
               END-IF
               PERFORM 460-INSTR-CHECK
               PERFORM 470-INSTR-OVERRIDE
           END-IF
           IF WS-ROOM-OK = 'N'
               DISPLAY 'ROOM NOT ON THE ROOM MASTER -- NOT KEYED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-PROCEED = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'NOT KEYED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE SPACES TO CM-RECORD
               MOVE WS-TMP-CRN TO CM-CRN
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF.
       460-INSTR-CHECK.
      *    AN INSTRUCTOR CAN'T STAND IN TWO ROOMS AT ONCE, AND AN
      *    ADJUNCT CAN'T TEACH OUTSIDE THE WINDOW ON PROJ-INSTR-
      *    AVAIL.DAT.  THE TARGET TABLE HOLDS THE PATTERNS BEING
      *    KEYED; EVERY OTHER CURRENT-TERM SECTION OF THE SAME
      *    INSTRUCTOR IS COMPARED ON ITS PRIMARY PATTERN AND ITS
      *    CS-MEET.DAT ROWS.  SAME START TIME WITH A DAY LETTER IN
      *    COMMON IS A CLASH.  SETS WS-INSTR-OK; THE CALLER OFFERS
      *    THE OVERRIDE.
           MOVE 'Y' TO WS-INSTR-OK
           MOVE 'Y' TO WS-AVAIL-OK
           MOVE ZERO TO WS-CLASH-CRN
           IF WS-TGT-INSTR NOT = ZERO AND WS-TGT-CNT > ZERO
               PERFORM 462-AVAIL-CHECK
               PERFORM 464-INSTR-SWEEP
           END-IF
           IF WS-AVAIL-OK = 'N' OR WS-CLASH-CRN NOT = ZERO
               MOVE 'N' TO WS-INSTR-OK
           END-IF.
       462-AVAIL-CHECK.
      *    NO AVAILABILITY ROW FOR THE TERM MEANS AVAILABLE WHENEVER.
           IF WS-IA-ON-FILE = 'Y'
               MOVE WS-TGT-INSTR TO IA-INSTR-ID
               MOVE CURRENT-TERM TO IA-TERM
               READ IA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                               UNTIL WS-TGT-IX > WS-TGT-CNT
                           PERFORM 463-AVAIL-ONE-PATTERN
                       END-PERFORM
               END-READ
           END-IF.
       463-AVAIL-ONE-PATTERN.
           IF IA-EARLIEST NOT = ZERO
                   AND WS-TGT-TIME (WS-TGT-IX) < IA-EARLIEST
               MOVE 'N' TO WS-AVAIL-OK
           END-IF
           IF IA-LATEST NOT = ZERO
                   AND WS-TGT-TIME (WS-TGT-IX) > IA-LATEST
               MOVE 'N' TO WS-AVAIL-OK
           END-IF
           IF IA-DAYS NOT = SPACES
               MOVE WS-TGT-DAYS (WS-TGT-IX) TO WS-CMP-DAYS
               PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 5
                   IF WS-CMP-DAYS (WS-DAY-I:1) NOT = SPACE
                       MOVE 'N' TO WS-DAY-HIT
                       PERFORM VARYING WS-DAY-J FROM 1 BY 1
                               UNTIL WS-DAY-J > 5
                           IF IA-DAYS (WS-DAY-J:1) =
                                   WS-CMP-DAYS (WS-DAY-I:1)
                               MOVE 'Y' TO WS-DAY-HIT
                           END-IF
                       END-PERFORM
                       IF WS-DAY-HIT = 'N'
                           MOVE 'N' TO WS-AVAIL-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       464-INSTR-SWEEP.
           MOVE 'N' TO WS-IC-DONE
           MOVE ZEROS TO CS-CRN
           START CS-FILE-DESC KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO WS-IC-DONE
           END-START
           PERFORM UNTIL WS-IC-DONE = 'Y'
               READ CS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-IC-DONE
                   NOT AT END PERFORM 466-INSTR-ONE-SECTION
               END-READ
           END-PERFORM.
       466-INSTR-ONE-SECTION.
      *    A CROSS-LIST PARTNER IS THE SAME PHYSICAL CLASS, AND AN 81
      *    SECTION NEVER MEETS ALONGSIDE AN 82 ONE.
           IF CS-INSTR-ID = WS-TGT-INSTR AND CS-TERM = CURRENT-TERM
                   AND CS-CRN NOT = WS-TGT-CRN
               MOVE 'Y' TO WS-CAN-CLASH
               IF (WS-TGT-SESSION = '81' AND CS-SESSION = '82')
                   OR (WS-TGT-SESSION = '82' AND CS-SESSION = '81')
                   MOVE 'N' TO WS-CAN-CLASH
               END-IF
               IF WS-TGT-XLIST NOT = SPACES
                       AND CS-XLIST-GROUP = WS-TGT-XLIST
                   MOVE 'N' TO WS-CAN-CLASH
               END-IF
               IF WS-CAN-CLASH = 'Y'
                   MOVE CS-MTG-DAYS TO WS-CMP-DAYS
                   MOVE CS-MTG-TIME TO WS-CMP-TIME
                   PERFORM 468-CMP-TARGETS
                   IF WS-DAY-HIT = 'Y'
                       MOVE CS-CRN TO WS-CLASH-CRN
                       MOVE 'Y' TO WS-IC-DONE
                   ELSE
                       IF WS-CM-ON-FILE = 'Y'
                           PERFORM 467-INSTR-CM-ROWS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       467-INSTR-CM-ROWS.
           MOVE CS-CRN TO WS-IC-CM-CRN
           MOVE WS-IC-CM-CRN TO CM-CRN
           MOVE ZEROS TO CM-SEQ
           MOVE 'N' TO WS-CM-DONE
           START CM-FILE-DESC KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE 'Y' TO WS-CM-DONE
           END-START
           PERFORM UNTIL WS-CM-DONE = 'Y'
               READ CM-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-CM-DONE
                   NOT AT END
                       IF CM-CRN NOT = WS-IC-CM-CRN
                           MOVE 'Y' TO WS-CM-DONE
                       ELSE
                           MOVE CM-MTG-DAYS TO WS-CMP-DAYS
                           MOVE CM-MTG-TIME TO WS-CMP-TIME
                           PERFORM 468-CMP-TARGETS
                           IF WS-DAY-HIT = 'Y'
                               MOVE CS-CRN TO WS-CLASH-CRN
                               MOVE 'Y' TO WS-CM-DONE
                               MOVE 'Y' TO WS-IC-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       468-CMP-TARGETS.
      *    WS-CMP-DAYS/WS-CMP-TIME AGAINST EVERY TARGET PATTERN.
           MOVE 'N' TO WS-DAY-HIT
           IF WS-CMP-DAYS NOT = SPACES
               PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                       UNTIL WS-TGT-IX > WS-TGT-CNT
                   IF WS-TGT-TIME (WS-TGT-IX) = WS-CMP-TIME
                       PERFORM 469-DAY-MATCH
                   END-IF
               END-PERFORM
           END-IF.
       469-DAY-MATCH.
           PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 5
               IF WS-CMP-DAYS (WS-DAY-I:1) NOT = SPACE
                   PERFORM VARYING WS-DAY-J FROM 1 BY 1
                           UNTIL WS-DAY-J > 5
                       IF WS-TGT-DAYS (WS-TGT-IX) (WS-DAY-J:1) =
                               WS-CMP-DAYS (WS-DAY-I:1)
                           MOVE 'Y' TO WS-DAY-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       470-INSTR-OVERRIDE.
           MOVE 'Y' TO WS-PROCEED
           IF WS-INSTR-OK = 'N'
               DISPLAY SCRN-CLEAR
               IF WS-CLASH-CRN NOT = ZERO
                   DISPLAY 'THE INSTRUCTOR ALREADY TEACHES CRN '
                           WS-CLASH-CRN
                   DISPLAY 'AT AN OVERLAPPING MEETING TIME.'
               END-IF
               IF WS-AVAIL-OK = 'N'
                   DISPLAY 'THE MEETING FALLS OUTSIDE THE INSTRUCTOR''S'
                   DISPLAY 'AVAILABILITY FOR THE TERM.'
               END-IF
               DISPLAY 'OVERRIDE AND SAVE ANYWAY (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-PROCEED
               ELSE
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.
