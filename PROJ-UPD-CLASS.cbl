      *          PROJ-CANCEL-SECTION USES -- AND PRINTS THE CHANGE
      *          REGISTER ON CS-CHANGE.RPT.  WITH NO XREF ON HAND THE
      *          FULL ENROLLMENT SWEEP RUNS INSTEAD.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE INSTRUCTOR OF RECORD (CS-INSTR-ID) CAN NOW BE
      *          REKEYED HERE TOO.  WHEN THE INSTRUCTOR OR THE BLOCK
      *          CHANGES, THE SECTION'S PATTERNS (PRIMARY PLUS ITS
      *          CS-MEET.DAT ROWS) ARE CHECKED AGAINST THE
      *          INSTRUCTOR'S OTHER CURRENT-TERM SECTIONS AND THEIR
      *          TERM AVAILABILITY, SAME AS PROJ-ADD-CLASS; A CLASH
      *          NEEDS AN OPERATOR OVERRIDE.
      *20261015  THE LECTURE/LAB LINK GROUP AND ROLE (CS-LINK-GROUP,
      *          CS-LINK-ROLE; CS-RECORD NOW 79 BYTES) CAN BE REKEYED
      *          HERE, WITH THE SAME ONE-LECTURE-PER-GROUP RULE AS
      *          PROJ-ADD-CLASS.
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).  THE
      *          SECTION'S CAMPUS (CS-CAMPUS) CAN NOW BE CORRECTED HERE;
      *          A SECTION MOVED TO ANOTHER ROOM TAKES THAT ROOM'S
      *          CAMPUS UNLESS ONE IS KEYED.  IT MUST BE ON THE CAMPUS
      *          TABLE.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  THE SECTION'S DELIVERY (CS-MODALITY -- P IN
      *          PERSON, O FULLY ONLINE, H HYBRID) CAN NOW BE CORRECTED
      *          HERE; A SECTION CARRYING NONE SHOWS AS IN PERSON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS RM-CODE
               FILE STATUS IS WS-RM-STATUS.
           SELECT CM-FILE-DESC ASSIGN TO 'CS-MEET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT IA-FILE-DESC ASSIGN TO 'PROJ-INSTR-AVAIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IA-KEY
               FILE STATUS IS WS-IA-STATUS.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               FILE STATUS IS WS-CR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY CM-FILE-DESC.
       FD  IA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY IA-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       01  WS-NEW-DAYS               PIC X(5).
       01  WS-NEW-TIME               PIC 9(4).
       01  WS-NEW-ROOM               PIC X(4).
       01  WS-OLD-INSTR              PIC 9(5).
       01  WS-NEW-INSTR              PIC 9(5).
       01  WS-NEW-LINK-GROUP         PIC X(4).
       01  WS-NEW-LINK-ROLE          PIC X.
       01  WS-OLD-CAMPUS             PIC X(2).
       01  WS-NEW-CAMPUS             PIC X(2).
       01  WS-CAMPUS-OK              PIC X.
       01  WS-NEW-MODALITY           PIC X.
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-LINK-OK                PIC X.
       01  WS-LK-DONE                PIC X.
       01  WS-CM-STATUS              PIC XX.
       01  WS-CM-ON-FILE             PIC X    VALUE 'N'.
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
       01  WS-NOTIFIED-CNT           PIC 9(3).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CQ-REC.
       COPY CA-CAMPUS-TABLE.
       COPY CURRENT-TERM.
       01  CHANGE-LINE.
           05                        PIC X(15)
          05 LINE 7 COLUMN 24 PIC 9(4) USING WS-NEW-TIME.
          05 LINE 9 COLUMN 1 VALUE 'MEETING ROOM: '.
          05 LINE 9 COLUMN 16 PIC X(4) USING WS-NEW-ROOM.
          05 LINE 11 COLUMN 1 VALUE 'INSTRUCTOR ID: '.
          05 LINE 11 COLUMN 16 PIC 9(5) USING WS-NEW-INSTR.
          05 LINE 13 COLUMN 1 VALUE 'LINK GROUP: '.
          05 LINE 13 COLUMN 16 PIC X(4) USING WS-NEW-LINK-GROUP.
          05 LINE 15 COLUMN 1 VALUE
                  'LINK ROLE (L=LECTURE, B=LAB/RECITATION): '.
          05 LINE 15 COLUMN 43 PIC X USING WS-NEW-LINK-ROLE.
          05 LINE 17 COLUMN 1 VALUE
                  'CAMPUS (FOLLOWS A NEW ROOM UNLESS KEYED): '.
          05 LINE 17 COLUMN 43 PIC X(2) USING WS-NEW-CAMPUS.
          05 LINE 19 COLUMN 1 VALUE
                  'DELIVERY (P=IN PERSON, O=ONLINE, H=HYBRID): '.
          05 LINE 19 COLUMN 46 PIC X USING WS-NEW-MODALITY.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 36 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID, CA-CODE-TBL-SIZE,
               CA-CODE-TABLE
           OPEN I-O CS-SECT
           OPEN INPUT RM-FILE-DESC
           IF WS-RM-STATUS = '35'
           ELSE
               MOVE 'Y' TO WS-EX-ON-FILE
           END-IF
           OPEN INPUT CM-FILE-DESC
           IF WS-CM-STATUS NOT = '35'
               MOVE 'Y' TO WS-CM-ON-FILE
           END-IF
           OPEN INPUT IA-FILE-DESC
           IF WS-IA-STATUS NOT = '35'
               MOVE 'Y' TO WS-IA-ON-FILE
           END-IF
           ACCEPT WS-TODAY FROM DATE
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
           IF WS-EX-ON-FILE = 'Y'
               CLOSE EX-FILE-DESC
           END-IF
           IF WS-CM-ON-FILE = 'Y'
               CLOSE CM-FILE-DESC
           END-IF
           IF WS-IA-ON-FILE = 'Y'
               CLOSE IA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-CHANGE-ONE-SECTION.
           DISPLAY SCRN-CLEAR
           MOVE CS-MTG-DAYS TO WS-NEW-DAYS
           MOVE CS-MTG-TIME TO WS-NEW-TIME
           MOVE CS-ROOM TO WS-NEW-ROOM
           MOVE CS-INSTR-ID TO WS-OLD-INSTR
           MOVE CS-INSTR-ID TO WS-NEW-INSTR
           MOVE CS-LINK-GROUP TO WS-NEW-LINK-GROUP
           MOVE CS-LINK-ROLE TO WS-NEW-LINK-ROLE
           MOVE CS-CAMPUS TO WS-OLD-CAMPUS
           IF WS-OLD-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-OLD-CAMPUS
           END-IF
           MOVE WS-OLD-CAMPUS TO WS-NEW-CAMPUS
           MOVE CS-MODALITY TO WS-NEW-MODALITY
           IF WS-NEW-MODALITY = SPACE
               MOVE 'P' TO WS-NEW-MODALITY
           END-IF
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           IF WS-NEW-MODALITY = SPACE
               MOVE 'P' TO WS-NEW-MODALITY
           END-IF
           PERFORM 260-ROOM-CHECK
           PERFORM 262-CAMPUS-CHECK
           PERFORM 265-LINK-CHECK
           MOVE 'Y' TO WS-PROCEED
           IF WS-ROOM-OK = 'Y'
                   AND (WS-NEW-INSTR NOT = WS-OLD-INSTR
                   OR WS-NEW-DAYS NOT = WS-OLD-DAYS
                   OR WS-NEW-TIME NOT = WS-OLD-TIME)
               PERFORM 270-LOAD-TARGETS
               PERFORM 560-INSTR-CHECK
               PERFORM 570-INSTR-OVERRIDE
      *        THE SWEEP MOVED THE CS BUFFER -- PUT THIS SECTION BACK.
               MOVE WS-TMP-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF WS-ROOM-OK = 'N'
               DISPLAY 'ROOM NOT ON THE ROOM MASTER -- NO CHANGE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-CAMPUS-OK = 'N'
               DISPLAY 'CAMPUS ' WS-NEW-CAMPUS
                   ' IS NOT ON THE CAMPUS TABLE -- NO CHANGE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-NEW-MODALITY NOT = 'P' AND NOT = 'O'
                   AND NOT = 'H'
               DISPLAY 'DELIVERY MUST BE P (IN PERSON), O (ONLINE) OR'
               DISPLAY 'H (HYBRID) -- NO CHANGE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-LINK-OK = 'N'
               DISPLAY 'A LINK GROUP NEEDS ROLE L OR B, AND HOLDS ONLY'
               DISPLAY 'ONE LECTURE IN A TERM -- NO CHANGE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-PROCEED = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'NO CHANGE'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE WS-NEW-DAYS TO CS-MTG-DAYS
               MOVE WS-NEW-TIME TO CS-MTG-TIME
               MOVE WS-NEW-ROOM TO CS-ROOM
               MOVE WS-NEW-INSTR TO CS-INSTR-ID
               MOVE WS-NEW-LINK-GROUP TO CS-LINK-GROUP
               MOVE WS-NEW-LINK-ROLE TO CS-LINK-ROLE
               MOVE WS-NEW-CAMPUS TO CS-CAMPUS
               MOVE WS-NEW-MODALITY TO CS-MODALITY
               REWRITE CS-RECORD
               DISPLAY 'SECTION UPDATED'
               IF CS-ENROLLED-CNT > 0
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF
           END-IF
           END-IF.
       260-ROOM-CHECK.
      *    SAME BLANK-IS-FINE ROOM VALIDATION AS PROJ-ADD-CLASS.
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF.
       262-CAMPUS-CHECK.
      *    A SECTION MOVED TO ANOTHER ROOM GOES WHERE THE ROOM IS,
      *    UNLESS THE OPERATOR KEYED A CAMPUS OF THEIR OWN ON THE SAME
      *    SCREEN.  RUNS AFTER 260-ROOM-CHECK, WHICH LEFT THE NEW
      *    ROOM'S ROW IN THE RM BUFFER WHEN IT FOUND ONE.
           IF WS-NEW-ROOM NOT = WS-OLD-ROOM
                   AND WS-NEW-CAMPUS = WS-OLD-CAMPUS
                   AND WS-ROOM-OK = 'Y'
                   AND WS-RM-ON-FILE = 'Y'
                   AND WS-NEW-ROOM NOT = SPACES
                   AND RM-CAMPUS NOT = SPACES
               MOVE RM-CAMPUS TO WS-NEW-CAMPUS
           END-IF
           IF WS-NEW-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-NEW-CAMPUS
           END-IF
           MOVE 'N' TO WS-CAMPUS-OK
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-NEW-CAMPUS
                   MOVE 'Y' TO WS-CAMPUS-OK
               END-IF
           END-PERFORM.
       265-LINK-CHECK.
      *    SAME RULE AS PROJ-ADD-CLASS 346-LINK-CHECK -- A GROUP NEEDS
      *    A ROLE AND HOLDS ONE LECTURE PER TERM -- LEAVING THIS
      *    SECTION ITSELF OUT OF THE SWEEP.
           MOVE 'Y' TO WS-LINK-OK
           IF WS-NEW-LINK-ROLE = 'l'
               MOVE 'L' TO WS-NEW-LINK-ROLE
           END-IF
           IF WS-NEW-LINK-ROLE = 'b'
               MOVE 'B' TO WS-NEW-LINK-ROLE
           END-IF
           IF WS-NEW-LINK-GROUP = SPACES
               MOVE SPACE TO WS-NEW-LINK-ROLE
           ELSE IF WS-NEW-LINK-ROLE NOT = 'L'
                   AND WS-NEW-LINK-ROLE NOT = 'B'
               MOVE 'N' TO WS-LINK-OK
           ELSE IF WS-NEW-LINK-ROLE = 'L'
               MOVE 'N' TO WS-LK-DONE
               MOVE ZEROS TO CS-CRN
               START CS-SECT KEY IS NOT LESS THAN CS-CRN
                   INVALID KEY MOVE 'Y' TO WS-LK-DONE
               END-START
               PERFORM UNTIL WS-LK-DONE = 'Y'
                   READ CS-SECT NEXT RECORD
                       AT END MOVE 'Y' TO WS-LK-DONE
                       NOT AT END
                           IF CS-LINK-GROUP = WS-NEW-LINK-GROUP
                                   AND CS-TERM = CURRENT-TERM
                                   AND CS-LINK-ROLE = 'L'
                                   AND CS-CRN NOT = WS-TMP-CRN
                               MOVE 'N' TO WS-LINK-OK
                               MOVE 'Y' TO WS-LK-DONE
                           END-IF
                   END-READ
               END-PERFORM
      *        THE SWEEP MOVED THE CS BUFFER -- PUT THIS SECTION BACK.
               MOVE WS-TMP-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           END-IF
           END-IF.
       270-LOAD-TARGETS.
      *    THE NEW PRIMARY BLOCK PLUS THE SECTION'S OWN CS-MEET.DAT
      *    ROWS -- ALL OF THEM GO WITH THE INSTRUCTOR.
           MOVE WS-NEW-INSTR TO WS-TGT-INSTR
           MOVE CS-CRN TO WS-TGT-CRN
           MOVE CS-SESSION TO WS-TGT-SESSION
           MOVE CS-XLIST-GROUP TO WS-TGT-XLIST
           MOVE ZERO TO WS-TGT-CNT
           IF WS-NEW-DAYS NOT = SPACES
               ADD 1 TO WS-TGT-CNT
               MOVE WS-NEW-DAYS TO WS-TGT-DAYS (WS-TGT-CNT)
               MOVE WS-NEW-TIME TO WS-TGT-TIME (WS-TGT-CNT)
           END-IF
           IF WS-CM-ON-FILE = 'Y'
               MOVE WS-TMP-CRN TO CM-CRN
               MOVE ZEROS TO CM-SEQ
               MOVE 'N' TO WS-CM-DONE
               START CM-FILE-DESC KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE 'Y' TO WS-CM-DONE
               END-START
               PERFORM UNTIL WS-CM-DONE = 'Y'
                   READ CM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-CM-DONE
                       NOT AT END
                           IF CM-CRN NOT = WS-TMP-CRN
                                   OR WS-TGT-CNT NOT < 20
                               MOVE 'Y' TO WS-CM-DONE
                           ELSE
                               IF CM-MTG-DAYS NOT = SPACES
                                   ADD 1 TO WS-TGT-CNT
                                   MOVE CM-MTG-DAYS
                                     TO WS-TGT-DAYS (WS-TGT-CNT)
                                   MOVE CM-MTG-TIME
                                     TO WS-TGT-TIME (WS-TGT-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       300-NOTIFY-SEATED-STUDENTS.
      *    THE CRN'S XREF KEY RANGE FINDS EACH SEATED NODE STRAIGHT
      *    OFF (SAME WALK AS PROJ-CANCEL-SECTION); THE FULL-SWEEP
           END-STRING
           WRITE CHANGE-REC FROM CHANGE-LINE
           CLOSE CHANGE-REPORT.
       560-INSTR-CHECK.
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
               PERFORM 562-AVAIL-CHECK
               PERFORM 564-INSTR-SWEEP
           END-IF
           IF WS-AVAIL-OK = 'N' OR WS-CLASH-CRN NOT = ZERO
               MOVE 'N' TO WS-INSTR-OK
           END-IF.
       562-AVAIL-CHECK.
      *    NO AVAILABILITY ROW FOR THE TERM MEANS AVAILABLE WHENEVER.
           IF WS-IA-ON-FILE = 'Y'
               MOVE WS-TGT-INSTR TO IA-INSTR-ID
               MOVE CURRENT-TERM TO IA-TERM
               READ IA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                               UNTIL WS-TGT-IX > WS-TGT-CNT
                           PERFORM 563-AVAIL-ONE-PATTERN
                       END-PERFORM
               END-READ
           END-IF.
       563-AVAIL-ONE-PATTERN.
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
       564-INSTR-SWEEP.
           MOVE 'N' TO WS-IC-DONE
           MOVE ZEROS TO CS-CRN
           START CS-SECT KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO WS-IC-DONE
           END-START
           PERFORM UNTIL WS-IC-DONE = 'Y'
               READ CS-SECT NEXT RECORD
                   AT END MOVE 'Y' TO WS-IC-DONE
                   NOT AT END PERFORM 566-INSTR-ONE-SECTION
               END-READ
           END-PERFORM.
       566-INSTR-ONE-SECTION.
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
                   PERFORM 568-CMP-TARGETS
                   IF WS-DAY-HIT = 'Y'
                       MOVE CS-CRN TO WS-CLASH-CRN
                       MOVE 'Y' TO WS-IC-DONE
                   ELSE
                       IF WS-CM-ON-FILE = 'Y'
                           PERFORM 567-INSTR-CM-ROWS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       567-INSTR-CM-ROWS.
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
                           PERFORM 568-CMP-TARGETS
                           IF WS-DAY-HIT = 'Y'
                               MOVE CS-CRN TO WS-CLASH-CRN
                               MOVE 'Y' TO WS-CM-DONE
                               MOVE 'Y' TO WS-IC-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       568-CMP-TARGETS.
      *    WS-CMP-DAYS/WS-CMP-TIME AGAINST EVERY TARGET PATTERN.
           MOVE 'N' TO WS-DAY-HIT
           IF WS-CMP-DAYS NOT = SPACES
               PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                       UNTIL WS-TGT-IX > WS-TGT-CNT
                   IF WS-TGT-TIME (WS-TGT-IX) = WS-CMP-TIME
                       PERFORM 569-DAY-MATCH
                   END-IF
               END-PERFORM
           END-IF.
       569-DAY-MATCH.
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
       570-INSTR-OVERRIDE.
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
