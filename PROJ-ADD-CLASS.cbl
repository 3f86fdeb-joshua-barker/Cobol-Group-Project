      *          MEMBERS ON ROOM, MEETING PATTERN, AND INSTRUCTOR,
      *          SINCE THE GROUP IS ONE PHYSICAL CLASS SHARING ONE
      *          SEAT POOL.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
      *20261015  INSTRUCTOR DOUBLE-BOOKING CHECK.  A NEW SECTION'S
      *          INSTRUCTOR IS CHECKED AGAINST THEIR OTHER CURRENT-TERM
      *          SECTIONS (PRIMARY PATTERNS AND CS-MEET.DAT ROWS) AND
      *          AGAINST THEIR TERM AVAILABILITY ON PROJ-INSTR-
      *          AVAIL.DAT; EITHER PROBLEM NEEDS AN OPERATOR OVERRIDE.
      *20261015  LECTURE/LAB LINKS.  A NEW SECTION CAN CARRY A
      *          CS-LINK-GROUP AND CS-LINK-ROLE ('L' LECTURE, 'B' LAB
      *          OR RECITATION; CS-RECORD NOW 79 BYTES).  A GROUP
      *          NEEDS A ROLE AND HOLDS ONE LECTURE PER TERM.
      *20261015  VARIABLE-CREDIT SECTIONS.  A NEW SECTION CAN CARRY
      *          A MAXIMUM CREDIT HOURS (CS-CRED-MAX) ABOVE THE CATALOG
      *          HOURS, WHICH BECOME ITS MINIMUM; ZERO OR A MAXIMUM NOT
      *          ABOVE THE CATALOG HOURS IS FIXED CREDIT.  CLASS
      *          SECTION FD NOW 81 BYTES.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).  THE NEW
      *          SECTION'S CAMPUS DEFAULTS FROM ITS ROOM'S RM-CAMPUS
      *          (MAIN WHEN THERE IS NO ROOM) AND THE OPERATOR MAY KEY
      *          ANOTHER; IT MUST BE ON THE CAMPUS TABLE.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  THE OPERATOR KEYS THE NEW SECTION'S DELIVERY
      *          -- P IN PERSON (THE DEFAULT), O FULLY ONLINE OR H
      *          HYBRID.
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
       DATA DIVISION.
       FILE SECTION.
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
       COPY CG-CAT-DESC.
       FD RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
       COPY RM-ROOM-DESC.
       FD CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
       COPY CM-FILE-DESC.
       FD IA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
       COPY IA-FILE-DESC.
       WORKING-STORAGE SECTION.
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
       01  WS-CG-STATUS              PIC XX.
       01  WS-CAT-FOUND              PIC X.
       01  WS-RM-STATUS              PIC XX.
       01  WS-TMP-XLIST              PIC X(4).
       01  WS-XLIST-OK               PIC X.
       01  WS-XL-DONE                PIC X.
       01  WS-TMP-LINK-GROUP         PIC X(4).
       01  WS-TMP-LINK-ROLE          PIC X.
       01  WS-TMP-CRED-MAX           PIC 99.
       01  WS-TMP-CAMPUS             PIC X(2).
       01  WS-CAMPUS-OK              PIC X.
       01  WS-TMP-MODALITY           PIC X.
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-LINK-OK                PIC X.
       01  WS-LK-DONE                PIC X.
       01  WS-HELD-CRN               PIC 9(5).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY CA-CAMPUS-TABLE.
       COPY CURRENT-TERM.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 LINE 25 COLUMN 1 VALUE
                  'CROSS-LIST GROUP (BLANK=NONE): '.
          05 LINE 25 COLUMN 33 PIC X(4) TO WS-TMP-XLIST.
       01 SCRN-LINK.
          05 LINE 26 COLUMN 1 VALUE
                  'LINK GROUP (BLANK=NONE): '.
          05 LINE 26 COLUMN 27 PIC X(4) TO WS-TMP-LINK-GROUP.
          05 LINE 26 COLUMN 33 VALUE
                  'ROLE (L=LECTURE, B=LAB/RECITATION): '.
          05 LINE 26 COLUMN 70 PIC X TO WS-TMP-LINK-ROLE.
       01 SCRN-CRED-MAX.
          05 LINE 27 COLUMN 1 VALUE
                  'MAXIMUM CREDIT HOURS (0=FIXED CREDIT): '.
          05 LINE 27 COLUMN 41 PIC 99 TO WS-TMP-CRED-MAX.
       01 SCRN-ROOM.
          05 LINE 21 COLUMN 1 VALUE
                  'ENTER MEETING ROOM (BLANK=UNASSIGNED): '.
          05 LINE 21 COLUMN 41 PIC X(4) TO WS-TMP-ROOM.
       01 SCRN-CAMPUS.
          05 LINE 28 COLUMN 1 VALUE
                  'CAMPUS (DEFAULTS FROM THE ROOM): '.
          05 LINE 28 COLUMN 35 PIC X(2) USING WS-TMP-CAMPUS.
       01 SCRN-MODALITY.
          05 LINE 29 COLUMN 1 VALUE
                  'DELIVERY (P=IN PERSON, O=ONLINE, H=HYBRID): '.
          05 LINE 29 COLUMN 46 PIC X USING WS-TMP-MODALITY.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
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
               MOVE 'Y' TO WS-RM-ON-FILE
           END-IF
           OPEN INPUT CM-FILE-DESC
           IF WS-CM-STATUS NOT = '35'
               MOVE 'Y' TO WS-CM-ON-FILE
           END-IF
           OPEN INPUT IA-FILE-DESC
           IF WS-IA-STATUS NOT = '35'
               MOVE 'Y' TO WS-IA-ON-FILE
           END-IF
           OPEN INPUT CG-FILE-DESC
           IF WS-CG-STATUS = '35'
               CLOSE CS-SECT
           IF WS-RM-ON-FILE = 'Y'
               CLOSE RM-FILE-DESC
           END-IF
           IF WS-CM-ON-FILE = 'Y'
               CLOSE CM-FILE-DESC
           END-IF
           IF WS-IA-ON-FILE = 'Y'
               CLOSE IA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-XLIST
           ACCEPT SCRN-XLIST
           PERFORM 345-XLIST-CHECK
           MOVE SPACES TO WS-TMP-LINK-GROUP
           MOVE SPACE TO WS-TMP-LINK-ROLE
           DISPLAY SCRN-LINK
           ACCEPT SCRN-LINK
           PERFORM 346-LINK-CHECK
      *    A VARIABLE-CREDIT SECTION (INDEPENDENT STUDY, INTERNSHIP,
      *    RESEARCH) TAKES THE CATALOG HOURS AS ITS MINIMUM AND THE
      *    OPERATOR'S MAXIMUM AS ITS CEILING.  A MAXIMUM NOT ABOVE THE
      *    CATALOG HOURS LEAVES THE SECTION FIXED-CREDIT.
           MOVE ZERO TO WS-TMP-CRED-MAX
           DISPLAY SCRN-CRED-MAX
           ACCEPT SCRN-CRED-MAX
           IF WS-TMP-CRED-MAX NOT > WS-TMP-CRED-HR
               MOVE ZERO TO WS-TMP-CRED-MAX
           END-IF
           PERFORM 335-CAMPUS-DEFAULT
           DISPLAY SCRN-CAMPUS
           ACCEPT SCRN-CAMPUS
           PERFORM 338-CAMPUS-CHECK
      *    DELIVERY MODALITY OFFERS IN PERSON; A BLANK IS TAKEN AS
      *    IN PERSON TOO.
           MOVE 'P' TO WS-TMP-MODALITY
           DISPLAY SCRN-MODALITY
           ACCEPT SCRN-MODALITY
           IF WS-TMP-MODALITY = SPACE
               MOVE 'P' TO WS-TMP-MODALITY
           END-IF
           IF WS-CAMPUS-OK = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CAMPUS ' WS-TMP-CAMPUS
                   ' IS NOT ON THE CAMPUS TABLE --'
               DISPLAY 'SECTION NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-TMP-MODALITY NOT = 'P' AND NOT = 'O'
                   AND NOT = 'H'
               DISPLAY SCRN-CLEAR
               DISPLAY 'DELIVERY MUST BE P (IN PERSON), O (ONLINE) OR'
               DISPLAY 'H (HYBRID) -- SECTION NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-XLIST-OK = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'CROSS-LISTED SECTIONS MUST AGREE ON ROOM,'
               DISPLAY 'MEETING PATTERN, AND INSTRUCTOR --'
               DISPLAY 'SECTION NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE IF WS-LINK-OK = 'N'
               DISPLAY SCRN-CLEAR
               DISPLAY 'A LINK GROUP NEEDS ROLE L OR B, AND HOLDS ONLY'
               DISPLAY 'ONE LECTURE IN A TERM --'
               DISPLAY 'SECTION NOT ADDED'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 340-ROOM-CHECK
               IF WS-ROOM-OK = 'N' THEN
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               ELSE
                   MOVE WS-TMP-INSTR-ID TO WS-TGT-INSTR
                   MOVE WS-TMP-CRN TO WS-TGT-CRN
                   MOVE WS-TMP-SESSION TO WS-TGT-SESSION
                   MOVE WS-TMP-XLIST TO WS-TGT-XLIST
                   MOVE ZERO TO WS-TGT-CNT
                   IF WS-TMP-MTG-DAYS NOT = SPACES
                       MOVE 1 TO WS-TGT-CNT
                       MOVE WS-TMP-MTG-DAYS TO WS-TGT-DAYS (1)
                       MOVE WS-TMP-MTG-TIME TO WS-TGT-TIME (1)
                   END-IF
                   PERFORM 360-INSTR-CHECK
                   PERFORM 370-INSTR-OVERRIDE
                   IF WS-PROCEED = 'Y'
                       PERFORM 350-WRITE-SECTION
                   ELSE
                       DISPLAY SCRN-CLEAR
                       DISPLAY 'SECTION NOT ADDED'
                       DISPLAY 'HIT ENTER TO CONTINUE'
                       ACCEPT ANS
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       335-CAMPUS-DEFAULT.
      *    THE SECTION MEETS WHERE ITS ROOM IS.  AN UNASSIGNED ROOM, A
      *    ROOM NOT (YET) ON THE MASTER, OR A ROOM ROW WITH NO CAMPUS
      *    OFFERS THE MAIN CAMPUS.  THE OPERATOR MAY KEY OVER IT FOR
      *    A SECTION TAUGHT OFF-SITE IN SPACE THAT ISN'T OURS.
           MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
           IF WS-RM-ON-FILE = 'Y' AND WS-TMP-ROOM NOT = SPACES THEN
               MOVE WS-TMP-ROOM TO RM-CODE
               READ RM-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RM-CAMPUS NOT = SPACES
                           MOVE RM-CAMPUS TO WS-TMP-CAMPUS
                       END-IF
               END-READ
           END-IF.
       338-CAMPUS-CHECK.
           IF WS-TMP-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-TMP-CAMPUS
           END-IF
           MOVE 'N' TO WS-CAMPUS-OK
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-TMP-CAMPUS
                   MOVE 'Y' TO WS-CAMPUS-OK
               END-IF
           END-PERFORM.
       340-ROOM-CHECK.
      *    A BLANK ROOM (UNASSIGNED) IS ALWAYS ACCEPTED; OTHERWISE THE
      *    ROOM MUST BE ON THE ROOM MASTER AND BIG ENOUGH FOR THE
                   END-READ
               END-PERFORM
           END-IF.
       346-LINK-CHECK.
      *    A LINKED SECTION IS EITHER THE GROUP'S LECTURE OR ONE OF
      *    ITS COMPANIONS, AND A GROUP HOLDS ONE LECTURE PER TERM --
      *    A SECOND WOULD LEAVE THE ADD PATHS NO WAY TO TELL WHICH
      *    LECTURE A LAB BELONGS TO.  COMPANIONS MAY BE KEYED BEFORE
      *    OR AFTER THEIR LECTURE.  SAME SWEEP AS 345-XLIST-CHECK.
           MOVE 'Y' TO WS-LINK-OK
           IF WS-TMP-LINK-ROLE = 'l'
               MOVE 'L' TO WS-TMP-LINK-ROLE
           END-IF
           IF WS-TMP-LINK-ROLE = 'b'
               MOVE 'B' TO WS-TMP-LINK-ROLE
           END-IF
           IF WS-TMP-LINK-GROUP = SPACES
               MOVE SPACE TO WS-TMP-LINK-ROLE
           ELSE IF WS-TMP-LINK-ROLE NOT = 'L'
                   AND WS-TMP-LINK-ROLE NOT = 'B'
               MOVE 'N' TO WS-LINK-OK
           ELSE IF WS-TMP-LINK-ROLE = 'L'
               MOVE 'N' TO WS-LK-DONE
               MOVE ZEROS TO CS-CRN
               START CS-SECT KEY IS NOT LESS THAN CS-CRN
                   INVALID KEY MOVE 'Y' TO WS-LK-DONE
               END-START
               PERFORM UNTIL WS-LK-DONE = 'Y'
                   READ CS-SECT NEXT RECORD
                       AT END MOVE 'Y' TO WS-LK-DONE
                       NOT AT END
                           IF CS-LINK-GROUP = WS-TMP-LINK-GROUP
                                   AND CS-TERM = CURRENT-TERM
                                   AND CS-LINK-ROLE = 'L'
                               MOVE 'N' TO WS-LINK-OK
                               MOVE 'Y' TO WS-LK-DONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           END-IF
           END-IF.
       350-WRITE-SECTION.
           MOVE WS-TMP-CRN TO CS-CRN
           MOVE WS-TMP-CRS-CODE TO CS-CRS-CODE
           MOVE WS-TMP-COREQ TO CS-COREQ
           MOVE WS-TMP-SESSION TO CS-SESSION
           MOVE WS-TMP-XLIST TO CS-XLIST-GROUP
           MOVE WS-TMP-LINK-GROUP TO CS-LINK-GROUP
           MOVE WS-TMP-LINK-ROLE TO CS-LINK-ROLE
           MOVE WS-TMP-CRED-MAX TO CS-CRED-MAX
           MOVE WS-TMP-CAMPUS TO CS-CAMPUS
           MOVE WS-TMP-MODALITY TO CS-MODALITY
           WRITE CS-RECORD
             INVALID KEY
               DISPLAY SCRN-CLEAR
               DISPLAY SCRN-CLEAR
               DISPLAY 'CLASS SECTION ADDED TO FILE'
           END-WRITE.
       360-INSTR-CHECK.
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
               PERFORM 362-AVAIL-CHECK
               PERFORM 364-INSTR-SWEEP
           END-IF
           IF WS-AVAIL-OK = 'N' OR WS-CLASH-CRN NOT = ZERO
               MOVE 'N' TO WS-INSTR-OK
           END-IF.
       362-AVAIL-CHECK.
      *    NO AVAILABILITY ROW FOR THE TERM MEANS AVAILABLE WHENEVER.
           IF WS-IA-ON-FILE = 'Y'
               MOVE WS-TGT-INSTR TO IA-INSTR-ID
               MOVE CURRENT-TERM TO IA-TERM
               READ IA-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                               UNTIL WS-TGT-IX > WS-TGT-CNT
                           PERFORM 363-AVAIL-ONE-PATTERN
                       END-PERFORM
               END-READ
           END-IF.
       363-AVAIL-ONE-PATTERN.
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
       364-INSTR-SWEEP.
           MOVE 'N' TO WS-IC-DONE
           MOVE ZEROS TO CS-CRN
           START CS-SECT KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO WS-IC-DONE
           END-START
           PERFORM UNTIL WS-IC-DONE = 'Y'
               READ CS-SECT NEXT RECORD
                   AT END MOVE 'Y' TO WS-IC-DONE
                   NOT AT END PERFORM 366-INSTR-ONE-SECTION
               END-READ
           END-PERFORM.
       366-INSTR-ONE-SECTION.
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
                   PERFORM 368-CMP-TARGETS
                   IF WS-DAY-HIT = 'Y'
                       MOVE CS-CRN TO WS-CLASH-CRN
                       MOVE 'Y' TO WS-IC-DONE
                   ELSE
                       IF WS-CM-ON-FILE = 'Y'
                           PERFORM 367-INSTR-CM-ROWS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       367-INSTR-CM-ROWS.
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
                           PERFORM 368-CMP-TARGETS
                           IF WS-DAY-HIT = 'Y'
                               MOVE CS-CRN TO WS-CLASH-CRN
                               MOVE 'Y' TO WS-CM-DONE
                               MOVE 'Y' TO WS-IC-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       368-CMP-TARGETS.
      *    WS-CMP-DAYS/WS-CMP-TIME AGAINST EVERY TARGET PATTERN.
           MOVE 'N' TO WS-DAY-HIT
           IF WS-CMP-DAYS NOT = SPACES
               PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                       UNTIL WS-TGT-IX > WS-TGT-CNT
                   IF WS-TGT-TIME (WS-TGT-IX) = WS-CMP-TIME
                       PERFORM 369-DAY-MATCH
                   END-IF
               END-PERFORM
           END-IF.
       369-DAY-MATCH.
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
       370-INSTR-OVERRIDE.
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
               DISPLAY 'OVERRIDE AND ADD ANYWAY (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-PROCEED
               ELSE
                   MOVE 'N' TO WS-PROCEED
               END-IF
           END-IF.
       400-DUP-CRN-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY 'THAT CRN IS ALREADY IN USE'
