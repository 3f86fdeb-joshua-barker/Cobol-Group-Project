       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ROOM-ASSIGN.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ROOM ASSIGNMENT FOR THE CURRENT
      *          TERM'S UNROOMED MEETING PATTERNS -- A BUILT OR ROLLED
      *          SCHEDULE COMES THROUGH WITH DOZENS OF BLANK CS-ROOMS
      *          THE REGISTRAR HAS BEEN FILLING BY HAND OFF THE
      *          RM-SCHEDULE REPORT.  RUN IN TWO STEPS.  PROPOSE (P)
      *          OFFERS EVERY UNROOMED PRIMARY BLOCK AND EXTRA
      *          CS-MEET.DAT PATTERN THE SMALLEST ROOM ON THE ROOM
      *          MASTER THAT SEATS THE SECTION'S CS-CAPACITY, CARRIES
      *          THE COURSE'S CG-EQUIP-NEEDS, AND IS NOT ALREADY
      *          BOOKED AT THAT TIME, AND WRITES THE PROPOSALS TO
      *          RM-ASSIGN.DAT (SEE RA-FILE-DESC) AND RM-ASSIGN.RPT
      *          FOR REVIEW, WITH THE PATTERNS NO ROOM COULD TAKE ON
      *          THEIR OWN LIST, RM-UNPLACED.RPT.  APPLY (A) THEN
      *          POSTS THE PROPOSED ROOMS TO CS-ROOM/CM-ROOM, LISTING
      *          WHAT IT POSTED AND WHAT IT REFUSED ON RM-APPLY.RPT.
      *          A PROPOSAL THE REGISTRAR DISAGREES WITH IS FIXED
      *          AFTERWARD ON PROJ-UPD-CLASS OR PROJ-UPD-MEETING.
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
           SELECT RM-FILE-DESC ASSIGN TO 'PROJ-ROOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RM-CODE
               FILE STATUS IS WS-RM-STATUS.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT CM-FILE-DESC ASSIGN TO 'CS-MEET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT CG-FILE-DESC ASSIGN TO 'PROJ-CATALOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CG-CRS-CODE
               FILE STATUS IS WS-CG-STATUS.
           SELECT RA-FILE-DESC ASSIGN TO 'RM-ASSIGN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.
           SELECT ASSIGN-REPORT ASSIGN TO 'RM-ASSIGN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNPLACED-REPORT ASSIGN TO 'RM-UNPLACED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLY-REPORT ASSIGN TO 'RM-APPLY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY CM-FILE-DESC.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  RA-FILE-DESC.
           COPY RA-FILE-DESC.
       FD  ASSIGN-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       FD  UNPLACED-REPORT
           DATA RECORD IS UNPLACED-REC.
       01  UNPLACED-REC              PIC X(80).
       FD  APPLY-REPORT
           DATA RECORD IS APPLY-REC.
       01  APPLY-REC                 PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-RM-STATUS              PIC XX.
       01  WS-CM-STATUS              PIC XX.
       01  WS-CG-STATUS              PIC XX.
       01  WS-RA-STATUS              PIC XX.
       01  WS-RM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-MODE                   PIC X.
       01  NO-MORE-RECORDS           PIC X.
       01  WS-CM-DONE                PIC X.
       01  WS-SHIFT-DONE             PIC X.
       01  WS-ROOM-OK                PIC X.
       01  WS-ANY-BIG                PIC X.
       01  WS-ANY-EQUIPPED           PIC X.
       01  WS-SHARE-DAY              PIC X.
       01  WS-PROPOSED-CNT           PIC 9(4)   VALUE ZERO.
       01  WS-UNPLACED-CNT           PIC 9(4)   VALUE ZERO.
       01  WS-APPLIED-CNT            PIC 9(4)   VALUE ZERO.
       01  WS-REFUSED-CNT            PIC 9(4)   VALUE ZERO.
      *    THE ROOM MASTER, HELD IN ASCENDING SEAT-COUNT ORDER SO THE
      *    FIRST ROOM THAT PASSES IS THE SMALLEST ONE THAT FITS.
       01  WS-ROOM-CNT               PIC 9(3)   VALUE ZERO.
       01  WS-ROOM-SUB               PIC 9(3).
       01  WS-SHIFT-SUB              PIC 9(3).
       01  WS-FOUND-SUB              PIC 9(3).
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 200 TIMES.
               10  WS-RT-CODE        PIC X(4).
               10  WS-RT-BUILDING    PIC X(10).
               10  WS-RT-SEATS       PIC 9(3).
               10  WS-RT-EQUIP       PIC X(4).
      *    EVERY PATTERN ALREADY HOLDING A ROOM THIS TERM, PLUS EACH
      *    ROOM HANDED OUT AS THE RUN GOES, SO NO TWO PATTERNS ARE
      *    PUT IN ONE ROOM ON A SHARED DAY AT THE SAME HOUR.
       01  WS-BOOK-CNT               PIC 9(4)   VALUE ZERO.
       01  WS-BOOK-SUB               PIC 9(4).
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 3000 TIMES.
               10  WS-BK-ROOM        PIC X(4).
               10  WS-BK-DAYS        PIC X(5).
               10  WS-BK-TIME        PIC 9(4).
               10  WS-BK-XLIST       PIC X(4).
      *    THE UNROOMED PATTERNS, IN CRN ORDER.
       01  WS-NEED-CNT               PIC 9(4)   VALUE ZERO.
       01  WS-NEED-SUB               PIC 9(4).
       01  WS-NEED-TABLE.
           05  WS-NEED-ENTRY OCCURS 2000 TIMES.
               10  WS-ND-CRN         PIC 9(5).
               10  WS-ND-SEQ         PIC 9(2).
               10  WS-ND-CRS         PIC X(6).
               10  WS-ND-DAYS        PIC X(5).
               10  WS-ND-TIME        PIC 9(4).
               10  WS-ND-CAP         PIC 9(4).
               10  WS-ND-NEEDS       PIC X(4).
               10  WS-ND-XLIST       PIC X(4).
      *    A CROSS-LISTED GROUP SHARES ONE ROOM, SO IT IS SIZED ON
      *    THE WHOLE GROUP'S CAPACITY.
       01  WS-XL-CNT                 PIC 9(3)   VALUE ZERO.
       01  WS-XL-SUB                 PIC 9(3).
       01  WS-XL-TABLE.
           05  WS-XL-ENTRY OCCURS 200 TIMES.
               10  WS-XL-GROUP       PIC X(4).
               10  WS-XL-CAP         PIC 9(4).
       01  WS-SECT-NEEDS             PIC X(4).
       01  WS-PL-SEQ                 PIC 9(2).
       01  WS-PL-TIME                PIC 9(4).
       01  WS-PL-ROOM                PIC X(4).
       01  WS-PL-CAP                 PIC 9(4).
       01  WS-PL-XLIST               PIC X(4).
       01  WS-PL-NOTE                PIC X(10).
       01  WS-CAND-ROOM              PIC X(4).
       01  WS-AP-NOTE                PIC X(20).
       01  WS-DAY-SUB                PIC 9.
       01  WS-CHAR-SUB               PIC 9.
       01  WS-EQUIP-SUB              PIC 9.
       01  WS-PL-DAYS                PIC X(5).
       01  WS-PL-DAY-TBL REDEFINES WS-PL-DAYS.
           05  WS-PL-DAY OCCURS 5 TIMES PIC X.
       01  WS-BK-DAYS-WK             PIC X(5).
       01  WS-BK-DAY-TBL REDEFINES WS-BK-DAYS-WK.
           05  WS-BK-DAY OCCURS 5 TIMES PIC X.
       01  WS-PL-NEEDS               PIC X(4).
       01  WS-PL-NEED-TBL REDEFINES WS-PL-NEEDS.
           05  WS-PL-NEED OCCURS 4 TIMES PIC X.
       01  WS-HAVE-WK                PIC X(4).
       01  WS-HAVE-TBL REDEFINES WS-HAVE-WK.
           05  WS-HAVE-FLAG OCCURS 4 TIMES PIC X.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       COPY CURRENT-TERM.
       01  HEADING-1.
           05                        PIC X(2)     VALUE SPACES.
           05 TITLE-H1               PIC X(28).
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE '/'.
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE '/'.
           05 YEAR-H1                PIC X(4).
           05                        PIC X(6)     VALUE ' TERM '.
           05 TERM-H1                PIC X(6).
           05                        PIC X(8)     VALUE SPACES.
       01  PROPOSAL-HEAD-LINE.
           05                        PIC X(36)    VALUE
               '  CRN    PAT COURSE DAYS  TIME   CAP'.
           05                        PIC X(27)    VALUE
               ' ROOM SEATS BUILDING   NOTE'.
           05                        PIC X(17)    VALUE SPACES.
       01  PROPOSAL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 PL-CRN-OUT             PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 PL-SEQ-OUT             PIC 9(2).
           05                        PIC X(2)     VALUE SPACES.
           05 PL-CRS-OUT             PIC X(6).
           05                        PIC X(1)     VALUE SPACES.
           05 PL-DAYS-OUT            PIC X(5).
           05                        PIC X(1)     VALUE SPACES.
           05 PL-TIME-OUT            PIC 9(4).
           05                        PIC X(2)     VALUE SPACES.
           05 PL-CAP-OUT             PIC ZZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 PL-ROOM-OUT            PIC X(4).
           05                        PIC X(2)     VALUE SPACES.
           05 PL-SEATS-OUT           PIC ZZ9.
           05                        PIC X(2)     VALUE SPACES.
           05 PL-BUILDING-OUT        PIC X(10).
           05                        PIC X(1)     VALUE SPACES.
           05 PL-NOTE-OUT            PIC X(10).
           05                        PIC X(11)    VALUE SPACES.
       01  UNPLACED-HEAD-LINE.
           05                        PIC X(36)    VALUE
               '  CRN    PAT COURSE DAYS  TIME   CAP'.
           05                        PIC X(13)    VALUE
               ' NEED  REASON'.
           05                        PIC X(31)    VALUE SPACES.
       01  UNPLACED-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 UL-CRN-OUT             PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 UL-SEQ-OUT             PIC 9(2).
           05                        PIC X(2)     VALUE SPACES.
           05 UL-CRS-OUT             PIC X(6).
           05                        PIC X(1)     VALUE SPACES.
           05 UL-DAYS-OUT            PIC X(5).
           05                        PIC X(1)     VALUE SPACES.
           05 UL-TIME-OUT            PIC 9(4).
           05                        PIC X(2)     VALUE SPACES.
           05 UL-CAP-OUT             PIC ZZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 UL-NEEDS-OUT           PIC X(4).
           05                        PIC X(2)     VALUE SPACES.
           05 UL-REASON-OUT          PIC X(26).
           05                        PIC X(11)    VALUE SPACES.
       01  APPLY-HEAD-LINE.
           05                        PIC X(24)    VALUE
               '  CRN    PAT  ROOM  NOTE'.
           05                        PIC X(36)    VALUE SPACES.
       01  APPLY-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 AL-CRN-OUT             PIC 9(5).
           05                        PIC X(2)     VALUE SPACES.
           05 AL-SEQ-OUT             PIC 9(2).
           05                        PIC X(2)     VALUE SPACES.
           05 AL-ROOM-OUT            PIC X(4).
           05                        PIC X(2)     VALUE SPACES.
           05 AL-NOTE-OUT            PIC X(20).
           05                        PIC X(21)    VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 TL-LABEL-OUT           PIC X(20).
           05 TL-COUNT-OUT           PIC ZZZ9.
           05                        PIC X(34)    VALUE SPACES.
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-MODE.
          05 LINE 3 COLUMN 1 VALUE
                  'PROPOSE ROOMS (P) OR APPLY THE PROPOSALS (A): '.
          05 LINE 3 COLUMN 48 PIC X TO WS-MODE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE CURRENT-TERM TO TERM-H1
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-MODE
           ACCEPT SCRN-MODE
           IF WS-MODE = 'A' OR 'a' THEN
               PERFORM 600-APPLY-RUN
           ELSE
               PERFORM 200-PROPOSE-RUN
           END-IF
           EXIT PROGRAM.
       200-PROPOSE-RUN.
           OPEN INPUT RM-FILE-DESC
           IF WS-RM-STATUS = '35'
               DISPLAY 'PROJ-ROOM-ASSIGN: NO ROOM MASTER ON FILE'
           ELSE
               DISPLAY 'PROJ-ROOM-ASSIGN PROPOSE STARTING'
               PERFORM 210-LOAD-ROOMS
               CLOSE RM-FILE-DESC
               OPEN INPUT CS-FILE-DESC
               OPEN INPUT CM-FILE-DESC
               IF WS-CM-STATUS = '35'
                   MOVE 'N' TO WS-CM-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-CM-ON-FILE
               END-IF
               OPEN INPUT CG-FILE-DESC
               IF WS-CG-STATUS = '35'
                   MOVE 'N' TO WS-CG-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-CG-ON-FILE
               END-IF
               PERFORM 220-LOAD-PATTERNS
               CLOSE CS-FILE-DESC
               IF WS-CM-ON-FILE = 'Y'
                   CLOSE CM-FILE-DESC
               END-IF
               IF WS-CG-ON-FILE = 'Y'
                   CLOSE CG-FILE-DESC
               END-IF
               OPEN OUTPUT RA-FILE-DESC
                           ASSIGN-REPORT
                           UNPLACED-REPORT
               PERFORM 250-HEADING-RTN
               PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                       UNTIL WS-NEED-SUB > WS-NEED-CNT
                   PERFORM 300-PLACE-ONE-NEED
               END-PERFORM
               MOVE 'ROOMS PROPOSED      ' TO TL-LABEL-OUT
               MOVE WS-PROPOSED-CNT TO TL-COUNT-OUT
               WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
               MOVE 'PATTERNS NOT PLACED ' TO TL-LABEL-OUT
               MOVE WS-UNPLACED-CNT TO TL-COUNT-OUT
               WRITE UNPLACED-REC FROM TOTAL-LINE AFTER 2
               DISPLAY 'PROJ-ROOM-ASSIGN FINISHED -- ' WS-PROPOSED-CNT
                   ' PROPOSED, ' WS-UNPLACED-CNT ' NOT PLACED'
               CLOSE RA-FILE-DESC
                     ASSIGN-REPORT
                     UNPLACED-REPORT
           END-IF.
       210-LOAD-ROOMS.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE SPACES TO RM-CODE
           START RM-FILE-DESC KEY IS NOT LESS THAN RM-CODE
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ RM-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF WS-ROOM-CNT < 200
                           PERFORM 215-INSERT-ROOM
                       END-IF
               END-READ
           END-PERFORM.
       215-INSERT-ROOM.
      *    BIGGER ROOMS SLIDE UP ONE SLOT UNTIL THE NEW ROOM'S PLACE
      *    IS FOUND.  EQUAL SEAT COUNTS STAY IN ROOM-CODE ORDER.
           ADD 1 TO WS-ROOM-CNT
           MOVE WS-ROOM-CNT TO WS-ROOM-SUB
           MOVE 'N' TO WS-SHIFT-DONE
           PERFORM UNTIL WS-SHIFT-DONE = 'Y'
               IF WS-ROOM-SUB = 1
                   MOVE 'Y' TO WS-SHIFT-DONE
               ELSE
                   COMPUTE WS-SHIFT-SUB = WS-ROOM-SUB - 1
                   IF WS-RT-SEATS(WS-SHIFT-SUB) > RM-SEAT-CNT
                       MOVE WS-ROOM-ENTRY(WS-SHIFT-SUB) TO
                           WS-ROOM-ENTRY(WS-ROOM-SUB)
                       MOVE WS-SHIFT-SUB TO WS-ROOM-SUB
                   ELSE
                       MOVE 'Y' TO WS-SHIFT-DONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE RM-CODE TO WS-RT-CODE(WS-ROOM-SUB)
           MOVE RM-BUILDING TO WS-RT-BUILDING(WS-ROOM-SUB)
           MOVE RM-SEAT-CNT TO WS-RT-SEATS(WS-ROOM-SUB)
           MOVE RM-EQUIP-FLAGS TO WS-RT-EQUIP(WS-ROOM-SUB).
       220-LOAD-PATTERNS.
      *    FULL KEYED SWEEP OF THE CURRENT-TERM SECTIONS, SAME SHAPE
      *    AS PROJ-ROOM-SCHED'S.  A PATTERN WITH NO MEETING DAYS
      *    (ARRANGED, ONLINE, OR NOT YET SCHEDULED) HAS NOTHING TO
      *    BOOK AND IS PASSED OVER.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE ZEROS TO CS-CRN
           START CS-FILE-DESC KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ CS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF CS-TERM = CURRENT-TERM
                           PERFORM 225-LOAD-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
       225-LOAD-ONE-SECTION.
           MOVE 'NNNN' TO WS-SECT-NEEDS
           IF WS-CG-ON-FILE = 'Y'
               MOVE CS-CRS-CODE TO CG-CRS-CODE
               READ CG-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CG-EQUIP-NEEDS NOT = SPACES
                           MOVE CG-EQUIP-NEEDS TO WS-SECT-NEEDS
                       END-IF
               END-READ
           END-IF
           IF CS-XLIST-GROUP NOT = SPACES
               PERFORM 228-ADD-GROUP-CAPACITY
           END-IF
           IF CS-MTG-DAYS NOT = SPACES
               MOVE ZERO TO WS-PL-SEQ
               MOVE CS-MTG-DAYS TO WS-PL-DAYS
               MOVE CS-MTG-TIME TO WS-PL-TIME
               MOVE CS-ROOM TO WS-PL-ROOM
               PERFORM 230-FILE-ONE-PATTERN
           END-IF
           IF WS-CM-ON-FILE = 'Y'
               MOVE 'N' TO WS-CM-DONE
               MOVE CS-CRN TO CM-CRN
               MOVE ZEROS TO CM-SEQ
               START CM-FILE-DESC KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE 'Y' TO WS-CM-DONE
               END-START
               PERFORM UNTIL WS-CM-DONE = 'Y'
                   READ CM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-CM-DONE
                       NOT AT END
                           IF CM-CRN NOT = CS-CRN
                               MOVE 'Y' TO WS-CM-DONE
                           ELSE
                               IF CM-MTG-DAYS NOT = SPACES
                                   MOVE CM-SEQ TO WS-PL-SEQ
                                   MOVE CM-MTG-DAYS TO WS-PL-DAYS
                                   MOVE CM-MTG-TIME TO WS-PL-TIME
                                   MOVE CM-ROOM TO WS-PL-ROOM
                                   PERFORM 230-FILE-ONE-PATTERN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       228-ADD-GROUP-CAPACITY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-XL-SUB FROM 1 BY 1
                   UNTIL WS-XL-SUB > WS-XL-CNT
               IF WS-XL-GROUP(WS-XL-SUB) = CS-XLIST-GROUP
                   MOVE WS-XL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               ADD CS-CAPACITY TO WS-XL-CAP(WS-FOUND-SUB)
           ELSE
               IF WS-XL-CNT < 200
                   ADD 1 TO WS-XL-CNT
                   MOVE CS-XLIST-GROUP TO WS-XL-GROUP(WS-XL-CNT)
                   MOVE CS-CAPACITY TO WS-XL-CAP(WS-XL-CNT)
               END-IF
           END-IF.
       230-FILE-ONE-PATTERN.
      *    A ROOMED PATTERN IS A BOOKING; AN UNROOMED ONE IS A NEED.
           IF WS-PL-ROOM NOT = SPACES
               IF WS-BOOK-CNT < 3000
                   ADD 1 TO WS-BOOK-CNT
                   MOVE WS-PL-ROOM TO WS-BK-ROOM(WS-BOOK-CNT)
                   MOVE WS-PL-DAYS TO WS-BK-DAYS(WS-BOOK-CNT)
                   MOVE WS-PL-TIME TO WS-BK-TIME(WS-BOOK-CNT)
                   MOVE CS-XLIST-GROUP TO WS-BK-XLIST(WS-BOOK-CNT)
               END-IF
           ELSE
               IF WS-NEED-CNT < 2000
                   ADD 1 TO WS-NEED-CNT
                   MOVE CS-CRN TO WS-ND-CRN(WS-NEED-CNT)
                   MOVE WS-PL-SEQ TO WS-ND-SEQ(WS-NEED-CNT)
                   MOVE CS-CRS-CODE TO WS-ND-CRS(WS-NEED-CNT)
                   MOVE WS-PL-DAYS TO WS-ND-DAYS(WS-NEED-CNT)
                   MOVE WS-PL-TIME TO WS-ND-TIME(WS-NEED-CNT)
                   MOVE CS-CAPACITY TO WS-ND-CAP(WS-NEED-CNT)
                   MOVE WS-SECT-NEEDS TO WS-ND-NEEDS(WS-NEED-CNT)
                   MOVE CS-XLIST-GROUP TO WS-ND-XLIST(WS-NEED-CNT)
               END-IF
           END-IF.
       250-HEADING-RTN.
           MOVE 'ROOM ASSIGNMENT PROPOSALS   ' TO TITLE-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM PROPOSAL-HEAD-LINE AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'ROOMS NOT PLACED            ' TO TITLE-H1
           MOVE SPACES TO UNPLACED-REC
           WRITE UNPLACED-REC FROM HEADING-1 AFTER PAGE
           WRITE UNPLACED-REC FROM UNPLACED-HEAD-LINE AFTER 2
           MOVE SPACES TO UNPLACED-REC
           WRITE UNPLACED-REC AFTER 1.
       300-PLACE-ONE-NEED.
      *    A CROSS-LISTED PATTERN WHOSE PARTNER ALREADY HOLDS A ROOM
      *    AT THE SAME DAYS AND TIME GOES WITH IT.  OTHERWISE THE
      *    ROOM MASTER IS WALKED SMALLEST FIRST.
           MOVE WS-ND-DAYS(WS-NEED-SUB) TO WS-PL-DAYS
           MOVE WS-ND-TIME(WS-NEED-SUB) TO WS-PL-TIME
           MOVE WS-ND-CAP(WS-NEED-SUB) TO WS-PL-CAP
           MOVE WS-ND-NEEDS(WS-NEED-SUB) TO WS-PL-NEEDS
           MOVE WS-ND-XLIST(WS-NEED-SUB) TO WS-PL-XLIST
           MOVE SPACES TO WS-PL-ROOM
                          WS-PL-NOTE
           IF WS-PL-XLIST NOT = SPACES
               PERFORM 310-FIND-GROUP-ROOM
           END-IF
           IF WS-PL-ROOM = SPACES
               PERFORM 320-HUNT-FOR-ROOM
           END-IF
           IF WS-PL-ROOM = SPACES
               PERFORM 360-WRITE-UNPLACED
           ELSE
               PERFORM 350-WRITE-PROPOSAL
           END-IF.
       310-FIND-GROUP-ROOM.
           PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOK-CNT
               IF WS-BK-XLIST(WS-BOOK-SUB) = WS-PL-XLIST
                       AND WS-BK-DAYS(WS-BOOK-SUB) = WS-PL-DAYS
                       AND WS-BK-TIME(WS-BOOK-SUB) = WS-PL-TIME
                   MOVE WS-BK-ROOM(WS-BOOK-SUB) TO WS-PL-ROOM
                   MOVE 'CROSS-LIST' TO WS-PL-NOTE
               END-IF
           END-PERFORM
           IF WS-PL-ROOM = SPACES
               PERFORM VARYING WS-XL-SUB FROM 1 BY 1
                       UNTIL WS-XL-SUB > WS-XL-CNT
                   IF WS-XL-GROUP(WS-XL-SUB) = WS-PL-XLIST
                       MOVE WS-XL-CAP(WS-XL-SUB) TO WS-PL-CAP
                   END-IF
               END-PERFORM
           END-IF.
       320-HUNT-FOR-ROOM.
      *    THE FLAGS REMEMBER HOW FAR THE NEAREST MISS GOT, SO THE
      *    UNPLACED LIST CAN SAY WHY NOTHING FIT.
           MOVE 'N' TO WS-ANY-BIG
                       WS-ANY-EQUIPPED
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-CNT
                       OR WS-PL-ROOM NOT = SPACES
               IF WS-RT-SEATS(WS-ROOM-SUB) NOT < WS-PL-CAP
                   MOVE 'Y' TO WS-ANY-BIG
                   PERFORM 325-CHECK-EQUIPMENT
                   IF WS-ROOM-OK = 'Y'
                       MOVE 'Y' TO WS-ANY-EQUIPPED
                       MOVE WS-RT-CODE(WS-ROOM-SUB) TO WS-CAND-ROOM
                       PERFORM 330-CHECK-BOOKINGS
                       IF WS-ROOM-OK = 'Y'
                           MOVE WS-CAND-ROOM TO WS-PL-ROOM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       325-CHECK-EQUIPMENT.
      *    EVERY 'Y' THE COURSE NEEDS MUST BE A 'Y' ON THE ROOM.
           MOVE 'Y' TO WS-ROOM-OK
           MOVE WS-RT-EQUIP(WS-ROOM-SUB) TO WS-HAVE-WK
           PERFORM VARYING WS-EQUIP-SUB FROM 1 BY 1
                   UNTIL WS-EQUIP-SUB > 4
               IF (WS-PL-NEED(WS-EQUIP-SUB) = 'Y' OR 'y')
                       AND WS-HAVE-FLAG(WS-EQUIP-SUB) NOT = 'Y'
                       AND WS-HAVE-FLAG(WS-EQUIP-SUB) NOT = 'y'
                   MOVE 'N' TO WS-ROOM-OK
               END-IF
           END-PERFORM.
       330-CHECK-BOOKINGS.
      *    A ROOM IS TAKEN WHEN A PATTERN ALREADY IN IT STARTS AT THE
      *    SAME HOUR ON ANY DAY THIS ONE MEETS -- STRICTER THAN
      *    PROJ-PRINT-CONFLICTS' SAME-DAYS TEST, SO MWF AND MW CAN'T
      *    BOTH LAND IN ONE ROOM.  MEMBERS OF ONE CROSS-LISTED GROUP
      *    SHARE THE ROOM AND NEVER BLOCK EACH OTHER.
           MOVE 'Y' TO WS-ROOM-OK
           PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOK-CNT
               IF WS-BK-ROOM(WS-BOOK-SUB) = WS-CAND-ROOM
                       AND WS-BK-TIME(WS-BOOK-SUB) = WS-PL-TIME
                   IF WS-PL-XLIST = SPACES OR
                           WS-BK-XLIST(WS-BOOK-SUB) NOT = WS-PL-XLIST
                       MOVE WS-BK-DAYS(WS-BOOK-SUB) TO WS-BK-DAYS-WK
                       PERFORM 335-CHECK-SHARED-DAY
                       IF WS-SHARE-DAY = 'Y'
                           MOVE 'N' TO WS-ROOM-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       335-CHECK-SHARED-DAY.
           MOVE 'N' TO WS-SHARE-DAY
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 5
               IF WS-PL-DAY(WS-CHAR-SUB) NOT = SPACE
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 5
                       IF WS-BK-DAY(WS-DAY-SUB) =
                               WS-PL-DAY(WS-CHAR-SUB)
                           MOVE 'Y' TO WS-SHARE-DAY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       340-ADD-BOOKING.
           IF WS-BOOK-CNT < 3000
               ADD 1 TO WS-BOOK-CNT
               MOVE WS-PL-ROOM TO WS-BK-ROOM(WS-BOOK-CNT)
               MOVE WS-PL-DAYS TO WS-BK-DAYS(WS-BOOK-CNT)
               MOVE WS-PL-TIME TO WS-BK-TIME(WS-BOOK-CNT)
               MOVE WS-PL-XLIST TO WS-BK-XLIST(WS-BOOK-CNT)
           END-IF.
       350-WRITE-PROPOSAL.
           PERFORM 340-ADD-BOOKING
           MOVE SPACES TO RA-RECORD
           MOVE WS-ND-CRN(WS-NEED-SUB) TO RA-CRN
           MOVE WS-ND-SEQ(WS-NEED-SUB) TO RA-SEQ
           MOVE WS-PL-ROOM TO RA-ROOM
           MOVE WS-PL-DAYS TO RA-MTG-DAYS
           MOVE WS-PL-TIME TO RA-MTG-TIME
           WRITE RA-RECORD
           ADD 1 TO WS-PROPOSED-CNT
           MOVE ZERO TO PL-SEATS-OUT
           MOVE SPACES TO PL-BUILDING-OUT
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-CNT
               IF WS-RT-CODE(WS-ROOM-SUB) = WS-PL-ROOM
                   MOVE WS-RT-SEATS(WS-ROOM-SUB) TO PL-SEATS-OUT
                   MOVE WS-RT-BUILDING(WS-ROOM-SUB) TO PL-BUILDING-OUT
               END-IF
           END-PERFORM
           MOVE WS-ND-CRN(WS-NEED-SUB) TO PL-CRN-OUT
           MOVE WS-ND-SEQ(WS-NEED-SUB) TO PL-SEQ-OUT
           MOVE WS-ND-CRS(WS-NEED-SUB) TO PL-CRS-OUT
           MOVE WS-PL-DAYS TO PL-DAYS-OUT
           MOVE WS-PL-TIME TO PL-TIME-OUT
           MOVE WS-PL-CAP TO PL-CAP-OUT
           MOVE WS-PL-ROOM TO PL-ROOM-OUT
           MOVE WS-PL-NOTE TO PL-NOTE-OUT
           WRITE REPORT-REC FROM PROPOSAL-LINE AFTER 1.
       360-WRITE-UNPLACED.
           ADD 1 TO WS-UNPLACED-CNT
           MOVE WS-ND-CRN(WS-NEED-SUB) TO UL-CRN-OUT
           MOVE WS-ND-SEQ(WS-NEED-SUB) TO UL-SEQ-OUT
           MOVE WS-ND-CRS(WS-NEED-SUB) TO UL-CRS-OUT
           MOVE WS-PL-DAYS TO UL-DAYS-OUT
           MOVE WS-PL-TIME TO UL-TIME-OUT
           MOVE WS-PL-CAP TO UL-CAP-OUT
           MOVE WS-PL-NEEDS TO UL-NEEDS-OUT
           IF WS-ANY-BIG = 'N'
               MOVE 'NO ROOM SEATS THAT MANY' TO UL-REASON-OUT
           ELSE
               IF WS-ANY-EQUIPPED = 'N'
                   MOVE 'NO ROOM HAS THE EQUIPMENT' TO UL-REASON-OUT
               ELSE
                   MOVE 'FITTING ROOMS ALL BOOKED' TO UL-REASON-OUT
               END-IF
           END-IF
           WRITE UNPLACED-REC FROM UNPLACED-LINE AFTER 1.
       600-APPLY-RUN.
      *    THE ROOMS ON FILE ARE RE-LOADED AS BOOKINGS, SO A ROOM
      *    HAND-ASSIGNED SINCE THE PROPOSAL RUN STILL BLOCKS ONE THAT
      *    WOULD NOW DOUBLE-BOOK IT.
           OPEN INPUT RA-FILE-DESC
           IF WS-RA-STATUS = '35'
               DISPLAY 'PROJ-ROOM-ASSIGN: NO ROOM PROPOSALS ON FILE'
           ELSE
               DISPLAY 'PROJ-ROOM-ASSIGN APPLY STARTING'
               OPEN INPUT RM-FILE-DESC
               IF WS-RM-STATUS = '35'
                   MOVE 'N' TO WS-RM-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-RM-ON-FILE
               END-IF
               OPEN I-O CS-FILE-DESC
               OPEN I-O CM-FILE-DESC
               IF WS-CM-STATUS = '35'
                   MOVE 'N' TO WS-CM-ON-FILE
               ELSE
                   MOVE 'Y' TO WS-CM-ON-FILE
               END-IF
               MOVE 'N' TO WS-CG-ON-FILE
               PERFORM 220-LOAD-PATTERNS
               OPEN OUTPUT APPLY-REPORT
               MOVE 'ROOM ASSIGNMENTS APPLIED    ' TO TITLE-H1
               MOVE SPACES TO APPLY-REC
               WRITE APPLY-REC FROM HEADING-1 AFTER PAGE
               WRITE APPLY-REC FROM APPLY-HEAD-LINE AFTER 2
               MOVE SPACES TO APPLY-REC
               WRITE APPLY-REC AFTER 1
               MOVE 'N' TO NO-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS = 'Y'
                   READ RA-FILE-DESC
                       AT END MOVE 'Y' TO NO-MORE-RECORDS
                       NOT AT END PERFORM 610-APPLY-ONE-ROW
                   END-READ
               END-PERFORM
               MOVE 'ROOMS POSTED        ' TO TL-LABEL-OUT
               MOVE WS-APPLIED-CNT TO TL-COUNT-OUT
               WRITE APPLY-REC FROM TOTAL-LINE AFTER 2
               MOVE 'PROPOSALS REFUSED   ' TO TL-LABEL-OUT
               MOVE WS-REFUSED-CNT TO TL-COUNT-OUT
               WRITE APPLY-REC FROM TOTAL-LINE AFTER 1
               DISPLAY 'PROJ-ROOM-ASSIGN FINISHED -- ' WS-APPLIED-CNT
                   ' POSTED, ' WS-REFUSED-CNT ' REFUSED'
               CLOSE RA-FILE-DESC
                     CS-FILE-DESC
                     APPLY-REPORT
               IF WS-RM-ON-FILE = 'Y'
                   CLOSE RM-FILE-DESC
               END-IF
               IF WS-CM-ON-FILE = 'Y'
                   CLOSE CM-FILE-DESC
               END-IF
           END-IF.
       610-APPLY-ONE-ROW.
      *    A PROPOSAL IS REFUSED WHEN ITS PATTERN WAS ROOMED OR MOVED
      *    SINCE THE PROPOSAL RUN, OR ITS ROOM LEFT THE MASTER OR IS
      *    NOW TAKEN.  THE CS-SECT ROW IS READ EVEN FOR AN EXTRA
      *    PATTERN, FOR ITS TERM AND CROSS-LIST GROUP.
           MOVE SPACES TO WS-AP-NOTE
           MOVE RA-CRN TO CS-CRN
           READ CS-FILE-DESC
               INVALID KEY MOVE 'SECTION NOT ON FILE' TO WS-AP-NOTE
           END-READ
           IF WS-AP-NOTE = SPACES AND CS-TERM NOT = CURRENT-TERM
               MOVE 'SECTION NOT IN TERM' TO WS-AP-NOTE
           END-IF
           IF WS-AP-NOTE = SPACES
               IF RA-SEQ = ZERO
                   MOVE CS-MTG-DAYS TO WS-PL-DAYS
                   MOVE CS-MTG-TIME TO WS-PL-TIME
                   MOVE CS-ROOM TO WS-PL-ROOM
               ELSE
                   PERFORM 615-READ-MEETING-ROW
               END-IF
           END-IF
           IF WS-AP-NOTE = SPACES AND WS-PL-ROOM NOT = SPACES
               MOVE 'ALREADY ROOMED' TO WS-AP-NOTE
           END-IF
           IF WS-AP-NOTE = SPACES
                   AND (WS-PL-DAYS NOT = RA-MTG-DAYS
                        OR WS-PL-TIME NOT = RA-MTG-TIME)
               MOVE 'PATTERN CHANGED' TO WS-AP-NOTE
           END-IF
           IF WS-AP-NOTE = SPACES AND WS-RM-ON-FILE = 'Y'
               MOVE RA-ROOM TO RM-CODE
               READ RM-FILE-DESC
                   INVALID KEY MOVE 'ROOM NOT ON MASTER' TO WS-AP-NOTE
               END-READ
           END-IF
           IF WS-AP-NOTE = SPACES
               MOVE RA-ROOM TO WS-CAND-ROOM
               MOVE CS-XLIST-GROUP TO WS-PL-XLIST
               PERFORM 330-CHECK-BOOKINGS
               IF WS-ROOM-OK = 'N'
                   MOVE 'ROOM NOW BOOKED' TO WS-AP-NOTE
               END-IF
           END-IF
           IF WS-AP-NOTE = SPACES
               IF RA-SEQ = ZERO
                   MOVE RA-ROOM TO CS-ROOM
                   REWRITE CS-RECORD
               ELSE
                   MOVE RA-ROOM TO CM-ROOM
                   REWRITE CM-RECORD
               END-IF
               MOVE RA-ROOM TO WS-PL-ROOM
               PERFORM 340-ADD-BOOKING
               ADD 1 TO WS-APPLIED-CNT
               MOVE 'ROOM POSTED' TO WS-AP-NOTE
           ELSE
               ADD 1 TO WS-REFUSED-CNT
           END-IF
           MOVE RA-CRN TO AL-CRN-OUT
           MOVE RA-SEQ TO AL-SEQ-OUT
           MOVE RA-ROOM TO AL-ROOM-OUT
           MOVE WS-AP-NOTE TO AL-NOTE-OUT
           WRITE APPLY-REC FROM APPLY-LINE AFTER 1.
       615-READ-MEETING-ROW.
           IF WS-CM-ON-FILE = 'N'
               MOVE 'MEETING NOT ON FILE' TO WS-AP-NOTE
           ELSE
               MOVE RA-CRN TO CM-CRN
               MOVE RA-SEQ TO CM-SEQ
               READ CM-FILE-DESC
                   INVALID KEY
                       MOVE 'MEETING NOT ON FILE' TO WS-AP-NOTE
                   NOT INVALID KEY
                       MOVE CM-MTG-DAYS TO WS-PL-DAYS
                       MOVE CM-MTG-TIME TO WS-PL-TIME
                       MOVE CM-ROOM TO WS-PL-ROOM
               END-READ
           END-IF.
