      *          EXCEPTION PAGE.  A ROW HAND-KEYED ON PROJ-UPD-EXAM
      *          (XS-OVERRIDE 'Y') SURVIVES A REBUILD UNTOUCHED, SO
      *          THE NIGHTLY RERUN CAN'T UNDO A PLACED EXCEPTION.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  PROCTORED EXAMS.  AFTER THE SECTIONS ARE SLOTTED,
      *          EVERY STUDENT WITH EXTRA EXAM TIME OR A SEPARATE ROOM
      *          ON PROJ-ACCOM.DAT (SEE AX-FILE-DESC) FOR THE TERM
      *          GETS A PROJ-PROCTOR.DAT ROW (SEE PQ-FILE-DESC) PER
      *          ENROLLED SECTION -- THE SECTION'S EXAM SLOT, THE
      *          LENGTHENED SITTING, AND AN ACCESSIBLE ROOM FREE FOR
      *          THE WHOLE OF IT.  A SEPARATE-ROOM STUDENT GETS A ROOM
      *          OF THEIR OWN; THE REST SHARE ONE PER SLOT AND LENGTH
      *          UP TO ITS SEATS.  THE ROOM-IN-USE TABLE NOW CARRIES
      *          EACH SITTING'S LENGTH SO A LONG SITTING CAN'T RUN
      *          INTO THE NEXT BLOCK'S EXAM.  LISTED ON A PROCTORED
      *          EXAMS PAGE AT THE END OF XS-BUILD.RPT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS RM-CODE
               FILE STATUS IS WS-RM-STATUS.
           SELECT AX-FILE-DESC ASSIGN TO 'PROJ-ACCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AX-STATUS.
           SELECT PQ-FILE-DESC ASSIGN TO 'PROJ-PROCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PQ-KEY
               FILE STATUS IS WS-PQ-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT BUILD-REPORT ASSIGN TO 'XS-BUILD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  XS-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY XS-FILE-DESC.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  AX-FILE-DESC IS EXTERNAL RECORD CONTAINS 130 CHARACTERS.
           COPY AX-FILE-DESC.
       FD  PQ-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY PQ-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  BUILD-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(66).
       01  WS-XS-STATUS              PIC XX.
       01  WS-RM-STATUS              PIC XX.
       01  WS-RM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-AX-STATUS              PIC XX.
       01  WS-PQ-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-BUILT-CNT              PIC 9(4)   VALUE ZERO.
       01  WS-RM-DONE                PIC X.
      *    ONE ROW PER (SLOT, ROOM) ALREADY HANDED OUT THIS RUN, SO
      *    TWO SECTIONS CAN'T BE SEATED INTO THE SAME ROOM AT THE SAME
      *    EXAM SLOT.  WS-USED-MINUTES IS THE LENGTH OF THE SITTING --
      *    120 FOR A SECTION, LONGER FOR A PROCTORED ROOM.
       01  WS-USED-CNT               PIC 9(3)   VALUE ZERO.
       01  WS-USED-SUB               PIC 9(3).
       01  WS-USED-TABLE.
               10  WS-USED-DAY       PIC 9.
               10  WS-USED-TIME      PIC 9(4).
               10  WS-USED-ROOM      PIC X(4).
               10  WS-USED-MINUTES   PIC 9(3).
      *    PROCTORED EXAMS.  WS-PR-ENTRY IS ONE SHARED PROCTOR ROOM
      *    ALREADY OPENED THIS RUN FOR A (SLOT, LENGTH), WITH THE SEATS
      *    IT HAS LEFT.
       01  WS-PR-CNT                 PIC 9(3)   VALUE ZERO.
       01  WS-PR-SUB                 PIC 9(3).
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-DAY         PIC 9.
               10  WS-PR-TIME        PIC 9(4).
               10  WS-PR-MINUTES     PIC 9(3).
               10  WS-PR-ROOM        PIC X(4).
               10  WS-PR-SEATS-LEFT  PIC 9(3).
       01  WS-AX-DONE                PIC X.
       01  WS-PQ-DONE                PIC X.
       01  WS-CRN-NUM                PIC 9(5).
       01  WS-PQ-MINUTES             PIC 9(3).
       01  WS-PQ-ROOM                PIC X(4).
       01  WS-PQ-SEATS               PIC 9(3).
       01  WS-PQ-NOTE                PIC X(8).
       01  WS-PQ-CNT                 PIC 9(4)   VALUE ZERO.
       01  WS-PQ-NOROOM-CNT          PIC 9(4)   VALUE ZERO.
      *    A SITTING'S SPAN IN MINUTES FROM MIDNIGHT, AGAINST A USED
      *    ROW'S SPAN -- THEY CLASH WHEN EACH STARTS BEFORE THE OTHER
      *    ENDS.
       01  WS-CLOCK                  PIC 9(4).
       01  WS-CLOCK-X REDEFINES WS-CLOCK.
           05  WS-CLOCK-HH           PIC 99.
           05  WS-CLOCK-MM           PIC 99.
       01  WS-CLOCK-MIN              PIC 9(4).
       01  WS-SPAN-START             PIC 9(4).
       01  WS-SPAN-END               PIC 9(4).
       01  WS-USED-START             PIC 9(4).
       01  WS-USED-END               PIC 9(4).
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05                        PIC X(11)    VALUE '  ENROLLED '.
           05 EX-ENR-OUT             PIC ZZ9.
           05                        PIC X(25)    VALUE SPACES.
       01  PROCTOR-HEADING.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(41)
                VALUE 'PROCTORED EXAMS -- ACCESSIBILITY SERVICES'.
           05                        PIC X(23)    VALUE SPACES.
       01  PROCTOR-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 PL-SNO-OUT             PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 PL-CRN-OUT             PIC 9(5).
           05                        PIC X(6)     VALUE '  DAY '.
           05 PL-DAY-OUT             PIC 9.
           05                        PIC X(6)     VALUE ' TIME '.
           05 PL-TIME-OUT            PIC 9(4).
           05                        PIC X(5)     VALUE ' MIN '.
           05 PL-MIN-OUT             PIC ZZ9.
           05                        PIC X(6)     VALUE ' ROOM '.
           05 PL-ROOM-OUT            PIC X(4).
           05                        PIC X(1)     VALUE SPACES.
           05 PL-NOTE-OUT            PIC X(8).
           05                        PIC X(4)     VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT CS-FILE-DESC
           OPEN I-O XS-FILE-DESC
           IF WS-XS-STATUS = '35'
           DISPLAY 'PROJ-EXAM-BUILD FINISHED -- ' WS-BUILT-CNT
               ' BUILT, ' WS-KEPT-CNT ' OVERRIDE(S) KEPT, '
               WS-EXCEPT-CNT ' EXCEPTION(S)'
           PERFORM 400-PROCTORED-EXAMS
           CLOSE CS-FILE-DESC
                 XS-FILE-DESC
                 BUILD-REPORT
               MOVE XS-EXAM-DAY TO WS-USED-DAY(WS-USED-CNT)
               MOVE XS-EXAM-TIME TO WS-USED-TIME(WS-USED-CNT)
               MOVE XS-ROOM TO WS-USED-ROOM(WS-USED-CNT)
               MOVE 120 TO WS-USED-MINUTES(WS-USED-CNT)
           END-IF.
       200-SLOT-ONE-SECTION.
           MOVE CS-CRN TO XS-CRN
                   MOVE WS-EXAM-DAY TO WS-USED-DAY(WS-USED-CNT)
                   MOVE WS-EXAM-TIME TO WS-USED-TIME(WS-USED-CNT)
                   MOVE WS-EXAM-ROOM TO WS-USED-ROOM(WS-USED-CNT)
                   MOVE 120 TO WS-USED-MINUTES(WS-USED-CNT)
               END-IF
           END-IF.
       310-CHECK-ONE-ROOM.
                   MOVE 'N' TO WS-ROOM-OK
               END-IF
           END-PERFORM.
       400-PROCTORED-EXAMS.
      *    THE PROCTOR FILE IS REBUILT FOR THE TERM EVERY RUN, THE SAME
      *    AS THE SCHEDULE ROWS, SO A DROPPED COURSE OR A CORRECTED
      *    ACCOMMODATION FALLS OFF.  NO ACCOMMODATIONS FILE, NOTHING
      *    TO PROCTOR.
           OPEN INPUT AX-FILE-DESC
           IF WS-AX-STATUS = '35'
               DISPLAY 'PROJ-EXAM-BUILD -- NO ACCOMMODATIONS FILE'
           ELSE
               OPEN I-O PQ-FILE-DESC
               IF WS-PQ-STATUS = '35'
                   OPEN OUTPUT PQ-FILE-DESC
                   CLOSE PQ-FILE-DESC
                   OPEN I-O PQ-FILE-DESC
               END-IF
               OPEN INPUT SF-FILE-DESC
                          EF-FILE-DES
               PERFORM 410-CLEAR-PROCTOR-ROWS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 2
               WRITE REPORT-REC FROM PROCTOR-HEADING AFTER 1
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               MOVE 'N' TO WS-AX-DONE
               MOVE LOW-VALUES TO AX-KEY
               START AX-FILE-DESC KEY IS NOT LESS THAN AX-KEY
                   INVALID KEY MOVE 'Y' TO WS-AX-DONE
               END-START
               PERFORM UNTIL WS-AX-DONE = 'Y'
                   READ AX-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-AX-DONE
                       NOT AT END
                           IF AX-TERM = CURRENT-TERM
                                   AND (AX-EXT-PCT > ZERO
                                       OR AX-SEP-ROOM = 'Y')
                               PERFORM 420-ONE-ACCOM-ROW
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'PROJ-EXAM-BUILD -- ' WS-PQ-CNT
                   ' PROCTORED SITTING(S), ' WS-PQ-NOROOM-CNT
                   ' WITHOUT A ROOM'
               CLOSE AX-FILE-DESC
                     PQ-FILE-DESC
                     SF-FILE-DESC
                     EF-FILE-DES
           END-IF.
       410-CLEAR-PROCTOR-ROWS.
           MOVE 'N' TO WS-PQ-DONE
           MOVE ZEROS TO PQ-KEY
           START PQ-FILE-DESC KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY MOVE 'Y' TO WS-PQ-DONE
           END-START
           PERFORM UNTIL WS-PQ-DONE = 'Y'
               READ PQ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-PQ-DONE
                   NOT AT END
                       IF PQ-TERM = CURRENT-TERM
                           DELETE PQ-FILE-DESC RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
       420-ONE-ACCOM-ROW.
      *    EVERY CREDIT SEAT THE STUDENT HOLDS THIS TERM -- AN AUDITOR
      *    SITS NO FINAL.
           COMPUTE WS-PQ-MINUTES ROUNDED =
               120 + (120 * AX-EXT-PCT / 100)
           MOVE AX-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE ZEROS TO SF-ENR-REC-PNTR
           END-READ
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 430-ONE-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 430-ONE-NODE
               END-PERFORM
           END-IF.
       430-ONE-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E'
                   AND RF-BASIS NOT = 'A'
               MOVE RF-CRN TO WS-CRN-NUM
               MOVE WS-CRN-NUM TO XS-CRN
               READ XS-FILE-DESC
                   INVALID KEY
                       MOVE SPACES TO WS-PQ-ROOM
                       MOVE 'NO SLOT ' TO WS-PQ-NOTE
                       MOVE ZERO TO XS-EXAM-DAY
                       MOVE ZEROS TO XS-EXAM-TIME
                       PERFORM 490-PROCTOR-LINE
                   NOT INVALID KEY
                       PERFORM 440-PROCTOR-ONE-EXAM
               END-READ
           END-IF.
       440-PROCTOR-ONE-EXAM.
           MOVE SPACES TO WS-PQ-ROOM
           IF AX-SEP-ROOM = 'Y'
               MOVE 'SEPARATE' TO WS-PQ-NOTE
               IF WS-RM-ON-FILE = 'Y'
                   PERFORM 460-HUNT-ACCESSIBLE-ROOM
               END-IF
           ELSE
               MOVE 'SHARED  ' TO WS-PQ-NOTE
               PERFORM 450-SHARED-ROOM
           END-IF
           IF WS-PQ-ROOM = SPACES
               MOVE 'NO ROOM ' TO WS-PQ-NOTE
               ADD 1 TO WS-PQ-NOROOM-CNT
           END-IF
           MOVE SPACES TO PQ-RECORD
           MOVE AX-STU-NUM TO PQ-STU-NUM
           MOVE WS-CRN-NUM TO PQ-CRN
           MOVE CURRENT-TERM TO PQ-TERM
           MOVE XS-CRS-CODE TO PQ-CRS-CODE
           MOVE XS-EXAM-DAY TO PQ-EXAM-DAY
           MOVE XS-EXAM-TIME TO PQ-EXAM-TIME
           MOVE WS-PQ-MINUTES TO PQ-MINUTES
           MOVE WS-PQ-ROOM TO PQ-ROOM
           MOVE AX-SEP-ROOM TO PQ-SEP-ROOM
           WRITE PQ-RECORD
               INVALID KEY
                   REWRITE PQ-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-PQ-CNT
           PERFORM 490-PROCTOR-LINE.
       450-SHARED-ROOM.
      *    A ROOM ALREADY OPENED FOR THE SAME SLOT AND LENGTH TAKES
      *    THE STUDENT WHILE IT HAS SEATS; OTHERWISE A NEW ONE OPENS.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-CNT
               IF WS-PQ-ROOM = SPACES
                       AND WS-PR-DAY(WS-PR-SUB) = XS-EXAM-DAY
                       AND WS-PR-TIME(WS-PR-SUB) = XS-EXAM-TIME
                       AND WS-PR-MINUTES(WS-PR-SUB) = WS-PQ-MINUTES
                       AND WS-PR-SEATS-LEFT(WS-PR-SUB) > ZERO
                   MOVE WS-PR-ROOM(WS-PR-SUB) TO WS-PQ-ROOM
                   SUBTRACT 1 FROM WS-PR-SEATS-LEFT(WS-PR-SUB)
               END-IF
           END-PERFORM
           IF WS-PQ-ROOM = SPACES AND WS-RM-ON-FILE = 'Y'
               PERFORM 460-HUNT-ACCESSIBLE-ROOM
               IF WS-PQ-ROOM NOT = SPACES AND WS-PR-CNT < 200
                   ADD 1 TO WS-PR-CNT
                   MOVE XS-EXAM-DAY TO WS-PR-DAY(WS-PR-CNT)
                   MOVE XS-EXAM-TIME TO WS-PR-TIME(WS-PR-CNT)
                   MOVE WS-PQ-MINUTES TO WS-PR-MINUTES(WS-PR-CNT)
                   MOVE WS-PQ-ROOM TO WS-PR-ROOM(WS-PR-CNT)
                   COMPUTE WS-PR-SEATS-LEFT(WS-PR-CNT) =
                       WS-PQ-SEATS - 1
               END-IF
           END-IF.
       460-HUNT-ACCESSIBLE-ROOM.
      *    FIRST ACCESSIBLE ROOM (RM-EQUIP-FLAGS BYTE 4) ON THE MASTER
      *    WITH NOTHING IN IT AT ANY POINT OF THE LENGTHENED SITTING.
           MOVE XS-EXAM-TIME TO WS-CLOCK
           PERFORM 475-CLOCK-TO-MINUTES
           MOVE WS-CLOCK-MIN TO WS-SPAN-START
           COMPUTE WS-SPAN-END = WS-SPAN-START + WS-PQ-MINUTES
           MOVE 'N' TO WS-RM-DONE
           MOVE SPACES TO RM-CODE
           START RM-FILE-DESC KEY IS NOT LESS THAN RM-CODE
               INVALID KEY MOVE 'Y' TO WS-RM-DONE
           END-START
           PERFORM UNTIL WS-RM-DONE = 'Y'
               READ RM-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RM-DONE
                   NOT AT END
                       IF RM-EQUIP-FLAGS(4:1) = 'Y'
                               AND RM-SEAT-CNT > ZERO
                           MOVE 'Y' TO WS-ROOM-OK
                           PERFORM 470-CHECK-SPAN-FREE
                           IF WS-ROOM-OK = 'Y'
                               MOVE RM-CODE TO WS-PQ-ROOM
                               MOVE RM-SEAT-CNT TO WS-PQ-SEATS
                               MOVE 'Y' TO WS-RM-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PQ-ROOM NOT = SPACES AND WS-USED-CNT < 500
               ADD 1 TO WS-USED-CNT
               MOVE XS-EXAM-DAY TO WS-USED-DAY(WS-USED-CNT)
               MOVE XS-EXAM-TIME TO WS-USED-TIME(WS-USED-CNT)
               MOVE WS-PQ-ROOM TO WS-USED-ROOM(WS-USED-CNT)
               MOVE WS-PQ-MINUTES TO WS-USED-MINUTES(WS-USED-CNT)
           END-IF.
       470-CHECK-SPAN-FREE.
           PERFORM VARYING WS-USED-SUB FROM 1 BY 1
                   UNTIL WS-USED-SUB > WS-USED-CNT
               IF WS-USED-DAY(WS-USED-SUB) = XS-EXAM-DAY
                       AND WS-USED-ROOM(WS-USED-SUB) = RM-CODE
                   MOVE WS-USED-TIME(WS-USED-SUB) TO WS-CLOCK
                   PERFORM 475-CLOCK-TO-MINUTES
                   MOVE WS-CLOCK-MIN TO WS-USED-START
                   COMPUTE WS-USED-END =
                       WS-USED-START + WS-USED-MINUTES(WS-USED-SUB)
                   IF WS-USED-START < WS-SPAN-END
                           AND WS-SPAN-START < WS-USED-END
                       MOVE 'N' TO WS-ROOM-OK
                   END-IF
               END-IF
           END-PERFORM.
       475-CLOCK-TO-MINUTES.
           COMPUTE WS-CLOCK-MIN = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
       490-PROCTOR-LINE.
           MOVE AX-STU-NUM TO PL-SNO-OUT
           MOVE WS-CRN-NUM TO PL-CRN-OUT
           MOVE XS-EXAM-DAY TO PL-DAY-OUT
           MOVE XS-EXAM-TIME TO PL-TIME-OUT
           MOVE WS-PQ-MINUTES TO PL-MIN-OUT
           MOVE WS-PQ-ROOM TO PL-ROOM-OUT
           MOVE WS-PQ-NOTE TO PL-NOTE-OUT
           WRITE REPORT-REC FROM PROCTOR-LINE AFTER 1.
