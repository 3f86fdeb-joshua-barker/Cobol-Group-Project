       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-INSTR-CONFLICT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  TERM-WIDE INSTRUCTOR CONFLICT REPORT,
      *          THE INSTRUCTOR-SIDE COMPANION TO PROJ-PRINT-CONFLICTS.
      *          EVERY CURRENT-TERM MEETING PATTERN WITH AN INSTRUCTOR
      *          (THE PRIMARY BLOCK AND EACH CS-MEET.DAT ROW) LOADS
      *          INTO A TABLE; TWO PATTERNS OF THE SAME INSTRUCTOR ON
      *          DIFFERENT CRNS THAT START AT THE SAME TIME WITH A DAY
      *          LETTER IN COMMON PRINT AS A BOOK(ING) CONFLICT --
      *          UNLESS THE TWO ARE CROSS-LISTED TOGETHER OR ONE IS
      *          AN 81 AND THE OTHER AN 82 SESSION SECTION.  PATTERNS
      *          OUTSIDE THE INSTRUCTOR'S TERM AVAILABILITY (SEE
      *          IA-FILE-DESC) PRINT AS AVAL EXCEPTIONS.  BOTH CAN BE
      *          ON FILE BY OPERATOR OVERRIDE AT THE SECTION SCREENS,
      *          SO THIS IS THE LIST THE DEAN SIGNS OFF ON.
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
           SELECT CS-FILE-DESC
               ASSIGN TO "PROJ-CLASS-SECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT CONFLICT-REPORT
               ASSIGN TO "INSTR-CONFLICT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CM-FILE-DESC ASSIGN TO "CS-MEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT IA-FILE-DESC ASSIGN TO "PROJ-INSTR-AVAIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IA-KEY
               FILE STATUS IS WS-IA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD CONFLICT-REPORT
          DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(80).
       FD CM-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
       COPY CM-FILE-DESC.
       FD IA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
       COPY IA-FILE-DESC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
          88 NO-MORE-RECORDS                    VALUE "NO".
       01 WS-LINE-CT               PIC 99       VALUE ZERO.
       01 WS-PAGE                  PIC 99       VALUE ZERO.
       01 WS-SECT-CNT              PIC 9(4)     VALUE ZERO.
       01 WS-PAIR-I                PIC 9(4).
       01 WS-PAIR-J                PIC 9(4).
       01 WS-CONFLICT-CNT          PIC 9(4)     VALUE ZERO.
       01 WS-CONFLICT-TYPE         PIC X(4).
       01 WS-CM-STATUS             PIC XX.
       01 WS-CM-ON-FILE            PIC X        VALUE "N".
       01 WS-CM-DONE               PIC X.
       01 WS-IA-STATUS             PIC XX.
       01 WS-IA-ON-FILE            PIC X        VALUE "N".
       01 WS-AVAIL-OK              PIC X.
       01 WS-CAN-CLASH             PIC X.
       01 WS-DAY-HIT               PIC X.
       01 WS-DAY-I                 PIC 9.
       01 WS-DAY-J                 PIC 9.
       01 WS-CMP-DAYS              PIC X(5).
       01 DATE-WS.
          05 YEAR-WS               PIC XXXX.
          05 MONTH-WS              PIC XX.
          05 DAY-WS                PIC XX.
       COPY CURRENT-TERM.
       01 WS-SECT-TABLE.
          05 WS-SECT-ENTRY OCCURS 500 TIMES.
             10 WS-T-CRN           PIC 9(5).
             10 WS-T-CRS-CODE      PIC X(6).
             10 WS-T-INSTR-ID      PIC 9(5).
             10 WS-T-SESSION       PIC X(2).
             10 WS-T-XLIST         PIC X(4).
             10 WS-T-MTG-DAYS      PIC X(5).
             10 WS-T-MTG-TIME      PIC 9(4).
       01 HEADING-1.
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(30)
               VALUE "INSTRUCTOR CONFLICT REPORT    ".
          05 MONTH-H1              PIC X(2).
          05                       PIC X        VALUE "/".
          05 DAY-H1                PIC X(2).
          05                       PIC X        VALUE "/".
          05 YEAR-H1               PIC X(4).
          05                       PIC X(9)
               VALUE "   PAGE ".
          05 PAGE-NO-H1            PIC 9(2).
          05                       PIC X(17)   VALUE SPACES.
       01 HEADING-2.
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(5)     VALUE "INSTR".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(5)     VALUE "CRN".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(8)     VALUE "CRS CODE".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(5)     VALUE "CRN".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(8)     VALUE "CRS CODE".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(4)     VALUE "DAYS".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(4)     VALUE "TIME".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(4)     VALUE "TYPE".
       01 DETAIL-LINE.
          05                       PIC X(2)     VALUE SPACES.
          05 INSTR-OUT             PIC 9(5).
          05                       PIC X(3)     VALUE SPACES.
          05 CRN1-OUT              PIC 9(5).
          05                       PIC X(3)     VALUE SPACES.
          05 CRS-CODE1-OUT         PIC X(6).
          05                       PIC X(5)     VALUE SPACES.
          05 CRN2-OUT              PIC X(5).
          05                       PIC X(3)     VALUE SPACES.
          05 CRS-CODE2-OUT         PIC X(6).
          05                       PIC X(5)     VALUE SPACES.
          05 DAYS-OUT              PIC X(5).
          05                       PIC X(2)     VALUE SPACES.
          05 TIME-OUT              PIC 9(4).
          05                       PIC X(3)     VALUE SPACES.
          05 TYPE-OUT              PIC X(4).
          05                       PIC X(14)    VALUE SPACES.
       01 NO-CONFLICTS-LINE        PIC X(37)
            VALUE "NO INSTRUCTOR CONFLICTS WERE FOUND".
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT CS-FILE-DESC
           OPEN INPUT CM-FILE-DESC
           IF WS-CM-STATUS = "35"
               MOVE "N" TO WS-CM-ON-FILE
           ELSE
               MOVE "Y" TO WS-CM-ON-FILE
           END-IF
           OPEN INPUT IA-FILE-DESC
           IF WS-IA-STATUS = "35"
               MOVE "N" TO WS-IA-ON-FILE
           ELSE
               MOVE "Y" TO WS-IA-ON-FILE
           END-IF
           OPEN OUTPUT CONFLICT-REPORT
           PERFORM 200-LOAD-SECT-TABLE
           PERFORM 500-HEADING-RTN
           IF WS-SECT-CNT > 1 THEN
               PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                       UNTIL WS-PAIR-I > WS-SECT-CNT - 1
                   COMPUTE WS-PAIR-J = WS-PAIR-I + 1
                   PERFORM VARYING WS-PAIR-J FROM WS-PAIR-J BY 1
                           UNTIL WS-PAIR-J > WS-SECT-CNT
                       PERFORM 300-CHECK-ONE-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-IA-ON-FILE = "Y" THEN
               PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                       UNTIL WS-PAIR-I > WS-SECT-CNT
                   PERFORM 350-CHECK-AVAILABILITY
               END-PERFORM
           END-IF
           IF WS-CONFLICT-CNT = 0 THEN
               WRITE REPORT-REC FROM NO-CONFLICTS-LINE AFTER 1
           END-IF
           CLOSE CS-FILE-DESC
                 CONFLICT-REPORT
           IF WS-CM-ON-FILE = "Y"
               CLOSE CM-FILE-DESC
           END-IF
           IF WS-IA-ON-FILE = "Y"
               CLOSE IA-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-LOAD-SECT-TABLE.
      *    ONLY SCHEDULED CURRENT-TERM SECTIONS WITH AN INSTRUCTOR OF
      *    RECORD CAN DOUBLE-BOOK ANYONE.
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE ZERO TO CS-CRN
           START CS-FILE-DESC KEY IS NOT LESS THAN CS-CRN
               INVALID KEY MOVE "NO " TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
               READ CS-FILE-DESC NEXT RECORD
                   AT END MOVE "NO " TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF CS-TERM = CURRENT-TERM
                          AND CS-INSTR-ID NOT = ZERO THEN
                           IF CS-MTG-DAYS NOT = SPACES
                              AND WS-SECT-CNT < 500 THEN
                               ADD 1 TO WS-SECT-CNT
                               PERFORM 220-FILL-SECTION-FIELDS
                               MOVE CS-MTG-DAYS TO
                                   WS-T-MTG-DAYS(WS-SECT-CNT)
                               MOVE CS-MTG-TIME TO
                                   WS-T-MTG-TIME(WS-SECT-CNT)
                           END-IF
                           PERFORM 250-LOAD-EXTRA-MEETINGS
                       END-IF
               END-READ
           END-PERFORM.
       220-FILL-SECTION-FIELDS.
           MOVE CS-CRN TO WS-T-CRN(WS-SECT-CNT)
           MOVE CS-CRS-CODE TO WS-T-CRS-CODE(WS-SECT-CNT)
           MOVE CS-INSTR-ID TO WS-T-INSTR-ID(WS-SECT-CNT)
           IF CS-SESSION = SPACES
               MOVE "FL" TO WS-T-SESSION(WS-SECT-CNT)
           ELSE
               MOVE CS-SESSION TO WS-T-SESSION(WS-SECT-CNT)
           END-IF
           MOVE CS-XLIST-GROUP TO WS-T-XLIST(WS-SECT-CNT).
       250-LOAD-EXTRA-MEETINGS.
      *    ONE TABLE ENTRY PER CS-MEET.DAT ROW, SAME SECTION FIELDS
      *    AS THE PRIMARY ENTRY.
           IF WS-CM-ON-FILE = "Y" THEN
               MOVE "N" TO WS-CM-DONE
               MOVE CS-CRN TO CM-CRN
               MOVE ZEROS TO CM-SEQ
               START CM-FILE-DESC KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY MOVE "Y" TO WS-CM-DONE
               END-START
               PERFORM UNTIL WS-CM-DONE = "Y"
                   READ CM-FILE-DESC NEXT RECORD
                       AT END MOVE "Y" TO WS-CM-DONE
                       NOT AT END
                           IF CM-CRN NOT = CS-CRN
                               MOVE "Y" TO WS-CM-DONE
                           ELSE
                               IF CM-MTG-DAYS NOT = SPACES
                                       AND WS-SECT-CNT < 500
                                   ADD 1 TO WS-SECT-CNT
                                   PERFORM 220-FILL-SECTION-FIELDS
                                   MOVE CM-MTG-DAYS TO
                                       WS-T-MTG-DAYS(WS-SECT-CNT)
                                   MOVE CM-MTG-TIME TO
                                       WS-T-MTG-TIME(WS-SECT-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       300-CHECK-ONE-PAIR.
           IF WS-T-INSTR-ID(WS-PAIR-I) = WS-T-INSTR-ID(WS-PAIR-J)
              AND WS-T-CRN(WS-PAIR-I) NOT = WS-T-CRN(WS-PAIR-J)
              AND WS-T-MTG-TIME(WS-PAIR-I) = WS-T-MTG-TIME(WS-PAIR-J)
              THEN
               MOVE "Y" TO WS-CAN-CLASH
               IF (WS-T-SESSION(WS-PAIR-I) = "81"
                     AND WS-T-SESSION(WS-PAIR-J) = "82")
                  OR (WS-T-SESSION(WS-PAIR-I) = "82"
                     AND WS-T-SESSION(WS-PAIR-J) = "81") THEN
                   MOVE "N" TO WS-CAN-CLASH
               END-IF
               IF WS-T-XLIST(WS-PAIR-I) NOT = SPACES
                  AND WS-T-XLIST(WS-PAIR-I) = WS-T-XLIST(WS-PAIR-J)
                  THEN
                   MOVE "N" TO WS-CAN-CLASH
               END-IF
               IF WS-CAN-CLASH = "Y" THEN
                   PERFORM 320-DAY-MATCH
                   IF WS-DAY-HIT = "Y" THEN
                       MOVE "BOOK" TO WS-CONFLICT-TYPE
                       PERFORM 400-PRINT-RTN
                   END-IF
               END-IF
           END-IF.
       320-DAY-MATCH.
      *    ANY DAY LETTER THE TWO PATTERNS HAVE IN COMMON -- MWF AND
      *    WF CLASH EVEN THOUGH THE STRINGS DIFFER.
           MOVE "N" TO WS-DAY-HIT
           MOVE WS-T-MTG-DAYS(WS-PAIR-I) TO WS-CMP-DAYS
           PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 5
               IF WS-CMP-DAYS(WS-DAY-I:1) NOT = SPACE THEN
                   PERFORM VARYING WS-DAY-J FROM 1 BY 1
                           UNTIL WS-DAY-J > 5
                       IF WS-T-MTG-DAYS(WS-PAIR-J)(WS-DAY-J:1) =
                               WS-CMP-DAYS(WS-DAY-I:1) THEN
                           MOVE "Y" TO WS-DAY-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       350-CHECK-AVAILABILITY.
      *    NO AVAILABILITY ROW FOR THE TERM MEANS AVAILABLE WHENEVER.
           MOVE WS-T-INSTR-ID(WS-PAIR-I) TO IA-INSTR-ID
           MOVE CURRENT-TERM TO IA-TERM
           READ IA-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 360-AVAIL-ONE-PATTERN
                   IF WS-AVAIL-OK = "N" THEN
                       MOVE "AVAL" TO WS-CONFLICT-TYPE
                       PERFORM 400-PRINT-RTN
                   END-IF
           END-READ.
       360-AVAIL-ONE-PATTERN.
           MOVE "Y" TO WS-AVAIL-OK
           IF IA-EARLIEST NOT = ZERO
              AND WS-T-MTG-TIME(WS-PAIR-I) < IA-EARLIEST THEN
               MOVE "N" TO WS-AVAIL-OK
           END-IF
           IF IA-LATEST NOT = ZERO
              AND WS-T-MTG-TIME(WS-PAIR-I) > IA-LATEST THEN
               MOVE "N" TO WS-AVAIL-OK
           END-IF
           IF IA-DAYS NOT = SPACES THEN
               MOVE WS-T-MTG-DAYS(WS-PAIR-I) TO WS-CMP-DAYS
               PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 5
                   IF WS-CMP-DAYS(WS-DAY-I:1) NOT = SPACE THEN
                       MOVE "N" TO WS-DAY-HIT
                       PERFORM VARYING WS-DAY-J FROM 1 BY 1
                               UNTIL WS-DAY-J > 5
                           IF IA-DAYS(WS-DAY-J:1) =
                                   WS-CMP-DAYS(WS-DAY-I:1) THEN
                               MOVE "Y" TO WS-DAY-HIT
                           END-IF
                       END-PERFORM
                       IF WS-DAY-HIT = "N" THEN
                           MOVE "N" TO WS-AVAIL-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       400-PRINT-RTN.
      *    AN AVAL LINE CARRIES ONE SECTION; THE SECOND CRN AND COURSE
      *    COLUMNS PRINT BLANK.
           ADD 1 TO WS-CONFLICT-CNT
           MOVE WS-T-INSTR-ID(WS-PAIR-I) TO INSTR-OUT
           MOVE WS-T-CRN(WS-PAIR-I) TO CRN1-OUT
           MOVE WS-T-CRS-CODE(WS-PAIR-I) TO CRS-CODE1-OUT
           IF WS-CONFLICT-TYPE = "BOOK" THEN
               MOVE WS-T-CRN(WS-PAIR-J) TO CRN2-OUT
               MOVE WS-T-CRS-CODE(WS-PAIR-J) TO CRS-CODE2-OUT
           ELSE
               MOVE SPACES TO CRN2-OUT
               MOVE SPACES TO CRS-CODE2-OUT
           END-IF
           MOVE WS-T-MTG-DAYS(WS-PAIR-I) TO DAYS-OUT
           MOVE WS-T-MTG-TIME(WS-PAIR-I) TO TIME-OUT
           MOVE WS-CONFLICT-TYPE TO TYPE-OUT
           IF WS-LINE-CT > 55
               PERFORM 500-HEADING-RTN
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       500-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
