       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-LMS-FEED.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  LEARNING MANAGEMENT SYSTEM ROSTER
      *          FEED (LMS-FEED.DAT) FOR THE INSTRUCTIONAL AND
      *          REGISTRATION TERMS.  EVERY SECTION GOES OUT EVERY RUN
      *          ('S' LINES -- CRN, TITLE, TERM, SESSION DATES OFF
      *          PROJ-SESS-CAL.DAT OR THE TERM CALENDAR, INSTRUCTOR OF
      *          RECORD).  EACH SECTION'S SEATS ARE FOUND THROUGH
      *          PROJ-ENR-XREF.DAT (SEE EX-FILE-DESC) AND COMPARED
      *          AGAINST LMS-SNAP.DAT (SEE LS-FILE-DESC): A DELTA RUN
      *          (LK-LMS-MODE 'D', STEP 11 OF PROJ-NIGHT-RUN) SENDS AN
      *          'A' LINE FOR A NEW SEAT, 'W' FOR A WITHDRAWAL AND 'D'
      *          FOR A SEAT WHOSE NODE HAS BEEN FREED; A FULL REFRESH
      *          (LK-LMS-MODE 'F', FOR TERM START) SENDS AN 'E' LINE
      *          FOR EVERY ACTIVE SEAT AND REBUILDS THE SNAPSHOT.  A
      *          DELTA RUN WITH NO SNAPSHOT ON HAND RUNS AS A FULL
      *          REFRESH.  LMS-FEED.RPT IS THE CONTROL REPORT -- EACH
      *          SECTION'S ACTIVE SEATS FOUND AGAINST CS-ENROLLED-CNT,
      *          FLAGGED WHERE THEY DISAGREE, AND THE LINE COUNTS BY
      *          TYPE, WHICH TIE TO THE FEED'S 'T' TRAILER.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-CRN.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
           SELECT EX-FILE-DESC ASSIGN TO 'PROJ-ENR-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EX-STATUS.
           SELECT LS-FILE-DESC ASSIGN TO 'LMS-SNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LS-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT SN-FILE-DESC ASSIGN TO 'PROJ-SESS-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SN-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT FEED-FILE ASSIGN TO 'LMS-FEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO 'LMS-FEED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  LS-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY LS-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  SN-FILE-DESC IS EXTERNAL RECORD CONTAINS 72 CHARACTERS.
           COPY SN-CAL-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  FEED-FILE
           DATA RECORD IS FEED-REC.
       01  FEED-REC                  PIC X(100).
       FD  CONTROL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(70).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EX-DONE                PIC X.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-EX-STATUS              PIC XX.
       01  WS-LS-STATUS              PIC XX.
       01  WS-INSTR-STATUS           PIC XX.
       01  WS-SN-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-INSTR-ON-FILE          PIC X      VALUE 'Y'.
       01  WS-SN-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-AC-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-LS-FOUND               PIC X.
       01  WS-MODE                   PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NOW                    PIC 9(8).
       01  WS-RUN-ID.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-TIME           PIC 9(8).
       01  WS-RUN-ID-N REDEFINES WS-RUN-ID
                                     PIC 9(14).
      *    THE SEAT'S STATE TONIGHT -- 'E' ACTIVE, 'W' WITHDRAWN,
      *    SPACE FOR ANYTHING THE LMS DOES NOT CARRY (A WAITLIST NODE).
       01  WS-CUR-STATE              PIC X.
       01  WS-SESSION                PIC X(2).
       01  WS-SECT-ACTIVE            PIC 9(4).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-SECT-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-ACTIVE-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-CS-ENR-TOTAL           PIC 9(6)   VALUE ZERO.
       01  WS-E-CNT                  PIC 9(6)   VALUE ZERO.
       01  WS-A-CNT                  PIC 9(6)   VALUE ZERO.
       01  WS-D-CNT                  PIC 9(6)   VALUE ZERO.
       01  WS-W-CNT                  PIC 9(6)   VALUE ZERO.
       01  WS-OFF-CNT                PIC 9(5)   VALUE ZERO.
      *    ONE FEED LINE.  THE FIRST TWELVE BYTES ARE COMMON; THE
      *    REST IS READ ACCORDING TO FL-REC-TYPE.
       01  FEED-LINE.
           05  FL-REC-TYPE           PIC X.
           05  FL-TERM               PIC X(6).
           05  FL-CRN                PIC X(5).
           05  FL-DETAIL             PIC X(88).
           05  FL-SECTION REDEFINES FL-DETAIL.
               10  FS-CRS-CODE       PIC X(6).
               10  FS-TITLE          PIC X(10).
               10  FS-SESSION        PIC X(2).
               10  FS-START          PIC 9(8).
               10  FS-END            PIC 9(8).
               10  FS-INSTR-ID       PIC 9(5).
               10  FS-INSTR-NAME     PIC X(10).
               10  FS-CAPACITY       PIC 9(3).
               10  FS-ENROLLED       PIC 9(3).
               10  FILLER            PIC X(33).
           05  FL-SEAT REDEFINES FL-DETAIL.
               10  FE-STU-NUM        PIC 9(9).
               10  FE-LAST-NAME      PIC X(20).
               10  FE-FIRST-NAME     PIC X(15).
               10  FE-EMAIL          PIC X(30).
               10  FE-BASIS          PIC X.
               10  FILLER            PIC X(13).
           05  FL-HEADER REDEFINES FL-DETAIL.
               10  FH-MODE           PIC X.
               10  FH-RUN-ID         PIC 9(14).
               10  FH-OTHER-TERM     PIC X(6).
               10  FILLER            PIC X(67).
           05  FL-TRAILER REDEFINES FL-DETAIL.
               10  FT-SECT-CNT       PIC 9(6).
               10  FT-E-CNT          PIC 9(6).
               10  FT-A-CNT          PIC 9(6).
               10  FT-D-CNT          PIC 9(6).
               10  FT-W-CNT          PIC 9(6).
               10  FILLER            PIC X(58).
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(27)  VALUE
                'LMS ROSTER FEED CONTROL -- '.
           05  H1-MODE-OUT           PIC X(12).
           05                        PIC X(5)   VALUE ' RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(18)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(45)  VALUE
                'TERM    CRN    COURSE  CS-ENROLLED  FOUND    '.
           05                        PIC X(23)  VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-TERM-OUT           PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CRN-OUT            PIC X(5).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CRS-CODE-OUT       PIC X(6).
           05                        PIC X(6)   VALUE SPACES.
           05  DL-CS-ENR-OUT         PIC ZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  DL-FOUND-OUT          PIC ZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-FLAG-OUT           PIC X(15).
           05                        PIC X(13)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-LABEL-OUT          PIC X(30).
           05  TL-CNT-OUT            PIC ZZZ,ZZ9.
           05                        PIC X(31)  VALUE SPACES.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
      *    'F' IS THE TERM-START FULL REFRESH; ANYTHING ELSE IS THE
      *    NIGHTLY DELTA.
       01  LK-LMS-MODE               PIC X.
       PROCEDURE DIVISION USING LK-LMS-MODE.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT EX-FILE-DESC
           IF WS-EX-STATUS = '35'
               DISPLAY 'PROJ-LMS-FEED: NO ENROLLMENT XREF ON FILE --'
               DISPLAY 'RUN PROJ-XREF-BUILD FIRST'
               EXIT PROGRAM
           END-IF
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO WS-RUN-DATE
           MOVE WS-NOW TO WS-RUN-TIME
           PERFORM 110-OPEN-THE-SNAPSHOT
           OPEN INPUT CS-FILE-DESC
                      EF-FILE-DES
                      SF-FILE-DESC
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = '35'
               MOVE 'N' TO WS-INSTR-ON-FILE
           END-IF
           OPEN INPUT SN-FILE-DESC
           IF WS-SN-STATUS = '35'
               MOVE 'N' TO WS-SN-ON-FILE
           END-IF
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS = '35'
               MOVE 'N' TO WS-AC-ON-FILE
           END-IF
           OPEN OUTPUT FEED-FILE
           OPEN OUTPUT CONTROL-REPORT
           DISPLAY 'PROJ-LMS-FEED STARTING, MODE ' WS-MODE
           PERFORM 150-HEADER-LINE
           PERFORM 160-REPORT-HEADING
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ CS-FILE-DESC
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF CS-TERM = CT-INSTR-TERM
                               OR CS-TERM = CT-REG-TERM
                           PERFORM 200-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MODE NOT = 'F'
               PERFORM 500-SWEEP-FOR-DROPS
           END-IF
           PERFORM 700-TRAILER-LINE
           PERFORM 800-REPORT-TOTALS
           DISPLAY 'PROJ-LMS-FEED FINISHED -- ' WS-SECT-CNT
               ' SECTION(S), ' WS-ACTIVE-CNT ' ACTIVE SEAT(S), '
               WS-OFF-CNT ' OUT OF BALANCE'
           IF WS-INSTR-ON-FILE = 'Y'
               CLOSE INSTR-FILE
           END-IF
           IF WS-SN-ON-FILE = 'Y'
               CLOSE SN-FILE-DESC
           END-IF
           IF WS-AC-ON-FILE = 'Y'
               CLOSE AC-FILE-DESC
           END-IF
           CLOSE CS-FILE-DESC
                 EF-FILE-DES
                 EX-FILE-DESC
                 LS-FILE-DESC
                 SF-FILE-DESC
                 FEED-FILE
                 CONTROL-REPORT
           EXIT PROGRAM.
       110-OPEN-THE-SNAPSHOT.
      *    A FULL REFRESH STARTS THE SNAPSHOT OVER.  SO DOES A DELTA
      *    RUN THAT FINDS NONE -- WITH NOTHING TO COMPARE AGAINST,
      *    EVERY SEAT HAS TO GO OUT.
           IF LK-LMS-MODE = 'F'
               MOVE 'F' TO WS-MODE
           ELSE
               MOVE 'D' TO WS-MODE
           END-IF
           IF WS-MODE = 'D'
               OPEN I-O LS-FILE-DESC
               IF WS-LS-STATUS = '35'
                   DISPLAY 'PROJ-LMS-FEED: NO SNAPSHOT ON FILE --'
                       ' RUNNING A FULL REFRESH'
                   MOVE 'F' TO WS-MODE
               END-IF
           END-IF
           IF WS-MODE = 'F'
               OPEN OUTPUT LS-FILE-DESC
               CLOSE LS-FILE-DESC
               OPEN I-O LS-FILE-DESC
           END-IF.
       150-HEADER-LINE.
           MOVE SPACES TO FEED-LINE
           MOVE 'H' TO FL-REC-TYPE
           MOVE CT-INSTR-TERM TO FL-TERM
           MOVE WS-MODE TO FH-MODE
           MOVE WS-RUN-ID-N TO FH-RUN-ID
           MOVE CT-REG-TERM TO FH-OTHER-TERM
           WRITE FEED-REC FROM FEED-LINE.
       160-REPORT-HEADING.
           IF WS-MODE = 'F'
               MOVE 'FULL REFRESH' TO H1-MODE-OUT
           ELSE
               MOVE 'DELTA' TO H1-MODE-OUT
           END-IF
           MOVE WS-TODAY TO H1-DATE-OUT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 5 TO WS-LINE-CT.
       200-ONE-SECTION.
           ADD 1 TO WS-SECT-CNT
           PERFORM 210-SECTION-LINE
           MOVE ZERO TO WS-SECT-ACTIVE
           MOVE 'N' TO WS-EX-DONE
           MOVE CS-CRN TO EX-CRN
           MOVE ZEROS TO EX-STU-NUM
           START EX-FILE-DESC KEY IS NOT LESS THAN EX-KEY
               INVALID KEY MOVE 'Y' TO WS-EX-DONE
           END-START
           PERFORM UNTIL WS-EX-DONE = 'Y'
               READ EX-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EX-DONE
                   NOT AT END
                       IF EX-CRN NOT = CS-CRN
                           MOVE 'Y' TO WS-EX-DONE
                       ELSE
                           MOVE EX-SLOT TO WS-EF-KEY
                           READ EF-FILE-DES
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF RF-CRN = CS-CRN
                                       PERFORM 300-ONE-SEAT
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 400-CONTROL-LINE.
       210-SECTION-LINE.
           MOVE SPACES TO FEED-LINE
           MOVE 'S' TO FL-REC-TYPE
           MOVE CS-TERM TO FL-TERM
           MOVE CS-CRN TO FL-CRN
           MOVE CS-CRS-CODE TO FS-CRS-CODE
           MOVE CS-DESC TO FS-TITLE
           MOVE CS-SESSION TO WS-SESSION
           IF WS-SESSION = SPACES
               MOVE 'FL' TO WS-SESSION
           END-IF
           MOVE WS-SESSION TO FS-SESSION
           MOVE ZEROS TO FS-START FS-END
           PERFORM 220-SESSION-DATES
           MOVE CS-INSTR-ID TO FS-INSTR-ID
           MOVE SPACES TO FS-INSTR-NAME
           IF CS-INSTR-ID NOT = ZERO AND WS-INSTR-ON-FILE = 'Y'
               MOVE CS-INSTR-ID TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO FS-INSTR-NAME
               END-READ
           END-IF
           MOVE CS-CAPACITY TO FS-CAPACITY
           MOVE CS-ENROLLED-CNT TO FS-ENROLLED
           WRITE FEED-REC FROM FEED-LINE.
       220-SESSION-DATES.
      *    THE SESSION'S OWN ROW FIRST; A FULL-TERM SECTION WITH NO
      *    SESSION ROW TAKES THE TERM CALENDAR'S DATES.
           IF WS-SN-ON-FILE = 'Y'
               MOVE CS-TERM TO SN-TERM
               MOVE WS-SESSION TO SN-SESSION
               READ SN-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SN-START TO FS-START
                       MOVE SN-END TO FS-END
               END-READ
           END-IF
           IF FS-START = ZERO AND WS-SESSION = 'FL'
                   AND WS-AC-ON-FILE = 'Y'
               MOVE CS-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AC-TERM-START TO FS-START
                       MOVE AC-TERM-END TO FS-END
               END-READ
           END-IF.
       300-ONE-SEAT.
           MOVE SPACE TO WS-CUR-STATE
           IF RF-STATUS = 'E'
               MOVE 'E' TO WS-CUR-STATE
               ADD 1 TO WS-SECT-ACTIVE
               ADD 1 TO WS-ACTIVE-CNT
           ELSE IF RF-STATUS = 'D' AND RF-GRADE = 'W '
               MOVE 'W' TO WS-CUR-STATE
           END-IF
           MOVE 'Y' TO WS-LS-FOUND
           MOVE CS-CRN TO LS-CRN
           MOVE RF-STUDENT-NUM TO LS-STU-NUM
           READ LS-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-LS-FOUND
           END-READ
           IF WS-MODE = 'F'
               IF WS-CUR-STATE = 'E'
                   MOVE 'E' TO FL-REC-TYPE
                   PERFORM 350-SEAT-LINE
                   ADD 1 TO WS-E-CNT
               END-IF
           ELSE
               PERFORM 310-COMPARE-THE-SEAT
           END-IF
           PERFORM 320-FILE-THE-SNAPSHOT.
       310-COMPARE-THE-SEAT.
      *    A SEAT THAT COMES AND GOES BETWEEN RUNS NEVER REACHES THE
      *    LMS; ONE THE LMS HAS AS ACTIVE THAT IS NOW WITHDRAWN GETS
      *    A 'W'.
           IF WS-CUR-STATE = 'E'
               IF WS-LS-FOUND = 'N' OR LS-STATE NOT = 'E'
                   MOVE 'A' TO FL-REC-TYPE
                   PERFORM 350-SEAT-LINE
                   ADD 1 TO WS-A-CNT
               END-IF
           ELSE IF WS-CUR-STATE = 'W'
               IF WS-LS-FOUND = 'Y' AND LS-STATE = 'E'
                   MOVE 'W' TO FL-REC-TYPE
                   PERFORM 350-SEAT-LINE
                   ADD 1 TO WS-W-CNT
               END-IF
           ELSE
               IF WS-LS-FOUND = 'Y' AND LS-STATE = 'E'
                   MOVE 'D' TO FL-REC-TYPE
                   PERFORM 350-SEAT-LINE
                   ADD 1 TO WS-D-CNT
               END-IF
           END-IF
           END-IF.
       320-FILE-THE-SNAPSHOT.
      *    A NODE THE LMS DOES NOT CARRY (A WAITLIST SEAT) KEEPS NO
      *    ROW.
           IF WS-CUR-STATE = SPACE
               IF WS-LS-FOUND = 'Y'
                   DELETE LS-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           ELSE
               IF WS-LS-FOUND = 'N'
                   MOVE SPACES TO LS-RECORD
                   MOVE CS-CRN TO LS-CRN
                   MOVE RF-STUDENT-NUM TO LS-STU-NUM
                   MOVE ZEROS TO LS-SENT-DATE
               END-IF
               IF WS-LS-FOUND = 'N' OR LS-STATE NOT = WS-CUR-STATE
                   MOVE WS-TODAY TO LS-SENT-DATE
               END-IF
               MOVE CS-TERM TO LS-TERM
               MOVE WS-CUR-STATE TO LS-STATE
               MOVE WS-RUN-ID-N TO LS-SEEN-RUN
               IF WS-LS-FOUND = 'Y'
                   REWRITE LS-RECORD
               ELSE
                   WRITE LS-RECORD
               END-IF
           END-IF.
       350-SEAT-LINE.
      *    FL-REC-TYPE IS SET BY THE CALLER.  THE STUDENT IS LOOKED
      *    UP FRESH SO A NAME OR E-MAIL CHANGE RIDES ALONG.
           MOVE CS-TERM TO FL-TERM
           MOVE CS-CRN TO FL-CRN
           MOVE SPACES TO FL-DETAIL
           MOVE RF-STUDENT-NUM TO FE-STU-NUM
           MOVE RF-STUDENT-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SF-LAST-NAME TO FE-LAST-NAME
                   MOVE SF-FIRST-NAME TO FE-FIRST-NAME
                   MOVE SF-EMAIL TO FE-EMAIL
           END-READ
           MOVE RF-BASIS TO FE-BASIS
           WRITE FEED-REC FROM FEED-LINE.
       400-CONTROL-LINE.
           ADD CS-ENROLLED-CNT TO WS-CS-ENR-TOTAL
           MOVE CS-TERM TO DL-TERM-OUT
           MOVE CS-CRN TO DL-CRN-OUT
           MOVE CS-CRS-CODE TO DL-CRS-CODE-OUT
           MOVE CS-ENROLLED-CNT TO DL-CS-ENR-OUT
           MOVE WS-SECT-ACTIVE TO DL-FOUND-OUT
           IF WS-SECT-ACTIVE = CS-ENROLLED-CNT
               MOVE SPACES TO DL-FLAG-OUT
           ELSE
               MOVE '*** DIFFERS ***' TO DL-FLAG-OUT
               ADD 1 TO WS-OFF-CNT
           END-IF
           IF WS-LINE-CT > 55
               PERFORM 160-REPORT-HEADING
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       500-SWEEP-FOR-DROPS.
      *    A SNAPSHOT ROW FOR ONE OF TONIGHT'S TERMS THAT THE SECTION
      *    PASS DID NOT TOUCH IS A SEAT WHOSE NODE WAS FREED -- A
      *    DROP BEFORE THE DEADLINE, A CANCELLED SECTION, OR AN
      *    ARCHIVED STUDENT.  THE LMS HEARS ABOUT THE ACTIVE ONES.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO LS-KEY
           START LS-FILE-DESC KEY IS NOT LESS THAN LS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ LS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF (LS-TERM = CT-INSTR-TERM
                               OR LS-TERM = CT-REG-TERM)
                               AND LS-SEEN-RUN NOT = WS-RUN-ID-N
                           PERFORM 510-DROP-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM.
       510-DROP-ONE-SEAT.
           IF LS-STATE = 'E'
               MOVE SPACES TO FEED-LINE
               MOVE 'D' TO FL-REC-TYPE
               MOVE LS-TERM TO FL-TERM
               MOVE LS-CRN TO FL-CRN
               MOVE LS-STU-NUM TO FE-STU-NUM
               MOVE LS-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SF-LAST-NAME TO FE-LAST-NAME
                       MOVE SF-FIRST-NAME TO FE-FIRST-NAME
                       MOVE SF-EMAIL TO FE-EMAIL
               END-READ
               WRITE FEED-REC FROM FEED-LINE
               ADD 1 TO WS-D-CNT
           END-IF
           DELETE LS-FILE-DESC RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       700-TRAILER-LINE.
           MOVE SPACES TO FEED-LINE
           MOVE 'T' TO FL-REC-TYPE
           MOVE CT-INSTR-TERM TO FL-TERM
           MOVE WS-SECT-CNT TO FT-SECT-CNT
           MOVE WS-E-CNT TO FT-E-CNT
           MOVE WS-A-CNT TO FT-A-CNT
           MOVE WS-D-CNT TO FT-D-CNT
           MOVE WS-W-CNT TO FT-W-CNT
           WRITE FEED-REC FROM FEED-LINE.
       800-REPORT-TOTALS.
           MOVE 'SECTIONS SENT' TO TL-LABEL-OUT
           MOVE WS-SECT-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           MOVE 'CS-ENROLLED-CNT TOTAL' TO TL-LABEL-OUT
           MOVE WS-CS-ENR-TOTAL TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'ACTIVE SEATS FOUND' TO TL-LABEL-OUT
           MOVE WS-ACTIVE-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'SECTIONS OUT OF BALANCE' TO TL-LABEL-OUT
           MOVE WS-OFF-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'E LINES (FULL REFRESH)' TO TL-LABEL-OUT
           MOVE WS-E-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           MOVE 'A LINES (ADDS)' TO TL-LABEL-OUT
           MOVE WS-A-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'D LINES (DROPS)' TO TL-LABEL-OUT
           MOVE WS-D-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'W LINES (WITHDRAWALS)' TO TL-LABEL-OUT
           MOVE WS-W-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
