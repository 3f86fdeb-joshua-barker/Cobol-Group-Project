       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REF-AUDIT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  CROSS-FILE REFERENTIAL INTEGRITY
      *          AUDIT OF THE INDEXED FILES -- THE OTHER HALF OF
      *          PROJ-CHAIN-CHECK, WHICH ONLY SEES THE ENROLLMENT
      *          CHAIN.  CHECKS, AND LISTS ON REF-AUDIT.RPT AS A FIX
      *          LIST:
      *            - HOLDS, REGISTRATION PERMITS, ADVISOR CLEARANCES,
      *              FEE WAIVERS, HOUSING ASSIGNMENTS AND PARKING
      *              PERMITS FOR A STUDENT NO LONGER ON THE MASTER
      *              (ARCHIVED) OR RETIRED BY PROJ-STU-MERGE (FOUND
      *              BY THE 'M' ROW ON IDENT-SNAP.DAT);
      *            - SECTIONS WHOSE CS-INSTR-ID, CS-ROOM OR
      *              CS-CRS-CODE IS NOT ON THE INSTRUCTOR, ROOM OR
      *              CATALOG FILE;
      *            - PROJ-ENR-XREF.DAT ROWS WHOSE SLOT WAS NEVER
      *              WRITTEN, IS ON THE FREE LIST, OR NOW HOLDS SOME
      *              OTHER STUDENT'S SEAT;
      *            - DORM-ASSIGN.DAT ROWS WHOSE HALL/ROOM IS NOT ON
      *              DORM-ROOM.DAT, AND ROOMS WHOSE DM-OCCUPIED DOES
      *              NOT MATCH THE BILLING TERM'S ASSIGNMENTS.
      *          A "SAFE" ORPHAN IS ONE NOTHING ELSE CAN NEED -- A
      *          RELEASED HOLD, A PERMIT OR ADVISOR CLEARANCE FOR A
      *          STUDENT NO LONGER ON THE MASTER, OR A CROSS-REFERENCE
      *          ROW WHOSE SLOT IS EMPTY OR FREE.  THOSE CAN BE PURGED;
      *          EVERYTHING ELSE (A MERGED STUDENT'S ROWS BELONG TO THE
      *          KEEPER, MONEY AND HOUSING ROWS NEED A PERSON) IS ONLY
      *          LISTED.  STEP 18 OF PROJ-NIGHT-RUN CALLS THIS WITH
      *          LK-RA-MODE 'N' -- IT AUDITS ONLY ON RI-AUDIT-DAY AND
      *          PURGES ONLY WHEN RI-PURGE IS 1 (SEE RI-POLICY).  AN
      *          ON-DEMAND RUN (LK-RA-MODE 'R', UTILITY MENU) ASKS
      *          WHETHER TO PURGE.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT IM-FILE-DESC ASSIGN TO 'IDENT-SNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IM-STATUS.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT PM-FILE-DESC ASSIGN TO 'SF-PERMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
           SELECT AV-FILE-DESC ASSIGN TO 'SF-ADVCLEAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-AV-STATUS.
           SELECT FW-FILE-DESC ASSIGN TO 'STU-WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FW-STU-NUM
               FILE STATUS IS WS-FW-STATUS.
           SELECT PV-FILE-DESC ASSIGN TO 'PARK-PERMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PV-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT DM-FILE-DESC ASSIGN TO 'DORM-ROOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DM-STATUS.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN
               FILE STATUS IS WS-CS-STATUS.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT RM-FILE-DESC ASSIGN TO 'PROJ-ROOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RM-CODE
               FILE STATUS IS WS-RM-STATUS.
           SELECT CG-FILE-DESC ASSIGN TO 'PROJ-CATALOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CG-CRS-CODE
               FILE STATUS IS WS-CG-STATUS.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY
               FILE STATUS IS WS-EF-STATUS.
           SELECT EX-FILE-DESC ASSIGN TO 'PROJ-ENR-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EX-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO 'REF-AUDIT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  IM-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY IM-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  PM-FILE-DESC IS EXTERNAL RECORD CONTAINS 56 CHARACTERS.
           COPY PM-FILE-DESC.
       FD  AV-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY AV-FILE-DESC.
       FD  FW-FILE-DESC IS EXTERNAL RECORD CONTAINS 29 CHARACTERS.
           COPY FW-FILE-DESC.
       FD  PV-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY PV-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  DM-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
           COPY DM-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  AUDIT-REPORT
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS              PIC XX.
       01  WS-IM-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-PM-STATUS              PIC XX.
       01  WS-AV-STATUS              PIC XX.
       01  WS-FW-STATUS              PIC XX.
       01  WS-PV-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-DM-STATUS              PIC XX.
       01  WS-CS-STATUS              PIC XX.
       01  WS-IN-STATUS              PIC XX.
       01  WS-RM-STATUS              PIC XX.
       01  WS-CG-STATUS              PIC XX.
       01  WS-EF-STATUS              PIC XX.
       01  WS-EX-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  EOF-REC.
           05  EOF-POINTER           PIC 9(5).
           05  EOF-FREE-HEAD         PIC 9(5).
           05  FILLER                PIC X(39).
       01  WS-TODAY                  PIC 9(6).
       01  WS-DOW                    PIC 9.
       01  WS-PURGE                  PIC X      VALUE 'N'.
       01  WS-EOF                    PIC X.
       01  WS-IM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-IN-ON-FILE             PIC X      VALUE 'N'.
       01  WS-RM-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CHK-SNO                PIC 9(9).
       01  WS-STU-STATE              PIC X.
       01  WS-MERGED-TO              PIC 9(9).
       01  WS-FILE-TAG               PIC X(8).
       01  WS-KEY-TEXT               PIC X(20).
       01  WS-PROB-TEXT              PIC X(38).
       01  WS-SAFE                   PIC X.
       01  WS-DO-PURGE               PIC X.
       01  WS-SLOT-EDIT              PIC 9(5).
       01  WS-PROB-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-SAFE-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-PURGE-CNT              PIC 9(6)   VALUE ZERO.
      *    EVERY ROOM ON DORM-ROOM.DAT WITH ITS DM-OCCUPIED AND THE
      *    COUNT OF BILLING-TERM ASSIGNMENTS FOUND FOR IT.  PAST
      *    WS-ROOM-MAX ROOMS THE OCCUPANCY CHECK IS SKIPPED FOR THE
      *    REST AND SAYS SO.
       01  WS-ROOM-CNT               PIC 9(4)   VALUE ZERO.
       01  WS-ROOM-MAX               PIC 9(4)   VALUE 2000.
       01  WS-ROOM-OVER              PIC X      VALUE 'N'.
       01  WS-ROOM-FOUND             PIC X.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 2000 TIMES INDEXED BY ROOM-IDX.
               10  WS-RT-HALL        PIC X(4).
               10  WS-RT-ROOM        PIC X(4).
               10  WS-RT-OCCUPIED    PIC 9(2).
               10  WS-RT-ASSIGNED    PIC 9(3).
       01  ANS                       PIC X.
       COPY CURRENT-TERM.
       COPY RI-POLICY.
       01  AUDIT-HEAD.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(34)
               VALUE 'REFERENTIAL INTEGRITY AUDIT RUN '.
           05  AH-DATE-OUT           PIC 9(6).
           05                        PIC X(2)   VALUE SPACES.
           05  AH-MODE-OUT           PIC X(20).
           05                        PIC X(16)  VALUE SPACES.
       01  AUDIT-COL-HEAD.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'FILE'.
           05                        PIC X(21)  VALUE 'KEY'.
           05                        PIC X(39)  VALUE 'PROBLEM'.
           05                        PIC X(9)   VALUE 'ACTION'.
       01  AUDIT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  AL-FILE-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACE.
           05  AL-KEY-OUT            PIC X(20).
           05                        PIC X(1)   VALUE SPACE.
           05  AL-PROB-OUT           PIC X(38).
           05                        PIC X(1)   VALUE SPACE.
           05  AL-ACTION-OUT         PIC X(9).
       01  SUMMARY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  SM-LABEL-OUT          PIC X(30).
           05  SM-COUNT-OUT          PIC ZZZ,ZZ9.
           05                        PIC X(41)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-RA-MODE                PIC X.
       PROCEDURE DIVISION USING LK-RA-MODE.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING RI-PARM-ID, RI-PARMS
           ACCEPT WS-TODAY FROM DATE
           IF LK-RA-MODE = 'N'
               ACCEPT WS-DOW FROM DAY-OF-WEEK
               IF RI-AUDIT-DAY = ZERO OR WS-DOW NOT = RI-AUDIT-DAY
                   DISPLAY 'PROJ-REF-AUDIT: NOT THE WEEKLY AUDIT DAY'
                       ' -- NOTHING TO DO'
                   EXIT PROGRAM
               END-IF
               IF RI-PURGE = 1
                   MOVE 'Y' TO WS-PURGE
               END-IF
           ELSE
               DISPLAY 'PURGE SAFE ORPHANS AS WELL AS LISTING THEM'
                   ' (Y/N): '
               ACCEPT ANS
               IF ANS = 'Y' OR ANS = 'y'
                   MOVE 'Y' TO WS-PURGE
               END-IF
           END-IF
           DISPLAY 'PROJ-REF-AUDIT STARTING'
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT IM-FILE-DESC
           IF WS-IM-STATUS NOT = '35'
               MOVE 'Y' TO WS-IM-ON-FILE
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           MOVE WS-TODAY TO AH-DATE-OUT
           IF WS-PURGE = 'Y'
               MOVE 'LIST AND PURGE' TO AH-MODE-OUT
           ELSE
               MOVE 'LIST ONLY' TO AH-MODE-OUT
           END-IF
           WRITE AUDIT-REC FROM AUDIT-HEAD
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           WRITE AUDIT-REC FROM AUDIT-COL-HEAD
           PERFORM 200-CHECK-HOLDS
           PERFORM 220-CHECK-PERMITS
           PERFORM 240-CHECK-ADVCLEAR
           PERFORM 260-CHECK-WAIVERS
           PERFORM 280-CHECK-PARKING
           PERFORM 300-CHECK-SECTIONS
           PERFORM 400-CHECK-XREF
           PERFORM 500-CHECK-HOUSING
           PERFORM 700-WRITE-SUMMARY
           DISPLAY 'PROJ-REF-AUDIT FINISHED -- ' WS-PROB-CNT
               ' PROBLEM(S), ' WS-PURGE-CNT
               ' PURGED -- SEE REF-AUDIT.RPT'
           CLOSE SF-FILE-DESC
                 AUDIT-REPORT
           IF WS-IM-ON-FILE = 'Y'
               CLOSE IM-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-CHECK-HOLDS.
      *    A RELEASED HOLD FOR A STUDENT WHO IS GONE IS SAFE TO PURGE.
      *    AN UNRELEASED ONE IS LEFT FOR THE OFFICE THAT PLACED IT.
           IF WS-PURGE = 'Y'
               OPEN I-O HD-FILE-DESC
           ELSE
               OPEN INPUT HD-FILE-DESC
           END-IF
           IF WS-HD-STATUS NOT = '35'
               MOVE 'HOLDS' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO HD-KEY
               START HD-FILE-DESC KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HD-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 210-CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HD-FILE-DESC
           END-IF.
       210-CHECK-ONE-HOLD.
           MOVE HD-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               MOVE SPACES TO WS-KEY-TEXT
               STRING HD-STU-NUM ' ' HD-CODE
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               PERFORM 810-STUDENT-PROBLEM
               IF WS-STU-STATE = 'G' AND HD-RELEASED = 'Y'
                   MOVE 'Y' TO WS-SAFE
               END-IF
               PERFORM 900-WRITE-FIX
               IF WS-DO-PURGE = 'Y'
                   DELETE HD-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.
       220-CHECK-PERMITS.
      *    A REGISTRATION PERMIT ONLY MEANS ANYTHING TO A STUDENT ON
      *    THE MASTER, SO ONE FOR A STUDENT WHO IS GONE IS SAFE.
           IF WS-PURGE = 'Y'
               OPEN I-O PM-FILE-DESC
           ELSE
               OPEN INPUT PM-FILE-DESC
           END-IF
           IF WS-PM-STATUS NOT = '35'
               MOVE 'PERMITS' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PM-KEY
               START PM-FILE-DESC KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 230-CHECK-ONE-PERMIT
                   END-READ
               END-PERFORM
               CLOSE PM-FILE-DESC
           END-IF.
       230-CHECK-ONE-PERMIT.
           MOVE PM-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               MOVE SPACES TO WS-KEY-TEXT
               STRING PM-STU-NUM ' ' PM-CRN ' ' PM-TYPE
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               PERFORM 810-STUDENT-PROBLEM
               IF WS-STU-STATE = 'G'
                   MOVE 'Y' TO WS-SAFE
               END-IF
               PERFORM 900-WRITE-FIX
               IF WS-DO-PURGE = 'Y'
                   DELETE PM-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.
       240-CHECK-ADVCLEAR.
      *    AN ADVISOR CLEARANCE IS LIKEWISE ONLY READ AT REGISTRATION.
           IF WS-PURGE = 'Y'
               OPEN I-O AV-FILE-DESC
           ELSE
               OPEN INPUT AV-FILE-DESC
           END-IF
           IF WS-AV-STATUS NOT = '35'
               MOVE 'ADVCLEAR' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO AV-KEY
               START AV-FILE-DESC KEY IS NOT LESS THAN AV-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AV-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 250-CHECK-ONE-CLEARANCE
                   END-READ
               END-PERFORM
               CLOSE AV-FILE-DESC
           END-IF.
       250-CHECK-ONE-CLEARANCE.
           MOVE AV-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               MOVE SPACES TO WS-KEY-TEXT
               STRING AV-STU-NUM ' ' AV-TERM
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               PERFORM 810-STUDENT-PROBLEM
               IF WS-STU-STATE = 'G'
                   MOVE 'Y' TO WS-SAFE
               END-IF
               PERFORM 900-WRITE-FIX
               IF WS-DO-PURGE = 'Y'
                   DELETE AV-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.
       260-CHECK-WAIVERS.
      *    A WAIVER MOVES MONEY, SO IT IS ONLY EVER LISTED.
           OPEN INPUT FW-FILE-DESC
           IF WS-FW-STATUS NOT = '35'
               MOVE 'WAIVERS' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO FW-STU-NUM
               START FW-FILE-DESC KEY IS NOT LESS THAN FW-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FW-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 270-CHECK-ONE-WAIVER
                   END-READ
               END-PERFORM
               CLOSE FW-FILE-DESC
           END-IF.
       270-CHECK-ONE-WAIVER.
           MOVE FW-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               MOVE SPACES TO WS-KEY-TEXT
               MOVE FW-STU-NUM TO WS-KEY-TEXT
               PERFORM 810-STUDENT-PROBLEM
               PERFORM 900-WRITE-FIX
           END-IF.
       280-CHECK-PARKING.
      *    A PARKING PERMIT WAS PAID FOR -- LISTED ONLY.  A PERMIT
      *    WITH NO STUDENT NUMBER IS NOT A STUDENT'S.
           OPEN INPUT PV-FILE-DESC
           IF WS-PV-STATUS NOT = '35'
               MOVE 'PARKING' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PV-KEY
               START PV-FILE-DESC KEY IS NOT LESS THAN PV-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PV-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PV-STU-NUM NOT = ZERO
                               PERFORM 290-CHECK-ONE-PARKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PV-FILE-DESC
           END-IF.
       290-CHECK-ONE-PARKING.
           MOVE PV-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               MOVE SPACES TO WS-KEY-TEXT
               STRING PV-PLATE ' ' PV-TERM
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               PERFORM 810-STUDENT-PROBLEM
               PERFORM 900-WRITE-FIX
           END-IF.
       300-CHECK-SECTIONS.
      *    A ZERO INSTRUCTOR (STAFF), A BLANK ROOM (TBA) AND A BLANK
      *    COURSE CODE ARE NOT REFERENCES.  A LOOKUP FILE THAT IS NOT
      *    ON HAND SKIPS ITS OWN CHECK ONLY.
           OPEN INPUT CS-SECT
           IF WS-CS-STATUS NOT = '35'
               OPEN INPUT INSTR-FILE
               IF WS-IN-STATUS NOT = '35'
                   MOVE 'Y' TO WS-IN-ON-FILE
               END-IF
               OPEN INPUT RM-FILE-DESC
               IF WS-RM-STATUS NOT = '35'
                   MOVE 'Y' TO WS-RM-ON-FILE
               END-IF
               OPEN INPUT CG-FILE-DESC
               IF WS-CG-STATUS NOT = '35'
                   MOVE 'Y' TO WS-CG-ON-FILE
               END-IF
               MOVE 'SECTIONS' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO CS-CRN
               START CS-SECT KEY IS NOT LESS THAN CS-CRN
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CS-SECT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 310-CHECK-ONE-SECTION
                   END-READ
               END-PERFORM
               CLOSE CS-SECT
               IF WS-IN-ON-FILE = 'Y'
                   CLOSE INSTR-FILE
               END-IF
               IF WS-RM-ON-FILE = 'Y'
                   CLOSE RM-FILE-DESC
               END-IF
               IF WS-CG-ON-FILE = 'Y'
                   CLOSE CG-FILE-DESC
               END-IF
           END-IF.
       310-CHECK-ONE-SECTION.
           MOVE SPACES TO WS-KEY-TEXT
           STRING CS-CRN ' ' CS-TERM
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           IF WS-IN-ON-FILE = 'Y' AND CS-INSTR-ID NOT = ZERO
               MOVE CS-INSTR-ID TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-PROB-TEXT
                       STRING 'INSTRUCTOR ' CS-INSTR-ID ' NOT ON FILE'
                           DELIMITED BY SIZE INTO WS-PROB-TEXT
                       MOVE 'N' TO WS-SAFE
                       PERFORM 900-WRITE-FIX
               END-READ
           END-IF
           IF WS-RM-ON-FILE = 'Y' AND CS-ROOM NOT = SPACES
               MOVE CS-ROOM TO RM-CODE
               READ RM-FILE-DESC
                   INVALID KEY
                       MOVE SPACES TO WS-PROB-TEXT
                       STRING 'ROOM ' CS-ROOM ' NOT ON PROJ-ROOM.DAT'
                           DELIMITED BY SIZE INTO WS-PROB-TEXT
                       MOVE 'N' TO WS-SAFE
                       PERFORM 900-WRITE-FIX
               END-READ
           END-IF
           IF WS-CG-ON-FILE = 'Y' AND CS-CRS-CODE NOT = SPACES
               MOVE CS-CRS-CODE TO CG-CRS-CODE
               READ CG-FILE-DESC
                   INVALID KEY
                       MOVE SPACES TO WS-PROB-TEXT
                       STRING 'COURSE ' CS-CRS-CODE ' NOT IN CATALOG'
                           DELIMITED BY SIZE INTO WS-PROB-TEXT
                       MOVE 'N' TO WS-SAFE
                       PERFORM 900-WRITE-FIX
               END-READ
           END-IF.
       400-CHECK-XREF.
      *    SLOT 1 IS THE CONTROL RECORD; A SLOT AT OR PAST ITS EOF
      *    POINTER HAS NEVER BEEN WRITTEN.  A FREED NODE IS CLEARED
      *    TO A ZERO STUDENT NUMBER BEFORE IT GOES ON THE FREE LIST.
      *    A ROW POINTING AT AN EMPTY OR FREE SLOT IS SAFE TO PURGE;
      *    ONE POINTING AT SOMEONE ELSE'S SEAT IS LISTED FOR A
      *    PROJ-XREF-BUILD REBUILD, SINCE ITS OWN SEAT MAY STILL BE
      *    LIVE ELSEWHERE.
           OPEN INPUT EF-FILE-DES
           IF WS-EF-STATUS NOT = '35'
               MOVE 1 TO WS-EF-KEY
               READ EF-FILE-DES
                   INVALID KEY MOVE ZEROS TO ENR-REC
               END-READ
               MOVE ENR-REC TO EOF-REC
               IF WS-PURGE = 'Y'
                   OPEN I-O EX-FILE-DESC
               ELSE
                   OPEN INPUT EX-FILE-DESC
               END-IF
               IF WS-EX-STATUS NOT = '35'
                   MOVE 'ENR-XREF' TO WS-FILE-TAG
                   MOVE 'N' TO WS-EOF
                   MOVE LOW-VALUES TO EX-KEY
                   START EX-FILE-DESC KEY IS NOT LESS THAN EX-KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ EX-FILE-DESC NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM 410-CHECK-ONE-XREF
                       END-READ
                   END-PERFORM
                   CLOSE EX-FILE-DESC
               END-IF
               CLOSE EF-FILE-DES
           END-IF.
       410-CHECK-ONE-XREF.
           MOVE SPACES TO WS-PROB-TEXT
           MOVE 'N' TO WS-SAFE
           MOVE EX-SLOT TO WS-SLOT-EDIT
           IF EX-SLOT < 2 OR EX-SLOT NOT < EOF-POINTER
               STRING 'SLOT ' WS-SLOT-EDIT ' NEVER WRITTEN'
                   DELIMITED BY SIZE INTO WS-PROB-TEXT
               MOVE 'Y' TO WS-SAFE
           ELSE
               MOVE EX-SLOT TO WS-EF-KEY
               READ EF-FILE-DES
                   INVALID KEY
                       STRING 'SLOT ' WS-SLOT-EDIT ' NEVER WRITTEN'
                           DELIMITED BY SIZE INTO WS-PROB-TEXT
                       MOVE 'Y' TO WS-SAFE
                   NOT INVALID KEY
                       IF RF-STUDENT-NUM = ZERO
                           STRING 'SLOT ' WS-SLOT-EDIT
                               ' IS ON THE FREE LIST'
                               DELIMITED BY SIZE INTO WS-PROB-TEXT
                           MOVE 'Y' TO WS-SAFE
                       ELSE IF RF-STUDENT-NUM NOT = EX-STU-NUM
                               OR RF-CRN NOT = EX-CRN
                           STRING 'SLOT ' WS-SLOT-EDIT
                               ' HOLDS ANOTHER SEAT - REBUILD'
                               DELIMITED BY SIZE INTO WS-PROB-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-PROB-TEXT NOT = SPACES
               MOVE SPACES TO WS-KEY-TEXT
               STRING EX-CRN ' ' EX-STU-NUM
                   DELIMITED BY SIZE INTO WS-KEY-TEXT
               PERFORM 900-WRITE-FIX
               IF WS-DO-PURGE = 'Y'
                   DELETE EX-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.
       500-CHECK-HOUSING.
      *    THE ROOM TABLE IS LOADED FIRST, THEN EVERY ASSIGNMENT IS
      *    CHECKED FOR ITS STUDENT AND ITS ROOM, AND THE BILLING
      *    TERM'S ASSIGNMENTS ARE COUNTED AGAINST THE ROOM.  DM-
      *    OCCUPIED IS KEPT FOR THE BILLING TERM BY PROJ-UPD-HOUSING.
      *    NOTHING HERE IS PURGED -- A HOUSING ROW IS BILLED.
           OPEN INPUT DM-FILE-DESC
           IF WS-DM-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO DM-KEY
               START DM-FILE-DESC KEY IS NOT LESS THAN DM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 510-LOAD-ONE-ROOM
                   END-READ
               END-PERFORM
               CLOSE DM-FILE-DESC
           END-IF
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS NOT = '35'
               MOVE 'HOUSING' TO WS-FILE-TAG
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO DA-KEY
               START DA-FILE-DESC KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 520-CHECK-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE DA-FILE-DESC
           END-IF
           IF WS-DM-STATUS NOT = '35'
               MOVE 'DORMROOM' TO WS-FILE-TAG
               PERFORM VARYING ROOM-IDX FROM 1 BY 1
                       UNTIL ROOM-IDX > WS-ROOM-CNT
                   IF WS-RT-OCCUPIED(ROOM-IDX)
                           NOT = WS-RT-ASSIGNED(ROOM-IDX)
                       PERFORM 540-OCCUPANCY-PROBLEM
                   END-IF
               END-PERFORM
               IF WS-ROOM-OVER = 'Y'
                   MOVE SPACES TO WS-KEY-TEXT
                   MOVE 'MORE ROOMS THAN THE TABLE -- NOT ALL CHECKED'
                       TO WS-PROB-TEXT
                   MOVE 'N' TO WS-SAFE
                   PERFORM 900-WRITE-FIX
               END-IF
           END-IF.
       510-LOAD-ONE-ROOM.
           IF WS-ROOM-CNT < WS-ROOM-MAX
               ADD 1 TO WS-ROOM-CNT
               SET ROOM-IDX TO WS-ROOM-CNT
               MOVE DM-HALL TO WS-RT-HALL(ROOM-IDX)
               MOVE DM-ROOM TO WS-RT-ROOM(ROOM-IDX)
               MOVE DM-OCCUPIED TO WS-RT-OCCUPIED(ROOM-IDX)
               MOVE ZERO TO WS-RT-ASSIGNED(ROOM-IDX)
           ELSE
               MOVE 'Y' TO WS-ROOM-OVER
           END-IF.
       520-CHECK-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-KEY-TEXT
           STRING DA-STU-NUM ' ' DA-TERM
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           MOVE DA-STU-NUM TO WS-CHK-SNO
           PERFORM 800-CHECK-STUDENT
           IF WS-STU-STATE NOT = 'A'
               PERFORM 810-STUDENT-PROBLEM
               PERFORM 900-WRITE-FIX
           END-IF
           IF WS-DM-STATUS NOT = '35'
               MOVE 'N' TO WS-ROOM-FOUND
               PERFORM VARYING ROOM-IDX FROM 1 BY 1
                       UNTIL ROOM-IDX > WS-ROOM-CNT
                          OR WS-ROOM-FOUND = 'Y'
                   IF WS-RT-HALL(ROOM-IDX) = DA-HALL
                           AND WS-RT-ROOM(ROOM-IDX) = DA-ROOM
                       MOVE 'Y' TO WS-ROOM-FOUND
                   END-IF
               END-PERFORM
               IF WS-ROOM-FOUND = 'Y'
                   SET ROOM-IDX DOWN BY 1
                   IF DA-TERM = CURRENT-TERM
                       ADD 1 TO WS-RT-ASSIGNED(ROOM-IDX)
                   END-IF
               ELSE IF WS-ROOM-OVER = 'N'
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING 'HALL ' DA-HALL ' ROOM ' DA-ROOM
                       ' NOT ON DORM-ROOM.DAT'
                       DELIMITED BY SIZE INTO WS-PROB-TEXT
                   MOVE 'N' TO WS-SAFE
                   PERFORM 900-WRITE-FIX
               END-IF
           END-IF.
       540-OCCUPANCY-PROBLEM.
           MOVE SPACES TO WS-KEY-TEXT
           STRING WS-RT-HALL(ROOM-IDX) ' ' WS-RT-ROOM(ROOM-IDX)
               DELIMITED BY SIZE INTO WS-KEY-TEXT
           MOVE SPACES TO WS-PROB-TEXT
           STRING 'OCCUPIED ' WS-RT-OCCUPIED(ROOM-IDX)
               ' BUT ' WS-RT-ASSIGNED(ROOM-IDX) ' ASSIGNED '
               CURRENT-TERM
               DELIMITED BY SIZE INTO WS-PROB-TEXT
           MOVE 'N' TO WS-SAFE
           PERFORM 900-WRITE-FIX.
       700-WRITE-SUMMARY.
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE 'PROBLEMS FOUND' TO SM-LABEL-OUT
           MOVE WS-PROB-CNT TO SM-COUNT-OUT
           WRITE AUDIT-REC FROM SUMMARY-LINE
           MOVE 'SAFE ORPHANS AMONG THEM' TO SM-LABEL-OUT
           MOVE WS-SAFE-CNT TO SM-COUNT-OUT
           WRITE AUDIT-REC FROM SUMMARY-LINE
           MOVE 'SAFE ORPHANS PURGED' TO SM-LABEL-OUT
           MOVE WS-PURGE-CNT TO SM-COUNT-OUT
           WRITE AUDIT-REC FROM SUMMARY-LINE.
       800-CHECK-STUDENT.
      *    'A' ON THE MASTER, 'G' GONE FROM IT (ARCHIVED), 'M' AN
      *    INACTIVE NUMBER PROJ-STU-MERGE RETIRED INTO WS-MERGED-TO.
           MOVE 'A' TO WS-STU-STATE
           MOVE WS-CHK-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   MOVE 'G' TO WS-STU-STATE
               NOT INVALID KEY
                   IF SF-ACTIVE-FLAG = 'I' AND WS-IM-ON-FILE = 'Y'
                       MOVE 'S' TO IM-TYPE
                       MOVE WS-CHK-SNO TO IM-ID
                       READ IM-FILE-DESC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF IM-STATUS = 'M'
                                   MOVE 'M' TO WS-STU-STATE
                                   MOVE IM-MERGED-TO TO WS-MERGED-TO
                               END-IF
                       END-READ
                   END-IF
           END-READ.
       810-STUDENT-PROBLEM.
           MOVE SPACES TO WS-PROB-TEXT
           MOVE 'N' TO WS-SAFE
           IF WS-STU-STATE = 'G'
               MOVE 'STUDENT NOT ON MASTER (ARCHIVED)' TO WS-PROB-TEXT
           ELSE
               STRING 'STUDENT MERGED INTO ' WS-MERGED-TO
                   DELIMITED BY SIZE INTO WS-PROB-TEXT
           END-IF.
       900-WRITE-FIX.
      *    WS-DO-PURGE TELLS THE CALLER TO DELETE THE ROW IN HAND.
           MOVE 'N' TO WS-DO-PURGE
           ADD 1 TO WS-PROB-CNT
           MOVE WS-FILE-TAG TO AL-FILE-OUT
           MOVE WS-KEY-TEXT TO AL-KEY-OUT
           MOVE WS-PROB-TEXT TO AL-PROB-OUT
           IF WS-SAFE = 'Y'
               ADD 1 TO WS-SAFE-CNT
               IF WS-PURGE = 'Y'
                   MOVE 'Y' TO WS-DO-PURGE
                   ADD 1 TO WS-PURGE-CNT
                   MOVE 'PURGED' TO AL-ACTION-OUT
               ELSE
                   MOVE 'SAFE' TO AL-ACTION-OUT
               END-IF
           ELSE
               MOVE 'FIX' TO AL-ACTION-OUT
           END-IF
           WRITE AUDIT-REC FROM AUDIT-LINE.
