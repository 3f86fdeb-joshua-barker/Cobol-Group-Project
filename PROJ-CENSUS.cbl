      *20260902  AUDIT SEATS.  AN RF-BASIS 'A' NODE NOW SNAPS WITH
      *          CN-CRED-HR ZERO -- NON-CREDIT HOURS WERE FLOWING
      *          INTO THE STATE EXTRACT, IPEDS, AND FTE TOTALS.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  VARIABLE-CREDIT SECTIONS.  CN-CRED-HR IS THE
      *          STUDENT'S OWN HOURS ON THE ENROLLMENT NODE
      *          (RF-CRED-HR), FALLING BACK TO CS-CRED-HR ON OLDER
      *          NODES.  CLASS SECTION FD NOW 81 BYTES AND ENROLLMENT
      *          FD NOW 48 BYTES.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  EACH SNAPSHOT LINE NOW CARRIES THE SECTION'S CAMPUS
      *          (CN-CAMPUS, OUT OF THE OLD FILLER), AND THE RUN CLOSES
      *          WITH LINE AND CREDIT-HOUR COUNTS BY CAMPUS -- ALL OF
      *          THEM, OR THE ONE CAMPUS IN LK-CAMPUS-OPT.  THE SNAPSHOT
      *          ITSELF STILL COVERS EVERY CAMPUS.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  EACH SNAPSHOT LINE NOW CARRIES THE SECTION'S
      *          DELIVERY MODALITY (CN-MODALITY, THE LAST FILLER BYTE --
      *          'P' WHEN NONE IS KEYED), AND THE CLOSING COUNTS ADD THE
      *          LINES IN PERSON, ONLINE AND HYBRID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  SNAPSHOT-FILE
           DATA RECORD IS SNAP-REC.
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  CN-CAMPUS             PIC X(2).
           05  CN-MODALITY           PIC X.
       COPY CURRENT-TERM.
       COPY CA-CAMPUS-TABLE.
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-HIT                 PIC 99.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-LINES       PIC 9(7).
               10  WS-CP-HOURS       PIC 9(7).
       01  WS-MODE-INPERSON          PIC 9(7)   VALUE ZERO.
       01  WS-MODE-ONLINE            PIC 9(7)   VALUE ZERO.
       01  WS-MODE-HYBRID            PIC 9(7)   VALUE ZERO.
       LINKAGE SECTION.
       01  LK-CAMPUS-OPT             PIC X(2).
      *    THE SNAPSHOT ALWAYS FREEZES EVERY CAMPUS -- THE STATE
      *    EXTRACT, IPEDS AND THE FTE REPORT ALL READ IT.  SPACES SHOW
      *    THE CLOSING COUNTS FOR EVERY CAMPUS; A CAMPUS CODE SHOWS
      *    ONLY THAT CAMPUS'S.
       PROCEDURE DIVISION USING LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
           END-PERFORM
           DISPLAY 'PROJ-CENSUS FINISHED -- ' WS-LINE-CNT
               ' SNAPSHOT LINE(S)'
           PERFORM 500-SHOW-CAMPUS-COUNTS
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-CNT
           DISPLAY '  DELIVERY: ' WS-MODE-INPERSON ' IN PERSON, '
               WS-MODE-ONLINE ' ONLINE, ' WS-MODE-HYBRID ' HYBRID'
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
      *    AN AUDIT SEAT (RF-BASIS 'A') SNAPS AT ZERO HOURS -- THE
      *    SEAT IS REAL BUT NON-CREDIT, AND ITS SECTION HOURS MUST
      *    NOT FLOW INTO THE STATE-FUNDING CREDIT-HOUR AND FTE
      *    TOTALS DOWNSTREAM OF THIS SNAPSHOT.  A CREDIT SEAT SNAPS
      *    THE STUDENT'S OWN HOURS (RF-CRED-HR) WHERE THE NODE CARRIES
      *    THEM -- A VARIABLE-CREDIT SECTION'S CS-CRED-HR IS ONLY ITS
      *    MINIMUM -- SO PROJ-DEPT-FTE COUNTS WHAT WAS REGISTERED.
      *    CN-CAMPUS IS THE SECTION'S CAMPUS, CA-MAIN-CAMPUS WHEN NONE
      *    IS KEYED OR THE CRN IS GONE FROM THE SECTION FILE.
      *    CN-MODALITY IS THE SECTION'S DELIVERY, 'P' (IN PERSON) WHEN
      *    NONE IS KEYED OR THE CRN IS GONE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E' THEN
               MOVE CURRENT-TERM TO CN-TERM
               MOVE SF-STU-NUM TO CN-STU-NUM
               MOVE RF-CRN TO CN-CRN
               MOVE SPACES TO CN-CAMPUS
               MOVE SPACE TO CN-MODALITY
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY MOVE ZEROS TO CN-CRED-HR
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO CN-CRED-HR
                       MOVE CS-CAMPUS TO CN-CAMPUS
                       MOVE CS-MODALITY TO CN-MODALITY
               END-READ
               IF CN-CAMPUS = SPACES
                   MOVE CA-MAIN-CAMPUS TO CN-CAMPUS
               END-IF
               IF CN-MODALITY NOT = 'O' AND NOT = 'H'
                   MOVE 'P' TO CN-MODALITY
               END-IF
               IF RF-BASIS = 'A'
                   MOVE ZEROS TO CN-CRED-HR
               ELSE
                   IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                       MOVE RF-CRED-HR TO CN-CRED-HR
                   END-IF
               END-IF
               MOVE SF-FT-PT-FLAG TO CN-FT-PT
               MOVE SF-MAJOR-CODE TO CN-MAJOR
               WRITE SNAP-REC FROM SNAP-LINE
               ADD 1 TO WS-LINE-CNT
               PERFORM 400-ADD-CAMPUS-COUNTS
               IF LK-CAMPUS-OPT = SPACES OR CN-CAMPUS = LK-CAMPUS-OPT
                   IF CN-MODALITY = 'O'
                       ADD 1 TO WS-MODE-ONLINE
                   ELSE IF CN-MODALITY = 'H'
                       ADD 1 TO WS-MODE-HYBRID
                   ELSE
                       ADD 1 TO WS-MODE-INPERSON
                   END-IF
                   END-IF
               END-IF
           END-IF.
       400-ADD-CAMPUS-COUNTS.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = CN-CAMPUS
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
               MOVE CN-CAMPUS TO WS-CP-CAMPUS(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-LINES(WS-CP-HIT)
               MOVE ZEROS TO WS-CP-HOURS(WS-CP-HIT)
           END-IF
           IF WS-CP-FOUND = 'Y'
               ADD 1 TO WS-CP-LINES(WS-CP-HIT)
               ADD CN-CRED-HR TO WS-CP-HOURS(WS-CP-HIT)
           END-IF.
       500-SHOW-CAMPUS-COUNTS.
           IF LK-CAMPUS-OPT = SPACES
                   OR WS-CP-CAMPUS(WS-CP-SUB) = LK-CAMPUS-OPT
               DISPLAY '  CAMPUS ' WS-CP-CAMPUS(WS-CP-SUB) ': '
                   WS-CP-LINES(WS-CP-SUB) ' LINE(S), '
                   WS-CP-HOURS(WS-CP-SUB) ' CREDIT HOUR(S)'
           END-IF.
