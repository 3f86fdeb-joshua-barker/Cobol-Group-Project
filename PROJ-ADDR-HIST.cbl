       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADDR-HIST.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  CALLED BY EVERY PROGRAM THAT CHANGES
      *          SF-ADDRESS (PROJ-UPD-STUDENT, PROJ-SELF-SERVICE,
      *          PROJ-NCOA-IMPORT) AFTER THE STUDENT RECORD IS
      *          REWRITTEN, SAME CALL-AND-RETURN SHAPE AS PROJ-VA-NOTE.
      *          ONE ROW GOES ON SF-ADDR-HIST.DAT (SEE MH-FILE-DESC)
      *          FOR THE NEW ADDRESS, DATED NOW.  A STUDENT WITH NO
      *          HISTORY YET FIRST GETS A ROW DATED ZERO FOR THE OLD
      *          ADDRESS, SO THE FILE ALSO COVERS WHAT WAS MAILED
      *          BEFORE IT EXISTED.  THE FILE IS OPENED AND CLOSED PER
      *          CALL AND BUILT ON FIRST USE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MH-FILE-DESC ASSIGN TO 'SF-ADDR-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-MH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MH-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY MH-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-MH-STATUS              PIC XX.
       01  WS-HAS-HISTORY            PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TRIES                  PIC 9(2).
       LINKAGE SECTION.
       01  HL-STU-NUM                PIC 9(9).
       01  HL-OLD-ADDRESS            PIC X(76).
       01  HL-NEW-ADDRESS            PIC X(76).
       01  HL-SOURCE                 PIC X.
       01  HL-OPERATOR-ID            PIC X(8).
       PROCEDURE DIVISION USING HL-STU-NUM, HL-OLD-ADDRESS,
           HL-NEW-ADDRESS, HL-SOURCE, HL-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O MH-FILE-DESC
           IF WS-MH-STATUS = '35'
               OPEN OUTPUT MH-FILE-DESC
               CLOSE MH-FILE-DESC
               OPEN I-O MH-FILE-DESC
           END-IF
           PERFORM 200-HISTORY-CHECK
           IF WS-HAS-HISTORY = 'N' AND HL-OLD-ADDRESS NOT = SPACES
               MOVE SPACES TO MH-RECORD
               MOVE HL-STU-NUM TO MH-STU-NUM
               MOVE ZEROS TO MH-EFF-DATE
               MOVE ZEROS TO MH-EFF-TIME
               MOVE HL-OLD-ADDRESS TO MH-ADDRESS
               MOVE 'P' TO MH-SOURCE
               MOVE SPACES TO MH-OPERATOR-ID
               WRITE MH-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           PERFORM 300-WRITE-NEW-ADDRESS
           CLOSE MH-FILE-DESC
           EXIT PROGRAM.
       200-HISTORY-CHECK.
           MOVE 'N' TO WS-HAS-HISTORY
           MOVE HL-STU-NUM TO MH-STU-NUM
           MOVE ZEROS TO MH-EFF-DATE
           MOVE ZEROS TO MH-EFF-TIME
           START MH-FILE-DESC KEY IS NOT LESS THAN MH-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ MH-FILE-DESC NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF MH-STU-NUM = HL-STU-NUM
                               MOVE 'Y' TO WS-HAS-HISTORY
                           END-IF
                   END-READ
           END-START.
       300-WRITE-NEW-ADDRESS.
      *    TWO CHANGES IN THE SAME HUNDREDTH OF A SECOND (A BATCH
      *    IMPORT RIGHT BEHIND A SCREEN) STILL BOTH LAND -- THE SECOND
      *    IS NUDGED ONE HUNDREDTH LATER.
           MOVE SPACES TO MH-RECORD
           MOVE HL-STU-NUM TO MH-STU-NUM
           ACCEPT WS-TODAY FROM DATE
           COMPUTE MH-EFF-DATE = 20000000 + WS-TODAY
           ACCEPT MH-EFF-TIME FROM TIME
           MOVE HL-NEW-ADDRESS TO MH-ADDRESS
           MOVE HL-SOURCE TO MH-SOURCE
           MOVE HL-OPERATOR-ID TO MH-OPERATOR-ID
           MOVE ZERO TO WS-TRIES
           MOVE '22' TO WS-MH-STATUS
           PERFORM UNTIL WS-MH-STATUS NOT = '22' OR WS-TRIES > 50
               WRITE MH-RECORD
                   INVALID KEY
                       ADD 1 TO MH-EFF-TIME
                       ADD 1 TO WS-TRIES
               END-WRITE
           END-PERFORM.
