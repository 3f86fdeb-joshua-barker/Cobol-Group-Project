      *          RC-POST-DATE/RC-BALANCE/RC-OPERATOR-ID SHAPE OF
      *          RC-REC, SIX BYTES NARROW OF THE REAL RECORD.  WIDENED
      *          TO MATCH.
      *20261015  FA-DATA-REC GREW BY FOUR MORE BYTES (FA-AID-YEAR)
      *          WHEN AWARDS PICKED UP AN AID-YEAR STAMP; FA-EOF-REC
      *          WIDENED TO MATCH.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  FIN AID AND RECEIPT ROWS NOW LIVE ON INDEXED FILES
      *          KEYED BY STUDENT AND SEQUENCE, SO THERE ARE NO
      *          POINTERS LEFT ON THEM TO CHECK.  ONLY THE ENROLLMENT
      *          CHAIN IS WALKED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SF-STU-NUM.
       SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
              ORGANIZATION IS RELATIVE
              ACCESS IS DYNAMIC
              RELATIVE KEY IS WS-EF-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS PIC X VALUE 'Y'.
       01  WS-EF-KEY              PIC 9(5).
       01  EOF-REC.
           05  EOF-BOUND         PIC 9(5).
           05  FILLER            PIC X(31).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
           DISPLAY 'PROJ-CHAIN-CHECK STARTING'
           PERFORM 150-LOAD-EOF-BOUNDS
               DISPLAY WS-ERROR-CNT ' PROBLEM(S) FOUND -- SEE ABOVE'
           END-IF
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
           EXIT PROGRAM.
       150-LOAD-EOF-BOUNDS.
      *    SLOT 1 OF THE RELATIVE FILE IS ITS OWN CONTROL RECORD, AND
      *    CARRIES THE NEXT FREE SLOT NUMBER.  ANY CHAIN POINTER AT OR
      *    BEYOND THAT NUMBER TARGETS A SLOT THAT HAS NEVER BEEN
      *    WRITTEN.
           MOVE 1 TO WS-EF-KEY
           READ EF-FILE-DES
           MOVE ENR-REC TO EOF-REC.
       200-CHECK-ONE-STUDENT.
           PERFORM 500-CHECK-EF-CHAIN.
       500-CHECK-EF-CHAIN.
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE 'N' TO WS-BAD-PNTR
