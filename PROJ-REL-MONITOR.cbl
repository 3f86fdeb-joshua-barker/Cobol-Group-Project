      *          VIRGIN SLOTS REMAINING, AND A PERCENT-FULL WARNING,
      *          SO A WRITE FAILURE IN THE MIDDLE OF REGISTRATION
      *          STOPS BEING THE FIRST ANYONE HEARS OF A FULL POOL.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT FILES ARE NOW INDEXED AND HAVE NO
      *          SLOT POOL; ONLY PROJ-ENR.REL IS REPORTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
           SELECT MON-REPORT ASSIGN TO 'REL-CAPACITY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  MON-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       WORKING-STORAGE SECTION.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-CTL-REC.
           05  WS-CTL-EOF            PIC 9(5).
           05  WS-CTL-FREE-HEAD      PIC 9(5).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT EF-FILE-DES
           OPEN OUTPUT MON-REPORT
           DISPLAY 'PROJ-REL-MONITOR STARTING'
           PERFORM 200-MONITOR-EF
           DISPLAY 'PROJ-REL-MONITOR FINISHED'
           CLOSE EF-FILE-DES
                 MON-REPORT
           EXIT PROGRAM.
       200-MONITOR-EF.
           END-PERFORM
           MOVE 'EF' TO WS-FILE-TAG
           PERFORM 500-PRINT-ONE-FILE.
       500-PRINT-ONE-FILE.
      *    EOF POINTER IS THE NEXT VIRGIN SLOT, SO SLOTS 2 THROUGH
      *    EOF-1 HAVE BEEN HANDED OUT AT SOME POINT; THE FREE-CHAIN
