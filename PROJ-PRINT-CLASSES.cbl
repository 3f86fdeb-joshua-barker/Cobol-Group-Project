      *          THERE.  NOT CHECKPOINTED ON THE SORT-BY-COURSE-CODE
      *          PATH FOR THE SAME REASON AS PROJ-PRINT-STUDENTS' SORT-
      *          BY-NAME PATH.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  A VARIABLE-CREDIT SECTION PRINTS ITS CREDIT HOURS
      *          AS A RANGE (MINIMUM-MAXIMUM, E.G. 01-06).  CLASS
      *          SECTION FD NOW 81 BYTES.
      *20261015  RESERVED SEATS.  EACH SECTION NOW SHOWS THE SEATS
      *          STILL HELD ON PROJ-SEAT-RESV.DAT (RESV) AND HOW MANY
      *          OF THEM ARE TAKEN (R-FILL); AVAIL IS NOW THE OPEN
      *          GENERAL SEATS, CAPACITY LESS THE HELD SEATS LESS THE
      *          SEATS FILLED OUTSIDE A RESERVE.  REPORT LINE NOW 80.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).  EACH
      *          SECTION NOW SHOWS ITS CAMPUS (CAMP) AND LK-CAMPUS-OPT
      *          SELECTS ONE CAMPUS (SPACES FOR ALL).  THE COURSE-CODE
      *          PATH SORTS BY CAMPUS FIRST AND PRINTS A CAMPUS TOTAL
      *          LINE AT EACH BREAK; THE KEY-ORDER PATH PRINTS THE
      *          CAMPUS TOTALS AT THE END.  REPORT LINE NOW 84.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CS-FILE-DESC
               FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD CLASS-REPORT
          DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(84).
       FD CHECKPOINT-FILE
          DATA RECORD IS CKPT-REC.
       01 CKPT-REC                 PIC 9(5).
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SORT-CAMPUS           PIC X(2).
          05 SORT-CRS-CODE         PIC X(6).
          05 SORT-CRN              PIC 9(5).
          05 SORT-DESC             PIC X(10).
          05 SORT-CRED-HR          PIC 99.
          05 SORT-CRED-MAX         PIC 99.
          05 SORT-CAPACITY         PIC 9(3).
          05 SORT-ENROLLED-CNT     PIC 9(3).
          05 SORT-RESV-HELD        PIC 9(3).
          05 SORT-RESV-FILLED      PIC 9(3).
       WORKING-STORAGE SECTION.
       01 ANS                      PIC X.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
       01 WS-CKPT-INTERVAL         PIC 9(3)     VALUE 100.
       01 WS-RESUME-KEY            PIC 9(5)     VALUE ZERO.
       01 WS-RESUME-ANS            PIC X.
       01 WS-GENERAL-OPEN          PIC S9(4).
       01 WS-SEC-CAMPUS            PIC X(2).
       01 WS-PREV-CAMPUS           PIC X(2)     VALUE SPACES.
       01 WS-CP-SUB                PIC 99.
       01 WS-CP-CNT                PIC 99       VALUE ZERO.
       01 WS-CP-FOUND              PIC X.
       01 WS-CP-HIT                PIC 99.
       01 WS-CP-TABLE.
          05 WS-CP-ENTRY OCCURS 10 TIMES.
             10 WS-CP-CAMPUS       PIC X(2).
             10 WS-CP-SECTIONS     PIC 9(4).
             10 WS-CP-FILLED       PIC 9(5).
             10 WS-CP-AVAIL        PIC 9(5).
       COPY CA-CAMPUS-TABLE.
       COPY RW-RESV-LINK.
       01 HEADING-1.
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(24)
          05                       PIC X(9)
               VALUE "   PAGE ".
          05 PAGE-NO-H1            PIC 9(2).
          05                       PIC X(10)
               VALUE "   CAMPUS ".
          05 CAMPUS-H1             PIC X(3).
          05                       PIC X(10)   VALUE SPACES.
       01 HEADING-2.
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(5)     VALUE "CRN".
          05                       PIC X(6)     VALUE "FILLED".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(5)     VALUE "AVAIL".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(4)     VALUE "RESV".
          05                       PIC X(3)     VALUE SPACES.
          05                       PIC X(6)     VALUE "R-FILL".
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(4)     VALUE "CAMP".
       01 DETAIL-LINE.
          05                       PIC X(2)     VALUE SPACES.
          05 CRN-OUT               PIC 9(5).
          05 DESC-OUT              PIC X(10).
          05                       PIC X(6)     VALUE SPACES.
          05 CRED-HR-OUT           PIC 9(2).
          05 CRED-RANGE-OUT.
             10 CRED-DASH-OUT      PIC X.
             10 CRED-MAX-OUT       PIC 9(2).
          05                       PIC X(3)     VALUE SPACES.
          05 FILLED-OUT            PIC 9(3).
          05                       PIC X(4)     VALUE SPACES.
          05 AVAIL-OUT             PIC 9(3).
          05                       PIC X(5)     VALUE SPACES.
          05 RESV-OUT              PIC 9(3).
          05                       PIC X(5)     VALUE SPACES.
          05 RFILL-OUT             PIC 9(3).
          05                       PIC X(8)     VALUE SPACES.
          05 CAMPUS-OUT            PIC X(2).
          05                       PIC X(2)     VALUE SPACES.
       01 CAMPUS-TOTAL-LINE.
          05                       PIC X(2)     VALUE SPACES.
          05                       PIC X(7)     VALUE "CAMPUS ".
          05 CT-CAMPUS-OUT         PIC X(2).
          05                       PIC X(13)
               VALUE "    SECTIONS ".
          05 CT-SECTIONS-OUT       PIC ZZZ9.
          05                       PIC X(9)     VALUE "  FILLED ".
          05 CT-FILLED-OUT         PIC ZZZZ9.
          05                       PIC X(8)     VALUE "  AVAIL ".
          05 CT-AVAIL-OUT          PIC ZZZZ9.
          05                       PIC X(29)    VALUE SPACES.
       LINKAGE SECTION.
       01 LK-SORT-OPT              PIC X.
      *    SPACE (OR ANY VALUE OTHER THAN 'N') GIVES THE REPORT IN
      *    CS-CRN KEY ORDER, THE SAME AS BEFORE THIS SORT OPTION
      *    EXISTED; 'N' SORTS IT INTO CS-CRS-CODE ORDER INSTEAD.
       01 LK-CAMPUS-OPT            PIC X(2).
      *    SPACES PRINT EVERY CAMPUS; A CAMPUS CODE PRINTS ONLY THE
      *    SECTIONS TAUGHT THERE.  A SECTION WITH NO CAMPUS KEYED
      *    COUNTS AS CA-MAIN-CAMPUS.
       PROCEDURE DIVISION USING LK-SORT-OPT, LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           IF LK-CAMPUS-OPT = SPACES
               MOVE 'ALL' TO CAMPUS-H1
           ELSE
               MOVE LK-CAMPUS-OPT TO CAMPUS-H1
           END-IF
           OPEN INPUT CS-FILE-DESC
           IF LK-SORT-OPT = 'N'
               OPEN OUTPUT CLASS-REPORT
               PERFORM 200-HEADING-RTN
               SORT SORT-WORK-FILE ON ASCENDING KEY SORT-CAMPUS
                                                    SORT-CRS-CODE
                   INPUT PROCEDURE 500-SORT-INPUT
                   OUTPUT PROCEDURE 600-SORT-OUTPUT
           ELSE
               PERFORM UNTIL NO-MORE-RECORDS
                   READ CS-FILE-DESC NEXT RECORD
                       AT END MOVE "NO " TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                       PERFORM 280-PICK-CAMPUS
                       IF LK-CAMPUS-OPT = SPACES
                               OR WS-SEC-CAMPUS = LK-CAMPUS-OPT
                           PERFORM 300-PRINT-RTN
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM 450-PRINT-CAMPUS-TOTALS
               PERFORM 700-CLEAR-CHECKPOINT
           END-IF
           CLOSE CS-FILE-DESC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       280-PICK-CAMPUS.
           MOVE CS-CAMPUS TO WS-SEC-CAMPUS
           IF WS-SEC-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-SEC-CAMPUS
           END-IF.
       300-PRINT-RTN.
           MOVE CS-CRN TO CRN-OUT
           MOVE CS-CRS-CODE TO CRS-CODE-OUT
           MOVE CS-DESC TO DESC-OUT
           MOVE CS-CRED-HR TO CRED-HR-OUT
           MOVE SPACES TO CRED-RANGE-OUT
           IF CS-CRED-MAX IS NUMERIC AND CS-CRED-MAX > CS-CRED-HR
               MOVE '-' TO CRED-DASH-OUT
               MOVE CS-CRED-MAX TO CRED-MAX-OUT
           END-IF
           MOVE CS-ENROLLED-CNT TO FILLED-OUT
           PERFORM 350-RESV-COUNTS
           MOVE RW-HELD TO RESV-OUT
           MOVE RW-FILLED TO RFILL-OUT
           COMPUTE WS-GENERAL-OPEN = CS-CAPACITY - RW-HELD
               - (CS-ENROLLED-CNT - RW-FILLED)
           MOVE ZEROS TO AVAIL-OUT
           IF WS-GENERAL-OPEN > ZERO
               MOVE WS-GENERAL-OPEN TO AVAIL-OUT
           END-IF
           MOVE WS-SEC-CAMPUS TO CAMPUS-OUT
           IF WS-LINE-CT > 55
               PERFORM 200-HEADING-RTN
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           PERFORM 410-ADD-CAMPUS-TOTALS
           PERFORM 250-CHECKPOINT-RTN.
       350-RESV-COUNTS.
      *    THE SECTION IN CS-RECORD'S HELD AND TAKEN RESERVED SEATS
      *    FOR ITS OWN TERM -- NO STUDENT, SO NO ROW IS MATCHED.
           MOVE 'Q' TO RW-ACTION
           MOVE CS-CRN TO RW-CRN
           MOVE CS-TERM TO RW-TERM
           MOVE ZEROS TO RW-MAJOR
           MOVE ZEROS TO RW-HRS-EARN
           MOVE SPACES TO RW-CATALOG-TERM
           CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK.
       410-ADD-CAMPUS-TOTALS.
      *    CAMPUS-OUT AND FILLED-OUT/AVAIL-OUT HOLD THE LINE JUST
      *    PRINTED, WHICHEVER PATH PRINTED IT.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = CAMPUS-OUT
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND WS-CP-CNT < 10
               ADD 1 TO WS-CP-CNT
               MOVE CAMPUS-OUT TO WS-CP-CAMPUS(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-SECTIONS(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-FILLED(WS-CP-CNT)
               MOVE ZEROS TO WS-CP-AVAIL(WS-CP-CNT)
               MOVE WS-CP-CNT TO WS-CP-HIT
               MOVE 'Y' TO WS-CP-FOUND
           END-IF
           IF WS-CP-FOUND = 'Y'
               ADD 1 TO WS-CP-SECTIONS(WS-CP-HIT)
               ADD FILLED-OUT TO WS-CP-FILLED(WS-CP-HIT)
               ADD AVAIL-OUT TO WS-CP-AVAIL(WS-CP-HIT)
           END-IF.
       450-PRINT-CAMPUS-TOTALS.
      *    THE KEY-ORDER PATH INTERLEAVES THE CAMPUSES, SO ITS CAMPUS
      *    TOTALS ALL PRINT AT THE END.  AFTER A RESTART THEY COVER
      *    ONLY THE SECTIONS PRINTED SINCE THE RESTART.
           IF WS-CP-CNT > 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               ADD 1 TO WS-LINE-CT
           END-IF
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               MOVE WS-CP-SUB TO WS-CP-HIT
               PERFORM 460-PRINT-ONE-CAMPUS
           END-PERFORM.
       460-PRINT-ONE-CAMPUS.
           MOVE WS-CP-CAMPUS(WS-CP-HIT) TO CT-CAMPUS-OUT
           MOVE WS-CP-SECTIONS(WS-CP-HIT) TO CT-SECTIONS-OUT
           MOVE WS-CP-FILLED(WS-CP-HIT) TO CT-FILLED-OUT
           MOVE WS-CP-AVAIL(WS-CP-HIT) TO CT-AVAIL-OUT
           IF WS-LINE-CT > 55
               PERFORM 200-HEADING-RTN
           END-IF
           WRITE REPORT-REC FROM CAMPUS-TOTAL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       470-CAMPUS-BREAK.
      *    THE SORTED PATH COMES BACK IN CAMPUS ORDER -- PRINT THE
      *    CAMPUS JUST FINISHED UNDER ITS OWN SECTIONS.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-CAMPUS(WS-CP-SUB) = WS-PREV-CAMPUS
                   MOVE 'Y' TO WS-CP-FOUND
                   MOVE WS-CP-SUB TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'Y'
               PERFORM 460-PRINT-ONE-CAMPUS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               ADD 1 TO WS-LINE-CT
           END-IF.
       500-SORT-INPUT.
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS
               READ CS-FILE-DESC NEXT RECORD
                   AT END MOVE "NO " TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 280-PICK-CAMPUS
                       IF LK-CAMPUS-OPT = SPACES
                               OR WS-SEC-CAMPUS = LK-CAMPUS-OPT
                           PERFORM 510-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
       510-RELEASE-ONE.
           MOVE WS-SEC-CAMPUS TO SORT-CAMPUS
           MOVE CS-CRS-CODE TO SORT-CRS-CODE
           MOVE CS-CRN TO SORT-CRN
           MOVE CS-DESC TO SORT-DESC
           MOVE CS-CRED-HR TO SORT-CRED-HR
           MOVE CS-CRED-MAX TO SORT-CRED-MAX
           MOVE CS-CAPACITY TO SORT-CAPACITY
           MOVE CS-ENROLLED-CNT TO SORT-ENROLLED-CNT
           PERFORM 350-RESV-COUNTS
           MOVE RW-HELD TO SORT-RESV-HELD
           MOVE RW-FILLED TO SORT-RESV-FILLED
           RELEASE SORT-REC.
       600-SORT-OUTPUT.
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS
               RETURN SORT-WORK-FILE
                   AT END MOVE "NO " TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF SORT-CAMPUS NOT = WS-PREV-CAMPUS
                               AND WS-PREV-CAMPUS NOT = SPACES
                           PERFORM 470-CAMPUS-BREAK
                       END-IF
                       MOVE SORT-CAMPUS TO WS-PREV-CAMPUS
                       MOVE SORT-CAMPUS TO CAMPUS-OUT
                       MOVE SORT-CRN TO CRN-OUT
                       MOVE SORT-CRS-CODE TO CRS-CODE-OUT
                       MOVE SORT-DESC TO DESC-OUT
                       MOVE SORT-CRED-HR TO CRED-HR-OUT
                       MOVE SPACES TO CRED-RANGE-OUT
                       IF SORT-CRED-MAX IS NUMERIC
                               AND SORT-CRED-MAX > SORT-CRED-HR
                           MOVE '-' TO CRED-DASH-OUT
                           MOVE SORT-CRED-MAX TO CRED-MAX-OUT
                       END-IF
                       MOVE SORT-ENROLLED-CNT TO FILLED-OUT
                       MOVE SORT-RESV-HELD TO RESV-OUT
                       MOVE SORT-RESV-FILLED TO RFILL-OUT
                       COMPUTE WS-GENERAL-OPEN = SORT-CAPACITY
                           - SORT-RESV-HELD
                           - (SORT-ENROLLED-CNT - SORT-RESV-FILLED)
                       MOVE ZEROS TO AVAIL-OUT
                       IF WS-GENERAL-OPEN > ZERO
                           MOVE WS-GENERAL-OPEN TO AVAIL-OUT
                       END-IF
                       IF WS-LINE-CT > 55
                           PERFORM 200-HEADING-RTN
                       END-IF
                       WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
                       ADD 1 TO WS-LINE-CT
                       PERFORM 410-ADD-CAMPUS-TOTALS
               END-RETURN
           END-PERFORM
           IF WS-PREV-CAMPUS NOT = SPACES
               PERFORM 470-CAMPUS-BREAK
           END-IF.
