       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-DE-REPORT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DISTANCE-EDUCATION ENROLLMENT BY
      *          STUDENT STATE -- READS THE FROZEN CEN-SNAPSHOT.DAT
      *          (SAME SOURCE AS PROJ-IPEDS-EXTRACT, SO THE COUNTS TIE)
      *          AND ROLLS IT UP BY THE STATE ON THE STUDENT'S SF-STATE.
      *          EACH STATE ROW SHOWS THE SEATS IN PERSON, ONLINE AND
      *          HYBRID (CN-MODALITY), THE ONLINE CREDIT HOURS, AND THE
      *          STUDENTS ENROLLED EXCLUSIVELY ONLINE, IN SOME ONLINE
      *          SECTIONS, OR IN NONE -- ONLY A FULLY ONLINE SECTION
      *          IS DISTANCE EDUCATION, AS FOR IPEDS.  THE A COLUMN IS
      *          THE STATE'S ENTRY ON AS-STATE-TABLE ('A' AUTHORIZED,
      *          'W' WARN, 'R' REFUSE, '-' NOT LISTED) SO THE STATE
      *          AUTHORIZATION OFFICE CAN SEE WHO IS STUDYING ONLINE
      *          FROM WHERE.  LK-CAMPUS-OPT (SPACES FOR ALL) SELECTS
      *          THE SNAPSHOT LINES BY CN-CAMPUS LIKE PROJ-DEPT-FTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'CEN-SNAPSHOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT DE-REPORT ASSIGN TO 'CEN-DIST-ED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           DATA RECORD IS SNAP-REC.
       01  SNAP-REC                  PIC X(30).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  DE-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(75).
       WORKING-STORAGE SECTION.
       01  WS-SN-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  SNAP-LINE.
           05  CN-TERM               PIC X(6).
           05  CN-STU-NUM            PIC 9(9).
           05  CN-CRN                PIC X(5).
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  CN-CAMPUS             PIC X(2).
           05  CN-MODALITY           PIC X.
       01  WS-SNAP-TERM              PIC X(6)   VALUE SPACES.
       01  WS-LINE-CAMPUS            PIC X(2).
       01  WS-PREV-SNO               PIC 9(9)   VALUE ZEROS.
       01  WS-STU-STATE              PIC X(2).
       01  WS-STU-ONLINE             PIC X.
       01  WS-STU-OTHER              PIC X.
       01  WS-DETAIL-CNT             PIC 9(7)   VALUE ZERO.
      *    ONE ROW PER STUDENT STATE, KEPT IN STATE ORDER AS IT IS
      *    BUILT.  A STUDENT WITH NO STATE ON FILE (OR GONE FROM THE
      *    MASTER SINCE CENSUS) ROLLS UP UNDER '--'.
       01  WS-ST-FOUND               PIC X.
       01  WS-ST-CNT                 PIC 99     VALUE ZERO.
       01  WS-ST-SUB                 PIC 99.
       01  WS-ST-HIT                 PIC 99.
       01  WS-ST-MOVE                PIC 99.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 70 TIMES.
               10  WS-ST-STATE       PIC X(2).
               10  WS-ST-INPERSON    PIC 9(7).
               10  WS-ST-ONLINE      PIC 9(7).
               10  WS-ST-HYBRID      PIC 9(7).
               10  WS-ST-ONL-HRS     PIC 9(7).
               10  WS-ST-ALL-ONL     PIC 9(6).
               10  WS-ST-SOME-ONL    PIC 9(6).
               10  WS-ST-NO-ONL      PIC 9(6).
       01  WS-TOTALS.
           05  WS-TOT-INPERSON       PIC 9(7)   VALUE ZERO.
           05  WS-TOT-ONLINE         PIC 9(7)   VALUE ZERO.
           05  WS-TOT-HYBRID         PIC 9(7)   VALUE ZERO.
           05  WS-TOT-ONL-HRS        PIC 9(7)   VALUE ZERO.
           05  WS-TOT-ALL-ONL        PIC 9(6)   VALUE ZERO.
           05  WS-TOT-SOME-ONL       PIC 9(6)   VALUE ZERO.
           05  WS-TOT-NO-ONL         PIC 9(6)   VALUE ZERO.
       01  WS-AS-SUB                 PIC 9(2).
       COPY AS-STATE-TABLE.
       COPY CA-CAMPUS-TABLE.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)
                VALUE 'DISTANCE EDUCATION BY STUDENT STATE --  '.
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(10)  VALUE '   CAMPUS '.
           05  H1-CAMPUS-OUT         PIC X(3).
           05                        PIC X(14)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(34)  VALUE
                '  ST   A  IN PERS   ONLINE   HYBRI'.
           05                        PIC X(34)  VALUE
                'D  ONL HRS  ALL ON    SOME    NONE'.
           05                        PIC X(7)   VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-LABEL.
               10  DL-STATE-OUT      PIC X(2).
               10                    PIC X(3).
               10  DL-AUTH-OUT       PIC X(1).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-INPERSON-OUT       PIC ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-ONLINE-OUT         PIC ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-HYBRID-OUT         PIC ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-ONL-HRS-OUT        PIC ZZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-ALL-ONL-OUT        PIC ZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SOME-ONL-OUT       PIC ZZZZZ9.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NO-ONL-OUT         PIC ZZZZZ9.
           05                        PIC X(7)   VALUE SPACES.
       01  LEGEND-LINE-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(73)  VALUE
                'ALL ON = EVERY SEAT ONLINE, SOME = AT LEAST ONE, NONE =
      -         'NO ONLINE SEAT'.
       01  LEGEND-LINE-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(73)  VALUE
                'A = A AUTHORIZED, W WARNED, R REFUSED, - NOT LISTED, --
      -         '= NO STATE'.
       LINKAGE SECTION.
       01  LK-CAMPUS-OPT             PIC X(2).
      *    SPACES REPORT EVERY CAMPUS; A CAMPUS CODE REPORTS ONLY THE
      *    SNAPSHOT LINES FOR SECTIONS TAUGHT THERE.
       PROCEDURE DIVISION USING LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SN-STATUS = '35'
               DISPLAY 'PROJ-DE-REPORT: NO SNAPSHOT ON FILE --'
               DISPLAY 'RUN PROJ-CENSUS ON CENSUS DAY FIRST'
               EXIT PROGRAM
           END-IF
           CALL 'PROJ-CODE-LOAD' USING AS-CODE-TBL-ID,
               AS-CODE-TBL-SIZE, AS-CODE-TABLE
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT DE-REPORT
           DISPLAY 'PROJ-DE-REPORT STARTING'
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SNAPSHOT-FILE INTO SNAP-LINE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 190-SELECT-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-PREV-SNO NOT = ZEROS
               PERFORM 250-CLOSE-ONE-STUDENT
           END-IF
           PERFORM 500-PRINT-THE-REPORT
           DISPLAY 'PROJ-DE-REPORT FINISHED -- ' WS-DETAIL-CNT
               ' SNAPSHOT LINE(S), ' WS-ST-CNT ' STATE(S)'
           CLOSE SNAPSHOT-FILE
                 SF-FILE-DESC
                 DE-REPORT
           EXIT PROGRAM.
       190-SELECT-ONE-LINE.
      *    SAME CAMPUS DEFAULTING AS PROJ-DEPT-FTE.  A SNAPSHOT TAKEN
      *    BEFORE SECTIONS CARRIED A MODALITY COUNTS AS IN PERSON.
           MOVE CN-CAMPUS TO WS-LINE-CAMPUS
           IF WS-LINE-CAMPUS = SPACES OR LOW-VALUES
               MOVE CA-MAIN-CAMPUS TO WS-LINE-CAMPUS
           END-IF
           IF CN-MODALITY NOT = 'O' AND NOT = 'H'
               MOVE 'P' TO CN-MODALITY
           END-IF
           IF LK-CAMPUS-OPT = SPACES
                   OR WS-LINE-CAMPUS = LK-CAMPUS-OPT
               PERFORM 200-ROLL-UP-ONE-LINE
           END-IF.
       200-ROLL-UP-ONE-LINE.
      *    THE SNAPSHOT IS IN STUDENT ORDER, SO A STUDENT'S LINES ARE
      *    CONSECUTIVE -- THE FIRST ONE LOOKS UP THE STATE AND THE
      *    NEXT STUDENT'S FIRST LINE CLOSES THE ONE BEFORE.
           MOVE CN-TERM TO WS-SNAP-TERM
           IF CN-STU-NUM NOT = WS-PREV-SNO
               IF WS-PREV-SNO NOT = ZEROS
                   PERFORM 250-CLOSE-ONE-STUDENT
               END-IF
               MOVE CN-STU-NUM TO WS-PREV-SNO
               MOVE 'N' TO WS-STU-ONLINE
               MOVE 'N' TO WS-STU-OTHER
               PERFORM 220-PICK-THE-STATE
               PERFORM 240-FIND-THE-STATE
           END-IF
           ADD 1 TO WS-DETAIL-CNT
           IF CN-MODALITY = 'O'
               MOVE 'Y' TO WS-STU-ONLINE
               ADD 1 TO WS-TOT-ONLINE
               ADD CN-CRED-HR TO WS-TOT-ONL-HRS
           ELSE IF CN-MODALITY = 'H'
               MOVE 'Y' TO WS-STU-OTHER
               ADD 1 TO WS-TOT-HYBRID
           ELSE
               MOVE 'Y' TO WS-STU-OTHER
               ADD 1 TO WS-TOT-INPERSON
           END-IF
           END-IF
           IF WS-ST-HIT > ZERO
               IF CN-MODALITY = 'O'
                   ADD 1 TO WS-ST-ONLINE(WS-ST-HIT)
                   ADD CN-CRED-HR TO WS-ST-ONL-HRS(WS-ST-HIT)
               ELSE IF CN-MODALITY = 'H'
                   ADD 1 TO WS-ST-HYBRID(WS-ST-HIT)
               ELSE
                   ADD 1 TO WS-ST-INPERSON(WS-ST-HIT)
               END-IF
               END-IF
           END-IF.
       220-PICK-THE-STATE.
           MOVE '--' TO WS-STU-STATE
           MOVE CN-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SF-STATE NOT = SPACES
                       MOVE SF-STATE TO WS-STU-STATE
                   END-IF
           END-READ.
       240-FIND-THE-STATE.
      *    A NEW STATE IS SLOTTED IN AHEAD OF THE FIRST ONE THAT SORTS
      *    AFTER IT.  A FULL TABLE LEAVES WS-ST-HIT ZERO AND THE
      *    STUDENT COUNTS IN THE TOTALS ONLY.
           MOVE 'N' TO WS-ST-FOUND
           MOVE ZERO TO WS-ST-HIT
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-CNT OR WS-ST-FOUND = 'Y'
               IF WS-ST-STATE(WS-ST-SUB) = WS-STU-STATE
                   MOVE 'Y' TO WS-ST-FOUND
                   MOVE WS-ST-SUB TO WS-ST-HIT
               ELSE IF WS-ST-STATE(WS-ST-SUB) > WS-STU-STATE
                   MOVE 'Y' TO WS-ST-FOUND
                   IF WS-ST-CNT < 70
                       MOVE WS-ST-SUB TO WS-ST-HIT
                       PERFORM 245-OPEN-A-SLOT
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = 'N' AND WS-ST-CNT < 70
               ADD 1 TO WS-ST-CNT
               MOVE WS-ST-CNT TO WS-ST-HIT
               PERFORM 248-CLEAR-THE-SLOT
           END-IF.
       245-OPEN-A-SLOT.
           ADD 1 TO WS-ST-CNT
           PERFORM VARYING WS-ST-MOVE FROM WS-ST-CNT BY -1
                   UNTIL WS-ST-MOVE NOT > WS-ST-HIT
               MOVE WS-ST-ENTRY(WS-ST-MOVE - 1)
                   TO WS-ST-ENTRY(WS-ST-MOVE)
           END-PERFORM
           PERFORM 248-CLEAR-THE-SLOT.
       248-CLEAR-THE-SLOT.
           MOVE WS-STU-STATE TO WS-ST-STATE(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-INPERSON(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-ONLINE(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-HYBRID(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-ONL-HRS(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-ALL-ONL(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-SOME-ONL(WS-ST-HIT)
           MOVE ZEROS TO WS-ST-NO-ONL(WS-ST-HIT).
       250-CLOSE-ONE-STUDENT.
      *    THE STUDENT'S LAST SELECTED LINE HAS GONE BY.  WS-ST-HIT
      *    STILL POINTS AT THE STUDENT'S STATE ROW.
           IF WS-STU-ONLINE = 'Y' AND WS-STU-OTHER = 'N'
               ADD 1 TO WS-TOT-ALL-ONL
               IF WS-ST-HIT > ZERO
                   ADD 1 TO WS-ST-ALL-ONL(WS-ST-HIT)
               END-IF
           ELSE IF WS-STU-ONLINE = 'Y'
               ADD 1 TO WS-TOT-SOME-ONL
               IF WS-ST-HIT > ZERO
                   ADD 1 TO WS-ST-SOME-ONL(WS-ST-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-NO-ONL
               IF WS-ST-HIT > ZERO
                   ADD 1 TO WS-ST-NO-ONL(WS-ST-HIT)
               END-IF
           END-IF
           END-IF.
       500-PRINT-THE-REPORT.
           MOVE WS-SNAP-TERM TO H1-TERM-OUT
           IF LK-CAMPUS-OPT = SPACES
               MOVE 'ALL' TO H1-CAMPUS-OUT
           ELSE
               MOVE LK-CAMPUS-OPT TO H1-CAMPUS-OUT
           END-IF
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           PERFORM 550-PRINT-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-CNT
           MOVE SPACES TO DL-LABEL
           MOVE 'TOTAL ' TO DL-LABEL
           MOVE WS-TOT-INPERSON TO DL-INPERSON-OUT
           MOVE WS-TOT-ONLINE TO DL-ONLINE-OUT
           MOVE WS-TOT-HYBRID TO DL-HYBRID-OUT
           MOVE WS-TOT-ONL-HRS TO DL-ONL-HRS-OUT
           MOVE WS-TOT-ALL-ONL TO DL-ALL-ONL-OUT
           MOVE WS-TOT-SOME-ONL TO DL-SOME-ONL-OUT
           MOVE WS-TOT-NO-ONL TO DL-NO-ONL-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 2
           WRITE REPORT-REC FROM LEGEND-LINE-1 AFTER 3
           WRITE REPORT-REC FROM LEGEND-LINE-2 AFTER 1.
       550-PRINT-ONE-STATE.
           MOVE SPACES TO DL-LABEL
           MOVE WS-ST-STATE(WS-ST-SUB) TO DL-STATE-OUT
           MOVE '-' TO DL-AUTH-OUT
           IF WS-ST-STATE(WS-ST-SUB) = '--'
               MOVE SPACE TO DL-AUTH-OUT
           END-IF
           PERFORM VARYING WS-AS-SUB FROM 1 BY 1
                   UNTIL WS-AS-SUB > AS-CODE-TBL-SIZE
               IF AS-TBL-STATE(WS-AS-SUB) = WS-ST-STATE(WS-ST-SUB)
                   MOVE AS-TBL-ACTION(WS-AS-SUB) TO DL-AUTH-OUT
               END-IF
           END-PERFORM
           MOVE WS-ST-INPERSON(WS-ST-SUB) TO DL-INPERSON-OUT
           MOVE WS-ST-ONLINE(WS-ST-SUB) TO DL-ONLINE-OUT
           MOVE WS-ST-HYBRID(WS-ST-SUB) TO DL-HYBRID-OUT
           MOVE WS-ST-ONL-HRS(WS-ST-SUB) TO DL-ONL-HRS-OUT
           MOVE WS-ST-ALL-ONL(WS-ST-SUB) TO DL-ALL-ONL-OUT
           MOVE WS-ST-SOME-ONL(WS-ST-SUB) TO DL-SOME-ONL-OUT
           MOVE WS-ST-NO-ONL(WS-ST-SUB) TO DL-NO-ONL-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
