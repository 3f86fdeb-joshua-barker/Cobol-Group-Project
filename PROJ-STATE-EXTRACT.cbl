      *          SUBMISSION LAYOUT (CEN-STATE.DAT), ONE DETAIL RECORD
      *          PER SNAPSHOT LINE PLUS A TRAILER WITH THE CONTROL
      *          COUNTS THE SUBMISSION REQUIRES.
      *20261015  CAMPUS SELECTION AND BREAK.  LK-CAMPUS-OPT (SPACES FOR
      *          ALL) SELECTS THE SNAPSHOT LINES BY CN-CAMPUS, EACH D1
      *          DETAIL NOW CARRIES THE CAMPUS (SD-CAMPUS, OUT OF THE
      *          FILLER), AND AN S1 CAMPUS SUBTOTAL RECORD PER CAMPUS
      *          PRECEDES THE T9 TRAILER.
      *20261015  EACH D1 DETAIL NOW CARRIES THE SECTION'S DELIVERY
      *          MODALITY (SD-MODALITY, OUT OF THE FILLER -- 'P' IN
      *          PERSON, 'O' ONLINE, 'H' HYBRID) FROM CN-MODALITY ON THE
      *          SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  CN-CAMPUS             PIC X(2).
           05  CN-MODALITY           PIC X.
       01  STATE-DETAIL.
           05                        PIC X(2)   VALUE 'D1'.
           05  SD-INST-CODE          PIC X(6)   VALUE '004417'.
           05  SD-CRED-HR            PIC 99.
           05  SD-FT-PT              PIC X.
           05  SD-MAJOR              PIC 9(4).
           05  SD-CAMPUS             PIC X(2).
           05  SD-MODALITY           PIC X.
           05  FILLER                PIC X(22)  VALUE SPACES.
      *    ONE SUBTOTAL PER CAMPUS, AHEAD OF THE TRAILER.  THE S1
      *    COUNTS FOOT TO THE T9 CONTROLS.
       01  STATE-CAMPUS-TOTAL.
           05                        PIC X(2)   VALUE 'S1'.
           05  SC-INST-CODE          PIC X(6)   VALUE '004417'.
           05  SC-CAMPUS             PIC X(2).
           05  SC-DETAIL-CNT         PIC 9(7).
           05  SC-TOT-HOURS          PIC 9(9).
           05  FILLER                PIC X(34)  VALUE SPACES.
       01  STATE-TRAILER.
           05                        PIC X(2)   VALUE 'T9'.
           05  ST-INST-CODE          PIC X(6)   VALUE '004417'.
           05  ST-DETAIL-CNT         PIC 9(7).
           05  ST-TOT-HOURS          PIC 9(9).
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  WS-CP-FOUND               PIC X.
       01  WS-CP-CNT                 PIC 99     VALUE ZERO.
       01  WS-CP-SUB                 PIC 99.
       01  WS-CP-HIT                 PIC 99.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 10 TIMES.
               10  WS-CP-CAMPUS      PIC X(2).
               10  WS-CP-LINES       PIC 9(7).
               10  WS-CP-HOURS       PIC 9(9).
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01  LK-CAMPUS-OPT             PIC X(2).
      *    SPACES EXTRACT EVERY CAMPUS; A CAMPUS CODE EXTRACTS ONLY THE
      *    SNAPSHOT LINES FOR SECTIONS TAUGHT THERE, FOR A STATE THAT
      *    WANTS A SUBMISSION PER SITE.
       PROCEDURE DIVISION USING LK-CAMPUS-OPT.
       100-MAIN-MODULE.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SN-STATUS = '35'
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SNAPSHOT-FILE INTO SNAP-LINE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 190-SELECT-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM 400-WRITE-CAMPUS-TOTAL
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-CNT
           MOVE WS-DETAIL-CNT TO ST-DETAIL-CNT
           MOVE WS-TOT-HOURS TO ST-TOT-HOURS
           WRITE STATE-REC FROM STATE-TRAILER
           CLOSE SNAPSHOT-FILE
                 STATE-FILE
           EXIT PROGRAM.
       190-SELECT-ONE-LINE.
      *    A SNAPSHOT TAKEN BEFORE SECTIONS CARRIED A CAMPUS COUNTS
      *    AT CA-MAIN-CAMPUS, AND ONE TAKEN BEFORE THEY CARRIED A
      *    DELIVERY MODALITY COUNTS AS IN PERSON.
           IF CN-CAMPUS = SPACES OR LOW-VALUES
               MOVE CA-MAIN-CAMPUS TO CN-CAMPUS
           END-IF
           IF CN-MODALITY NOT = 'O' AND NOT = 'H'
               MOVE 'P' TO CN-MODALITY
           END-IF
           IF LK-CAMPUS-OPT = SPACES OR CN-CAMPUS = LK-CAMPUS-OPT
               PERFORM 200-WRITE-ONE-DETAIL
           END-IF.
       200-WRITE-ONE-DETAIL.
           MOVE CN-TERM TO SD-TERM
           MOVE CN-STU-NUM TO SD-STU-NUM
           MOVE CN-CRED-HR TO SD-CRED-HR
           MOVE CN-FT-PT TO SD-FT-PT
           MOVE CN-MAJOR TO SD-MAJOR
           MOVE CN-CAMPUS TO SD-CAMPUS
           MOVE CN-MODALITY TO SD-MODALITY
           WRITE STATE-REC FROM STATE-DETAIL
           ADD 1 TO WS-DETAIL-CNT
           ADD CN-CRED-HR TO WS-TOT-HOURS
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
       400-WRITE-CAMPUS-TOTAL.
           MOVE WS-CP-CAMPUS(WS-CP-SUB) TO SC-CAMPUS
           MOVE WS-CP-LINES(WS-CP-SUB) TO SC-DETAIL-CNT
           MOVE WS-CP-HOURS(WS-CP-SUB) TO SC-TOT-HOURS
           WRITE STATE-REC FROM STATE-CAMPUS-TOTAL.
