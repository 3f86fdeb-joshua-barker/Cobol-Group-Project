       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CONDUCT-CHK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE A CONDUCT SANCTION IS
      *          JUDGED AGAINST A REGISTRATION, CALLED BY
      *          PROJ-ENROLLMENT, PROJ-SELF-SERVICE AND PROJ-ENR-BATCH
      *          USING CV-CONDUCT-LINK (SEE THAT COPYBOOK).  A FINDING
      *          OF RESPONSIBLE WITH A SUSPENSION OR EXPULSION BLOCKS
      *          EVERY TERM ITS SANCTION PERIOD OVERLAPS -- THE 'CO'
      *          HOLD ITSELF BLOCKS NOTHING, SO A STUDENT SUSPENDED
      *          FOR THE SPRING CAN STILL REGISTER FOR THE FALL.  BOTH
      *          FILES ARE OPENED AND CLOSED PER CALL ON THEIR OWN
      *          (NOT EXTERNAL) FDS, SAME AS PROJ-TERM-LOAD, BECAUSE
      *          THE CALLERS KEEP THE CALENDAR OPEN THEMSELVES.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-FILE-DESC ASSIGN TO 'CONDUCT-CASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CC-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CC-FILE-DESC RECORD CONTAINS 120 CHARACTERS.
           COPY CC-FILE-DESC.
       FD  AC-FILE-DESC RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       WORKING-STORAGE SECTION.
       01  WS-CC-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-CC-DONE                PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TERM-START             PIC 9(8).
       01  WS-TERM-END               PIC 9(8).
       01  WS-CASE-END               PIC 9(8).
       LINKAGE SECTION.
           COPY CV-CONDUCT-LINK.
       PROCEDURE DIVISION USING CV-CONDUCT-LINK.
       100-MAIN-MODULE.
           MOVE 'N' TO CV-BLOCKED
           MOVE SPACE TO CV-SANCTION
           MOVE ZERO TO CV-SANCT-END
           OPEN INPUT CC-FILE-DESC
           IF WS-CC-STATUS = '35'
               EXIT PROGRAM
           END-IF
           PERFORM 200-TERM-DATES
           MOVE CV-STU-NUM TO CC-STU-NUM
           MOVE ZERO TO CC-CASE-SEQ
           MOVE 'N' TO WS-CC-DONE
           START CC-FILE-DESC KEY IS NOT LESS THAN CC-KEY
               INVALID KEY MOVE 'Y' TO WS-CC-DONE
           END-START
           PERFORM UNTIL WS-CC-DONE = 'Y'
               READ CC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-CC-DONE
                   NOT AT END
                       IF CC-STU-NUM NOT = CV-STU-NUM
                           MOVE 'Y' TO WS-CC-DONE
                       ELSE
                           PERFORM 300-JUDGE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CC-FILE-DESC
           EXIT PROGRAM.
       200-TERM-DATES.
      *    THE TERM'S FIRST AND LAST DAYS FROM THE ACADEMIC CALENDAR.
      *    NO CALENDAR FILE, NO ROW FOR THE TERM OR A ROW WITHOUT BOTH
      *    DATES LEAVES BOTH ENDS AT TODAY.
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TERM-START = 20000000 + WS-TODAY
           MOVE WS-TERM-START TO WS-TERM-END
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CV-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-START > ZERO AND AC-TERM-END > ZERO
                           MOVE AC-TERM-START TO WS-TERM-START
                           MOVE AC-TERM-END TO WS-TERM-END
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       300-JUDGE-ONE-CASE.
      *    AN EXPULSION (OR ANY SANCTION KEYED WITHOUT AN END) RUNS
      *    FOREVER.  THE FIRST CASE THAT OVERLAPS THE TERM IS THE ONE
      *    REPORTED BACK.
           IF CV-BLOCKED = 'N' AND CC-FINDING = 'R'
                   AND (CC-SANCTION = 'S' OR 'E')
                   AND CC-SANCT-START > ZERO
               IF CC-SANCT-END = ZERO
                   MOVE 99999999 TO WS-CASE-END
               ELSE
                   MOVE CC-SANCT-END TO WS-CASE-END
               END-IF
               IF CC-SANCT-START NOT > WS-TERM-END
                       AND WS-CASE-END NOT < WS-TERM-START
                   MOVE 'Y' TO CV-BLOCKED
                   MOVE CC-SANCTION TO CV-SANCTION
                   MOVE CC-SANCT-END TO CV-SANCT-END
               END-IF
           END-IF.
