       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SID-CONVERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ONE-TIME CONVERSION FROM THE OLD
      *          STUDENT NUMBER (THE SSN THE OPERATOR KEYED AT ADD
      *          TIME) TO THE SYSTEM-ASSIGNED INSTITUTIONAL STUDENT ID.
      *          PASS 1 GIVES EVERY OLD NUMBER ON PROJ-STU-FILE.DAT AND
      *          EVERY ARCHIVED STUDENT ON SF-ARCHIVE.DAT AN ID FROM THE
      *          'STUDENT ' SEQUENCE (PROJ-NEXT-NUM) AND RECORDS THE
      *          PAIR ON PROJ-SID-MAP.DAT.  PASS 2 MOVES EACH STUDENT
      *          RECORD ONTO ITS ID.  PASS 3 REWRITES THE ENROLLMENT,
      *          AID AND RECEIPT CHAIN NODES IN PLACE.  PASS 4 COPIES
      *          THE ARCHIVE AND THE LETTER QUEUE TO .NEW FILES WITH
      *          THE NUMBERS CHANGED -- THE OPERATOR RENAMES THEM OVER
      *          THE .DAT FILES, SAME AS PROJ-STU-CONVERT.  THEN
      *          PROJ-SID-REKEY MOVES EVERY KEYED STUDENT-SIDE FILE.
      *          LAST, THE MAP IS EMPTIED -- IT IS A LIST OF SSNS AND
      *          IS NOT KEPT.  SF-SSN ITSELF IS UNTOUCHED.  LOGS AND
      *          HISTORY FILES (JOURNAL, ACCESS LOG, LETTER HISTORY,
      *          BATCH INPUTS) KEEP THE NUMBERS THEY WERE WRITTEN WITH.
      *          EACH PASS SKIPS WHAT IS ALREADY DONE, SO A RUN THAT
      *          STOPS PART WAY CAN SIMPLY BE RUN AGAIN.  RUN ONCE, IN
      *          A MAINTENANCE WINDOW, AFTER A BACKUP.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT ROWS ARE NOW KEYED BY STUDENT AND
      *          SEQUENCE (PROJ-FIN-AID.DAT, PROJ-REC.DAT); PASS 3
      *          MOVES EACH ROW TO ITS NEW KEY INSTEAD OF REWRITING
      *          THE STUDENT NUMBER IN PLACE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC
               ASSIGN TO "PROJ-STU-FILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT EF-FILE-DES
               ASSIGN TO "PROJ-ENR.REL"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY
               FILE STATUS IS WS-EF-STATUS.
           SELECT FA-FILE-DESC
               ASSIGN TO "PROJ-FIN-AID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-FA-STATUS.
           SELECT RC-FILE-DESC
               ASSIGN TO "PROJ-REC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT SM-FILE-DESC ASSIGN TO 'PROJ-SID-MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-OLD-NUM
               FILE STATUS IS WS-SM-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT NEW-ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT NEW-QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  SM-FILE-DESC RECORD CONTAINS 24 CHARACTERS.
           COPY SM-FILE-DESC.
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD  NEW-ARCHIVE-FILE
           DATA RECORD IS NEW-ARCH-REC.
       01  NEW-ARCH-REC                PIC X(251).
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                   PIC X(59).
       FD  NEW-QUEUE-FILE
           DATA RECORD IS NEW-QUEUE-REC.
       01  NEW-QUEUE-REC               PIC X(59).
       WORKING-STORAGE SECTION.
       COPY CQ-REC.
       01  WS-SF-STATUS                PIC XX.
       01  WS-EF-STATUS                PIC XX.
       01  WS-FA-STATUS                PIC XX.
       01  WS-RC-STATUS                PIC XX.
       01  WS-SM-STATUS                PIC XX.
       01  WS-AR-STATUS                PIC XX.
       01  WS-CQ-STATUS                PIC XX.
       01  WS-EF-KEY                   PIC 9(5)  VALUE ZERO.
       01  WS-EOF                      PIC X.
       01  WS-FA-DONE                  PIC X.
       01  WS-RC-DONE                  PIC X.
       01  WS-MAPPED                   PIC X.
      *    NO SSN BEGINS WITH A 9 -- ANYTHING BELOW THIS IS AN OLD
      *    NUMBER, ANYTHING AT OR ABOVE IS ALREADY AN ID.
       01  WS-FIRST-ID                 PIC 9(9)  VALUE 900000001.
       01  WS-SEQ-NAME                 PIC X(8)  VALUE 'STUDENT '.
       01  WS-NEW-ID                   PIC 9(9).
       01  WS-OLD-NUM                  PIC 9(9).
       01  WS-OLD-NUM-X REDEFINES WS-OLD-NUM PIC X(9).
       01  WS-HOLD-SF-REC              PIC X(250).
       01  WS-MAPPED-CNT               PIC 9(7)  VALUE ZERO.
       01  WS-STU-CNT                  PIC 9(7)  VALUE ZERO.
       01  WS-EF-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-FA-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-RC-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-ARCH-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-CQ-CNT                   PIC 9(7)  VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-SID-CONVERT STARTING'
           OPEN I-O SM-FILE-DESC
           IF WS-SM-STATUS = '35'
               OPEN OUTPUT SM-FILE-DESC
               CLOSE SM-FILE-DESC
               OPEN I-O SM-FILE-DESC
           END-IF
           OPEN I-O SF-FILE-DESC
           PERFORM 200-MAP-STUDENTS
           PERFORM 250-MAP-ARCHIVE
           DISPLAY 'PASS 1 -- ' WS-MAPPED-CNT ' NEW STUDENT ID(S) GIVEN'
           PERFORM 300-REKEY-STUDENTS
           DISPLAY 'PASS 2 -- ' WS-STU-CNT ' STUDENT RECORD(S) MOVED'
           CLOSE SF-FILE-DESC
           PERFORM 400-RENUMBER-ENR-CHAIN
           PERFORM 420-RENUMBER-FA-CHAIN
           PERFORM 440-RENUMBER-RC-CHAIN
           DISPLAY 'PASS 3 -- ' WS-EF-CNT ' ENROLLMENT, ' WS-FA-CNT
               ' AID AND ' WS-RC-CNT ' RECEIPT NODE(S) CHANGED'
           PERFORM 500-COPY-ARCHIVE
           PERFORM 550-COPY-QUEUE
           DISPLAY 'PASS 4 -- ' WS-ARCH-CNT ' ARCHIVE AND ' WS-CQ-CNT
               ' LETTER QUEUE LINE(S) CHANGED'
           CLOSE SM-FILE-DESC
           CALL 'PROJ-SID-REKEY'
      *    THE MAP IS A LIST OF SSNS -- EMPTY IT NOW THAT EVERY FILE
      *    HAS BEEN MOVED.
           OPEN OUTPUT SM-FILE-DESC
           CLOSE SM-FILE-DESC
           DISPLAY 'PROJ-SID-CONVERT FINISHED'
           DISPLAY 'VERIFY THE COUNTS, THEN RENAME SF-ARCHIVE.NEW OVER'
           DISPLAY 'SF-ARCHIVE.DAT AND PROJ-CORR-QUEUE.NEW OVER'
           DISPLAY 'PROJ-CORR-QUEUE.DAT BEFORE ANYTHING ELSE RUNS'
           EXIT PROGRAM.
       200-MAP-STUDENTS.
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SF-STU-NUM < WS-FIRST-ID
                           MOVE SF-STU-NUM TO WS-OLD-NUM
                           PERFORM 270-MAP-ONE-NUMBER
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
       250-MAP-ARCHIVE.
      *    AN ARCHIVED STUDENT IS OFF THE MASTER BUT CAN STILL BE
      *    RESTORED, SO ITS NUMBER NEEDS AN ID TOO.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARCH-TYPE = 'S'
                               MOVE ARCH-DATA (1:9) TO WS-OLD-NUM-X
                               IF WS-OLD-NUM-X NUMERIC
                                   AND WS-OLD-NUM < WS-FIRST-ID
                                   PERFORM 270-MAP-ONE-NUMBER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       270-MAP-ONE-NUMBER.
           MOVE WS-OLD-NUM TO SM-OLD-NUM
           READ SM-FILE-DESC
               INVALID KEY
                   MOVE WS-FIRST-ID TO WS-NEW-ID
                   CALL 'PROJ-NEXT-NUM' USING WS-SEQ-NAME, WS-NEW-ID
                   MOVE SPACES TO SM-RECORD
                   MOVE WS-OLD-NUM TO SM-OLD-NUM
                   MOVE WS-NEW-ID TO SM-NEW-NUM
                   WRITE SM-RECORD
                   ADD 1 TO WS-MAPPED-CNT
           END-READ.
       300-REKEY-STUDENTS.
      *    WALK THE MAP, NOT THE MASTER -- THE MASTER IS CHANGING
      *    UNDER US.  AN OLD NUMBER NO LONGER ON THE MASTER WAS EITHER
      *    MOVED ON AN EARLIER RUN OR IS AN ARCHIVED STUDENT.
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO SM-OLD-NUM
           START SM-FILE-DESC KEY IS NOT LESS THAN SM-OLD-NUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SM-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-REKEY-ONE-STUDENT
               END-READ
           END-PERFORM.
       310-REKEY-ONE-STUDENT.
           MOVE SM-OLD-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SF-RECORD TO WS-HOLD-SF-REC
                   MOVE SM-NEW-NUM TO SF-STU-NUM
                   WRITE SF-RECORD
                       INVALID KEY
                           DISPLAY 'STUDENT ID ' SM-NEW-NUM
                               ' ALREADY ON FILE -- OLD RECORD KEPT'
                       NOT INVALID KEY
                           MOVE WS-HOLD-SF-REC TO SF-RECORD
                           DELETE SF-FILE-DESC
                           ADD 1 TO WS-STU-CNT
                   END-WRITE
           END-READ.
       400-RENUMBER-ENR-CHAIN.
      *    SLOT 1 IS THE CONTROL RECORD; EVERY OTHER SLOT IS A NODE,
      *    LIVE OR ON THE FREE LIST.  A FREE NODE'S OLD NUMBER IS
      *    CHANGED TOO -- HARMLESS, AND IT LEAVES NO SSN BEHIND.
           OPEN I-O EF-FILE-DES
           IF WS-EF-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               MOVE 2 TO WS-EF-KEY
               START EF-FILE-DES KEY IS NOT LESS THAN WS-EF-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EF-FILE-DES NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RF-STUDENT-NUM TO SM-OLD-NUM
                           PERFORM 900-LOOK-UP-MAP
                           IF WS-MAPPED = 'Y'
                               MOVE SM-NEW-NUM TO RF-STUDENT-NUM
                               REWRITE ENR-REC
                               ADD 1 TO WS-EF-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EF-FILE-DES
           END-IF.
       420-RENUMBER-FA-CHAIN.
      *    AID AND RECEIPT ROWS ARE KEYED BY STUDENT NUMBER, SO A ROW
      *    CANNOT BE REWRITTEN IN PLACE -- EACH IS WRITTEN UNDER THE
      *    NEW ID AND DELETED UNDER THE OLD NUMBER.  THE MAP IS WALKED,
      *    AS IN PASS 2, AND EACH OLD NUMBER'S ROWS ARE MOVED IN TURN.
           OPEN I-O FA-FILE-DESC
           IF WS-FA-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO SM-OLD-NUM
               START SM-FILE-DESC KEY IS NOT LESS THAN SM-OLD-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 425-MOVE-FA-ROWS
                   END-READ
               END-PERFORM
               CLOSE FA-FILE-DESC
           END-IF.
       425-MOVE-FA-ROWS.
      *    THE START IS REDONE FOR EACH ROW, SINCE THE WRITE AND
      *    DELETE MOVE THE FILE POSITION.  EACH ROW KEEPS ITS OWN
      *    FA-SEQ UNDER THE NEW NUMBER.
           MOVE 'N' TO WS-FA-DONE
           PERFORM UNTIL WS-FA-DONE = 'Y'
               MOVE SM-OLD-NUM TO FA-STU-NUM
               MOVE ZEROS TO FA-SEQ
               START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
                   INVALID KEY MOVE 'Y' TO WS-FA-DONE
               END-START
               IF WS-FA-DONE = 'N'
                   READ FA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-FA-DONE
                   END-READ
               END-IF
               IF WS-FA-DONE = 'N' AND FA-STU-NUM NOT = SM-OLD-NUM
                   MOVE 'Y' TO WS-FA-DONE
               END-IF
               IF WS-FA-DONE = 'N'
                   MOVE SM-NEW-NUM TO FA-STU-NUM
                   WRITE FA-DATA-REC
                       INVALID KEY
                           DISPLAY 'AID ROW ' SM-NEW-NUM ' ' FA-SEQ
                               ' ALREADY ON FILE -- OLD ROW KEPT'
                           MOVE 'Y' TO WS-FA-DONE
                   END-WRITE
               END-IF
               IF WS-FA-DONE = 'N'
                   MOVE SM-OLD-NUM TO FA-STU-NUM
                   DELETE FA-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-FA-CNT
               END-IF
           END-PERFORM.
       440-RENUMBER-RC-CHAIN.
           OPEN I-O RC-FILE-DESC
           IF WS-RC-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO SM-OLD-NUM
               START SM-FILE-DESC KEY IS NOT LESS THAN SM-OLD-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 445-MOVE-RC-ROWS
                   END-READ
               END-PERFORM
               CLOSE RC-FILE-DESC
           END-IF.
       445-MOVE-RC-ROWS.
      *    THE START IS REDONE FOR EACH ROW, SINCE THE WRITE AND
      *    DELETE MOVE THE FILE POSITION.  EACH ROW KEEPS ITS OWN
      *    RC-SEQ UNDER THE NEW NUMBER.
           MOVE 'N' TO WS-RC-DONE
           PERFORM UNTIL WS-RC-DONE = 'Y'
               MOVE SM-OLD-NUM TO RC-STU-NUM
               MOVE ZEROS TO RC-SEQ
               START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 'Y' TO WS-RC-DONE
               END-START
               IF WS-RC-DONE = 'N'
                   READ RC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RC-DONE
                   END-READ
               END-IF
               IF WS-RC-DONE = 'N' AND RC-STU-NUM NOT = SM-OLD-NUM
                   MOVE 'Y' TO WS-RC-DONE
               END-IF
               IF WS-RC-DONE = 'N'
                   MOVE SM-NEW-NUM TO RC-STU-NUM
                   WRITE RC-REC
                       INVALID KEY
                           DISPLAY 'RECEIPT ROW ' SM-NEW-NUM ' ' RC-SEQ
                               ' ALREADY ON FILE -- OLD ROW KEPT'
                           MOVE 'Y' TO WS-RC-DONE
                   END-WRITE
               END-IF
               IF WS-RC-DONE = 'N'
                   MOVE SM-OLD-NUM TO RC-STU-NUM
                   DELETE RC-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-RC-CNT
               END-IF
           END-PERFORM.
       500-COPY-ARCHIVE.
      *    'S' AND 'E' RECORDS CARRY THE NUMBER IN BYTES 1-9 OF
      *    ARCH-DATA; 'F' AND 'R' (FA-DATA-REC, RC-REC) IN BYTES 11-19.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               OPEN OUTPUT NEW-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 510-COPY-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
                     NEW-ARCHIVE-FILE
           END-IF.
       510-COPY-ONE-ARCHIVE.
           IF ARCH-TYPE = 'S' OR 'E'
               MOVE ARCH-DATA (1:9) TO WS-OLD-NUM-X
           ELSE
               MOVE ARCH-DATA (11:9) TO WS-OLD-NUM-X
           END-IF
           IF WS-OLD-NUM-X NUMERIC
               MOVE WS-OLD-NUM TO SM-OLD-NUM
               PERFORM 900-LOOK-UP-MAP
               IF WS-MAPPED = 'Y'
                   IF ARCH-TYPE = 'S' OR 'E'
                       MOVE SM-NEW-NUM TO ARCH-DATA (1:9)
                   ELSE
                       MOVE SM-NEW-NUM TO ARCH-DATA (11:9)
                   END-IF
                   ADD 1 TO WS-ARCH-CNT
               END-IF
           END-IF
           WRITE NEW-ARCH-REC FROM ARCH-REC.
       550-COPY-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-CQ-STATUS NOT = '35'
               OPEN OUTPUT NEW-QUEUE-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUEUE-FILE INTO CQ-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CQ-STU-NUM TO SM-OLD-NUM
                           PERFORM 900-LOOK-UP-MAP
                           IF WS-MAPPED = 'Y'
                               MOVE SM-NEW-NUM TO CQ-STU-NUM
                               ADD 1 TO WS-CQ-CNT
                           END-IF
                           WRITE NEW-QUEUE-REC FROM CQ-LINE
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
                     NEW-QUEUE-FILE
           END-IF.
       900-LOOK-UP-MAP.
           READ SM-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-MAPPED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAPPED
           END-READ.
