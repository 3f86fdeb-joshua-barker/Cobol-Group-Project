      *20260902  THE RETIRED DUPLICATE'S ROW NOW DROPS OFF THE
      *          LAST-NAME INDEX (SEE NX-FILE-DESC) SO A NAME SEARCH
      *          CAN'T LAND ON THE EMPTIED RECORD.
      *20261015  THE DUPLICATE'S AGGREGATE AID CARRIED OUT OF CLOSED
      *          AID YEARS (FA-AGGREGATE.DAT) IS ADDED INTO THE
      *          KEEPER'S ROW FOR EACH CODE AND THE DUPLICATE'S ROW IS
      *          DROPPED, SO THE AGGREGATE LIMIT STILL SEES ALL OF IT.
      *20261015  THE DUPLICATE'S ROW ON IDENT-SNAP.DAT (SEE
      *          IM-FILE-DESC) IS MARKED RETIRED WITH THE KEEPER'S
      *          NUMBER, SO THE NEXT PROJ-ID-FEED TELLS THE CARD,
      *          LIBRARY AND DOOR SYSTEMS THE NUMBER IS GONE.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT ROWS ARE NOW KEYED BY STUDENT AND
      *          SEQUENCE ON THE INDEXED PROJ-FIN-AID.DAT AND
      *          PROJ-REC.DAT.  EACH DUPLICATE ROW IS REWRITTEN UNDER
      *          THE KEEPER'S NUMBER AFTER THE KEEPER'S LAST SEQUENCE
      *          AND DELETED UNDER THE OLD KEY; NO POINTERS TO SPLICE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               LOCK MODE IS EXCLUSIVE
               RELATIVE KEY IS WS-EF-KEY.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT EX-FILE-DESC ASSIGN TO 'PROJ-ENR-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               ACCESS IS RANDOM
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NX-STATUS.
           SELECT FG-FILE-DESC ASSIGN TO 'FA-AGGREGATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FG-KEY
               FILE STATUS IS WS-FG-STATUS.
           SELECT IM-FILE-DESC ASSIGN TO 'IDENT-SNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IM-STATUS.
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
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       01  REPORT-REC                PIC X(57).
       FD  NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY NX-FILE-DESC.
       FD  FG-FILE-DESC IS EXTERNAL RECORD CONTAINS 50 CHARACTERS.
           COPY FG-FILE-DESC.
       FD  IM-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY IM-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-IM-STATUS              PIC XX.
       01  WS-NX-STATUS              PIC XX.
       01  WS-NX-ON-FILE             PIC X      VALUE 'N'.
       01  WS-MR-STATUS              PIC XX.
       01  WS-EX-STATUS              PIC XX.
       01  WS-EX-ON-FILE             PIC X      VALUE 'N'.
       01  WS-FG-STATUS              PIC XX.
       01  WS-FG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-FG-DONE                PIC X.
       01  WS-FG-CODE                PIC 9(4).
       01  WS-FG-THRU                PIC X(4).
       01  WS-FG-AMT                 PIC 9(7)V99.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-FA-DONE                PIC X.
       01  WS-RC-DONE                PIC X.
       01  WS-NEXT-FA-SEQ            PIC 9(5).
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-DUP-SEQ                PIC 9(5).
       01  WS-KEEP-SNO               PIC 9(9).
       01  WS-DUP-SNO                PIC 9(9).
       01  WS-KEEP-REC               PIC X(250).
       01  WS-KEEP-SPLIT REDEFINES WS-KEEP-REC.
           05  FILLER                PIC X(149).
           05  WS-KEEP-ENR-PNTR      PIC 9(5).
           05  FILLER                PIC X(67).
       01  WS-DUP-REC                PIC X(250).
       01  WS-DUP-SPLIT REDEFINES WS-DUP-REC.
           05  FILLER                PIC X(149).
           05  WS-DUP-ENR-PNTR       PIC 9(5).
           05  FILLER                PIC X(54).
       01  WS-WALK-PNTR              PIC 9(5).
           ELSE
               MOVE 'Y' TO WS-EX-ON-FILE
           END-IF
           OPEN I-O FG-FILE-DESC
           IF WS-FG-STATUS = '35'
               MOVE 'N' TO WS-FG-ON-FILE
           ELSE
               MOVE 'Y' TO WS-FG-ON-FILE
           END-IF
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-PAIR
           ACCEPT SCRN-PAIR
           MOVE ZERO TO WS-MOVED-CNT
           PERFORM 200-MERGE-ENR-CHAIN
           PERFORM 300-MERGE-FA-CHAIN
           IF WS-FG-ON-FILE = 'Y'
               PERFORM 350-MERGE-CARRIED
           END-IF
           PERFORM 400-MERGE-RC-CHAIN
           PERFORM 500-REWRITE-KEEPER
           PERFORM 600-RETIRE-DUPLICATE
               END-IF
           END-IF.
       300-MERGE-FA-CHAIN.
      *    EACH OF THE DUPLICATE'S AID ROWS IS WRITTEN BACK UNDER THE
      *    KEEPER'S NUMBER, ONE PAST THE KEEPER'S HIGHEST FA-SEQ, AND
      *    THEN DELETED UNDER THE OLD KEY, IN THE DUPLICATE'S OWN
      *    ORDER.  THE START IS REDONE EACH TIME, SINCE THE WRITE AND
      *    DELETE MOVE THE FILE POSITION.
           PERFORM 310-FIND-FA-TAIL
           MOVE 'N' TO WS-FA-DONE
           PERFORM UNTIL WS-FA-DONE = 'Y'
               MOVE WS-DUP-SNO TO FA-STU-NUM
               MOVE ZEROS TO FA-SEQ
               START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
                   INVALID KEY MOVE 'Y' TO WS-FA-DONE
               END-START
               IF WS-FA-DONE = 'N'
                   READ FA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-FA-DONE
                   END-READ
               END-IF
               IF WS-FA-DONE = 'N' AND FA-STU-NUM NOT = WS-DUP-SNO
                   MOVE 'Y' TO WS-FA-DONE
               END-IF
               IF WS-FA-DONE = 'N'
                   MOVE FA-SEQ TO WS-DUP-SEQ
                   MOVE WS-KEEP-SNO TO FA-STU-NUM
                   MOVE WS-NEXT-FA-SEQ TO FA-SEQ
                   WRITE FA-DATA-REC
                       INVALID KEY
                           DISPLAY 'AID ROW ' WS-DUP-SEQ
                               ' NOT MOVED -- KEEPER SEQUENCE '
                               WS-NEXT-FA-SEQ ' IN USE'
                           MOVE 'Y' TO WS-FA-DONE
                   END-WRITE
               END-IF
               IF WS-FA-DONE = 'N'
                   MOVE WS-DUP-SNO TO FA-STU-NUM
                   MOVE WS-DUP-SEQ TO FA-SEQ
                   DELETE FA-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-NEXT-FA-SEQ
                   ADD 1 TO WS-MOVED-CNT
               END-IF
           END-PERFORM.
       310-FIND-FA-TAIL.
           MOVE ZEROS TO WS-NEXT-FA-SEQ
           MOVE WS-KEEP-SNO TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = WS-KEEP-SNO
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           MOVE FA-SEQ TO WS-NEXT-FA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-FA-SEQ.
       350-MERGE-CARRIED.
      *    EACH OF THE DUPLICATE'S ROWS IS TAKEN OFF AND ADDED INTO THE
      *    KEEPER'S ROW FOR THE SAME CODE (A NEW ROW WHERE THE KEEPER
      *    HAD NONE).  THE START IS REDONE EACH TIME, SINCE THE KEEPER
      *    READ MOVES THE FILE POSITION.
           MOVE 'N' TO WS-FG-DONE
           PERFORM UNTIL WS-FG-DONE = 'Y'
               MOVE WS-DUP-SNO TO FG-STU-NUM
               MOVE ZERO TO FG-AWARD-CODE
               START FG-FILE-DESC KEY IS NOT LESS THAN FG-KEY
                   INVALID KEY MOVE 'Y' TO WS-FG-DONE
               END-START
               IF WS-FG-DONE = 'N'
                   READ FG-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-FG-DONE
                   END-READ
               END-IF
               IF WS-FG-DONE = 'N' AND FG-STU-NUM NOT = WS-DUP-SNO
                   MOVE 'Y' TO WS-FG-DONE
               END-IF
               IF WS-FG-DONE = 'N'
                   MOVE FG-AWARD-CODE TO WS-FG-CODE
                   MOVE FG-THRU-YEAR TO WS-FG-THRU
                   MOVE FG-AGG-AMT TO WS-FG-AMT
                   DELETE FG-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-KEEP-SNO TO FG-STU-NUM
                   MOVE WS-FG-CODE TO FG-AWARD-CODE
                   READ FG-FILE-DESC
                       INVALID KEY
                           MOVE SPACES TO FG-RECORD
                           MOVE WS-KEEP-SNO TO FG-STU-NUM
                           MOVE WS-FG-CODE TO FG-AWARD-CODE
                           MOVE WS-FG-THRU TO FG-THRU-YEAR
                           MOVE WS-FG-AMT TO FG-AGG-AMT
                           MOVE WS-TODAY TO FG-ROLL-DATE
                           WRITE FG-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD WS-FG-AMT TO FG-AGG-AMT
                           IF WS-FG-THRU > FG-THRU-YEAR
                               MOVE WS-FG-THRU TO FG-THRU-YEAR
                           END-IF
                           REWRITE FG-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
       400-MERGE-RC-CHAIN.
      *    MOVED THE SAME WAY AS THE AID ROWS.  THE MOVED ROWS'
      *    RUNNING BALANCES ALL SHIFT BY THE KEEPER'S LAST BALANCE, SO
      *    EVERY ROW'S RC-BALANCE IS STILL THE STUDENT'S TRUE BALANCE
      *    AS OF THAT ROW AND THE BALANCE-STEP RULE PROJ-BAL-CHECK
      *    ENFORCES STILL HOLDS ACROSS THE JOIN.
           PERFORM 410-FIND-RC-TAIL
           MOVE 'N' TO WS-RC-DONE
           PERFORM UNTIL WS-RC-DONE = 'Y'
               MOVE WS-DUP-SNO TO RC-STU-NUM
               MOVE ZEROS TO RC-SEQ
               START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
                   INVALID KEY MOVE 'Y' TO WS-RC-DONE
               END-START
               IF WS-RC-DONE = 'N'
                   READ RC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-RC-DONE
                   END-READ
               END-IF
               IF WS-RC-DONE = 'N' AND RC-STU-NUM NOT = WS-DUP-SNO
                   MOVE 'Y' TO WS-RC-DONE
               END-IF
               IF WS-RC-DONE = 'N'
                   MOVE RC-SEQ TO WS-DUP-SEQ
                   ADD WS-KEEP-TAIL-BAL TO RC-BALANCE
                   MOVE WS-KEEP-SNO TO RC-STU-NUM
                   MOVE WS-NEXT-RC-SEQ TO RC-SEQ
                   WRITE RC-REC
                       INVALID KEY
                           DISPLAY 'RECEIPT ROW ' WS-DUP-SEQ
                               ' NOT MOVED -- KEEPER SEQUENCE '
                               WS-NEXT-RC-SEQ ' IN USE'
                           MOVE 'Y' TO WS-RC-DONE
                   END-WRITE
               END-IF
               IF WS-RC-DONE = 'N'
                   MOVE WS-DUP-SNO TO RC-STU-NUM
                   MOVE WS-DUP-SEQ TO RC-SEQ
                   DELETE RC-FILE-DESC RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-NEXT-RC-SEQ
                   ADD 1 TO WS-MOVED-CNT
               END-IF
           END-PERFORM.
       410-FIND-RC-TAIL.
           MOVE ZERO TO WS-KEEP-TAIL-BAL
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE WS-KEEP-SNO TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-KEEP-SNO
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-KEEP-TAIL-BAL
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       500-REWRITE-KEEPER.
           MOVE WS-KEEP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
       600-RETIRE-DUPLICATE.
           MOVE WS-DUP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
           MOVE ZEROS TO SF-ENR-REC-PNTR
           MOVE 'I' TO SF-ACTIVE-FLAG
           REWRITE SF-RECORD
               DELETE NX-FILE-DESC RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           PERFORM 650-RETIRE-IDENTITY.
       650-RETIRE-IDENTITY.
      *    THE SNAPSHOT IS MADE HERE IF NO FEED HAS RUN YET, SO THE
      *    RETIREMENT IS NOT LOST.
           OPEN I-O IM-FILE-DESC
           IF WS-IM-STATUS = '35'
               OPEN OUTPUT IM-FILE-DESC
               CLOSE IM-FILE-DESC
               OPEN I-O IM-FILE-DESC
           END-IF
           MOVE 'S' TO IM-TYPE
           MOVE WS-DUP-SNO TO IM-ID
           READ IM-FILE-DESC
               INVALID KEY
                   MOVE SPACES TO IM-RECORD
                   MOVE 'S' TO IM-TYPE
                   MOVE WS-DUP-SNO TO IM-ID
                   MOVE 'ST' TO IM-PATRON
                   MOVE ZEROS TO IM-EXPIRE
                   MOVE ZEROS TO IM-SEEN-RUN
           END-READ
           MOVE 'M' TO IM-STATUS
           MOVE WS-KEEP-SNO TO IM-MERGED-TO
           MOVE ZEROS TO IM-SENT-DATE
           WRITE IM-RECORD
               INVALID KEY
                   REWRITE IM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE IM-FILE-DESC.
       700-WRITE-AUDIT-LINE.
      *    SF-MERGE.RPT ACCUMULATES THE MERGE AUDIT TRAIL ACROSS
      *    RUNS, SAME AS THE OTHER NOTICE FILES.
           IF WS-NX-ON-FILE = 'Y'
               CLOSE NX-FILE-DESC
           END-IF
           IF WS-FG-ON-FILE = 'Y'
               CLOSE FG-FILE-DESC
           END-IF
           EXIT PROGRAM.
