       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-BATCH-CTL.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  INBOUND BATCH CONTROL FOR THE FOUR
      *          POSTING BATCHES (PROJ-PAY-BATCH, PROJ-CHG-BATCH,
      *          PROJ-FA-BATCH, PROJ-ENR-BATCH), CALLED USING
      *          BX-BATCH-LINK (SEE THAT COPYBOOK FOR THE FUNCTIONS).
      *          EVERY INBOUND FILE NOW CARRIES A HEADER (SOURCE, FILE
      *          DATE, BATCH ID) AND A TRAILER (RECORD COUNT, HASH AND
      *          AMOUNT TOTALS), SEE BH-BATCH-HDR.  BEFORE ANYTHING
      *          POSTS, THE CALLER'S OWN COUNT OF THE DETAIL IS PROVED
      *          AGAINST THE TRAILER AND THE BATCH ID IS LOOKED UP ON
      *          THE REGISTRY (PROJ-BATCH-REG.DAT, SEE IB-FILE-DESC) --
      *          A FILE OUT OF BALANCE OR ALREADY POSTED IS REFUSED
      *          WHOLE.  THE REGISTRY ROW DOUBLES AS THE CHECKPOINT, SO
      *          A RUN THAT DIES MID-FILE RESUMES AT THE NEXT UNPOSTED
      *          RECORD WHEN THE SAME FILE IS RUN AGAIN.  EVERY
      *          DECISION AND EVERY COMPLETED BATCH IS WRITTEN TO THE
      *          BATCH CONTROL REPORT, BATCH-CTL.RPT.  SAME
      *          CALL-AND-RETURN SHAPE AS PROJ-WO-RECOVER -- THE
      *          REGISTRY IS OPENED AND CLOSED PER CALL, SO EACH
      *          CHECKPOINT IS ON DISK BEFORE THE NEXT RECORD POSTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-FILE-DESC ASSIGN TO 'PROJ-BATCH-REG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IB-KEY
               FILE STATUS IS WS-IB-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO 'BATCH-CTL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IB-FILE-DESC RECORD CONTAINS 120 CHARACTERS.
           COPY IB-FILE-DESC.
       FD  CONTROL-REPORT
           DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IB-STATUS              PIC XX.
       01  WS-CR-STATUS              PIC XX.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NOW                    PIC 9(8).
       01  WS-NOW-SPLIT REDEFINES WS-NOW.
           05  WS-NOW-HHMM           PIC 9(4).
           05  FILLER                PIC 9(4).
       01  WS-RESUME-TEXT.
           05                        PIC X(22)
               VALUE 'RESUMING AFTER RECORD '.
           05  WS-RESUME-REC         PIC 9(7).
           05                        PIC X(1)   VALUE SPACE.
       01  WS-DUP-TEXT.
           05                        PIC X(24)
               VALUE 'REFUSED - POSTED BEFORE '.
           05  WS-DUP-DATE           PIC 9(6).
       01  CTL-LINE-1.
           05  C1-DATE-OUT           PIC 9(6).
           05                        PIC X(1)   VALUE SPACE.
           05  C1-TIME-OUT           PIC 9(4).
           05                        PIC X(2)   VALUE SPACES.
           05  C1-SOURCE-OUT         PIC X(8).
           05                        PIC X(1)   VALUE SPACE.
           05  C1-BATCH-OUT          PIC X(12).
           05                        PIC X(6)   VALUE ' FILE '.
           05  C1-FILE-DATE-OUT      PIC 9(8).
           05                        PIC X(2)   VALUE SPACES.
           05  C1-RESULT-OUT         PIC X(30).
       01  CTL-LINE-2.
           05                        PIC X(4)   VALUE SPACES.
           05  C2-LABEL-OUT          PIC X(8).
           05                        PIC X(9)   VALUE ' RECORDS '.
           05  C2-CNT-OUT            PIC ZZZZZZ9.
           05                        PIC X(8)   VALUE '  HASH  '.
           05  C2-HASH-OUT           PIC 9(15).
           05                        PIC X(10)  VALUE '  AMOUNT  '.
           05  C2-AMT-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05                        PIC X(5)   VALUE SPACES.
       01  CTL-LINE-3.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'POSTED '.
           05  C3-POSTED-OUT         PIC ZZZZZZ9.
           05                        PIC X(13)  VALUE '  EXCEPTIONS '.
           05  C3-EXCEPT-OUT         PIC ZZZZZZ9.
           05                        PIC X(10)  VALUE '  AMOUNT  '.
           05  C3-AMT-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05                        PIC X(11)  VALUE '  RESTARTS '.
           05  C3-RESTART-OUT        PIC Z9.
           05                        PIC X(5)   VALUE SPACES.
       LINKAGE SECTION.
           COPY BX-BATCH-LINK.
       PROCEDURE DIVISION USING BX-BATCH-LINK.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-NOW FROM TIME
           OPEN I-O IB-FILE-DESC
           IF WS-IB-STATUS = '35'
               OPEN OUTPUT IB-FILE-DESC
               CLOSE IB-FILE-DESC
               OPEN I-O IB-FILE-DESC
           END-IF
           OPEN EXTEND CONTROL-REPORT
           IF WS-CR-STATUS = '35'
               OPEN OUTPUT CONTROL-REPORT
           END-IF
           IF BX-FUNC = 'O'
               PERFORM 200-OPEN-BATCH
           ELSE IF BX-FUNC = 'K'
               PERFORM 300-CHECKPOINT
           ELSE IF BX-FUNC = 'E'
               PERFORM 400-END-BATCH
           END-IF
           END-IF
           END-IF
           CLOSE IB-FILE-DESC
                 CONTROL-REPORT
           EXIT PROGRAM.
       200-OPEN-BATCH.
      *    THE FILE IS JUDGED IN THIS ORDER -- ITS SHAPE, ITS HEADER,
      *    ITS BALANCE, THEN THE REGISTRY -- AND THE FIRST FAILURE
      *    REFUSES IT.  ONLY A FILE THAT PASSES ALL FOUR GETS A ROW.
           MOVE SPACES TO BX-RESULT
           MOVE SPACES TO BX-RESULT-TEXT
           MOVE ZERO TO BX-LAST-REC
           MOVE ZERO TO BX-POSTED-CNT
           MOVE ZERO TO BX-EXCEPT-CNT
           MOVE ZERO TO BX-POSTED-AMT
           IF BX-FORMAT-ERR NOT = SPACES
               MOVE 'F' TO BX-RESULT
               MOVE BX-FORMAT-ERR TO BX-RESULT-TEXT
           ELSE IF BX-HDR-SOURCE NOT = BX-SOURCE
               MOVE 'F' TO BX-RESULT
               MOVE 'REFUSED - WRONG SOURCE ON HDR'
                   TO BX-RESULT-TEXT
           ELSE IF BX-HDR-BATCH-ID = SPACES
               MOVE 'F' TO BX-RESULT
               MOVE 'REFUSED - NO BATCH ID ON HDR'
                   TO BX-RESULT-TEXT
           ELSE IF BX-HDR-FILE-DATE NOT NUMERIC
                   OR BX-TRL-CNT NOT NUMERIC
                   OR BX-TRL-HASH NOT NUMERIC
                   OR BX-TRL-AMT NOT NUMERIC
               MOVE 'F' TO BX-RESULT
               MOVE 'REFUSED - HDR/TRL NOT NUMERIC'
                   TO BX-RESULT-TEXT
           ELSE IF BX-TRL-CNT NOT = BX-CNT
                   OR BX-TRL-HASH NOT = BX-HASH
                   OR BX-TRL-AMT NOT = BX-AMT
               MOVE 'B' TO BX-RESULT
               MOVE 'REFUSED - OUT OF BALANCE'
                   TO BX-RESULT-TEXT
           ELSE
               PERFORM 250-CHECK-REGISTRY
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 500-REPORT-OPEN.
       250-CHECK-REGISTRY.
      *    A COMPLETE ROW IS A DUPLICATE.  AN IN-PROGRESS ROW IS A RUN
      *    THAT DIED -- IT RESUMES, BUT ONLY FOR THE SAME FILE (THE
      *    SAME TOTALS); ANYTHING ELSE UNDER THAT BATCH ID IS REFUSED
      *    UNTIL THE SENDER ISSUES A NEW ONE.
           MOVE BX-SOURCE TO IB-SOURCE
           MOVE BX-HDR-BATCH-ID TO IB-BATCH-ID
           READ IB-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-ROW-ON-FILE
               NOT INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE
           END-READ
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO IB-RECORD
               MOVE BX-SOURCE TO IB-SOURCE
               MOVE BX-HDR-BATCH-ID TO IB-BATCH-ID
               MOVE BX-HDR-FILE-DATE TO IB-FILE-DATE
               MOVE 'I' TO IB-STATUS
               MOVE BX-CNT TO IB-REC-CNT
               MOVE BX-HASH TO IB-HASH-TOTAL
               MOVE BX-AMT TO IB-AMT-TOTAL
               MOVE ZERO TO IB-LAST-REC
               MOVE ZERO TO IB-POSTED-CNT
               MOVE ZERO TO IB-EXCEPT-CNT
               MOVE ZERO TO IB-POSTED-AMT
               MOVE WS-TODAY TO IB-START-DATE
               MOVE ZERO TO IB-END-DATE
               MOVE ZERO TO IB-RESTART-CNT
               WRITE IB-RECORD
               MOVE 'P' TO BX-RESULT
               MOVE 'ACCEPTED - POSTING' TO BX-RESULT-TEXT
           ELSE IF IB-STATUS = 'C'
               MOVE 'D' TO BX-RESULT
               MOVE IB-END-DATE TO WS-DUP-DATE
               MOVE WS-DUP-TEXT TO BX-RESULT-TEXT
           ELSE IF IB-REC-CNT NOT = BX-CNT
                   OR IB-HASH-TOTAL NOT = BX-HASH
                   OR IB-AMT-TOTAL NOT = BX-AMT
                   OR IB-FILE-DATE NOT = BX-HDR-FILE-DATE
               MOVE 'M' TO BX-RESULT
               MOVE 'REFUSED - NOT THE FILE STOPPED'
                   TO BX-RESULT-TEXT
           ELSE
               ADD 1 TO IB-RESTART-CNT
               REWRITE IB-RECORD
               MOVE 'R' TO BX-RESULT
               MOVE IB-LAST-REC TO WS-RESUME-REC
               MOVE WS-RESUME-TEXT TO BX-RESULT-TEXT
               MOVE IB-LAST-REC TO BX-LAST-REC
               MOVE IB-POSTED-CNT TO BX-POSTED-CNT
               MOVE IB-EXCEPT-CNT TO BX-EXCEPT-CNT
               MOVE IB-POSTED-AMT TO BX-POSTED-AMT
           END-IF
           END-IF
           END-IF.
       300-CHECKPOINT.
           MOVE BX-SOURCE TO IB-SOURCE
           MOVE BX-HDR-BATCH-ID TO IB-BATCH-ID
           READ IB-FILE-DESC
               INVALID KEY
                   DISPLAY 'PROJ-BATCH-CTL: NO REGISTRY ROW FOR '
                       BX-SOURCE ' ' BX-HDR-BATCH-ID
               NOT INVALID KEY
                   MOVE BX-LAST-REC TO IB-LAST-REC
                   MOVE BX-POSTED-CNT TO IB-POSTED-CNT
                   MOVE BX-EXCEPT-CNT TO IB-EXCEPT-CNT
                   MOVE BX-POSTED-AMT TO IB-POSTED-AMT
                   REWRITE IB-RECORD
           END-READ.
       400-END-BATCH.
           MOVE BX-SOURCE TO IB-SOURCE
           MOVE BX-HDR-BATCH-ID TO IB-BATCH-ID
           READ IB-FILE-DESC
               INVALID KEY
                   DISPLAY 'PROJ-BATCH-CTL: NO REGISTRY ROW FOR '
                       BX-SOURCE ' ' BX-HDR-BATCH-ID
               NOT INVALID KEY
                   MOVE 'C' TO IB-STATUS
                   MOVE BX-LAST-REC TO IB-LAST-REC
                   MOVE BX-POSTED-CNT TO IB-POSTED-CNT
                   MOVE BX-EXCEPT-CNT TO IB-EXCEPT-CNT
                   MOVE BX-POSTED-AMT TO IB-POSTED-AMT
                   MOVE WS-TODAY TO IB-END-DATE
                   REWRITE IB-RECORD
                   MOVE 'COMPLETE' TO C1-RESULT-OUT
                   PERFORM 600-REPORT-HEAD-LINE
                   MOVE IB-POSTED-CNT TO C3-POSTED-OUT
                   MOVE IB-EXCEPT-CNT TO C3-EXCEPT-OUT
                   MOVE IB-POSTED-AMT TO C3-AMT-OUT
                   MOVE IB-RESTART-CNT TO C3-RESTART-OUT
                   WRITE CONTROL-REC FROM CTL-LINE-3
           END-READ.
       500-REPORT-OPEN.
      *    THE DECISION LINE, THEN THE TRAILER'S FIGURES AND THE
      *    FIGURES COUNTED OFF THE DETAIL SIDE BY SIDE -- THE LINES
      *    THE SENDER NEEDS TO SEE WHEN A FILE IS SENT BACK.
           MOVE BX-RESULT-TEXT TO C1-RESULT-OUT
           PERFORM 600-REPORT-HEAD-LINE
           IF BX-RESULT NOT = 'F'
               MOVE 'TRAILER ' TO C2-LABEL-OUT
               MOVE BX-TRL-CNT TO C2-CNT-OUT
               MOVE BX-TRL-HASH TO C2-HASH-OUT
               MOVE BX-TRL-AMT TO C2-AMT-OUT
               WRITE CONTROL-REC FROM CTL-LINE-2
           END-IF
           MOVE 'COUNTED ' TO C2-LABEL-OUT
           MOVE BX-CNT TO C2-CNT-OUT
           MOVE BX-HASH TO C2-HASH-OUT
           MOVE BX-AMT TO C2-AMT-OUT
           WRITE CONTROL-REC FROM CTL-LINE-2.
       600-REPORT-HEAD-LINE.
           MOVE WS-TODAY TO C1-DATE-OUT
           MOVE WS-NOW-HHMM TO C1-TIME-OUT
           MOVE BX-SOURCE TO C1-SOURCE-OUT
           MOVE BX-HDR-BATCH-ID TO C1-BATCH-OUT
           IF BX-HDR-FILE-DATE NUMERIC
               MOVE BX-HDR-FILE-DATE TO C1-FILE-DATE-OUT
           ELSE
               MOVE ZERO TO C1-FILE-DATE-OUT
           END-IF
           WRITE CONTROL-REC FROM CTL-LINE-1.
