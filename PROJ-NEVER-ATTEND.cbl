      *          CRN HAS AT LEAST ONE NON-CLOSURE ROW ON FILE, SO
      *          'NO ATTENDANCE TAKEN YET' READS AS NO DATA, NOT AS
      *          NEVER ATTENDED.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-FIN-AID.DAT.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-AT-STATUS.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT NA-REPORT ASSIGN TO 'AT-NEVER-ATT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HY-FILE-DESC ASSIGN TO 'CAMPUS-HOLIDAY.DAT'
               FILE STATUS IS WS-HY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  AT-FILE-DESC IS EXTERNAL RECORD CONTAINS 27 CHARACTERS.
           COPY AT-FILE-DESC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  NA-REPORT
           DATA RECORD IS REPORT-REC.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-AT-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-FA-DONE                PIC X.
       01  WS-AT-DONE                PIC X.
       01  WS-ATTENDED               PIC X.
       01  WS-HAS-AID                PIC X.
           05 AID-OUT                PIC X(5).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT AT-FILE-DESC
           IF WS-AT-STATUS = '35'
               DISPLAY 'PROJ-NEVER-ATTEND: NO ATTENDANCE FILE ON'
           END-IF.
       250-CHECK-POSTED-AID.
           MOVE 'N' TO WS-HAS-AID
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
                   OR WS-HAS-AID = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           PERFORM 260-CHECK-FA-NODE
                       END-IF
               END-READ
           END-PERFORM.
       260-CHECK-FA-NODE.
           IF FA-OFFER-FLAG = SPACE AND FA-AWARD-AMNT > ZERO
               MOVE 'Y' TO WS-HAS-AID
