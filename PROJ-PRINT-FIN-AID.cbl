      *20260809  ADDED AN OPERATOR ID COLUMN TO THE DETAIL LINE, PULLED
      *          FROM FA-OPERATOR-ID, SO EACH AWARD SHOWS WHO KEYED
      *          IT IN.
      *20261015  PROJ-FIN-AID.DAT IS NOW INDEXED.  THE CHECKPOINT SAVES
      *          THE LAST FA-KEY PRINTED (STUDENT NUMBER AND FA-SEQ)
      *          IN PLACE OF THE RELATIVE KEY.
      *20261015  FIN AID FD NOW 51 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FA-FILE-DESC
               ASSIGN TO "PROJ-FIN-AID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT FIN-AID-REPORT
               ASSIGN TO "FA-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD FIN-AID-REPORT
          DATA RECORD IS REPORT-REC.
       FD CHECKPOINT-FILE
          DATA RECORD IS CKPT-REC.
       01 CKPT-REC.
          05 CKPT-KEY              PIC 9(14).
          05 CKPT-TOTAL-AWARD      PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       01 ANS                      PIC X.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
          88 NO-MORE-RECORDS                    VALUE "NO".
       01 WS-LINE-CT               PIC 99       VALUE ZERO.
       01 WS-CKPT-STATUS           PIC XX.
       01 WS-CKPT-COUNT            PIC 9(3)     VALUE ZERO.
       01 WS-CKPT-INTERVAL         PIC 9(3)     VALUE 100.
       01 WS-RESUME-KEY            PIC 9(14)    VALUE ZERO.
       01 WS-RESUME-ANS            PIC X.
       01 HEADING-1.
          05                       PIC X(6)     VALUE SPACES.
       100-MAIN-MODULE.
           OPEN INPUT FA-FILE-DESC
           PERFORM 150-CHECK-RESTART
           IF WS-RESUME-KEY > 0
               OPEN EXTEND FIN-AID-REPORT
           ELSE
               OPEN OUTPUT FIN-AID-REPORT
               PERFORM 200-HEADING-RTN
           END-IF
           MOVE "YES" TO ARE-THERE-MORE-RECORDS
           MOVE WS-RESUME-KEY TO FA-KEY
           START FA-FILE-DESC KEY IS GREATER THAN FA-KEY
               INVALID KEY MOVE "NO " TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS
                 FIN-AID-REPORT
           EXIT PROGRAM.
       150-CHECK-RESTART.
           MOVE ZERO TO WS-RESUME-KEY
           MOVE ZERO TO WS-TOTAL-AWARD
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
                   NOT AT END
                       IF CKPT-KEY > 0
                           DISPLAY 'A PRIOR RUN CHECKPOINTED AT '
                               'AWARD KEY: ' CKPT-KEY
                           DISPLAY 'RESUME FROM THERE (Y/N)? '
                           ACCEPT WS-RESUME-ANS
                           IF WS-RESUME-ANS = 'Y' OR 'y'
           ADD 1 TO WS-CKPT-COUNT
           IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE FA-KEY TO CKPT-KEY
               MOVE WS-TOTAL-AWARD TO CKPT-TOTAL-AWARD
               WRITE CKPT-REC
               CLOSE CHECKPOINT-FILE
