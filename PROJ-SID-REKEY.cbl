       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SID-REKEY.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SECOND HALF OF THE STUDENT ID
      *          CONVERSION, CALLED BY PROJ-SID-CONVERT ONCE THE
      *          OLD-NUMBER/NEW-ID MAP (PROJ-SID-MAP.DAT, SEE
      *          SM-FILE-DESC) IS BUILT.  WALKS EVERY KEYED FILE THAT
      *          CARRIES A STUDENT NUMBER AND MOVES EACH ROW FOR A
      *          MAPPED NUMBER ONTO THE NEW ID -- WRITES THE ROW UNDER
      *          THE NEW KEY, THEN DELETES THE OLD ONE, SO A ROW IS
      *          NEVER LOST IF THE WRITE IS REFUSED.  PROJ-TRN-REQ.DAT
      *          IS KEYED BY REQUEST NUMBER AND IS REWRITTEN IN PLACE;
      *          RC-HISTORY.DAT ALSO HAS THE NUMBER INSIDE THE PARKED
      *          RECEIPT IMAGE, WHICH IS CHANGED WITH THE KEY.  A FILE
      *          NOT ON DISK IS SKIPPED.  SAFE TO RUN AGAIN -- A NEW ID
      *          IS NEVER AN OLD NUMBER, SO A ROW ALREADY MOVED IS LEFT
      *          ALONE.
      *20261015  RECEIPT HISTORY FD NOW 102 BYTES (CAMPUS ADDED); THE
      *          HOLD AREA WIDENED TO MATCH.
      *20261015  RECEIPT HISTORY FD NOW 110 BYTES (APPROVER ADDED); THE
      *          HOLD AREA WIDENED TO MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SM-FILE-DESC ASSIGN TO 'PROJ-SID-MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SM-OLD-NUM
               FILE STATUS IS WS-SM-STATUS.
           SELECT AH-FILE-DESC ASSIGN TO 'SF-ATHLETE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT AT-FILE-DESC ASSIGN TO 'PROJ-ATTEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-AT-STATUS.
           SELECT AV-FILE-DESC ASSIGN TO 'SF-ADVCLEAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-AV-STATUS.
           SELECT BK-FILE-DESC ASSIGN TO 'SF-BANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BK-STU-NUM
               FILE STATUS IS WS-BK-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT DG-FILE-DESC ASSIGN TO 'PROJ-DEGREE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DG-STU-NUM
               FILE STATUS IS WS-DG-STATUS.
           SELECT DP-FILE-DESC ASSIGN TO 'SF-DEGPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT DS-FILE-DESC ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT EX-FILE-DESC ASSIGN TO 'PROJ-ENR-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EX-STATUS.
           SELECT FW-FILE-DESC ASSIGN TO 'STU-WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FW-STU-NUM
               FILE STATUS IS WS-FW-STATUS.
           SELECT HD-FILE-DESC ASSIGN TO 'PROJ-HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HD-STATUS.
           SELECT HI-FILE-DESC ASSIGN TO 'RC-HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HI-STATUS.
           SELECT IN-FILE-DESC ASSIGN TO 'SF-INTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IN-STU-NUM
               FILE STATUS IS WS-IN-STATUS.
           SELECT NS-FILE-DESC ASSIGN TO 'SF-NSLDS-RPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NS-STU-NUM
               FILE STATUS IS WS-NS-STATUS.
           SELECT NX-FILE-DESC ASSIGN TO 'SF-NAME-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NX-STATUS.
           SELECT PM-FILE-DESC ASSIGN TO 'SF-PERMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.
           SELECT PP-FILE-DESC ASSIGN TO 'PROJ-PAY-PLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PP-STU-NUM
               FILE STATUS IS WS-PP-STATUS.
           SELECT SC-FILE-DESC ASSIGN TO 'PROJ-SPON-CONTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SC-STU-NUM
               FILE STATUS IS WS-SC-STATUS.
           SELECT TC-FILE-DESC ASSIGN TO 'PROJ-TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TC-STATUS.
           SELECT TS-FILE-DESC ASSIGN TO 'FA-TIMESHEET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TS-STATUS.
           SELECT VF-FILE-DESC ASSIGN TO 'FA-VERIFY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VF-KEY
               FILE STATUS IS WS-VF-STATUS.
           SELECT WP-FILE-DESC ASSIGN TO 'FA-WORKSTUDY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WP-STU-NUM
               FILE STATUS IS WS-WP-STATUS.
           SELECT TQ-FILE-DESC ASSIGN TO 'PROJ-TRN-REQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TQ-REQ-NO
               FILE STATUS IS WS-TQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SM-FILE-DESC RECORD CONTAINS 24 CHARACTERS.
           COPY SM-FILE-DESC.
       FD  AH-FILE-DESC IS EXTERNAL RECORD CONTAINS 20 CHARACTERS.
           COPY AH-FILE-DESC.
       FD  AT-FILE-DESC IS EXTERNAL RECORD CONTAINS 27 CHARACTERS.
           COPY AT-FILE-DESC.
       FD  AV-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY AV-FILE-DESC.
       FD  BK-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY BK-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  DG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY DG-FILE-DESC.
       FD  DP-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY DP-FILE-DESC.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  FW-FILE-DESC IS EXTERNAL RECORD CONTAINS 29 CHARACTERS.
           COPY FW-FILE-DESC.
       FD  HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
           COPY HD-FILE-DESC.
       FD  HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
           COPY HI-FILE-DESC.
       FD  IN-FILE-DESC IS EXTERNAL RECORD CONTAINS 42 CHARACTERS.
           COPY IN-FILE-DESC.
       FD  NS-FILE-DESC IS EXTERNAL RECORD CONTAINS 20 CHARACTERS.
           COPY NS-FILE-DESC.
       FD  NX-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY NX-FILE-DESC.
       FD  PM-FILE-DESC IS EXTERNAL RECORD CONTAINS 56 CHARACTERS.
           COPY PM-FILE-DESC.
       FD  PP-FILE-DESC IS EXTERNAL RECORD CONTAINS 87 CHARACTERS.
           COPY PP-FILE-DESC.
       FD  SC-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY SC-FILE-DESC.
       FD  TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
           COPY TC-FILE-DESC.
       FD  TS-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY TS-FILE-DESC.
       FD  VF-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY VF-FILE-DESC.
       FD  WP-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY WP-FILE-DESC.
       FD  TQ-FILE-DESC IS EXTERNAL RECORD CONTAINS 66 CHARACTERS.
           COPY TQ-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS              PIC XX.
       01  WS-AH-STATUS              PIC XX.
       01  WS-AT-STATUS              PIC XX.
       01  WS-AV-STATUS              PIC XX.
       01  WS-BK-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-DG-STATUS              PIC XX.
       01  WS-DP-STATUS              PIC XX.
       01  WS-DS-STATUS              PIC XX.
       01  WS-EX-STATUS              PIC XX.
       01  WS-FW-STATUS              PIC XX.
       01  WS-HD-STATUS              PIC XX.
       01  WS-HI-STATUS              PIC XX.
       01  WS-IN-STATUS              PIC XX.
       01  WS-NS-STATUS              PIC XX.
       01  WS-NX-STATUS              PIC XX.
       01  WS-PM-STATUS              PIC XX.
       01  WS-PP-STATUS              PIC XX.
       01  WS-SC-STATUS              PIC XX.
       01  WS-TC-STATUS              PIC XX.
       01  WS-TS-STATUS              PIC XX.
       01  WS-VF-STATUS              PIC XX.
       01  WS-WP-STATUS              PIC XX.
       01  WS-TQ-STATUS              PIC XX.
       01  WS-EOF                    PIC X.
       01  WS-MAPPED                 PIC X.
       01  WS-WRITE-OK               PIC X.
       01  WS-FILE-NAME              PIC X(20).
       01  WS-FILE-CNT               PIC 9(7).
       01  WS-TOTAL-CNT              PIC 9(7)   VALUE ZERO.
       01  WS-HOLD-REC               PIC X(110).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT SM-FILE-DESC
           IF WS-SM-STATUS = '35'
               DISPLAY 'PROJ-SID-REKEY -- NO PROJ-SID-MAP.DAT, NOTHING'
               DISPLAY 'TO REKEY'
               EXIT PROGRAM
           END-IF
           DISPLAY 'PROJ-SID-REKEY STARTING'
           PERFORM 210-REKEY-AH
           PERFORM 220-REKEY-AT
           PERFORM 230-REKEY-AV
           PERFORM 240-REKEY-BK
           PERFORM 250-REKEY-DA
           PERFORM 260-REKEY-DG
           PERFORM 270-REKEY-DP
           PERFORM 280-REKEY-DS
           PERFORM 290-REKEY-EX
           PERFORM 300-REKEY-FW
           PERFORM 310-REKEY-HD
           PERFORM 320-REKEY-HI
           PERFORM 330-REKEY-IN
           PERFORM 340-REKEY-NS
           PERFORM 350-REKEY-NX
           PERFORM 360-REKEY-PM
           PERFORM 370-REKEY-PP
           PERFORM 380-REKEY-SC
           PERFORM 390-REKEY-TC
           PERFORM 400-REKEY-TS
           PERFORM 410-REKEY-VF
           PERFORM 420-REKEY-WP
           PERFORM 430-REKEY-TQ
           CLOSE SM-FILE-DESC
           DISPLAY 'PROJ-SID-REKEY FINISHED -- ' WS-TOTAL-CNT
               ' ROW(S) MOVED TO THE NEW STUDENT ID'
           EXIT PROGRAM.
       210-REKEY-AH.
           MOVE 'SF-ATHLETE.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O AH-FILE-DESC
           IF WS-AH-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO AH-KEY
               START AH-FILE-DESC KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AH-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 215-REKEY-AH-ROW
                   END-READ
               END-PERFORM
               CLOSE AH-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       215-REKEY-AH-ROW.
           MOVE AH-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE AH-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO AH-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE AH-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO AH-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE AH-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START AH-FILE-DESC KEY IS GREATER THAN AH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       220-REKEY-AT.
           MOVE 'PROJ-ATTEND.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O AT-FILE-DESC
           IF WS-AT-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO AT-KEY
               START AT-FILE-DESC KEY IS NOT LESS THAN AT-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AT-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 225-REKEY-AT-ROW
                   END-READ
               END-PERFORM
               CLOSE AT-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       225-REKEY-AT-ROW.
           MOVE AT-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE AT-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO AT-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE AT-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO AT-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE AT-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START AT-FILE-DESC KEY IS GREATER THAN AT-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       230-REKEY-AV.
           MOVE 'SF-ADVCLEAR.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O AV-FILE-DESC
           IF WS-AV-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO AV-KEY
               START AV-FILE-DESC KEY IS NOT LESS THAN AV-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AV-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 235-REKEY-AV-ROW
                   END-READ
               END-PERFORM
               CLOSE AV-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       235-REKEY-AV-ROW.
           MOVE AV-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE AV-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO AV-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE AV-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO AV-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE AV-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START AV-FILE-DESC KEY IS GREATER THAN AV-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       240-REKEY-BK.
           MOVE 'SF-BANK.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O BK-FILE-DESC
           IF WS-BK-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO BK-STU-NUM
               START BK-FILE-DESC KEY IS NOT LESS THAN BK-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BK-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 245-REKEY-BK-ROW
                   END-READ
               END-PERFORM
               CLOSE BK-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       245-REKEY-BK-ROW.
           MOVE BK-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE BK-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO BK-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE BK-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO BK-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE BK-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START BK-FILE-DESC KEY IS GREATER THAN BK-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       250-REKEY-DA.
           MOVE 'DORM-ASSIGN.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO DA-KEY
               START DA-FILE-DESC KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 255-REKEY-DA-ROW
                   END-READ
               END-PERFORM
               CLOSE DA-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       255-REKEY-DA-ROW.
           MOVE DA-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE DA-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO DA-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE DA-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO DA-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE DA-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START DA-FILE-DESC KEY IS GREATER THAN DA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       260-REKEY-DG.
           MOVE 'PROJ-DEGREE.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O DG-FILE-DESC
           IF WS-DG-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO DG-STU-NUM
               START DG-FILE-DESC KEY IS NOT LESS THAN DG-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DG-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 265-REKEY-DG-ROW
                   END-READ
               END-PERFORM
               CLOSE DG-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       265-REKEY-DG-ROW.
           MOVE DG-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE DG-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO DG-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE DG-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO DG-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE DG-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START DG-FILE-DESC KEY IS GREATER THAN DG-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       270-REKEY-DP.
           MOVE 'SF-DEGPLAN.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O DP-FILE-DESC
           IF WS-DP-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO DP-KEY
               START DP-FILE-DESC KEY IS NOT LESS THAN DP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DP-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 275-REKEY-DP-ROW
                   END-READ
               END-PERFORM
               CLOSE DP-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       275-REKEY-DP-ROW.
           MOVE DP-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE DP-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO DP-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE DP-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO DP-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE DP-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START DP-FILE-DESC KEY IS GREATER THAN DP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       280-REKEY-DS.
           MOVE 'PROJ-FA-DISB.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO DS-KEY
               START DS-FILE-DESC KEY IS NOT LESS THAN DS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DS-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 285-REKEY-DS-ROW
                   END-READ
               END-PERFORM
               CLOSE DS-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       285-REKEY-DS-ROW.
           MOVE DS-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE DS-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO DS-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE DS-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO DS-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE DS-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START DS-FILE-DESC KEY IS GREATER THAN DS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       290-REKEY-EX.
           MOVE 'PROJ-ENR-XREF.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O EX-FILE-DESC
           IF WS-EX-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO EX-KEY
               START EX-FILE-DESC KEY IS NOT LESS THAN EX-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EX-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 295-REKEY-EX-ROW
                   END-READ
               END-PERFORM
               CLOSE EX-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       295-REKEY-EX-ROW.
           MOVE EX-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE EX-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO EX-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE EX-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO EX-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE EX-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START EX-FILE-DESC KEY IS GREATER THAN EX-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       300-REKEY-FW.
           MOVE 'STU-WAIVER.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O FW-FILE-DESC
           IF WS-FW-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO FW-STU-NUM
               START FW-FILE-DESC KEY IS NOT LESS THAN FW-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FW-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 305-REKEY-FW-ROW
                   END-READ
               END-PERFORM
               CLOSE FW-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       305-REKEY-FW-ROW.
           MOVE FW-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE FW-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO FW-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE FW-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO FW-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE FW-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START FW-FILE-DESC KEY IS GREATER THAN FW-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       310-REKEY-HD.
           MOVE 'PROJ-HOLDS.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O HD-FILE-DESC
           IF WS-HD-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO HD-KEY
               START HD-FILE-DESC KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HD-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 315-REKEY-HD-ROW
                   END-READ
               END-PERFORM
               CLOSE HD-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       315-REKEY-HD-ROW.
           MOVE HD-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE HD-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO HD-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE HD-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO HD-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE HD-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START HD-FILE-DESC KEY IS GREATER THAN HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       320-REKEY-HI.
           MOVE 'RC-HISTORY.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O HI-FILE-DESC
           IF WS-HI-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO HI-KEY
               START HI-FILE-DESC KEY IS NOT LESS THAN HI-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HI-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 325-REKEY-HI-ROW
                   END-READ
               END-PERFORM
               CLOSE HI-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       325-REKEY-HI-ROW.
      *    HI-DATA IS THE PARKED RC-REC -- ITS RC-STU-NUM (BYTES 11
      *    THRU 19) MOVES WITH THE KEY.
           MOVE HI-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE HI-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO HI-STU-NUM
               IF HI-DATA (11:9) = SM-OLD-NUM
                   MOVE SM-NEW-NUM TO HI-DATA (11:9)
               END-IF
               MOVE 'Y' TO WS-WRITE-OK
               WRITE HI-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO HI-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE HI-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START HI-FILE-DESC KEY IS GREATER THAN HI-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       330-REKEY-IN.
           MOVE 'SF-INTL.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O IN-FILE-DESC
           IF WS-IN-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO IN-STU-NUM
               START IN-FILE-DESC KEY IS NOT LESS THAN IN-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IN-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 335-REKEY-IN-ROW
                   END-READ
               END-PERFORM
               CLOSE IN-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       335-REKEY-IN-ROW.
           MOVE IN-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE IN-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO IN-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE IN-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO IN-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE IN-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START IN-FILE-DESC KEY IS GREATER THAN IN-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       340-REKEY-NS.
           MOVE 'SF-NSLDS-RPT.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O NS-FILE-DESC
           IF WS-NS-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO NS-STU-NUM
               START NS-FILE-DESC KEY IS NOT LESS THAN NS-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NS-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 345-REKEY-NS-ROW
                   END-READ
               END-PERFORM
               CLOSE NS-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       345-REKEY-NS-ROW.
           MOVE NS-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE NS-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO NS-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE NS-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO NS-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE NS-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START NS-FILE-DESC KEY IS GREATER THAN NS-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       350-REKEY-NX.
           MOVE 'SF-NAME-XREF.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O NX-FILE-DESC
           IF WS-NX-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO NX-KEY
               START NX-FILE-DESC KEY IS NOT LESS THAN NX-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NX-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 355-REKEY-NX-ROW
                   END-READ
               END-PERFORM
               CLOSE NX-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       355-REKEY-NX-ROW.
           MOVE NX-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE NX-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO NX-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE NX-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO NX-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE NX-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START NX-FILE-DESC KEY IS GREATER THAN NX-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       360-REKEY-PM.
           MOVE 'SF-PERMIT.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O PM-FILE-DESC
           IF WS-PM-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PM-KEY
               START PM-FILE-DESC KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PM-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 365-REKEY-PM-ROW
                   END-READ
               END-PERFORM
               CLOSE PM-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       365-REKEY-PM-ROW.
           MOVE PM-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE PM-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO PM-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PM-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO PM-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE PM-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START PM-FILE-DESC KEY IS GREATER THAN PM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       370-REKEY-PP.
           MOVE 'PROJ-PAY-PLAN.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O PP-FILE-DESC
           IF WS-PP-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO PP-STU-NUM
               START PP-FILE-DESC KEY IS NOT LESS THAN PP-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PP-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 375-REKEY-PP-ROW
                   END-READ
               END-PERFORM
               CLOSE PP-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       375-REKEY-PP-ROW.
           MOVE PP-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE PP-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO PP-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PP-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO PP-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE PP-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START PP-FILE-DESC KEY IS GREATER THAN PP-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       380-REKEY-SC.
           MOVE 'PROJ-SPON-CONTR.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O SC-FILE-DESC
           IF WS-SC-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO SC-STU-NUM
               START SC-FILE-DESC KEY IS NOT LESS THAN SC-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 385-REKEY-SC-ROW
                   END-READ
               END-PERFORM
               CLOSE SC-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       385-REKEY-SC-ROW.
           MOVE SC-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE SC-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO SC-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE SC-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO SC-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE SC-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START SC-FILE-DESC KEY IS GREATER THAN SC-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       390-REKEY-TC.
           MOVE 'PROJ-TRANSFER.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O TC-FILE-DESC
           IF WS-TC-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO TC-KEY
               START TC-FILE-DESC KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 395-REKEY-TC-ROW
                   END-READ
               END-PERFORM
               CLOSE TC-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       395-REKEY-TC-ROW.
           MOVE TC-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE TC-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO TC-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE TC-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO TC-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE TC-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START TC-FILE-DESC KEY IS GREATER THAN TC-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       400-REKEY-TS.
           MOVE 'FA-TIMESHEET.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O TS-FILE-DESC
           IF WS-TS-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO TS-KEY
               START TS-FILE-DESC KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TS-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 405-REKEY-TS-ROW
                   END-READ
               END-PERFORM
               CLOSE TS-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       405-REKEY-TS-ROW.
           MOVE TS-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE TS-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO TS-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE TS-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO TS-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE TS-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START TS-FILE-DESC KEY IS GREATER THAN TS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       410-REKEY-VF.
           MOVE 'FA-VERIFY.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O VF-FILE-DESC
           IF WS-VF-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO VF-KEY
               START VF-FILE-DESC KEY IS NOT LESS THAN VF-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VF-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 415-REKEY-VF-ROW
                   END-READ
               END-PERFORM
               CLOSE VF-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       415-REKEY-VF-ROW.
           MOVE VF-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE VF-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO VF-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE VF-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO VF-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE VF-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START VF-FILE-DESC KEY IS GREATER THAN VF-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       420-REKEY-WP.
           MOVE 'FA-WORKSTUDY.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O WP-FILE-DESC
           IF WS-WP-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO WP-STU-NUM
               START WP-FILE-DESC KEY IS NOT LESS THAN WP-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WP-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 425-REKEY-WP-ROW
                   END-READ
               END-PERFORM
               CLOSE WP-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       425-REKEY-WP-ROW.
           MOVE WP-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE WP-RECORD TO WS-HOLD-REC
               MOVE SM-NEW-NUM TO WP-STU-NUM
               MOVE 'Y' TO WS-WRITE-OK
               WRITE WP-RECORD
                   INVALID KEY MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE WS-HOLD-REC TO WP-RECORD
               IF WS-WRITE-OK = 'Y'
                   DELETE WP-FILE-DESC
                   ADD 1 TO WS-FILE-CNT
               ELSE
                   PERFORM 810-SHOW-REFUSED
               END-IF
               START WP-FILE-DESC KEY IS GREATER THAN WP-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
       430-REKEY-TQ.
           MOVE 'PROJ-TRN-REQ.DAT' TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-CNT
           OPEN I-O TQ-FILE-DESC
           IF WS-TQ-STATUS = '35'
               DISPLAY WS-FILE-NAME ' NOT ON FILE -- SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE ZERO TO TQ-REQ-NO
               START TQ-FILE-DESC KEY IS NOT LESS THAN TQ-REQ-NO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TQ-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 435-REKEY-TQ-ROW
                   END-READ
               END-PERFORM
               CLOSE TQ-FILE-DESC
               PERFORM 800-SHOW-FILE-COUNT
           END-IF.
       435-REKEY-TQ-ROW.
      *    KEYED BY REQUEST NUMBER -- THE STUDENT NUMBER IS DATA, SO
      *    THE ROW IS REWRITTEN WHERE IT STANDS.
           MOVE TQ-STU-NUM TO SM-OLD-NUM
           PERFORM 900-LOOK-UP-MAP
           IF WS-MAPPED = 'Y'
               MOVE SM-NEW-NUM TO TQ-STU-NUM
               REWRITE TQ-RECORD
               ADD 1 TO WS-FILE-CNT
           END-IF.
       800-SHOW-FILE-COUNT.
           DISPLAY WS-FILE-NAME ' ' WS-FILE-CNT ' ROW(S) REKEYED'
           ADD WS-FILE-CNT TO WS-TOTAL-CNT.
       810-SHOW-REFUSED.
      *    THE NEW KEY IS ALREADY ON FILE -- THE OLD ROW STAYS WHERE IT
      *    IS FOR THE OFFICE TO SORT OUT BY HAND.
           DISPLAY WS-FILE-NAME ' ROW FOR ' SM-NEW-NUM
               ' ALREADY ON FILE -- OLD ROW LEFT IN PLACE'.
       900-LOOK-UP-MAP.
           READ SM-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-MAPPED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAPPED
           END-READ.
