       PROGRAM-ID. PROJ-ARCHIVE-STUDENTS.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20260809.
      *MODIFICATION HISTORY:
      *20261015  RECEIPT AND AID FILES ARE NOW INDEXED BY STUDENT AND
      *          SEQUENCE; A STUDENT'S RC AND FA ROWS ARE ARCHIVED AND
      *          DELETED OUTRIGHT INSTEAD OF GOING ONTO A FREE LIST.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED); EF-EOF-REC FILLER WIDENED TO MATCH, AND A
      *          FREED NODE'S RESERVED-SEAT ROW IS ZEROED.
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED); EF-EOF-REC FILLER WIDENED TO MATCH, AND A
      *          FREED NODE'S HOURS ARE ZEROED WITH THE REST OF IT.
      *20261015  AN INACTIVE STUDENT ON AN APPROVED, OPEN LEAVE OF
      *          ABSENCE (SEE LV-FILE-DESC), OR WHOSE CONVERTED LEAVE
      *          IS STILL WAITING ON ITS RETURN OF TITLE IV, IS LEFT ON
      *          FILE -- THEY ARE EXPECTED BACK, OR THE AID CHAIN IS
      *          STILL NEEDED.
      *20261015  FA-DATA-REC GREW BY FOUR BYTES (FA-AID-YEAR); A FREED
      *          NODE'S AID YEAR IS BLANKED WITH THE REST OF IT.
      *20260823  THE EF FREE LOOP NOW ALSO DROPS EACH FREED NODE'S
      *          ROW OFF PROJ-ENR-XREF.DAT (A NO-OP UNTIL THE XREF
      *          IS BUILT).
      *          PROJ-RC'S 150-GET-NEW-RC-SLOT, AND FEDAID'S
      *          200-INPUT-ROUTINE) AND DELETES THE SF-RECORD SO THE
      *          INDEXED FILE RECLAIMS THE SLOT TOO.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-EF-STATUS
               RELATIVE KEY IS WS-EF-KEY.
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
           SELECT EX-FILE-DESC ASSIGN TO 'PROJ-ENR-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EX-STATUS.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
       COPY EX-FILE-DESC.
       FD LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
       COPY LV-FILE-DESC.
       FD ARCHIVE-FILE
          DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD ARCHIVE-REPORT
          DATA RECORD IS REPORT-REC.
       01  REPORT-REC                  PIC X(57).
       01  WS-SF-STATUS                PIC XX.
       01  WS-EX-STATUS                PIC XX.
       01  WS-EX-ON-FILE               PIC X      VALUE 'N'.
       01  WS-LV-STATUS                PIC XX.
       01  WS-LV-ON-FILE               PIC X      VALUE 'N'.
       01  WS-KEEP-FOR-LEAVE           PIC X.
       01  WS-LEAVE-KEPT-CNT           PIC 9(5)  VALUE ZERO.
       01  WS-EF-STATUS                PIC XX.
       01  WS-FA-STATUS                PIC XX.
       01  WS-RC-STATUS                PIC XX.
       01  ARE-THERE-MORE-RECORDS      PIC X(3)  VALUE "YES".
           88  NO-MORE-RECORDS                   VALUE "NO".
       01  WS-EF-KEY                   PIC 9(5)  VALUE ZERO.
       01  WS-NEXT-PNTR                PIC 9(5)  VALUE ZERO.
       01  EF-EOF-REC.
           05  EF-EOF-POINTER          PIC 9(5).
           05  EF-FREE-HEAD            PIC 9(5).
           05  FILLER                  PIC X(39).
       01  WS-FA-DONE                  PIC X     VALUE 'N'.
       01  WS-RC-DONE                  PIC X     VALUE 'N'.
       01  WS-LINE-CT                  PIC 99    VALUE ZERO.
       01  WS-PAGE                     PIC 99    VALUE ZERO.
       01  WS-ARCHIVED-CNT             PIC 9(5)  VALUE ZERO.
           ELSE
               MOVE 'Y' TO WS-EX-ON-FILE
           END-IF
           OPEN INPUT LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               MOVE 'N' TO WS-LV-ON-FILE
           ELSE
               MOVE 'Y' TO WS-LV-ON-FILE
           END-IF
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
                   AT END MOVE "NO " TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF SF-ACTIVE-FLAG = 'I'
                           PERFORM 190-CHECK-LEAVE
                           IF WS-KEEP-FOR-LEAVE = 'Y'
                               ADD 1 TO WS-LEAVE-KEPT-CNT
                           ELSE
                               PERFORM 200-ARCHIVE-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ARCHIVED-CNT TO FOOT-CNT-OUT
           WRITE REPORT-REC FROM FOOTING-LINE AFTER 2
           DISPLAY 'PROJ-ARCHIVE-STUDENTS FINISHED -- ' WS-ARCHIVED-CNT
               ' STUDENT(S) ARCHIVED, ' WS-LEAVE-KEPT-CNT
               ' KEPT FOR A LEAVE OF ABSENCE'
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 FA-FILE-DESC
           IF WS-EX-ON-FILE = 'Y'
               CLOSE EX-FILE-DESC
           END-IF
           IF WS-LV-ON-FILE = 'Y'
               CLOSE LV-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       190-CHECK-LEAVE.
           MOVE 'N' TO WS-KEEP-FOR-LEAVE
           IF WS-LV-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO LV-STU-NUM
               READ LV-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF (LV-APPROVED = 'Y' AND LV-STATUS = 'A')
                               OR LV-R2T4-DUE = 'Y'
                           MOVE 'Y' TO WS-KEEP-FOR-LEAVE
                       END-IF
               END-READ
           END-IF.
       200-ARCHIVE-ONE-STUDENT.
           MOVE 'S' TO ARCH-TYPE
           MOVE SPACES TO ARCH-DATA
               MOVE SPACES TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE ZERO TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
               MOVE EF-FREE-HEAD TO RF-NXT-CLS-PNTR
               REWRITE ENR-REC
               PERFORM 910-CHECK-EF-STATUS
               MOVE WS-NEXT-PNTR TO SF-ENR-REC-PNTR
           END-PERFORM.
       400-ARCHIVE-FA-CHAIN.
      *    TAKES THE STUDENT'S LOWEST-SEQUENCE AID ROW, ARCHIVES IT AND
      *    DELETES IT, UNTIL NONE ARE LEFT -- SAME FRESH-START LOOP AS
      *    PROJ-FY-CLOSE'S 220-READ-FIRST-ROW.
           MOVE 'N' TO WS-FA-DONE
           PERFORM UNTIL WS-FA-DONE = 'Y'
               PERFORM 410-READ-FIRST-FA
               IF WS-FA-DONE = 'N'
                   MOVE 'F' TO ARCH-TYPE
                   MOVE SPACES TO ARCH-DATA
                   MOVE FA-DATA-REC TO ARCH-DATA
                   WRITE ARCH-REC
                   DELETE FA-FILE-DESC
                   PERFORM 920-CHECK-FA-STATUS
               END-IF
           END-PERFORM.
       410-READ-FIRST-FA.
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           IF WS-FA-DONE = 'N'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       END-IF
               END-READ
           END-IF.
       500-ARCHIVE-RC-CHAIN.
      *    SAME LOOP AGAIN FOR THE STUDENT'S RECEIPT ROWS.
           MOVE 'N' TO WS-RC-DONE
           PERFORM UNTIL WS-RC-DONE = 'Y'
               PERFORM 510-READ-FIRST-RC
               IF WS-RC-DONE = 'N'
                   MOVE 'R' TO ARCH-TYPE
                   MOVE SPACES TO ARCH-DATA
                   MOVE RC-REC TO ARCH-DATA
                   WRITE ARCH-REC
                   DELETE RC-FILE-DESC
                   PERFORM 930-CHECK-RC-STATUS
               END-IF
           END-PERFORM.
       510-READ-FIRST-RC.
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           IF WS-RC-DONE = 'N'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       END-IF
               END-READ
           END-IF.
       900-CHECK-SF-STATUS.
           IF WS-SF-STATUS NOT = '00'
               DISPLAY 'PROJ-STU-FILE.DAT I/O ERROR, STATUS: '
               STOP RUN
           END-IF.
       920-CHECK-FA-STATUS.
           IF WS-FA-STATUS NOT = '00' AND WS-FA-STATUS NOT = '02'
               DISPLAY 'PROJ-FIN-AID.DAT I/O ERROR, STATUS: '
                       WS-FA-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE SF-FILE-DESC EF-FILE-DES FA-FILE-DESC RC-FILE-DESC
               STOP RUN
           END-IF.
       930-CHECK-RC-STATUS.
           IF WS-RC-STATUS NOT = '00' AND WS-RC-STATUS NOT = '02'
               DISPLAY 'PROJ-REC.DAT I/O ERROR, STATUS: ' WS-RC-STATUS
               DISPLAY 'PROGRAM TERMINATING -- NOTIFY SUPPORT'
               CLOSE SF-FILE-DESC EF-FILE-DES FA-FILE-DESC RC-FILE-DESC
                     ARCHIVE-FILE ARCHIVE-REPORT
