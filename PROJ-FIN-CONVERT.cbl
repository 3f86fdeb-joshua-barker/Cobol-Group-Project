       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-FIN-CONVERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ONE-TIME CONVERSION OF THE RECEIPT
      *          AND FINANCIAL AID CHAINS FROM THE RELATIVE FILES
      *          PROJ-REC.REL AND PROJ-FIN-AID.REL TO THE INDEXED
      *          FILES PROJ-REC.DAT AND PROJ-FIN-AID.DAT, KEYED BY
      *          STUDENT NUMBER PLUS A PER-STUDENT SEQUENCE (SEE
      *          RC-FILE-DESC AND FA-FILE-DESC).  EACH STUDENT'S TWO
      *          CHAINS ARE WALKED FROM THE HEADS ON THE STUDENT
      *          MASTER AND WRITTEN IN CHAIN ORDER AS SEQUENCE 1, 2,
      *          3 ...; THE HEADS ARE THEN ZEROED.  THE MISCELLANEOUS
      *          RECEIPTS (RC-TYPE 'MISC', STUDENT ZERO), WHICH WERE
      *          NEVER ON A CHAIN, GO ACROSS UNDER STUDENT ZERO.  ANY
      *          OTHER SLOT NOT REACHED FROM A CHAIN OR THE FREE LIST,
      *          AND ANY CHAIN THAT BREAKS OR LOOPS, IS LISTED ON
      *          FIN-CONVERT.RPT FOR THE BUSINESS AND AID OFFICES
      *          RATHER THAN CARRIED -- AN ORPHANED NODE'S RUNNING
      *          BALANCE WOULD OTHERWISE BECOME THE STUDENT'S CURRENT
      *          ONE.  APPLICANTS' RECEIPT CHAINS (AP-OLD-RC-PNTR)
      *          GO ACROSS UNDER THE APPLICATION NUMBER THE SAME WAY.
      *          EVERY OTHER FILE THAT REMEMBERED A NODE BY ITS SLOT
      *          (FA-CB-TRACK, SCHOL-AWARD, RC-MISC-RCPT, PROJ-
      *          APPROVAL, PARK-CITE, RC-REFCHECK) HAS THE SLOT
      *          REPLACED BY THE ROW'S NEW SEQUENCE, AND THE RECEIPTS
      *          PARKED ON RC-HISTORY.DAT ARE REARRANGED TO THE NEW
      *          LAYOUT.  THE NEXT RECEIPT NUMBER ON THE OLD SLOT-1
      *          CONTROL RECORD BECOMES THE 'RECEIPT ' SEQUENCE ON
      *          PROJ-SEQ-CTL.DAT.  THE ARCHIVED AID AND RECEIPT
      *          LINES ON SF-ARCHIVE.DAT ARE COPIED TO SF-ARCHIVE.NEW
      *          UNDER THE NEW LAYOUTS; THE OPERATOR RENAMES IT OVER
      *          THE .DAT, SAME AS PROJ-FA-AY-CONVERT.  BACKUP
      *          GENERATIONS TAKEN BEFORE THIS RUN HOLD THE OLD FILES
      *          SLOT BY SLOT AND PROJ-RESTORE WILL NOT LOAD THEM --
      *          TAKE A FRESH BACKUP AND START A NEW JOURNAL AS SOON
      *          AS THE COUNTS ARE VERIFIED.  RUN ONCE, IN A
      *          MAINTENANCE WINDOW, AFTER A BACKUP.  THE .REL FILES
      *          ARE ONLY READ AND CAN BE KEPT UNTIL THE NEW FILES
      *          HAVE BEEN THROUGH A MONTH-END.  THE RUN REFUSES TO
      *          START IF PROJ-REC.DAT IS ALREADY THERE.
      *20261015  RECEIPT FD NOW 88 BYTES AND RECEIPT HISTORY FD NOW 102
      *          BYTES (CAMPUS ADDED).  THE ROWS WRITTEN HERE CARRY A
      *          BLANK RC-CAMPUS -- NO WINDOW TOOK THEM, SO THEY COUNT
      *          AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES, FIN AID FD NOW 51 BYTES AND
      *          RECEIPT HISTORY FD NOW 110 BYTES (APPROVER ADDED).  THE
      *          CONVERTED ROWS CARRY A BLANK APPROVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC
               ASSIGN TO "PROJ-STU-FILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT OLD-FA-FILE ASSIGN TO 'PROJ-FIN-AID.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-OLD-FA-KEY
               FILE STATUS IS WS-OLD-FA-STATUS.
           SELECT OLD-RC-FILE ASSIGN TO 'PROJ-REC.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-OLD-RC-KEY
               FILE STATUS IS WS-OLD-RC-STATUS.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-FA-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-RC-STATUS.
           SELECT AP-FILE-DESC ASSIGN TO 'PROJ-APPLICANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-APP-NUM
               FILE STATUS IS WS-AP-STATUS.
           SELECT CK-FILE-DESC ASSIGN TO 'FA-CB-TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CK-STATUS.
           SELECT SW-FILE-DESC ASSIGN TO 'SCHOL-AWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SW-STATUS.
           SELECT MX-FILE-DESC ASSIGN TO 'RC-MISC-RCPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MX-RCPT-NO
               FILE STATUS IS WS-MX-STATUS.
           SELECT PA-FILE-DESC ASSIGN TO 'PROJ-APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PA-ITEM-NO
               FILE STATUS IS WS-PA-STATUS.
           SELECT PC-FILE-DESC ASSIGN TO 'PARK-CITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT HI-FILE-DESC ASSIGN TO 'RC-HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HI-STATUS.
           SELECT WORK-FILE ASSIGN TO 'FIN-CONVERT.WRK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT NEW-ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERT-REPORT ASSIGN TO 'FIN-CONVERT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
      *    THE OLD 43-BYTE AID NODE AND 86-BYTE RECEIPT NODE, AS THEY
      *    STOOD ON THE RELATIVE FILES.  SLOT 1 OF EACH IS THE CONTROL
      *    RECORD (NEXT VIRGIN SLOT, FREE-LIST HEAD, SLOT CEILING, AND
      *    ON PROJ-REC.REL THE NEXT RECEIPT NUMBER).
       FD  OLD-FA-FILE RECORD CONTAINS 43 CHARACTERS.
       01  OLD-FA-REC.
           05  OLD-FA-AWARD-CODE   PIC 9(4).
           05  OLD-FA-AWARD-AMNT   PIC 9(4)V99.
           05  OLD-FA-STU-NUM      PIC 9(9).
           05  OLD-FA-NEXT-PNTR    PIC 9(5).
           05  OLD-FA-POST-DATE    PIC 9(6).
           05  OLD-FA-OPERATOR-ID  PIC X(8).
           05  OLD-FA-OFFER-FLAG   PIC X.
           05  OLD-FA-AID-YEAR     PIC X(4).
       01  OLD-FA-CTL-REC.
           05  OLD-FA-CTL-EOF      PIC 9(5).
           05  OLD-FA-CTL-FREE     PIC 9(5).
           05  FILLER              PIC X(33).
       FD  OLD-RC-FILE RECORD CONTAINS 86 CHARACTERS.
       01  OLD-RC-REC.
           05  OLD-RC-TYPE         PIC X(10).
           05  OLD-RC-STU-NUM      PIC 9(9).
           05  OLD-RC-AMT-OWED     PIC 9(4)V99.
           05  OLD-RC-AMT-PAID     PIC 9(4)V99.
           05  OLD-RC-NEXT-PNTR    PIC 9(5).
           05  OLD-RC-VOID         PIC X.
           05  OLD-RC-POST-DATE    PIC 9(6).
           05  OLD-RC-BALANCE      PIC S9(5)V99.
           05  OLD-RC-REFUND-AMT   PIC S9(4)V99.
           05  OLD-RC-OPERATOR-ID  PIC X(8).
           05  OLD-RC-CHECK-RUN-DATE
                                   PIC 9(6).
           05  OLD-RC-RCPT-NO      PIC 9(6).
           05  OLD-RC-TENDER       PIC X(2).
           05  OLD-RC-CHECK-NO     PIC X(8).
       01  OLD-RC-CTL-REC.
           05  OLD-RC-CTL-EOF      PIC 9(5).
           05  OLD-RC-CTL-FREE     PIC 9(5).
           05  OLD-RC-CTL-MAX      PIC 9(5).
           05  OLD-RC-CTL-RCPT-NO  PIC 9(6).
           05  FILLER              PIC X(65).
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  AP-FILE-DESC IS EXTERNAL RECORD CONTAINS 280 CHARACTERS.
           COPY AP-FILE-DESC.
       FD  CK-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY CK-FILE-DESC.
       FD  SW-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY SW-FILE-DESC.
       FD  MX-FILE-DESC IS EXTERNAL RECORD CONTAINS 90 CHARACTERS.
           COPY MX-FILE-DESC.
       FD  PA-FILE-DESC IS EXTERNAL RECORD CONTAINS 150 CHARACTERS.
           COPY PA-FILE-DESC.
       FD  PC-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY PC-FILE-DESC.
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
           COPY HI-FILE-DESC.
      *    FA-CB-TRACK AND SCHOL-AWARD ARE KEYED ON THE SLOT, SO THEIR
      *    ROWS ARE COPIED OUT HERE AND LOADED BACK UNDER THE NEW KEY.
       FD  WORK-FILE
           DATA RECORD IS WORK-REC.
       01  WORK-REC                    PIC X(80).
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD  NEW-ARCHIVE-FILE
           DATA RECORD IS NEW-ARCH-REC.
       01  NEW-ARCH-REC                PIC X(251).
       FD  CONVERT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS                PIC XX.
       01  WS-OLD-FA-STATUS            PIC XX.
       01  WS-OLD-RC-STATUS            PIC XX.
       01  WS-FA-STATUS                PIC XX.
       01  WS-RC-STATUS                PIC XX.
       01  WS-AR-STATUS                PIC XX.
       01  WS-AP-STATUS                PIC XX.
       01  WS-CK-STATUS                PIC XX.
       01  WS-SW-STATUS                PIC XX.
       01  WS-MX-STATUS                PIC XX.
       01  WS-PA-STATUS                PIC XX.
       01  WS-PC-STATUS                PIC XX.
       01  WS-RK-STATUS                PIC XX.
       01  WS-HI-STATUS                PIC XX.
       01  WS-CHAIN-HEAD               PIC 9(5).
       01  WS-REF-FILE                 PIC X(8).
       01  WS-REF-SLOT                 PIC 9(5).
       01  WS-REF-SEQ                  PIC 9(5).
       01  WS-APP-CNT                  PIC 9(7)  VALUE ZERO.
       01  WS-REF-CNT                  PIC 9(7)  VALUE ZERO.
       01  WS-HIST-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-SAVE-CNT                 PIC 9(7).
       01  WS-EOF                      PIC X.
       01  WS-FA-ON-FILE               PIC X.
       01  WS-RC-ON-FILE               PIC X.
       01  WS-OLD-FA-KEY               PIC 9(5)  VALUE ZERO.
       01  WS-OLD-RC-KEY               PIC 9(5)  VALUE ZERO.
       01  WS-FA-EOF                   PIC 9(5)  VALUE ZERO.
       01  WS-RC-EOF                   PIC 9(5)  VALUE ZERO.
       01  WS-NEXT-SEQ                 PIC 9(5).
       01  WS-CHAIN-DONE               PIC X.
       01  WS-SLOT                     PIC 9(5).
       01  WS-FA-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-RC-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-MISC-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-STU-CNT                  PIC 9(7)  VALUE ZERO.
       01  WS-ARCH-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-PROBLEM-CNT              PIC 9(7)  VALUE ZERO.
       01  WS-RCPT-SEQ                 PIC X(8)  VALUE 'RECEIPT '.
       01  WS-RCPT-NUM                 PIC 9(9).
       01  WS-ROW-STU                  PIC 9(9).
       01  WS-ARCH-FA-SEQ              PIC 9(5).
       01  WS-ARCH-RC-SEQ              PIC 9(5).
      *    ONE BYTE PER SLOT OF EACH OLD FILE -- 'Y' ONCE THE SLOT HAS
      *    BEEN REACHED FROM A CHAIN OR THE FREE LIST.  A SLOT REACHED
      *    TWICE IS A CROSSED OR LOOPING CHAIN.
       01  WS-FA-SEEN-TABLE.
           05  WS-FA-SEEN              PIC X OCCURS 99999 TIMES.
       01  WS-RC-SEEN-TABLE.
           05  WS-RC-SEEN              PIC X OCCURS 99999 TIMES.
      *    THE SEQUENCE EACH OLD SLOT WAS WRITTEN UNDER, FOR THE FILES
      *    THAT POINT AT A NODE BY ITS SLOT.  ZERO IS A SLOT THAT WAS
      *    NOT CARRIED.
       01  WS-FA-SEQ-TABLE.
           05  WS-FA-NEW-SEQ           PIC 9(5) OCCURS 99999 TIMES.
       01  WS-RC-SEQ-TABLE.
           05  WS-RC-NEW-SEQ           PIC 9(5) OCCURS 99999 TIMES.
      *    AN OLD 86-BYTE RECEIPT NODE INSIDE AN ARCHIVE LINE, AND THE
      *    SAME BYTES REARRANGED INTO THE NEW LAYOUT.
       01  WS-OLD-RC-IMAGE.
           05  WS-OI-TYPE              PIC X(10).
           05  WS-OI-STU-NUM           PIC 9(9).
           05  WS-OI-AMT-OWED          PIC X(6).
           05  WS-OI-AMT-PAID          PIC X(6).
           05  WS-OI-NEXT-PNTR         PIC X(5).
           05  WS-OI-REST              PIC X(50).
           05  FILLER                  PIC X(164).
       01  WS-NEW-RC-IMAGE.
           05  WS-NI-TYPE              PIC X(10).
           05  WS-NI-STU-NUM           PIC 9(9).
           05  WS-NI-SEQ               PIC 9(5).
           05  WS-NI-AMT-OWED          PIC X(6).
           05  WS-NI-AMT-PAID          PIC X(6).
           05  WS-NI-REST              PIC X(50).
           05  FILLER                  PIC X(164).
       01  WS-OLD-FA-IMAGE.
           05  FILLER                  PIC X(19).
           05  WS-OF-NEXT-PNTR         PIC 9(5).
           05  FILLER                  PIC X(226).
       01  PROBLEM-LINE.
           05                          PIC X(2)   VALUE SPACES.
           05  PL-FILE-OUT             PIC X(8).
           05                          PIC X(6)   VALUE ' SLOT '.
           05  PL-SLOT-OUT             PIC ZZZZ9.
           05                          PIC X(9)   VALUE ' STUDENT '.
           05  PL-STU-OUT              PIC 9(9).
           05                          PIC X(2)   VALUE SPACES.
           05  PL-TEXT-OUT             PIC X(39).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-FIN-CONVERT STARTING'
           OPEN INPUT RC-FILE-DESC
           IF WS-RC-STATUS NOT = '35'
               CLOSE RC-FILE-DESC
               DISPLAY 'PROJ-REC.DAT ALREADY EXISTS -- THE RECEIPT AND'
               DISPLAY 'AID FILES HAVE BEEN CONVERTED.  NOTHING DONE.'
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT CONVERT-REPORT
           MOVE '  RECEIPT/AID CHAIN CONVERSION -- NODES NOT CARRIED'
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 150-OPEN-OLD-FILES
           OPEN OUTPUT FA-FILE-DESC
                       RC-FILE-DESC
           OPEN I-O SF-FILE-DESC
           MOVE ZEROS TO SF-STU-NUM
           MOVE 'N' TO WS-EOF
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-CONVERT-ONE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 350-CONVERT-APPLICANTS
           PERFORM 400-SWEEP-LEFTOVER-FA
           PERFORM 450-SWEEP-LEFTOVER-RC
           PERFORM 500-SEED-RECEIPT-NUMBER
           CLOSE SF-FILE-DESC
                 FA-FILE-DESC
                 RC-FILE-DESC
           IF WS-FA-ON-FILE = 'Y'
               CLOSE OLD-FA-FILE
           END-IF
           IF WS-RC-ON-FILE = 'Y'
               CLOSE OLD-RC-FILE
           END-IF
           PERFORM 700-REMAP-SLOT-REFERENCES
           PERFORM 750-CONVERT-HISTORY
           PERFORM 600-CONVERT-ARCHIVE
           IF WS-PROBLEM-CNT = ZERO
               MOVE '  NONE -- EVERY NODE WAS CARRIED' TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE CONVERT-REPORT
           DISPLAY 'STUDENTS CONVERTED -- ' WS-STU-CNT
           DISPLAY 'AID AWARDS         -- ' WS-FA-CNT ' RECORD(S)'
           DISPLAY 'RECEIPTS           -- ' WS-RC-CNT ' RECORD(S)'
           DISPLAY 'MISC RECEIPTS      -- ' WS-MISC-CNT ' RECORD(S)'
           DISPLAY 'APPLICANT RECEIPTS -- ' WS-APP-CNT ' RECORD(S)'
           DISPLAY 'SLOT REFERENCES    -- ' WS-REF-CNT ' REMAPPED'
           DISPLAY 'HISTORY RECEIPTS   -- ' WS-HIST-CNT ' RECORD(S)'
           DISPLAY 'ARCHIVED LINES     -- ' WS-ARCH-CNT ' RECORD(S)'
           DISPLAY 'NOT CARRIED        -- ' WS-PROBLEM-CNT
               ' (SEE FIN-CONVERT.RPT)'
           DISPLAY 'PROJ-FIN-CONVERT FINISHED'
           DISPLAY 'VERIFY THE COUNTS, RENAME SF-ARCHIVE.NEW OVER'
           DISPLAY 'SF-ARCHIVE.DAT, START A NEW JOURNAL, AND TAKE A'
           DISPLAY 'FRESH BACKUP BEFORE ANYTHING ELSE RUNS'
           EXIT PROGRAM.
       150-OPEN-OLD-FILES.
      *    A SITE THAT NEVER POSTED AID OR A RECEIPT HAS NO .REL FILE
      *    TO CONVERT; ITS NEW FILE IS SIMPLY BUILT EMPTY.
           MOVE ALL 'N' TO WS-FA-SEEN-TABLE
           MOVE ALL 'N' TO WS-RC-SEEN-TABLE
           MOVE ZEROS TO WS-FA-SEQ-TABLE
           MOVE ZEROS TO WS-RC-SEQ-TABLE
           OPEN INPUT OLD-FA-FILE
           IF WS-OLD-FA-STATUS = '35'
               MOVE 'N' TO WS-FA-ON-FILE
           ELSE
               MOVE 'Y' TO WS-FA-ON-FILE
               MOVE 1 TO WS-OLD-FA-KEY
               READ OLD-FA-FILE
                   INVALID KEY MOVE ZEROS TO OLD-FA-CTL-REC
               END-READ
               MOVE OLD-FA-CTL-EOF TO WS-FA-EOF
               MOVE 'Y' TO WS-FA-SEEN(1)
               MOVE OLD-FA-CTL-FREE TO WS-SLOT
               PERFORM 160-MARK-FA-FREE-LIST
           END-IF
           OPEN INPUT OLD-RC-FILE
           IF WS-OLD-RC-STATUS = '35'
               MOVE 'N' TO WS-RC-ON-FILE
               MOVE ZEROS TO OLD-RC-CTL-REC
           ELSE
               MOVE 'Y' TO WS-RC-ON-FILE
               MOVE 1 TO WS-OLD-RC-KEY
               READ OLD-RC-FILE
                   INVALID KEY MOVE ZEROS TO OLD-RC-CTL-REC
               END-READ
               MOVE OLD-RC-CTL-EOF TO WS-RC-EOF
               MOVE OLD-RC-CTL-RCPT-NO TO WS-RCPT-NUM
               MOVE 'Y' TO WS-RC-SEEN(1)
               MOVE OLD-RC-CTL-FREE TO WS-SLOT
               PERFORM 170-MARK-RC-FREE-LIST
           END-IF.
       160-MARK-FA-FREE-LIST.
           PERFORM UNTIL WS-SLOT = ZERO
               IF WS-SLOT >= WS-FA-EOF OR WS-FA-SEEN(WS-SLOT) = 'Y'
                   MOVE ZERO TO WS-SLOT
               ELSE
                   MOVE 'Y' TO WS-FA-SEEN(WS-SLOT)
                   MOVE WS-SLOT TO WS-OLD-FA-KEY
                   READ OLD-FA-FILE
                       INVALID KEY MOVE ZEROS TO OLD-FA-NEXT-PNTR
                   END-READ
                   MOVE OLD-FA-NEXT-PNTR TO WS-SLOT
               END-IF
           END-PERFORM.
       170-MARK-RC-FREE-LIST.
           PERFORM UNTIL WS-SLOT = ZERO
               IF WS-SLOT >= WS-RC-EOF OR WS-RC-SEEN(WS-SLOT) = 'Y'
                   MOVE ZERO TO WS-SLOT
               ELSE
                   MOVE 'Y' TO WS-RC-SEEN(WS-SLOT)
                   MOVE WS-SLOT TO WS-OLD-RC-KEY
                   READ OLD-RC-FILE
                       INVALID KEY MOVE ZEROS TO OLD-RC-NEXT-PNTR
                   END-READ
                   MOVE OLD-RC-NEXT-PNTR TO WS-SLOT
               END-IF
           END-PERFORM.
       200-CONVERT-ONE-STUDENT.
           MOVE SF-STU-NUM TO WS-ROW-STU
           IF WS-FA-ON-FILE = 'Y'
               MOVE SF-OLD-FA-PNTR TO WS-CHAIN-HEAD
               PERFORM 250-CONVERT-FA-CHAIN
           END-IF
           IF WS-RC-ON-FILE = 'Y'
               MOVE SF-OLD-RC-PNTR TO WS-CHAIN-HEAD
               PERFORM 300-CONVERT-RC-CHAIN
           END-IF
           MOVE ZEROS TO SF-OLD-FA-PNTR
           MOVE ZEROS TO SF-OLD-RC-PNTR
           REWRITE SF-RECORD
           ADD 1 TO WS-STU-CNT.
       250-CONVERT-FA-CHAIN.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-CHAIN-HEAD TO WS-SLOT
           MOVE 'N' TO WS-CHAIN-DONE
           IF WS-SLOT = ZERO
               MOVE 'Y' TO WS-CHAIN-DONE
           END-IF
           PERFORM UNTIL WS-CHAIN-DONE = 'Y'
               IF WS-SLOT >= WS-FA-EOF
                   MOVE 'AID     ' TO PL-FILE-OUT
                   MOVE 'CHAIN POINTS PAST THE END OF THE FILE'
                       TO PL-TEXT-OUT
                   PERFORM 800-PROBLEM-LINE
                   MOVE 'Y' TO WS-CHAIN-DONE
               ELSE IF WS-FA-SEEN(WS-SLOT) = 'Y'
                   MOVE 'AID     ' TO PL-FILE-OUT
                   MOVE 'CHAIN LOOPS OR CROSSES ANOTHER CHAIN'
                       TO PL-TEXT-OUT
                   PERFORM 800-PROBLEM-LINE
                   MOVE 'Y' TO WS-CHAIN-DONE
               ELSE
                   MOVE 'Y' TO WS-FA-SEEN(WS-SLOT)
                   MOVE WS-SLOT TO WS-OLD-FA-KEY
                   READ OLD-FA-FILE
                       INVALID KEY
                           MOVE 'AID     ' TO PL-FILE-OUT
                           MOVE 'CHAIN POINTS AT AN UNREADABLE SLOT'
                               TO PL-TEXT-OUT
                           PERFORM 800-PROBLEM-LINE
                           MOVE 'Y' TO WS-CHAIN-DONE
                       NOT INVALID KEY
                           PERFORM 260-WRITE-FA-ROW
                           MOVE OLD-FA-NEXT-PNTR TO WS-SLOT
                           IF WS-SLOT = ZERO
                               MOVE 'Y' TO WS-CHAIN-DONE
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-PERFORM.
       260-WRITE-FA-ROW.
      *    THE ROW GOES UNDER THE STUDENT WHOSE CHAIN IT IS ON, WHICH
      *    IS WHAT EVERY PROGRAM THAT WALKED THE CHAIN TREATED IT AS.
           MOVE OLD-FA-AWARD-CODE TO FA-AWARD-CODE
           MOVE OLD-FA-AWARD-AMNT TO FA-AWARD-AMNT
           MOVE WS-ROW-STU TO FA-STU-NUM
           MOVE WS-NEXT-SEQ TO FA-SEQ
           MOVE WS-NEXT-SEQ TO WS-FA-NEW-SEQ(WS-SLOT)
           MOVE OLD-FA-POST-DATE TO FA-POST-DATE
           MOVE OLD-FA-OPERATOR-ID TO FA-OPERATOR-ID
           MOVE OLD-FA-OFFER-FLAG TO FA-OFFER-FLAG
           MOVE OLD-FA-AID-YEAR TO FA-AID-YEAR
           MOVE SPACES TO FA-APPROVER-ID
           WRITE FA-DATA-REC
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-FA-CNT.
       300-CONVERT-RC-CHAIN.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-CHAIN-HEAD TO WS-SLOT
           MOVE 'N' TO WS-CHAIN-DONE
           IF WS-SLOT = ZERO
               MOVE 'Y' TO WS-CHAIN-DONE
           END-IF
           PERFORM UNTIL WS-CHAIN-DONE = 'Y'
               IF WS-SLOT >= WS-RC-EOF
                   MOVE 'RECEIPT ' TO PL-FILE-OUT
                   MOVE 'CHAIN POINTS PAST THE END OF THE FILE'
                       TO PL-TEXT-OUT
                   PERFORM 800-PROBLEM-LINE
                   MOVE 'Y' TO WS-CHAIN-DONE
               ELSE IF WS-RC-SEEN(WS-SLOT) = 'Y'
                   MOVE 'RECEIPT ' TO PL-FILE-OUT
                   MOVE 'CHAIN LOOPS OR CROSSES ANOTHER CHAIN'
                       TO PL-TEXT-OUT
                   PERFORM 800-PROBLEM-LINE
                   MOVE 'Y' TO WS-CHAIN-DONE
               ELSE
                   MOVE 'Y' TO WS-RC-SEEN(WS-SLOT)
                   MOVE WS-SLOT TO WS-OLD-RC-KEY
                   READ OLD-RC-FILE
                       INVALID KEY
                           MOVE 'RECEIPT ' TO PL-FILE-OUT
                           MOVE 'CHAIN POINTS AT AN UNREADABLE SLOT'
                               TO PL-TEXT-OUT
                           PERFORM 800-PROBLEM-LINE
                           MOVE 'Y' TO WS-CHAIN-DONE
                       NOT INVALID KEY
                           PERFORM 310-WRITE-RC-ROW
                           ADD 1 TO WS-RC-CNT
                           MOVE OLD-RC-NEXT-PNTR TO WS-SLOT
                           IF WS-SLOT = ZERO
                               MOVE 'Y' TO WS-CHAIN-DONE
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-PERFORM.
       310-WRITE-RC-ROW.
      *    WS-ROW-STU IS THE STUDENT THE ROW IS KEYED UNDER -- THE
      *    CHAIN'S OWNER, OR ZERO FOR A MISCELLANEOUS RECEIPT.
           MOVE OLD-RC-TYPE TO RC-TYPE
           MOVE WS-ROW-STU TO RC-STU-NUM
           MOVE WS-NEXT-SEQ TO RC-SEQ
           MOVE WS-NEXT-SEQ TO WS-RC-NEW-SEQ(WS-SLOT)
           MOVE OLD-RC-AMT-OWED TO RC-AMT-OWED
           MOVE OLD-RC-AMT-PAID TO RC-AMT-PAID
           MOVE OLD-RC-VOID TO RC-VOID
           MOVE OLD-RC-POST-DATE TO RC-POST-DATE
           MOVE OLD-RC-BALANCE TO RC-BALANCE
           MOVE OLD-RC-REFUND-AMT TO RC-REFUND-AMT
           MOVE OLD-RC-OPERATOR-ID TO RC-OPERATOR-ID
           MOVE OLD-RC-CHECK-RUN-DATE TO RC-CHECK-RUN-DATE
           MOVE OLD-RC-RCPT-NO TO RC-RCPT-NO
           MOVE OLD-RC-TENDER TO RC-TENDER
           MOVE OLD-RC-CHECK-NO TO RC-CHECK-NO
           MOVE SPACES TO RC-CAMPUS
           MOVE SPACES TO RC-APPROVER-ID
           WRITE RC-REC
           ADD 1 TO WS-NEXT-SEQ.
       350-CONVERT-APPLICANTS.
      *    AN APPLICANT'S FEE AND DEPOSIT RECEIPTS WERE CHAINED FROM
      *    AP-OLD-RC-PNTR AND CARRY THE APPLICATION NUMBER AS THEIR
      *    STUDENT NUMBER, SO THEY GO ACROSS UNDER IT.
           IF WS-RC-ON-FILE = 'Y'
               OPEN I-O AP-FILE-DESC
               IF WS-AP-STATUS NOT = '35'
                   MOVE ZEROS TO AP-APP-NUM
                   MOVE 'N' TO WS-EOF
                   START AP-FILE-DESC KEY IS NOT LESS THAN AP-APP-NUM
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AP-FILE-DESC NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM 360-CONVERT-ONE-APPLICANT
                       END-READ
                   END-PERFORM
                   CLOSE AP-FILE-DESC
               END-IF
           END-IF.
       360-CONVERT-ONE-APPLICANT.
           IF AP-OLD-RC-PNTR > ZERO
               MOVE AP-APP-NUM TO WS-ROW-STU
               MOVE AP-OLD-RC-PNTR TO WS-CHAIN-HEAD
               MOVE WS-RC-CNT TO WS-SAVE-CNT
               PERFORM 300-CONVERT-RC-CHAIN
               COMPUTE WS-APP-CNT = WS-APP-CNT + WS-RC-CNT - WS-SAVE-CNT
               MOVE WS-SAVE-CNT TO WS-RC-CNT
               MOVE ZEROS TO AP-OLD-RC-PNTR
               REWRITE AP-RECORD
           END-IF.
       400-SWEEP-LEFTOVER-FA.
      *    EVERY SLOT BELOW THE EOF POINTER THAT NO CHAIN AND NOT THE
      *    FREE LIST REACHED IS AN AWARD NOBODY CAN SEE.
           IF WS-FA-ON-FILE = 'Y'
               PERFORM VARYING WS-SLOT FROM 2 BY 1
                       UNTIL WS-SLOT >= WS-FA-EOF
                   IF WS-FA-SEEN(WS-SLOT) = 'N'
                       MOVE WS-SLOT TO WS-OLD-FA-KEY
                       READ OLD-FA-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'AID     ' TO PL-FILE-OUT
                               MOVE OLD-FA-STU-NUM TO PL-STU-OUT
                               MOVE 'AWARD ON NO CHAIN -- NOT CARRIED'
                                   TO PL-TEXT-OUT
                               PERFORM 810-PROBLEM-LINE-STU
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
       450-SWEEP-LEFTOVER-RC.
      *    A MISCELLANEOUS RECEIPT WAS NEVER ON A CHAIN; IT GOES
      *    ACROSS UNDER STUDENT ZERO IN SLOT ORDER, WHICH IS THE ORDER
      *    PROJ-MISC-RCPT TOOK THEM.  ANYTHING ELSE LEFT OVER IS AN
      *    ORPHANED RECEIPT.
           IF WS-RC-ON-FILE = 'Y'
               MOVE 1 TO WS-NEXT-SEQ
               MOVE ZEROS TO WS-ROW-STU
               PERFORM VARYING WS-SLOT FROM 2 BY 1
                       UNTIL WS-SLOT >= WS-RC-EOF
                   IF WS-RC-SEEN(WS-SLOT) = 'N'
                       MOVE WS-SLOT TO WS-OLD-RC-KEY
                       READ OLD-RC-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 460-LEFTOVER-RC-NODE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
       460-LEFTOVER-RC-NODE.
           IF OLD-RC-TYPE = 'MISC' AND OLD-RC-STU-NUM = ZERO
               PERFORM 310-WRITE-RC-ROW
               ADD 1 TO WS-MISC-CNT
           ELSE
               MOVE 'RECEIPT ' TO PL-FILE-OUT
               MOVE OLD-RC-STU-NUM TO PL-STU-OUT
               MOVE 'RECEIPT ON NO CHAIN -- NOT CARRIED'
                   TO PL-TEXT-OUT
               PERFORM 810-PROBLEM-LINE-STU
           END-IF.
       500-SEED-RECEIPT-NUMBER.
      *    THE CONTROL RECORD HELD THE NEXT NUMBER TO HAND OUT; THE
      *    SEQUENCE ROW HOLDS THE LAST ONE HANDED OUT.  PROJ-NEXT-NUM
      *    RECORDS WHATEVER FLOOR IT IS GIVEN ON A NEW SEQUENCE.
           IF WS-RCPT-NUM > 1
               SUBTRACT 1 FROM WS-RCPT-NUM
               CALL 'PROJ-NEXT-NUM' USING WS-RCPT-SEQ, WS-RCPT-NUM
               DISPLAY 'LAST RECEIPT NUMBER ISSUED -- ' WS-RCPT-NUM
           END-IF.
       600-CONVERT-ARCHIVE.
      *    THE ARCHIVE HOLDS EACH STUDENT'S 'S' LINE FOLLOWED BY THE
      *    NODES OF ITS CHAINS IN CHAIN ORDER, SO THE SEQUENCES ARE
      *    NUMBERED AFRESH FROM EACH 'S' LINE.  AN AID LINE ONLY
      *    TRADES ITS POINTER FOR ITS SEQUENCE; A RECEIPT LINE ALSO
      *    MOVES ITS AMOUNTS UP BEHIND THE NEW KEY.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               OPEN OUTPUT NEW-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 610-CONVERT-ARCHIVE-LINE
                           WRITE NEW-ARCH-REC FROM ARCH-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
                     NEW-ARCHIVE-FILE
           END-IF.
       610-CONVERT-ARCHIVE-LINE.
           IF ARCH-TYPE = 'S'
               MOVE 1 TO WS-ARCH-FA-SEQ
               MOVE 1 TO WS-ARCH-RC-SEQ
           ELSE IF ARCH-TYPE = 'F'
               MOVE ARCH-DATA TO WS-OLD-FA-IMAGE
               MOVE WS-ARCH-FA-SEQ TO WS-OF-NEXT-PNTR
               MOVE WS-OLD-FA-IMAGE TO ARCH-DATA
               ADD 1 TO WS-ARCH-FA-SEQ
               ADD 1 TO WS-ARCH-CNT
           ELSE IF ARCH-TYPE = 'R'
               MOVE ARCH-DATA TO WS-OLD-RC-IMAGE
               PERFORM 620-REARRANGE-RC-IMAGE
               MOVE WS-NEW-RC-IMAGE TO ARCH-DATA
               ADD 1 TO WS-ARCH-RC-SEQ
               ADD 1 TO WS-ARCH-CNT
           END-IF
           END-IF
           END-IF.
       620-REARRANGE-RC-IMAGE.
           MOVE SPACES TO WS-NEW-RC-IMAGE
           MOVE WS-OI-TYPE TO WS-NI-TYPE
           MOVE WS-OI-STU-NUM TO WS-NI-STU-NUM
           MOVE WS-ARCH-RC-SEQ TO WS-NI-SEQ
           MOVE WS-OI-AMT-OWED TO WS-NI-AMT-OWED
           MOVE WS-OI-AMT-PAID TO WS-NI-AMT-PAID
           MOVE WS-OI-REST TO WS-NI-REST.
       700-REMAP-SLOT-REFERENCES.
           PERFORM 710-REMAP-APPROVALS
           PERFORM 720-REMAP-CITATIONS
           PERFORM 730-REMAP-REFUND-CHECKS
           PERFORM 740-REMAP-MISC-RECEIPTS
           PERFORM 760-REKEY-CB-TRACK
           PERFORM 770-REKEY-SCHOL-AWARDS.
       710-REMAP-APPROVALS.
      *    ONLY AN APPROVED ITEM POINTS AT THE ROW IT POSTED.
           OPEN I-O PA-FILE-DESC
           IF WS-PA-STATUS NOT = '35'
               MOVE ZEROS TO PA-ITEM-NO
               MOVE 'N' TO WS-EOF
               START PA-FILE-DESC KEY IS NOT LESS THAN PA-ITEM-NO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PA-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PA-STATUS = 'A' AND PA-POST-SEQ > ZERO
                               MOVE PA-POST-SEQ TO WS-REF-SLOT
                               MOVE PA-STU-NUM TO PL-STU-OUT
                               MOVE 'APPROVAL' TO WS-REF-FILE
                               IF PA-KIND = 'FA'
                                   PERFORM 790-MAP-FA-SLOT
                               ELSE
                                   PERFORM 780-MAP-RC-SLOT
                               END-IF
                               MOVE WS-REF-SEQ TO PA-POST-SEQ
                               REWRITE PA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PA-FILE-DESC
           END-IF.
       720-REMAP-CITATIONS.
           OPEN I-O PC-FILE-DESC
           IF WS-PC-STATUS NOT = '35'
               MOVE LOW-VALUES TO PC-KEY
               MOVE 'N' TO WS-EOF
               START PC-FILE-DESC KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PC-RC-SEQ > ZERO
                               MOVE PC-RC-SEQ TO WS-REF-SLOT
                               MOVE PC-STU-NUM TO PL-STU-OUT
                               MOVE 'CITATION' TO WS-REF-FILE
                               PERFORM 780-MAP-RC-SLOT
                               MOVE WS-REF-SEQ TO PC-RC-SEQ
                               REWRITE PC-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PC-FILE-DESC
           END-IF.
       730-REMAP-REFUND-CHECKS.
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS NOT = '35'
               MOVE ZEROS TO RK-CHECK-NO
               MOVE 'N' TO WS-EOF
               START RK-FILE-DESC KEY IS NOT LESS THAN RK-CHECK-NO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RK-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RK-RC-SEQ > ZERO
                               MOVE RK-RC-SEQ TO WS-REF-SLOT
                               MOVE RK-STU-NUM TO PL-STU-OUT
                               MOVE 'REFCHECK' TO WS-REF-FILE
                               PERFORM 780-MAP-RC-SLOT
                               MOVE WS-REF-SEQ TO RK-RC-SEQ
                               REWRITE RK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RK-FILE-DESC
           END-IF.
       740-REMAP-MISC-RECEIPTS.
           OPEN I-O MX-FILE-DESC
           IF WS-MX-STATUS NOT = '35'
               MOVE ZEROS TO MX-RCPT-NO
               MOVE 'N' TO WS-EOF
               START MX-FILE-DESC KEY IS NOT LESS THAN MX-RCPT-NO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MX-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MX-RC-SEQ > ZERO
                               MOVE MX-RC-SEQ TO WS-REF-SLOT
                               MOVE ZEROS TO PL-STU-OUT
                               MOVE 'MISCRCPT' TO WS-REF-FILE
                               PERFORM 780-MAP-RC-SLOT
                               MOVE WS-REF-SEQ TO MX-RC-SEQ
                               REWRITE MX-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MX-FILE-DESC
           END-IF.
       760-REKEY-CB-TRACK.
           OPEN INPUT CK-FILE-DESC
           IF WS-CK-STATUS NOT = '35'
               OPEN OUTPUT WORK-FILE
               MOVE LOW-VALUES TO CK-KEY
               MOVE 'N' TO WS-EOF
               START CK-FILE-DESC KEY IS NOT LESS THAN CK-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CK-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END WRITE WORK-REC FROM CK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CK-FILE-DESC
                     WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CK-FILE-DESC
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORK-FILE INTO CK-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CK-FA-SEQ TO WS-REF-SLOT
                           MOVE CK-STU-NUM TO PL-STU-OUT
                           MOVE 'CB-TRACK' TO WS-REF-FILE
                           PERFORM 790-MAP-FA-SLOT
                           IF WS-REF-SEQ > ZERO
                               MOVE WS-REF-SEQ TO CK-FA-SEQ
                               WRITE CK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CK-FILE-DESC
                     WORK-FILE
           END-IF.
       770-REKEY-SCHOL-AWARDS.
           OPEN INPUT SW-FILE-DESC
           IF WS-SW-STATUS NOT = '35'
               OPEN OUTPUT WORK-FILE
               MOVE LOW-VALUES TO SW-KEY
               MOVE 'N' TO WS-EOF
               START SW-FILE-DESC KEY IS NOT LESS THAN SW-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SW-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END WRITE WORK-REC FROM SW-RECORD
                   END-READ
               END-PERFORM
               CLOSE SW-FILE-DESC
                     WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SW-FILE-DESC
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WORK-FILE INTO SW-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SW-FA-SEQ TO WS-REF-SLOT
                           MOVE SW-STU-NUM TO PL-STU-OUT
                           MOVE 'SCHOLAWD' TO WS-REF-FILE
                           PERFORM 790-MAP-FA-SLOT
                           IF WS-REF-SEQ > ZERO
                               MOVE WS-REF-SEQ TO SW-FA-SEQ
                               WRITE SW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SW-FILE-DESC
                     WORK-FILE
           END-IF.
       780-MAP-RC-SLOT.
      *    WS-REF-SLOT IN, WS-REF-SEQ OUT.  A SLOT THAT WAS NOT CARRIED
      *    COMES BACK ZERO AND IS LISTED.
           MOVE ZEROS TO WS-REF-SEQ
           IF WS-REF-SLOT > ZERO
               MOVE WS-RC-NEW-SEQ(WS-REF-SLOT) TO WS-REF-SEQ
           END-IF
           PERFORM 795-COUNT-REFERENCE.
       790-MAP-FA-SLOT.
           MOVE ZEROS TO WS-REF-SEQ
           IF WS-REF-SLOT > ZERO
               MOVE WS-FA-NEW-SEQ(WS-REF-SLOT) TO WS-REF-SEQ
           END-IF
           PERFORM 795-COUNT-REFERENCE.
       795-COUNT-REFERENCE.
           IF WS-REF-SEQ = ZERO
               MOVE WS-REF-FILE TO PL-FILE-OUT
               MOVE WS-REF-SLOT TO WS-SLOT
               MOVE 'POINTS AT A NODE NOT CARRIED' TO PL-TEXT-OUT
               PERFORM 810-PROBLEM-LINE-STU
           ELSE
               ADD 1 TO WS-REF-CNT
           END-IF.
       750-CONVERT-HISTORY.
      *    THE PARKED RECEIPTS ARE IN THE ORDER THEY WERE TAKEN, SO
      *    HI-SEQ SERVES AS THE ROW'S SEQUENCE.
           OPEN I-O HI-FILE-DESC
           IF WS-HI-STATUS NOT = '35'
               MOVE LOW-VALUES TO HI-KEY
               MOVE 'N' TO WS-EOF
               START HI-FILE-DESC KEY IS NOT LESS THAN HI-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HI-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HI-DATA TO WS-OLD-RC-IMAGE
                           MOVE HI-SEQ TO WS-ARCH-RC-SEQ
                           PERFORM 620-REARRANGE-RC-IMAGE
                           MOVE WS-NEW-RC-IMAGE TO HI-DATA
                           REWRITE HI-RECORD
                           ADD 1 TO WS-HIST-CNT
                   END-READ
               END-PERFORM
               CLOSE HI-FILE-DESC
           END-IF.
       800-PROBLEM-LINE.
           MOVE WS-ROW-STU TO PL-STU-OUT
           PERFORM 810-PROBLEM-LINE-STU.
       810-PROBLEM-LINE-STU.
           MOVE WS-SLOT TO PL-SLOT-OUT
           WRITE REPORT-REC FROM PROBLEM-LINE
           ADD 1 TO WS-PROBLEM-CNT.
