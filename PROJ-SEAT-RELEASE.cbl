       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SEAT-RELEASE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY RESERVED-SEAT RELEASE.  EVERY
      *          ROW ON PROJ-SEAT-RESV.DAT (SEE SR-FILE-DESC) STILL
      *          HOLDING ITS SEATS WHOSE SR-RELEASE-DATE HAS COME IS
      *          MARKED RELEASED -- ITS UNUSED SEATS (SR-SEATS LESS
      *          SR-FILLED) GO TO GENERAL SEATING AND THE STUDENTS
      *          ALREADY SEATED AGAINST IT STAY WHERE THEY ARE.  EACH
      *          SECTION THAT GAVE SEATS BACK THEN HAS ITS WAITLIST
      *          PROMOTED IN ARRIVAL (SLOT) ORDER, EACH WAITING
      *          STUDENT JUDGED AGAINST THE GENERAL AND STILL-HELD
      *          SEATS THE SAME WAY PROJ-ENROLLMENT'S 280-PROMOTE-
      *          WAITLIST-RTN DOES, WITH THE SAME EF-PROMOTE.RPT LINE,
      *          'WLPR' QUEUE EVENT AND VA NOTE.  WHAT WAS DONE PRINTS
      *          ON SEAT-RELEASE.RPT.  NO RESERVE FILE, NOTHING TO DO.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SR-FILE-DESC ASSIGN TO 'PROJ-SEAT-RESV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CRN.
           SELECT WAITLIST-NOTICE ASSIGN TO 'EF-PROMOTE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO 'PROJ-CORR-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT RELEASE-REPORT ASSIGN TO 'SEAT-RELEASE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SR-FILE-DESC RECORD CONTAINS 80 CHARACTERS.
           COPY SR-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  WAITLIST-NOTICE
           DATA RECORD IS NOTICE-REC.
       01  NOTICE-REC                PIC X(60).
       FD  QUEUE-FILE
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  RELEASE-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-SR-STATUS              PIC XX.
       01  WS-NOTICE-STATUS          PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-OPERATOR-ID            PIC X(8)   VALUE 'SEATREL'.
       01  EOF-REC.
           05  EOF-POINTER           PIC 9(5).
           05  EOF-FREE-HEAD         PIC 9(5).
           05  FILLER                PIC X(39).
      *    THE SECTIONS THAT GAVE SEATS BACK TONIGHT, PROMOTED ONCE
      *    THE RESERVE FILE IS CLOSED (PROJ-SEAT-RESV OPENS IT ITSELF).
       01  WS-CRN-CNT                PIC 9(3)   VALUE ZERO.
       01  WS-CRN-MAX                PIC 9(3)   VALUE 500.
       01  WS-CRN-TABLE.
           05  WS-CRN-ENTRY          PIC 9(5) OCCURS 500 TIMES.
       01  WS-SUB                    PIC 9(3).
       01  WS-TMP-CRN                PIC 9(5).
       01  WS-TMP-TERM               PIC X(6).
       01  WS-GROUP-ENROLLED         PIC 9(4).
       01  WS-GENERAL-OPEN           PIC S9(4).
       01  WS-SEAT-KIND              PIC X.
       01  WS-RESV-SEQ               PIC 9.
       01  WS-XL-GROUP               PIC X(4).
       01  WS-XL-DONE                PIC X.
       01  WS-SLOT                   PIC 9(5).
       01  WS-JR-FILE-ID             PIC X(2).
       01  WS-JR-SLOT                PIC 9(5).
       01  WS-JR-BEFORE              PIC X(250).
       01  WS-JR-AFTER               PIC X(250).
       01  WS-VN-STU-NUM             PIC 9(9).
       01  WS-VN-TERM                PIC X(6).
       01  WS-VN-CRN                 PIC X(5).
       01  WS-VN-ACTION              PIC X.
       01  WS-VN-SOURCE              PIC X(8).
       01  WS-ROW-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-SEATS-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-PROMOTED-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-FREED                  PIC 9(3).
       COPY RW-RESV-LINK.
       COPY CQ-REC.
       01  NOTICE-LINE.
           05                   PIC X(2)   VALUE SPACES.
           05                   PIC X(19)  VALUE 'WAITLIST PROMOTION'.
           05                   PIC X(5)   VALUE ' CRN '.
           05  NOTICE-CRN-OUT   PIC 9(5).
           05                   PIC X(9)   VALUE ' STUDENT '.
           05  NOTICE-SNO-OUT   PIC 9(9).
           05                   PIC X       VALUE SPACES.
           05  NOTICE-NAME-OUT  PIC X(10).
           05                   PIC X(5)   VALUE SPACES.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(36)  VALUE
                'RESERVED SEAT RELEASE'.
           05                        PIC X(5)   VALUE 'RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(31)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'CRN'.
           05                        PIC X(5)   VALUE 'ROW'.
           05                        PIC X(7)   VALUE 'TERM'.
           05                        PIC X(6)   VALUE 'FOR'.
           05                        PIC X(7)   VALUE 'HELD'.
           05                        PIC X(7)   VALUE 'FILLED'.
           05                        PIC X(9)   VALUE 'RELEASED'.
           05                        PIC X(30)  VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CRN-OUT            PIC 9(5).
           05                        PIC X(3)   VALUE SPACES.
           05  DL-SEQ-OUT            PIC 9.
           05                        PIC X(3)   VALUE SPACES.
           05  DL-TERM-OUT           PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-FOR-OUT            PIC X(5).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SEATS-OUT          PIC ZZ9.
           05                        PIC X(4)   VALUE SPACES.
           05  DL-FILLED-OUT         PIC ZZ9.
           05                        PIC X(5)   VALUE SPACES.
           05  DL-FREED-OUT          PIC ZZ9.
           05                        PIC X(33)  VALUE SPACES.
       01  PROMOTE-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(13)  VALUE 'PROMOTED CRN '.
           05  PL-CRN-OUT            PIC 9(5).
           05                        PIC X(9)   VALUE ' STUDENT '.
           05  PL-STU-OUT            PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
           05  PL-SEAT-OUT           PIC X(14).
           05                        PIC X(24)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)   VALUE SPACES.
           05  TOTAL-LABEL-OUT       PIC X(30).
           05  TOTAL-CNT-OUT         PIC ZZZZ9.
           05                        PIC X(39)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-SEAT-RELEASE STARTING'
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN I-O SR-FILE-DESC
           IF WS-SR-STATUS = '35'
               DISPLAY 'PROJ-SEAT-RELEASE FINISHED -- NO RESERVE FILE'
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT RELEASE-REPORT
           MOVE WS-TODAY TO H1-DATE-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE ZEROS TO SR-KEY
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE SR-FILE-DESC
           IF WS-CRN-CNT > ZERO
               OPEN INPUT SF-FILE-DESC
               OPEN I-O EF-FILE-DES
               OPEN I-O CS-SECT
               OPEN EXTEND WAITLIST-NOTICE
               IF WS-NOTICE-STATUS = '35'
                   OPEN OUTPUT WAITLIST-NOTICE
               END-IF
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER 1
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CRN-CNT
                   MOVE WS-CRN-ENTRY(WS-SUB) TO WS-TMP-CRN
                   PERFORM 300-PROMOTE-THE-SECTION
               END-PERFORM
               CLOSE SF-FILE-DESC
                     EF-FILE-DES
                     CS-SECT
                     WAITLIST-NOTICE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'RESERVE ROWS RELEASED' TO TOTAL-LABEL-OUT
           MOVE WS-ROW-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'SEATS RETURNED TO GENERAL' TO TOTAL-LABEL-OUT
           MOVE WS-SEATS-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'WAITLIST PROMOTIONS' TO TOTAL-LABEL-OUT
           MOVE WS-PROMOTED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           CLOSE RELEASE-REPORT
           DISPLAY 'PROJ-SEAT-RELEASE FINISHED -- ' WS-ROW-CNT
               ' ROWS RELEASED, ' WS-PROMOTED-CNT ' PROMOTED'
           EXIT PROGRAM.
       200-ONE-ROW.
      *    A ROW STILL HOLDING (STATUS SPACE) WHOSE DATE HAS COME.  A
      *    ROW WITH NO RELEASE DATE HOLDS UNTIL THE REGISTRAR KEYS ONE.
           IF SR-STATUS = SPACE AND SR-RELEASE-DATE > ZERO
                   AND SR-RELEASE-DATE NOT > WS-TODAY-CCYYMMDD
               MOVE ZERO TO WS-FREED
               IF SR-SEATS > SR-FILLED
                   COMPUTE WS-FREED = SR-SEATS - SR-FILLED
               END-IF
               MOVE 'R' TO SR-STATUS
               MOVE WS-FREED TO SR-RELEASED
               MOVE WS-TODAY-CCYYMMDD TO SR-RELEASED-ON
               REWRITE SR-RECORD
               ADD 1 TO WS-ROW-CNT
               ADD WS-FREED TO WS-SEATS-CNT
               MOVE SR-CRN TO DL-CRN-OUT
               MOVE SR-SEQ TO DL-SEQ-OUT
               MOVE SR-TERM TO DL-TERM-OUT
               IF SR-RESTRICT = 'M'
                   MOVE 'MAJOR' TO DL-FOR-OUT
               ELSE IF SR-RESTRICT = 'L'
                   MOVE 'LEVEL' TO DL-FOR-OUT
               ELSE
                   MOVE 'NEW' TO DL-FOR-OUT
               END-IF
               END-IF
               MOVE SR-SEATS TO DL-SEATS-OUT
               MOVE SR-FILLED TO DL-FILLED-OUT
               MOVE WS-FREED TO DL-FREED-OUT
               WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
               IF WS-FREED > ZERO
                   PERFORM 210-REMEMBER-CRN
               END-IF
           END-IF.
       210-REMEMBER-CRN.
      *    ROWS COME IN CRN ORDER, SO A SECTION ALREADY LISTED IS THE
      *    LAST ONE IN THE TABLE.
           IF WS-CRN-CNT = ZERO
                   OR WS-CRN-ENTRY(WS-CRN-CNT) NOT = SR-CRN
               IF WS-CRN-CNT < WS-CRN-MAX
                   ADD 1 TO WS-CRN-CNT
                   MOVE SR-CRN TO WS-CRN-ENTRY(WS-CRN-CNT)
               ELSE
                   DISPLAY 'SECTION TABLE FULL -- CRN ' SR-CRN
                       ' NOT PROMOTED TONIGHT'
               END-IF
           END-IF.
       300-PROMOTE-THE-SECTION.
      *    EVERY 'W' NODE OF THE SECTION'S OWN TERM, IN SLOT ORDER
      *    (ARRIVAL ORDER -- A WAITLIST NODE NEVER GETS A RECYCLED
      *    SLOT), IS OFFERED A SEAT UNTIL THE WAITLIST IS EMPTY OR
      *    THE SLOTS RUN OUT.
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE ZERO TO CS-WAIT-CNT
           END-READ
           IF CS-WAIT-CNT > ZERO
               MOVE CS-TERM TO WS-TMP-TERM
               MOVE 1 TO WS-EF-KEY
               READ EF-FILE-DES
               MOVE ENR-REC TO EOF-REC
               MOVE 2 TO WS-SLOT
               PERFORM UNTIL WS-SLOT > EOF-POINTER
                       OR CS-WAIT-CNT = ZERO
                   MOVE WS-SLOT TO WS-EF-KEY
                   READ EF-FILE-DES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF RF-CRN = WS-TMP-CRN AND RF-STATUS = 'W'
                                   AND RF-TERM = WS-TMP-TERM
                               PERFORM 310-TRY-ONE-WAITER
                           END-IF
                   END-READ
                   ADD 1 TO WS-SLOT
               END-PERFORM
           END-IF.
       310-TRY-ONE-WAITER.
      *    ENR-REC IS A WAITING NODE; ITS STUDENT IS JUDGED AGAINST
      *    THE HELD AND GENERAL SEATS, AS IN PROJ-ENROLLMENT'S
      *    282-CAN-TAKE-SEAT.
           MOVE RF-STUDENT-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   MOVE ZEROS TO SF-MAJOR-CODE
                   MOVE ZEROS TO SF-CRED-HR-EARN
                   MOVE SPACES TO SF-CATALOG-TERM
                   MOVE SPACES TO SF-NAME
           END-READ
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY CONTINUE
           END-READ
           PERFORM 320-GROUP-SEAT-CHECK
           PERFORM 330-RESV-SEAT-CHECK
           IF WS-SEAT-KIND NOT = 'N'
               MOVE ZERO TO WS-RESV-SEQ
               IF WS-SEAT-KIND = 'R'
                   MOVE RW-SEQ TO WS-RESV-SEQ
               END-IF
               PERFORM 340-PROMOTE-THE-NODE
           END-IF.
       320-GROUP-SEAT-CHECK.
      *    SAME CROSS-LISTED POOL AS PROJ-ENROLLMENT'S 216-GROUP-
      *    SEAT-CHECK; THE SECTION IS RE-READ ON THE WAY OUT.
           MOVE CS-ENROLLED-CNT TO WS-GROUP-ENROLLED
           IF CS-XLIST-GROUP NOT = SPACES
               MOVE CS-XLIST-GROUP TO WS-XL-GROUP
               MOVE ZERO TO WS-GROUP-ENROLLED
               MOVE 'N' TO WS-XL-DONE
               MOVE ZEROS TO CS-CRN
               START CS-SECT KEY IS NOT LESS THAN CS-CRN
                   INVALID KEY MOVE 'Y' TO WS-XL-DONE
               END-START
               PERFORM UNTIL WS-XL-DONE = 'Y'
                   READ CS-SECT NEXT RECORD
                       AT END MOVE 'Y' TO WS-XL-DONE
                       NOT AT END
                           IF CS-XLIST-GROUP = WS-XL-GROUP
                                   AND CS-TERM = WS-TMP-TERM
                               ADD CS-ENROLLED-CNT TO
                                   WS-GROUP-ENROLLED
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TMP-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
       330-RESV-SEAT-CHECK.
      *    SAME SPLIT AS PROJ-ENROLLMENT'S 217-RESV-SEAT-CHECK.
           MOVE 'N' TO WS-SEAT-KIND
           MOVE 'Q' TO RW-ACTION
           MOVE CS-CRN TO RW-CRN
           MOVE CS-TERM TO RW-TERM
           MOVE SF-MAJOR-CODE TO RW-MAJOR
           MOVE SF-CRED-HR-EARN TO RW-HRS-EARN
           MOVE SF-CATALOG-TERM TO RW-CATALOG-TERM
           CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
           COMPUTE WS-GENERAL-OPEN = CS-CAPACITY - RW-HELD
               - (WS-GROUP-ENROLLED - RW-FILLED)
           IF WS-GROUP-ENROLLED < CS-CAPACITY
               IF RW-SEQ > ZERO
                   MOVE 'R' TO WS-SEAT-KIND
               ELSE IF WS-GENERAL-OPEN > ZERO
                   MOVE 'G' TO WS-SEAT-KIND
               END-IF
               END-IF
           END-IF.
       340-PROMOTE-THE-NODE.
      *    WS-EF-KEY IS ON THE NODE.  SAME UPDATES, JOURNALING AND
      *    NOTICES AS PROJ-ENROLLMENT'S 280-PROMOTE-WAITLIST-RTN.
           MOVE WS-SLOT TO WS-EF-KEY
           READ EF-FILE-DES
           MOVE SPACES TO WS-JR-BEFORE
           MOVE ENR-REC TO WS-JR-BEFORE
           MOVE 'E' TO RF-STATUS
           MOVE WS-RESV-SEQ TO RF-RESV-SEQ
           REWRITE ENR-REC
           MOVE 'EF' TO WS-JR-FILE-ID
           MOVE WS-SLOT TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE ENR-REC TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
           MOVE SPACES TO WS-JR-BEFORE
           MOVE CS-RECORD TO WS-JR-BEFORE
           SUBTRACT 1 FROM CS-WAIT-CNT
           ADD 1 TO CS-ENROLLED-CNT
           REWRITE CS-RECORD
           MOVE 'CS' TO WS-JR-FILE-ID
           MOVE ZEROS TO WS-JR-SLOT
           MOVE SPACES TO WS-JR-AFTER
           MOVE CS-RECORD TO WS-JR-AFTER
           PERFORM 950-JOURNAL-RTN
           IF WS-RESV-SEQ > ZERO
               MOVE 'T' TO RW-ACTION
               MOVE CS-CRN TO RW-CRN
               MOVE CS-TERM TO RW-TERM
               MOVE WS-RESV-SEQ TO RW-SEQ
               CALL 'PROJ-SEAT-RESV' USING RW-RESV-LINK
           END-IF
           ADD 1 TO WS-PROMOTED-CNT
           MOVE RF-CRN TO PL-CRN-OUT
           MOVE RF-STUDENT-NUM TO PL-STU-OUT
           IF WS-RESV-SEQ > ZERO
               MOVE 'RESERVED SEAT' TO PL-SEAT-OUT
           ELSE
               MOVE 'GENERAL SEAT' TO PL-SEAT-OUT
           END-IF
           WRITE REPORT-REC FROM PROMOTE-LINE AFTER 1
           MOVE RF-STUDENT-NUM TO NOTICE-SNO-OUT
           MOVE RF-CRN TO NOTICE-CRN-OUT
           MOVE SF-NAME TO NOTICE-NAME-OUT
           WRITE NOTICE-REC FROM NOTICE-LINE
           MOVE RF-STUDENT-NUM TO CQ-STU-NUM
           MOVE 'WLPR' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE SPACES TO CQ-VAR-DATA
           STRING 'CRN ' DELIMITED BY SIZE
               RF-CRN DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           PERFORM 960-QUEUE-LETTER-RTN
           IF RF-BASIS NOT = 'A'
               MOVE RF-STUDENT-NUM TO WS-VN-STU-NUM
               MOVE RF-TERM TO WS-VN-TERM
               MOVE RF-CRN TO WS-VN-CRN
               MOVE 'A' TO WS-VN-ACTION
               MOVE WS-OPERATOR-ID TO WS-VN-SOURCE
               CALL 'PROJ-VA-NOTE' USING WS-VN-STU-NUM, WS-VN-TERM,
                   WS-VN-CRN, WS-VN-ACTION, WS-VN-SOURCE
           END-IF.
       960-QUEUE-LETTER-RTN.
      *    ONE EVENT ONTO THE CORRESPONDENCE QUEUE (SEE CQ-REC).
           OPEN EXTEND QUEUE-FILE
           IF WS-CQ-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF
           WRITE QUEUE-REC FROM CQ-LINE
           CLOSE QUEUE-FILE.
       950-JOURNAL-RTN.
      *    ONE BEFORE/AFTER PAIR OUT TO PROJ-JOURNAL.DAT.
           CALL 'PROJ-JOURNAL' USING WS-JR-FILE-ID, WS-JR-SLOT,
               WS-JR-BEFORE, WS-JR-AFTER.
