       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ID-FEED.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY IDENTITY FEED (ID-FEED.DAT)
      *          FOR CARD SERVICES, THE LIBRARY AND THE HALL DOOR
      *          SYSTEM -- ONE LINE PER STUDENT AND INSTRUCTOR WITH
      *          STATUS, PATRON TYPE, ACCESS EXPIRATION AND HALL, FROM
      *          THE STUDENT MASTER, THE ENROLLMENT CHAINS FOR THE
      *          INSTRUCTIONAL AND REGISTRATION TERMS, DORM-ASSIGN.DAT,
      *          PROJ-DEGREE.DAT AND THE INSTRUCTOR FILE.  EACH LINE'S
      *          ACTION CODE COMES FROM COMPARING AGAINST IDENT-SNAP.DAT
      *          (SEE IM-FILE-DESC): 'A' NEW, 'C' CHANGED, 'X'
      *          DEACTIVATED, 'R' A NUMBER RETIRED BY PROJ-STU-MERGE,
      *          SPACE UNCHANGED.  RUNS AS STEP 12 OF PROJ-NIGHT-RUN,
      *          AFTER PROJ-DROP-DELINQ, SO A STUDENT WHO WITHDREW OR
      *          WAS DROPPED THAT DAY GOES OUT DEACTIVATED THE SAME
      *          NIGHT.  ID-FEED.RPT LISTS THE DEACTIVATIONS AND
      *          RETIREMENTS THAT USED TO GO OUT BY EMAIL, WITH COUNTS.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 48 BYTES (PER-STUDENT CREDIT HOURS
      *          ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
           SELECT IM-FILE-DESC ASSIGN TO 'IDENT-SNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IM-STATUS.
           SELECT DA-FILE-DESC ASSIGN TO 'DORM-ASSIGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DA-STATUS.
           SELECT DG-FILE-DESC ASSIGN TO 'PROJ-DEGREE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DG-STU-NUM
               FILE STATUS IS WS-DG-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT FEED-FILE ASSIGN TO 'ID-FEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-REPORT ASSIGN TO 'ID-FEED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  IM-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY IM-FILE-DESC.
       FD  DA-FILE-DESC IS EXTERNAL RECORD CONTAINS 28 CHARACTERS.
           COPY DA-FILE-DESC.
       FD  DG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY DG-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  FEED-FILE
           DATA RECORD IS FEED-REC.
       01  FEED-REC                  PIC X(120).
       FD  FEED-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-WALK-PNTR              PIC 9(5).
       01  WS-IM-STATUS              PIC XX.
       01  WS-DA-STATUS              PIC XX.
       01  WS-DG-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-INSTR-STATUS           PIC XX.
       01  WS-DA-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-DG-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-AC-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-INSTR-ON-FILE          PIC X      VALUE 'Y'.
       01  WS-IM-FOUND               PIC X.
       01  WS-IN-REG                 PIC X.
       01  WS-IN-INSTR               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NOW                    PIC 9(8).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-REG-END                PIC 9(8)   VALUE ZERO.
       01  WS-INSTR-END              PIC 9(8)   VALUE ZERO.
       01  WS-RUN-ID.
           05  WS-RUN-DATE           PIC 9(6).
           05  WS-RUN-TIME           PIC 9(8).
       01  WS-RUN-ID-N REDEFINES WS-RUN-ID
                                     PIC 9(14).
      *    TONIGHT'S FIGURES FOR THE PERSON IN HAND.
       01  WS-NEW-TYPE               PIC X.
       01  WS-NEW-ID                 PIC 9(9).
       01  WS-NEW-STATUS             PIC X.
       01  WS-NEW-PATRON             PIC X(2).
       01  WS-NEW-EXPIRE             PIC 9(8).
       01  WS-NEW-HALL               PIC X(4).
       01  WS-NEW-ROOM               PIC X(4).
       01  WS-NEW-TERM               PIC X(6).
       01  WS-OLD-STATUS             PIC X.
       01  WS-ACTION                 PIC X.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-SENT-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-ADD-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-CHG-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-DEACT-CNT              PIC 9(6)   VALUE ZERO.
       01  WS-RETIRE-CNT             PIC 9(6)   VALUE ZERO.
       01  WS-ENR-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-NOT-ENR-CNT            PIC 9(6)   VALUE ZERO.
       01  WS-GRAD-CNT               PIC 9(6)   VALUE ZERO.
       01  WS-FAC-CNT                PIC 9(6)   VALUE ZERO.
       01  WS-ARCH-CNT               PIC 9(6)   VALUE ZERO.
       01  ID-LINE.
           05  ID-ACTION             PIC X.
           05  ID-TYPE               PIC X.
           05  ID-NUMBER             PIC 9(9).
           05  ID-LAST-NAME          PIC X(20).
           05  ID-FIRST-NAME         PIC X(15).
           05  ID-EMAIL              PIC X(30).
           05  ID-STATUS             PIC X.
           05  ID-PATRON             PIC X(2).
           05  ID-EXPIRE             PIC 9(8).
           05  ID-HALL               PIC X(4).
           05  ID-ROOM               PIC X(4).
           05  ID-MERGED-TO          PIC 9(9).
           05  ID-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X(10).
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'IDENTITY FEED -- DEACTIVATIONS AND RETIR'.
           05                        PIC X(15)  VALUE
                'EMENTS     RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(17)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'ACT TYPE NUMBER     NAME                '.
           05                        PIC X(38)  VALUE
                '  WAS NOW HALL ROOM MERGED TO         '.
       01  DETAIL-LINE.
           05                        PIC X(3)   VALUE SPACES.
           05  DL-ACTION-OUT         PIC X.
           05                        PIC X(4)   VALUE SPACES.
           05  DL-TYPE-OUT           PIC X.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NUMBER-OUT         PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NAME-OUT           PIC X(20).
           05                        PIC X(3)   VALUE SPACES.
           05  DL-WAS-OUT            PIC X.
           05                        PIC X(3)   VALUE SPACES.
           05  DL-NOW-OUT            PIC X.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-HALL-OUT           PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ROOM-OUT           PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-MERGED-OUT         PIC Z(9).
           05                        PIC X(10)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-LABEL-OUT          PIC X(30).
           05  TL-CNT-OUT            PIC ZZZ,ZZ9.
           05                        PIC X(41)  VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-NOW FROM TIME
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           MOVE WS-TODAY TO WS-RUN-DATE
           MOVE WS-NOW TO WS-RUN-TIME
           OPEN I-O IM-FILE-DESC
           IF WS-IM-STATUS = '35'
               OPEN OUTPUT IM-FILE-DESC
               CLOSE IM-FILE-DESC
               OPEN I-O IM-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
           OPEN INPUT DA-FILE-DESC
           IF WS-DA-STATUS = '35'
               MOVE 'N' TO WS-DA-ON-FILE
           END-IF
           OPEN INPUT DG-FILE-DESC
           IF WS-DG-STATUS = '35'
               MOVE 'N' TO WS-DG-ON-FILE
           END-IF
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS = '35'
               MOVE 'N' TO WS-AC-ON-FILE
           END-IF
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = '35'
               MOVE 'N' TO WS-INSTR-ON-FILE
           END-IF
           OPEN OUTPUT FEED-FILE
           OPEN OUTPUT FEED-REPORT
           DISPLAY 'PROJ-ID-FEED STARTING FOR ' WS-TODAY
           PERFORM 150-TERM-END-DATES
           PERFORM 160-REPORT-HEADING
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 300-ONE-STUDENT
               END-READ
           END-PERFORM
           IF WS-INSTR-ON-FILE = 'Y'
               MOVE 'N' TO NO-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS = 'Y'
                   READ INSTR-FILE
                       AT END MOVE 'Y' TO NO-MORE-RECORDS
                       NOT AT END PERFORM 400-ONE-INSTRUCTOR
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 600-SWEEP-FOR-ARCHIVED
           PERFORM 800-REPORT-TOTALS
           DISPLAY 'PROJ-ID-FEED FINISHED -- ' WS-SENT-CNT
               ' LINE(S), ' WS-DEACT-CNT ' DEACTIVATED, '
               WS-RETIRE-CNT ' RETIRED'
           IF WS-DA-ON-FILE = 'Y'
               CLOSE DA-FILE-DESC
           END-IF
           IF WS-DG-ON-FILE = 'Y'
               CLOSE DG-FILE-DESC
           END-IF
           IF WS-AC-ON-FILE = 'Y'
               CLOSE AC-FILE-DESC
           END-IF
           IF WS-INSTR-ON-FILE = 'Y'
               CLOSE INSTR-FILE
           END-IF
           CLOSE SF-FILE-DESC
                 EF-FILE-DES
                 IM-FILE-DESC
                 FEED-FILE
                 FEED-REPORT
           EXIT PROGRAM.
       150-TERM-END-DATES.
      *    ACCESS RUNS TO THE END OF THE TERM THE PERSON IS ENROLLED
      *    IN (OR TEACHING THROUGH).  A TERM WITH NO CALENDAR ROW
      *    EXPIRES ACCESS AT TONIGHT'S DATE, WHICH THE CARD OFFICE
      *    WILL QUESTION SOONER THAN AN OPEN-ENDED CARD.
           IF WS-AC-ON-FILE = 'Y'
               MOVE CT-REG-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE AC-TERM-END TO WS-REG-END
               END-READ
               MOVE CT-INSTR-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE AC-TERM-END TO WS-INSTR-END
               END-READ
           END-IF
           IF WS-INSTR-END = ZERO
               MOVE WS-TODAY-CCYYMMDD TO WS-INSTR-END
           END-IF
           IF WS-REG-END = ZERO
               MOVE WS-INSTR-END TO WS-REG-END
           END-IF.
       160-REPORT-HEADING.
           MOVE WS-TODAY TO H1-DATE-OUT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 5 TO WS-LINE-CT.
       200-FIND-SNAPSHOT.
           MOVE WS-NEW-TYPE TO IM-TYPE
           MOVE WS-NEW-ID TO IM-ID
           MOVE 'Y' TO WS-IM-FOUND
           READ IM-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-IM-FOUND
           END-READ.
       300-ONE-STUDENT.
           MOVE 'S' TO WS-NEW-TYPE
           MOVE SF-STU-NUM TO WS-NEW-ID
           PERFORM 200-FIND-SNAPSHOT
           MOVE SPACES TO ID-LINE
           MOVE SF-LAST-NAME TO ID-LAST-NAME
           MOVE SF-FIRST-NAME TO ID-FIRST-NAME
           MOVE SF-EMAIL TO ID-EMAIL
           IF WS-IM-FOUND = 'Y' AND IM-STATUS = 'M'
               PERFORM 390-RETIRED-NUMBER
           ELSE
               PERFORM 310-STUDENT-FIGURES
               PERFORM 500-COMPARE-AND-SEND
           END-IF.
       310-STUDENT-FIGURES.
      *    ENROLLED MEANS AN ACTIVE NODE IN EITHER TERM ON TONIGHT'S
      *    CHAIN.  A COMPLETE WITHDRAWAL LEAVES ONLY 'D' NODES AND A
      *    DELINQUENCY DROP FREES THEM, SO EITHER ONE READS AS NOT
      *    ENROLLED HERE.  A STUDENT MARKED INACTIVE FOR ARCHIVING IS
      *    NOT ENROLLED WHATEVER THE CHAIN STILL HOLDS.
           MOVE 'N' TO WS-IN-REG
           MOVE 'N' TO WS-IN-INSTR
           MOVE SPACES TO WS-NEW-HALL WS-NEW-ROOM
           IF SF-ACTIVE-FLAG NOT = 'I'
               MOVE SF-ENR-REC-PNTR TO WS-WALK-PNTR
               PERFORM UNTIL WS-WALK-PNTR = 0
                   MOVE WS-WALK-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                       INVALID KEY MOVE 0 TO WS-WALK-PNTR
                       NOT INVALID KEY
                           IF RF-STATUS = 'E'
                               IF RF-TERM = CT-REG-TERM
                                   MOVE 'Y' TO WS-IN-REG
                               END-IF
                               IF RF-TERM = CT-INSTR-TERM
                                   MOVE 'Y' TO WS-IN-INSTR
                               END-IF
                           END-IF
                           MOVE RF-NXT-CLS-PNTR TO WS-WALK-PNTR
                   END-READ
               END-PERFORM
           END-IF
           IF WS-IN-REG = 'Y' OR WS-IN-INSTR = 'Y'
               MOVE 'E' TO WS-NEW-STATUS
               MOVE 'ST' TO WS-NEW-PATRON
               IF WS-IN-REG = 'Y'
                   MOVE CT-REG-TERM TO WS-NEW-TERM
                   MOVE WS-REG-END TO WS-NEW-EXPIRE
               ELSE
                   MOVE CT-INSTR-TERM TO WS-NEW-TERM
                   MOVE WS-INSTR-END TO WS-NEW-EXPIRE
               END-IF
               PERFORM 320-HALL-ASSIGNMENT
               ADD 1 TO WS-ENR-CNT
           ELSE
               MOVE 'N' TO WS-NEW-STATUS
               MOVE 'ST' TO WS-NEW-PATRON
               IF WS-DG-ON-FILE = 'Y'
                   MOVE SF-STU-NUM TO DG-STU-NUM
                   READ DG-FILE-DESC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'G' TO WS-NEW-STATUS
                           MOVE 'AL' TO WS-NEW-PATRON
                   END-READ
               END-IF
               IF WS-NEW-STATUS = 'G'
                   ADD 1 TO WS-GRAD-CNT
               ELSE
                   ADD 1 TO WS-NOT-ENR-CNT
               END-IF
               PERFORM 330-ENDED-EXPIRATION
           END-IF.
       320-HALL-ASSIGNMENT.
      *    THE ENROLLED TERM'S ROOM, ELSE THE OTHER TERM'S (A HALL
      *    RESIDENT REGISTERED AHEAD FOR NEXT TERM STILL LIVES IN THIS
      *    TERM'S ROOM).
           IF WS-DA-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO DA-STU-NUM
               MOVE WS-NEW-TERM TO DA-TERM
               READ DA-FILE-DESC
                   INVALID KEY
                       MOVE CT-INSTR-TERM TO DA-TERM
                       READ DA-FILE-DESC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE DA-HALL TO WS-NEW-HALL
                               MOVE DA-ROOM TO WS-NEW-ROOM
                       END-READ
                   NOT INVALID KEY
                       MOVE DA-HALL TO WS-NEW-HALL
                       MOVE DA-ROOM TO WS-NEW-ROOM
               END-READ
           END-IF.
       330-ENDED-EXPIRATION.
      *    ACCESS ENDS TONIGHT FOR SOMEONE WHO JUST LOST IT; ONE WHO
      *    WAS ALREADY WITHOUT IT KEEPS THE DATE IT ENDED, SO THEIR
      *    LINE DOES NOT READ AS CHANGED EVERY NIGHT.
           MOVE WS-TODAY-CCYYMMDD TO WS-NEW-EXPIRE
           IF WS-IM-FOUND = 'Y'
               IF IM-STATUS NOT = 'E' AND IM-STATUS NOT = 'F'
                   MOVE IM-EXPIRE TO WS-NEW-EXPIRE
               END-IF
           END-IF.
       390-RETIRED-NUMBER.
      *    A MERGED-AWAY NUMBER GOES OUT ONCE, POINTING AT THE KEEPER,
      *    AND NEVER AGAIN.
           IF IM-SENT-DATE = ZERO
               MOVE 'R' TO ID-ACTION
               MOVE 'S' TO ID-TYPE
               MOVE IM-ID TO ID-NUMBER
               MOVE 'M' TO ID-STATUS
               MOVE IM-PATRON TO ID-PATRON
               MOVE WS-TODAY-CCYYMMDD TO ID-EXPIRE
               MOVE IM-MERGED-TO TO ID-MERGED-TO
               MOVE WS-TODAY TO ID-RUN-DATE
               WRITE FEED-REC FROM ID-LINE
               ADD 1 TO WS-SENT-CNT
               ADD 1 TO WS-RETIRE-CNT
               MOVE SPACE TO WS-OLD-STATUS
               PERFORM 700-REPORT-LINE
               MOVE WS-TODAY-CCYYMMDD TO IM-EXPIRE
               MOVE WS-TODAY TO IM-SENT-DATE
           END-IF
           MOVE WS-RUN-ID-N TO IM-SEEN-RUN
           REWRITE IM-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
       400-ONE-INSTRUCTOR.
      *    AN INSTRUCTOR ON FILE KEEPS ACCESS THROUGH THE REGISTRATION
      *    TERM, TEACHING OR NOT -- FULL-TIME FACULTY STILL NEED THE
      *    BUILDING IN A TERM THEY ARE NOT ON THE SCHEDULE.
           MOVE 'F' TO WS-NEW-TYPE
           MOVE INSTR-ID TO WS-NEW-ID
           PERFORM 200-FIND-SNAPSHOT
           MOVE SPACES TO ID-LINE
           MOVE INSTR-NAME TO ID-LAST-NAME
           MOVE 'F' TO WS-NEW-STATUS
           IF INSTR-CONTRACT = 'F'
               MOVE 'FA' TO WS-NEW-PATRON
           ELSE
               MOVE 'AJ' TO WS-NEW-PATRON
           END-IF
           MOVE WS-REG-END TO WS-NEW-EXPIRE
           MOVE SPACES TO WS-NEW-HALL WS-NEW-ROOM
           ADD 1 TO WS-FAC-CNT
           PERFORM 500-COMPARE-AND-SEND.
       500-COMPARE-AND-SEND.
      *    A PERSON WHO HAD ACCESS (ENROLLED OR FACULTY) AND NO LONGER
      *    DOES IS A DEACTIVATION; ANY OTHER DIFFERENCE IS A CHANGE.
           MOVE SPACE TO WS-OLD-STATUS
           IF WS-IM-FOUND = 'N'
               MOVE 'A' TO WS-ACTION
               ADD 1 TO WS-ADD-CNT
           ELSE
               MOVE IM-STATUS TO WS-OLD-STATUS
               IF IM-STATUS = WS-NEW-STATUS
                       AND IM-PATRON = WS-NEW-PATRON
                       AND IM-EXPIRE = WS-NEW-EXPIRE
                       AND IM-HALL = WS-NEW-HALL
                       AND IM-ROOM = WS-NEW-ROOM
                   MOVE SPACE TO WS-ACTION
               ELSE IF (IM-STATUS = 'E' OR IM-STATUS = 'F')
                       AND WS-NEW-STATUS NOT = 'E'
                       AND WS-NEW-STATUS NOT = 'F'
                   MOVE 'X' TO WS-ACTION
                   ADD 1 TO WS-DEACT-CNT
               ELSE
                   MOVE 'C' TO WS-ACTION
                   ADD 1 TO WS-CHG-CNT
               END-IF
               END-IF
           END-IF
           MOVE WS-ACTION TO ID-ACTION
           MOVE WS-NEW-TYPE TO ID-TYPE
           MOVE WS-NEW-ID TO ID-NUMBER
           MOVE WS-NEW-STATUS TO ID-STATUS
           MOVE WS-NEW-PATRON TO ID-PATRON
           MOVE WS-NEW-EXPIRE TO ID-EXPIRE
           MOVE WS-NEW-HALL TO ID-HALL
           MOVE WS-NEW-ROOM TO ID-ROOM
           MOVE ZEROS TO ID-MERGED-TO
           MOVE WS-TODAY TO ID-RUN-DATE
           WRITE FEED-REC FROM ID-LINE
           ADD 1 TO WS-SENT-CNT
           IF WS-ACTION = 'X'
               PERFORM 700-REPORT-LINE
           END-IF
           IF WS-IM-FOUND = 'N'
               MOVE SPACES TO IM-RECORD
               MOVE WS-NEW-TYPE TO IM-TYPE
               MOVE WS-NEW-ID TO IM-ID
               MOVE ZEROS TO IM-MERGED-TO
           END-IF
           IF WS-ACTION NOT = SPACE
               MOVE WS-TODAY TO IM-SENT-DATE
           END-IF
           MOVE WS-NEW-STATUS TO IM-STATUS
           MOVE WS-NEW-PATRON TO IM-PATRON
           MOVE WS-NEW-EXPIRE TO IM-EXPIRE
           MOVE WS-NEW-HALL TO IM-HALL
           MOVE WS-NEW-ROOM TO IM-ROOM
           MOVE WS-RUN-ID-N TO IM-SEEN-RUN
           IF WS-IM-FOUND = 'Y'
               REWRITE IM-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE IM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       600-SWEEP-FOR-ARCHIVED.
      *    A ROW TONIGHT'S PASSES DID NOT REACH IS A STUDENT
      *    PROJ-ARCHIVE-STUDENTS HAS TAKEN OFF THE MASTER (OR AN
      *    INSTRUCTOR ROW REMOVED).  IT GOES OUT ONCE AS ARCHIVED AND
      *    THE ROW COMES OFF.  A RETIRED NUMBER THAT WAS ALREADY SENT
      *    JUST COMES OFF; ONE ARCHIVED BEFORE ANY FEED SAW IT GOES
      *    OUT AS A RETIREMENT.
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO IM-KEY
           START IM-FILE-DESC KEY IS NOT LESS THAN IM-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ IM-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF IM-SEEN-RUN NOT = WS-RUN-ID-N
                           PERFORM 610-ARCHIVED-PERSON
                       END-IF
               END-READ
           END-PERFORM.
       610-ARCHIVED-PERSON.
           MOVE SPACES TO ID-LINE
           MOVE IM-TYPE TO ID-TYPE
           MOVE IM-ID TO ID-NUMBER
           MOVE IM-PATRON TO ID-PATRON
           MOVE WS-TODAY-CCYYMMDD TO ID-EXPIRE
           MOVE ZEROS TO ID-MERGED-TO
           MOVE WS-TODAY TO ID-RUN-DATE
           MOVE IM-STATUS TO WS-OLD-STATUS
           IF IM-STATUS = 'M'
               IF IM-SENT-DATE = ZERO
                   MOVE 'R' TO ID-ACTION
                   MOVE 'M' TO ID-STATUS
                   MOVE IM-MERGED-TO TO ID-MERGED-TO
                   WRITE FEED-REC FROM ID-LINE
                   ADD 1 TO WS-SENT-CNT
                   ADD 1 TO WS-RETIRE-CNT
                   PERFORM 700-REPORT-LINE
               END-IF
           ELSE
               MOVE 'X' TO ID-ACTION
               MOVE 'A' TO ID-STATUS
               WRITE FEED-REC FROM ID-LINE
               ADD 1 TO WS-SENT-CNT
               ADD 1 TO WS-DEACT-CNT
               ADD 1 TO WS-ARCH-CNT
               PERFORM 700-REPORT-LINE
           END-IF
           DELETE IM-FILE-DESC RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       700-REPORT-LINE.
      *    ONE LINE OFF ID-LINE AS JUST WRITTEN; WS-OLD-STATUS IS WHAT
      *    THE SNAPSHOT HELD BEFORE TONIGHT.
           IF WS-LINE-CT > 55
               PERFORM 160-REPORT-HEADING
           END-IF
           MOVE ID-ACTION TO DL-ACTION-OUT
           MOVE ID-TYPE TO DL-TYPE-OUT
           MOVE ID-NUMBER TO DL-NUMBER-OUT
           MOVE ID-LAST-NAME TO DL-NAME-OUT
           MOVE WS-OLD-STATUS TO DL-WAS-OUT
           MOVE ID-STATUS TO DL-NOW-OUT
           MOVE ID-HALL TO DL-HALL-OUT
           MOVE ID-ROOM TO DL-ROOM-OUT
           MOVE ID-MERGED-TO TO DL-MERGED-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       800-REPORT-TOTALS.
           MOVE 'LINES SENT' TO TL-LABEL-OUT
           MOVE WS-SENT-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           MOVE 'NEW (A)' TO TL-LABEL-OUT
           MOVE WS-ADD-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CHANGED (C)' TO TL-LABEL-OUT
           MOVE WS-CHG-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'DEACTIVATED (X)' TO TL-LABEL-OUT
           MOVE WS-DEACT-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE '  OF WHICH ARCHIVED' TO TL-LABEL-OUT
           MOVE WS-ARCH-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RETIRED BY MERGE (R)' TO TL-LABEL-OUT
           MOVE WS-RETIRE-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'STUDENTS ENROLLED' TO TL-LABEL-OUT
           MOVE WS-ENR-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           MOVE 'STUDENTS NOT ENROLLED' TO TL-LABEL-OUT
           MOVE WS-NOT-ENR-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'STUDENTS GRADUATED' TO TL-LABEL-OUT
           MOVE WS-GRAD-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'INSTRUCTORS' TO TL-LABEL-OUT
           MOVE WS-FAC-CNT TO TL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.
