       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PIN-CONVERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ONE-TIME CONVERSION THAT TAKES EVERY
      *          SIGN-ON SECRET OFF FILE IN CLEAR.  READS THE STUDENT,
      *          INSTRUCTOR AND OPERATOR MASTERS UNDER THEIR OLD
      *          LAYOUTS (239, 29 AND 56 BYTES) AND BUILDS .NEW FILES
      *          UNDER THE CURRENT ONES, WITH EACH PIN OR PASSWORD RUN
      *          THROUGH PROJ-PWD-HASH INTO SF-PIN-HASH, INSTR-PIN-HASH,
      *          OP-PWD-HASH AND OP-PREV-HASH AND THE OLD SLOT ZEROED OR
      *          BLANKED.  NOBODY HAS TO CHANGE ANYTHING -- THE SAME PIN
      *          OR PASSWORD SIGNS ON AFTERWARD.  THE ARCHIVED STUDENT
      *          IMAGES ON SF-ARCHIVE.DAT AND THE STUDENT AND
      *          INSTRUCTOR LINES IN THE THREE BACKUP GENERATIONS GET
      *          THE SAME TREATMENT, SO NO COPY OF A PIN IS LEFT
      *          BEHIND.  THE OPERATOR RENAMES EVERY .NEW OVER ITS .DAT,
      *          SAME AS PROJ-STU-CONVERT, THEN STARTS A NEW JOURNAL --
      *          THE OLD ONE HOLDS PRE-CONVERSION IMAGES.  RUN ONCE, IN
      *          A MAINTENANCE WINDOW, AFTER A BACKUP AND BEFORE
      *          PROJ-SID-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STU-FILE ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT NEW-STU-FILE ASSIGN TO 'PROJ-STU-FILE.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NEW-STU-NUM.
           SELECT OLD-INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-INSTR-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NEW-INSTR-ID.
           SELECT OLD-OP-FILE ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-OP-ID
               FILE STATUS IS WS-OP-STATUS.
           SELECT NEW-OP-FILE ASSIGN TO 'PROJ-OPERATOR.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NEW-OP-ID.
           SELECT ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT NEW-ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-GEN1 ASSIGN TO 'BK-GEN1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-GEN2 ASSIGN TO 'BK-GEN2.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-GEN3 ASSIGN TO 'BK-GEN3.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-NEW1 ASSIGN TO 'BK-GEN1.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-NEW2 ASSIGN TO 'BK-GEN2.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-NEW3 ASSIGN TO 'BK-GEN3.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STU-FILE RECORD CONTAINS 239 CHARACTERS.
       01  OLD-STU-REC.
           05  OLD-STU-NUM         PIC 9(9).
           05  FILLER              PIC X(160).
           05  OLD-STU-PIN         PIC 9(4).
           05  FILLER              PIC X(66).
       FD  NEW-STU-FILE RECORD CONTAINS 250 CHARACTERS.
       01  NEW-STU-REC.
           05  NEW-STU-NUM         PIC 9(9).
           05  FILLER              PIC X(241).
       FD  OLD-INSTR-FILE RECORD CONTAINS 29 CHARACTERS.
       01  OLD-INSTR-REC.
           05  OLD-INSTR-ID        PIC 9(5).
           05  FILLER              PIC X(20).
           05  OLD-INSTR-PIN       PIC 9(4).
       FD  NEW-INSTR-FILE RECORD CONTAINS 40 CHARACTERS.
       01  NEW-INSTR-REC.
           05  NEW-INSTR-ID        PIC 9(5).
           05  FILLER              PIC X(35).
       FD  OLD-OP-FILE RECORD CONTAINS 56 CHARACTERS.
       01  OLD-OP-REC.
           05  OLD-OP-ID           PIC X(8).
           05  OLD-OP-PASSWORD     PIC X(8).
           05  FILLER              PIC X(27).
           05  OLD-OP-PREV-PWD     PIC X(8).
           05  FILLER              PIC X(5).
       FD  NEW-OP-FILE RECORD CONTAINS 76 CHARACTERS.
       01  NEW-OP-REC.
           05  NEW-OP-ID           PIC X(8).
           05  FILLER              PIC X(68).
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD  NEW-ARCHIVE-FILE
           DATA RECORD IS NEW-ARCH-REC.
       01  NEW-ARCH-REC                PIC X(251).
       FD  BK-GEN1
           DATA RECORD IS BK1-REC.
       01  BK1-REC                     PIC X(257).
       FD  BK-GEN2
           DATA RECORD IS BK2-REC.
       01  BK2-REC                     PIC X(257).
       FD  BK-GEN3
           DATA RECORD IS BK3-REC.
       01  BK3-REC                     PIC X(257).
       FD  BK-NEW1
           DATA RECORD IS BK-NEW1-REC.
       01  BK-NEW1-REC                 PIC X(257).
       FD  BK-NEW2
           DATA RECORD IS BK-NEW2-REC.
       01  BK-NEW2-REC                 PIC X(257).
       FD  BK-NEW3
           DATA RECORD IS BK-NEW3-REC.
       01  BK-NEW3-REC                 PIC X(257).
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS                PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OP-STATUS                PIC XX.
       01  WS-AR-STATUS                PIC XX.
       01  WS-BK-STATUS                PIC XX.
       01  WS-EOF                      PIC X.
       01  WS-GEN                      PIC 9.
       01  WS-STU-CNT                  PIC 9(7)  VALUE ZERO.
       01  WS-INSTR-CNT                PIC 9(7)  VALUE ZERO.
       01  WS-OP-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-ARCH-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-BK-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-PIN                      PIC 9(4).
       01  WS-PIN-X REDEFINES WS-PIN   PIC X(4).
       01  WS-HASH-FN                  PIC X.
       01  WS-HASH-SECRET              PIC X(8).
       01  WS-HASH-VALUE               PIC X(10).
       01  WS-HASH-MATCH               PIC X.
      *    AN OLD 239-BYTE STUDENT IMAGE INSIDE A 250-BYTE AREA --
      *    THE PIN SAT AT 170-173; THE HASH AND TEMP FLAG GO ON THE
      *    END (240-250).  AN OLD 29-BYTE INSTRUCTOR IMAGE HAD THE PIN
      *    AT 26-29; ITS HASH AND FLAG GO AT 30-40.
       01  WS-IMAGE                    PIC X(250).
       01  WS-SF-IMAGE REDEFINES WS-IMAGE.
           05  FILLER                  PIC X(169).
           05  WS-SF-OLD-PIN           PIC X(4).
           05  FILLER                  PIC X(66).
           05  WS-SF-NEW-HASH          PIC X(10).
           05  WS-SF-NEW-TEMP          PIC X.
       01  WS-IN-IMAGE REDEFINES WS-IMAGE.
           05  FILLER                  PIC X(25).
           05  WS-IN-OLD-PIN           PIC X(4).
           05  WS-IN-NEW-HASH          PIC X(10).
           05  WS-IN-NEW-TEMP          PIC X.
           05  FILLER                  PIC X(210).
       01  WS-BK-LINE.
           05  WS-BK-FILE-ID           PIC X(2).
           05  WS-BK-SLOT              PIC 9(5).
           05  WS-BK-DATA              PIC X(250).
       COPY OP-FILE-DESC.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-PIN-CONVERT STARTING'
           PERFORM 200-CONVERT-STUDENTS
           DISPLAY 'STUDENT MASTER     -- ' WS-STU-CNT ' RECORD(S)'
           PERFORM 300-CONVERT-INSTRUCTORS
           DISPLAY 'INSTRUCTOR MASTER  -- ' WS-INSTR-CNT ' RECORD(S)'
           PERFORM 400-CONVERT-OPERATORS
           DISPLAY 'OPERATOR MASTER    -- ' WS-OP-CNT ' RECORD(S)'
           PERFORM 500-CONVERT-ARCHIVE
           DISPLAY 'ARCHIVED STUDENTS  -- ' WS-ARCH-CNT ' RECORD(S)'
           PERFORM 600-CONVERT-BACKUP
               VARYING WS-GEN FROM 1 BY 1 UNTIL WS-GEN > 3
           DISPLAY 'BACKUP GENERATIONS -- ' WS-BK-CNT ' LINE(S)'
           DISPLAY 'PROJ-PIN-CONVERT FINISHED'
           DISPLAY 'VERIFY THE COUNTS, THEN RENAME EVERY .NEW FILE'
           DISPLAY 'WRITTEN ABOVE OVER ITS .DAT, START A NEW JOURNAL,'
           DISPLAY 'AND TAKE A FRESH BACKUP BEFORE ANYTHING ELSE RUNS'
           EXIT PROGRAM.
       200-CONVERT-STUDENTS.
           OPEN INPUT OLD-STU-FILE
           IF WS-SF-STATUS NOT = '35'
               OPEN OUTPUT NEW-STU-FILE
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO OLD-STU-NUM
               START OLD-STU-FILE KEY IS NOT LESS THAN OLD-STU-NUM
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-STU-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-STU-REC TO WS-IMAGE
                           PERFORM 210-HASH-SF-IMAGE
                           WRITE NEW-STU-REC FROM WS-IMAGE
                           ADD 1 TO WS-STU-CNT
                   END-READ
               END-PERFORM
               CLOSE OLD-STU-FILE
                     NEW-STU-FILE
           END-IF.
       210-HASH-SF-IMAGE.
      *    AN IMAGE THAT ALREADY CARRIES A HASH IS LEFT ALONE.
           IF WS-SF-NEW-HASH = SPACES
               MOVE WS-SF-OLD-PIN TO WS-PIN-X
               IF WS-PIN-X NOT NUMERIC
                   MOVE ZEROS TO WS-PIN
               END-IF
               PERFORM 800-HASH-PIN
               MOVE WS-HASH-VALUE TO WS-SF-NEW-HASH
               MOVE 'N' TO WS-SF-NEW-TEMP
               MOVE ZEROS TO WS-SF-OLD-PIN
           END-IF.
       300-CONVERT-INSTRUCTORS.
           OPEN INPUT OLD-INSTR-FILE
           IF WS-IN-STATUS NOT = '35'
               OPEN OUTPUT NEW-INSTR-FILE
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO OLD-INSTR-ID
               START OLD-INSTR-FILE KEY IS NOT LESS THAN OLD-INSTR-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-INSTR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-INSTR-REC TO WS-IMAGE
                           PERFORM 310-HASH-IN-IMAGE
                           WRITE NEW-INSTR-REC FROM WS-IMAGE
                           ADD 1 TO WS-INSTR-CNT
                   END-READ
               END-PERFORM
               CLOSE OLD-INSTR-FILE
                     NEW-INSTR-FILE
           END-IF.
       310-HASH-IN-IMAGE.
           IF WS-IN-NEW-HASH = SPACES
               MOVE WS-IN-OLD-PIN TO WS-PIN-X
               IF WS-PIN-X NOT NUMERIC
                   MOVE ZEROS TO WS-PIN
               END-IF
               PERFORM 800-HASH-PIN
               MOVE WS-HASH-VALUE TO WS-IN-NEW-HASH
               MOVE 'N' TO WS-IN-NEW-TEMP
               MOVE ZEROS TO WS-IN-OLD-PIN
           END-IF.
       400-CONVERT-OPERATORS.
      *    BOTH THE CURRENT AND THE PREVIOUS PASSWORD ARE HASHED SO THE
      *    NO-REUSE RULE STILL HOLDS AT THE NEXT FORCED CHANGE.
           OPEN INPUT OLD-OP-FILE
           IF WS-OP-STATUS NOT = '35'
               OPEN OUTPUT NEW-OP-FILE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO OLD-OP-ID
               START OLD-OP-FILE KEY IS NOT LESS THAN OLD-OP-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-OP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 410-CONVERT-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OLD-OP-FILE
                     NEW-OP-FILE
           END-IF.
       410-CONVERT-ONE-OPERATOR.
           MOVE SPACES TO OP-RECORD
           MOVE OLD-OP-REC TO OP-RECORD
           MOVE SPACES TO OP-RECORD (9:8)
           MOVE SPACES TO OP-RECORD (44:8)
           MOVE SPACES TO OP-RECORD (54:23)
           MOVE 'N' TO OP-PWD-TEMP
           MOVE 'H' TO WS-HASH-FN
           MOVE OLD-OP-PASSWORD TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO OP-PWD-HASH
           IF OLD-OP-PREV-PWD NOT = SPACES
               MOVE 'H' TO WS-HASH-FN
               MOVE OLD-OP-PREV-PWD TO WS-HASH-SECRET
               CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
                   WS-HASH-VALUE, WS-HASH-MATCH
               MOVE WS-HASH-VALUE TO OP-PREV-HASH
           END-IF
           WRITE NEW-OP-REC FROM OP-RECORD
           ADD 1 TO WS-OP-CNT.
       500-CONVERT-ARCHIVE.
      *    ONLY THE 'S' LINES ARE STUDENT IMAGES; EVERYTHING ELSE IS
      *    COPIED AS IT STANDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               OPEN OUTPUT NEW-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARCH-TYPE = 'S'
                               MOVE ARCH-DATA TO WS-IMAGE
                               PERFORM 210-HASH-SF-IMAGE
                               MOVE WS-IMAGE TO ARCH-DATA
                               ADD 1 TO WS-ARCH-CNT
                           END-IF
                           WRITE NEW-ARCH-REC FROM ARCH-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
                     NEW-ARCHIVE-FILE
           END-IF.
       600-CONVERT-BACKUP.
      *    A GENERATION NEVER TAKEN IS SIMPLY NOT THERE.
           IF WS-GEN = 1
               OPEN INPUT BK-GEN1
           ELSE IF WS-GEN = 2
               OPEN INPUT BK-GEN2
           ELSE
               OPEN INPUT BK-GEN3
           END-IF
           END-IF
           IF WS-BK-STATUS NOT = '35'
               IF WS-GEN = 1
                   OPEN OUTPUT BK-NEW1
               ELSE IF WS-GEN = 2
                   OPEN OUTPUT BK-NEW2
               ELSE
                   OPEN OUTPUT BK-NEW3
               END-IF
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM 605-READ-BK-LINE
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM 610-CONVERT-ONE-BK-LINE
                   PERFORM 605-READ-BK-LINE
               END-PERFORM
               IF WS-GEN = 1
                   CLOSE BK-GEN1
                         BK-NEW1
               ELSE IF WS-GEN = 2
                   CLOSE BK-GEN2
                         BK-NEW2
               ELSE
                   CLOSE BK-GEN3
                         BK-NEW3
               END-IF
           END-IF.
       605-READ-BK-LINE.
           IF WS-GEN = 1
               READ BK-GEN1 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           ELSE IF WS-GEN = 2
               READ BK-GEN2 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           ELSE
               READ BK-GEN3 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.
       610-CONVERT-ONE-BK-LINE.
           IF WS-BK-FILE-ID = 'SF'
               MOVE WS-BK-DATA TO WS-IMAGE
               PERFORM 210-HASH-SF-IMAGE
               MOVE WS-IMAGE TO WS-BK-DATA
               ADD 1 TO WS-BK-CNT
           ELSE IF WS-BK-FILE-ID = 'IN'
               MOVE WS-BK-DATA TO WS-IMAGE
               PERFORM 310-HASH-IN-IMAGE
               MOVE WS-IMAGE TO WS-BK-DATA
               ADD 1 TO WS-BK-CNT
           END-IF
           END-IF
           IF WS-GEN = 1
               WRITE BK-NEW1-REC FROM WS-BK-LINE
           ELSE IF WS-GEN = 2
               WRITE BK-NEW2-REC FROM WS-BK-LINE
           ELSE
               WRITE BK-NEW3-REC FROM WS-BK-LINE
           END-IF.
       800-HASH-PIN.
           MOVE 'H' TO WS-HASH-FN
           MOVE WS-PIN TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH.
