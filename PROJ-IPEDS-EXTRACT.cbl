      *          DG-MAJOR-CODE AND CONFERRAL YEAR.  EACH FILE CARRIES
      *          THE SURVEY'S CONTROL-TOTAL TRAILER, THE SAME D/T
      *          RECORD SHAPE AS PROJ-STATE-EXTRACT'S SUBMISSION.
      *20261015  DISTANCE EDUCATION.  THE SNAPSHOT LINE NOW CARRIES THE
      *          SECTION'S DELIVERY MODALITY, AND EACH E1 DETAIL AND THE
      *          T9 TRAILER OF THE FALL-ENROLLMENT EXTRACT ADD THE HEADS
      *          ENROLLED EXCLUSIVELY IN ONLINE SECTIONS AND THOSE IN
      *          SOME BUT NOT ALL (ED-DE-ONLY/ED-DE-SOME, OUT OF THE
      *          FILLER).  A HYBRID SECTION IS NOT DISTANCE EDUCATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PREV-SNO               PIC 9(9)   VALUE ZEROS.
       01  WS-HEAD-FT                PIC 9(6)   VALUE ZERO.
       01  WS-HEAD-PT                PIC 9(6)   VALUE ZERO.
       01  WS-DE-ONLY                PIC 9(6)   VALUE ZERO.
       01  WS-DE-SOME                PIC 9(6)   VALUE ZERO.
       01  WS-STU-ONLINE             PIC X.
       01  WS-STU-OTHER              PIC X.
       01  WS-CUR-MJ                 PIC 99.
       01  WS-DEGREE-TOT             PIC 9(6)   VALUE ZERO.
       01  WS-MJ-CNT                 PIC 99     VALUE ZERO.
       01  WS-MJ-SUB                 PIC 99.
               10  WS-MJ-CODE        PIC 9(4).
               10  WS-MJ-FT          PIC 9(6).
               10  WS-MJ-PT          PIC 9(6).
               10  WS-MJ-DE-ONLY     PIC 9(6).
               10  WS-MJ-DE-SOME     PIC 9(6).
       01  WS-CY-CNT                 PIC 99     VALUE ZERO.
       01  WS-CY-SUB                 PIC 99.
       01  WS-CY-HIT                 PIC X.
           05  CN-CRED-HR            PIC 99.
           05  CN-FT-PT              PIC X.
           05  CN-MAJOR              PIC 9(4).
           05  CN-CAMPUS             PIC X(2).
           05  CN-MODALITY           PIC X.
       01  ENROLL-DETAIL.
           05                        PIC X(2)   VALUE 'E1'.
           05  ED-INST-CODE          PIC X(6)   VALUE '004417'.
           05  ED-MAJOR              PIC 9(4).
           05  ED-FT-COUNT           PIC 9(6).
           05  ED-PT-COUNT           PIC 9(6).
           05  ED-DE-ONLY            PIC 9(6).
           05  ED-DE-SOME            PIC 9(6).
           05  FILLER                PIC X(4)   VALUE SPACES.
       01  ENROLL-TRAILER.
           05                        PIC X(2)   VALUE 'T9'.
           05  ET-INST-CODE          PIC X(6)   VALUE '004417'.
           05  ET-FT-TOTAL           PIC 9(6).
           05  ET-PT-TOTAL           PIC 9(6).
           05  ET-DE-ONLY            PIC 9(6).
           05  ET-DE-SOME            PIC 9(6).
           05  FILLER                PIC X(8)   VALUE SPACES.
       01  COMPL-DETAIL.
           05                        PIC X(2)   VALUE 'C1'.
           05  CD-INST-CODE          PIC X(6)   VALUE '004417'.
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF CN-STU-NUM NOT = WS-PREV-SNO
                           IF WS-PREV-SNO NOT = ZEROS
                               PERFORM 250-CLOSE-ONE-HEAD
                           END-IF
                           PERFORM 200-COUNT-ONE-HEAD
                           MOVE CN-STU-NUM TO WS-PREV-SNO
                       END-IF
                       PERFORM 210-NOTE-DELIVERY
               END-READ
           END-PERFORM
           IF WS-PREV-SNO NOT = ZEROS
               PERFORM 250-CLOSE-ONE-HEAD
           END-IF
           PERFORM 300-WRITE-ENROLL-EXTRACT
           CLOSE SNAPSHOT-FILE
                 ENROLL-FILE
           DISPLAY 'PROJ-IPEDS-EXTRACT FINISHED -- '
               WS-HEAD-FT ' FT, ' WS-HEAD-PT ' PT, '
               WS-DEGREE-TOT ' DEGREE(S)'
           DISPLAY '  DISTANCE ED: ' WS-DE-ONLY ' EXCLUSIVELY, '
               WS-DE-SOME ' SOME'
           EXIT PROGRAM.
       200-COUNT-ONE-HEAD.
           MOVE 'N' TO WS-STU-ONLINE
           MOVE 'N' TO WS-STU-OTHER
           MOVE ZERO TO WS-CUR-MJ
           IF CN-FT-PT = 'F'
               ADD 1 TO WS-HEAD-FT
           ELSE
                   UNTIL WS-MJ-SUB > WS-MJ-CNT
               IF WS-MJ-CODE(WS-MJ-SUB) = CN-MAJOR
                   MOVE 'Y' TO WS-MJ-HIT
                   MOVE WS-MJ-SUB TO WS-CUR-MJ
                   IF CN-FT-PT = 'F'
                       ADD 1 TO WS-MJ-FT(WS-MJ-SUB)
                   ELSE
               MOVE CN-MAJOR TO WS-MJ-CODE(WS-MJ-CNT)
               MOVE ZEROS TO WS-MJ-FT(WS-MJ-CNT)
               MOVE ZEROS TO WS-MJ-PT(WS-MJ-CNT)
               MOVE ZEROS TO WS-MJ-DE-ONLY(WS-MJ-CNT)
               MOVE ZEROS TO WS-MJ-DE-SOME(WS-MJ-CNT)
               MOVE WS-MJ-CNT TO WS-CUR-MJ
               IF CN-FT-PT = 'F'
                   ADD 1 TO WS-MJ-FT(WS-MJ-CNT)
               ELSE
                   ADD 1 TO WS-MJ-PT(WS-MJ-CNT)
               END-IF
           END-IF.
       210-NOTE-DELIVERY.
      *    IPEDS COUNTS ONLY A FULLY ONLINE SECTION AS DISTANCE
      *    EDUCATION -- A HYBRID OR IN PERSON SEAT, OR A LINE FROM A
      *    SNAPSHOT TAKEN BEFORE SECTIONS CARRIED A MODALITY, IS NOT.
           IF CN-MODALITY = 'O'
               MOVE 'Y' TO WS-STU-ONLINE
           ELSE
               MOVE 'Y' TO WS-STU-OTHER
           END-IF.
       250-CLOSE-ONE-HEAD.
      *    THE STUDENT'S LAST LINE HAS GONE BY -- EVERY SEAT ONLINE IS
      *    EXCLUSIVELY DISTANCE ED, AT LEAST ONE IS SOME.
           IF WS-STU-ONLINE = 'Y' AND WS-STU-OTHER = 'N'
               ADD 1 TO WS-DE-ONLY
               IF WS-CUR-MJ > ZERO
                   ADD 1 TO WS-MJ-DE-ONLY(WS-CUR-MJ)
               END-IF
           ELSE IF WS-STU-ONLINE = 'Y'
               ADD 1 TO WS-DE-SOME
               IF WS-CUR-MJ > ZERO
                   ADD 1 TO WS-MJ-DE-SOME(WS-CUR-MJ)
               END-IF
           END-IF
           END-IF.
       300-WRITE-ENROLL-EXTRACT.
           PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
                   UNTIL WS-MJ-SUB > WS-MJ-CNT
               MOVE WS-MJ-CODE(WS-MJ-SUB) TO ED-MAJOR
               MOVE WS-MJ-FT(WS-MJ-SUB) TO ED-FT-COUNT
               MOVE WS-MJ-PT(WS-MJ-SUB) TO ED-PT-COUNT
               MOVE WS-MJ-DE-ONLY(WS-MJ-SUB) TO ED-DE-ONLY
               MOVE WS-MJ-DE-SOME(WS-MJ-SUB) TO ED-DE-SOME
               WRITE ENROLL-REC FROM ENROLL-DETAIL
           END-PERFORM
           MOVE WS-HEAD-FT TO ET-FT-TOTAL
           MOVE WS-HEAD-PT TO ET-PT-TOTAL
           MOVE WS-DE-ONLY TO ET-DE-ONLY
           MOVE WS-DE-SOME TO ET-DE-SOME
           WRITE ENROLL-REC FROM ENROLL-TRAILER.
       400-BUILD-COMPLETIONS.
           OPEN INPUT DG-FILE-DESC
