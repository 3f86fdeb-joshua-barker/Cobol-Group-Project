      *          CHECKPOINTED -- SF-SORT.WRK's RUN ORDER DOESN'T LINE UP
      *          WITH SF-STU-NUM, SO A SAVED KEY POSITION WOULDN'T MEAN
      *          ANYTHING IF THE JOB WAS RESTARTED SORTED.
      *20261015  THE SSN COLUMN NOW PRINTS MASKED TO ITS LAST FOUR
      *          DIGITS (*****1234), AND ONLY THOSE FOUR GO THROUGH THE
      *          SORT WORK FILE -- THE FULL SSN NO LONGER LEAVES
      *          SF-SSN FOR THIS LISTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SF-FILE-DESC
               FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD STUDENT-REPORT
          DATA RECORD IS REPORT-REC.
          05 SORT-STU-NUM          PIC 9(9).
          05 SORT-ADDRESS          PIC X(10).
          05 SORT-PHONE            PIC 9(10).
          05 SORT-SSN-LAST-4       PIC 9(4).
       WORKING-STORAGE SECTION.
       01 ANS                      PIC X.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
       01 WS-CKPT-INTERVAL         PIC 9(3)     VALUE 100.
       01 WS-RESUME-KEY            PIC 9(9)     VALUE ZERO.
       01 WS-RESUME-ANS            PIC X.
       01 WS-SSN                   PIC 9(9).
       01 WS-SSN-SPLIT REDEFINES WS-SSN.
          05 FILLER                PIC 9(5).
          05 WS-SSN-LAST-4         PIC 9(4).
       01 HEADING-1.
          05                       PIC X(6)     VALUE SPACES.
          05                       PIC X(28)
          05                       PIC X(4)     VALUE SPACES.
          05 PHONE-OUT             PIC 9(10).
          05                       PIC X(4)     VALUE SPACES.
          05 SSN-OUT.
             10 SSN-MASK-OUT       PIC X(5)     VALUE "*****".
             10 SSN-LAST-4-OUT     PIC 9(4).
          05                       PIC X(4)     VALUE SPACES.
       LINKAGE SECTION.
       01 LK-SORT-OPT              PIC X.
           END-IF
           MOVE SF-ADDRESS TO ADDRESS-OUT
           MOVE SF-PHONE TO PHONE-OUT
           MOVE SF-SSN TO WS-SSN
           MOVE WS-SSN-LAST-4 TO SSN-LAST-4-OUT
           IF WS-LINE-CT > 55
               PERFORM 200-HEADING-RTN
           END-IF
                       MOVE SF-STU-NUM TO SORT-STU-NUM
                       MOVE SF-ADDRESS TO SORT-ADDRESS
                       MOVE SF-PHONE TO SORT-PHONE
                       MOVE SF-SSN TO WS-SSN
                       MOVE WS-SSN-LAST-4 TO SORT-SSN-LAST-4
                       RELEASE SORT-REC
               END-READ
           END-PERFORM.
                       MOVE SORT-NAME TO NAME-OUT
                       MOVE SORT-ADDRESS TO ADDRESS-OUT
                       MOVE SORT-PHONE TO PHONE-OUT
                       MOVE SORT-SSN-LAST-4 TO SSN-LAST-4-OUT
                       IF WS-LINE-CT > 55
                           PERFORM 200-HEADING-RTN
                       END-IF
