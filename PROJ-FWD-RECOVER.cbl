      *          DOESN'T, SO THE REPLAY IS SAFE TO RERUN FROM THE TOP.
      *          MAINTENANCE-WINDOW TOOL -- EVERY OTHER PROGRAM MUST
      *          BE SHUT DOWN.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT IMAGES REPLAY BY RECORD KEY NOW THAT
      *          THOSE FILES ARE INDEXED; OLD SLOT-NUMBERED IMAGES ARE
      *          SKIPPED.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC               PIC X(521).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-JF-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-ARE-MORE               PIC X      VALUE 'Y'.
       01  WS-REPLAY-CNT             PIC 9(7)   VALUE ZERO.
       01  WS-SKIP-CNT               PIC 9(7)   VALUE ZERO.
       01  JOURNAL-LINE.
           05  JL-DATE               PIC 9(6).
           05  JL-TIME               PIC 9(8).
           END-PERFORM
           DISPLAY 'PROJ-FWD-RECOVER FINISHED -- ' WS-REPLAY-CNT
               ' IMAGE(S) REPLAYED'
           IF WS-SKIP-CNT > ZERO
               DISPLAY WS-SKIP-CNT ' AID/RECEIPT IMAGE(S) FROM BEFORE '
                   'THE KEYED FILES SKIPPED'
           END-IF
           DISPLAY 'TAKE A FRESH BACKUP AND START A NEW JOURNAL NOW'
           CLOSE JOURNAL-FILE
                 SF-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       200-REPLAY-ONE-IMAGE.
      *    AID AND RECEIPT IMAGES ARE KEYED BY THE RECORD ITSELF AND
      *    ARE JOURNALED WITH A ZERO SLOT.  ONE WITH A SLOT NUMBER IS
      *    AN OLD .REL IMAGE IN THE OLD LAYOUT AND IS PASSED OVER --
      *    PROJ-RESTORE WILL NOT PUT BACK A GENERATION THAT OLD.
           IF (JL-FILE-ID = 'FA' OR JL-FILE-ID = 'RC')
                   AND JL-SLOT NOT = ZERO
               ADD 1 TO WS-SKIP-CNT
           ELSE
               PERFORM 210-APPLY-ONE-IMAGE
           END-IF.
       210-APPLY-ONE-IMAGE.
           IF JL-FILE-ID = 'SF'
               MOVE JL-AFTER TO SF-RECORD
               REWRITE SF-RECORD
                   INVALID KEY WRITE ENR-REC
               END-REWRITE
           ELSE IF JL-FILE-ID = 'FA'
               MOVE JL-AFTER TO FA-DATA-REC
               REWRITE FA-DATA-REC
                   INVALID KEY WRITE FA-DATA-REC
               END-REWRITE
           ELSE IF JL-FILE-ID = 'RC'
               MOVE JL-AFTER TO RC-REC
               REWRITE RC-REC
                   INVALID KEY WRITE RC-REC
