      *****************************************************************
      * TB-FILE-DESC
      * RECORD LAYOUT FOR PROJ-TEXTBOOK.DAT (INDEXED BY TB-KEY), THE
      * TEXTBOOK ADOPTIONS -- ONE ROW PER SECTION PER ISBN, KEYED BY
      * THE INSTRUCTOR ON PROJ-INSTR-SERVICE OR BY THE REGISTRAR ON
      * PROJ-UPD-TEXTBOOK.  TB-ISBN IS THE 13-DIGIT ISBN, OR A 10-
      * CHARACTER ISBN LEFT-JUSTIFIED; THE WORD 'NONE' WITH
      * TB-REQUIRED 'N' RECORDS THAT THE SECTION USES NO MATERIALS,
      * SO IT IS NOT REPORTED MISSING AND THE STUDENT'S SCHEDULE SAYS
      * SO.  TB-REQUIRED IS 'R' REQUIRED OR 'O' OPTIONAL OTHERWISE.
      * TB-TERM IS THE SECTION'S CS-TERM WHEN THE ROW WAS KEYED.
      * TB-ENTERED-BY IS 'I' INSTRUCTOR OR 'R' REGISTRAR.
      * PROJ-BOOK-FEED SENDS THE REGISTRATION TERM'S ROWS TO THE
      * BOOKSTORE NIGHTLY; PROJ-BOOK-MISSING LISTS THE SECTIONS WITH
      * NO ROW AT ALL; PROJ-SELF-SERVICE SHOWS THEM UNDER EACH CLASS
      * ON THE STUDENT'S SCHEDULE.
      *****************************************************************
       01  TB-RECORD.
           05  TB-KEY.
               10  TB-CRN          PIC 9(5).
               10  TB-ISBN         PIC X(13).
           05  TB-TERM             PIC X(6).
           05  TB-REQUIRED         PIC X.
           05  TB-TITLE            PIC X(24).
           05  TB-ENTERED-BY       PIC X.
           05  TB-ENTERED-DATE     PIC 9(6).
           05  FILLER              PIC X(4).
