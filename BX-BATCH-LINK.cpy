      *****************************************************************
      * BX-BATCH-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-BATCH-CTL' USING
      * BX-BATCH-LINK, THE ONE PLACE AN INBOUND POSTING FILE IS PROVED
      * AND REGISTERED (PROJ-BATCH-REG.DAT, SEE IB-FILE-DESC) AND THE
      * ONE WRITER OF THE BATCH CONTROL REPORT, BATCH-CTL.RPT.  THE
      * POSTING PROGRAM FIRST READS THE WHOLE FILE ONCE WITHOUT
      * POSTING ANYTHING, THEN CALLS:
      *   'O' OPEN       -- THE CALLER FILLS BX-SOURCE (ITS OWN SOURCE
      *                     CODE), THE BX-HDR- FIELDS OFF THE HEADER,
      *                     THE BX-TRL- FIELDS OFF THE TRAILER, THE
      *                     BX-CNT/HASH/AMT IT COUNTED ITSELF, AND
      *                     BX-FORMAT-ERR (SPACES UNLESS THE HEADER OR
      *                     TRAILER WAS MISSING OR OUT OF PLACE).
      *                     BX-RESULT COMES BACK:
      *                       'P' POST FROM THE FIRST DETAIL RECORD.
      *                       'R' RESUME -- AN EARLIER RUN OF THIS
      *                           BATCH DIED; POST FROM BX-LAST-REC + 1.
      *                           THE BX- COUNTS COME BACK AS THEY
      *                           STOOD AT THE CHECKPOINT.
      *                       'F' REFUSED, BAD HEADER OR TRAILER.
      *                       'B' REFUSED, OUT OF BALANCE.
      *                       'D' REFUSED, BATCH ALREADY POSTED.
      *                       'M' REFUSED, NOT THE SAME FILE AS THE
      *                           INTERRUPTED RUN OF THIS BATCH ID.
      *                     ON ANY REFUSAL NOTHING MAY BE POSTED.
      *                     BX-RESULT-TEXT SAYS WHY, FOR THE CONSOLE.
      *   'K' CHECKPOINT -- AFTER EACH DETAIL RECORD: BX-LAST-REC AND
      *                     THE BX- POSTED/EXCEPTION COUNTS AND POSTED
      *                     AMOUNT SO FAR.
      *   'E' END        -- THE FILE IS FINISHED; THE BATCH IS MARKED
      *                     COMPLETE AND ITS TOTALS REPORTED.
      *****************************************************************
       01  BX-BATCH-LINK.
           05  BX-FUNC             PIC X.
           05  BX-SOURCE           PIC X(8).
           05  BX-HDR-SOURCE       PIC X(8).
           05  BX-HDR-FILE-DATE    PIC 9(8).
           05  BX-HDR-BATCH-ID     PIC X(12).
           05  BX-TRL-CNT          PIC 9(7).
           05  BX-TRL-HASH         PIC 9(15).
           05  BX-TRL-AMT          PIC 9(9)V99.
           05  BX-CNT              PIC 9(7).
           05  BX-HASH             PIC 9(15).
           05  BX-AMT              PIC 9(9)V99.
           05  BX-FORMAT-ERR       PIC X(30).
           05  BX-RESULT           PIC X.
           05  BX-RESULT-TEXT      PIC X(30).
           05  BX-LAST-REC         PIC 9(7).
           05  BX-POSTED-CNT       PIC 9(7).
           05  BX-EXCEPT-CNT       PIC 9(7).
           05  BX-POSTED-AMT       PIC 9(9)V99.
