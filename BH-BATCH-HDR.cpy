      *****************************************************************
      * BH-BATCH-HDR
      * THE CONTROL RECORDS THAT OPEN AND CLOSE EVERY INBOUND POSTING
      * FILE (BANK-PMT.DAT, DEPT-CHG.DAT, PROJ-FA-BATCH.DAT AND
      * PROJ-ENR-BATCH.DAT).  COPIED INTO THE INPUT FD BEHIND THE
      * DETAIL LAYOUT, SO THE SAME READ AREA SHOWS ALL THREE.  THE
      * DETAIL LINES ALL BEGIN WITH A NUMBER, SO BH-REC-TYPE 'HDR' OR
      * 'TRL' CAN NEVER BE A DETAIL.  THE FILE MUST BE:
      *   ONE HEADER  -- THE SENDING SOURCE (THE CODE THE RECEIVING
      *                  PROGRAM EXPECTS, SEE IB-FILE-DESC), THE FILE
      *                  DATE (CCYYMMDD) AND THE SENDER'S BATCH ID,
      *                  WHICH MUST NEVER BE REUSED FOR ANOTHER FILE.
      *   THE DETAIL  -- UNCHANGED FROM BEFORE.
      *   ONE TRAILER -- THE DETAIL RECORD COUNT, THE HASH TOTAL (THE
      *                  SUM OF THE STUDENT NUMBER FIELD OF EVERY
      *                  DETAIL) AND THE AMOUNT TOTAL (THE SUM OF THE
      *                  DETAIL DOLLAR FIELD, ZERO ON A FILE WITHOUT
      *                  ONE).
      *****************************************************************
       01  BH-HEADER-REC.
           05  BH-REC-TYPE         PIC X(3).
           05  BH-SOURCE           PIC X(8).
           05  BH-FILE-DATE        PIC 9(8).
           05  BH-BATCH-ID         PIC X(12).
       01  BT-TRAILER-REC.
           05  BT-REC-TYPE         PIC X(3).
           05  BT-REC-CNT          PIC 9(7).
           05  BT-HASH-TOTAL       PIC 9(15).
           05  BT-AMT-TOTAL        PIC 9(9)V99.
