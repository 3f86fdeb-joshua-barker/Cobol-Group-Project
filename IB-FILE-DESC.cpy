      *****************************************************************
      * IB-FILE-DESC
      * RECORD LAYOUT FOR PROJ-BATCH-REG.DAT (INDEXED BY IB-KEY, THE
      * INBOUND SOURCE + THE SENDER'S BATCH ID), THE REGISTRY OF
      * INBOUND BATCH FILES THE POSTING PROGRAMS HAVE TAKEN.  ONLY
      * PROJ-BATCH-CTL READS OR WRITES IT (SEE BX-BATCH-LINK).  A ROW
      * IS STARTED WHEN A FILE PASSES ITS CONTROL TOTALS AND POSTING
      * BEGINS, AND IS NEVER DELETED:
      *   IB-STATUS 'I' IN PROGRESS -- IB-LAST-REC IS THE CHECKPOINT,
      *                 THE LAST DETAIL RECORD (COUNTING FROM 1 AFTER
      *                 THE HEADER) ALREADY POSTED OR EXCEPTED.  A
      *                 RUN THAT DIES LEAVES THE ROW HERE, AND THE
      *                 SAME FILE RUN AGAIN PICKS UP AT IB-LAST-REC + 1.
      *             'C' COMPLETE -- THE SAME SOURCE AND BATCH ID ARE
      *                 REFUSED FROM THEN ON AS A DUPLICATE.
      * IB-SOURCE IS 'BANKPMT ' (PROJ-PAY-BATCH), 'DEPTCHG '
      * (PROJ-CHG-BATCH), 'ISIR    ' (PROJ-FA-BATCH) OR 'ENROLL  '
      * (PROJ-ENR-BATCH).  THE RECORD COUNT, HASH TOTAL AND AMOUNT
      * TOTAL ARE THE FILE'S TRAILER FIGURES, WHICH THE POSTING RUN
      * HAS ALREADY PROVED AGAINST THE DETAIL.  THE POSTED/EXCEPTION
      * COUNTS ARE CARRIED FORWARD ACROSS A RESTART.  IB-FILE-DATE IS
      * CCYYMMDD OFF THE HEADER; THE OTHER DATES ARE YYMMDD.
      *****************************************************************
       01  IB-RECORD.
           05  IB-KEY.
               10  IB-SOURCE       PIC X(8).
               10  IB-BATCH-ID     PIC X(12).
           05  IB-FILE-DATE        PIC 9(8).
           05  IB-STATUS           PIC X.
           05  IB-REC-CNT          PIC 9(7).
           05  IB-HASH-TOTAL       PIC 9(15).
           05  IB-AMT-TOTAL        PIC 9(9)V99.
           05  IB-LAST-REC         PIC 9(7).
           05  IB-POSTED-CNT       PIC 9(7).
           05  IB-EXCEPT-CNT       PIC 9(7).
           05  IB-POSTED-AMT       PIC 9(9)V99.
           05  IB-START-DATE       PIC 9(6).
           05  IB-END-DATE         PIC 9(6).
           05  IB-RESTART-CNT      PIC 9(2).
           05  FILLER              PIC X(12).
