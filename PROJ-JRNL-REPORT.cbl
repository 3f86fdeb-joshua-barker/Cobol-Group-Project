      *          WHOSE EVENT COUNT RUNS PAST THREE TIMES THE AVERAGE
      *          ACROSS OPERATORS THAT DAY -- THE FIRST REAL
      *          SUPERVISORY CONTROL OVER THE SHARED FILES.
      *20261015  RECEIPT IMAGE NOW CARRIES RC-SEQ AHEAD OF THE
      *          AMOUNTS (PROJ-REC.DAT IS INDEXED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-RC-IMAGE.
           05  WI-RC-TYPE            PIC X(10).
           05  WI-RC-STU-NUM         PIC 9(9).
           05  WI-RC-SEQ             PIC 9(5).
           05  WI-RC-AMT-OWED        PIC 9(4)V99.
           05  WI-RC-AMT-PAID        PIC 9(4)V99.
           05  FILLER                PIC X(1).
           05  WI-RC-POST-DATE       PIC 9(6).
           05  FILLER                PIC X(13).
           05  WI-RC-OPERATOR-ID     PIC X(8).
