      *****************************************************************
      * GC-REASON-TABLE
      * THE VALID GRADE-CHANGE REASON CODES PROJ-GRADE-CHANGE CHECKS
      * THE KEYED REASON AGAINST BEFORE A CHANGE IS APPLIED.  FILLED AT
      * PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING GC-REASON-TBL-ID,
      * GC-REASON-TBL-SIZE, GC-REASON-TABLE; A NEW REASON IS KEYED ON
      * PROJ-UPD-CODES.
      * THE OCCURS MUST MATCH THE GC VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  GC-REASON-TBL-ID          PIC X(2)  VALUE 'GC'.
       01  GC-REASON-TBL-SIZE        PIC 9(2)  VALUE 06.
       01  GC-REASON-TABLE.
           05  GC-REASON-ENTRY OCCURS 10 TIMES INDEXED BY GC-REASON-IDX.
               10  GC-TBL-REASON     PIC X(2).
               10  GC-TBL-DESC       PIC X(20).
