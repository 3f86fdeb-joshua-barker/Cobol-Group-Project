      * LT-CODE-TABLE
      * THE LETTER TEMPLATES PROJ-LETTER-PRINT MERGES QUEUED EVENTS
      * INTO -- TWO BODY LINES PER CODE, WITH THE EVENT'S CQ-VAR-DATA
      * PRINTED BETWEEN THEM.  FILLED AT PROGRAM START BY CALL
      * 'PROJ-CODE-LOAD' USING LT-CODE-TBL-ID, LT-CODE-TBL-SIZE,
      * LT-CODE-TABLE.  A WORDING FIX OR A NEW LETTER IS KEYED ON
      * PROJ-UPD-CODES; THEN QUEUE EVENTS WITH THE NEW CODE.
      * THE OCCURS MUST MATCH THE LT VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  LT-CODE-TBL-ID            PIC X(2)  VALUE 'LT'.
       01  LT-CODE-TBL-SIZE          PIC 9(2)  VALUE 16.
       01  LT-CODE-TABLE.
           05  LT-CODE-ENTRY OCCURS 40 TIMES INDEXED BY LT-CODE-IDX.
               10  LT-TBL-CODE       PIC X(4).
               10  LT-TBL-TEXT-1     PIC X(50).
               10  LT-TBL-TEXT-2     PIC X(50).
