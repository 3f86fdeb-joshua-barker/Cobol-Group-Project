      * MJ-CODE-TABLE
      * THE VALID DEGREE-PROGRAM (MAJOR) CODES PROJ-ADD-STUDENT AND
      * PROJ-UPD-STUDENT CHECK SF-MAJOR-CODE AGAINST BEFORE WRITING OR
      * REWRITING A STUDENT RECORD.  FILLED AT PROGRAM START BY CALL
      * 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID, MJ-CODE-TBL-SIZE,
      * MJ-CODE-TABLE; A NEW PROGRAM IS KEYED ON PROJ-UPD-CODES.
      * THE OCCURS MUST MATCH THE MJ VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  MJ-CODE-TBL-ID            PIC X(2)  VALUE 'MJ'.
       01  MJ-CODE-TBL-SIZE          PIC 9(2)  VALUE 06.
       01  MJ-CODE-TABLE.
           05  MJ-CODE-ENTRY OCCURS 40 TIMES INDEXED BY MJ-CODE-IDX.
               10  MJ-TBL-CODE       PIC 9(4).
               10  MJ-TBL-DESC       PIC X(20).
