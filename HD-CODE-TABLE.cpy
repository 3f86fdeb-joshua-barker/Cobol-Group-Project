      *****************************************************************
      * HD-CODE-TABLE
      * THE VALID HOLD CODES AND WHAT EACH ONE BLOCKS -- ENROLLMENT,
      * TRANSCRIPT, AND/OR SELF-SERVICE ('Y'/'N' BYTES).  FILLED AT
      * PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
      * HD-CODE-TBL-SIZE, HD-CODE-TABLE -- THE BUILT-IN CODES THERE
      * PLUS WHATEVER THE OFFICES HAVE KEYED ON PROJ-CODE-PARM.DAT
      * THROUGH PROJ-UPD-CODES.  A NEW CODE NEEDS NO PROGRAM CHANGE.
      * THE OCCURS MUST MATCH THE HD VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  HD-CODE-TBL-ID            PIC X(2)  VALUE 'HD'.
       01  HD-CODE-TBL-SIZE          PIC 9(2)  VALUE 07.
       01  HD-CODE-TABLE.
           05  HD-CODE-ENTRY OCCURS 20 TIMES INDEXED BY HD-CODE-IDX.
               10  HD-TBL-CODE       PIC X(2).
               10  HD-TBL-DESC       PIC X(20).
               10  HD-TBL-BLK-ENR    PIC X.
