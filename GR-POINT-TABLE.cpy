      *****************************************************************
      * GR-POINT-TABLE
      * THE QUALITY-POINT VALUE OF EACH LETTER GRADE RF-GRADE CAN HOLD.
      * FILLED AT PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING
      * GR-POINT-TBL-ID, GR-POINT-TBL-SIZE, GR-POINT-TABLE; A NEW
      * GRADE IS KEYED ON PROJ-UPD-CODES.
      * A GRADE NOT FOUND HERE (INCLUDING SPACES, MEANING NO GRADE HAS
      * BEEN POSTED YET) IS LEFT OUT OF BOTH THE GPA AND CREDIT-HOUR
      * TOTALS -- SEE PROJ-GPA-UPDATE.
      * THE OCCURS MUST MATCH THE GR VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  GR-POINT-TBL-ID           PIC X(2)  VALUE 'GR'.
       01  GR-POINT-TBL-SIZE         PIC 9(2)  VALUE 05.
       01  GR-POINT-TABLE.
           05  GR-POINT-ENTRY OCCURS 20 TIMES INDEXED BY GR-POINT-IDX.
               10  GR-TBL-GRADE      PIC X(2).
               10  GR-TBL-POINTS     PIC 9V99.
