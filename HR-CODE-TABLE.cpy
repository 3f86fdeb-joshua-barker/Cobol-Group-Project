      *****************************************************************
      * HR-CODE-TABLE
      * THE HEALTH-COMPLIANCE REQUIREMENTS STUDENT HEALTH TRACKS ON
      * PROJ-HEALTH.DAT (SEE HM-FILE-DESC) AND PROJ-HEALTH-HOLD
      * ENFORCES.  HR-TBL-APPLIES SAYS WHO MUST MEET IT -- 'A' EVERY
      * STUDENT REGISTERED FOR THE TERM, 'H' ONLY STUDENTS WITH A
      * RESIDENCE-HALL ASSIGNMENT FOR IT ON DORM-ASSIGN.DAT.  FILLED
      * AT PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING
      * HR-CODE-TBL-ID, HR-CODE-TBL-SIZE, HR-CODE-TABLE; A NEW
      * REQUIREMENT IS KEYED ON PROJ-UPD-CODES (TABLE HR, FLAG 1 =
      * APPLIES).
      * THE OCCURS MUST MATCH THE HR VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  HR-CODE-TBL-ID            PIC X(2)  VALUE 'HR'.
       01  HR-CODE-TBL-SIZE          PIC 9(2)  VALUE 02.
       01  HR-CODE-TABLE.
           05  HR-CODE-ENTRY OCCURS 20 TIMES INDEXED BY HR-CODE-IDX.
               10  HR-TBL-CODE       PIC X(4).
               10  HR-TBL-DESC       PIC X(20).
               10  HR-TBL-APPLIES    PIC X.
