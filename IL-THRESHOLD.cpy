      * THE AGE CUTOFF PROJ-INC-LAPSE USES TO DECIDE WHEN A POSTED
      * INCOMPLETE ('I ') GRADE HAS LAPSED AND CONVERTS TO AN 'F ',
      * COUNTED IN DAYS FROM THE RF-GRADE-DATE STAMPED BY
      * PROJ-POST-GRADE.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * IL-PARM-ID, IL-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW THE REGISTRAR HAS KEYED IN EFFECT ON
      * PROJ-UPD-CODES (GROUP IL, CODES DAYS).
      *****************************************************************
       01  IL-PARM-ID              PIC X(2)    VALUE 'IL'.
       01  IL-PARMS.
           05  IL-LAPSE-DAYS           PIC 9(3)    VALUE 090.
