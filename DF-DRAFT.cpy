      *****************************************************************
      * DF-DRAFT
      * RETURNED-PAYMENT AND ACH AUTO-DRAFT POLICY.  DF-NSF-FEE IS THE
      * RETURNED-PAYMENT FEE -- POSTED AS AN 'NSFFEE' CHARGE BY
      * PROJ-RC'S NSF ACTION FOR A BOUNCED CHECK AND BY PROJ-ACH-RETURN
      * FOR A RETURNED PLAN DRAFT, SO BOTH ALWAYS CHARGE THE SAME.
      * PROJ-ACH-DRAFT DRAFTS A PLAN INSTALLMENT DF-LEAD-DAYS BEFORE
      * ITS DUE DATE (THE BANK NEEDS A FEW DAYS TO SETTLE), AND
      * PROJ-ACH-RETURN CANCELS A STUDENT'S AUTO-DRAFT AT THE
      * DF-MAX-RETURNS'TH RETURNED DRAFT.
      * FILLED AT PROGRAM START BY CALL 'PROJ-PARM-LOAD' USING
      * DF-PARM-ID, DF-PARMS -- THE VALUES BELOW ARE THE DEFAULTS,
      * OVERLAID BY ANY ROW IN EFFECT ON PROJ-UPD-CODES (GROUP DF,
      * CODES NSF-FEE, LEAD-DAYS, MAX-RETURN).
      *****************************************************************
       01  DF-PARM-ID              PIC X(2)    VALUE 'DF'.
       01  DF-PARMS.
           05  DF-NSF-FEE              PIC 9(4)V99 VALUE 0025.00.
           05  DF-LEAD-DAYS            PIC 9(3)    VALUE 005.
           05  DF-MAX-RETURNS          PIC 9(2)    VALUE 02.
