      *****************************************************************
      * FA-CODE-TABLE
      * THE VALID FINANCIAL AID AWARD CODES FEDAID CHECKS WS-FA-AWARD-
      * CODE AGAINST BEFORE WRITING AN AWARD.  FILLED AT PROGRAM START
      * BY CALL 'PROJ-CODE-LOAD' USING FA-CODE-TBL-ID,
      * FA-CODE-TBL-SIZE, FA-CODE-TABLE; A NEW AID PROGRAM IS KEYED ON
      * PROJ-UPD-CODES.
      * FA-TBL-ANNUAL-MAX IS THE PER-YEAR CEILING PROJ-FA-PACKAGE
      * OFFERS UP TO FOR THE CODE, IN WHOLE DOLLARS.
      * FA-TBL-FT-REQ ('Y'/'N') IS CHECKED AGAINST SF-FT-PT-FLAG BY
      * FEDAID'S 215-VALIDATE-CODE BEFORE AN AWARD REQUIRING FULL-TIME
      * STATUS IS ALLOWED TO GO THROUGH FOR A PART-TIME STUDENT.
      * FA-TBL-FUND-REQ ('Y'/'N') MARKS AN INSTITUTIONAL AWARD THAT
      * MUST BE CHARGED TO A SCHOLARSHIP FUND (SEE SH-FILE-DESC) --
      * FEDAID ASKS FOR THE FUND, PROJ-FA-PACKAGE PICKS ONE, AND
      * PROJ-FA-DISBURSE DRAWS THE FUND DOWN THROUGH PROJ-SCHOL-POST.
      * FA-TBL-COD-RPT ('Y'/'N') MARKS A FEDERAL AWARD REPORTED TO COD
      * (COMMON ORIGINATION AND DISBURSEMENT) BY PROJ-COD-EXPORT; ITS
      * PIECES ARE NOT RELEASED BY PROJ-FA-DISBURSE UNTIL COD HAS
      * ACCEPTED THEM (SEE OD-FILE-DESC).
      * FA-TBL-AGG-MAX IS THE AGGREGATE (LIFETIME) CEILING FOR THE
      * CODE ACROSS EVERY AID YEAR ON FILE, ARCHIVED STUDENTS AND
      * CLOSED YEARS INCLUDED, IN WHOLE DOLLARS; ZERO MEANS THE CODE
      * HAS NO AGGREGATE LIMIT.  BOTH LIMITS ARE ENFORCED THROUGH
      * PROJ-FA-LIMITS.
      * FA-TBL-TITLE-IV MARKS A TITLE IV (FEDERAL STUDENT AID) AWARD
      * FOR THE CREDIT-BALANCE RULES PROJ-REFUND-SWEEP AND
      * PROJ-CB-MONITOR APPLY: 'Y' TITLE IV CREDITED TO THE ACCOUNT,
      * 'W' TITLE IV PAID THROUGH PAYROLL (WORK-STUDY, NEVER ON THE
      * ACCOUNT), 'N' NOT TITLE IV.
      * THE OCCURS MUST MATCH THE FA VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  FA-CODE-TBL-ID            PIC X(2)  VALUE 'FA'.
       01  FA-CODE-TBL-SIZE          PIC 9(2)  VALUE 06.
       01  FA-CODE-TABLE.
           05  FA-CODE-ENTRY OCCURS 20 TIMES INDEXED BY FA-CODE-IDX.
               10  FA-TBL-CODE       PIC 9(4).
               10  FA-TBL-DESC       PIC X(20).
               10  FA-TBL-FT-REQ     PIC X.
               10  FA-TBL-ANNUAL-MAX PIC 9(5).
               10  FA-TBL-FUND-REQ   PIC X.
               10  FA-TBL-COD-RPT    PIC X.
               10  FA-TBL-AGG-MAX    PIC 9(6).
               10  FA-TBL-TITLE-IV   PIC X.
