      *          PROJ-REC.REL, SAME WALK-THE-WHOLE-FILE SHAPE AS
      *          PROJ-PRINT-RECEIPTS, BUT FILTERED TO REFUNDS ONLY AND
      *          SHOWING RC-REFUND-AMT INSTEAD OF OWED/PAID.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-FILE-DESC
               ASSIGN TO "PROJ-REC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT REFUND-REPORT
               ASSIGN TO "RC-REFUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD REFUND-REPORT
          DATA RECORD IS REPORT-REC.
