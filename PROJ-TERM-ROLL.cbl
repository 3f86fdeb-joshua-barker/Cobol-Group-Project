      *          LINE) ARE SKIPPED -- SECTIONS NOT RUNNING AGAIN.
      *          PRINTS THE OLD-TO-NEW CRN MAP, AND SKIPS (WITH A MAP
      *          LINE) ANY NEW CRN ALREADY IN USE.
      *20261015  CLASS SECTION FD NOW 79 BYTES.  THE SAVED SOURCE ROW
      *          IS NOW THE WHOLE RECORD, SO THE CO-REQ, SESSION,
      *          CROSS-LIST GROUP AND THE NEW LECTURE/LAB LINK GROUP
      *          AND ROLE ALL ROLL FORWARD (THE OLD 62-BYTE SAVE AREA
      *          DROPPED EVERYTHING PAST THE MEETING PATTERN).  LINK
      *          GROUPS ARE TERM-SCOPED CODES, SO THEY CARRY OVER AS
      *          THEY STAND WHATEVER THE CRN OFFSET.
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED); THE SAVE AREA WIDENED TO MATCH SO A VARIABLE-
      *          CREDIT SECTION ROLLS FORWARD WITH ITS RANGE.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED); THE
      *          SAVED SECTION IMAGE GREW WITH IT, SO THE CAMPUS ROLLS
      *          FORWARD WITH THE REST OF THE SECTION.
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).  THE SAVED SECTION IMAGE GREW WITH IT, SO THE
      *          NEW TERM'S SECTION KEEPS ITS DELIVERY MODALITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  EXCL-FILE
           DATA RECORD IS EXCL-REC.
       01  WS-CRN-OFFSET             PIC 9(5).
       01  WS-NEW-CRN                PIC 9(5).
       01  WS-OLD-CRN                PIC 9(5).
       01  WS-SAVE-REC               PIC X(84).
       01  WS-ROLLED-CNT             PIC 9(3)   VALUE ZERO.
       01  WS-SKIPPED-CNT            PIC 9(3)   VALUE ZERO.
       01  WS-EXCLUDED               PIC X.
