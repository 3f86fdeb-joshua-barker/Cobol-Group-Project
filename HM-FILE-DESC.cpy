      *****************************************************************
      * HM-FILE-DESC
      * RECORD LAYOUT FOR PROJ-HEALTH.DAT (INDEXED BY HM-KEY, THE
      * STUDENT NUMBER PLUS THE REQUIREMENT CODE), ONE ROW PER
      * STUDENT PER IMMUNIZATION OR HEALTH REQUIREMENT IN
      * HR-CODE-TABLE.  KEYED BY STUDENT HEALTH ON PROJ-UPD-HEALTH.
      * A REQUIREMENT IS MET WHEN HM-DATE-RECVD IS NON-ZERO (THE
      * CCYYMMDD DATE ON THE DOCUMENTATION) OR HM-EXEMPT CARRIES AN
      * EXEMPTION -- 'M' MEDICAL, 'R' RELIGIOUS/PERSONAL, SPACE NONE.
      * A MISSING ROW MEANS NOTHING HAS BEEN RECEIVED.
      * HM-REMIND-TERM/HM-REMIND-DATE ARE STAMPED BY PROJ-HEALTH-HOLD
      * WHEN IT QUEUES THE 'HLTH' REMINDER LETTER SO A STUDENT GETS
      * ONE LETTER PER TERM, NOT ONE A NIGHT -- THE BATCH WRITES A
      * ROW WITH A ZERO HM-DATE-RECVD TO CARRY THE STAMP WHEN THE
      * OFFICE HAS NOTHING ON FILE YET.
      *****************************************************************
       01  HM-RECORD.
           05  HM-KEY.
               10  HM-STU-NUM      PIC 9(9).
               10  HM-REQ-CODE     PIC X(4).
           05  HM-DATE-RECVD       PIC 9(8).
           05  HM-EXEMPT           PIC X.
           05  HM-EXEMPT-DATE      PIC 9(8).
           05  HM-COMMENT          PIC X(20).
           05  HM-OPERATOR-ID      PIC X(8).
           05  HM-CHG-DATE         PIC 9(6).
           05  HM-REMIND-TERM      PIC X(6).
           05  HM-REMIND-DATE      PIC 9(6).
           05  FILLER              PIC X(4).
