      *****************************************************************
      * VJ-FILE-DESC
      * RECORD LAYOUT FOR PROJ-VA-ADJ.DAT (INDEXED BY VJ-KEY), THE
      * PENDING VA ENROLLMENT ADJUSTMENTS.  PROJ-VA-NOTE WRITES ONE
      * ROW FOR EVERY ADD ('A'), DROP ('D'), W-GRADE WITHDRAWAL ('W')
      * OR VARIABLE-CREDIT HOURS CHANGE ('H', PROJ-ENROLLMENT'S
      * 252-STORE-NEW-HOURS) KEYED AGAINST A TERM ALREADY CERTIFIED
      * FOR THE STUDENT
      * ON PROJ-VA-BEN.DAT -- FROM PROJ-ENROLLMENT, PROJ-SELF-SERVICE
      * AND PROJ-ENR-BATCH, INCLUDING A WAITLIST PROMOTION (AN ADD FOR
      * THE PROMOTED STUDENT).  VJ-SOURCE IS THE OPERATOR ID, OR
      * 'SELF'/'BATCH' AS ON RF-OPERATOR-ID.
      * VJ-STATUS 'P' IS PENDING; PROJ-VA-CERT TURNS IT 'R' (WITH
      * VJ-RPT-DATE) WHEN IT RECERTIFIES THE STUDENT'S TERM, WHICH IS
      * THE AMENDED CERTIFICATION THE VA REQUIRES WITHIN 30 DAYS.
      * PROJ-VA-ADJ-RPT LISTS THE PENDING ROWS OLDEST FIRST WITH THE
      * DAYS LEFT ON THE DEADLINE.
      *****************************************************************
       01  VJ-RECORD.
           05  VJ-KEY.
               10  VJ-STU-NUM      PIC 9(9).
               10  VJ-TERM         PIC X(6).
               10  VJ-DATE         PIC 9(6).
               10  VJ-TIME         PIC 9(8).
               10  VJ-CRN          PIC X(5).
           05  VJ-ACTION           PIC X.
           05  VJ-SOURCE           PIC X(8).
           05  VJ-STATUS           PIC X.
           05  VJ-RPT-DATE         PIC 9(6).
           05  FILLER              PIC X(10).
