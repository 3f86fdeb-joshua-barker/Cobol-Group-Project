      *****************************************************************
      * VB-FILE-DESC
      * RECORD LAYOUT FOR PROJ-VA-BEN.DAT (INDEXED BY VB-STU-NUM), ONE
      * ROW PER STUDENT USING VA EDUCATION BENEFITS.  VB-CHAPTER IS
      * THE BENEFIT CHAPTER ('33', '31', '35', '30', '1606' ...),
      * LEFT-JUSTIFIED; VB-BENEFIT-PCT IS THE CHAPTER 33 ELIGIBILITY
      * TIER (ZERO FOR THE OTHER CHAPTERS).  VB-STATUS 'A' IS AN
      * ACTIVE BENEFICIARY, 'I' ONE NO LONGER CERTIFIED.  KEYED ON
      * PROJ-UPD-VA.
      * VB-CERT-TERM/DATE/HOURS/TUITION ARE STAMPED BY PROJ-VA-CERT
      * WHEN IT CERTIFIES THE STUDENT'S ENROLLMENT FOR A TERM (TUITION
      * AND FEES ONLY FOR CHAPTER 33).  ONCE A TERM IS CERTIFIED,
      * EVERY ADD, DROP OR W KEYED AGAINST IT IS NOTED ON
      * PROJ-VA-ADJ.DAT (SEE VJ-FILE-DESC) BY PROJ-VA-NOTE.
      *****************************************************************
       01  VB-RECORD.
           05  VB-STU-NUM          PIC 9(9).
           05  VB-CHAPTER          PIC X(4).
           05  VB-BENEFIT-PCT      PIC 9(3).
           05  VB-STATUS           PIC X.
           05  VB-CERT-TERM        PIC X(6).
           05  VB-CERT-DATE        PIC 9(6).
           05  VB-CERT-HOURS       PIC 9(3).
           05  VB-CERT-TUITION     PIC 9(6)V99.
           05  VB-COMMENT          PIC X(20).
           05  VB-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(12).
