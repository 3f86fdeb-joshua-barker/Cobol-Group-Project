      *          STEP IS STILL A PROMPTING SCREEN; THE OPERATOR KEYS
      *          0000 TO PASS STRAIGHT THROUGH IT ON A NIGHT WITH NO
      *          GRADES TO ENTER.
      *20261015  ADDED STEP 7, THE HEALTH-COMPLIANCE SWEEP
      *          (PROJ-HEALTH-HOLD) -- REMINDER LETTERS, 'HC' HOLDS
      *          PAST THE GRACE DATE, AND RELEASES.  IT RUNS AFTER
      *          THE FT/PT UPDATE SO IT SEES THE NIGHT'S DROPS.
      *20261015  ADDED STEP 8, THE UNPAID-CITATION SWEEP
      *          (PROJ-PARK-HOLD) -- MARKS PAID FINES AND PLACES OR
      *          RELEASES 'PK' HOLDS.
      *20261015  ADDED STEP 9, THE TITLE IV CREDIT-BALANCE MONITOR
      *          (PROJ-CB-MONITOR) -- DAYS OUTSTANDING ON EVERY CREDIT
      *          A DISBURSEMENT CREATED, AND THE DUE-SOON/PAST-DUE
      *          LIST.
      *20261015  ADDED STEP 10, THE BOOKSTORE FEED (PROJ-BOOK-FEED) --
      *          THE REGISTRATION TERM'S TEXTBOOK ADOPTIONS WITH
      *          TONIGHT'S ENROLLED AND WAITLIST COUNTS.  IT RUNS LAST
      *          SO THE COUNTS REFLECT THE NIGHT'S DROPS.
      *20261015  ADDED STEP 11, THE LMS ROSTER FEED (PROJ-LMS-FEED) IN
      *          DELTA MODE -- THE NIGHT'S ADDS, DROPS AND WITHDRAWALS
      *          FOR THE LEARNING MANAGEMENT SYSTEM.
      *20261015  ADDED STEP 12, THE IDENTITY FEED (PROJ-ID-FEED) FOR
      *          THE CARD, LIBRARY AND HALL DOOR SYSTEMS.  IT RUNS
      *          AFTER PROJ-DROP-DELINQ SO THAT NIGHT'S DROPS GO OUT
      *          DEACTIVATED.
      *20261015  ADDED STEP 13, THE CONDUCT HOLD SWEEP
      *          (PROJ-CONDUCT-HOLD) -- PLACES 'CO' HOLDS FOR
      *          SUSPENSIONS AND EXPULSIONS IN FORCE AND RELEASES THEM
      *          WHEN THE SANCTION ENDS.
      *20261015  ADDED STEP 14, THE LEAVE-OF-ABSENCE RETURN SWEEP
      *          (PROJ-LOA-RETURN) -- CLOSES LEAVES WHOSE STUDENT HAS
      *          REGISTERED FOR THE RETURN TERM AND CONVERTS THE REST
      *          TO WITHDRAWN, FLAGGED FOR RETURN OF TITLE IV, ONCE
      *          THAT TERM'S ADD DEADLINE HAS PASSED.
      *20261015  ADDED STEP 15, PROJ-GRADE-MONITOR IN NIGHTLY MODE --
      *          MISSING FINAL GRADE REMINDERS TO INSTRUCTORS, AND THE
      *          'NR' STAMP ONCE THE GRADE DEADLINE HAS PASSED.
      *20261015  ADDED STEP 16, THE RESERVED SEAT RELEASE
      *          (PROJ-SEAT-RELEASE) -- ROWS PAST THEIR RELEASE DATE
      *          HAND THEIR UNFILLED SEATS TO GENERAL ENROLLMENT AND
      *          THE WAITLIST IS PROMOTED INTO THEM.
      *20261015  ADDED STEP 17, THE REGISTRATION CART RUN
      *          (PROJ-ENR-BATCH IN CART MODE) -- CHECKS EVERY CART
      *          AHEAD OF ITS WINDOW AND REGISTERS THE CARTS WHOSE
      *          WINDOW OPENS TOMORROW, IN APPOINTMENT ORDER.  IT RUNS
      *          AFTER THE SEAT RELEASE SO THE CARTS SEE THE RELEASED
      *          SEATS.
      *20261015  ADDED STEP 18, THE WEEKLY REFERENTIAL INTEGRITY
      *          AUDIT (PROJ-REF-AUDIT) -- IT CHECKS THE DAY ITSELF
      *          AGAINST RI-AUDIT-DAY AND IS A NO-OP ON THE OTHER
      *          NIGHTS, SO IT IS MARKED COMPLETE EVERY NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-STEP                   PIC 9(2).
       01  WS-STEP-DONE              PIC X.
       01  WS-STEP-PROGRAM           PIC X(18).
       01  WS-LMS-MODE               PIC X      VALUE 'D'.
       01  WS-GM-MODE                PIC X      VALUE 'N'.
       01  WS-EB-MODE                PIC X      VALUE 'K'.
       01  WS-RA-MODE                PIC X      VALUE 'N'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O RUN-CONTROL
           END-IF
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-NIGHT-RUN STARTING FOR ' WS-TODAY
           PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 18
               PERFORM 200-RUN-ONE-STEP
           END-PERFORM
           DISPLAY 'PROJ-NIGHT-RUN FINISHED -- ALL STEPS COMPLETE'
               MOVE 'PROJ-POST-GRADE   ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 5
               MOVE 'PROJ-GPA-UPDATE   ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 6
               MOVE 'PROJ-FT-STATUS    ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 7
               MOVE 'PROJ-HEALTH-HOLD  ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 8
               MOVE 'PROJ-PARK-HOLD    ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 9
               MOVE 'PROJ-CB-MONITOR   ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 10
               MOVE 'PROJ-BOOK-FEED    ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 11
               MOVE 'PROJ-LMS-FEED     ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 12
               MOVE 'PROJ-ID-FEED      ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 13
               MOVE 'PROJ-CONDUCT-HOLD ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 14
               MOVE 'PROJ-LOA-RETURN   ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 15
               MOVE 'PROJ-GRADE-MONITOR' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 16
               MOVE 'PROJ-SEAT-RELEASE ' TO WS-STEP-PROGRAM
           ELSE IF WS-STEP = 17
               MOVE 'PROJ-ENR-BATCH    ' TO WS-STEP-PROGRAM
           ELSE
               MOVE 'PROJ-REF-AUDIT    ' TO WS-STEP-PROGRAM
           END-IF.
       400-CHECK-ALREADY-DONE.
           MOVE 'N' TO WS-STEP-DONE
               CALL 'PROJ-POST-GRADE'
           ELSE IF WS-STEP = 5
               CALL 'PROJ-GPA-UPDATE'
           ELSE IF WS-STEP = 6
               CALL 'PROJ-FT-STATUS'
           ELSE IF WS-STEP = 7
               CALL 'PROJ-HEALTH-HOLD'
           ELSE IF WS-STEP = 8
               CALL 'PROJ-PARK-HOLD'
           ELSE IF WS-STEP = 9
               CALL 'PROJ-CB-MONITOR'
           ELSE IF WS-STEP = 10
               CALL 'PROJ-BOOK-FEED'
           ELSE IF WS-STEP = 11
               CALL 'PROJ-LMS-FEED' USING WS-LMS-MODE
           ELSE IF WS-STEP = 12
               CALL 'PROJ-ID-FEED'
           ELSE IF WS-STEP = 13
               CALL 'PROJ-CONDUCT-HOLD'
           ELSE IF WS-STEP = 14
               CALL 'PROJ-LOA-RETURN'
           ELSE IF WS-STEP = 15
               CALL 'PROJ-GRADE-MONITOR' USING WS-GM-MODE
           ELSE IF WS-STEP = 16
               CALL 'PROJ-SEAT-RELEASE'
           ELSE IF WS-STEP = 17
               CALL 'PROJ-ENR-BATCH' USING WS-EB-MODE
           ELSE
               CALL 'PROJ-REF-AUDIT' USING WS-RA-MODE
           END-IF.
       600-MARK-COMPLETE.
           MOVE WS-TODAY TO RN-DATE
