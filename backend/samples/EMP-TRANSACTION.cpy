      * TRANSACTION DATED IN THE FUTURE IS HELD ON THE PENDING
      * TRANSACTION FILE AND RELEASED BY THE DAILY SWEEP WHEN ITS
      * EFFECTIVE DATE ARRIVES.
      * TRAN-OVERRIDE-REASON, WHEN NOT BLANK, IS THE REASON CODE
      * AUTHORIZING A NEW HIRE OR TRANSFER THAT TAKES A DEPARTMENT/
      * POSITION OVER ITS BUDGETED HEADCOUNT; IT IS CARRIED AT THE
      * END OF THE RECORD SO TRANSACTIONS KEYED WITHOUT IT READ AS
      * BLANK.
      * TRAN-APPROVAL-REF IS THE APPROVAL-QUEUE REFERENCE (ENTRY
      * DATE + SEQUENCE) OF A SALARY CHANGE APPROVED BY A SECOND
      * OPERATOR. EMPMAINT REFUSES A CHANGE THAT ALTERS EMP-SALARY
      * UNLESS IT CARRIES THE REFERENCE OF AN APPROVED QUEUE ITEM
      * HOLDING THIS SAME TRANSACTION; THE APPROVAL RUN WRITES THE
      * REFERENCE ONTO THE TRANSACTIONS IT RELEASES.
      * LAST MODIFIED: 2026-10-15
      *
       05  TRAN-CODE               PIC X(01).
           88  TRAN-ADD            VALUE 'A'.
       05  TRAN-EFF-DATE-NUM
               REDEFINES TRAN-EFFECTIVE-DATE PIC 9(8).
       COPY EMPLOYEE-RECORD REPLACING LEADING ==EMP== BY ==TRAN-EMP==.
       05  TRAN-OVERRIDE-REASON    PIC X(04).
           88  TRAN-NO-OVERRIDE    VALUE SPACES.
       05  TRAN-APPROVAL-REF       PIC X(12).
           88  TRAN-NOT-APPROVED   VALUE SPACES.
