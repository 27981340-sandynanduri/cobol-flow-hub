      * BANK-RECORD IMAGE. THE PRENOTE STATUS AND DATE ON THE
      * TRANSACTION ARE IGNORED: MAINTENANCE ALWAYS STARTS A NEW
      * OR CHANGED ACCOUNT AT PRENOTE-PENDING.
      * BNKTRAN-APPROVAL-REF IS THE APPROVAL-QUEUE REFERENCE (ENTRY
      * DATE + SEQUENCE) OF AN ADD OR CHANGE APPROVED BY A SECOND
      * OPERATOR; BNKMAINT REFUSES AN ADD OR CHANGE WITHOUT THE
      * REFERENCE OF AN APPROVED QUEUE ITEM HOLDING THIS SAME
      * TRANSACTION. IT IS CARRIED AT THE END OF THE RECORD AND
      * WRITTEN BY THE APPROVAL RUN.
      * LAST MODIFIED: 2026-10-15
      *
       05  BNKTRAN-CODE             PIC X(01).
           88  BNKTRAN-ADD          VALUE 'A'.
           88  BNKTRAN-DELETE       VALUE 'D'.
       COPY BANK-RECORD
           REPLACING LEADING ==BNK== BY ==BNKTRAN-BNK==.
       05  BNKTRAN-APPROVAL-REF    PIC X(12).
           88  BNKTRAN-NOT-APPROVED VALUE SPACES.
