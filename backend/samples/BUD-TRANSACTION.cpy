      * BUD-TRANSACTION COPYBOOK
      * DEFINES THE STRUCTURE OF A DEPARTMENT/POSITION BUDGET
      * MASTER MAINTENANCE TRANSACTION (ADD / CHANGE / DELETE)
      * CARRYING A FULL BUDGET-RECORD IMAGE
      * LAST MODIFIED: 2026-10-15
      *
       05  BTRAN-CODE               PIC X(01).
           88  BTRAN-ADD            VALUE 'A'.
           88  BTRAN-CHANGE         VALUE 'C'.
           88  BTRAN-DELETE         VALUE 'D'.
       COPY BUDGET-RECORD
           REPLACING LEADING ==BUD== BY ==BTRAN-BUD==.
