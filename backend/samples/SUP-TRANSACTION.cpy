      * SUP-TRANSACTION COPYBOOK
      * DEFINES THE STRUCTURE OF A SUPPLEMENTAL-EARNINGS MASTER
      * MAINTENANCE TRANSACTION (ADD / CHANGE / DELETE) CARRYING A
      * FULL SUPEARN-RECORD IMAGE
      * LAST MODIFIED: 2026-10-15
      *
       05  SUPTRAN-CODE             PIC X(01).
           88  SUPTRAN-ADD          VALUE 'A'.
           88  SUPTRAN-CHANGE       VALUE 'C'.
           88  SUPTRAN-DELETE       VALUE 'D'.
       COPY SUPEARN-RECORD
           REPLACING LEADING ==SUP== BY ==SUPTRAN-SUP==.
