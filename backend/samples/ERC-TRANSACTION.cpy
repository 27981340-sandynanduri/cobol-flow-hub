      * ERC-TRANSACTION COPYBOOK
      * DEFINES THE STRUCTURE OF AN EMPLOYER CONTRIBUTION RATE
      * TABLE MAINTENANCE TRANSACTION (ADD / CHANGE / DELETE)
      * CARRYING A FULL ERCRATE-RECORD IMAGE
      * LAST MODIFIED: 2026-10-15
      *
       05  ERCTRAN-CODE             PIC X(01).
           88  ERCTRAN-ADD          VALUE 'A'.
           88  ERCTRAN-CHANGE       VALUE 'C'.
           88  ERCTRAN-DELETE       VALUE 'D'.
       COPY ERCRATE-RECORD
           REPLACING LEADING ==ERC== BY ==ERCTRAN-ERC==.
