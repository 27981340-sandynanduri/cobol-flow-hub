           05  MAX-SALARY          PIC 9(7)V99 VALUE 150000.00.
           05  STANDARD-TAX-RATE   PIC V999 VALUE .15.
           05  MANAGER-TAX-RATE    PIC V999 VALUE .20.
           05  STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
           05  OVERTIME-PREMIUM    PIC 9V99 VALUE 1.50.
           
       01  DEPARTMENT-CODES.
           05  DEPT-MGMT           PIC X(4) VALUE 'MGMT'.
