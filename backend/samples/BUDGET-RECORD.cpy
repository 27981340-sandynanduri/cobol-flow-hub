      * BUDGET-RECORD COPYBOOK
      * ONE LINE OF THE DEPARTMENT/POSITION BUDGET MASTER, KEYED BY
      * DEPARTMENT CODE PLUS POSITION CODE. BUD-HEADCOUNT IS THE
      * NUMBER OF NON-TERMINATED EMPLOYEES THE DEPARTMENT IS
      * APPROVED TO CARRY IN THE POSITION (THE SAME POPULATION AS
      * DEPT-HEADCOUNT) AND BUD-SALARY-BUDGET THE ANNUAL SALARY
      * APPROVED FOR THEM. EMPLOYEE MAINTENANCE REFUSES A NEW HIRE
      * OR TRANSFER THAT WOULD TAKE A LINE OVER ITS HEADCOUNT
      * UNLESS THE TRANSACTION CARRIES AN OVERRIDE REASON; A
      * DEPARTMENT/POSITION WITH NO LINE HERE IS NOT HELD TO A
      * BUDGET.
      * LAST MODIFIED: 2026-10-15
      *
       05  BUD-KEY.
           10  BUD-DEPT-CODE       PIC X(4).
           10  BUD-POS-CODE        PIC X(4).
       05  BUD-HEADCOUNT           PIC 9(4).
       05  BUD-SALARY-BUDGET       PIC 9(9)V99.
