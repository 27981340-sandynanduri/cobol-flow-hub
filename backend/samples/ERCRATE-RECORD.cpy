      * ERCRATE-RECORD COPYBOOK
      * ONE EMPLOYER CONTRIBUTION TYPE ON THE EMPLOYER CONTRIBUTION
      * RATE TABLE MASTER - THE EMPLOYER'S OWN SHARE OF PAYROLL TAX,
      * AND ITS BENEFIT AND PENSION CONTRIBUTIONS, NONE OF WHICH
      * COMES OUT OF THE EMPLOYEE'S PAY. TYPES ARE GROUPED INTO SETS
      * BY EFFECTIVE DATE THE SAME WAY THE TAX-RATE TABLE IS: THE
      * PAYROLL RUN USES THE SET WITH THE LATEST ERC-EFF-DATE NOT
      * AFTER THE RUN DATE, SO A NEW YEAR'S RATES CAN BE LOADED
      * AHEAD OF TIME. EACH TYPE IN THE SET COSTS ERC-RATE TIMES
      * THE EMPLOYEE'S GROSS PAY, IS DEBITED TO EMPLOYER COST
      * EXPENSE (ERC-EXP) BY DEPARTMENT, AND IS CREDITED TO ITS OWN
      * LIABILITY ACCOUNT ERC-LIABILITY-ACCOUNT. A SET HOLDS AT
      * MOST FIVE TYPES, THE NUMBER PAY HISTORY HAS ROOM TO CARRY.
      * LAST MODIFIED: 2026-10-15
      *
       05  ERC-KEY.
           10  ERC-EFF-DATE        PIC 9(8).
           10  ERC-TYPE            PIC X(3).
       05  ERC-DESCRIPTION         PIC X(20).
       05  ERC-RATE                PIC V9999.
       05  ERC-LIABILITY-ACCOUNT   PIC X(8).
