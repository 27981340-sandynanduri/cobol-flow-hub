      * GL-JOURNAL-RECORD COPYBOOK
      * FIXED-FORMAT GENERAL-LEDGER JOURNAL LINE HANDED OFF TO
      * FINANCE EACH PAYROLL CYCLE. DETAIL LINES CARRY ONE DEBIT
      * PER DEPARTMENT FOR REGULAR SALARY EXPENSE (SAL-EXP), A
      * SECOND FOR SUPPLEMENTAL PAY EXPENSE (BON-EXP) WHERE THE
      * DEPARTMENT HAD ANY, A THIRD FOR EMPLOYER PAYROLL COST
      * (ERC-EXP) WHERE THE DEPARTMENT HAD ANY, AND COMPANY-LEVEL
      * CREDITS FOR TAX WITHHELD, DEDUCTIONS WITHHELD, NET PAY,
      * AND ONE EMPLOYER LIABILITY PER CONTRIBUTION TYPE.
      * THE TWO TRAILER LINES CARRY THE RUN'S TOTAL DEBITS AND
      * TOTAL CREDITS SO THE RECEIVER CAN PROVE THE FEED BALANCES.
      * GLJ-PERIOD IS THE PAY-CALENDAR PERIOD NUMBER OF THE RUN
      * DATE FED (ZERO FOR AN OFF-CALENDAR OVERRIDE RUN), SO
      * FINANCE CAN POST AND REPORT BY PAY PERIOD.
      * LAST MODIFIED: 2026-10-15
      *
       05  GLJ-RECORD-TYPE         PIC X.
           88  GLJ-DETAIL          VALUE 'D'.
