      * SUPEARN-RECORD COPYBOOK
      * ONE SUPPLEMENTAL-EARNINGS ENTRY (BONUS, COMMISSION OR
      * OVERTIME) ON THE SUPPLEMENTAL-EARNINGS MASTER, MAINTAINED
      * BY SUPMAINT AND PAID BY THE PAYROLL RUN WHOSE RUN DATE IS
      * SUP-PAY-DATE. SUP-SEQ NUMBERS AN EMPLOYEE'S ENTRIES FOR THE
      * SAME PAY DATE. AN ENTRY CARRIES EITHER A FLAT SUP-AMOUNT
      * OR, FOR OVERTIME ONLY, SUP-HOURS PAID AT THE HOURLY RATE
      * (EMP-SALARY OVER STANDARD-ANNUAL-HOURS) TIMES THE OVERTIME
      * PREMIUM. THE PAYROLL RUN STAMPS SUP-PAID-DATE AND
      * SUP-PAID-AMOUNT WHEN IT PAYS THE ENTRY; A PAID ENTRY CAN NO
      * LONGER BE CHANGED OR DELETED.
      * A RETRO-PAY ENTRY (SUP-RETRO) IS WRITTEN BY THE RETRO-PAY
      * RUN (RETROPAY) FOR SALARY OWED ON PAY DATES ALREADY RUN AT
      * AN OLD RATE. IT IS A FLAT AMOUNT PAID AND TAXED LIKE ANY
      * OTHER ENTRY, BUT IS NOT A TYPE SUPMAINT WILL ADD, CHANGE OR
      * DELETE.
      * LAST MODIFIED: 2026-10-15
      *
       05  SUP-KEY.
           10  SUP-EMP-ID          PIC X(6).
           10  SUP-PAY-DATE        PIC 9(8).
           10  SUP-SEQ             PIC 9(2).
       05  SUP-EARN-TYPE           PIC X(3).
           88  SUP-BONUS           VALUE 'BON'.
           88  SUP-COMMISSION      VALUE 'COM'.
           88  SUP-OVERTIME        VALUE 'OVT'.
           88  SUP-RETRO           VALUE 'RET'.
           88  SUP-TYPE-VALID      VALUE 'BON' 'COM' 'OVT'.
       05  SUP-DESCRIPTION         PIC X(20).
       05  SUP-AMOUNT              PIC 9(7)V99.
       05  SUP-HOURS               PIC 9(3)V99.
       05  SUP-PAID-DATE           PIC 9(8).
       05  SUP-PAID-AMOUNT         PIC 9(7)V99.
