      * RETRO-RECORD COPYBOOK
      * ONE PAY DATE ON THE RETRO-PAY HISTORY MASTER, KEYED BY
      * EMP-ID AND THE RUN DATE OF THE PAY THE RETRO CORRECTS. THE
      * RETRO-PAY RUN (RETROPAY) WRITES ONE THE FIRST TIME IT
      * SETTLES A DIFFERENCE FOR THE PAY DATE AND ADDS TO IT EACH
      * LATER TIME. RTR-RETRO-GROSS IS THE NET GROSS SETTLED FOR THE
      * PAY DATE TO DATE - POSITIVE FOR SALARY OWED AND PUT ON THE
      * SUPPLEMENTAL-EARNINGS MASTER, NEGATIVE FOR SALARY OVERPAID
      * AND PUT UP FOR RECOVERY - AND THE RUN ALWAYS TAKES IT OFF
      * THE DIFFERENCE IT WORKS OUT, SO AN AMOUNT ALREADY SETTLED
      * IS NEVER GENERATED AGAIN. RTR-SALARY-APPLIED IS THE ANNUAL
      * SALARY THE LAST SETTLEMENT PRICED THE PAY AT, AND THE
      * RTR-LAST- FIELDS RECORD THAT SETTLEMENT: ITS RUN DATE, ITS
      * GROSS, AND WHERE IT WENT (THE SUPPLEMENTAL ENTRY'S PAY DATE
      * AND SEQUENCE, OR ZERO FOR A RECOVERY DEDUCTION).
      * LAST MODIFIED: 2026-10-15
      *
       05  RTR-KEY.
           10  RTR-EMP-ID          PIC X(6).
           10  RTR-PAY-DATE        PIC 9(8).
       05  RTR-SALARY-APPLIED      PIC 9(7)V99.
       05  RTR-RETRO-GROSS         PIC S9(7)V99.
       05  RTR-LAST-RUN-DATE       PIC 9(8).
       05  RTR-LAST-AMOUNT         PIC S9(7)V99.
       05  RTR-LAST-SETTLEMENT     PIC X.
           88  RTR-PAID-AS-RETRO   VALUE 'S'.
           88  RTR-RECOVERED       VALUE 'D'.
       05  RTR-LAST-SUP-DATE       PIC 9(8).
       05  RTR-LAST-SUP-SEQ        PIC 9(2).
