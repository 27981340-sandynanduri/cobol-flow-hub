      * SAME RUN DATE BACKS THE LAST TAKE OUT OF THE ACCUMULATORS
      * BEFORE TAKING AGAIN, SO NOTHING IS COUNTED TWICE - THE
      * SAME RULE THE PAY-HISTORY/YTD PAIR ALREADY FOLLOWS.
      * PRIORITY 00 IS RESERVED FOR THE VACATION RECOVERY THE
      * FINAL-PAY RUN (FINPAY) SETS UP WHEN A TERMINATED EMPLOYEE
      * LEAVES WITH AN OVERDRAWN VACATION BALANCE: A FLAT 'VAC'
      * DEDUCTION WHOSE AMOUNT AND GOAL ARE THE OVERDRAWN HOURS AT
      * THE HOURLY RATE, TAKEN AHEAD OF EVERY OTHER DEDUCTION FROM
      * THE FINAL PAY. THE RETRO-PAY RUN (RETROPAY) USES THE SAME
      * PRIORITY FOR A FLAT 'RET' DEDUCTION RECOVERING SALARY PAID
      * AT TOO HIGH A RATE, ADDING ANY LATER OVERPAYMENT TO ITS
      * GOAL; FINPAY LEAVES SUCH A RECOVERY IN PLACE.
      * DEDMAINT DOES NOT ACCEPT PRIORITY 00.
      * LAST MODIFIED: 2026-10-15
      *
       05  DED-KEY.
           10  DED-EMP-ID          PIC X(6).
