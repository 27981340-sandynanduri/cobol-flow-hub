      * ZERO-AMOUNT PRENOTE RECORD TO THE BANK AND MARKS IT SENT
      * (THE EMPLOYEE IS PAID BY CHEQUE THAT RUN), AND A LATER
      * RUN PROMOTES A SENT PRENOTE TO LIVE. BNK-PRENOTE-DATE IS
      * THE DATE THE PRENOTE RECORD WENT TO THE BANK. A PRENOTE
      * THE BANK RETURNS (BNKRET) IS MARKED RETURNED; THE ACCOUNT
      * IS NEVER PROMOTED AND THE EMPLOYEE IS PAID BY CHEQUE UNTIL
      * MAINTENANCE SUPPLIES CORRECTED DETAILS, WHICH STARTS THE
      * CYCLE AGAIN AT PRENOTE-PENDING.
      * LAST MODIFIED: 2026-10-15
      *
       05  BNK-EMP-ID              PIC X(6).
       05  BNK-ROUTING-NUMBER      PIC X(9).
           88  BNK-PRENOTE-PENDING VALUE 'P'.
           88  BNK-PRENOTE-SENT    VALUE 'S'.
           88  BNK-LIVE            VALUE 'L'.
           88  BNK-PRENOTE-RETURNED VALUE 'R'.
       05  BNK-PRENOTE-DATE        PIC 9(8).
