      * BANK-RETURN-RECORD COPYBOOK
      * ONE ENTRY ON THE BANK'S RETURN FILE, SENT BACK AFTER A
      * PAYMENT BATCH FOR EVERY LIVE DEPOSIT OR PRENOTE THE BANK
      * COULD NOT POST. BRT-ENTRY-TYPE MIRRORS THE PAYMENT-FILE
      * RECORD TYPE OF THE LINE BEING RETURNED (D DEPOSIT, P
      * PRENOTE), BRT-RUN-DATE IS THE RUN DATE THAT LINE CARRIED,
      * AND BRT-AMOUNT IS THE AMOUNT THE BANK SENT BACK (ZERO FOR
      * A PRENOTE). BRT-REASON-CODE IS THE BANK'S RETURN REASON.
      * LAST MODIFIED: 2026-10-15
      *
       05  BRT-EMP-ID              PIC X(6).
       05  BRT-ROUTING-NUMBER      PIC X(9).
       05  BRT-ACCOUNT-NUMBER      PIC X(17).
       05  BRT-ENTRY-TYPE          PIC X.
           88  BRT-DEPOSIT         VALUE 'D'.
           88  BRT-PRENOTE         VALUE 'P'.
       05  BRT-AMOUNT              PIC 9(9)V99.
       05  BRT-RUN-DATE            PIC 9(8).
       05  BRT-REASON-CODE         PIC X(3).
           88  BRT-CLOSED-ACCOUNT  VALUE 'R02'.
           88  BRT-NO-ACCOUNT      VALUE 'R03'.
           88  BRT-INVALID-ACCOUNT VALUE 'R04'.
           88  BRT-BAD-ROUTING     VALUE 'R13'.
