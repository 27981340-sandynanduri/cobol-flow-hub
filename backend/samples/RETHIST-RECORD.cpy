      * RETHIST-RECORD COPYBOOK
      * ONE BANK RETURN ON THE RETURN-HISTORY MASTER, KEYED BY
      * EMP-ID AND THE RUN DATE OF THE PAYMENT BATCH THE RETURNED
      * LINE WENT OUT IN. THE BANK RETURN RUN (BNKRET) WRITES ONE
      * FOR EVERY RETURN IT APPLIES AND READS THEM BACK TO FLAG AN
      * EMPLOYEE WHOSE DEPOSIT OR PRENOTE WAS ALSO RETURNED FROM
      * THE PREVIOUS SCHEDULED RUN. RTH-PROCESSED-DATE IS THE
      * DATE THE RETURN WAS APPLIED.
      * LAST MODIFIED: 2026-10-15
      *
       05  RTH-KEY.
           10  RTH-EMP-ID          PIC X(6).
           10  RTH-RUN-DATE        PIC 9(8).
       05  RTH-ENTRY-TYPE          PIC X.
           88  RTH-DEPOSIT         VALUE 'D'.
           88  RTH-PRENOTE         VALUE 'P'.
       05  RTH-AMOUNT              PIC 9(9)V99.
       05  RTH-REASON-CODE         PIC X(3).
       05  RTH-PROCESSED-DATE      PIC 9(8).
