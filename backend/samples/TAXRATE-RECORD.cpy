      * RATES AHEAD OF TIME AND THEY TAKE EFFECT ON THEIR OWN.
      * WITHIN A SET, TXR-BRACKET ORDERS THE BRACKETS BY RISING
      * SALARY BAND; THE RATE OF THE BRACKET WHOSE BAND HOLDS THE
      * EMPLOYEE'S GROSS PAY APPLIES TO THE WHOLE GROSS. THE BANDS
      * ARE ANNUAL AMOUNTS: THE PAYROLL RUN ANNUALIZES EACH
      * PER-PERIOD GROSS (GROSS TIMES PAY PERIODS IN THE YEAR)
      * BEFORE LOOKING UP ITS BRACKET.
      * BRACKET 99 OF A SET IS NOT A BAND: IT HOLDS THE FLAT
      * SUPPLEMENTAL RATE (BAND FIELDS ZERO) AT WHICH BONUS,
      * COMMISSION AND OVERTIME PAY, AND A FINAL SETTLEMENT'S
      * VACATION PAYOUT, ARE WITHHELD INSTEAD OF THE GRADUATED
      * BRACKETS.
      * LAST MODIFIED: 2026-10-15
      *
       05  TXR-KEY.
           10  TXR-EFF-DATE        PIC 9(8).
           10  TXR-BRACKET         PIC 9(2).
               88  TXR-SUPPLEMENTAL-BRACKET VALUE 99.
       05  TXR-SALARY-FROM         PIC 9(7)V99.
       05  TXR-SALARY-TO           PIC 9(7)V99.
       05  TXR-RATE                PIC V999.
