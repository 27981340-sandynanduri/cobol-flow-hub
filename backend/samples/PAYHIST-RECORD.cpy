      * CORRECTED MORE THAN ONCE - SO RE-CORRECTIONS FORM A CHAIN
      * AND EACH SUPERSEDED RECORD IS POINTED AT EXACTLY ONCE.
      * SUPERSEDED RECORDS STAY ON FILE UNTOUCHED FOR AUDIT.
      * PH-PRORATION-FACTOR IS THE SHARE OF THE PAY PERIOD THE
      * EMPLOYEE WAS ON STAFF - 1.0000 FOR A FULL PERIOD, LESS WHEN
      * THE HIRE DATE OR TERMINATION DATE FELL INSIDE THE PERIOD -
      * AND WAS APPLIED TO THE PER-PERIOD SALARY TO GIVE THE GROSS.
      * AN ADJUSTMENT RECORD CARRIES THE FACTOR OF THE PAY IT
      * CORRECTS. RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY
      * SPACE.
      * A FINAL-SETTLEMENT RECORD (PH-TYPE-FINAL) IS WRITTEN BY THE
      * FINAL-PAY RUN (FINPAY) FOR A TERMINATED EMPLOYEE, KEYED BY
      * THE SETTLEMENT RUN DATE. IT IS PAID, FED, AND ACCUMULATED
      * LIKE A PAY-RUN RECORD; ITS GROSS IS THE VACATION PAYOUT,
      * ITS PERIOD AND PRORATION FACTOR ARE ZERO, AND
      * PH-SETTLED-HOURS HOLDS THE VACATION HOURS SETTLED -
      * POSITIVE WHEN PAID OUT, NEGATIVE WHEN AN OVERDRAWN BALANCE
      * WAS SET UP FOR RECOVERY. OTHER RECORD TYPES CARRY ZERO.
      * PH-GROSS-PAY IS ALWAYS THE WHOLE GROSS. PH-SUPPLEMENTAL-PAY
      * IS THE PART OF IT PAID AS SUPPLEMENTAL EARNINGS (BONUS,
      * COMMISSION AND OVERTIME FROM THE SUPPLEMENTAL-EARNINGS
      * MASTER, OR A FINAL SETTLEMENT'S VACATION PAYOUT) AND
      * PH-SUPPLEMENTAL-TAX THE PART OF PH-TAX-AMOUNT WITHHELD ON
      * IT AT THE FLAT SUPPLEMENTAL RATE; REGULAR PAY IS THE GROSS
      * LESS THE SUPPLEMENTAL PAY. AN ADJUSTMENT RECORD CARRIES THE
      * SPLIT OF THE PAY IT CORRECTS. RECORDS WRITTEN BEFORE THE
      * FIELDS EXISTED CARRY SPACE AND COUNT AS ALL REGULAR PAY.
      * PH-EMPLOYER-COST IS WHAT THE PAY COST THE EMPLOYER ON TOP OF
      * THE GROSS - ITS SHARE OF PAYROLL TAX AND ITS BENEFIT AND
      * PENSION CONTRIBUTIONS, AT THE EMPLOYER CONTRIBUTION RATES IN
      * EFFECT ON THE RUN DATE - AND PH-EMPLOYER-CONTRIB ITEMIZES
      * IT BY CONTRIBUTION TYPE (UNUSED ENTRIES CARRY SPACE AND
      * ZERO). AN ADJUSTMENT RECORD CARRIES THE COST OF ITS
      * CORRECTED GROSS. RECORDS WRITTEN BEFORE THE FIELDS EXISTED
      * CARRY SPACE AND HAD NO EMPLOYER COST RECORDED.
      * LAST MODIFIED: 2026-10-15
      *
       05  PH-KEY.
           10  PH-EMP-ID           PIC X(6).
       05  PH-RECORD-TYPE          PIC X.
           88  PH-TYPE-PAY         VALUE 'P'.
           88  PH-TYPE-ADJUSTMENT  VALUE 'A'.
           88  PH-TYPE-FINAL       VALUE 'F'.
       05  PH-ADJUSTED-DATE        PIC 9(8).
       05  PH-PRORATION-FACTOR     PIC 9V9999.
       05  PH-SETTLED-HOURS        PIC S9(4)V99.
       05  PH-SUPPLEMENTAL-PAY     PIC 9(7)V99.
       05  PH-SUPPLEMENTAL-TAX     PIC 9(7)V99.
       05  PH-EMPLOYER-COST        PIC 9(7)V99.
       05  PH-EMPLOYER-CONTRIB OCCURS 5 TIMES.
           10  PH-ER-TYPE          PIC X(3).
           10  PH-ER-AMOUNT        PIC 9(7)V99.
