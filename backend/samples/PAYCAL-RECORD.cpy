      * POSTINGS. PCAL-PERIOD-NUMBER IS THE PAY PERIOD WITHIN THE
      * CALENDAR YEAR AND IS STAMPED INTO EACH PAY-HISTORY RECORD
      * WRITTEN FOR THE DATE, SO DOWNSTREAM FEEDS CAN REPORT BY
      * PAY PERIOD INSTEAD OF RAW DATES. THE NUMBER OF DATES ON
      * THE CALENDAR FOR A YEAR IS THE NUMBER OF PAY PERIODS THE
      * PAYROLL RUN DIVIDES THE ANNUAL SALARY BY, AND THE PERIOD
      * A PAY COVERS RUNS FROM THE DAY AFTER THE PREVIOUS
      * SCHEDULED DATE THROUGH THE PAY DATE ITSELF.
      * LAST MODIFIED: 2026-10-15
      *
       05  PCAL-SCHED-DATE         PIC 9(8).
       05  PCAL-PERIOD-NUMBER      PIC 9(2).
