      * PAYROLL.CBL
      * PAYROLL CALCULATION BATCH RUN
      * READS THE EMPLOYEE MASTER, PAYS EACH ACTIVE EMPLOYEE (AND
      * EACH EMPLOYEE TERMINATED DURING THE PAY PERIOD) ONE PAY
      * PERIOD'S SHARE OF EMP-SALARY, PRORATED FOR A HIRE OR
      * TERMINATION FALLING INSIDE THE PERIOD, APPLIES THE
      * GRADUATED WITHHOLDING RATE FROM THE TAX-RATE TABLE SET IN
      * EFFECT ON THE RUN DATE, TAKES THE EMPLOYEE'S RECURRING
      * DEDUCTIONS FROM
      * THE DEDUCTION MASTER FILE IN PRIORITY ORDER, AND PRODUCES A
      * PAYCHECK REGISTER REPORT THAT ITEMIZES EACH DEDUCTION UNDER
      * ITS EMPLOYEE'S LINE, WITH A CONTROL-TOTAL TRAILER LINE.
      * BONUS, COMMISSION AND OVERTIME ENTRIES ON THE SUPPLEMENTAL-
      * EARNINGS MASTER FOR THE RUN DATE ARE ADDED TO GROSS,
      * WITHHELD AT THE SET'S FLAT SUPPLEMENTAL RATE, AND ITEMIZED
      * ON THE REGISTER THE SAME WAY. EACH PAY IS ALSO PRICED AT
      * THE EMPLOYER CONTRIBUTION RATES IN EFFECT, AND ITS EMPLOYER
      * COST STORED WITH IT FOR THE GENERAL-LEDGER FEED.
      * ALSO WRITES ONE PAY-HISTORY RECORD PER EMPLOYEE PER RUN DATE
      * AND MAINTAINS THE YEAR-TO-DATE ACCUMULATOR RECORD READ BY
      * THE ANNUAL EARNINGS STATEMENT. CHECKPOINTS THE LAST EMP-ID
      *                  DED-TAKEN-TO-DATE AND THE ARREARS
      *                  BALANCE ARE NOT DOUBLE-COUNTED THE WAY
      *                  YTD ALREADY WAS NOT
      * 2026-10-15  RSN  GROSS PAY IS NOW ONE PAY PERIOD'S SHARE OF
      *                  THE ANNUAL EMP-SALARY - THE SALARY DIVIDED
      *                  BY THE NUMBER OF PAY DATES ON THE PAY
      *                  CALENDAR FOR THE RUN YEAR - INSTEAD OF THE
      *                  WHOLE ANNUAL FIGURE. THE PERIOD RUNS FROM
      *                  THE DAY AFTER THE PREVIOUS PAY DATE TO THE
      *                  RUN DATE; A HIRE OR TERMINATION DATE INSIDE
      *                  IT PRORATES THE PAY BY DAYS ON STAFF, AND
      *                  AN EMPLOYEE TERMINATED DURING THE PERIOD
      *                  NOW RECEIVES THAT LAST PARTIAL PAY INSTEAD
      *                  OF BEING SKIPPED. THE BRACKET LOOKUP NOW
      *                  ANNUALIZES THE PER-PERIOD GROSS SO IT
      *                  COMPARES ON THE SAME BASIS AS THE ANNUAL
      *                  BANDS; THE PRORATION FACTOR IS PRINTED ON
      *                  THE REGISTER AND STORED ON PAY HISTORY
      * 2026-10-15  RSN  PAY RECORDS NOW CARRY ZERO SETTLED HOURS
      *                  (THE FIELD BELONGS TO THE FINAL-SETTLEMENT
      *                  RECORDS WRITTEN BY FINPAY)
      * 2026-10-15  RSN  SUPPLEMENTAL EARNINGS (SUPMAINT) DATED FOR
      *                  THE RUN DATE ARE ADDED TO GROSS - OVERTIME
      *                  HOURS AT THE HOURLY RATE TIMES THE
      *                  OVERTIME PREMIUM - AND WITHHELD AT THE
      *                  FLAT SUPPLEMENTAL RATE CARRIED AS BRACKET
      *                  99 OF THE TAX-RATE SET INSTEAD OF THE
      *                  GRADUATED BRACKET, WHICH NOW LOOKS AT
      *                  REGULAR PAY ONLY. EACH ENTRY IS ITEMIZED
      *                  UNDER ITS EMPLOYEE ON THE REGISTER AND
      *                  STAMPED PAID ON THE MASTER; AN EMPLOYEE
      *                  WITH NO REGULAR PAY DUE IS STILL PAID THE
      *                  ENTRIES. PAY HISTORY CARRIES THE
      *                  SUPPLEMENTAL PAY AND TAX BESIDE THE WHOLE
      *                  GROSS, AND A SECOND TRAILER LINE SPLITS
      *                  THE RUN'S GROSS INTO REGULAR AND
      *                  SUPPLEMENTAL. A RUN WITH ENTRIES DUE BUT
      *                  NO SUPPLEMENTAL RATE IN THE SET STOPS
      *                  WITH RETURN-CODE 8
      * 2026-10-15  RSN  EACH PAY IS NOW PRICED AT THE EMPLOYER
      *                  CONTRIBUTION RATES (ERCMAINT) IN EFFECT ON
      *                  THE RUN DATE - THE EMPLOYER SHARE OF
      *                  PAYROLL TAX AND THE EMPLOYER BENEFIT AND
      *                  PENSION CONTRIBUTIONS, EACH A RATE TIMES
      *                  GROSS. THE COST IS STORED ON PAY HISTORY,
      *                  TOTAL AND BY CONTRIBUTION TYPE, FOR THE
      *                  GENERAL-LEDGER FEED, AND A THIRD TRAILER
      *                  LINE SHOWS THE RUN'S TOTAL EMPLOYER COST
      *                  BESIDE ITS TOTAL GROSS. THE TOTAL IS
      *                  CHECKPOINTED IN RESTART-ACCUM-AMOUNT-7. A
      *                  RUN WITH NO RATE SET IN EFFECT WARNS AND
      *                  RECORDS NO EMPLOYER COST
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYROLL.
               RECORD KEY IS PCAL-SCHED-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT SUPPLEMENTAL-MASTER-FILE ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS SUP-FILE-STATUS.

           SELECT DEDUCTION-ACTIVITY-FILE ASSIGN TO "DEDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.
               RECORD KEY IS TXR-KEY
               FILE STATUS IS TAX-FILE-STATUS.

           SELECT EMPLOYER-RATE-FILE ASSIGN TO "ERCRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERC-KEY
               FILE STATUS IS ERC-FILE-STATUS.

           SELECT PAYCHECK-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       01  PAY-CALENDAR-RECORD.
           COPY PAYCAL-RECORD.

       FD  SUPPLEMENTAL-MASTER-FILE.
       01  SUPPLEMENTAL-MASTER-RECORD.
           COPY SUPEARN-RECORD.

       FD  DEDUCTION-ACTIVITY-FILE
           RECORDING MODE IS F.
       01  ACTIVITY-LINE               PIC X(132).
       01  TAX-RATE-TABLE-RECORD.
           COPY TAXRATE-RECORD.

       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-RECORD.
           COPY ERCRATE-RECORD.

       FD  PAYCHECK-REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).
           05  TAX-FILE-STATUS      PIC XX.
               88  TAX-FS-OK        VALUE '00'.
               88  TAX-FS-EOF       VALUE '10'.
           05  ERC-FILE-STATUS      PIC XX.
               88  ERC-FS-OK        VALUE '00'.
           05  REG-FILE-STATUS      PIC XX.
               88  REG-FS-OK        VALUE '00'.
           05  ACT-FILE-STATUS      PIC XX.
               88  ACT-FS-OK        VALUE '00'.
           05  CAL-FILE-STATUS      PIC XX.
               88  CAL-FS-OK        VALUE '00'.
           05  SUP-FILE-STATUS      PIC XX.
               88  SUP-FS-OK        VALUE '00'.
           05  RESTART-FILE-STATUS  PIC XX.
               88  RESTART-FS-OK    VALUE '00'.

               88  HISTORY-ON-FILE  VALUE 'Y'.
           05  YTD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  YTD-ON-FILE      VALUE 'Y'.
           05  CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  CAL-SCAN-DONE    VALUE 'Y'.
           05  PAY-ELIGIBLE-SWITCH  PIC X(01) VALUE 'N'.
               88  PAY-ELIGIBLE     VALUE 'Y'.
           05  SUP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  SUPPLEMENTS-DONE VALUE 'Y'.
           05  SUP-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  SUPPLEMENTAL-RATE-LOADED VALUE 'Y'.
           05  ERC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  ERC-TABLE-DONE   VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR             PIC 9(04).
           05  RUN-DAY              PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

      *----------------------------------------------------------*
      * PAY-CALENDAR SCAN DATE AND THE DATE WORK AREA FOR THE      *
      * DAY-NUMBER ROUTINE (1060) USED TO MEASURE PERIOD AND       *
      * DAYS-ON-STAFF LENGTHS                                      *
      *----------------------------------------------------------*
       01  CAL-SCAN-DATE.
           05  CAL-SCAN-YEAR        PIC 9(04).
           05  CAL-SCAN-MONTH       PIC 9(02).
           05  CAL-SCAN-DAY         PIC 9(02).
       01  CAL-SCAN-DATE-NUM REDEFINES CAL-SCAN-DATE PIC 9(08).

       01  DAYNUM-DATE.
           05  DAYNUM-YEAR          PIC 9(04).
           05  DAYNUM-MONTH         PIC 9(02).
           05  DAYNUM-DAY           PIC 9(02).
       01  DAYNUM-DATE-NUM REDEFINES DAYNUM-DATE PIC 9(08).

       77  DAYNUM-RESULT            PIC 9(07) COMP VALUE ZERO.
       77  DAYNUM-Y                 PIC 9(05) COMP VALUE ZERO.
       77  DAYNUM-M                 PIC 9(02) COMP VALUE ZERO.
       77  DAYNUM-WORK              PIC 9(07) COMP VALUE ZERO.
       77  PERIODS-PER-YEAR         PIC 9(02) COMP VALUE ZERO.
       77  PRIOR-PAY-DATE           PIC 9(08) VALUE ZERO.
       77  PERIOD-START-DAY         PIC 9(07) COMP VALUE ZERO.
       77  PERIOD-END-DAY           PIC 9(07) COMP VALUE ZERO.
       77  PERIOD-DAYS              PIC 9(07) COMP VALUE ZERO.
       77  WORKED-START-DAY         PIC 9(07) COMP VALUE ZERO.
       77  WORKED-END-DAY           PIC 9(07) COMP VALUE ZERO.
       77  WORKED-DAYS              PIC 9(07) COMP VALUE ZERO.
       77  PRORATION-FACTOR         PIC 9V9999 VALUE ZERO.
       77  ANNUALIZED-GROSS         PIC 9(9)V99 VALUE ZERO.

       77  CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 500.
       77  RECORDS-SINCE-CHECKPOINT PIC 9(05) COMP VALUE ZERO.
       77  TAX-RATE                 PIC V999 VALUE ZERO.
       77  SUPPLEMENTAL-RATE        PIC V999 VALUE ZERO.
       77  EFFECTIVE-SET-DATE       PIC 9(08) VALUE ZERO.
       77  TAX-BRACKET-MAX          PIC 9(02) COMP VALUE 20.
       77  TAX-BRACKET-COUNT        PIC 9(02) COMP VALUE ZERO.
       77  TAX-IX                   PIC 9(02) COMP VALUE ZERO.
       77  PAY-PERIOD-NUMBER        PIC 9(02) VALUE ZERO.
       77  GROSS-PAY                PIC 9(7)V99 VALUE ZERO.
       77  REGULAR-PAY              PIC 9(7)V99 VALUE ZERO.
       77  SUPPLEMENTAL-PAY         PIC 9(7)V99 VALUE ZERO.
       77  SUPPLEMENTAL-TAX         PIC 9(7)V99 VALUE ZERO.
       77  SUP-EARNED               PIC 9(7)V99 VALUE ZERO.
       77  HOURLY-RATE              PIC 9(5)V9999 VALUE ZERO.
       77  SUP-ITEM-MAX             PIC 9(02) COMP VALUE 20.
       77  SUP-ITEM-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  SUP-IX                   PIC 9(02) COMP VALUE ZERO.
       77  SUPPLEMENTAL-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  TAX-AMOUNT               PIC 9(7)V99 VALUE ZERO.
       77  NET-PAY                  PIC 9(7)V99 VALUE ZERO.
       77  EMP-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  PRIOR-HIST-TAX           PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-DEDUCTIONS    PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-NET           PIC 9(7)V99 VALUE ZERO.
       77  ERC-SET-DATE             PIC 9(08) VALUE ZERO.
       77  ERC-RATE-MAX             PIC 9(02) COMP VALUE 5.
       77  ERC-RATE-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  ERC-IX                   PIC 9(02) COMP VALUE ZERO.
       77  EMPLOYER-COST            PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * THE BRACKET SET IN EFFECT ON THE RUN DATE, LOADED FROM THE *
               10  TAX-TBL-TO       PIC 9(7)V99.
               10  TAX-TBL-RATE     PIC V999.

      *----------------------------------------------------------*
      * THE EMPLOYER CONTRIBUTION SET IN EFFECT ON THE RUN DATE,   *
      * LOADED AT INITIALIZE; EACH ENTRY ALSO HOLDS THE CURRENT    *
      * EMPLOYEE'S COST FOR THAT TYPE UNTIL PAY HISTORY IS WRITTEN *
      *----------------------------------------------------------*
       01  EMPLOYER-RATE-TABLE.
           05  ERC-RATE-ENTRY OCCURS 5 TIMES.
               10  ERC-TBL-TYPE     PIC X(03).
               10  ERC-TBL-RATE     PIC V9999.
               10  ERC-TBL-AMOUNT   PIC 9(7)V99.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S DEDUCTIONS AS TAKEN, HELD UNTIL THE DETAIL  *
      * LINE IS WRITTEN SO EACH DEDUCTION CAN BE ITEMIZED UNDER IT *
               10  DED-ITEM-DESC    PIC X(20).
               10  DED-ITEM-AMOUNT  PIC 9(7)V99.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S SUPPLEMENTAL EARNINGS AS PAID, HELD UNTIL   *
      * THE DETAIL LINE IS WRITTEN SO EACH ENTRY CAN BE ITEMIZED   *
      * UNDER IT                                                   *
      *----------------------------------------------------------*
       01  SUPPLEMENTAL-ITEM-TABLE.
           05  SUP-ITEM OCCURS 20 TIMES.
               10  SUP-ITEM-TYPE    PIC X(03).
               10  SUP-ITEM-DESC    PIC X(20).
               10  SUP-ITEM-AMOUNT  PIC 9(7)V99.

       01  CONTROL-TOTALS.
           05  TOTAL-GROSS          PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-TAX            PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-DEDUCTIONS     PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-NET            PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-REGULAR        PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-SUPPLEMENTAL   PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-SUPPLEMENTAL-TAX PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-EMPLOYER-COST  PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-PAY-RUN-COST   PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * REPORT LINE LAYOUTS                                      *
               'DEDUCTIONS'.
           05  FILLER                  PIC X(14) VALUE
               'NET PAY'.
           05  FILLER                  PIC X(08) VALUE
               'FACTOR'.

       01  DETAIL-LINE.
           05  DTL-EMP-ID              PIC X(06).
           05  DTL-DEDUCTIONS          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NET-PAY             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PRORATION           PIC 9.9999.

       01  EARNINGS-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  EDL-TYPE                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EDL-DESC                PIC X(20).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  EDL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  DEDUCTION-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'NET:'.
           05  TRL-TOTAL-NET           PIC ZZZ,ZZZ,ZZ9.99.

       01  TRAILER-LINE-2.
           05  FILLER                  PIC X(17) VALUE
               'EARNINGS SPLIT -'.
           05  FILLER                  PIC X(09) VALUE 'REGULAR:'.
           05  TRL-TOTAL-REGULAR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'SUPPLEMENTAL:'.
           05  TRL-TOTAL-SUPPLEMENTAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SUPP TAX:'.
           05  TRL-TOTAL-SUPP-TAX      PIC ZZZ,ZZZ,ZZ9.99.

       01  TRAILER-LINE-3.
           05  FILLER                  PIC X(17) VALUE
               'PAY RUN COST -'.
           05  FILLER                  PIC X(07) VALUE 'GROSS:'.
           05  TRL-COST-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               'EMPLOYER COST:'.
           05  TRL-TOTAL-EMPLOYER-COST PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'TOTAL COST:'.
           05  TRL-TOTAL-PAY-RUN-COST  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-PAY-CALENDAR THRU 1050-EXIT.
           PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
           PERFORM 1300-LOAD-EMPLOYER-RATES THRU 1300-EXIT.
           OPEN INPUT  EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O SUPPLEMENTAL-MASTER-FILE.
           IF NOT SUP-FS-OK
               OPEN OUTPUT SUPPLEMENTAL-MASTER-FILE
               CLOSE SUPPLEMENTAL-MASTER-FILE
               OPEN I-O SUPPLEMENTAL-MASTER-FILE
               IF NOT SUP-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           IF NOT SUPPLEMENTAL-RATE-LOADED
               PERFORM 1200-CHECK-SUPPLEMENTAL-DUE THRU 1200-EXIT
           END-IF.
           PERFORM 1800-OPEN-RESTART-CONTROL THRU 1800-EXIT.

           IF RESTART-RUN
               NOT INVALID KEY
                   MOVE PCAL-PERIOD-NUMBER TO PAY-PERIOD-NUMBER
           END-READ.
           PERFORM 1070-MEASURE-PAY-PERIOD THRU 1070-EXIT.
           CLOSE PAY-CALENDAR-FILE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1060-COMPUTE-DAY-NUMBER - DAYS SINCE A FIXED ORIGIN FOR    *
      * THE DATE IN DAYNUM-DATE, SO TWO DATES CAN BE SUBTRACTED.   *
      * THE YEAR IS TAKEN TO START ON 1 MARCH SO THE LEAP DAY      *
      * FALLS LAST; EACH DIVISION IS TRUNCATED SEPARATELY          *
      *----------------------------------------------------------*
       1060-COMPUTE-DAY-NUMBER.
           MOVE DAYNUM-YEAR  TO DAYNUM-Y.
           MOVE DAYNUM-MONTH TO DAYNUM-M.
           IF DAYNUM-M < 3
               SUBTRACT 1 FROM DAYNUM-Y
               ADD 12 TO DAYNUM-M
           END-IF.
           COMPUTE DAYNUM-RESULT = DAYNUM-Y * 365 + DAYNUM-DAY.
           DIVIDE DAYNUM-Y BY 4 GIVING DAYNUM-WORK.
           ADD DAYNUM-WORK TO DAYNUM-RESULT.
           DIVIDE DAYNUM-Y BY 100 GIVING DAYNUM-WORK.
           SUBTRACT DAYNUM-WORK FROM DAYNUM-RESULT.
           DIVIDE DAYNUM-Y BY 400 GIVING DAYNUM-WORK.
           ADD DAYNUM-WORK TO DAYNUM-RESULT.
           COMPUTE DAYNUM-WORK = (DAYNUM-M - 3) * 153 + 2.
           DIVIDE DAYNUM-WORK BY 5 GIVING DAYNUM-WORK.
           ADD DAYNUM-WORK TO DAYNUM-RESULT.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1070-MEASURE-PAY-PERIOD - COUNT THE RUN YEAR'S PAY DATES   *
      * ON THE CALENDAR (THE DIVISOR FOR THE ANNUAL SALARY) AND    *
      * FIND THE LAST PAY DATE BEFORE THE RUN DATE, LOOKING BACK   *
      * INTO THE PRIOR YEAR FOR THE YEAR'S FIRST PERIOD. THE       *
      * PERIOD RUNS FROM THE DAY AFTER THAT DATE THROUGH THE RUN   *
      * DATE; WITH NO EARLIER DATE ON FILE IT IS TAKEN AS AN EVEN  *
      * SHARE OF THE YEAR ENDING ON THE RUN DATE. A YEAR WITH NO   *
      * PAY DATES AT ALL CANNOT BE DIVIDED AND STOPS THE RUN       *
      *----------------------------------------------------------*
       1070-MEASURE-PAY-PERIOD.
           MOVE ZERO TO PERIODS-PER-YEAR.
           MOVE ZERO TO PRIOR-PAY-DATE.
           MOVE 'N'  TO CAL-EOF-SWITCH.
           COMPUTE CAL-SCAN-YEAR = RUN-YEAR - 1.
           MOVE 1 TO CAL-SCAN-MONTH.
           MOVE 1 TO CAL-SCAN-DAY.
           MOVE CAL-SCAN-DATE-NUM TO PCAL-SCHED-DATE.
           START PAY-CALENDAR-FILE KEY NOT LESS THAN PCAL-SCHED-DATE
               INVALID KEY
                   MOVE 'Y' TO CAL-EOF-SWITCH
           END-START.
           PERFORM 1080-SCAN-PAY-DATE THRU 1080-EXIT
               UNTIL CAL-SCAN-DONE.
           IF PERIODS-PER-YEAR = ZERO
               DISPLAY 'PAYROLL: NO PAY DATES ON CALENDAR FOR '
                   RUN-YEAR ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO DAYNUM-DATE-NUM.
           PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT.
           MOVE DAYNUM-RESULT TO PERIOD-END-DAY.
           IF PRIOR-PAY-DATE > ZERO
               MOVE PRIOR-PAY-DATE TO DAYNUM-DATE-NUM
               PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT
               COMPUTE PERIOD-START-DAY = DAYNUM-RESULT + 1
           ELSE
               DIVIDE 365 BY PERIODS-PER-YEAR GIVING PERIOD-DAYS
               COMPUTE PERIOD-START-DAY =
                   PERIOD-END-DAY - PERIOD-DAYS + 1
           END-IF.
           COMPUTE PERIOD-DAYS = PERIOD-END-DAY - PERIOD-START-DAY + 1.
           DISPLAY 'PAYROLL: PERIOD ' PAY-PERIOD-NUMBER ' OF '
               PERIODS-PER-YEAR ' - ' PERIOD-DAYS ' DAYS'.
       1070-EXIT.
           EXIT.

       1080-SCAN-PAY-DATE.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CAL-EOF-SWITCH
           END-READ.
           IF CAL-SCAN-DONE
               GO TO 1080-EXIT
           END-IF.
           MOVE PCAL-SCHED-DATE TO CAL-SCAN-DATE-NUM.
           IF CAL-SCAN-YEAR > RUN-YEAR
               MOVE 'Y' TO CAL-EOF-SWITCH
               GO TO 1080-EXIT
           END-IF.
           IF CAL-SCAN-YEAR = RUN-YEAR
               ADD 1 TO PERIODS-PER-YEAR
           END-IF.
           IF PCAL-SCHED-DATE < RUN-DATE-NUM
               MOVE PCAL-SCHED-DATE TO PRIOR-PAY-DATE
           END-IF.
       1080-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-LOAD-TAX-TABLE - TWO PASSES OVER THE TAX-RATE TABLE   *
      * FILE: THE FIRST FINDS THE LATEST EFFECTIVE DATE NOT AFTER  *
      *----------------------------------------------------------*
      * 1170-STORE-BRACKET - ONE BRACKET OF THE EFFECTIVE SET INTO *
      * THE TABLE; A RECORD FOR ANOTHER EFFECTIVE DATE ENDS THE    *
      * SET. BRACKET 99 IS THE SET'S FLAT SUPPLEMENTAL RATE AND IS *
      * HELD APART FROM THE BANDS                                  *
      *----------------------------------------------------------*
       1170-STORE-BRACKET.
           IF TXR-EFF-DATE NOT = EFFECTIVE-SET-DATE
               MOVE 'Y' TO TAX-EOF-SWITCH
               GO TO 1170-EXIT
           END-IF.
           IF TXR-SUPPLEMENTAL-BRACKET
               MOVE TXR-RATE TO SUPPLEMENTAL-RATE
               MOVE 'Y' TO SUP-RATE-SWITCH
               PERFORM 1150-READ-TAX-RATE THRU 1150-EXIT
               GO TO 1170-EXIT
           END-IF.
           IF TAX-BRACKET-COUNT < TAX-BRACKET-MAX
               ADD 1 TO TAX-BRACKET-COUNT
               MOVE TXR-SALARY-FROM
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1200-CHECK-SUPPLEMENTAL-DUE - THE SET IN EFFECT HAS NO     *
      * SUPPLEMENTAL RATE. THAT MATTERS ONLY IF SOME ENTRY IS DUE  *
      * ON THE RUN DATE, SO THE MASTER IS SCANNED FOR ONE; FINDING *
      * ONE STOPS THE RUN WITH RETURN-CODE 8 RATHER THAN PAY IT    *
      * WITH NOTHING WITHHELD                                      *
      *----------------------------------------------------------*
       1200-CHECK-SUPPLEMENTAL-DUE.
           MOVE 'N' TO SUP-EOF-SWITCH.
           MOVE LOW-VALUES TO SUP-KEY.
           START SUPPLEMENTAL-MASTER-FILE
               KEY NOT LESS THAN SUP-KEY
               INVALID KEY
                   MOVE 'Y' TO SUP-EOF-SWITCH
           END-START.
           PERFORM 1210-SCAN-SUPPLEMENTAL THRU 1210-EXIT
               UNTIL SUPPLEMENTS-DONE.
       1200-EXIT.
           EXIT.

       1210-SCAN-SUPPLEMENTAL.
           READ SUPPLEMENTAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SUP-EOF-SWITCH
           END-READ.
           IF NOT SUPPLEMENTS-DONE
              AND SUP-PAY-DATE = RUN-DATE-NUM
               DISPLAY 'PAYROLL: SUPPLEMENTAL EARNINGS DUE BUT '
                   'TAX-RATE SET ' EFFECTIVE-SET-DATE
                   ' HAS NO SUPPLEMENTAL RATE (BRACKET 99)'
               DISPLAY 'PAYROLL: RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1300-LOAD-EMPLOYER-RATES - THE SAME TWO PASSES AS 1100     *
      * OVER THE EMPLOYER CONTRIBUTION RATE TABLE FILE: FIND THE   *
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, THEN LOAD    *
      * THAT SET'S TYPES. EMPLOYER COST IS NOT PART OF ANYONE'S    *
      * PAY, SO A MISSING FILE OR SET DOES NOT STOP THE RUN; IT IS *
      * FLAGGED ON THE CONSOLE AND NO EMPLOYER COST IS RECORDED    *
      *----------------------------------------------------------*
       1300-LOAD-EMPLOYER-RATES.
           MOVE ZERO TO ERC-RATE-COUNT.
           MOVE ZERO TO ERC-SET-DATE.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF NOT ERC-FS-OK
               DISPLAY 'PAYROLL: EMPLOYER CONTRIBUTION RATE FILE '
                   'UNREADABLE - NO EMPLOYER COST RECORDED'
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
           PERFORM 1360-SCAN-EMPLOYER-DATE THRU 1360-EXIT
               UNTIL ERC-TABLE-DONE.
           IF ERC-SET-DATE = ZERO
               DISPLAY 'PAYROLL: NO EMPLOYER CONTRIBUTION SET IN '
                   'EFFECT FOR ' RUN-DATE-NUM
                   ' - NO EMPLOYER COST RECORDED'
               CLOSE EMPLOYER-RATE-FILE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           MOVE ERC-SET-DATE TO ERC-EFF-DATE.
           MOVE LOW-VALUES   TO ERC-TYPE.
           START EMPLOYER-RATE-FILE KEY NOT LESS THAN ERC-KEY
               INVALID KEY
                   MOVE 'Y' TO ERC-EOF-SWITCH
           END-START.
           IF NOT ERC-TABLE-DONE
               PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT
           END-IF.
           PERFORM 1370-STORE-EMPLOYER-RATE THRU 1370-EXIT
               UNTIL ERC-TABLE-DONE.
           CLOSE EMPLOYER-RATE-FILE.
       1300-EXIT.
           EXIT.

       1350-READ-EMPLOYER-RATE.
           READ EMPLOYER-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ERC-EOF-SWITCH
           END-READ.
       1350-EXIT.
           EXIT.

       1360-SCAN-EMPLOYER-DATE.
           IF ERC-EFF-DATE NOT > RUN-DATE-NUM
              AND ERC-EFF-DATE > ERC-SET-DATE
               MOVE ERC-EFF-DATE TO ERC-SET-DATE
           END-IF.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
       1360-EXIT.
           EXIT.

       1370-STORE-EMPLOYER-RATE.
           IF ERC-EFF-DATE NOT = ERC-SET-DATE
               MOVE 'Y' TO ERC-EOF-SWITCH
               GO TO 1370-EXIT
           END-IF.
           IF ERC-RATE-COUNT < ERC-RATE-MAX
               ADD 1 TO ERC-RATE-COUNT
               MOVE ERC-TYPE TO ERC-TBL-TYPE (ERC-RATE-COUNT)
               MOVE ERC-RATE TO ERC-TBL-RATE (ERC-RATE-COUNT)
           ELSE
               DISPLAY 'PAYROLL: EMPLOYER RATE TABLE FULL - TYPE '
                   ERC-TYPE ' IGNORED'
           END-IF.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
       1370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1800-OPEN-RESTART-CONTROL - LOOK UP THIS JOB'S CHECKPOINT  *
      * RECORD; AN IN-FLIGHT RECORD MEANS THE LAST RUN DIED BEFORE *
               MOVE RESTART-ACCUM-AMOUNT-2 TO TOTAL-TAX
               MOVE RESTART-ACCUM-AMOUNT-3 TO TOTAL-NET
               MOVE RESTART-ACCUM-AMOUNT-4 TO TOTAL-DEDUCTIONS
               MOVE RESTART-ACCUM-AMOUNT-5 TO TOTAL-SUPPLEMENTAL
               MOVE RESTART-ACCUM-AMOUNT-6 TO TOTAL-SUPPLEMENTAL-TAX
               MOVE RESTART-ACCUM-AMOUNT-7 TO TOTAL-EMPLOYER-COST
           ELSE
               MOVE SPACES TO RESTART-LAST-EMP-ID
               MOVE ZERO   TO RESTART-CHECKPOINT-COUNT
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-2
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-3
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-4
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-5
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-6
               MOVE ZERO   TO RESTART-ACCUM-AMOUNT-7
           END-IF.
       1800-EXIT.
           EXIT.
      * 2000-PROCESS-EMPLOYEE - COMPUTE AND WRITE ONE DETAIL LINE *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           PERFORM 2050-CHECK-PAY-ELIGIBILITY THRU 2050-EXIT.
           IF NOT PAY-ELIGIBLE
               PERFORM 2060-CHECK-SUPPLEMENTAL-DUE THRU 2060-EXIT
           END-IF.
           IF PAY-ELIGIBLE
               PERFORM 2200-COMPUTE-PAY THRU 2200-EXIT
               PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
               PERFORM 2400-ACCUMULATE-TOTALS THRU 2400-EXIT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2050-CHECK-PAY-ELIGIBILITY - AN ACTIVE EMPLOYEE, OR ONE    *
      * TERMINATED ON OR AFTER THE FIRST DAY OF THE PERIOD, IS     *
      * PAID FOR THE DAYS OF THE PERIOD ON STAFF: FROM THE LATER   *
      * OF THE PERIOD START AND THE HIRE DATE TO THE EARLIER OF    *
      * THE RUN DATE AND THE TERMINATION DATE. A FULL PERIOD HAS   *
      * A FACTOR OF ONE; A HIRE DATE AFTER THE RUN DATE OR A       *
      * TERMINATION BEFORE THE PERIOD MEANS NOTHING IS OWED        *
      *----------------------------------------------------------*
       2050-CHECK-PAY-ELIGIBILITY.
           MOVE 'N' TO PAY-ELIGIBLE-SWITCH.
           MOVE 1   TO PRORATION-FACTOR.
           IF NOT EMP-ACTIVE AND NOT EMP-TERMINATED
               GO TO 2050-EXIT
           END-IF.
           MOVE PERIOD-START-DAY TO WORKED-START-DAY.
           MOVE PERIOD-END-DAY   TO WORKED-END-DAY.
           IF EMP-TERMINATED
               IF EMP-TERM-DATE NOT NUMERIC
                  OR EMP-TERM-DATE = ZERO
                   GO TO 2050-EXIT
               END-IF
               MOVE EMP-TERM-DATE TO DAYNUM-DATE
               PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT
               IF DAYNUM-RESULT < PERIOD-START-DAY
                   GO TO 2050-EXIT
               END-IF
               IF DAYNUM-RESULT < WORKED-END-DAY
                   MOVE DAYNUM-RESULT TO WORKED-END-DAY
               END-IF
           END-IF.
           IF EMP-HIRE-DATE NUMERIC
              AND EMP-HIRE-DATE NOT = ZERO
               MOVE EMP-HIRE-DATE TO DAYNUM-DATE
               PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT
               IF DAYNUM-RESULT > WORKED-START-DAY
                   MOVE DAYNUM-RESULT TO WORKED-START-DAY
               END-IF
           END-IF.
           IF WORKED-END-DAY < WORKED-START-DAY
               GO TO 2050-EXIT
           END-IF.
           MOVE 'Y' TO PAY-ELIGIBLE-SWITCH.
           IF WORKED-START-DAY > PERIOD-START-DAY
              OR WORKED-END-DAY < PERIOD-END-DAY
               COMPUTE WORKED-DAYS =
                   WORKED-END-DAY - WORKED-START-DAY + 1
               COMPUTE PRORATION-FACTOR ROUNDED =
                   WORKED-DAYS / PERIOD-DAYS
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2060-CHECK-SUPPLEMENTAL-DUE - AN EMPLOYEE WITH NO REGULAR  *
      * PAY DUE IS STILL PAID ANY SUPPLEMENTAL ENTRY DATED FOR THE *
      * RUN DATE (A COMMISSION EARNED BEFORE TERMINATING, SAY),    *
      * WITH A PRORATION FACTOR OF ZERO FOR THE REGULAR PAY        *
      *----------------------------------------------------------*
       2060-CHECK-SUPPLEMENTAL-DUE.
           MOVE EMP-ID       TO SUP-EMP-ID.
           MOVE RUN-DATE-NUM TO SUP-PAY-DATE.
           MOVE ZERO         TO SUP-SEQ.
           START SUPPLEMENTAL-MASTER-FILE
               KEY NOT LESS THAN SUP-KEY
               INVALID KEY
                   GO TO 2060-EXIT
           END-START.
           READ SUPPLEMENTAL-MASTER-FILE NEXT RECORD
               AT END
                   GO TO 2060-EXIT
           END-READ.
           IF SUP-EMP-ID = EMP-ID
              AND SUP-PAY-DATE = RUN-DATE-NUM
               MOVE 'Y'  TO PAY-ELIGIBLE-SWITCH
               MOVE ZERO TO PRORATION-FACTOR
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-DETERMINE-TAX-RATE - THE BRACKET WHOSE SALARY BAND   *
      * HOLDS THE EMPLOYEE'S ANNUALIZED GROSS (THE PERIOD'S       *
      * REGULAR PAY TIMES THE PAY PERIODS IN THE YEAR, THE SAME   *
      * ANNUAL BASIS THE BANDS ARE STATED ON) SUPPLIES THE RATE;  *
      * SUPPLEMENTAL PAY TAKES THE FLAT RATE INSTEAD. A GROSS     *
      * ABOVE EVERY BAND IS FLAGGED AND TAKES THE TOP BRACKET'S   *
      * RATE SO THE RUN STILL WITHHOLDS SOMETHING                 *
      *----------------------------------------------------------*

       2110-FIND-BRACKET.
           ADD 1 TO TAX-IX.
           IF ANNUALIZED-GROSS NOT < TAX-TBL-FROM (TAX-IX)
              AND ANNUALIZED-GROSS NOT > TAX-TBL-TO (TAX-IX)
               MOVE 'Y' TO BRACKET-HIT-SWITCH
               MOVE TAX-TBL-RATE (TAX-IX) TO TAX-RATE
           END-IF.
           EXIT.

      *----------------------------------------------------------*
      * 2200-COMPUTE-PAY - GROSS TO NET FOR ONE EMPLOYEE. REGULAR *
      * PAY IS THE PERIOD'S SHARE OF THE ANNUAL SALARY, PRORATED   *
      * BY THE FACTOR SET IN 2050, AND IS WITHHELD AT ITS BRACKET  *
      * RATE; THE RUN DATE'S SUPPLEMENTAL EARNINGS ARE ADDED ON    *
      * TOP AND WITHHELD AT THE FLAT SUPPLEMENTAL RATE             *
      *----------------------------------------------------------*
       2200-COMPUTE-PAY.
           COMPUTE REGULAR-PAY ROUNDED =
               EMP-SALARY * PRORATION-FACTOR / PERIODS-PER-YEAR.
           COMPUTE ANNUALIZED-GROSS = REGULAR-PAY * PERIODS-PER-YEAR.
           IF REGULAR-PAY > ZERO
               PERFORM 2100-DETERMINE-TAX-RATE THRU 2100-EXIT
           ELSE
               MOVE ZERO TO TAX-RATE
           END-IF.
           COMPUTE TAX-AMOUNT ROUNDED =
               REGULAR-PAY * TAX-RATE.
           PERFORM 2230-PROCESS-SUPPLEMENTAL THRU 2230-EXIT.
           COMPUTE SUPPLEMENTAL-TAX ROUNDED =
               SUPPLEMENTAL-PAY * SUPPLEMENTAL-RATE.
           ADD SUPPLEMENTAL-TAX TO TAX-AMOUNT.
           COMPUTE GROSS-PAY = REGULAR-PAY + SUPPLEMENTAL-PAY.
           COMPUTE NET-PAY = GROSS-PAY - TAX-AMOUNT.
           PERFORM 2250-PROCESS-DEDUCTIONS THRU 2250-EXIT.
           PERFORM 2240-COMPUTE-EMPLOYER-COST THRU 2240-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2230-PROCESS-SUPPLEMENTAL - PAY EACH OF THE EMPLOYEE'S     *
      * SUPPLEMENTAL ENTRIES DATED FOR THE RUN DATE (THE PAY DATE  *
      * IS THE MIDDLE PART OF THE KEY, SO THEY ARE READ TOGETHER)  *
      *----------------------------------------------------------*
       2230-PROCESS-SUPPLEMENTAL.
           MOVE ZERO TO SUPPLEMENTAL-PAY.
           MOVE ZERO TO SUP-ITEM-COUNT.
           MOVE 'N'  TO SUP-EOF-SWITCH.
           MOVE EMP-ID       TO SUP-EMP-ID.
           MOVE RUN-DATE-NUM TO SUP-PAY-DATE.
           MOVE ZERO         TO SUP-SEQ.
           START SUPPLEMENTAL-MASTER-FILE
               KEY NOT LESS THAN SUP-KEY
               INVALID KEY
                   MOVE 'Y' TO SUP-EOF-SWITCH
           END-START.
           IF NOT SUPPLEMENTS-DONE
               PERFORM 2232-READ-SUPPLEMENTAL THRU 2232-EXIT
           END-IF.
           PERFORM 2234-PAY-SUPPLEMENTAL THRU 2234-EXIT
               UNTIL SUPPLEMENTS-DONE.
       2230-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2232-READ-SUPPLEMENTAL - NEXT ENTRY; ONE FOR ANOTHER       *
      * EMPLOYEE OR ANOTHER PAY DATE ENDS THIS EMPLOYEE'S ENTRIES  *
      *----------------------------------------------------------*
       2232-READ-SUPPLEMENTAL.
           READ SUPPLEMENTAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SUP-EOF-SWITCH
           END-READ.
           IF NOT SUPPLEMENTS-DONE
               IF SUP-EMP-ID NOT = EMP-ID
                  OR SUP-PAY-DATE NOT = RUN-DATE-NUM
                   MOVE 'Y' TO SUP-EOF-SWITCH
               END-IF
           END-IF.
       2232-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2234-PAY-SUPPLEMENTAL - ONE ENTRY INTO GROSS: A FLAT       *
      * AMOUNT AS GIVEN, OVERTIME HOURS AT THE HOURLY RATE TIMES   *
      * THE OVERTIME PREMIUM. THE ENTRY IS STAMPED WITH THE RUN    *
      * DATE AND AMOUNT PAID (A RERUN OF THE DATE RE-STAMPS IT     *
      * WITH THE SAME) AND HELD FOR THE REGISTER                   *
      *----------------------------------------------------------*
       2234-PAY-SUPPLEMENTAL.
           IF SUP-HOURS > ZERO
               COMPUTE HOURLY-RATE ROUNDED =
                   EMP-SALARY / STANDARD-ANNUAL-HOURS
               COMPUTE SUP-EARNED ROUNDED =
                   SUP-HOURS * HOURLY-RATE * OVERTIME-PREMIUM
           ELSE
               MOVE SUP-AMOUNT TO SUP-EARNED
           END-IF.
           ADD SUP-EARNED TO SUPPLEMENTAL-PAY.
           ADD 1 TO SUPPLEMENTAL-COUNT.
           IF SUP-ITEM-COUNT < SUP-ITEM-MAX
               ADD 1 TO SUP-ITEM-COUNT
               MOVE SUP-EARN-TYPE
                   TO SUP-ITEM-TYPE (SUP-ITEM-COUNT)
               MOVE SUP-DESCRIPTION
                   TO SUP-ITEM-DESC (SUP-ITEM-COUNT)
               MOVE SUP-EARNED
                   TO SUP-ITEM-AMOUNT (SUP-ITEM-COUNT)
           ELSE
               DISPLAY MSG-CALC-ERROR
           END-IF.
           MOVE RUN-DATE-NUM TO SUP-PAID-DATE.
           MOVE SUP-EARNED   TO SUP-PAID-AMOUNT.
           REWRITE SUPPLEMENTAL-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           PERFORM 2232-READ-SUPPLEMENTAL THRU 2232-EXIT.
       2234-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2240-COMPUTE-EMPLOYER-COST - EACH CONTRIBUTION TYPE OF THE *
      * SET IN EFFECT COSTS ITS RATE TIMES THE WHOLE GROSS; THE    *
      * EMPLOYER COST IS THEIR SUM                                 *
      *----------------------------------------------------------*
       2240-COMPUTE-EMPLOYER-COST.
           MOVE ZERO TO EMPLOYER-COST.
           PERFORM 2245-COMPUTE-ONE-CONTRIBUTION THRU 2245-EXIT
               VARYING ERC-IX FROM 1 BY 1
               UNTIL ERC-IX > ERC-RATE-COUNT.
       2240-EXIT.
           EXIT.

       2245-COMPUTE-ONE-CONTRIBUTION.
           COMPUTE ERC-TBL-AMOUNT (ERC-IX) ROUNDED =
               GROSS-PAY * ERC-TBL-RATE (ERC-IX).
           ADD ERC-TBL-AMOUNT (ERC-IX) TO EMPLOYER-COST.
       2245-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2250-PROCESS-DEDUCTIONS - POSITION ON THIS EMPLOYEE'S      *
      * FIRST DEDUCTION AND TAKE EACH ONE FROM NET PAY IN          *
           MOVE TAX-AMOUNT TO DTL-TAX-AMOUNT.
           MOVE DEDUCTION-TOTAL TO DTL-DEDUCTIONS.
           MOVE NET-PAY    TO DTL-NET-PAY.
           MOVE PRORATION-FACTOR TO DTL-PRORATION.
           MOVE DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM 2320-WRITE-EARNINGS-LINE THRU 2320-EXIT
               VARYING SUP-IX FROM 1 BY 1
               UNTIL SUP-IX > SUP-ITEM-COUNT.
           PERFORM 2310-WRITE-DEDUCTION-LINE THRU 2310-EXIT
               VARYING DED-IX FROM 1 BY 1
               UNTIL DED-IX > DED-ITEM-COUNT.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2320-WRITE-EARNINGS-LINE - ITEMIZE ONE SUPPLEMENTAL ENTRY  *
      * UNDER ITS EMPLOYEE'S DETAIL LINE, IN THE GROSS COLUMN      *
      *----------------------------------------------------------*
       2320-WRITE-EARNINGS-LINE.
           MOVE SUP-ITEM-TYPE (SUP-IX)   TO EDL-TYPE.
           MOVE SUP-ITEM-DESC (SUP-IX)   TO EDL-DESC.
           MOVE SUP-ITEM-AMOUNT (SUP-IX) TO EDL-AMOUNT.
           MOVE EARNINGS-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-ACCUMULATE-TOTALS                                    *
      *----------------------------------------------------------*
           ADD TAX-AMOUNT TO TOTAL-TAX.
           ADD DEDUCTION-TOTAL TO TOTAL-DEDUCTIONS.
           ADD NET-PAY    TO TOTAL-NET.
           ADD SUPPLEMENTAL-PAY TO TOTAL-SUPPLEMENTAL.
           ADD SUPPLEMENTAL-TAX TO TOTAL-SUPPLEMENTAL-TAX.
           ADD EMPLOYER-COST TO TOTAL-EMPLOYER-COST.
       2400-EXIT.
           EXIT.

           MOVE PAY-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
           SET PH-TYPE-PAY TO TRUE.
           MOVE ZERO TO PH-ADJUSTED-DATE.
           MOVE PRORATION-FACTOR TO PH-PRORATION-FACTOR.
           MOVE ZERO TO PH-SETTLED-HOURS.
           MOVE SUPPLEMENTAL-PAY TO PH-SUPPLEMENTAL-PAY.
           MOVE SUPPLEMENTAL-TAX TO PH-SUPPLEMENTAL-TAX.
           MOVE EMPLOYER-COST    TO PH-EMPLOYER-COST.
           PERFORM 2415-STORE-CONTRIBUTION THRU 2415-EXIT
               VARYING ERC-IX FROM 1 BY 1
               UNTIL ERC-IX > ERC-RATE-MAX.
           IF HISTORY-ON-FILE
               REWRITE PAY-HISTORY-RECORD
                   INVALID KEY
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2415-STORE-CONTRIBUTION - ONE CONTRIBUTION TYPE'S COST     *
      * ONTO PAY HISTORY; ENTRIES BEYOND THE SET ARE CLEARED       *
      *----------------------------------------------------------*
       2415-STORE-CONTRIBUTION.
           IF ERC-IX > ERC-RATE-COUNT
               MOVE SPACES TO PH-ER-TYPE (ERC-IX)
               MOVE ZERO   TO PH-ER-AMOUNT (ERC-IX)
           ELSE
               MOVE ERC-TBL-TYPE (ERC-IX)   TO PH-ER-TYPE (ERC-IX)
               MOVE ERC-TBL-AMOUNT (ERC-IX) TO PH-ER-AMOUNT (ERC-IX)
           END-IF.
       2415-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2420-UPDATE-YTD - ROLL THIS EMPLOYEE'S YEAR-TO-DATE        *
      * ACCUMULATOR FORWARD; THE FIRST RUN OF A NEW CALENDAR YEAR  *
           MOVE TOTAL-TAX   TO RESTART-ACCUM-AMOUNT-2.
           MOVE TOTAL-NET   TO RESTART-ACCUM-AMOUNT-3.
           MOVE TOTAL-DEDUCTIONS TO RESTART-ACCUM-AMOUNT-4.
           MOVE TOTAL-SUPPLEMENTAL     TO RESTART-ACCUM-AMOUNT-5.
           MOVE TOTAL-SUPPLEMENTAL-TAX TO RESTART-ACCUM-AMOUNT-6.
           MOVE TOTAL-EMPLOYER-COST    TO RESTART-ACCUM-AMOUNT-7.
           SET RESTART-JOB-IN-FLIGHT TO TRUE.
           IF CHECKPOINT-RECORD-EXISTS
               REWRITE RESTART-CONTROL-RECORD
           MOVE TOTAL-NET    TO TRL-TOTAL-NET.
           MOVE TRAILER-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           COMPUTE TOTAL-REGULAR = TOTAL-GROSS - TOTAL-SUPPLEMENTAL.
           MOVE TOTAL-REGULAR          TO TRL-TOTAL-REGULAR.
           MOVE TOTAL-SUPPLEMENTAL     TO TRL-TOTAL-SUPPLEMENTAL.
           MOVE TOTAL-SUPPLEMENTAL-TAX TO TRL-TOTAL-SUPP-TAX.
           MOVE TRAILER-LINE-2 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           COMPUTE TOTAL-PAY-RUN-COST =
               TOTAL-GROSS + TOTAL-EMPLOYER-COST.
           MOVE TOTAL-GROSS         TO TRL-COST-GROSS.
           MOVE TOTAL-EMPLOYER-COST TO TRL-TOTAL-EMPLOYER-COST.
           MOVE TOTAL-PAY-RUN-COST  TO TRL-TOTAL-PAY-RUN-COST.
           MOVE TRAILER-LINE-3 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ACTIVITY-COUNT        TO ATL-ACTIVITY.
           MOVE ARREARS-CARRIED-COUNT TO ATL-ARREARS.
           MOVE GOAL-MET-COUNT        TO ATL-GOALS.
           CLOSE YTD-MASTER-FILE.
           CLOSE PAYCHECK-REGISTER-FILE.
           CLOSE DEDUCTION-ACTIVITY-FILE.
           CLOSE SUPPLEMENTAL-MASTER-FILE.
           MOVE EMP-COUNT   TO RESTART-ACCUM-COUNT.
           MOVE TOTAL-GROSS TO RESTART-ACCUM-AMOUNT-1.
           MOVE TOTAL-TAX   TO RESTART-ACCUM-AMOUNT-2.
           MOVE TOTAL-NET   TO RESTART-ACCUM-AMOUNT-3.
           MOVE TOTAL-DEDUCTIONS TO RESTART-ACCUM-AMOUNT-4.
           MOVE TOTAL-SUPPLEMENTAL     TO RESTART-ACCUM-AMOUNT-5.
           MOVE TOTAL-SUPPLEMENTAL-TAX TO RESTART-ACCUM-AMOUNT-6.
           MOVE TOTAL-EMPLOYER-COST    TO RESTART-ACCUM-AMOUNT-7.
           MOVE RUN-YEAR  TO RESTART-LAST-SUCCESS-YEAR.
           MOVE RUN-MONTH TO RESTART-LAST-SUCCESS-MONTH.
           MOVE RUN-DAY   TO RESTART-LAST-SUCCESS-DAY.
