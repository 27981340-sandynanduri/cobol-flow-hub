      * RETROPAY.CBL
      * RETROACTIVE SALARY PAY RUN
      * A SALARY CHANGE MAY BE ENTERED WITH AN EFFECTIVE DATE IN THE
      * PAST, AFTER PAY DATES IT COVERS HAVE ALREADY BEEN RUN AT THE
      * OLD RATE. THIS RUN SORTS THE EMPLOYEE AUDIT TRAIL INTO
      * EMPLOYEE AND EFFECTIVE-DATE ORDER AND TAKES EACH EMPLOYEE'S
      * SALARY CHANGES EFFECTIVE BEFORE THE RUN DATE. EVERY PAY-RUN
      * RECORD ON PAY HISTORY DATED ON OR AFTER THE EARLIEST OF
      * THEM IS RE-PRICED AT THE SALARY IN EFFECT ON ITS PAY DATE -
      * THE NEW VALUE OF THE LATEST CHANGE EFFECTIVE BY THEN - THE
      * WAY THE PAYROLL RUN PRICES REGULAR PAY: THE SALARY TIMES
      * THE PAY'S PRORATION FACTOR OVER THE NUMBER OF PAY DATES ON
      * THE PAY CALENDAR FOR THAT YEAR. A PAY CORRECTED BY THE
      * PRIOR-PERIOD ADJUSTMENT RUN IS TAKEN AS IT STANDS AT THE
      * END OF ITS ADJUSTMENT CHAIN. THE DIFFERENCE FROM THE
      * REGULAR PAY ACTUALLY PAID, LESS ANY RETRO ALREADY SETTLED
      * FOR THE PAY DATE ON THE RETRO-PAY HISTORY MASTER, IS THE
      * RETRO DUE. SALARY OWED IS WRITTEN TO THE SUPPLEMENTAL-
      * EARNINGS MASTER AS ONE RETRO-PAY ENTRY PER EMPLOYEE FOR THE
      * NEXT SCHEDULED PAY DATE, WHICH THE PAYROLL RUN PAYS AND
      * WITHHOLDS LIKE ANY OTHER SUPPLEMENTAL EARNINGS. SALARY
      * OVERPAID IS PUT UP FOR RECOVERY NET OF THE TAX WITHHELD ON
      * IT, AS THE RESERVED PRIORITY-00 FLAT DEDUCTION, THE WAY THE
      * FINAL-PAY RUN RECOVERS AN OVERDRAWN VACATION BALANCE - BUT
      * ONLY FOR AN EMPLOYEE THE NEXT PAY RUN WILL PAY REGULAR PAY
      * (ACTIVE, OR TERMINATED AFTER THE LAST PAY DATE), SINCE NO
      * OTHER PAY WOULD TAKE THE DEDUCTION; ANYONE ELSE'S
      * OVERPAYMENT IS HELD. SALARY OWED IS PAID EITHER WAY, AS THE
      * PAY RUN PAYS A DUE SUPPLEMENTAL ENTRY EVEN WHEN NO REGULAR
      * PAY IS DUE. EACH PAY DATE SETTLED IS RECORDED ON THE
      * RETRO-PAY HISTORY MASTER, SO AN AMOUNT ALREADY GENERATED IS
      * NEVER GENERATED AGAIN - A RERUN ON THE SAME DAY FINDS
      * NOTHING MORE DUE. A DETAIL REPORT LISTS EVERY PAY DATE WITH
      * A DIFFERENCE BY EMPLOYEE, WITH WHAT WAS DONE WITH IT. AN
      * ITEM THAT CANNOT BE SETTLED IS REPORTED AS HELD AND IS
      * PICKED UP AGAIN BY THE NEXT RUN.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  AN OVERPAYMENT IS HELD, NOT PUT UP FOR
      *                  RECOVERY, WHEN THE EMPLOYEE IS NOT ON THE
      *                  NEXT PAY RUN (ON LEAVE, OR TERMINATED ON OR
      *                  BEFORE THE LAST PAY DATE)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETROPAY.
       AUTHOR.        R S NEWHALL.
       INSTALLATION.  PAYROLL PROCESSING.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RTOSORT"
               FILE STATUS IS SRT-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-SCHED-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT SUPPLEMENTAL-MASTER-FILE ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS SUP-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT RETRO-HISTORY-FILE ASSIGN TO "RETROHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-KEY
               FILE STATUS IS RTR-FILE-STATUS.

           SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDIT-RECORD.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           COPY AUDIT-RECORD
               REPLACING LEADING ==AUDIT== BY ==SRT==.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST-RECORD.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY PAYCAL-RECORD.

       FD  SUPPLEMENTAL-MASTER-FILE.
       01  SUPPLEMENTAL-MASTER-RECORD.
           COPY SUPEARN-RECORD.

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           COPY DEDUCTION-RECORD.

       FD  RETRO-HISTORY-FILE.
       01  RETRO-HISTORY-RECORD.
           COPY RETRO-RECORD.

       FD  RETRO-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  AUDIT-FILE-STATUS        PIC XX.
               88  AUDIT-FS-OK          VALUE '00'.
           05  SRT-FILE-STATUS          PIC XX.
           05  EMP-FILE-STATUS          PIC XX.
               88  EMP-FS-OK            VALUE '00'.
           05  HIST-FILE-STATUS         PIC XX.
               88  HIST-FS-OK           VALUE '00'.
           05  CAL-FILE-STATUS          PIC XX.
               88  CAL-FS-OK            VALUE '00'.
           05  SUP-FILE-STATUS          PIC XX.
               88  SUP-FS-OK            VALUE '00'.
           05  DED-FILE-STATUS          PIC XX.
               88  DED-FS-OK            VALUE '00'.
           05  RTR-FILE-STATUS          PIC XX.
               88  RTR-FS-OK            VALUE '00'.
           05  RPT-FILE-STATUS          PIC XX.
               88  RPT-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CHANGES-DONE         VALUE 'Y'.
           05  CHANGE-WANTED-SWITCH     PIC X(01) VALUE 'N'.
               88  CHANGE-WANTED        VALUE 'Y'.
           05  CHANGE-OVERFLOW-SWITCH   PIC X(01) VALUE 'N'.
               88  CHANGE-TABLE-FULL    VALUE 'Y'.
           05  HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  HISTORY-DONE         VALUE 'Y'.
           05  CAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CAL-SCAN-DONE        VALUE 'Y'.
           05  SUP-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  SUPPLEMENTS-DONE     VALUE 'Y'.
           05  CHAIN-SWITCH             PIC X(01) VALUE 'N'.
               88  CHAIN-DONE           VALUE 'Y'.
           05  LINK-SWITCH              PIC X(01) VALUE 'N'.
               88  LINK-FOUND           VALUE 'Y'.
           05  YEAR-HIT-SWITCH          PIC X(01) VALUE 'N'.
               88  YEAR-FOUND           VALUE 'Y'.
           05  EMP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  EMPLOYEE-ON-FILE     VALUE 'Y'.
           05  NEXT-PAYROLL-SWITCH      PIC X(01) VALUE 'N'.
               88  ON-NEXT-PAYROLL      VALUE 'Y'.
           05  RTR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  RETRO-ON-FILE        VALUE 'Y'.
           05  EMP-HEADING-SWITCH       PIC X(01) VALUE 'N'.
               88  EMP-HEADING-WRITTEN  VALUE 'Y'.
           05  OWED-OUTCOME-SWITCH      PIC X(01) VALUE 'N'.
               88  OWED-SETTLED         VALUE 'Y'.
           05  RECOVERY-OUTCOME-SWITCH  PIC X(01) VALUE 'N'.
               88  RECOVERY-SETTLED     VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  CAL-SCAN-DATE.
           05  CAL-SCAN-YEAR            PIC 9(04).
           05  CAL-SCAN-MONTH           PIC 9(02).
           05  CAL-SCAN-DAY             PIC 9(02).
       01  CAL-SCAN-DATE-NUM REDEFINES CAL-SCAN-DATE PIC 9(08).

      *----------------------------------------------------------*
      * AN AUDIT SALARY VALUE IS WRITTEN EDITED (ZZZZZZ9.99); THE  *
      * EDITED VIEW TURNS IT BACK INTO A NUMBER                   *
      *----------------------------------------------------------*
       01  SALARY-TEXT                  PIC X(10).
       01  SALARY-EDIT REDEFINES SALARY-TEXT
                                        PIC ZZZZZZ9.99.

       01  DATE-TEXT                    PIC X(08).
       01  DATE-TEXT-NUM REDEFINES DATE-TEXT PIC 9(08).

       77  NEXT-PAY-DATE                PIC 9(08) VALUE ZERO.
       77  PRIOR-PAY-DATE               PIC 9(08) VALUE ZERO.
       77  CURRENT-EMP-ID               PIC X(06) VALUE SPACES.
       77  CHANGE-SALARY                PIC 9(7)V99 VALUE ZERO.
       77  CHG-MAX                      PIC 9(02) COMP VALUE 99.
       77  CHG-COUNT                    PIC 9(02) COMP VALUE ZERO.
       77  CHG-IX                       PIC 9(02) COMP VALUE ZERO.
       77  PAY-MAX                      PIC 9(03) COMP VALUE 999.
       77  PAY-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  PAY-IX                       PIC 9(03) COMP VALUE ZERO.
       77  CHAIN-IX                     PIC 9(03) COMP VALUE ZERO.
       77  SCAN-IX                      PIC 9(03) COMP VALUE ZERO.
       77  YEAR-MAX                     PIC 9(02) COMP VALUE 20.
       77  YEAR-COUNT                   PIC 9(02) COMP VALUE ZERO.
       77  YEAR-IX                      PIC 9(02) COMP VALUE ZERO.
       77  COUNT-YEAR                   PIC 9(04) VALUE ZERO.
       77  PERIODS-PER-YEAR             PIC 9(02) COMP VALUE ZERO.
       77  SALARY-IN-EFFECT             PIC 9(7)V99 VALUE ZERO.
       77  CORRECT-REGULAR              PIC 9(7)V99 VALUE ZERO.
       77  PAID-REGULAR                 PIC S9(7)V99 VALUE ZERO.
       77  PRIOR-RETRO                  PIC S9(7)V99 VALUE ZERO.
       77  RETRO-DIFFERENCE             PIC S9(7)V99 VALUE ZERO.
       77  OVERPAID-GROSS               PIC 9(7)V99 VALUE ZERO.
       77  OVERPAID-TAX                 PIC 9(7)V99 VALUE ZERO.
       77  FIRST-OWED-DATE              PIC 9(08) VALUE ZERO.
       77  RETRO-SEQ                    PIC 9(02) VALUE ZERO.
       77  RECOVERY-REMAINING           PIC 9(7)V99 VALUE ZERO.
       77  DED-AMOUNT-LIMIT             PIC 9(5)V99 VALUE 99999.99.
       77  EXCEPTION-TEXT               PIC X(40) VALUE SPACES.
       77  OWED-ACTION                  PIC X(24) VALUE SPACES.
       77  RECOVERY-ACTION              PIC X(24) VALUE SPACES.

       77  CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  EMPLOYEE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  PAY-EXAMINED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  RETRO-LINE-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  NOT-PRICED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  ENTRY-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  RECOVERY-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  HELD-COUNT                   PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S SALARY CHANGES IN EFFECTIVE-DATE ORDER      *
      * (CHANGES ON THE SAME DATE IN THE ORDER THEY WERE MADE)     *
      *----------------------------------------------------------*
       01  CHANGE-TABLE.
           05  CHG-ENTRY OCCURS 99 TIMES.
               10  CHG-EFF-DATE         PIC 9(08).
               10  CHG-SALARY           PIC 9(7)V99.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S PAY-HISTORY RECORDS FROM THE EARLIEST       *
      * CHANGE'S EFFECTIVE DATE ON, IN RUN-DATE ORDER, WITH THE    *
      * RETRO WORKED OUT FOR EACH PAY-RUN RECORD HELD BESIDE IT    *
      * UNTIL THE EMPLOYEE IS SETTLED                              *
      *----------------------------------------------------------*
       01  PAY-TABLE.
           05  PAY-ENTRY OCCURS 999 TIMES.
               10  PAY-RUN-DATE         PIC 9(08).
               10  PAY-TYPE             PIC X(01).
                   88  PAY-IS-PAY       VALUE 'P' ' '.
                   88  PAY-IS-ADJUSTMENT VALUE 'A'.
               10  PAY-ADJUSTED-DATE    PIC 9(08).
               10  PAY-GROSS            PIC 9(7)V99.
               10  PAY-SUPPLEMENTAL     PIC 9(7)V99.
               10  PAY-REGULAR-TAX      PIC S9(7)V99.
               10  PAY-FACTOR           PIC 9V9999.
               10  PAY-FACTOR-SWITCH    PIC X(01).
                   88  PAY-FACTOR-KNOWN VALUE 'Y'.
               10  PAY-RETRO-SWITCH     PIC X(01).
                   88  PAY-HAS-RETRO    VALUE 'Y'.
               10  PAY-SALARY-USED      PIC 9(7)V99.
               10  PAY-PAID-REGULAR     PIC S9(7)V99.
               10  PAY-CORRECT-REGULAR  PIC 9(7)V99.
               10  PAY-PRIOR-RETRO      PIC S9(7)V99.
               10  PAY-DIFFERENCE       PIC S9(7)V99.
               10  PAY-RECOVERY-NET     PIC 9(7)V99.

      *----------------------------------------------------------*
      * PAY DATES ON THE CALENDAR BY YEAR, COUNTED ONCE A YEAR IS  *
      * FIRST NEEDED                                               *
      *----------------------------------------------------------*
       01  YEAR-TABLE.
           05  YEAR-ENTRY OCCURS 20 TIMES.
               10  YR-YEAR              PIC 9(04).
               10  YR-PERIODS           PIC 9(02).

       01  EMPLOYEE-TOTALS.
           05  EMP-OWED-TOTAL           PIC 9(7)V99 VALUE ZERO.
           05  EMP-OVERPAID-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05  EMP-RECOVERY-TOTAL       PIC 9(7)V99 VALUE ZERO.

       01  CONTROL-TOTALS.
           05  TOTAL-OWED               PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-OVERPAID           PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-RECOVERY           PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * RETRO-PAY REPORT LINE LAYOUTS                             *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                  PIC X(26) VALUE
               'RETRO-PAY RUN - RUN DATE'.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'RETRO PAY DUE ON'.
           05  HDR-NEXT-PAY-DATE       PIC 9(08).
       01  HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                  PIC X(10) VALUE 'PAY DATE'.
           05  FILLER                  PIC X(15) VALUE
               'ANNUAL SALARY'.
           05  FILLER                  PIC X(15) VALUE
               'REGULAR PAID'.
           05  FILLER                  PIC X(15) VALUE
               'REGULAR DUE'.
           05  FILLER                  PIC X(16) VALUE
               'SETTLED BEFORE'.
           05  FILLER                  PIC X(16) VALUE
               'DIFFERENCE'.
           05  FILLER                  PIC X(12) VALUE
               'NET RECOVER'.
           05  FILLER                  PIC X(24) VALUE 'ACTION'.

       01  EMPLOYEE-HEADING.
           05  FILLER                  PIC X(10) VALUE 'EMPLOYEE'.
           05  EHD-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EHD-EMP-NAME            PIC X(40).

       01  DETAIL-LINE.
           05  DTL-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PAY-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SALARY              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PAID                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DUE                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-PRIOR               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DIFFERENCE          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECOVERY            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ACTION              PIC X(24).

       01  EXCEPTION-LINE.
           05  EXC-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-PAY-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               '** NOT DONE:'.
           05  EXC-TEXT                PIC X(40).

       01  EMPLOYEE-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
               '  EMPLOYEE TOTAL'.
           05  FILLER                  PIC X(07) VALUE 'OWED:'.
           05  ETL-OWED                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'OVERPAID:'.
           05  ETL-OVERPAID            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'NET RECOVERY:'.
           05  ETL-RECOVERY            PIC ZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
           05  TOT-LABEL               PIC X(30).
           05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

       01  COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE - SORT THE AUDIT TRAIL INTO EMPLOYEE AND     *
      * EFFECTIVE-DATE ORDER AND WORK OUT EACH EMPLOYEE'S RETRO IN *
      * THE OUTPUT PROCEDURE                                       *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID
                                SRT-EFFECTIVE-DATE
               WITH DUPLICATES IN ORDER
               USING AUDIT-TRAIL-FILE
               OUTPUT PROCEDURE IS 2000-PROCESS-CHANGES
                   THRU 2000-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN FILES (CREATING THE SUPPLEMENTAL    *
      * AND RETRO-PAY HISTORY MASTERS ON FIRST USE), FIND THE PAY  *
      * DATE THE RETRO IS TO BE PAID ON, AND WRITE THE HEADINGS    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT HIST-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT CAL-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
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
           OPEN I-O DEDUCTION-MASTER-FILE.
           IF NOT DED-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O RETRO-HISTORY-FILE.
           IF NOT RTR-FS-OK
               OPEN OUTPUT RETRO-HISTORY-FILE
               CLOSE RETRO-HISTORY-FILE
               OPEN I-O RETRO-HISTORY-FILE
               IF NOT RTR-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RETRO-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1100-FIND-NEXT-PAY-DATE THRU 1100-EXIT.
           MOVE RUN-DATE-NUM  TO HDR-RUN-DATE.
           MOVE NEXT-PAY-DATE TO HDR-NEXT-PAY-DATE.
           MOVE HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-FIND-NEXT-PAY-DATE - RETRO OWED IS PAID ON THE FIRST  *
      * SCHEDULED PAY DATE AFTER THE RUN DATE (A PAY RUN FOR       *
      * TODAY MAY ALREADY HAVE GONE). WITH NONE ON THE CALENDAR    *
      * THERE IS NOWHERE TO PUT IT AND THE RUN STOPS. THE LAST     *
      * PAY DATE BEFORE IT, LOOKING BACK INTO THE PRIOR YEAR,      *
      * ENDS THE PERIOD BEFORE THAT PAY RUN'S                      *
      *----------------------------------------------------------*
       1100-FIND-NEXT-PAY-DATE.
           MOVE ZERO TO NEXT-PAY-DATE.
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
           PERFORM 1110-SCAN-PAY-DATE THRU 1110-EXIT
               UNTIL CAL-SCAN-DONE.
           IF NEXT-PAY-DATE = ZERO
               DISPLAY 'RETROPAY: NO PAY DATE AFTER ' RUN-DATE-NUM
                   ' ON CALENDAR - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-SCAN-PAY-DATE.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CAL-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.
           IF PCAL-SCHED-DATE > RUN-DATE-NUM
               MOVE PCAL-SCHED-DATE TO NEXT-PAY-DATE
               MOVE 'Y' TO CAL-EOF-SWITCH
           ELSE
               MOVE PCAL-SCHED-DATE TO PRIOR-PAY-DATE
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-CHANGES - SORT OUTPUT PROCEDURE: THE SALARY   *
      * CHANGES COME BACK GROUPED BY EMPLOYEE                      *
      *----------------------------------------------------------*
       2000-PROCESS-CHANGES.
           PERFORM 2100-RETURN-CHANGE THRU 2100-EXIT.
           PERFORM 2200-COLLECT-EMPLOYEE THRU 2200-EXIT
               UNTIL CHANGES-DONE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-RETURN-CHANGE - NEXT SALARY CHANGE EFFECTIVE BEFORE   *
      * THE RUN DATE; OTHER AUDIT RECORDS ARE PASSED OVER          *
      *----------------------------------------------------------*
       2100-RETURN-CHANGE.
           MOVE 'N' TO CHANGE-WANTED-SWITCH.
           PERFORM 2110-RETURN-ONE THRU 2110-EXIT
               UNTIL CHANGES-DONE OR CHANGE-WANTED.
       2100-EXIT.
           EXIT.

       2110-RETURN-ONE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
                   GO TO 2110-EXIT
           END-RETURN.
           IF SRT-FIELD-NAME NOT = 'EMP-SALARY'
              OR SRT-EFFECTIVE-DATE NOT NUMERIC
              OR SRT-EFFECTIVE-DATE NOT < RUN-DATE-NUM
               GO TO 2110-EXIT
           END-IF.
           MOVE SRT-NEW-VALUE (1:10) TO SALARY-TEXT.
           IF SALARY-TEXT (8:1) NOT = '.'
               DISPLAY 'RETROPAY: SALARY CHANGE FOR ' SRT-EMP-ID
                   ' EFFECTIVE ' SRT-EFFECTIVE-DATE
                   ' UNREADABLE - PASSED OVER'
               GO TO 2110-EXIT
           END-IF.
           MOVE SALARY-EDIT TO CHANGE-SALARY.
           ADD 1 TO CHANGE-COUNT.
           MOVE 'Y' TO CHANGE-WANTED-SWITCH.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-COLLECT-EMPLOYEE - GATHER ONE EMPLOYEE'S CHANGES,     *
      * THEN WORK OUT THE EMPLOYEE'S RETRO                         *
      *----------------------------------------------------------*
       2200-COLLECT-EMPLOYEE.
           MOVE SRT-EMP-ID TO CURRENT-EMP-ID.
           MOVE ZERO TO CHG-COUNT.
           MOVE 'N'  TO CHANGE-OVERFLOW-SWITCH.
           PERFORM 2210-STORE-CHANGE THRU 2210-EXIT
               UNTIL CHANGES-DONE
                  OR SRT-EMP-ID NOT = CURRENT-EMP-ID.
           PERFORM 2250-RETRO-EMPLOYEE THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

       2210-STORE-CHANGE.
           IF CHG-COUNT < CHG-MAX
               ADD 1 TO CHG-COUNT
               MOVE SRT-EFFECTIVE-DATE TO CHG-EFF-DATE (CHG-COUNT)
               MOVE CHANGE-SALARY      TO CHG-SALARY (CHG-COUNT)
           ELSE
               MOVE 'Y' TO CHANGE-OVERFLOW-SWITCH
           END-IF.
           PERFORM 2100-RETURN-CHANGE THRU 2100-EXIT.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2250-RETRO-EMPLOYEE - RE-PRICE THE EMPLOYEE'S PAYS SINCE   *
      * THE EARLIEST CHANGE AND SETTLE WHATEVER DIFFERENCE IS DUE  *
      *----------------------------------------------------------*
       2250-RETRO-EMPLOYEE.
           ADD 1 TO EMPLOYEE-COUNT.
           MOVE 'N'  TO EMP-HEADING-SWITCH.
           MOVE 'N'  TO EMP-FOUND-SWITCH.
           MOVE ZERO TO EMP-OWED-TOTAL.
           MOVE ZERO TO EMP-OVERPAID-TOTAL.
           MOVE ZERO TO EMP-RECOVERY-TOTAL.
           MOVE ZERO TO FIRST-OWED-DATE.
           MOVE ZERO TO PAY-COUNT.
           IF CHANGE-TABLE-FULL
               DISPLAY MSG-CALC-ERROR
               MOVE SPACES TO DATE-TEXT
               MOVE 'TOO MANY SALARY CHANGES TO PRICE'
                   TO EXCEPTION-TEXT
               PERFORM 2490-REPORT-EXCEPTION THRU 2490-EXIT
               GO TO 2250-EXIT
           END-IF.
           MOVE CURRENT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO DATE-TEXT
                   MOVE 'NOT ON EMPLOYEE MASTER' TO EXCEPTION-TEXT
                   PERFORM 2490-REPORT-EXCEPTION THRU 2490-EXIT
                   GO TO 2250-EXIT
           END-READ.
           MOVE 'Y' TO EMP-FOUND-SWITCH.
           PERFORM 2260-CHECK-NEXT-PAYROLL THRU 2260-EXIT.
           PERFORM 2300-LOAD-PAY-HISTORY THRU 2300-EXIT.
           MOVE ZERO TO PAY-IX.
           PERFORM 2400-EXAMINE-PAY THRU 2400-EXIT
               UNTIL PAY-IX NOT < PAY-COUNT.
           IF EMP-OWED-TOTAL = ZERO
              AND EMP-OVERPAID-TOTAL = ZERO
               GO TO 2250-EXIT
           END-IF.
           PERFORM 2600-SETTLE-EMPLOYEE THRU 2600-EXIT.
           MOVE ZERO TO PAY-IX.
           PERFORM 2700-RECORD-RETRO THRU 2700-EXIT
               UNTIL PAY-IX NOT < PAY-COUNT.
           PERFORM 2800-WRITE-EMPLOYEE-TOTAL THRU 2800-EXIT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2260-CHECK-NEXT-PAYROLL - WHETHER THE NEXT PAY RUN PAYS    *
      * THE EMPLOYEE REGULAR PAY, BY THE PAY RUN'S OWN RULE: AN    *
      * ACTIVE EMPLOYEE, OR ONE TERMINATED ON OR AFTER THE FIRST   *
      * DAY OF ITS PERIOD (THE DAY AFTER THE LAST PAY DATE)        *
      *----------------------------------------------------------*
       2260-CHECK-NEXT-PAYROLL.
           MOVE 'N' TO NEXT-PAYROLL-SWITCH.
           IF EMP-ACTIVE
               MOVE 'Y' TO NEXT-PAYROLL-SWITCH
               GO TO 2260-EXIT
           END-IF.
           IF NOT EMP-TERMINATED
              OR EMP-TERM-DATE NOT NUMERIC
              OR PRIOR-PAY-DATE = ZERO
               GO TO 2260-EXIT
           END-IF.
           MOVE EMP-TERM-DATE TO DATE-TEXT.
           IF DATE-TEXT-NUM > PRIOR-PAY-DATE
               MOVE 'Y' TO NEXT-PAYROLL-SWITCH
           END-IF.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-LOAD-PAY-HISTORY - THE EMPLOYEE'S PAY-HISTORY RECORDS *
      * FROM THE EARLIEST CHANGE'S EFFECTIVE DATE ON. SUPPLEMENTAL *
      * FIELDS LEFT AS SPACE BY EARLIER RECORDS COUNT AS ZERO; A   *
      * RECORD WITH NO PRORATION FACTOR CANNOT BE RE-PRICED        *
      *----------------------------------------------------------*
       2300-LOAD-PAY-HISTORY.
           MOVE 'N' TO HIST-EOF-SWITCH.
           MOVE CURRENT-EMP-ID   TO PH-EMP-ID.
           MOVE CHG-EFF-DATE (1) TO PH-RUN-DATE.
           START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-START.
           PERFORM 2310-LOAD-PAY THRU 2310-EXIT
               UNTIL HISTORY-DONE.
       2300-EXIT.
           EXIT.

       2310-LOAD-PAY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
                   GO TO 2310-EXIT
           END-READ.
           IF PH-EMP-ID NOT = CURRENT-EMP-ID
               MOVE 'Y' TO HIST-EOF-SWITCH
               GO TO 2310-EXIT
           END-IF.
           IF PAY-COUNT NOT < PAY-MAX
               DISPLAY MSG-CALC-ERROR
               DISPLAY 'RETROPAY: PAY HISTORY FOR ' CURRENT-EMP-ID
                   ' AFTER ' PAY-RUN-DATE (PAY-COUNT)
                   ' NOT EXAMINED - TABLE FULL'
               MOVE 'Y' TO HIST-EOF-SWITCH
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO PAY-COUNT.
           MOVE PH-RUN-DATE      TO PAY-RUN-DATE (PAY-COUNT).
           MOVE PH-RECORD-TYPE   TO PAY-TYPE (PAY-COUNT).
           MOVE PH-ADJUSTED-DATE TO PAY-ADJUSTED-DATE (PAY-COUNT).
           MOVE PH-GROSS-PAY     TO PAY-GROSS (PAY-COUNT).
           IF PH-SUPPLEMENTAL-PAY NUMERIC
               MOVE PH-SUPPLEMENTAL-PAY
                   TO PAY-SUPPLEMENTAL (PAY-COUNT)
           ELSE
               MOVE ZERO TO PAY-SUPPLEMENTAL (PAY-COUNT)
           END-IF.
           IF PH-SUPPLEMENTAL-TAX NUMERIC
               COMPUTE PAY-REGULAR-TAX (PAY-COUNT) =
                   PH-TAX-AMOUNT - PH-SUPPLEMENTAL-TAX
           ELSE
               MOVE PH-TAX-AMOUNT TO PAY-REGULAR-TAX (PAY-COUNT)
           END-IF.
           IF PH-PRORATION-FACTOR NUMERIC
               MOVE PH-PRORATION-FACTOR TO PAY-FACTOR (PAY-COUNT)
               MOVE 'Y' TO PAY-FACTOR-SWITCH (PAY-COUNT)
           ELSE
               MOVE ZERO TO PAY-FACTOR (PAY-COUNT)
               MOVE 'N'  TO PAY-FACTOR-SWITCH (PAY-COUNT)
           END-IF.
           MOVE 'N'  TO PAY-RETRO-SWITCH (PAY-COUNT).
           MOVE ZERO TO PAY-DIFFERENCE (PAY-COUNT).
           MOVE ZERO TO PAY-RECOVERY-NET (PAY-COUNT).
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-EXAMINE-PAY - RE-PRICE ONE PAY-RUN RECORD. ITS PAY    *
      * DATE FIXES THE SALARY IN EFFECT AND THE YEAR'S DIVISOR;    *
      * THE LATEST RECORD OF ITS ADJUSTMENT CHAIN SAYS WHAT WAS    *
      * PAID. THE DIFFERENCE LESS WHAT IS ALREADY SETTLED FOR THE  *
      * DATE IS THE RETRO DUE. ADJUSTMENT AND FINAL-SETTLEMENT     *
      * RECORDS ARE NOT PAYS IN THEIR OWN RIGHT AND ARE PASSED     *
      *----------------------------------------------------------*
       2400-EXAMINE-PAY.
           ADD 1 TO PAY-IX.
           IF NOT PAY-IS-PAY (PAY-IX)
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO PAY-EXAMINED-COUNT.
           PERFORM 2410-FIND-SALARY THRU 2410-EXIT.
           IF SALARY-IN-EFFECT = ZERO
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2420-FOLLOW-CHAIN THRU 2420-EXIT.
           IF NOT PAY-FACTOR-KNOWN (CHAIN-IX)
               MOVE PAY-RUN-DATE (PAY-IX) TO DATE-TEXT-NUM
               MOVE 'NO PRORATION FACTOR ON PAY HISTORY'
                   TO EXCEPTION-TEXT
               PERFORM 2490-REPORT-EXCEPTION THRU 2490-EXIT
               ADD 1 TO NOT-PRICED-COUNT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2430-FIND-PERIODS THRU 2430-EXIT.
           IF PERIODS-PER-YEAR = ZERO
               MOVE PAY-RUN-DATE (PAY-IX) TO DATE-TEXT-NUM
               MOVE 'NO PAY DATES ON CALENDAR FOR THE YEAR'
                   TO EXCEPTION-TEXT
               PERFORM 2490-REPORT-EXCEPTION THRU 2490-EXIT
               ADD 1 TO NOT-PRICED-COUNT
               GO TO 2400-EXIT
           END-IF.
           COMPUTE CORRECT-REGULAR ROUNDED =
               SALARY-IN-EFFECT * PAY-FACTOR (CHAIN-IX)
                   / PERIODS-PER-YEAR.
           COMPUTE PAID-REGULAR =
               PAY-GROSS (CHAIN-IX) - PAY-SUPPLEMENTAL (CHAIN-IX).
           MOVE CURRENT-EMP-ID        TO RTR-EMP-ID.
           MOVE PAY-RUN-DATE (PAY-IX) TO RTR-PAY-DATE.
           READ RETRO-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO PRIOR-RETRO
               NOT INVALID KEY
                   MOVE RTR-RETRO-GROSS TO PRIOR-RETRO
           END-READ.
           COMPUTE RETRO-DIFFERENCE =
               CORRECT-REGULAR - PAID-REGULAR - PRIOR-RETRO.
           IF RETRO-DIFFERENCE = ZERO
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y'              TO PAY-RETRO-SWITCH (PAY-IX).
           MOVE SALARY-IN-EFFECT TO PAY-SALARY-USED (PAY-IX).
           MOVE PAID-REGULAR     TO PAY-PAID-REGULAR (PAY-IX).
           MOVE CORRECT-REGULAR  TO PAY-CORRECT-REGULAR (PAY-IX).
           MOVE PRIOR-RETRO      TO PAY-PRIOR-RETRO (PAY-IX).
           MOVE RETRO-DIFFERENCE TO PAY-DIFFERENCE (PAY-IX).
           IF RETRO-DIFFERENCE > ZERO
               ADD RETRO-DIFFERENCE TO EMP-OWED-TOTAL
               IF FIRST-OWED-DATE = ZERO
                   MOVE PAY-RUN-DATE (PAY-IX) TO FIRST-OWED-DATE
               END-IF
           ELSE
               PERFORM 2450-PRICE-OVERPAYMENT THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2410-FIND-SALARY - THE NEW VALUE OF THE LATEST CHANGE      *
      * EFFECTIVE ON OR BEFORE THE PAY DATE                        *
      *----------------------------------------------------------*
       2410-FIND-SALARY.
           MOVE ZERO TO SALARY-IN-EFFECT.
           MOVE ZERO TO CHG-IX.
           PERFORM 2415-SCAN-CHANGE THRU 2415-EXIT
               UNTIL CHG-IX NOT < CHG-COUNT.
       2410-EXIT.
           EXIT.

       2415-SCAN-CHANGE.
           ADD 1 TO CHG-IX.
           IF CHG-EFF-DATE (CHG-IX) NOT > PAY-RUN-DATE (PAY-IX)
               MOVE CHG-SALARY (CHG-IX) TO SALARY-IN-EFFECT
           END-IF.
       2415-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2420-FOLLOW-CHAIN - FROM THE PAY RECORD, STEP TO THE       *
      * ADJUSTMENT THAT SUPERSEDES IT, AND FROM THAT TO THE NEXT,  *
      * UNTIL NONE DOES. AN ADJUSTMENT ALWAYS POSTDATES WHAT IT    *
      * SUPERSEDES, SO ONLY LATER ENTRIES ARE SEARCHED             *
      *----------------------------------------------------------*
       2420-FOLLOW-CHAIN.
           MOVE PAY-IX TO CHAIN-IX.
           MOVE 'N' TO CHAIN-SWITCH.
           PERFORM 2425-NEXT-LINK THRU 2425-EXIT
               UNTIL CHAIN-DONE.
       2420-EXIT.
           EXIT.

       2425-NEXT-LINK.
           MOVE CHAIN-IX TO SCAN-IX.
           MOVE 'N' TO LINK-SWITCH.
           PERFORM 2427-SCAN-LINK THRU 2427-EXIT
               UNTIL LINK-FOUND OR SCAN-IX NOT < PAY-COUNT.
           IF LINK-FOUND
               MOVE SCAN-IX TO CHAIN-IX
           ELSE
               MOVE 'Y' TO CHAIN-SWITCH
           END-IF.
       2425-EXIT.
           EXIT.

       2427-SCAN-LINK.
           ADD 1 TO SCAN-IX.
           IF PAY-IS-ADJUSTMENT (SCAN-IX)
              AND PAY-ADJUSTED-DATE (SCAN-IX) =
                  PAY-RUN-DATE (CHAIN-IX)
               MOVE 'Y' TO LINK-SWITCH
           END-IF.
       2427-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2430-FIND-PERIODS - THE NUMBER OF PAY DATES ON THE         *
      * CALENDAR FOR THE PAY DATE'S YEAR, THE DIVISOR THE PAYROLL  *
      * RUN USED; EACH YEAR IS COUNTED ONCE AND KEPT               *
      *----------------------------------------------------------*
       2430-FIND-PERIODS.
           MOVE PAY-RUN-DATE (PAY-IX) TO CAL-SCAN-DATE-NUM.
           MOVE CAL-SCAN-YEAR TO COUNT-YEAR.
           MOVE ZERO TO PERIODS-PER-YEAR.
           MOVE 'N'  TO YEAR-HIT-SWITCH.
           MOVE ZERO TO YEAR-IX.
           PERFORM 2435-SCAN-YEAR THRU 2435-EXIT
               UNTIL YEAR-FOUND OR YEAR-IX NOT < YEAR-COUNT.
           IF YEAR-FOUND
               GO TO 2430-EXIT
           END-IF.
           MOVE 'N' TO CAL-EOF-SWITCH.
           MOVE COUNT-YEAR TO CAL-SCAN-YEAR.
           MOVE 1 TO CAL-SCAN-MONTH.
           MOVE 1 TO CAL-SCAN-DAY.
           MOVE CAL-SCAN-DATE-NUM TO PCAL-SCHED-DATE.
           START PAY-CALENDAR-FILE KEY NOT LESS THAN PCAL-SCHED-DATE
               INVALID KEY
                   MOVE 'Y' TO CAL-EOF-SWITCH
           END-START.
           PERFORM 2440-COUNT-PAY-DATE THRU 2440-EXIT
               UNTIL CAL-SCAN-DONE.
           IF YEAR-COUNT < YEAR-MAX
               ADD 1 TO YEAR-COUNT
               MOVE COUNT-YEAR       TO YR-YEAR (YEAR-COUNT)
               MOVE PERIODS-PER-YEAR TO YR-PERIODS (YEAR-COUNT)
           END-IF.
       2430-EXIT.
           EXIT.

       2435-SCAN-YEAR.
           ADD 1 TO YEAR-IX.
           IF YR-YEAR (YEAR-IX) = COUNT-YEAR
               MOVE 'Y' TO YEAR-HIT-SWITCH
               MOVE YR-PERIODS (YEAR-IX) TO PERIODS-PER-YEAR
           END-IF.
       2435-EXIT.
           EXIT.

       2440-COUNT-PAY-DATE.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CAL-EOF-SWITCH
                   GO TO 2440-EXIT
           END-READ.
           MOVE PCAL-SCHED-DATE TO CAL-SCAN-DATE-NUM.
           IF CAL-SCAN-YEAR NOT = COUNT-YEAR
               MOVE 'Y' TO CAL-EOF-SWITCH
           ELSE
               ADD 1 TO PERIODS-PER-YEAR
           END-IF.
       2440-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2450-PRICE-OVERPAYMENT - SALARY OVERPAID ON A PAY DATE.    *
      * WHAT REACHED THE EMPLOYEE WAS THE OVERPAID GROSS LESS THE  *
      * TAX WITHHELD ON IT AT THAT PAY'S REGULAR-PAY RATE, AND     *
      * THAT NET IS WHAT IS RECOVERED                              *
      *----------------------------------------------------------*
       2450-PRICE-OVERPAYMENT.
           COMPUTE OVERPAID-GROSS = ZERO - RETRO-DIFFERENCE.
           MOVE ZERO TO OVERPAID-TAX.
           IF PAID-REGULAR > ZERO
              AND PAY-REGULAR-TAX (CHAIN-IX) > ZERO
               COMPUTE OVERPAID-TAX ROUNDED =
                   OVERPAID-GROSS * PAY-REGULAR-TAX (CHAIN-IX)
                       / PAID-REGULAR
           END-IF.
           IF OVERPAID-TAX > OVERPAID-GROSS
               MOVE OVERPAID-GROSS TO OVERPAID-TAX
           END-IF.
           COMPUTE PAY-RECOVERY-NET (PAY-IX) =
               OVERPAID-GROSS - OVERPAID-TAX.
           ADD OVERPAID-GROSS TO EMP-OVERPAID-TOTAL.
           ADD PAY-RECOVERY-NET (PAY-IX) TO EMP-RECOVERY-TOTAL.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2480-WRITE-EMP-HEADING - NAME THE EMPLOYEE BEFORE THE      *
      * FIRST LINE PRINTED FOR THEM                                *
      *----------------------------------------------------------*
       2480-WRITE-EMP-HEADING.
           IF EMP-HEADING-WRITTEN
               GO TO 2480-EXIT
           END-IF.
           MOVE 'Y' TO EMP-HEADING-SWITCH.
           MOVE CURRENT-EMP-ID TO EHD-EMP-ID.
           MOVE SPACES TO EHD-EMP-NAME.
           IF EMPLOYEE-ON-FILE
               STRING EMP-FIRST-NAME DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      EMP-LAST-NAME  DELIMITED BY SIZE
                   INTO EHD-EMP-NAME
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EMPLOYEE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       2480-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2490-REPORT-EXCEPTION - A PAY DATE (OR, WITH DATE-TEXT     *
      * BLANK, A WHOLE EMPLOYEE) THAT COULD NOT BE PRICED          *
      *----------------------------------------------------------*
       2490-REPORT-EXCEPTION.
           PERFORM 2480-WRITE-EMP-HEADING THRU 2480-EXIT.
           MOVE CURRENT-EMP-ID TO EXC-EMP-ID.
           MOVE DATE-TEXT      TO EXC-PAY-DATE.
           MOVE EXCEPTION-TEXT TO EXC-TEXT.
           MOVE EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2490-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-SETTLE-EMPLOYEE - SALARY OWED BECOMES ONE RETRO-PAY   *
      * ENTRY FOR THE NEXT PAY DATE; SALARY OVERPAID IS PUT UP FOR *
      * RECOVERY, UNLESS THE NEXT PAY RUN WILL NOT PAY THE         *
      * EMPLOYEE TO TAKE IT. EACH SIDE THAT CANNOT BE SETTLED IS   *
      * HELD                                                       *
      *----------------------------------------------------------*
       2600-SETTLE-EMPLOYEE.
           MOVE 'N'    TO OWED-OUTCOME-SWITCH.
           MOVE 'N'    TO RECOVERY-OUTCOME-SWITCH.
           MOVE SPACES TO OWED-ACTION.
           MOVE SPACES TO RECOVERY-ACTION.
           IF EMP-OWED-TOTAL > ZERO
               PERFORM 2610-WRITE-RETRO-ENTRY THRU 2610-EXIT
           END-IF.
           IF EMP-OVERPAID-TOTAL > ZERO
               IF ON-NEXT-PAYROLL
                   PERFORM 2650-SET-UP-RECOVERY THRU 2650-EXIT
               ELSE
                   MOVE 'HELD - OFF NEXT PAYROLL' TO RECOVERY-ACTION
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2610-WRITE-RETRO-ENTRY - THE ENTRY TAKES THE NEXT FREE     *
      * SEQUENCE AFTER THE EMPLOYEE'S OTHER ENTRIES FOR THE DATE   *
      *----------------------------------------------------------*
       2610-WRITE-RETRO-ENTRY.
           MOVE ZERO TO RETRO-SEQ.
           MOVE 'N'  TO SUP-EOF-SWITCH.
           MOVE CURRENT-EMP-ID TO SUP-EMP-ID.
           MOVE NEXT-PAY-DATE  TO SUP-PAY-DATE.
           MOVE ZERO           TO SUP-SEQ.
           START SUPPLEMENTAL-MASTER-FILE
               KEY NOT LESS THAN SUP-KEY
               INVALID KEY
                   MOVE 'Y' TO SUP-EOF-SWITCH
           END-START.
           PERFORM 2615-SCAN-SEQUENCE THRU 2615-EXIT
               UNTIL SUPPLEMENTS-DONE.
           IF RETRO-SEQ NOT < 99
               MOVE 'HELD - NO SEQUENCE FREE' TO OWED-ACTION
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO RETRO-SEQ.
           MOVE CURRENT-EMP-ID  TO SUP-EMP-ID.
           MOVE NEXT-PAY-DATE   TO SUP-PAY-DATE.
           MOVE RETRO-SEQ       TO SUP-SEQ.
           SET SUP-RETRO        TO TRUE.
           MOVE FIRST-OWED-DATE TO DATE-TEXT-NUM.
           MOVE SPACES          TO SUP-DESCRIPTION.
           STRING 'RETRO FROM ' DELIMITED BY SIZE
                  DATE-TEXT     DELIMITED BY SIZE
               INTO SUP-DESCRIPTION.
           MOVE EMP-OWED-TOTAL  TO SUP-AMOUNT.
           MOVE ZERO            TO SUP-HOURS.
           MOVE ZERO            TO SUP-PAID-DATE.
           MOVE ZERO            TO SUP-PAID-AMOUNT.
           WRITE SUPPLEMENTAL-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
                   MOVE 'HELD - ENTRY NOT WRITTEN' TO OWED-ACTION
                   GO TO 2610-EXIT
           END-WRITE.
           MOVE 'Y' TO OWED-OUTCOME-SWITCH.
           MOVE NEXT-PAY-DATE TO DATE-TEXT-NUM.
           STRING 'RETRO PAY ' DELIMITED BY SIZE
                  DATE-TEXT    DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  RETRO-SEQ    DELIMITED BY SIZE
               INTO OWED-ACTION.
           ADD 1 TO ENTRY-COUNT.
           ADD EMP-OWED-TOTAL TO TOTAL-OWED.
       2610-EXIT.
           EXIT.

       2615-SCAN-SEQUENCE.
           READ SUPPLEMENTAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SUP-EOF-SWITCH
                   GO TO 2615-EXIT
           END-READ.
           IF SUP-EMP-ID NOT = CURRENT-EMP-ID
              OR SUP-PAY-DATE NOT = NEXT-PAY-DATE
               MOVE 'Y' TO SUP-EOF-SWITCH
           ELSE
               MOVE SUP-SEQ TO RETRO-SEQ
           END-IF.
       2615-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2650-SET-UP-RECOVERY - THE NET OVERPAID BECOMES THE        *
      * RESERVED PRIORITY-00 FLAT 'RET' DEDUCTION, TAKEN AHEAD OF  *
      * EVERY OTHER DEDUCTION; ANY SHORTFALL SHOWS AS ARREARS. A   *
      * RECOVERY ALREADY ON FILE HAS THE NEW OVERPAYMENT ADDED TO  *
      * ITS GOAL. THE PRIORITY HELD BY ANYTHING ELSE (A FINAL-PAY  *
      * VACATION RECOVERY) HOLDS THE OVERPAYMENT FOR A LATER RUN.  *
      * THE PER-RUN AMOUNT IS WHAT IS LEFT TO COLLECT, UP TO THE   *
      * LARGEST AMOUNT THE DEDUCTION RECORD CAN CARRY              *
      *----------------------------------------------------------*
       2650-SET-UP-RECOVERY.
           MOVE CURRENT-EMP-ID TO DED-EMP-ID.
           MOVE ZERO           TO DED-PRIORITY.
           READ DEDUCTION-MASTER-FILE
               INVALID KEY
                   PERFORM 2660-BUILD-RECOVERY THRU 2660-EXIT
                   WRITE DEDUCTION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-ERROR
                           MOVE 'HELD - RECOVERY NOT SET'
                               TO RECOVERY-ACTION
                           GO TO 2650-EXIT
                   END-WRITE
                   MOVE 'RECOVERY SET UP' TO RECOVERY-ACTION
               NOT INVALID KEY
                   IF DED-CODE NOT = 'RET'
                       MOVE 'HELD - PRIORITY 00 USED'
                           TO RECOVERY-ACTION
                       GO TO 2650-EXIT
                   END-IF
                   ADD EMP-RECOVERY-TOTAL TO DED-GOAL-AMOUNT
                   COMPUTE RECOVERY-REMAINING =
                       DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
                   PERFORM 2670-SET-RECOVERY-AMOUNT THRU 2670-EXIT
                   REWRITE DEDUCTION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-ERROR
                           MOVE 'HELD - RECOVERY NOT SET'
                               TO RECOVERY-ACTION
                           GO TO 2650-EXIT
                   END-REWRITE
                   MOVE 'ADDED TO RECOVERY' TO RECOVERY-ACTION
           END-READ.
           MOVE 'Y' TO RECOVERY-OUTCOME-SWITCH.
           ADD 1 TO RECOVERY-COUNT.
           ADD EMP-OVERPAID-TOTAL TO TOTAL-OVERPAID.
           ADD EMP-RECOVERY-TOTAL TO TOTAL-RECOVERY.
       2650-EXIT.
           EXIT.

       2660-BUILD-RECOVERY.
           MOVE CURRENT-EMP-ID       TO DED-EMP-ID.
           MOVE ZERO                 TO DED-PRIORITY.
           MOVE 'RET'                TO DED-CODE.
           MOVE 'RETRO PAY OVERPAID' TO DED-DESCRIPTION.
           SET DED-FLAT-AMOUNT       TO TRUE.
           MOVE ZERO                 TO DED-RATE.
           MOVE EMP-RECOVERY-TOTAL   TO DED-GOAL-AMOUNT.
           MOVE ZERO                 TO DED-TAKEN-TO-DATE.
           MOVE ZERO                 TO DED-ARREARS-BALANCE.
           MOVE ZERO                 TO DED-LAST-RUN-DATE.
           MOVE ZERO                 TO DED-LAST-TAKEN.
           MOVE ZERO                 TO DED-LAST-ARREARS-BFWD.
           MOVE EMP-RECOVERY-TOTAL   TO RECOVERY-REMAINING.
           PERFORM 2670-SET-RECOVERY-AMOUNT THRU 2670-EXIT.
       2660-EXIT.
           EXIT.

       2670-SET-RECOVERY-AMOUNT.
           IF RECOVERY-REMAINING > DED-AMOUNT-LIMIT
               MOVE DED-AMOUNT-LIMIT TO DED-AMOUNT
           ELSE
               MOVE RECOVERY-REMAINING TO DED-AMOUNT
           END-IF.
       2670-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2700-RECORD-RETRO - ONE REPORT LINE PER PAY DATE WITH A    *
      * DIFFERENCE. A DATE WHOSE SIDE WAS SETTLED IS RECORDED ON   *
      * THE RETRO-PAY HISTORY MASTER; A HELD DATE IS NOT, SO THE   *
      * NEXT RUN FINDS IT DUE AGAIN                                *
      *----------------------------------------------------------*
       2700-RECORD-RETRO.
           ADD 1 TO PAY-IX.
           IF NOT PAY-HAS-RETRO (PAY-IX)
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO RETRO-LINE-COUNT.
           IF PAY-DIFFERENCE (PAY-IX) > ZERO
               MOVE OWED-ACTION TO DTL-ACTION
               IF OWED-SETTLED
                   PERFORM 2720-UPDATE-HISTORY THRU 2720-EXIT
               ELSE
                   ADD 1 TO HELD-COUNT
               END-IF
           ELSE
               MOVE RECOVERY-ACTION TO DTL-ACTION
               IF RECOVERY-SETTLED
                   PERFORM 2720-UPDATE-HISTORY THRU 2720-EXIT
               ELSE
                   ADD 1 TO HELD-COUNT
               END-IF
           END-IF.
           PERFORM 2480-WRITE-EMP-HEADING THRU 2480-EXIT.
           MOVE CURRENT-EMP-ID                TO DTL-EMP-ID.
           MOVE PAY-RUN-DATE (PAY-IX)         TO DTL-PAY-DATE.
           MOVE PAY-SALARY-USED (PAY-IX)      TO DTL-SALARY.
           MOVE PAY-PAID-REGULAR (PAY-IX)     TO DTL-PAID.
           MOVE PAY-CORRECT-REGULAR (PAY-IX)  TO DTL-DUE.
           MOVE PAY-PRIOR-RETRO (PAY-IX)      TO DTL-PRIOR.
           MOVE PAY-DIFFERENCE (PAY-IX)       TO DTL-DIFFERENCE.
           MOVE PAY-RECOVERY-NET (PAY-IX)     TO DTL-RECOVERY.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2720-UPDATE-HISTORY - ADD THE DIFFERENCE SETTLED TO THE    *
      * PAY DATE'S HISTORY RECORD, WRITING ONE THE FIRST TIME      *
      *----------------------------------------------------------*
       2720-UPDATE-HISTORY.
           MOVE CURRENT-EMP-ID        TO RTR-EMP-ID.
           MOVE PAY-RUN-DATE (PAY-IX) TO RTR-PAY-DATE.
           READ RETRO-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO RTR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RTR-FOUND-SWITCH
           END-READ.
           IF RETRO-ON-FILE
               ADD PAY-DIFFERENCE (PAY-IX) TO RTR-RETRO-GROSS
           ELSE
               MOVE CURRENT-EMP-ID          TO RTR-EMP-ID
               MOVE PAY-RUN-DATE (PAY-IX)   TO RTR-PAY-DATE
               MOVE PAY-DIFFERENCE (PAY-IX) TO RTR-RETRO-GROSS
           END-IF.
           MOVE PAY-SALARY-USED (PAY-IX) TO RTR-SALARY-APPLIED.
           MOVE RUN-DATE-NUM             TO RTR-LAST-RUN-DATE.
           MOVE PAY-DIFFERENCE (PAY-IX)  TO RTR-LAST-AMOUNT.
           IF PAY-DIFFERENCE (PAY-IX) > ZERO
               SET RTR-PAID-AS-RETRO TO TRUE
               MOVE NEXT-PAY-DATE    TO RTR-LAST-SUP-DATE
               MOVE RETRO-SEQ        TO RTR-LAST-SUP-SEQ
           ELSE
               SET RTR-RECOVERED     TO TRUE
               MOVE ZERO             TO RTR-LAST-SUP-DATE
               MOVE ZERO             TO RTR-LAST-SUP-SEQ
           END-IF.
           IF RETRO-ON-FILE
               REWRITE RETRO-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE RETRO-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-WRITE
           END-IF.
       2720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2800-WRITE-EMPLOYEE-TOTAL                                 *
      *----------------------------------------------------------*
       2800-WRITE-EMPLOYEE-TOTAL.
           MOVE EMP-OWED-TOTAL     TO ETL-OWED.
           MOVE EMP-OVERPAID-TOTAL TO ETL-OVERPAID.
           MOVE EMP-RECOVERY-TOTAL TO ETL-RECOVERY.
           MOVE EMPLOYEE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE - RUN TOTALS AND COUNTS, THEN CLOSE          *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETRO PAY OWED:' TO TOT-LABEL.
           MOVE TOTAL-OWED TO TOT-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SALARY OVERPAID:' TO TOT-LABEL.
           MOVE TOTAL-OVERPAID TO TOT-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NET TO RECOVER:' TO TOT-LABEL.
           MOVE TOTAL-RECOVERY TO TOT-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SALARY CHANGES READ:' TO CNT-LABEL.
           MOVE CHANGE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EMPLOYEES EXAMINED:' TO CNT-LABEL.
           MOVE EMPLOYEE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAY DATES EXAMINED:' TO CNT-LABEL.
           MOVE PAY-EXAMINED-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAY DATES WITH RETRO:' TO CNT-LABEL.
           MOVE RETRO-LINE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAY DATES NOT PRICED:' TO CNT-LABEL.
           MOVE NOT-PRICED-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETRO ENTRIES WRITTEN:' TO CNT-LABEL.
           MOVE ENTRY-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECOVERIES SET UP:' TO CNT-LABEL.
           MOVE RECOVERY-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAY DATES HELD:' TO CNT-LABEL.
           MOVE HELD-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-CALENDAR-FILE.
           CLOSE SUPPLEMENTAL-MASTER-FILE.
           CLOSE DEDUCTION-MASTER-FILE.
           CLOSE RETRO-HISTORY-FILE.
           CLOSE RETRO-REPORT-FILE.
           DISPLAY 'RETROPAY RUN COMPLETE'.
           DISPLAY 'EMPLOYEES EXAMINED: ' EMPLOYEE-COUNT.
           DISPLAY 'RETRO ENTRIES:      ' ENTRY-COUNT.
           DISPLAY 'RECOVERIES:         ' RECOVERY-COUNT.
           DISPLAY 'PAY DATES HELD:     ' HELD-COUNT.
       3000-EXIT.
           EXIT.
