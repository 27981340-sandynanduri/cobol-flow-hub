      * FINPAY.CBL
      * FINAL-PAY SETTLEMENT RUN FOR TERMINATED EMPLOYEES
      * PICKS UP EVERY EMPLOYEE EMPMAINT HAS SET TO EMP-TERMINATED
      * WITH A TERMINATION DATE ON OR AFTER THIS JOB'S LAST
      * SUCCESSFUL RUN AND SETTLES WHAT IS STILL OWED ON THE LEAVE
      * BALANCE: A POSITIVE LV-VAC-BALANCE IS PAID OUT AT THE HOURLY
      * RATE (EMP-SALARY OVER STANDARD-ANNUAL-HOURS) AND WITHHELD
      * AT THE FLAT SUPPLEMENTAL RATE IN EFFECT (THE GRADUATED RATE FOR
      * THE ANNUAL SALARY WHERE THE SET CARRIES NONE), AN
      * OVERDRAWN (NEGATIVE) BALANCE IS SET UP AS A PRIORITY-00
      * RECOVERY DEDUCTION ON THE DEDUCTION MASTER SO THE FINAL PAY
      * TAKES IT BACK - PROVIDED THE PAY RUN WILL STILL PAY THE
      * EMPLOYEE; OTHERWISE IT IS REPORTED AS UNCOLLECTED ON THE
      * REGISTER AND ON HR'S LIST - AND THE LEAVE BALANCE IS ZEROED
      * EITHER WAY.
      * EACH SETTLEMENT IS WRITTEN AS A FINAL-SETTLEMENT PAY-HISTORY
      * RECORD (PH-TYPE-FINAL) AND ADDED TO THE EMPLOYEE'S YEAR-TO-DATE
      * RECORD, SO THE GENERAL-LEDGER FEED AND THE DISBURSEMENT
      * RUN PICK IT UP FOR THIS RUN DATE LIKE ANY OTHER PAY. A
      * SETTLEMENT REGISTER LISTS EACH EMPLOYEE SETTLED, AND A
      * SEPARATE LIST GIVES HR EVERY DEDUCTION OF A SETTLED
      * EMPLOYEE STILL CARRYING AN UNPAID GOAL OR AN ARREARS
      * BALANCE, SO THE CREDITOR CAN BE TOLD.
      * THE RUN DOES NOT SETTLE ON A SCHEDULED PAY DATE: THE PAY
      * RUN OWNS THAT DATE'S PAY-HISTORY KEY, SO THE SETTLEMENTS
      * WAIT FOR THE NEXT NIGHT (RETURN-CODE 4). AN EMPLOYEE WHO
      * ALREADY HAS A SETTLEMENT ON FILE FOR AN EARLIER DATE IS
      * NEVER SETTLED AGAIN; ONE SETTLED ON THIS SAME RUN DATE IS A
      * RERUN, AND IS RE-SETTLED FROM THE HOURS ON THE RECORD WITH
      * THE EARLIER FIGURES BACKED OUT OF YTD FIRST.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  THE VACATION PAYOUT IS SUPPLEMENTAL PAY:
      *                  IT IS WITHHELD AT THE SET'S FLAT
      *                  SUPPLEMENTAL RATE (BRACKET 99) WHEN THE SET
      *                  CARRIES ONE, AND THE WHOLE SETTLEMENT IS
      *                  STAMPED AS SUPPLEMENTAL PAY AND TAX ON ITS
      *                  PAY-HISTORY RECORD; BRACKET 99 IS NO
      *                  LONGER LOADED AS A BAND
      * 2026-10-15  RSN  THE PAYOUT IS PRICED AT THE EMPLOYER
      *                  CONTRIBUTION RATES IN EFFECT ON THE RUN
      *                  DATE, AS IN THE PAY RUN, AND THE COST IS
      *                  STORED ON THE SETTLEMENT'S PAY-HISTORY
      *                  RECORD FOR THE GENERAL-LEDGER FEED
      * 2026-10-15  RSN  A PRIORITY-00 DEDUCTION THAT IS NOT A
      *                  VACATION RECOVERY (A RETRO-PAY OVERPAYMENT
      *                  RECOVERY SET UP BY RETROPAY) IS NO LONGER
      *                  OVERWRITTEN; THE OPERATOR IS TOLD INSTEAD
      * 2026-10-15  RSN  A SETTLEMENT DATED BEFORE THE TERMINATION
      *                  DATE BELONGS TO AN EARLIER EMPLOYMENT AND
      *                  NO LONGER COUNTS AS SETTLED, SO A REHIRED
      *                  EMPLOYEE TERMINATED AGAIN IS SETTLED
      * 2026-10-15  RSN  A RECOVERY DEDUCTION IS SET UP ONLY WHEN THE
      *                  TERMINATION FALLS AFTER THE LAST SCHEDULED
      *                  PAY DATE, SO THE NEXT PAY RUN STILL PAYS
      *                  THE EMPLOYEE AND CAN TAKE IT. OTHERWISE, OR
      *                  WHEN PRIORITY 00 IS HELD BY ANOTHER
      *                  RECOVERY, THE AMOUNT IS REPORTED AS
      *                  UNCOLLECTED ON THE REGISTER AND HR'S LIST
      * 2026-10-15  RSN  A TERMINATION DATED THE SAME DAY AS THE LAST
      *                  SUCCESSFUL RUN (KEYED AFTER THAT RUN) IS NOW
      *                  SETTLED; THE PAY-HISTORY SCAN ALONE KEEPS
      *                  ANYONE FROM BEING SETTLED TWICE
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINPAY.
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
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-SCHED-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT TAX-RATE-TABLE-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS TAX-FILE-STATUS.

           SELECT EMPLOYER-RATE-FILE ASSIGN TO "ERCRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERC-KEY
               FILE STATUS IS ERC-FILE-STATUS.

           SELECT SETTLEMENT-REGISTER-FILE ASSIGN TO "FINREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.

           SELECT OPEN-DEDUCTION-FILE ASSIGN TO "FINDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODL-FILE-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-NAME
               FILE STATUS IS RESTART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  LEAVE-MASTER-FILE.
       01  LEAVE-MASTER-RECORD.
           COPY LEAVE-RECORD.

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           COPY DEDUCTION-RECORD.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST-RECORD.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTD-RECORD.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY PAYCAL-RECORD.

       FD  TAX-RATE-TABLE-FILE.
       01  TAX-RATE-TABLE-RECORD.
           COPY TAXRATE-RECORD.

       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-RECORD.
           COPY ERCRATE-RECORD.

       FD  SETTLEMENT-REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

       FD  OPEN-DEDUCTION-FILE
           RECORDING MODE IS F.
       01  OPEN-DEDUCTION-LINE         PIC X(132).

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           COPY RESTART-CONTROL.

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  EMP-FILE-STATUS      PIC XX.
               88  EMP-FS-OK        VALUE '00'.
               88  EMP-FS-EOF       VALUE '10'.
           05  LEAVE-FILE-STATUS    PIC XX.
               88  LEAVE-FS-OK      VALUE '00'.
           05  DED-FILE-STATUS      PIC XX.
               88  DED-FS-OK        VALUE '00'.
           05  HIST-FILE-STATUS     PIC XX.
               88  HIST-FS-OK       VALUE '00'.
           05  YTD-FILE-STATUS      PIC XX.
               88  YTD-FS-OK        VALUE '00'.
           05  CAL-FILE-STATUS      PIC XX.
               88  CAL-FS-OK        VALUE '00'.
           05  TAX-FILE-STATUS      PIC XX.
               88  TAX-FS-OK        VALUE '00'.
               88  TAX-FS-EOF       VALUE '10'.
           05  ERC-FILE-STATUS      PIC XX.
               88  ERC-FS-OK        VALUE '00'.
           05  REG-FILE-STATUS      PIC XX.
               88  REG-FS-OK        VALUE '00'.
           05  ODL-FILE-STATUS      PIC XX.
               88  ODL-FS-OK        VALUE '00'.
           05  RESTART-FILE-STATUS  PIC XX.
               88  RESTART-FS-OK    VALUE '00'.

       01  SWITCHES.
           05  EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE      VALUE 'Y'.
           05  TAX-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  TAX-TABLE-DONE   VALUE 'Y'.
           05  ERC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  ERC-TABLE-DONE   VALUE 'Y'.
           05  BRACKET-HIT-SWITCH   PIC X(01) VALUE 'N'.
               88  BRACKET-FOUND    VALUE 'Y'.
           05  SUP-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  SUPPLEMENTAL-RATE-LOADED VALUE 'Y'.
           05  DED-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  DEDUCTIONS-DONE  VALUE 'Y'.
           05  SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  SCAN-DONE        VALUE 'Y'.
           05  CHECKPOINT-SWITCH    PIC X(01) VALUE 'N'.
               88  CHECKPOINT-RECORD-EXISTS VALUE 'Y'.
           05  SETTLE-SWITCH        PIC X(01) VALUE 'N'.
               88  SETTLE-EMPLOYEE  VALUE 'Y'.
           05  RERUN-SWITCH         PIC X(01) VALUE 'N'.
               88  SETTLED-TODAY    VALUE 'Y'.
           05  EARLIER-SWITCH       PIC X(01) VALUE 'N'.
               88  SETTLED-EARLIER  VALUE 'Y'.
           05  PAY-ON-FILE-SWITCH   PIC X(01) VALUE 'N'.
               88  PAY-ON-FILE      VALUE 'Y'.
           05  LEAVE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
               88  LEAVE-ON-FILE    VALUE 'Y'.
           05  YTD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  YTD-ON-FILE      VALUE 'Y'.
           05  CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  CAL-SCAN-DONE    VALUE 'Y'.
           05  UNCOLLECTED-SWITCH   PIC X(01) VALUE 'N'.
               88  RECOVERY-UNCOLLECTED VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR             PIC 9(04).
           05  RUN-MONTH            PIC 9(02).
           05  RUN-DAY              PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  TERM-DATE-WORK.
           05  TERM-WORK-YEAR       PIC 9(04).
           05  TERM-WORK-MONTH      PIC 9(02).
           05  TERM-WORK-DAY        PIC 9(02).
       01  TERM-DATE-NUM REDEFINES TERM-DATE-WORK PIC 9(08).

       01  WINDOW-DATE.
           05  WINDOW-YEAR          PIC 9(04).
           05  WINDOW-MONTH         PIC 9(02).
           05  WINDOW-DAY           PIC 9(02).
       01  WINDOW-DATE-NUM REDEFINES WINDOW-DATE PIC 9(08).

       01  CAL-SCAN-DATE.
           05  CAL-SCAN-YEAR        PIC 9(04).
           05  CAL-SCAN-MONTH       PIC 9(02).
           05  CAL-SCAN-DAY         PIC 9(02).
       01  CAL-SCAN-DATE-NUM REDEFINES CAL-SCAN-DATE PIC 9(08).

       77  TAX-RATE                 PIC V999 VALUE ZERO.
       77  SUPPLEMENTAL-RATE        PIC V999 VALUE ZERO.
       77  EFFECTIVE-SET-DATE       PIC 9(08) VALUE ZERO.
       77  TAX-BRACKET-MAX          PIC 9(02) COMP VALUE 20.
       77  TAX-BRACKET-COUNT        PIC 9(02) COMP VALUE ZERO.
       77  TAX-IX                   PIC 9(02) COMP VALUE ZERO.
       77  HOURLY-RATE              PIC 9(5)V9999 VALUE ZERO.
       77  SETTLE-HOURS             PIC S9(4)V99 VALUE ZERO.
       77  RECOVER-HOURS            PIC 9(4)V99 VALUE ZERO.
       77  GROSS-PAY                PIC 9(7)V99 VALUE ZERO.
       77  TAX-AMOUNT               PIC 9(7)V99 VALUE ZERO.
       77  NET-PAY                  PIC 9(7)V99 VALUE ZERO.
       77  RECOVERY-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       77  GOAL-REMAINING           PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-GROSS         PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-TAX           PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-DEDUCTIONS    PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-HIST-NET           PIC 9(7)V99 VALUE ZERO.
       77  SETTLED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  RECOVERY-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  UNCOLLECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  LAST-PAY-DATE            PIC 9(08) VALUE ZERO.
       77  DEFERRED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  ALREADY-SETTLED-COUNT    PIC 9(05) COMP VALUE ZERO.
       77  OPEN-DED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  SETTLE-STATUS            PIC X(20) VALUE SPACES.
       77  ERC-SET-DATE             PIC 9(08) VALUE ZERO.
       77  ERC-RATE-MAX             PIC 9(02) COMP VALUE 5.
       77  ERC-RATE-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  ERC-IX                   PIC 9(02) COMP VALUE ZERO.
       77  EMPLOYER-COST            PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * THE BRACKET SET IN EFFECT ON THE RUN DATE, LOADED FROM THE *
      * TAX-RATE TABLE FILE AT INITIALIZE IN RISING BAND ORDER     *
      *----------------------------------------------------------*
       01  TAX-BRACKET-TABLE.
           05  TAX-BRACKET-ENTRY OCCURS 20 TIMES.
               10  TAX-TBL-FROM     PIC 9(7)V99.
               10  TAX-TBL-TO       PIC 9(7)V99.
               10  TAX-TBL-RATE     PIC V999.

      *----------------------------------------------------------*
      * THE EMPLOYER CONTRIBUTION SET IN EFFECT ON THE RUN DATE,  *
      * WITH EACH TYPE'S COST ON THE CURRENT SETTLEMENT           *
      *----------------------------------------------------------*
       01  EMPLOYER-RATE-TABLE.
           05  ERC-RATE-ENTRY OCCURS 5 TIMES.
               10  ERC-TBL-TYPE     PIC X(03).
               10  ERC-TBL-RATE     PIC V9999.
               10  ERC-TBL-AMOUNT   PIC 9(7)V99.

       01  CONTROL-TOTALS.
           05  TOTAL-GROSS          PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-TAX            PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-NET            PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-RECOVERY       PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-UNCOLLECTED    PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-EMPLOYER-COST  PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * SETTLEMENT REGISTER LINE LAYOUTS                          *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'FINAL PAY SETTLEMENT REGISTER - RUN DATE'.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(24) VALUE
               '   TERMINATIONS FROM '.
           05  HDR-WINDOW-DATE         PIC 9(08).
       01  HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                  PIC X(26) VALUE
               'EMPLOYEE NAME'.
           05  FILLER                  PIC X(10) VALUE 'TERM DATE'.
           05  FILLER                  PIC X(10) VALUE 'VAC HOURS'.
           05  FILLER                  PIC X(10) VALUE 'HOURLY'.
           05  FILLER                  PIC X(12) VALUE 'PAYOUT'.
           05  FILLER                  PIC X(12) VALUE 'TAX'.
           05  FILLER                  PIC X(12) VALUE 'NET'.
           05  FILLER                  PIC X(12) VALUE 'RECOVERY'.
           05  FILLER                  PIC X(20) VALUE 'STATUS'.

       01  DETAIL-LINE.
           05  DTL-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-TERM-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-HOURS               PIC ZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-HOURLY-RATE         PIC ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-GROSS-PAY           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-TAX-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NET-PAY             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECOVERY            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STATUS              PIC X(20).

       01  TRAILER-LINE.
           05  FILLER                  PIC X(09) VALUE 'SETTLED:'.
           05  TRL-SETTLED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAYOUT:'.
           05  TRL-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'TAX:'.
           05  TRL-TAX                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'NET:'.
           05  TRL-NET                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RECOVERY:'.
           05  TRL-RECOVERY            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DEFERRED:'.
           05  TRL-DEFERRED            PIC ZZ,ZZ9.
       01  TRAILER-LINE-2.
           05  FILLER                  PIC X(13) VALUE
               'UNCOLLECTED:'.
           05  TRL-UNCOLLECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'AMOUNT:'.
           05  TRL-UNCOLLECTED         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------*
      * OPEN-DEDUCTION LIST LINE LAYOUTS                          *
      *----------------------------------------------------------*
       01  ODL-HEADING-1.
           05  FILLER                  PIC X(48) VALUE
               'OPEN DEDUCTIONS AT FINAL SETTLEMENT - RUN DATE'.
           05  ODL-HDR-RUN-DATE        PIC 9(08).
       01  ODL-HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                  PIC X(27) VALUE
               'EMPLOYEE NAME'.
           05  FILLER                  PIC X(04) VALUE 'PRI'.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(22) VALUE
               'DESCRIPTION'.
           05  FILLER                  PIC X(14) VALUE 'GOAL'.
           05  FILLER                  PIC X(14) VALUE
               'TAKEN TO DATE'.
           05  FILLER                  PIC X(14) VALUE
               'GOAL UNPAID'.
           05  FILLER                  PIC X(14) VALUE 'ARREARS'.

       01  ODL-DETAIL-LINE.
           05  ODL-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-EMP-NAME            PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-PRIORITY            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-CODE                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-DESC                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-GOAL                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-TAKEN               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-REMAINING           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-ARREARS             PIC Z,ZZZ,ZZ9.99.

       01  ODL-TRAILER-LINE.
           05  FILLER                  PIC X(24) VALUE
               'OPEN DEDUCTIONS LISTED:'.
           05  ODL-TRL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - CHECK THE RUN DATE, LOAD THE RATES,     *
      * OPEN FILES, AND PRIME THE READ                            *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-PAY-CALENDAR THRU 1050-EXIT.
           PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
           PERFORM 1300-LOAD-EMPLOYER-RATES THRU 1300-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-MASTER-FILE.
           IF NOT LEAVE-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O DEDUCTION-MASTER-FILE.
           IF NOT DED-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O PAY-HISTORY-FILE.
           IF NOT HIST-FS-OK
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
               IF NOT HIST-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O YTD-MASTER-FILE.
           IF NOT YTD-FS-OK
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
               IF NOT YTD-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SETTLEMENT-REGISTER-FILE.
           IF NOT REG-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT OPEN-DEDUCTION-FILE.
           IF NOT ODL-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1800-OPEN-RESTART-CONTROL THRU 1800-EXIT.
           MOVE RUN-DATE-NUM    TO HDR-RUN-DATE.
           MOVE WINDOW-DATE-NUM TO HDR-WINDOW-DATE.
           MOVE HEADING-1 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE HEADING-2 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE RUN-DATE-NUM TO ODL-HDR-RUN-DATE.
           MOVE ODL-HEADING-1 TO OPEN-DEDUCTION-LINE.
           WRITE OPEN-DEDUCTION-LINE.
           MOVE ODL-HEADING-2 TO OPEN-DEDUCTION-LINE.
           WRITE OPEN-DEDUCTION-LINE.
           PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1050-CHECK-PAY-CALENDAR - A SCHEDULED PAY DATE BELONGS TO  *
      * THE PAY RUN, WHICH KEYS ITS OWN PAY-HISTORY RECORDS BY IT, *
      * SO NO SETTLEMENT IS MADE ON ONE: THE RUN ENDS WITH         *
      * RETURN-CODE 4 AND THE LAST SUCCESS DATE UNMOVED, AND THE   *
      * NEXT NIGHT'S RUN PICKS THE SAME TERMINATIONS UP. AN        *
      * UNREADABLE CALENDAR FAILS CLOSED                           *
      *----------------------------------------------------------*
       1050-CHECK-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT CAL-FS-OK
               DISPLAY MSG-FILE-ERROR
               DISPLAY 'FINPAY: PAY-CALENDAR FILE UNREADABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO PCAL-SCHED-DATE.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'FINPAY: ' RUN-DATE-NUM
                       ' IS A SCHEDULED PAY DATE - SETTLEMENTS '
                       'WAIT FOR THE NEXT RUN'
                   CLOSE PAY-CALENDAR-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-READ.
           PERFORM 1060-FIND-LAST-PAY-DATE THRU 1060-EXIT.
           CLOSE PAY-CALENDAR-FILE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1060-FIND-LAST-PAY-DATE - THE LAST SCHEDULED PAY DATE      *
      * BEFORE THE RUN DATE, LOOKING BACK INTO THE PRIOR YEAR. THE *
      * NEXT PAY RUN'S PERIOD STARTS THE DAY AFTER IT, AND THE PAY *
      * RUN PAYS A TERMINATED EMPLOYEE ONLY IF THE TERMINATION     *
      * FALLS ON OR AFTER THE PERIOD START                         *
      *----------------------------------------------------------*
       1060-FIND-LAST-PAY-DATE.
           MOVE ZERO TO LAST-PAY-DATE.
           MOVE 'N'  TO CAL-EOF-SWITCH.
           COMPUTE CAL-SCAN-YEAR = RUN-YEAR - 1.
           MOVE 1 TO CAL-SCAN-MONTH.
           MOVE 1 TO CAL-SCAN-DAY.
           MOVE CAL-SCAN-DATE-NUM TO PCAL-SCHED-DATE.
           START PAY-CALENDAR-FILE KEY NOT LESS THAN PCAL-SCHED-DATE
               INVALID KEY
                   MOVE 'Y' TO CAL-EOF-SWITCH
           END-START.
           PERFORM 1070-SCAN-PAY-DATE THRU 1070-EXIT
               UNTIL CAL-SCAN-DONE.
       1060-EXIT.
           EXIT.

       1070-SCAN-PAY-DATE.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CAL-EOF-SWITCH
                   GO TO 1070-EXIT
           END-READ.
           IF PCAL-SCHED-DATE > RUN-DATE-NUM
               MOVE 'Y' TO CAL-EOF-SWITCH
           ELSE
               MOVE PCAL-SCHED-DATE TO LAST-PAY-DATE
           END-IF.
       1070-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-LOAD-TAX-TABLE - TWO PASSES OVER THE TAX-RATE TABLE   *
      * FILE, AS IN THE PAY RUN: THE FIRST FINDS THE LATEST        *
      * EFFECTIVE DATE NOT AFTER THE RUN DATE, THE SECOND LOADS    *
      * THAT SET'S BRACKETS IN RISING BAND ORDER, HOLDING BRACKET  *
      * 99'S FLAT SUPPLEMENTAL RATE APART                          *
      *----------------------------------------------------------*
       1100-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-TABLE-FILE.
           IF NOT TAX-FS-OK
               DISPLAY MSG-FILE-ERROR
               DISPLAY 'FINPAY: TAX-RATE TABLE FILE UNREADABLE'
               STOP RUN
           END-IF.
           MOVE ZERO TO EFFECTIVE-SET-DATE.
           MOVE 'N'  TO TAX-EOF-SWITCH.
           PERFORM 1150-READ-TAX-RATE THRU 1150-EXIT.
           PERFORM 1160-SCAN-EFFECTIVE-DATE THRU 1160-EXIT
               UNTIL TAX-TABLE-DONE.
           IF EFFECTIVE-SET-DATE = ZERO
               DISPLAY 'FINPAY: NO TAX-RATE SET IN EFFECT FOR '
                   RUN-DATE-NUM ' - RUN STOPPED'
               STOP RUN
           END-IF.
           MOVE 'N' TO TAX-EOF-SWITCH.
           MOVE EFFECTIVE-SET-DATE TO TXR-EFF-DATE.
           MOVE ZERO TO TXR-BRACKET.
           START TAX-RATE-TABLE-FILE KEY NOT LESS THAN TXR-KEY
               INVALID KEY
                   MOVE 'Y' TO TAX-EOF-SWITCH
           END-START.
           IF NOT TAX-TABLE-DONE
               PERFORM 1150-READ-TAX-RATE THRU 1150-EXIT
           END-IF.
           PERFORM 1170-STORE-BRACKET THRU 1170-EXIT
               UNTIL TAX-TABLE-DONE.
           IF TAX-BRACKET-COUNT = ZERO
               DISPLAY 'FINPAY: TAX-RATE SET ' EFFECTIVE-SET-DATE
                   ' HAS NO BRACKETS - RUN STOPPED'
               STOP RUN
           END-IF.
           CLOSE TAX-RATE-TABLE-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-TAX-RATE.
           READ TAX-RATE-TABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TAX-EOF-SWITCH
           END-READ.
       1150-EXIT.
           EXIT.

       1160-SCAN-EFFECTIVE-DATE.
           IF TXR-EFF-DATE NOT > RUN-DATE-NUM
              AND TXR-EFF-DATE > EFFECTIVE-SET-DATE
               MOVE TXR-EFF-DATE TO EFFECTIVE-SET-DATE
           END-IF.
           PERFORM 1150-READ-TAX-RATE THRU 1150-EXIT.
       1160-EXIT.
           EXIT.

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
                   TO TAX-TBL-FROM (TAX-BRACKET-COUNT)
               MOVE TXR-SALARY-TO
                   TO TAX-TBL-TO (TAX-BRACKET-COUNT)
               MOVE TXR-RATE
                   TO TAX-TBL-RATE (TAX-BRACKET-COUNT)
           ELSE
               DISPLAY 'FINPAY: BRACKET TABLE FULL - LINE IGNORED'
           END-IF.
           PERFORM 1150-READ-TAX-RATE THRU 1150-EXIT.
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1300-LOAD-EMPLOYER-RATES - THE SAME TWO PASSES OVER THE    *
      * EMPLOYER CONTRIBUTION RATE TABLE FILE. AS IN THE PAY RUN,  *
      * A MISSING FILE OR SET IS FLAGGED ON THE CONSOLE AND THE    *
      * SETTLEMENTS CARRY NO EMPLOYER COST                         *
      *----------------------------------------------------------*
       1300-LOAD-EMPLOYER-RATES.
           MOVE ZERO TO ERC-RATE-COUNT.
           MOVE ZERO TO ERC-SET-DATE.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF NOT ERC-FS-OK
               DISPLAY 'FINPAY: EMPLOYER CONTRIBUTION RATE FILE '
                   'UNREADABLE - NO EMPLOYER COST RECORDED'
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
           PERFORM 1360-SCAN-EMPLOYER-DATE THRU 1360-EXIT
               UNTIL ERC-TABLE-DONE.
           IF ERC-SET-DATE = ZERO
               DISPLAY 'FINPAY: NO EMPLOYER CONTRIBUTION SET IN '
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
               DISPLAY 'FINPAY: EMPLOYER RATE TABLE FULL - TYPE '
                   ERC-TYPE ' IGNORED'
           END-IF.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
       1370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1800-OPEN-RESTART-CONTROL - THE LAST SUCCESS DATE ON THIS  *
      * JOB'S RECORD OPENS THE SELECTION WINDOW (TERMINATIONS ON   *
      * OR AFTER IT - A TERMINATION KEYED LATER THAT SAME DAY IS   *
      * STILL DUE); WITH NO RECORD YET THE WINDOW OPENS AT THE     *
      * START OF THE RUN YEAR. THE RUN IS THEN MARKED IN-FLIGHT    *
      * SO THE RUN-SEQUENCE CHECKS CAN SEE IT; 3000-FINALIZE FLIPS *
      * THE RECORD TO COMPLETE                                     *
      *----------------------------------------------------------*
       1800-OPEN-RESTART-CONTROL.
           OPEN I-O RESTART-CONTROL-FILE.
           IF NOT RESTART-FS-OK
               OPEN OUTPUT RESTART-CONTROL-FILE
               CLOSE RESTART-CONTROL-FILE
               OPEN I-O RESTART-CONTROL-FILE
           END-IF.
           MOVE 'FINPAY  ' TO RESTART-JOB-NAME.
           READ RESTART-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO CHECKPOINT-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO CHECKPOINT-SWITCH
           END-READ.
           IF CHECKPOINT-RECORD-EXISTS
              AND RESTART-LAST-SUCCESS-DATE-NUM NUMERIC
              AND RESTART-LAST-SUCCESS-DATE-NUM > ZERO
               MOVE RESTART-LAST-SUCCESS-DATE-NUM TO WINDOW-DATE-NUM
           ELSE
               MOVE RUN-YEAR TO WINDOW-YEAR
               MOVE 1 TO WINDOW-MONTH
               MOVE 1 TO WINDOW-DAY
           END-IF.
           MOVE 'FINPAY  ' TO RESTART-JOB-NAME.
           MOVE SPACES TO RESTART-LAST-EMP-ID.
           MOVE ZERO   TO RESTART-CHECKPOINT-COUNT.
           MOVE ZERO   TO RESTART-ACCUM-COUNT.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-1.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-2.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-3.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-4.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-5.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-6.
           MOVE ZERO   TO RESTART-ACCUM-AMOUNT-7.
           IF NOT CHECKPOINT-RECORD-EXISTS
               MOVE ZERO TO RESTART-LAST-SUCCESS-DATE-NUM
           END-IF.
           SET RESTART-JOB-IN-FLIGHT TO TRUE.
           IF CHECKPOINT-RECORD-EXISTS
               REWRITE RESTART-CONTROL-RECORD
           ELSE
               WRITE RESTART-CONTROL-RECORD
               MOVE 'Y' TO CHECKPOINT-SWITCH
           END-IF.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1900-READ-EMPLOYEE - READ NEXT RECORD SEQUENTIALLY        *
      *----------------------------------------------------------*
       1900-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-EMPLOYEE - SETTLE ONE TERMINATED EMPLOYEE     *
      *----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           IF EMP-TERMINATED
               PERFORM 2100-SELECT-SETTLEMENT THRU 2100-EXIT
               IF SETTLE-EMPLOYEE
                   PERFORM 2200-COMPUTE-SETTLEMENT THRU 2200-EXIT
                   PERFORM 2300-WRITE-PAY-HISTORY THRU 2300-EXIT
                   PERFORM 2400-UPDATE-YTD THRU 2400-EXIT
                   PERFORM 2500-CLEAR-LEAVE-BALANCE THRU 2500-EXIT
                   PERFORM 2600-SET-UP-RECOVERY THRU 2600-EXIT
                   PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
                   PERFORM 2800-LIST-OPEN-DEDUCTIONS THRU 2800-EXIT
               END-IF
           END-IF.
           PERFORM 1900-READ-EMPLOYEE THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-SELECT-SETTLEMENT - THE EMPLOYEE'S PAY HISTORY IS     *
      * SCANNED FOR A SETTLEMENT ALREADY MADE: ONE ON AN EARLIER   *
      * DATE MEANS NOTHING MORE IS OWED; ONE ON THIS RUN DATE IS A *
      * RERUN AND IS RE-SETTLED WHATEVER THE WINDOW SAYS.          *
      * OTHERWISE THE TERMINATION MUST FALL ON OR AFTER THE WINDOW *
      * DATE AND NOT AFTER THE RUN DATE. AN EMPLOYEE SETTLED ON    *
      * THE WINDOW DATE ITSELF HAS THAT SETTLEMENT ON FILE AND IS  *
      * PASSED OVER AS SETTLED EARLIER. A PAY-RUN RECORD ALREADY   *
      * ON FILE FOR THIS EMPLOYEE AND RUN DATE (AN OFF-CALENDAR    *
      * PAY RUN EARLIER TONIGHT) HOLDS THE KEY, SO THE SETTLEMENT  *
      * IS DEFERRED TO THE NEXT RUN                                *
      *----------------------------------------------------------*
       2100-SELECT-SETTLEMENT.
           MOVE 'N' TO SETTLE-SWITCH.
           MOVE 'N' TO RERUN-SWITCH.
           MOVE 'N' TO EARLIER-SWITCH.
           MOVE 'N' TO PAY-ON-FILE-SWITCH.
           IF EMP-TERM-DATE NOT NUMERIC
              OR EMP-TERM-DATE = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE EMP-TERM-DATE TO TERM-DATE-WORK.
           IF TERM-DATE-NUM > RUN-DATE-NUM
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-SCAN-PAY-HISTORY THRU 2110-EXIT.
           IF SETTLED-EARLIER
               IF TERM-DATE-NUM NOT < WINDOW-DATE-NUM
                   ADD 1 TO ALREADY-SETTLED-COUNT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF SETTLED-TODAY
               MOVE 'Y' TO SETTLE-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF TERM-DATE-NUM < WINDOW-DATE-NUM
               GO TO 2100-EXIT
           END-IF.
           IF PAY-ON-FILE
               ADD 1 TO DEFERRED-COUNT
               MOVE ZERO TO SETTLE-HOURS
               MOVE ZERO TO HOURLY-RATE
               MOVE ZERO TO GROSS-PAY
               MOVE ZERO TO TAX-AMOUNT
               MOVE ZERO TO NET-PAY
               MOVE ZERO TO RECOVERY-AMOUNT
               MOVE 'DEFERRED-PAY ON FILE' TO SETTLE-STATUS
               PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO SETTLE-SWITCH.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2110-SCAN-PAY-HISTORY - READ THE EMPLOYEE'S PAY-HISTORY    *
      * RECORDS IN DATE ORDER; A SETTLEMENT DATED TODAY LEAVES ITS *
      * FIGURES AND HOURS BEHIND FOR THE RERUN. A SETTLEMENT DATED *
      * BEFORE THE TERMINATION DATE BELONGS TO AN EARLIER          *
      * EMPLOYMENT (THE EMPLOYEE WAS SINCE REHIRED) AND IS IGNORED *
      *----------------------------------------------------------*
       2110-SCAN-PAY-HISTORY.
           MOVE 'N' TO SCAN-EOF-SWITCH.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZEROES TO PH-RUN-DATE.
           START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-SWITCH
           END-START.
           PERFORM 2120-SCAN-ONE-RECORD THRU 2120-EXIT
               UNTIL SCAN-DONE.
       2110-EXIT.
           EXIT.

       2120-SCAN-ONE-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-EOF-SWITCH
           END-READ.
           IF NOT SCAN-DONE
              AND PH-EMP-ID NOT = EMP-ID
               MOVE 'Y' TO SCAN-EOF-SWITCH
           END-IF.
           IF SCAN-DONE
               GO TO 2120-EXIT
           END-IF.
           IF PH-RUN-DATE = RUN-DATE
               IF PH-TYPE-FINAL
                   MOVE 'Y' TO RERUN-SWITCH
                   MOVE PH-SETTLED-HOURS TO SETTLE-HOURS
                   MOVE PH-GROSS-PAY     TO PRIOR-HIST-GROSS
                   MOVE PH-TAX-AMOUNT    TO PRIOR-HIST-TAX
                   MOVE PH-DEDUCTIONS    TO PRIOR-HIST-DEDUCTIONS
                   MOVE PH-NET-PAY       TO PRIOR-HIST-NET
               ELSE
                   MOVE 'Y' TO PAY-ON-FILE-SWITCH
               END-IF
           ELSE
               IF PH-TYPE-FINAL
                  AND PH-RUN-DATE NOT < TERM-DATE-NUM
                   MOVE 'Y' TO EARLIER-SWITCH
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-COMPUTE-SETTLEMENT - HOURS TO SETTLE COME FROM THE    *
      * LEAVE BALANCE (OR, ON A RERUN, FROM TODAY'S SETTLEMENT     *
      * RECORD, THE BALANCE HAVING BEEN ZEROED). POSITIVE HOURS    *
      * ARE PAID OUT AT THE HOURLY RATE AND WITHHELD AT THE FLAT   *
      * SUPPLEMENTAL RATE, OR AT THE BRACKET RATE FOR THE          *
      * EMPLOYEE'S ANNUAL SALARY WHEN THE SET CARRIES NO FLAT      *
      * RATE; NEGATIVE HOURS ARE COSTED AT THE SAME HOURLY RATE    *
      * FOR RECOVERY                                               *
      *----------------------------------------------------------*
       2200-COMPUTE-SETTLEMENT.
           MOVE 'N' TO LEAVE-FOUND-SWITCH.
           IF NOT SETTLED-TODAY
               MOVE ZERO   TO SETTLE-HOURS
               MOVE EMP-ID TO LV-EMP-ID
               READ LEAVE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO LEAVE-FOUND-SWITCH
                       MOVE LV-VAC-BALANCE TO SETTLE-HOURS
               END-READ
           END-IF.
           COMPUTE HOURLY-RATE ROUNDED =
               EMP-SALARY / STANDARD-ANNUAL-HOURS.
           MOVE ZERO TO GROSS-PAY.
           MOVE ZERO TO TAX-AMOUNT.
           MOVE ZERO TO NET-PAY.
           MOVE ZERO TO RECOVERY-AMOUNT.
           EVALUATE TRUE
               WHEN SETTLE-HOURS > ZERO
                   COMPUTE GROSS-PAY ROUNDED =
                       SETTLE-HOURS * HOURLY-RATE
                   IF SUPPLEMENTAL-RATE-LOADED
                       MOVE SUPPLEMENTAL-RATE TO TAX-RATE
                   ELSE
                       PERFORM 2210-DETERMINE-TAX-RATE THRU 2210-EXIT
                   END-IF
                   COMPUTE TAX-AMOUNT ROUNDED =
                       GROSS-PAY * TAX-RATE
                   COMPUTE NET-PAY = GROSS-PAY - TAX-AMOUNT
                   MOVE 'VACATION PAID OUT' TO SETTLE-STATUS
               WHEN SETTLE-HOURS < ZERO
                   COMPUTE RECOVER-HOURS = ZERO - SETTLE-HOURS
                   COMPUTE RECOVERY-AMOUNT ROUNDED =
                       RECOVER-HOURS * HOURLY-RATE
                   MOVE 'OVERDRAWN - RECOVERY' TO SETTLE-STATUS
               WHEN OTHER
                   MOVE 'NO BALANCE OWED' TO SETTLE-STATUS
           END-EVALUATE.
           IF SETTLED-TODAY
               MOVE 'RERUN - RE-SETTLED' TO SETTLE-STATUS
           END-IF.
           PERFORM 2240-COMPUTE-EMPLOYER-COST THRU 2240-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2210-DETERMINE-TAX-RATE - THE BRACKET WHOSE ANNUAL BAND    *
      * HOLDS THE EMPLOYEE'S ANNUAL SALARY SUPPLIES THE RATE; A    *
      * SALARY ABOVE EVERY BAND TAKES THE TOP BRACKET'S RATE       *
      *----------------------------------------------------------*
       2210-DETERMINE-TAX-RATE.
           MOVE 'N'  TO BRACKET-HIT-SWITCH.
           MOVE ZERO TO TAX-IX.
           PERFORM 2220-FIND-BRACKET THRU 2220-EXIT
               UNTIL BRACKET-FOUND OR TAX-IX NOT < TAX-BRACKET-COUNT.
           IF NOT BRACKET-FOUND
               DISPLAY MSG-CALC-ERROR
               DISPLAY 'FINPAY: NO BRACKET FOR ' EMP-ID
                   ' - TOP BRACKET RATE APPLIED'
               MOVE TAX-TBL-RATE (TAX-BRACKET-COUNT) TO TAX-RATE
           END-IF.
       2210-EXIT.
           EXIT.

       2220-FIND-BRACKET.
           ADD 1 TO TAX-IX.
           IF EMP-SALARY NOT < TAX-TBL-FROM (TAX-IX)
              AND EMP-SALARY NOT > TAX-TBL-TO (TAX-IX)
               MOVE 'Y' TO BRACKET-HIT-SWITCH
               MOVE TAX-TBL-RATE (TAX-IX) TO TAX-RATE
           END-IF.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2240-COMPUTE-EMPLOYER-COST - EACH CONTRIBUTION TYPE OF THE *
      * SET IN EFFECT COSTS ITS RATE TIMES THE PAYOUT; THE         *
      * EMPLOYER COST IS THEIR SUM (NOTHING ON A RECOVERY)         *
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
      * 2300-WRITE-PAY-HISTORY - THE FINAL-SETTLEMENT RECORD,      *
      * KEYED BY THE RUN DATE; A RERUN REPLACES TODAY'S RECORD     *
      *----------------------------------------------------------*
       2300-WRITE-PAY-HISTORY.
           MOVE EMP-ID          TO PH-EMP-ID.
           MOVE RUN-DATE        TO PH-RUN-DATE.
           MOVE EMP-DEPT-CODE   TO PH-DEPT-CODE.
           MOVE GROSS-PAY       TO PH-GROSS-PAY.
           MOVE TAX-AMOUNT      TO PH-TAX-AMOUNT.
           MOVE ZERO            TO PH-DEDUCTIONS.
           MOVE NET-PAY         TO PH-NET-PAY.
           MOVE ZERO            TO PH-PERIOD-NUMBER.
           SET PH-TYPE-FINAL    TO TRUE.
           MOVE ZERO            TO PH-ADJUSTED-DATE.
           MOVE ZERO            TO PH-PRORATION-FACTOR.
           MOVE SETTLE-HOURS    TO PH-SETTLED-HOURS.
           MOVE GROSS-PAY       TO PH-SUPPLEMENTAL-PAY.
           MOVE TAX-AMOUNT      TO PH-SUPPLEMENTAL-TAX.
           MOVE EMPLOYER-COST   TO PH-EMPLOYER-COST.
           PERFORM 2310-STORE-CONTRIBUTION THRU 2310-EXIT
               VARYING ERC-IX FROM 1 BY 1
               UNTIL ERC-IX > ERC-RATE-MAX.
           IF SETTLED-TODAY
               REWRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-WRITE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2310-STORE-CONTRIBUTION - ONE CONTRIBUTION TYPE'S COST     *
      * ONTO PAY HISTORY; ENTRIES BEYOND THE SET ARE CLEARED       *
      *----------------------------------------------------------*
       2310-STORE-CONTRIBUTION.
           IF ERC-IX > ERC-RATE-COUNT
               MOVE SPACES TO PH-ER-TYPE (ERC-IX)
               MOVE ZERO   TO PH-ER-AMOUNT (ERC-IX)
           ELSE
               MOVE ERC-TBL-TYPE (ERC-IX)   TO PH-ER-TYPE (ERC-IX)
               MOVE ERC-TBL-AMOUNT (ERC-IX) TO PH-ER-AMOUNT (ERC-IX)
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-UPDATE-YTD - ADD THE SETTLEMENT TO THE EMPLOYEE'S     *
      * YEAR-TO-DATE RECORD AS THE PAY RUN DOES, BACKING A         *
      * SAME-DATE SETTLEMENT'S FIGURES OUT FIRST ON A RERUN        *
      *----------------------------------------------------------*
       2400-UPDATE-YTD.
           MOVE 'N' TO YTD-FOUND-SWITCH.
           MOVE EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO YTD-FOUND-SWITCH
           END-READ.
           IF NOT YTD-ON-FILE
               MOVE EMP-ID   TO YTD-EMP-ID
               MOVE RUN-YEAR TO YTD-YEAR
               MOVE ZERO     TO YTD-GROSS-PAY
               MOVE ZERO     TO YTD-TAX-AMOUNT
               MOVE ZERO     TO YTD-DEDUCTIONS
               MOVE ZERO     TO YTD-NET-PAY
               MOVE ZERO     TO YTD-RUN-COUNT
           END-IF.
           IF YTD-YEAR NOT = RUN-YEAR
               MOVE RUN-YEAR TO YTD-YEAR
               MOVE ZERO     TO YTD-GROSS-PAY
               MOVE ZERO     TO YTD-TAX-AMOUNT
               MOVE ZERO     TO YTD-DEDUCTIONS
               MOVE ZERO     TO YTD-NET-PAY
               MOVE ZERO     TO YTD-RUN-COUNT
           END-IF.
           IF SETTLED-TODAY
               SUBTRACT PRIOR-HIST-GROSS      FROM YTD-GROSS-PAY
               SUBTRACT PRIOR-HIST-TAX        FROM YTD-TAX-AMOUNT
               SUBTRACT PRIOR-HIST-DEDUCTIONS FROM YTD-DEDUCTIONS
               SUBTRACT PRIOR-HIST-NET        FROM YTD-NET-PAY
               IF YTD-RUN-COUNT > ZERO
                   SUBTRACT 1 FROM YTD-RUN-COUNT
               END-IF
           END-IF.
           ADD GROSS-PAY  TO YTD-GROSS-PAY.
           ADD TAX-AMOUNT TO YTD-TAX-AMOUNT.
           ADD NET-PAY    TO YTD-NET-PAY.
           ADD 1          TO YTD-RUN-COUNT.
           IF YTD-ON-FILE
               REWRITE YTD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE YTD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-WRITE
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-CLEAR-LEAVE-BALANCE - THE BALANCE HAS BEEN SETTLED    *
      * ONE WAY OR THE OTHER, SO IT GOES TO ZERO                   *
      *----------------------------------------------------------*
       2500-CLEAR-LEAVE-BALANCE.
           IF LEAVE-ON-FILE
               MOVE ZERO TO LV-VAC-BALANCE
               REWRITE LEAVE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-ERROR
               END-REWRITE
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-SET-UP-RECOVERY - AN OVERDRAWN BALANCE BECOMES THE    *
      * RESERVED PRIORITY-00 DEDUCTION, A FLAT AMOUNT WITH A GOAL  *
      * OF THE SAME FIGURE, SO THE FINAL PAY TAKES IT BACK AHEAD   *
      * OF EVERYTHING ELSE AND ANY SHORTFALL SHOWS AS ARREARS.     *
      * THAT FINAL PAY EXISTS ONLY IF THE TERMINATION FALLS AFTER  *
      * THE LAST SCHEDULED PAY DATE; AN EARLIER TERMINATION HAS    *
      * HAD ITS LAST PAY, SO THE AMOUNT IS UNCOLLECTED. A RECOVERY *
      * THE PAY RUN HAS ALREADY STARTED TAKING IS LEFT ALONE. A    *
      * RETRO-PAY OVERPAYMENT RECOVERY HOLDING THE PRIORITY IS     *
      * LEFT ALONE TOO, AND THE VACATION AMOUNT IS UNCOLLECTED     *
      *----------------------------------------------------------*
       2600-SET-UP-RECOVERY.
           MOVE 'N' TO UNCOLLECTED-SWITCH.
           IF RECOVERY-AMOUNT = ZERO
               GO TO 2600-EXIT
           END-IF.
           IF LAST-PAY-DATE = ZERO
              OR TERM-DATE-NUM NOT > LAST-PAY-DATE
               PERFORM 2650-RECORD-UNCOLLECTED THRU 2650-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE EMP-ID TO DED-EMP-ID.
           MOVE ZERO   TO DED-PRIORITY.
           READ DEDUCTION-MASTER-FILE
               INVALID KEY
                   PERFORM 2610-BUILD-RECOVERY THRU 2610-EXIT
                   WRITE DEDUCTION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-ERROR
                           PERFORM 2650-RECORD-UNCOLLECTED
                               THRU 2650-EXIT
                           GO TO 2600-EXIT
                   END-WRITE
               NOT INVALID KEY
                   IF DED-CODE NOT = 'VAC'
                       DISPLAY 'FINPAY: PRIORITY 00 HOLDS A '
                           DED-CODE ' RECOVERY FOR ' EMP-ID
                           ' - VACATION RECOVERY UNCOLLECTED'
                       PERFORM 2650-RECORD-UNCOLLECTED THRU 2650-EXIT
                       GO TO 2600-EXIT
                   END-IF
                   IF DED-TAKEN-TO-DATE = ZERO
                       PERFORM 2610-BUILD-RECOVERY THRU 2610-EXIT
                       REWRITE DEDUCTION-MASTER-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-ERROR
                       END-REWRITE
                   END-IF
           END-READ.
           ADD 1 TO RECOVERY-COUNT.
           ADD RECOVERY-AMOUNT TO TOTAL-RECOVERY.
       2600-EXIT.
           EXIT.

       2610-BUILD-RECOVERY.
           MOVE EMP-ID               TO DED-EMP-ID.
           MOVE ZERO                 TO DED-PRIORITY.
           MOVE 'VAC'                TO DED-CODE.
           MOVE 'VACATION OVERDRAWN' TO DED-DESCRIPTION.
           SET DED-FLAT-AMOUNT       TO TRUE.
           MOVE RECOVERY-AMOUNT      TO DED-AMOUNT.
           MOVE ZERO                 TO DED-RATE.
           MOVE RECOVERY-AMOUNT      TO DED-GOAL-AMOUNT.
           MOVE ZERO                 TO DED-TAKEN-TO-DATE.
           MOVE ZERO                 TO DED-ARREARS-BALANCE.
           MOVE ZERO                 TO DED-LAST-RUN-DATE.
           MOVE ZERO                 TO DED-LAST-TAKEN.
           MOVE ZERO                 TO DED-LAST-ARREARS-BFWD.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2650-RECORD-UNCOLLECTED - NO PAY RUN WILL TAKE THE         *
      * RECOVERY; THE REGISTER SHOWS IT AS UNCOLLECTED AND IT GOES *
      * ON HR'S LIST FOR COLLECTION OUTSIDE PAYROLL                *
      *----------------------------------------------------------*
       2650-RECORD-UNCOLLECTED.
           MOVE 'Y' TO UNCOLLECTED-SWITCH.
           MOVE 'RECOVERY UNCOLLECTED' TO SETTLE-STATUS.
           ADD 1 TO UNCOLLECTED-COUNT.
           ADD RECOVERY-AMOUNT TO TOTAL-UNCOLLECTED.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2700-WRITE-DETAIL - ONE SETTLEMENT REGISTER LINE; A        *
      * SETTLED LINE ALSO ADDS TO THE RUN TOTALS                   *
      *----------------------------------------------------------*
       2700-WRITE-DETAIL.
           MOVE EMP-ID TO DTL-EMP-ID.
           MOVE SPACES TO DTL-EMP-NAME.
           STRING EMP-FIRST-NAME DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  EMP-LAST-NAME  DELIMITED BY SIZE
               INTO DTL-EMP-NAME.
           MOVE TERM-DATE-NUM   TO DTL-TERM-DATE.
           MOVE SETTLE-HOURS    TO DTL-HOURS.
           MOVE HOURLY-RATE     TO DTL-HOURLY-RATE.
           MOVE GROSS-PAY       TO DTL-GROSS-PAY.
           MOVE TAX-AMOUNT      TO DTL-TAX-AMOUNT.
           MOVE NET-PAY         TO DTL-NET-PAY.
           MOVE RECOVERY-AMOUNT TO DTL-RECOVERY.
           MOVE SETTLE-STATUS   TO DTL-STATUS.
           MOVE DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF SETTLE-EMPLOYEE
               ADD 1 TO SETTLED-COUNT
               ADD GROSS-PAY  TO TOTAL-GROSS
               ADD TAX-AMOUNT TO TOTAL-TAX
               ADD NET-PAY    TO TOTAL-NET
               ADD EMPLOYER-COST TO TOTAL-EMPLOYER-COST
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2800-LIST-OPEN-DEDUCTIONS - EVERY DEDUCTION OF THE SETTLED *
      * EMPLOYEE WITH A GOAL NOT YET COLLECTED OR AN ARREARS       *
      * BALANCE GOES ON HR'S LIST (INCLUDING A RECOVERY JUST SET   *
      * UP ABOVE), AFTER A LINE FOR A RECOVERY LEFT UNCOLLECTED    *
      *----------------------------------------------------------*
       2800-LIST-OPEN-DEDUCTIONS.
           IF RECOVERY-UNCOLLECTED
               MOVE EMP-ID                 TO ODL-EMP-ID
               MOVE DTL-EMP-NAME           TO ODL-EMP-NAME
               MOVE ZERO                   TO ODL-PRIORITY
               MOVE 'VAC'                  TO ODL-CODE
               MOVE 'VACATION UNCOLLECTED' TO ODL-DESC
               MOVE RECOVERY-AMOUNT        TO ODL-GOAL
               MOVE ZERO                   TO ODL-TAKEN
               MOVE RECOVERY-AMOUNT        TO ODL-REMAINING
               MOVE ZERO                   TO ODL-ARREARS
               MOVE ODL-DETAIL-LINE TO OPEN-DEDUCTION-LINE
               WRITE OPEN-DEDUCTION-LINE
               ADD 1 TO OPEN-DED-COUNT
           END-IF.
           MOVE 'N' TO DED-EOF-SWITCH.
           MOVE EMP-ID TO DED-EMP-ID.
           MOVE ZERO   TO DED-PRIORITY.
           START DEDUCTION-MASTER-FILE KEY NOT LESS THAN DED-KEY
               INVALID KEY
                   MOVE 'Y' TO DED-EOF-SWITCH
           END-START.
           IF NOT DEDUCTIONS-DONE
               PERFORM 2810-READ-DEDUCTION THRU 2810-EXIT
           END-IF.
           PERFORM 2820-CHECK-DEDUCTION THRU 2820-EXIT
               UNTIL DEDUCTIONS-DONE.
       2800-EXIT.
           EXIT.

       2810-READ-DEDUCTION.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO DED-EOF-SWITCH
           END-READ.
           IF NOT DEDUCTIONS-DONE
              AND DED-EMP-ID NOT = EMP-ID
               MOVE 'Y' TO DED-EOF-SWITCH
           END-IF.
       2810-EXIT.
           EXIT.

       2820-CHECK-DEDUCTION.
           MOVE ZERO TO GOAL-REMAINING.
           IF DED-GOAL-AMOUNT > DED-TAKEN-TO-DATE
               COMPUTE GOAL-REMAINING =
                   DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
           END-IF.
           IF GOAL-REMAINING > ZERO
              OR DED-ARREARS-BALANCE > ZERO
               MOVE DED-EMP-ID          TO ODL-EMP-ID
               MOVE DTL-EMP-NAME        TO ODL-EMP-NAME
               MOVE DED-PRIORITY        TO ODL-PRIORITY
               MOVE DED-CODE            TO ODL-CODE
               MOVE DED-DESCRIPTION     TO ODL-DESC
               MOVE DED-GOAL-AMOUNT     TO ODL-GOAL
               MOVE DED-TAKEN-TO-DATE   TO ODL-TAKEN
               MOVE GOAL-REMAINING      TO ODL-REMAINING
               MOVE DED-ARREARS-BALANCE TO ODL-ARREARS
               MOVE ODL-DETAIL-LINE TO OPEN-DEDUCTION-LINE
               WRITE OPEN-DEDUCTION-LINE
               ADD 1 TO OPEN-DED-COUNT
           END-IF.
           PERFORM 2810-READ-DEDUCTION THRU 2810-EXIT.
       2820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE - TRAILERS, CLOSE UP, AND FLIP THE RESTART-  *
      * CONTROL RECORD TO COMPLETE. A RUN THAT DEFERRED ANYONE     *
      * LEAVES THE LAST SUCCESS DATE WHERE IT WAS, SO THE NEXT RUN *
      * STILL SEES THE DEFERRED TERMINATIONS (THOSE SETTLED        *
      * TONIGHT ARE PASSED OVER THEN AS ALREADY SETTLED)           *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE SETTLED-COUNT  TO TRL-SETTLED.
           MOVE TOTAL-GROSS    TO TRL-GROSS.
           MOVE TOTAL-TAX      TO TRL-TAX.
           MOVE TOTAL-NET      TO TRL-NET.
           MOVE TOTAL-RECOVERY TO TRL-RECOVERY.
           MOVE DEFERRED-COUNT TO TRL-DEFERRED.
           MOVE TRAILER-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE UNCOLLECTED-COUNT TO TRL-UNCOLLECTED-COUNT.
           MOVE TOTAL-UNCOLLECTED TO TRL-UNCOLLECTED.
           MOVE TRAILER-LINE-2 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE OPEN-DED-COUNT TO ODL-TRL-COUNT.
           MOVE ODL-TRAILER-LINE TO OPEN-DEDUCTION-LINE.
           WRITE OPEN-DEDUCTION-LINE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE LEAVE-MASTER-FILE.
           CLOSE DEDUCTION-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE YTD-MASTER-FILE.
           CLOSE SETTLEMENT-REGISTER-FILE.
           CLOSE OPEN-DEDUCTION-FILE.
           MOVE SETTLED-COUNT  TO RESTART-ACCUM-COUNT.
           MOVE TOTAL-GROSS    TO RESTART-ACCUM-AMOUNT-1.
           MOVE TOTAL-TAX      TO RESTART-ACCUM-AMOUNT-2.
           MOVE TOTAL-NET      TO RESTART-ACCUM-AMOUNT-3.
           MOVE TOTAL-RECOVERY TO RESTART-ACCUM-AMOUNT-4.
           MOVE TOTAL-EMPLOYER-COST TO RESTART-ACCUM-AMOUNT-7.
           IF DEFERRED-COUNT = ZERO
               MOVE RUN-YEAR  TO RESTART-LAST-SUCCESS-YEAR
               MOVE RUN-MONTH TO RESTART-LAST-SUCCESS-MONTH
               MOVE RUN-DAY   TO RESTART-LAST-SUCCESS-DAY
           END-IF.
           SET RESTART-JOB-COMPLETE TO TRUE.
           REWRITE RESTART-CONTROL-RECORD.
           CLOSE RESTART-CONTROL-FILE.
           DISPLAY 'FINPAY RUN COMPLETE'.
           DISPLAY 'TERMINATIONS FROM:     ' WINDOW-DATE-NUM.
           DISPLAY 'EMPLOYEES SETTLED:     ' SETTLED-COUNT.
           DISPLAY 'RECOVERIES SET UP:     ' RECOVERY-COUNT.
           DISPLAY 'RECOVERIES UNCOLLECTED:' UNCOLLECTED-COUNT.
           DISPLAY 'EMPLOYER COST:         ' TOTAL-EMPLOYER-COST.
           DISPLAY 'DEFERRED:              ' DEFERRED-COUNT.
           DISPLAY 'ALREADY SETTLED:       ' ALREADY-SETTLED-COUNT.
           DISPLAY 'OPEN DEDUCTIONS:       ' OPEN-DED-COUNT.
       3000-EXIT.
           EXIT.
