      * PAYADV.CBL
      * EMPLOYEE PAY-ADVICE PRINT RUN
      * FOR AN OPERATOR-SUPPLIED PAYROLL RUN DATE, PRINTS ONE PAY
      * ADVICE PER EMPLOYEE PAID ON THAT DATE, EACH ON ITS OWN PAGE,
      * SORTED BY THE DEPARTMENT THE PAY WAS CHARGED TO AND THEN BY
      * EMPLOYEE FOR DISTRIBUTION. THE ADVICE SHOWS REGULAR AND
      * SUPPLEMENTAL PAY, GROSS, TAX WITHHELD, EVERY DEDUCTION THE
      * RUN TOOK WITH THE GOAL BALANCE STILL TO COLLECT AND ANY
      * ARREARS CARRIED, NET PAY, THE YEAR-TO-DATE ACCUMULATORS,
      * THE CURRENT VACATION BALANCE, AND HOW THE NET PAY REACHES
      * THE EMPLOYEE - THE DEPOSIT ACCOUNT MASKED TO ITS LAST FOUR
      * CHARACTERS, OR A NOTE THAT IT COMES BY CHEQUE AND WHY,
      * ROUTED BY THE SAME PRENOTE RULES AS THE DISBURSEMENT RUN.
      * ONLY PAYROLL PAY-RUN RECORDS ARE ADVISED; ADJUSTMENT AND
      * FINAL-SETTLEMENT RECORDS ARE NOT ON THE REGISTER.
      * DEDUCTIONS ARE ITEMIZED FROM THE LAST-TAKE FIELDS THE
      * PAYROLL RUN STAMPS ON THE DEDUCTION MASTER (THE FIGURES
      * THE DEDUCTION ACTIVITY REPORT PRINTS FROM); A DEDUCTION
      * TAKEN AGAIN BY A LATER RUN NO LONGER CARRIES THIS DATE, SO
      * AN ADVICE WHOSE ITEMS DO NOT ADD UP TO THE PAY-HISTORY
      * TOTAL SAYS SO. A CONTROL PAGE AT THE END TIES THE ADVICE
      * COUNT, GROSS, TAX, DEDUCTIONS AND NET TO THE PAYCHECK
      * REGISTER TRAILER TOTALS THE PAYROLL RUN LEFT ON THE SHARED
      * RESTART-CONTROL FILE, TAKEN ONLY FOR A COMPLETE RUN DATED
      * THE ADVICE RUN DATE.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYADV.
       AUTHOR.        R S NEWHALL.
       INSTALLATION.  PAYROLL PROCESSING.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LV-FILE-STATUS.

           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-NAME
               FILE STATUS IS RESTART-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ADVSORT"
               FILE STATUS IS SRT-FILE-STATUS.

           SELECT PAY-ADVICE-FILE ASSIGN TO "PAYADV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
           COPY DEDUCTION-RECORD.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTD-RECORD.

       FD  LEAVE-MASTER-FILE.
       01  LEAVE-MASTER-RECORD.
           COPY LEAVE-RECORD.

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           COPY BANK-RECORD.

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           COPY RESTART-CONTROL.

      *----------------------------------------------------------*
      * ONE SORT RECORD PER PAY-RUN RECORD ON THE ADVICE DATE     *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-DEPT-CODE        PIC X(04).
           05  SRT-EMP-ID           PIC X(06).
           05  SRT-GROSS-PAY        PIC 9(7)V99.
           05  SRT-TAX-AMOUNT       PIC 9(7)V99.
           05  SRT-DEDUCTIONS       PIC 9(7)V99.
           05  SRT-NET-PAY          PIC 9(7)V99.
           05  SRT-SUPPLEMENTAL-PAY PIC 9(7)V99.

       FD  PAY-ADVICE-FILE
           RECORDING MODE IS F.
       01  ADVICE-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  HIST-FILE-STATUS         PIC XX.
               88  HIST-FS-OK           VALUE '00'.
           05  EMP-FILE-STATUS          PIC XX.
               88  EMP-FS-OK            VALUE '00'.
           05  DED-FILE-STATUS          PIC XX.
               88  DED-FS-OK            VALUE '00'.
           05  YTD-FILE-STATUS          PIC XX.
               88  YTD-FS-OK            VALUE '00'.
           05  LV-FILE-STATUS           PIC XX.
               88  LV-FS-OK             VALUE '00'.
           05  BANK-FILE-STATUS         PIC XX.
               88  BANK-FS-OK           VALUE '00'.
           05  RESTART-FILE-STATUS      PIC XX.
               88  RESTART-FS-OK        VALUE '00'.
           05  SRT-FILE-STATUS          PIC XX.
               88  SRT-FS-OK            VALUE '00'.
           05  ADV-FILE-STATUS          PIC XX.
               88  ADV-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  HIST-END-OF-FILE     VALUE 'Y'.
           05  SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  SORT-END-OF-FILE     VALUE 'Y'.
           05  DED-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  DEDUCTIONS-DONE      VALUE 'Y'.
           05  BANK-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  BANK-ON-FILE         VALUE 'Y'.
           05  REGISTER-SWITCH          PIC X(01) VALUE 'N'.
               88  REGISTER-TOTALS-FOUND VALUE 'Y'.
           05  ACCOUNT-END-SWITCH       PIC X(01) VALUE 'N'.
               88  ACCOUNT-END-FOUND    VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  ADVICE-DATE.
           05  ADV-YEAR                 PIC 9(04).
           05  ADV-MONTH                PIC 9(02).
           05  ADV-DAY                  PIC 9(02).
       01  ADVICE-DATE-NUM REDEFINES ADVICE-DATE PIC 9(08).

       77  HISTORY-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  ADVICE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DEPOSIT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  CHEQUE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DEDUCTION-LINE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  INCOMPLETE-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  ACCOUNT-LENGTH               PIC 9(02) COMP VALUE ZERO.
       77  CHEQUE-REASON                PIC X(20) VALUE SPACES.
       77  DEPOSIT-TYPE-NAME            PIC X(08) VALUE SPACES.
       77  MASKED-ACCOUNT               PIC X(17) VALUE SPACES.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S FIGURES                                    *
      *----------------------------------------------------------*
       01  ADVICE-FIGURES.
           05  REGULAR-PAY              PIC 9(7)V99 VALUE ZERO.
           05  ITEMIZED-DEDUCTIONS      PIC 9(7)V99 VALUE ZERO.
           05  GOAL-REMAINING           PIC 9(7)V99 VALUE ZERO.

       01  ADVICE-TOTALS.
           05  ADVICE-GROSS             PIC 9(11)V99 VALUE ZERO.
           05  ADVICE-TAX               PIC 9(11)V99 VALUE ZERO.
           05  ADVICE-DEDUCTIONS        PIC 9(11)V99 VALUE ZERO.
           05  ADVICE-NET               PIC 9(11)V99 VALUE ZERO.

       01  REGISTER-TOTALS.
           05  REGISTER-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  REGISTER-GROSS           PIC S9(11)V99 VALUE ZERO.
           05  REGISTER-TAX             PIC S9(11)V99 VALUE ZERO.
           05  REGISTER-DEDUCTIONS      PIC S9(11)V99 VALUE ZERO.
           05  REGISTER-NET             PIC S9(11)V99 VALUE ZERO.

       01  TIE-WORK-FIELDS.
           05  TIE-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
           05  TIE-COUNT-DIFFERENCE     PIC S9(07) VALUE ZERO.
           05  TIE-BREAK-COUNT          PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * PAY ADVICE LINE LAYOUTS                                   *
      *----------------------------------------------------------*
       01  ADVICE-HEADING-1.
           05  FILLER                  PIC X(50) VALUE
               'PAY ADVICE'.
           05  FILLER                  PIC X(10) VALUE 'PAY DATE'.
           05  AH1-PAY-DATE            PIC 9(08).
       01  ADVICE-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'EMPLOYEE'.
           05  AH2-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AH2-EMP-NAME            PIC X(36).
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  AH2-DEPT-CODE           PIC X(04).

       01  SECTION-LINE.
           05  SEC-TITLE               PIC X(30).

       01  AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AMT-LABEL               PIC X(30).
           05  AMT-VALUE               PIC ZZ,ZZZ,ZZ9.99.

       01  DEDUCTION-HEADING.
           05  FILLER                  PIC X(32) VALUE
               '  DEDUCTION'.
           05  FILLER                  PIC X(13) VALUE
               '        TAKEN'.
           05  FILLER                  PIC X(16) VALUE
               '  GOAL REMAINING'.
           05  FILLER                  PIC X(16) VALUE
               '         ARREARS'.
       01  DEDUCTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-CODE                PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DAL-DESC                PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  DAL-TAKEN               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DAL-GOAL-AREA           PIC X(12).
           05  DAL-GOAL-REMAIN REDEFINES DAL-GOAL-AREA
                                       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DAL-ARREARS             PIC Z,ZZZ,ZZ9.99.

       01  YTD-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'YEAR TO DATE'.
           05  YTH-YEAR                PIC 9(04).
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               '           GROSS'.
           05  FILLER                  PIC X(16) VALUE
               '             TAX'.
           05  FILLER                  PIC X(16) VALUE
               '      DEDUCTIONS'.
           05  FILLER                  PIC X(16) VALUE
               '             NET'.
       01  YTD-LINE.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  YTL-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  YTL-TAX                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  YTL-DEDUCTIONS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  YTL-NET                 PIC ZZZ,ZZZ,ZZ9.99.

       01  LEAVE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'VACATION BALANCE (HOURS)'.
           05  LVL-BALANCE             PIC ZZ,ZZZ,ZZ9.99-.

       01  MESSAGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MSG-TEXT                PIC X(80).

      *----------------------------------------------------------*
      * CONTROL PAGE LINE LAYOUTS                                 *
      *----------------------------------------------------------*
       01  CONTROL-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'PAY ADVICE CONTROL TOTALS - PAY DATE'.
           05  CH1-PAY-DATE            PIC 9(08).
       01  CONTROL-HEADING-2.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               '          ADVICES'.
           05  FILLER                  PIC X(18) VALUE
               '          REGISTER'.
           05  FILLER                  PIC X(18) VALUE
               '        DIFFERENCE'.
       01  CONTROL-LINE.
           05  CTL-LABEL               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTL-ADVICES             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTL-REGISTER            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTL-DIFFERENCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  CONTROL-COUNT-LINE.
           05  CCL-LABEL               PIC X(20).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  CCL-ADVICES             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  CCL-REGISTER            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  CCL-DIFFERENCE          PIC -Z,ZZZ,ZZ9.
       01  CONTROL-VERDICT-LINE.
           05  FILLER                  PIC X(20) VALUE
               'REGISTER TIE:'.
           05  CVL-VERDICT             PIC X(60).
       01  COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPT-CODE
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE 1500-SORT-INPUT THRU 1500-EXIT
               OUTPUT PROCEDURE 2000-SORT-OUTPUT THRU 2000-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - PROMPT FOR THE PAYROLL RUN DATE TO       *
      * ADVISE, OPEN THE MASTERS THE ADVICES ARE BUILT FROM, AND   *
      * PICK UP THE REGISTER TOTALS FOR THAT DATE                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER PAYROLL RUN DATE FOR PAY ADVICES '
               '(YYYYMMDD): '.
           ACCEPT ADVICE-DATE FROM CONSOLE.
           IF ADVICE-DATE-NUM NOT NUMERIC
               DISPLAY 'ERROR: RUN DATE MUST BE NUMERIC YYYYMMDD'
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF NOT DED-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT YTD-MASTER-FILE.
           IF NOT YTD-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-MASTER-FILE.
           IF NOT LV-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT BANK-MASTER-FILE.
           IF NOT BANK-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1100-GET-REGISTER-TOTALS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-GET-REGISTER-TOTALS - THE PAYROLL RUN CHECKPOINTS THE *
      * REGISTER TRAILER'S COUNT AND AMOUNTS ON ITS RESTART-       *
      * CONTROL RECORD; THEY ARE TAKEN ONLY FOR A COMPLETE RUN     *
      * WHOSE LAST SUCCESS DATE IS THE ADVICE DATE                 *
      *----------------------------------------------------------*
       1100-GET-REGISTER-TOTALS.
           OPEN INPUT RESTART-CONTROL-FILE.
           IF NOT RESTART-FS-OK
               DISPLAY 'PAYADV: RESTART-CONTROL FILE NOT AVAILABLE'
                   ' - ADVICES NOT TIED TO THE REGISTER'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'PAYROLL ' TO RESTART-JOB-NAME.
           READ RESTART-CONTROL-FILE
               INVALID KEY
                   CLOSE RESTART-CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF RESTART-JOB-COMPLETE
              AND RESTART-LAST-SUCCESS-DATE-NUM = ADVICE-DATE-NUM
               MOVE 'Y' TO REGISTER-SWITCH
               MOVE RESTART-ACCUM-COUNT    TO REGISTER-COUNT
               MOVE RESTART-ACCUM-AMOUNT-1 TO REGISTER-GROSS
               MOVE RESTART-ACCUM-AMOUNT-2 TO REGISTER-TAX
               MOVE RESTART-ACCUM-AMOUNT-3 TO REGISTER-NET
               MOVE RESTART-ACCUM-AMOUNT-4 TO REGISTER-DEDUCTIONS
           END-IF.
           CLOSE RESTART-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-SORT-INPUT - RELEASE THE ADVICE DATE'S PAY-RUN        *
      * RECORDS; ADJUSTMENTS AND FINAL SETTLEMENTS ARE PASSED OVER *
      *----------------------------------------------------------*
       1500-SORT-INPUT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT HIST-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1900-READ-HISTORY THRU 1900-EXIT.
           PERFORM 1600-RELEASE-HISTORY THRU 1600-EXIT
               UNTIL HIST-END-OF-FILE.
           CLOSE PAY-HISTORY-FILE.
       1500-EXIT.
           EXIT.

       1600-RELEASE-HISTORY.
           ADD 1 TO HISTORY-COUNT.
           IF PH-RUN-DATE = ADVICE-DATE
              AND NOT PH-TYPE-ADJUSTMENT
              AND NOT PH-TYPE-FINAL
               MOVE PH-DEPT-CODE     TO SRT-DEPT-CODE
               MOVE PH-EMP-ID        TO SRT-EMP-ID
               MOVE PH-GROSS-PAY     TO SRT-GROSS-PAY
               MOVE PH-TAX-AMOUNT    TO SRT-TAX-AMOUNT
               MOVE PH-DEDUCTIONS    TO SRT-DEDUCTIONS
               MOVE PH-NET-PAY       TO SRT-NET-PAY
               IF PH-SUPPLEMENTAL-PAY NUMERIC
                   MOVE PH-SUPPLEMENTAL-PAY TO SRT-SUPPLEMENTAL-PAY
               ELSE
                   MOVE ZERO TO SRT-SUPPLEMENTAL-PAY
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 1900-READ-HISTORY THRU 1900-EXIT.
       1600-EXIT.
           EXIT.

       1900-READ-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-OUTPUT - ONE ADVICE PER SORTED PAY RECORD        *
      *----------------------------------------------------------*
       2000-SORT-OUTPUT.
           OPEN OUTPUT PAY-ADVICE-FILE.
           IF NOT ADV-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 2900-RETURN-SORTED THRU 2900-EXIT.
           PERFORM 2100-PRINT-ADVICE THRU 2100-EXIT
               UNTIL SORT-END-OF-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-PRINT-ADVICE - ONE EMPLOYEE'S ADVICE, STARTING ON A   *
      * NEW PAGE, AND ITS FIGURES INTO THE CONTROL TOTALS          *
      *----------------------------------------------------------*
       2100-PRINT-ADVICE.
           MOVE ADVICE-DATE-NUM TO AH1-PAY-DATE.
           MOVE ADVICE-HEADING-1 TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING NEW-PAGE.
           MOVE SRT-EMP-ID     TO AH2-EMP-ID.
           MOVE SPACES         TO AH2-EMP-NAME.
           MOVE SRT-EMP-ID     TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPLOYEE MASTER' TO AH2-EMP-NAME
               NOT INVALID KEY
                   STRING EMP-FIRST-NAME DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          EMP-LAST-NAME  DELIMITED BY SIZE
                       INTO AH2-EMP-NAME
           END-READ.
           MOVE SRT-DEPT-CODE  TO AH2-DEPT-CODE.
           MOVE ADVICE-HEADING-2 TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.

           PERFORM 2200-PRINT-EARNINGS THRU 2200-EXIT.
           PERFORM 2300-PRINT-DEDUCTIONS THRU 2300-EXIT.
           MOVE 'NET PAY'   TO AMT-LABEL.
           MOVE SRT-NET-PAY TO AMT-VALUE.
           MOVE AMOUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           PERFORM 2500-PRINT-YEAR-TO-DATE THRU 2500-EXIT.
           PERFORM 2600-PRINT-VACATION THRU 2600-EXIT.
           PERFORM 2700-PRINT-PAYMENT THRU 2700-EXIT.

           ADD 1 TO ADVICE-COUNT.
           ADD SRT-GROSS-PAY  TO ADVICE-GROSS.
           ADD SRT-TAX-AMOUNT TO ADVICE-TAX.
           ADD SRT-DEDUCTIONS TO ADVICE-DEDUCTIONS.
           ADD SRT-NET-PAY    TO ADVICE-NET.
           PERFORM 2900-RETURN-SORTED THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-PRINT-EARNINGS - REGULAR AND SUPPLEMENTAL PAY MAKE UP *
      * THE GROSS; TAX WITHHELD COMES OFF IT                       *
      *----------------------------------------------------------*
       2200-PRINT-EARNINGS.
           MOVE 'EARNINGS' TO SEC-TITLE.
           MOVE SECTION-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           COMPUTE REGULAR-PAY = SRT-GROSS-PAY - SRT-SUPPLEMENTAL-PAY.
           MOVE 'REGULAR PAY'  TO AMT-LABEL.
           MOVE REGULAR-PAY    TO AMT-VALUE.
           MOVE AMOUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF SRT-SUPPLEMENTAL-PAY > ZERO
               MOVE 'SUPPLEMENTAL PAY'   TO AMT-LABEL
               MOVE SRT-SUPPLEMENTAL-PAY TO AMT-VALUE
               MOVE AMOUNT-LINE TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.
           MOVE 'GROSS PAY'    TO AMT-LABEL.
           MOVE SRT-GROSS-PAY  TO AMT-VALUE.
           MOVE AMOUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE 'TAX WITHHELD' TO AMT-LABEL.
           MOVE SRT-TAX-AMOUNT TO AMT-VALUE.
           MOVE AMOUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-PRINT-DEDUCTIONS - EVERY DEDUCTION THE RUN STAMPED    *
      * WITH THE ADVICE DATE, IN PRIORITY ORDER. ITEMS THAT DO NOT *
      * ADD UP TO THE PAY-HISTORY TOTAL MEAN A LATER RUN HAS TAKEN *
      * SOME OF THEM SINCE, AND THE ADVICE SAYS SO                 *
      *----------------------------------------------------------*
       2300-PRINT-DEDUCTIONS.
           MOVE 'DEDUCTIONS' TO SEC-TITLE.
           MOVE SECTION-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           MOVE DEDUCTION-HEADING TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE ZERO TO ITEMIZED-DEDUCTIONS.
           MOVE 'N'  TO DED-EOF-SWITCH.
           MOVE SRT-EMP-ID TO DED-EMP-ID.
           MOVE ZERO       TO DED-PRIORITY.
           START DEDUCTION-MASTER-FILE KEY NOT LESS THAN DED-KEY
               INVALID KEY
                   MOVE 'Y' TO DED-EOF-SWITCH
           END-START.
           IF NOT DEDUCTIONS-DONE
               PERFORM 2350-READ-DEDUCTION THRU 2350-EXIT
           END-IF.
           PERFORM 2400-PRINT-ONE-DEDUCTION THRU 2400-EXIT
               UNTIL DEDUCTIONS-DONE.
           MOVE 'TOTAL DEDUCTIONS' TO AMT-LABEL.
           MOVE SRT-DEDUCTIONS     TO AMT-VALUE.
           MOVE AMOUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF ITEMIZED-DEDUCTIONS NOT = SRT-DEDUCTIONS
               MOVE 'DEDUCTION DETAIL INCOMPLETE - A LATER RUN HAS'
                   TO MSG-TEXT
               MOVE MESSAGE-LINE TO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE 'TAKEN SOME OF THESE DEDUCTIONS SINCE THIS PAY'
                   TO MSG-TEXT
               MOVE MESSAGE-LINE TO ADVICE-LINE
               WRITE ADVICE-LINE
               ADD 1 TO INCOMPLETE-COUNT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2350-READ-DEDUCTION - NEXT DEDUCTION RECORD; A RECORD FOR  *
      * ANOTHER EMPLOYEE ENDS THIS EMPLOYEE'S DEDUCTIONS           *
      *----------------------------------------------------------*
       2350-READ-DEDUCTION.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO DED-EOF-SWITCH
           END-READ.
           IF NOT DEDUCTIONS-DONE
              AND DED-EMP-ID NOT = SRT-EMP-ID
               MOVE 'Y' TO DED-EOF-SWITCH
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-PRINT-ONE-DEDUCTION - A DEDUCTION LAST WORKED ON THE  *
      * ADVICE DATE THAT TOOK MONEY OR LEFT ARREARS; THE GOAL      *
      * COLUMN IS WHAT REMAINS TO COLLECT AFTER THIS TAKE          *
      *----------------------------------------------------------*
       2400-PRINT-ONE-DEDUCTION.
           IF DED-LAST-RUN-DATE NOT = ADVICE-DATE-NUM
               GO TO 2400-READ-NEXT
           END-IF.
           IF DED-LAST-TAKEN = ZERO
              AND DED-ARREARS-BALANCE = ZERO
               GO TO 2400-READ-NEXT
           END-IF.
           MOVE DED-CODE            TO DAL-CODE.
           MOVE DED-DESCRIPTION     TO DAL-DESC.
           MOVE DED-LAST-TAKEN      TO DAL-TAKEN.
           IF DED-GOAL-AMOUNT > ZERO
               IF DED-TAKEN-TO-DATE < DED-GOAL-AMOUNT
                   COMPUTE GOAL-REMAINING =
                       DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
               ELSE
                   MOVE ZERO TO GOAL-REMAINING
               END-IF
               MOVE GOAL-REMAINING TO DAL-GOAL-REMAIN
           ELSE
               MOVE SPACES TO DAL-GOAL-AREA
           END-IF.
           MOVE DED-ARREARS-BALANCE TO DAL-ARREARS.
           MOVE DEDUCTION-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           ADD DED-LAST-TAKEN TO ITEMIZED-DEDUCTIONS.
           ADD 1 TO DEDUCTION-LINE-COUNT.
       2400-READ-NEXT.
           PERFORM 2350-READ-DEDUCTION THRU 2350-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-PRINT-YEAR-TO-DATE - THE ACCUMULATORS AS THEY STAND;  *
      * AN ACCUMULATOR ALREADY ROLLED INTO ANOTHER YEAR IS NOT     *
      * PRINTED AGAINST THIS PAY                                   *
      *----------------------------------------------------------*
       2500-PRINT-YEAR-TO-DATE.
           MOVE SRT-EMP-ID TO YTD-EMP-ID.
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO YTD-YEAR
           END-READ.
           IF YTD-YEAR NOT = ADV-YEAR
               MOVE 'YEAR-TO-DATE TOTALS NOT ON FILE FOR THIS YEAR'
                   TO MSG-TEXT
               MOVE MESSAGE-LINE TO ADVICE-LINE
               WRITE ADVICE-LINE AFTER ADVANCING 2 LINES
               GO TO 2500-EXIT
           END-IF.
           MOVE YTD-YEAR TO YTH-YEAR.
           MOVE YTD-HEADING TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           MOVE YTD-GROSS-PAY  TO YTL-GROSS.
           MOVE YTD-TAX-AMOUNT TO YTL-TAX.
           MOVE YTD-DEDUCTIONS TO YTL-DEDUCTIONS.
           MOVE YTD-NET-PAY    TO YTL-NET.
           MOVE YTD-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-PRINT-VACATION - CURRENT BALANCE FROM THE LEAVE       *
      * MASTER; A NEGATIVE BALANCE IS OVERDRAWN                    *
      *----------------------------------------------------------*
       2600-PRINT-VACATION.
           MOVE SRT-EMP-ID TO LV-EMP-ID.
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO VACATION RECORD ON FILE' TO MSG-TEXT
                   MOVE MESSAGE-LINE TO ADVICE-LINE
                   WRITE ADVICE-LINE AFTER ADVANCING 2 LINES
                   GO TO 2600-EXIT
           END-READ.
           MOVE LV-VAC-BALANCE TO LVL-BALANCE.
           MOVE LEAVE-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2700-PRINT-PAYMENT - HOW THE NET PAY IS PAID, BY THE       *
      * DISBURSEMENT RUN'S RULES: A LIVE ACCOUNT, OR A PRENOTE     *
      * SENT BEFORE THE PAY DATE (PROMOTED TO LIVE BY THAT RUN),   *
      * IS PAID BY DEPOSIT; NO BANK RECORD, A PRENOTE STILL IN     *
      * CYCLE, OR A RETURNED PRENOTE IS PAID BY CHEQUE             *
      *----------------------------------------------------------*
       2700-PRINT-PAYMENT.
           MOVE 'N' TO BANK-FOUND-SWITCH.
           MOVE SRT-EMP-ID TO BNK-EMP-ID.
           READ BANK-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BANK-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO CHEQUE-REASON.
           EVALUATE TRUE
               WHEN NOT BANK-ON-FILE
                   MOVE 'NO BANK RECORD' TO CHEQUE-REASON
               WHEN BNK-LIVE
                   CONTINUE
               WHEN BNK-PRENOTE-SENT
                AND BNK-PRENOTE-DATE < ADVICE-DATE-NUM
                   CONTINUE
               WHEN BNK-PRENOTE-RETURNED
                   MOVE 'PRENOTE RETURNED' TO CHEQUE-REASON
               WHEN BNK-PRENOTE-PENDING
                   MOVE 'PRENOTE SENT' TO CHEQUE-REASON
               WHEN BNK-PRENOTE-SENT
                AND BNK-PRENOTE-DATE = ADVICE-DATE-NUM
                   MOVE 'PRENOTE SENT' TO CHEQUE-REASON
               WHEN OTHER
                   MOVE 'PRENOTE IN CYCLE' TO CHEQUE-REASON
           END-EVALUATE.
           MOVE SPACES TO MSG-TEXT.
           IF CHEQUE-REASON NOT = SPACES
               STRING 'NET PAY IS BEING PAID BY CHEQUE - '
                          DELIMITED BY SIZE
                      CHEQUE-REASON DELIMITED BY SIZE
                   INTO MSG-TEXT
               ADD 1 TO CHEQUE-COUNT
           ELSE
               PERFORM 2750-MASK-ACCOUNT THRU 2750-EXIT
               IF BNK-SAVINGS
                   MOVE 'SAVINGS'  TO DEPOSIT-TYPE-NAME
               ELSE
                   MOVE 'CHECKING' TO DEPOSIT-TYPE-NAME
               END-IF
               STRING 'NET PAY DEPOSITED TO ' DELIMITED BY SIZE
                      DEPOSIT-TYPE-NAME      DELIMITED BY SPACE
                      ' ACCOUNT '            DELIMITED BY SIZE
                      MASKED-ACCOUNT         DELIMITED BY SIZE
                   INTO MSG-TEXT
               ADD 1 TO DEPOSIT-COUNT
           END-IF.
           MOVE MESSAGE-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2750-MASK-ACCOUNT - EVERY CHARACTER OF THE ACCOUNT NUMBER  *
      * BUT THE LAST FOUR IS PRINTED AS AN ASTERISK; A NUMBER OF   *
      * FOUR CHARACTERS OR FEWER IS MASKED WHOLE                   *
      *----------------------------------------------------------*
       2750-MASK-ACCOUNT.
           MOVE 17  TO ACCOUNT-LENGTH.
           MOVE 'N' TO ACCOUNT-END-SWITCH.
           PERFORM 2760-FIND-ACCOUNT-END THRU 2760-EXIT
               UNTIL ACCOUNT-END-FOUND.
           MOVE SPACES TO MASKED-ACCOUNT.
           IF ACCOUNT-LENGTH > 4
               MOVE ALL '*' TO MASKED-ACCOUNT (1:ACCOUNT-LENGTH - 4)
               MOVE BNK-ACCOUNT-NUMBER (ACCOUNT-LENGTH - 3:4)
                   TO MASKED-ACCOUNT (ACCOUNT-LENGTH - 3:4)
           ELSE
               MOVE '****' TO MASKED-ACCOUNT
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2760-FIND-ACCOUNT-END - STEP BACK OVER TRAILING SPACES     *
      *----------------------------------------------------------*
       2760-FIND-ACCOUNT-END.
           IF ACCOUNT-LENGTH = ZERO
               MOVE 'Y' TO ACCOUNT-END-SWITCH
               GO TO 2760-EXIT
           END-IF.
           IF BNK-ACCOUNT-NUMBER (ACCOUNT-LENGTH:1) NOT = SPACE
               MOVE 'Y' TO ACCOUNT-END-SWITCH
           ELSE
               SUBTRACT 1 FROM ACCOUNT-LENGTH
           END-IF.
       2760-EXIT.
           EXIT.

       2900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE - THE CONTROL PAGE: ADVICE COUNT AND TOTALS  *
      * AGAINST THE REGISTER TRAILER, WITH THE VERDICT, THEN THE   *
      * RUN COUNTS, AND CLOSE UP                                   *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE ADVICE-DATE-NUM TO CH1-PAY-DATE.
           MOVE CONTROL-HEADING-1 TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING NEW-PAGE.
           MOVE CONTROL-HEADING-2 TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           MOVE ZERO TO TIE-BREAK-COUNT.
           MOVE 'EMPLOYEES PAID'  TO CCL-LABEL.
           MOVE ADVICE-COUNT      TO CCL-ADVICES.
           MOVE REGISTER-COUNT    TO CCL-REGISTER.
           COMPUTE TIE-COUNT-DIFFERENCE =
               ADVICE-COUNT - REGISTER-COUNT.
           MOVE TIE-COUNT-DIFFERENCE TO CCL-DIFFERENCE.
           IF TIE-COUNT-DIFFERENCE NOT = ZERO
               ADD 1 TO TIE-BREAK-COUNT
           END-IF.
           MOVE CONTROL-COUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE 'GROSS'           TO CTL-LABEL.
           MOVE ADVICE-GROSS      TO CTL-ADVICES.
           MOVE REGISTER-GROSS    TO CTL-REGISTER.
           COMPUTE TIE-DIFFERENCE = ADVICE-GROSS - REGISTER-GROSS.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           MOVE 'TAX'             TO CTL-LABEL.
           MOVE ADVICE-TAX        TO CTL-ADVICES.
           MOVE REGISTER-TAX      TO CTL-REGISTER.
           COMPUTE TIE-DIFFERENCE = ADVICE-TAX - REGISTER-TAX.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           MOVE 'DEDUCTIONS'      TO CTL-LABEL.
           MOVE ADVICE-DEDUCTIONS TO CTL-ADVICES.
           MOVE REGISTER-DEDUCTIONS TO CTL-REGISTER.
           COMPUTE TIE-DIFFERENCE =
               ADVICE-DEDUCTIONS - REGISTER-DEDUCTIONS.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           MOVE 'NET'             TO CTL-LABEL.
           MOVE ADVICE-NET        TO CTL-ADVICES.
           MOVE REGISTER-NET      TO CTL-REGISTER.
           COMPUTE TIE-DIFFERENCE = ADVICE-NET - REGISTER-NET.
           PERFORM 3100-WRITE-CONTROL-LINE THRU 3100-EXIT.
           EVALUATE TRUE
               WHEN NOT REGISTER-TOTALS-FOUND
                   MOVE 'NO COMPLETE PAYROLL RUN ON FILE FOR THIS DATE'
                       TO CVL-VERDICT
               WHEN TIE-BREAK-COUNT = ZERO
                   MOVE 'ADVICES TIE TO REGISTER TRAILER'
                       TO CVL-VERDICT
               WHEN OTHER
                   MOVE 'ADVICES DO NOT TIE TO REGISTER TRAILER'
                       TO CVL-VERDICT
           END-EVALUATE.
           MOVE CONTROL-VERDICT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS BY DEPOSIT:' TO CNT-LABEL.
           MOVE DEPOSIT-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS BY CHEQUE:' TO CNT-LABEL.
           MOVE CHEQUE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE 'DEDUCTION LINES PRINTED:' TO CNT-LABEL.
           MOVE DEDUCTION-LINE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE 'DEDUCTION DETAIL INCOMPLETE:' TO CNT-LABEL.
           MOVE INCOMPLETE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           CLOSE PAY-ADVICE-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE DEDUCTION-MASTER-FILE.
           CLOSE YTD-MASTER-FILE.
           CLOSE LEAVE-MASTER-FILE.
           CLOSE BANK-MASTER-FILE.
           DISPLAY 'PAYADV RUN COMPLETE'.
           DISPLAY 'PAY HISTORY READ:      ' HISTORY-COUNT.
           DISPLAY 'ADVICES PRINTED:       ' ADVICE-COUNT.
           DISPLAY 'DEPOSITS / CHEQUES:    ' DEPOSIT-COUNT
               ' / ' CHEQUE-COUNT.
           DISPLAY 'DETAIL INCOMPLETE:     ' INCOMPLETE-COUNT.
           DISPLAY 'REGISTER TIE:          ' CVL-VERDICT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-WRITE-CONTROL-LINE - ONE AMOUNT AGAINST THE REGISTER; *
      * ANY DIFFERENCE BREAKS THE TIE                              *
      *----------------------------------------------------------*
       3100-WRITE-CONTROL-LINE.
           MOVE TIE-DIFFERENCE TO CTL-DIFFERENCE.
           IF TIE-DIFFERENCE NOT = ZERO
               ADD 1 TO TIE-BREAK-COUNT
           END-IF.
           MOVE CONTROL-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
       3100-EXIT.
           EXIT.
