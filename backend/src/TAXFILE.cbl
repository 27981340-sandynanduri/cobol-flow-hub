      * TAXFILE.CBL
      * QUARTERLY WITHHOLDING RETURN AND YEAR-END WAGE-AND-TAX FILING
      * BUILDS THE ELECTRONIC FILING FOR ONE QUARTER, OR FOR THE
      * WHOLE YEAR, FROM PAY HISTORY: THE ACTIVE PAY-HISTORY FILE
      * AND, FOR A PRIOR YEAR, THE PAY-HISTORY ARCHIVE THE YEAR-END
      * ROLL-OFF (YEARPRG) MOVED IT TO. EVERY PAY-RUN AND FINAL-
      * SETTLEMENT RECORD DATED IN THE YEAR COUNTS IN THE QUARTER
      * OF ITS RUN DATE. AN ADJUSTMENT RECORD (PAYADJ) IS NETTED
      * INTO THE QUARTER IT IS DATED IN: ITS FIGURES LESS THOSE OF
      * THE RECORD IT DIRECTLY SUPERSEDES, FOUND BY WALKING THE
      * ADJUSTMENT CHAIN THE SAME WAY THE ROLL-OFF TIE-OUT DOES.
      * THE FILING FILE IS A HEADER RECORD, ONE DETAIL RECORD PER
      * EMPLOYEE WITH WAGES OR TAX IN THE PERIOD, AND A TOTALS
      * TRAILER. A RECONCILIATION PAGE LISTS EACH EMPLOYEE'S WAGES
      * AND TAX BY QUARTER FOR THE YEAR BESIDE THE EMPYTD ANNUAL
      * FIGURES AND FLAGS ANY EMPLOYEE WHOSE QUARTERS DO NOT ADD TO
      * THEM. AN ADJUSTMENT TO A PAY OF AN EARLIER YEAR NEVER
      * REACHED THIS YEAR'S YTD (THE ADJUSTMENT RUN LEAVES A ROLLED
      * YEAR ALONE), SO IT IS FILED BUT LEFT OUT OF THE TIE. THE
      * YEAR, QUARTER AND EMPLOYER TAX ID COME FROM THE TAXFILE
      * CARD ON THE PARAMETER CONTROL FILE, OR FROM THE CONSOLE
      * WHEN THERE IS NO CARD, AND ARE ECHOED INTO THE DAILY CYCLE
      * LOG. THE RUN STOPS WITH RETURN CODE 8, BEFORE ANY FILING
      * IS WRITTEN, UNLESS THE TAX ID IS 9 DIGITS AND NOT ZERO.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  EMPLOYER TAX ID NOW TAKEN WITH THE RUN
      *                  PARAMETERS AND VALIDATED, IN PLACE OF THE
      *                  CONSTANTS PLACEHOLDER
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXFILE.
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
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PAY-ARCHIVE-FILE ASSIGN TO "PAYHARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHA-KEY
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "TXSORT"
               FILE STATUS IS SRT-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO "TXFILING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXF-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "TXRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT PARAMETER-CARD-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT CYCLE-LOG-FILE ASSIGN TO "CYCLELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST-RECORD.

       FD  PAY-ARCHIVE-FILE.
       01  PAY-ARCHIVE-RECORD.
           COPY PAYARCH-RECORD.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           COPY YTD-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-EMP-ID           PIC X(06).
           05  SRT-QUARTER          PIC 9(01).
           05  SRT-OFF-YTD-FLAG     PIC X(01).
               88  SRT-OFF-YTD      VALUE 'Y'.
           05  SRT-GROSS            PIC S9(09)V99.
           05  SRT-TAX              PIC S9(09)V99.

       FD  FILING-FILE.
       01  FILING-RECORD.
           COPY TXFILING-RECORD.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-LINE                    PIC X(132).

       FD  PARAMETER-CARD-FILE.
       01  PARAMETER-RECORD.
           COPY PARM-RECORD.

       FD  CYCLE-LOG-FILE
           RECORDING MODE IS F.
       01  CYCLE-LOG-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  HIST-FILE-STATUS         PIC XX.
               88  HIST-FS-OK           VALUE '00'.
           05  ARCH-FILE-STATUS         PIC XX.
               88  ARCH-FS-OK           VALUE '00'.
           05  YTD-FILE-STATUS          PIC XX.
               88  YTD-FS-OK            VALUE '00'.
           05  EMP-FILE-STATUS          PIC XX.
               88  EMP-FS-OK            VALUE '00'.
           05  SRT-FILE-STATUS          PIC XX.
           05  TXF-FILE-STATUS          PIC XX.
               88  TXF-FS-OK            VALUE '00'.
           05  RPT-FILE-STATUS          PIC XX.
               88  RPT-FS-OK            VALUE '00'.
           05  PARM-FILE-STATUS         PIC XX.
               88  PARM-FS-OK           VALUE '00'.
           05  LOG-FILE-STATUS          PIC XX.
               88  LOG-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  HIST-END-OF-FILE     VALUE 'Y'.
           05  ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  ARCH-END-OF-FILE     VALUE 'Y'.
           05  ARCH-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  ARCHIVE-OPEN         VALUE 'Y'.
           05  SCAN-SOURCE-SWITCH       PIC X(01) VALUE 'H'.
               88  SCANNING-HISTORY     VALUE 'H'.
               88  SCANNING-ARCHIVE     VALUE 'A'.
           05  SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  SORT-END-OF-FILE     VALUE 'Y'.
           05  YTD-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  YTD-END-OF-FILE      VALUE 'Y'.
           05  YTD-MATCH-SWITCH         PIC X(01) VALUE 'N'.
               88  YTD-MATCHED          VALUE 'Y'.
           05  FOUND-SWITCH             PIC X(01) VALUE 'N'.
               88  EMPLOYEE-FOUND       VALUE 'Y'.
           05  WALK-DONE-SWITCH         PIC X(01) VALUE 'N'.
               88  WALK-DONE            VALUE 'Y'.
           05  ROOT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  ROOT-FOUND           VALUE 'Y'.
           05  PRED-SAVED-SWITCH        PIC X(01) VALUE 'N'.
               88  PRED-SAVED           VALUE 'Y'.
           05  CHAIN-HIT-SWITCH         PIC X(01) VALUE 'N'.
               88  CHAIN-RECORD-FOUND   VALUE 'Y'.
           05  PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  PARM-END-OF-FILE     VALUE 'Y'.
           05  PARM-SOURCE-SWITCH       PIC X(01) VALUE 'N'.
               88  PARM-FROM-CARD       VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  FILING-PARAMETERS.
           05  FILING-YEAR              PIC 9(04).
           05  FILING-QUARTER           PIC 9(01).
               88  FILING-FULL-YEAR     VALUE 0.
               88  FILING-QUARTER-VALID VALUE 0 THRU 4.
           05  FILING-EMPLOYER-ID       PIC X(09).

       01  PERIOD-START.
           05  PERIOD-START-YEAR        PIC 9(04).
           05  PERIOD-START-MONTH       PIC 9(02).
           05  PERIOD-START-DAY         PIC 9(02).
       01  PERIOD-START-NUM REDEFINES PERIOD-START PIC 9(08).

       01  PERIOD-END.
           05  PERIOD-END-YEAR          PIC 9(04).
           05  PERIOD-END-MONTH         PIC 9(02).
           05  PERIOD-END-DAY           PIC 9(02).
       01  PERIOD-END-NUM REDEFINES PERIOD-END PIC 9(08).

       77  QUARTER-IX                   PIC 9(01) COMP VALUE ZERO.
       77  HISTORY-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  SELECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  ADJUSTMENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  OFF-YTD-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  BROKEN-CHAIN-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  FILED-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  FILING-RECORD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  RECON-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  MISMATCH-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  OTHER-YEAR-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  CHAIN-DATE                   PIC 9(08) VALUE ZERO.
       77  ROOT-YEAR                    PIC 9(04) VALUE ZERO.
       77  CHAIN-STEPS                  PIC 9(02) COMP VALUE ZERO.
       77  CHAIN-STEP-MAX               PIC 9(02) COMP VALUE 20.
       77  CURRENT-EMP-ID               PIC X(06) VALUE SPACES.
       77  SORT-KEY-EMP-ID              PIC X(06) VALUE SPACES.
       77  YTD-KEY-EMP-ID               PIC X(06) VALUE SPACES.

      *----------------------------------------------------------*
      * THE HISTORY RECORD BEING SELECTED, FROM WHICHEVER FILE IT  *
      * CAME, HELD APART FROM BOTH FD BUFFERS WHILE ITS CHAIN IS   *
      * WALKED                                                     *
      *----------------------------------------------------------*
       01  HISTORY-WORK-RECORD.
           COPY PAYHIST-RECORD
               REPLACING LEADING ==PH== BY ==HW==.

      *----------------------------------------------------------*
      * ONE STEP OF THE ADJUSTMENT CHAIN, FROM EITHER FILE, AND    *
      * THE DIRECT PREDECESSOR'S FIGURES SAVED ON THE FIRST STEP   *
      *----------------------------------------------------------*
       01  CHAIN-FIGURES.
           05  CHN-TYPE                 PIC X(01).
               88  CHN-TYPE-ADJUSTMENT  VALUE 'A'.
           05  CHN-RUN-YEAR             PIC 9(04).
           05  CHN-ADJUSTED-DATE        PIC 9(08).
           05  CHN-GROSS                PIC 9(7)V99.
           05  CHN-TAX                  PIC 9(7)V99.

       01  PRED-FIGURES.
           05  PRED-GROSS               PIC 9(7)V99 VALUE ZERO.
           05  PRED-TAX                 PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S WAGES AND TAX BY QUARTER OF THE YEAR, THE   *
      * PART OF THEM THAT NEVER REACHED YTD, AND THE YTD FIGURES   *
      *----------------------------------------------------------*
       01  EMPLOYEE-ACCUMULATORS.
           05  EMP-QUARTER-ENTRY OCCURS 4 TIMES.
               10  EMP-QTR-GROSS        PIC S9(09)V99.
               10  EMP-QTR-TAX          PIC S9(09)V99.
           05  EMP-YEAR-GROSS           PIC S9(09)V99.
           05  EMP-YEAR-TAX             PIC S9(09)V99.
           05  EMP-OFF-YTD-GROSS        PIC S9(09)V99.
           05  EMP-OFF-YTD-TAX          PIC S9(09)V99.
           05  EMP-FILED-GROSS          PIC S9(09)V99.
           05  EMP-FILED-TAX            PIC S9(09)V99.
           05  EMP-YTD-YEAR             PIC 9(04).
           05  EMP-YTD-GROSS            PIC S9(09)V99.
           05  EMP-YTD-TAX              PIC S9(09)V99.

       01  COMPANY-TOTALS.
           05  CO-QUARTER-ENTRY OCCURS 4 TIMES.
               10  CO-QTR-GROSS         PIC S9(11)V99 VALUE ZERO.
               10  CO-QTR-TAX           PIC S9(11)V99 VALUE ZERO.
           05  CO-YEAR-GROSS            PIC S9(11)V99 VALUE ZERO.
           05  CO-YEAR-TAX              PIC S9(11)V99 VALUE ZERO.
           05  CO-YTD-GROSS             PIC S9(11)V99 VALUE ZERO.
           05  CO-YTD-TAX               PIC S9(11)V99 VALUE ZERO.
           05  CO-FILED-GROSS           PIC S9(11)V99 VALUE ZERO.
           05  CO-FILED-TAX             PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * RECONCILIATION PAGE LINE LAYOUTS                           *
      *----------------------------------------------------------*
       01  RECON-HEADING-1.
           05  FILLER                   PIC X(48) VALUE
               'WAGE AND TAX RECONCILIATION TO EMPYTD - YEAR '.
           05  RH1-YEAR                 PIC 9(04).
           05  FILLER                   PIC X(18) VALUE
               '   FILING PERIOD '.
           05  RH1-PERIOD-START         PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  RH1-PERIOD-END           PIC 9(08).

       01  RECON-HEADING-2.
           05  FILLER                   PIC X(07) VALUE 'EMP-ID'.
           05  FILLER                   PIC X(21) VALUE
               'EMPLOYEE NAME'.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               '     QUARTER 1'.
           05  FILLER                   PIC X(14) VALUE
               '     QUARTER 2'.
           05  FILLER                   PIC X(14) VALUE
               '     QUARTER 3'.
           05  FILLER                   PIC X(14) VALUE
               '     QUARTER 4'.
           05  FILLER                   PIC X(15) VALUE
               '   QUARTERS SUM'.
           05  FILLER                   PIC X(15) VALUE
               '     EMPYTD'.
           05  FILLER                   PIC X(12) VALUE 'FLAG'.

       01  RECON-DETAIL-LINE.
           05  RCL-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RCL-EMP-NAME             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RCL-KIND                 PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RCL-QUARTER-ENTRY OCCURS 4 TIMES.
               10  RCL-QUARTER          PIC Z,ZZZ,ZZ9.99-.
               10  FILLER               PIC X(01).
           05  RCL-YEAR                 PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RCL-YTD                  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RCL-FLAG                 PIC X(12).

       01  RECON-TOTAL-LINE.
           05  RTL-LABEL                PIC X(28).
           05  RTL-KIND                 PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RTL-QUARTER-ENTRY OCCURS 4 TIMES.
               10  RTL-QUARTER          PIC ZZZZ,ZZZ,ZZ9.99-.
           05  RTL-YEAR                 PIC ZZZZ,ZZZ,ZZ9.99-.
           05  RTL-YTD                  PIC ZZZZ,ZZZ,ZZ9.99-.

       01  RECON-COUNT-LINE.
           05  FILLER                   PIC X(20) VALUE
               'EMPLOYEES LISTED:'.
           05  RCT-LISTED               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(18) VALUE
               '   NOT TYING:'.
           05  RCT-MISMATCH             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE
               '   YTD FOR ANOTHER YEAR:'.
           05  RCT-OTHER-YEAR           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(28) VALUE
               '   EARLIER-YEAR ADJUSTMENTS:'.
           05  RCT-OFF-YTD              PIC ZZ,ZZ9.

       01  RECON-VERDICT-LINE.
           05  FILLER                   PIC X(18) VALUE
               'RECONCILIATION:'.
           05  RVL-VERDICT              PIC X(60).

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE 2000-SORT-INPUT THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-SORT-OUTPUT THRU 3000-EXIT.
           PERFORM 4000-FINALIZE THRU 4000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE YEAR, QUARTER AND EMPLOYER TAX  *
      * ID TO FILE, ECHO THEM TO THE CYCLE LOG, WORK OUT THE       *
      * FILING PERIOD, OPEN FILES AND WRITE THE FILING HEADER      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
           IF FILING-YEAR NOT NUMERIC
              OR FILING-QUARTER NOT NUMERIC
               DISPLAY 'ERROR: FILING YEAR AND QUARTER MUST BE '
                   'NUMERIC YYYYQ'
               STOP RUN
           END-IF.
           IF FILING-YEAR = ZERO
              OR FILING-YEAR > RUN-YEAR
              OR NOT FILING-QUARTER-VALID
               DISPLAY 'ERROR: FILING YEAR ' FILING-YEAR
                   ' QUARTER ' FILING-QUARTER ' NOT VALID'
               STOP RUN
           END-IF.
           IF FILING-EMPLOYER-ID NOT NUMERIC
              OR FILING-EMPLOYER-ID = '000000000'
               DISPLAY 'ERROR: EMPLOYER TAX ID ' FILING-EMPLOYER-ID
                   ' MUST BE 9 DIGITS AND NOT ZERO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-ECHO-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-SET-FILING-PERIOD THRU 1300-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT YTD-MASTER-FILE.
           IF NOT YTD-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT FILING-FILE.
           IF NOT TXF-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1400-WRITE-FILING-HEADER THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-GET-PARAMETERS - THE FIRST TAXFILE CARD ON THE        *
      * PARAMETER CONTROL FILE NAMES THE YEAR, QUARTER AND         *
      * EMPLOYER TAX ID; NO CARD (OR NO FILE) FALLS BACK TO THE    *
      * CONSOLE PROMPT                                             *
      *----------------------------------------------------------*
       1100-GET-PARAMETERS.
           MOVE 'N' TO PARM-SOURCE-SWITCH.
           MOVE 'N' TO PARM-EOF-SWITCH.
           OPEN INPUT PARAMETER-CARD-FILE.
           IF PARM-FS-OK
               PERFORM 1150-READ-PARM-CARD THRU 1150-EXIT
               PERFORM 1160-SCAN-PARM-CARD THRU 1160-EXIT
                   UNTIL PARM-END-OF-FILE OR PARM-FROM-CARD
               CLOSE PARAMETER-CARD-FILE
           END-IF.
           IF NOT PARM-FROM-CARD
               DISPLAY 'ENTER FILING YEAR, QUARTER AND EMPLOYER '
                   'TAX ID (YYYYQNNNNNNNNN, Q = 0 FOR THE FULL '
                   'YEAR): '
               ACCEPT FILING-PARAMETERS FROM CONSOLE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-READ-PARM-CARD.
           READ PARAMETER-CARD-FILE
               AT END
                   MOVE 'Y' TO PARM-EOF-SWITCH
           END-READ.
       1150-EXIT.
           EXIT.

       1160-SCAN-PARM-CARD.
           IF PARM-JOB-NAME = 'TAXFILE '
               MOVE PARM-FILING-YEAR    TO FILING-YEAR
               MOVE PARM-FILING-QUARTER TO FILING-QUARTER
               MOVE PARM-EMPLOYER-ID    TO FILING-EMPLOYER-ID
               MOVE 'Y' TO PARM-SOURCE-SWITCH
           ELSE
               PERFORM 1150-READ-PARM-CARD THRU 1150-EXIT
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1200-ECHO-PARAMETERS - ONE LINE INTO THE DAILY CYCLE LOG   *
      * SHOWING WHAT THIS RUN WAS TOLD AND WHERE IT CAME FROM      *
      *----------------------------------------------------------*
       1200-ECHO-PARAMETERS.
           OPEN EXTEND CYCLE-LOG-FILE.
           IF NOT LOG-FS-OK
               OPEN OUTPUT CYCLE-LOG-FILE
               IF NOT LOG-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO CYCLE-LOG-LINE.
           IF PARM-FROM-CARD
               STRING 'TAXFILE  PARAMETERS: YEAR='
                          DELIMITED BY SIZE
                      FILING-YEAR DELIMITED BY SIZE
                      ' QUARTER=' DELIMITED BY SIZE
                      FILING-QUARTER DELIMITED BY SIZE
                      ' EMPLOYER=' DELIMITED BY SIZE
                      FILING-EMPLOYER-ID DELIMITED BY SIZE
                      ' (FROM CARD)' DELIMITED BY SIZE
                   INTO CYCLE-LOG-LINE
           ELSE
               STRING 'TAXFILE  PARAMETERS: YEAR='
                          DELIMITED BY SIZE
                      FILING-YEAR DELIMITED BY SIZE
                      ' QUARTER=' DELIMITED BY SIZE
                      FILING-QUARTER DELIMITED BY SIZE
                      ' EMPLOYER=' DELIMITED BY SIZE
                      FILING-EMPLOYER-ID DELIMITED BY SIZE
                      ' (FROM CONSOLE)' DELIMITED BY SIZE
                   INTO CYCLE-LOG-LINE
           END-IF.
           WRITE CYCLE-LOG-LINE.
           CLOSE CYCLE-LOG-FILE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1300-SET-FILING-PERIOD - FIRST AND LAST DAY OF THE QUARTER *
      * FILED, OR OF THE WHOLE YEAR                                *
      *----------------------------------------------------------*
       1300-SET-FILING-PERIOD.
           MOVE FILING-YEAR TO PERIOD-START-YEAR.
           MOVE FILING-YEAR TO PERIOD-END-YEAR.
           MOVE 01          TO PERIOD-START-DAY.
           IF FILING-FULL-YEAR
               MOVE 01 TO PERIOD-START-MONTH
               MOVE 12 TO PERIOD-END-MONTH
           ELSE
               COMPUTE PERIOD-START-MONTH = FILING-QUARTER * 3 - 2
               COMPUTE PERIOD-END-MONTH   = FILING-QUARTER * 3
           END-IF.
           IF PERIOD-END-MONTH = 06 OR PERIOD-END-MONTH = 09
               MOVE 30 TO PERIOD-END-DAY
           ELSE
               MOVE 31 TO PERIOD-END-DAY
           END-IF.
       1300-EXIT.
           EXIT.

       1400-WRITE-FILING-HEADER.
           MOVE SPACES TO FILING-RECORD.
           SET TXF-HEADER TO TRUE.
           MOVE FILING-EMPLOYER-ID TO TXF-H-EMPLOYER-ID.
           MOVE FILING-YEAR      TO TXF-H-TAX-YEAR.
           MOVE FILING-QUARTER   TO TXF-H-QUARTER.
           MOVE PERIOD-START-NUM TO TXF-H-PERIOD-START.
           MOVE PERIOD-END-NUM   TO TXF-H-PERIOD-END.
           MOVE RUN-DATE-NUM     TO TXF-H-CREATED-DATE.
           WRITE FILING-RECORD.
           ADD 1 TO FILING-RECORD-COUNT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-INPUT - ONE SORT RECORD PER HISTORY RECORD DATED *
      * IN THE FILING YEAR, FROM THE ACTIVE FILE AND THEN, FOR AN  *
      * EARLIER YEAR, FROM THE ARCHIVE. BOTH FILES STAY OPEN FOR   *
      * THE WHOLE PASS SO AN ADJUSTMENT'S CHAIN CAN BE WALKED      *
      * ACROSS THEM                                                *
      *----------------------------------------------------------*
       2000-SORT-INPUT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT HIST-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT PAY-ARCHIVE-FILE.
           IF ARCH-FS-OK
               MOVE 'Y' TO ARCH-OPEN-SWITCH
           ELSE
               IF FILING-YEAR < RUN-YEAR
                   DISPLAY 'TAXFILE: PAY-HISTORY ARCHIVE NOT '
                       'AVAILABLE - ACTIVE FILE ONLY'
               END-IF
           END-IF.
           SET SCANNING-HISTORY TO TRUE.
           MOVE 'N' TO HIST-EOF-SWITCH.
           MOVE LOW-VALUES TO PH-KEY.
           START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO HIST-EOF-SWITCH
           END-START.
           PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT
               UNTIL HIST-END-OF-FILE.
           IF ARCHIVE-OPEN
              AND FILING-YEAR < RUN-YEAR
               SET SCANNING-ARCHIVE TO TRUE
               MOVE 'N' TO ARCH-EOF-SWITCH
               MOVE LOW-VALUES TO PHA-KEY
               START PAY-ARCHIVE-FILE KEY NOT LESS THAN PHA-KEY
                   INVALID KEY
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-START
               PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT
                   UNTIL ARCH-END-OF-FILE
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           IF ARCHIVE-OPEN
               CLOSE PAY-ARCHIVE-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SCAN-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO HISTORY-COUNT.
           IF PH-RUN-YEAR = FILING-YEAR
               MOVE PAY-HISTORY-RECORD TO HISTORY-WORK-RECORD
               PERFORM 2300-RELEASE-HISTORY THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SCAN-ARCHIVE.
           READ PAY-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO HISTORY-COUNT.
           IF PHA-RUN-YEAR = FILING-YEAR
               MOVE PAY-ARCHIVE-RECORD TO HISTORY-WORK-RECORD
               PERFORM 2300-RELEASE-HISTORY THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-RELEASE-HISTORY - A PAY-RUN OR FINAL-SETTLEMENT       *
      * RECORD GOES TO THE SORT AS IT STANDS. AN ADJUSTMENT GOES   *
      * AS ITS FIGURES LESS ITS DIRECT PREDECESSOR'S, MARKED OFF-  *
      * YTD WHEN ITS CHAIN ROOTS IN ANOTHER YEAR; ONE WHOSE CHAIN  *
      * IS BROKEN CANNOT BE NETTED AND IS LEFT OUT, FLAGGED        *
      *----------------------------------------------------------*
       2300-RELEASE-HISTORY.
           MOVE HW-EMP-ID TO SRT-EMP-ID.
           COMPUTE SRT-QUARTER = (HW-RUN-MONTH + 2) / 3.
           MOVE 'N' TO SRT-OFF-YTD-FLAG.
           IF HW-TYPE-ADJUSTMENT
               ADD 1 TO ADJUSTMENT-COUNT
               PERFORM 2400-WALK-CHAIN-ROOT THRU 2400-EXIT
               PERFORM 2500-REPOSITION-SCAN THRU 2500-EXIT
               IF NOT ROOT-FOUND
                   DISPLAY 'TAXFILE: ADJUSTMENT CHAIN BROKEN FOR '
                       HW-EMP-ID ' ' HW-ADJUSTED-DATE
                       ' - LEFT OUT OF FILING'
                   ADD 1 TO BROKEN-CHAIN-COUNT
                   GO TO 2300-EXIT
               END-IF
               COMPUTE SRT-GROSS = HW-GROSS-PAY - PRED-GROSS
               COMPUTE SRT-TAX   = HW-TAX-AMOUNT - PRED-TAX
               IF ROOT-YEAR NOT = FILING-YEAR
                   MOVE 'Y' TO SRT-OFF-YTD-FLAG
                   ADD 1 TO OFF-YTD-COUNT
               END-IF
           ELSE
               MOVE HW-GROSS-PAY  TO SRT-GROSS
               MOVE HW-TAX-AMOUNT TO SRT-TAX
           END-IF.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO SELECTED-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-WALK-CHAIN-ROOT - FOLLOW PH-ADJUSTED-DATE BACK UNTIL  *
      * A PAY RECORD (THE CHAIN ROOT) IS MET, SAVING THE DIRECT    *
      * PREDECESSOR'S FIGURES ON THE FIRST STEP. A PREDECESSOR IS  *
      * LOOKED FOR ON THE ACTIVE FILE FIRST, THEN ON THE ARCHIVE.  *
      * THE STEP CEILING GUARDS AGAINST A DAMAGED POINTER LOOPING  *
      *----------------------------------------------------------*
       2400-WALK-CHAIN-ROOT.
           MOVE 'N'  TO WALK-DONE-SWITCH.
           MOVE 'N'  TO ROOT-FOUND-SWITCH.
           MOVE 'N'  TO PRED-SAVED-SWITCH.
           MOVE ZERO TO CHAIN-STEPS.
           MOVE HW-ADJUSTED-DATE TO CHAIN-DATE.
           PERFORM 2450-WALK-ONE-STEP THRU 2450-EXIT
               UNTIL WALK-DONE.
       2400-EXIT.
           EXIT.

       2450-WALK-ONE-STEP.
           ADD 1 TO CHAIN-STEPS.
           IF CHAIN-STEPS > CHAIN-STEP-MAX
               MOVE 'Y' TO WALK-DONE-SWITCH
               GO TO 2450-EXIT
           END-IF.
           PERFORM 2460-READ-CHAIN-RECORD THRU 2460-EXIT.
           IF NOT CHAIN-RECORD-FOUND
               MOVE 'Y' TO WALK-DONE-SWITCH
               GO TO 2450-EXIT
           END-IF.
           IF NOT PRED-SAVED
               MOVE CHN-GROSS TO PRED-GROSS
               MOVE CHN-TAX   TO PRED-TAX
               MOVE 'Y' TO PRED-SAVED-SWITCH
           END-IF.
           IF CHN-TYPE-ADJUSTMENT
               MOVE CHN-ADJUSTED-DATE TO CHAIN-DATE
           ELSE
               MOVE CHN-RUN-YEAR TO ROOT-YEAR
               MOVE 'Y' TO ROOT-FOUND-SWITCH
               MOVE 'Y' TO WALK-DONE-SWITCH
           END-IF.
       2450-EXIT.
           EXIT.

       2460-READ-CHAIN-RECORD.
           MOVE 'N' TO CHAIN-HIT-SWITCH.
           MOVE HW-EMP-ID  TO PH-EMP-ID.
           MOVE CHAIN-DATE TO PH-RUN-DATE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CHAIN-HIT-SWITCH
                   MOVE PH-RECORD-TYPE   TO CHN-TYPE
                   MOVE PH-RUN-YEAR      TO CHN-RUN-YEAR
                   MOVE PH-ADJUSTED-DATE TO CHN-ADJUSTED-DATE
                   MOVE PH-GROSS-PAY     TO CHN-GROSS
                   MOVE PH-TAX-AMOUNT    TO CHN-TAX
           END-READ.
           IF CHAIN-RECORD-FOUND OR NOT ARCHIVE-OPEN
               GO TO 2460-EXIT
           END-IF.
           MOVE HW-EMP-ID  TO PHA-EMP-ID.
           MOVE CHAIN-DATE TO PHA-RUN-DATE.
           READ PAY-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CHAIN-HIT-SWITCH
                   MOVE PHA-RECORD-TYPE   TO CHN-TYPE
                   MOVE PHA-RUN-YEAR      TO CHN-RUN-YEAR
                   MOVE PHA-ADJUSTED-DATE TO CHN-ADJUSTED-DATE
                   MOVE PHA-GROSS-PAY     TO CHN-GROSS
                   MOVE PHA-TAX-AMOUNT    TO CHN-TAX
           END-READ.
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-REPOSITION-SCAN - THE CHAIN WALK'S RANDOM READS MOVED *
      * THE FILE POSITION, SO THE FILE BEING SCANNED IS STARTED    *
      * AGAIN JUST PAST THE RECORD BEING RELEASED                  *
      *----------------------------------------------------------*
       2500-REPOSITION-SCAN.
           IF SCANNING-HISTORY
               MOVE HW-KEY TO PH-KEY
               START PAY-HISTORY-FILE KEY GREATER THAN PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO HIST-EOF-SWITCH
               END-START
           ELSE
               MOVE HW-KEY TO PHA-KEY
               START PAY-ARCHIVE-FILE KEY GREATER THAN PHA-KEY
                   INVALID KEY
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-START
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-SORT-OUTPUT - MATCH THE SORTED HISTORY AGAINST THE    *
      * YTD FILE BY EMPLOYEE (BOTH ARE IN EMP-ID ORDER): EACH      *
      * EMPLOYEE ON EITHER SIDE GETS A FILING DETAIL IF ANYTHING   *
      * FELL IN THE PERIOD AND A PAIR OF RECONCILIATION LINES      *
      *----------------------------------------------------------*
       3000-SORT-OUTPUT.
           MOVE FILING-YEAR      TO RH1-YEAR.
           MOVE PERIOD-START-NUM TO RH1-PERIOD-START.
           MOVE PERIOD-END-NUM   TO RH1-PERIOD-END.
           MOVE RECON-HEADING-1 TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE RECON-HEADING-2 TO RECON-LINE.
           WRITE RECON-LINE.
           PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
           PERFORM 3950-READ-YTD THRU 3950-EXIT.
           PERFORM 3100-PROCESS-EMPLOYEE THRU 3100-EXIT
               UNTIL SORT-END-OF-FILE AND YTD-END-OF-FILE.
           PERFORM 3600-WRITE-RECON-TOTALS THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-PROCESS-EMPLOYEE - THE LOWER OF THE TWO KEYS IS THE   *
      * NEXT EMPLOYEE; GATHER ITS SORTED RECORDS AND ITS YTD       *
      * RECORD, IF ANY. A YTD RECORD FOR ANOTHER YEAR, OR FOR THIS *
      * YEAR BUT ALL ZERO, WITH NO HISTORY BEHIND IT IS PASSED BY  *
      *----------------------------------------------------------*
       3100-PROCESS-EMPLOYEE.
           IF SORT-KEY-EMP-ID < YTD-KEY-EMP-ID
               MOVE SORT-KEY-EMP-ID TO CURRENT-EMP-ID
           ELSE
               MOVE YTD-KEY-EMP-ID  TO CURRENT-EMP-ID
           END-IF.
           INITIALIZE EMPLOYEE-ACCUMULATORS.
           MOVE 'N' TO YTD-MATCH-SWITCH.
           PERFORM 3200-ACCUMULATE-SORTED THRU 3200-EXIT
               UNTIL SORT-KEY-EMP-ID NOT = CURRENT-EMP-ID.
           IF YTD-KEY-EMP-ID = CURRENT-EMP-ID
               MOVE 'Y'            TO YTD-MATCH-SWITCH
               MOVE YTD-YEAR       TO EMP-YTD-YEAR
               MOVE YTD-GROSS-PAY  TO EMP-YTD-GROSS
               MOVE YTD-TAX-AMOUNT TO EMP-YTD-TAX
               PERFORM 3950-READ-YTD THRU 3950-EXIT
           END-IF.
           IF EMP-YEAR-GROSS = ZERO
              AND EMP-YEAR-TAX = ZERO
              AND EMP-OFF-YTD-GROSS = ZERO
              AND EMP-OFF-YTD-TAX = ZERO
               IF NOT YTD-MATCHED
                  OR EMP-YTD-YEAR NOT = FILING-YEAR
                  OR (EMP-YTD-GROSS = ZERO AND EMP-YTD-TAX = ZERO)
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           PERFORM 3300-LOOK-UP-EMPLOYEE THRU 3300-EXIT.
           PERFORM 3400-WRITE-FILING-DETAIL THRU 3400-EXIT.
           PERFORM 3500-WRITE-RECON-LINES THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-ACCUMULATE-SORTED - ONE SORTED RECORD INTO ITS        *
      * QUARTER; AN OFF-YTD AMOUNT IS ALSO HELD APART SO THE TIE   *
      * CAN LEAVE IT OUT                                           *
      *----------------------------------------------------------*
       3200-ACCUMULATE-SORTED.
           ADD SRT-GROSS TO EMP-QTR-GROSS (SRT-QUARTER).
           ADD SRT-TAX   TO EMP-QTR-TAX (SRT-QUARTER).
           ADD SRT-GROSS TO EMP-YEAR-GROSS.
           ADD SRT-TAX   TO EMP-YEAR-TAX.
           IF SRT-OFF-YTD
               ADD SRT-GROSS TO EMP-OFF-YTD-GROSS
               ADD SRT-TAX   TO EMP-OFF-YTD-TAX
           END-IF.
           PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

       3300-LOOK-UP-EMPLOYEE.
           MOVE 'N' TO FOUND-SWITCH.
           MOVE CURRENT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FOUND-SWITCH
           END-READ.
           IF NOT EMPLOYEE-FOUND
               MOVE SPACES TO EMP-FIRST-NAME
               MOVE '** NOT ON FILE **' TO EMP-LAST-NAME
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3400-WRITE-FILING-DETAIL - THE QUARTER FILED, OR THE WHOLE *
      * YEAR; NOTHING IS FILED FOR AN EMPLOYEE WITH NEITHER WAGES  *
      * NOR TAX IN THE PERIOD                                      *
      *----------------------------------------------------------*
       3400-WRITE-FILING-DETAIL.
           IF FILING-FULL-YEAR
               MOVE EMP-YEAR-GROSS TO EMP-FILED-GROSS
               MOVE EMP-YEAR-TAX   TO EMP-FILED-TAX
           ELSE
               MOVE EMP-QTR-GROSS (FILING-QUARTER) TO EMP-FILED-GROSS
               MOVE EMP-QTR-TAX (FILING-QUARTER)   TO EMP-FILED-TAX
           END-IF.
           IF EMP-FILED-GROSS = ZERO
              AND EMP-FILED-TAX = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO FILING-RECORD.
           SET TXF-DETAIL TO TRUE.
           MOVE CURRENT-EMP-ID  TO TXF-D-EMP-ID.
           MOVE EMP-LAST-NAME   TO TXF-D-LAST-NAME.
           MOVE EMP-FIRST-NAME  TO TXF-D-FIRST-NAME.
           MOVE EMP-FILED-GROSS TO TXF-D-WAGES.
           MOVE EMP-FILED-TAX   TO TXF-D-TAX-WITHHELD.
           WRITE FILING-RECORD.
           ADD 1 TO FILING-RECORD-COUNT.
           ADD 1 TO FILED-COUNT.
           ADD EMP-FILED-GROSS TO CO-FILED-GROSS.
           ADD EMP-FILED-TAX   TO CO-FILED-TAX.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3500-WRITE-RECON-LINES - WAGES AND TAX BY QUARTER, THEIR   *
      * SUM, AND THE EMPYTD FIGURE. THE QUARTERS LESS ANY EARLIER- *
      * YEAR ADJUSTMENT MUST EQUAL EMPYTD; A YTD RECORD NOW         *
      * CARRYING ANOTHER YEAR CANNOT BE TIED AND IS SHOWN AS SUCH  *
      *----------------------------------------------------------*
       3500-WRITE-RECON-LINES.
           ADD 1 TO RECON-COUNT.
           MOVE SPACES TO RCL-FLAG.
           EVALUATE TRUE
               WHEN NOT YTD-MATCHED
                   MOVE 'NO YTD REC' TO RCL-FLAG
                   ADD 1 TO MISMATCH-COUNT
               WHEN EMP-YTD-YEAR NOT = FILING-YEAR
                   MOVE 'YTD OTHER YR' TO RCL-FLAG
                   ADD 1 TO OTHER-YEAR-COUNT
               WHEN EMP-YEAR-GROSS - EMP-OFF-YTD-GROSS
                        NOT = EMP-YTD-GROSS
                 OR EMP-YEAR-TAX - EMP-OFF-YTD-TAX
                        NOT = EMP-YTD-TAX
                   MOVE 'DOES NOT TIE' TO RCL-FLAG
                   ADD 1 TO MISMATCH-COUNT
               WHEN EMP-OFF-YTD-GROSS NOT = ZERO
                 OR EMP-OFF-YTD-TAX NOT = ZERO
                   MOVE 'TIES LESS PY' TO RCL-FLAG
           END-EVALUATE.
           IF YTD-MATCHED
              AND EMP-YTD-YEAR = FILING-YEAR
               ADD EMP-YTD-GROSS TO CO-YTD-GROSS
               ADD EMP-YTD-TAX   TO CO-YTD-TAX
           END-IF.

           MOVE CURRENT-EMP-ID TO RCL-EMP-ID.
           MOVE SPACES TO RCL-EMP-NAME.
           STRING EMP-LAST-NAME  DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  EMP-FIRST-NAME DELIMITED BY '  '
               INTO RCL-EMP-NAME.
           MOVE 'WAGES' TO RCL-KIND.
           PERFORM 3510-MOVE-QUARTER-GROSS THRU 3510-EXIT
               VARYING QUARTER-IX FROM 1 BY 1
               UNTIL QUARTER-IX > 4.
           MOVE EMP-YEAR-GROSS TO RCL-YEAR.
           MOVE EMP-YTD-GROSS  TO RCL-YTD.
           MOVE RECON-DETAIL-LINE TO RECON-LINE.
           WRITE RECON-LINE.

           MOVE SPACES TO RCL-EMP-ID.
           MOVE SPACES TO RCL-EMP-NAME.
           MOVE SPACES TO RCL-FLAG.
           MOVE 'TAX'  TO RCL-KIND.
           PERFORM 3520-MOVE-QUARTER-TAX THRU 3520-EXIT
               VARYING QUARTER-IX FROM 1 BY 1
               UNTIL QUARTER-IX > 4.
           MOVE EMP-YEAR-TAX TO RCL-YEAR.
           MOVE EMP-YTD-TAX  TO RCL-YTD.
           MOVE RECON-DETAIL-LINE TO RECON-LINE.
           WRITE RECON-LINE.
           ADD EMP-YEAR-GROSS TO CO-YEAR-GROSS.
           ADD EMP-YEAR-TAX   TO CO-YEAR-TAX.
       3500-EXIT.
           EXIT.

       3510-MOVE-QUARTER-GROSS.
           MOVE EMP-QTR-GROSS (QUARTER-IX) TO RCL-QUARTER (QUARTER-IX).
           ADD EMP-QTR-GROSS (QUARTER-IX) TO CO-QTR-GROSS (QUARTER-IX).
       3510-EXIT.
           EXIT.

       3520-MOVE-QUARTER-TAX.
           MOVE EMP-QTR-TAX (QUARTER-IX) TO RCL-QUARTER (QUARTER-IX).
           ADD EMP-QTR-TAX (QUARTER-IX) TO CO-QTR-TAX (QUARTER-IX).
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3600-WRITE-RECON-TOTALS - COMPANY QUARTERS, THEIR SUM AND  *
      * THE EMPYTD TOTAL, THE COUNTS, AND THE VERDICT              *
      *----------------------------------------------------------*
       3600-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE 'COMPANY TOTAL' TO RTL-LABEL.
           MOVE 'WAGES'         TO RTL-KIND.
           PERFORM 3610-MOVE-TOTAL-GROSS THRU 3610-EXIT
               VARYING QUARTER-IX FROM 1 BY 1
               UNTIL QUARTER-IX > 4.
           MOVE CO-YEAR-GROSS TO RTL-YEAR.
           MOVE CO-YTD-GROSS  TO RTL-YTD.
           MOVE RECON-TOTAL-LINE TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RTL-LABEL.
           MOVE 'TAX'  TO RTL-KIND.
           PERFORM 3620-MOVE-TOTAL-TAX THRU 3620-EXIT
               VARYING QUARTER-IX FROM 1 BY 1
               UNTIL QUARTER-IX > 4.
           MOVE CO-YEAR-TAX TO RTL-YEAR.
           MOVE CO-YTD-TAX  TO RTL-YTD.
           MOVE RECON-TOTAL-LINE TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE RECON-COUNT      TO RCT-LISTED.
           MOVE MISMATCH-COUNT   TO RCT-MISMATCH.
           MOVE OTHER-YEAR-COUNT TO RCT-OTHER-YEAR.
           MOVE OFF-YTD-COUNT    TO RCT-OFF-YTD.
           MOVE RECON-COUNT-LINE TO RECON-LINE.
           WRITE RECON-LINE.
           EVALUATE TRUE
               WHEN MISMATCH-COUNT > ZERO
                   MOVE 'OUT OF BALANCE - SEE FLAGGED EMPLOYEES'
                       TO RVL-VERDICT
               WHEN OTHER-YEAR-COUNT > ZERO
                   MOVE 'NOT PROVEN - EMPYTD HAS ROLLED TO ANOTHER YEAR'
                       TO RVL-VERDICT
               WHEN BROKEN-CHAIN-COUNT > ZERO
                   MOVE 'NOT PROVEN - ADJUSTMENT CHAIN BROKEN'
                       TO RVL-VERDICT
               WHEN OTHER
                   MOVE 'QUARTERS TIE TO EMPYTD' TO RVL-VERDICT
           END-EVALUATE.
           MOVE RECON-VERDICT-LINE TO RECON-LINE.
           WRITE RECON-LINE.
       3600-EXIT.
           EXIT.

       3610-MOVE-TOTAL-GROSS.
           MOVE CO-QTR-GROSS (QUARTER-IX) TO RTL-QUARTER (QUARTER-IX).
       3610-EXIT.
           EXIT.

       3620-MOVE-TOTAL-TAX.
           MOVE CO-QTR-TAX (QUARTER-IX) TO RTL-QUARTER (QUARTER-IX).
       3620-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3900-RETURN-SORTED / 3950-READ-YTD - NEXT RECORD ON EACH   *
      * SIDE OF THE MATCH; END OF FILE SETS THE KEY HIGH SO THE    *
      * OTHER SIDE RUNS OUT ALONE                                  *
      *----------------------------------------------------------*
       3900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO SORT-KEY-EMP-ID
                   GO TO 3900-EXIT
           END-RETURN.
           MOVE SRT-EMP-ID TO SORT-KEY-EMP-ID.
       3900-EXIT.
           EXIT.

       3950-READ-YTD.
           READ YTD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO YTD-EOF-SWITCH
                   MOVE HIGH-VALUES TO YTD-KEY-EMP-ID
                   GO TO 3950-EXIT
           END-READ.
           MOVE YTD-EMP-ID TO YTD-KEY-EMP-ID.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-FINALIZE - FILING TRAILER, THEN CLOSE UP              *
      *----------------------------------------------------------*
       4000-FINALIZE.
           MOVE SPACES TO FILING-RECORD.
           SET TXF-TRAILER TO TRUE.
           ADD 1 TO FILING-RECORD-COUNT.
           MOVE FILED-COUNT         TO TXF-T-EMPLOYEE-COUNT.
           MOVE CO-FILED-GROSS      TO TXF-T-TOTAL-WAGES.
           MOVE CO-FILED-TAX        TO TXF-T-TOTAL-TAX.
           MOVE FILING-RECORD-COUNT TO TXF-T-RECORD-COUNT.
           WRITE FILING-RECORD.
           CLOSE FILING-FILE.
           CLOSE RECON-REPORT-FILE.
           CLOSE YTD-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY 'TAXFILE RUN COMPLETE'.
           DISPLAY 'FILING YEAR/QUARTER:      ' FILING-YEAR '/'
               FILING-QUARTER.
           DISPLAY 'HISTORY RECORDS READ:     ' HISTORY-COUNT.
           DISPLAY 'RECORDS IN FILING YEAR:   ' SELECTED-COUNT.
           DISPLAY 'ADJUSTMENTS NETTED:       ' ADJUSTMENT-COUNT.
           DISPLAY 'EMPLOYEES FILED:          ' FILED-COUNT.
           DISPLAY 'EMPLOYEES NOT TYING:      ' MISMATCH-COUNT.
           IF BROKEN-CHAIN-COUNT > ZERO
               DISPLAY 'ADJUSTMENTS LEFT OUT:     ' BROKEN-CHAIN-COUNT
           END-IF.
       4000-EXIT.
           EXIT.
