      * BUDRPT.CBL
      * DEPARTMENT/POSITION BUDGET-VERSUS-ACTUAL VARIANCE REPORT
      * COMPARES EACH LINE OF THE BUDGET MASTER (BUDGETED HEADCOUNT
      * AND ANNUAL SALARY BUDGET) WITH THE CURRENT NON-TERMINATED
      * HEADCOUNT AND COMMITTED EMP-SALARY ON THE EMPLOYEE MASTER
      * AND WITH THE YEAR-TO-DATE ACTUAL GROSS PAID FROM PAY
      * HISTORY. THE THREE SOURCES ARE RELEASED TO A SORT BY
      * DEPARTMENT AND POSITION CODE AND THE OUTPUT PROCEDURE
      * PRINTS ONE LINE PER DEPARTMENT/POSITION WITH DEPARTMENT
      * SUBTOTALS AND A GRAND TOTAL. A LINE IS FLAGGED OVER WHEN
      * ITS HEADCOUNT EXCEEDS THE BUDGETED HEADCOUNT (HC), ITS
      * COMMITTED SALARY EXCEEDS THE SALARY BUDGET (SAL), OR ITS
      * YEAR-TO-DATE GROSS ALREADY EXCEEDS THE SALARY BUDGET (YTD);
      * A DEPARTMENT/POSITION WITH STAFF OR PAY BUT NO BUDGET LINE
      * IS FLAGGED NO BUDGET.
      * YEAR-TO-DATE GROSS IS EVERY PAY HISTORY RECORD DATED IN THE
      * RUN YEAR, AN ADJUSTMENT COUNTING AS ITS GROSS LESS THE
      * GROSS OF THE RECORD IT SUPERSEDES. IT IS CHARGED TO THE
      * DEPARTMENT THE PAY WAS INCURRED IN (PH-DEPT-CODE) AND THE
      * EMPLOYEE'S CURRENT POSITION CODE, PAY HISTORY CARRYING NO
      * POSITION.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDRPT.
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
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUD-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "BUDSORT"
               FILE STATUS IS SRT-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGET-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHIST-RECORD.

      *----------------------------------------------------------*
      * ONE SORT RECORD PER BUDGET LINE, PER NON-TERMINATED       *
      * EMPLOYEE, AND PER PAY HISTORY RECORD IN THE RUN YEAR      *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-DEPT-CODE        PIC X(04).
           05  SRT-POS-CODE         PIC X(04).
           05  SRT-SOURCE           PIC X(01).
               88  SRT-FROM-BUDGET  VALUE 'B'.
               88  SRT-FROM-EMPLOYEE VALUE 'E'.
               88  SRT-FROM-HISTORY VALUE 'H'.
           05  SRT-HEADCOUNT        PIC 9(04).
           05  SRT-SALARY           PIC 9(9)V99.
           05  SRT-GROSS            PIC S9(9)V99.

       FD  BUDGET-REPORT-FILE
           RECORDING MODE IS F.
       01  BUDGET-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  BUD-FILE-STATUS       PIC XX.
               88  BUD-FS-OK         VALUE '00'.
           05  EMP-FILE-STATUS       PIC XX.
               88  EMP-FS-OK         VALUE '00'.
           05  PH-FILE-STATUS        PIC XX.
               88  PH-FS-OK          VALUE '00'.
           05  SRT-FILE-STATUS       PIC XX.
               88  SRT-FS-OK         VALUE '00'.
           05  RPT-FILE-STATUS       PIC XX.
               88  RPT-FS-OK         VALUE '00'.

       01  SWITCHES.
           05  BUD-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  BUD-END-OF-FILE   VALUE 'Y'.
           05  EMP-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  EMP-END-OF-FILE   VALUE 'Y'.
           05  PH-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  PH-END-OF-FILE    VALUE 'Y'.
           05  SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  SORT-END-OF-FILE  VALUE 'Y'.
           05  FIRST-RECORD-SWITCH   PIC X(01) VALUE 'Y'.
               88  FIRST-RECORD      VALUE 'Y'.
           05  LINE-BUDGET-SWITCH    PIC X(01) VALUE 'N'.
               88  LINE-BUDGETED     VALUE 'Y'.
           05  PRT-BUDGET-SWITCH     PIC X(01) VALUE 'N'.
               88  PRT-BUDGETED      VALUE 'Y'.
           05  PREDECESSOR-SWITCH    PIC X(01) VALUE 'N'.
               88  PREDECESSOR-FOUND VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                  PIC 9(04).
           05  RUN-MONTH                 PIC 9(02).
           05  RUN-DAY                   PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       77  BUDGET-LINES-READ         PIC 9(05) COMP VALUE ZERO.
       77  EMPLOYEES-COUNTED         PIC 9(05) COMP VALUE ZERO.
       77  HISTORY-RECORDS-USED      PIC 9(07) COMP VALUE ZERO.
       77  HISTORY-RECORDS-SKIPPED   PIC 9(05) COMP VALUE ZERO.
       77  LINES-PRINTED             PIC 9(05) COMP VALUE ZERO.
       77  LINES-OVER                PIC 9(05) COMP VALUE ZERO.
       77  LINES-NO-BUDGET           PIC 9(05) COMP VALUE ZERO.
       77  LAST-EMP-ID               PIC X(06) VALUE SPACES.
       77  LAST-POS-CODE             PIC X(04) VALUE SPACES.

      *----------------------------------------------------------*
      * THE PAY HISTORY RECORD IN HAND WHILE AN ADJUSTMENT'S      *
      * PREDECESSOR IS READ                                       *
      *----------------------------------------------------------*
       01  HISTORY-IN-HAND.
           05  HIH-KEY                   PIC X(14).
           05  HIH-EMP-ID                PIC X(06).
           05  HIH-DEPT-CODE             PIC X(04).
           05  HIH-GROSS                 PIC S9(9)V99.

       01  CONTROL-FIELDS.
           05  PREV-DEPT-CODE        PIC X(04) VALUE SPACES.
           05  PREV-POS-CODE         PIC X(04) VALUE SPACES.

       01  LINE-ACCUMULATORS.
           05  LINE-BUD-HC           PIC 9(05) COMP VALUE ZERO.
           05  LINE-BUD-SALARY       PIC 9(11)V99 VALUE ZERO.
           05  LINE-ACT-HC           PIC 9(05) COMP VALUE ZERO.
           05  LINE-COMMITTED        PIC 9(11)V99 VALUE ZERO.
           05  LINE-YTD-GROSS        PIC S9(11)V99 VALUE ZERO.

       01  DEPARTMENT-ACCUMULATORS.
           05  DEPT-BUD-HC           PIC 9(05) COMP VALUE ZERO.
           05  DEPT-BUD-SALARY       PIC 9(11)V99 VALUE ZERO.
           05  DEPT-ACT-HC           PIC 9(05) COMP VALUE ZERO.
           05  DEPT-COMMITTED        PIC 9(11)V99 VALUE ZERO.
           05  DEPT-YTD-GROSS        PIC S9(11)V99 VALUE ZERO.

       01  GRAND-TOTAL-ACCUMULATORS.
           05  GRAND-BUD-HC          PIC 9(05) COMP VALUE ZERO.
           05  GRAND-BUD-SALARY      PIC 9(11)V99 VALUE ZERO.
           05  GRAND-ACT-HC          PIC 9(05) COMP VALUE ZERO.
           05  GRAND-COMMITTED       PIC 9(11)V99 VALUE ZERO.
           05  GRAND-YTD-GROSS       PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * FIGURES FOR THE LINE BEING PRINTED - DETAIL, DEPARTMENT   *
      * SUBTOTAL OR GRAND TOTAL                                   *
      *----------------------------------------------------------*
       01  PRINT-FIELDS.
           05  PRT-BUD-HC            PIC 9(05) COMP.
           05  PRT-BUD-SALARY        PIC 9(11)V99.
           05  PRT-ACT-HC            PIC 9(05) COMP.
           05  PRT-COMMITTED         PIC 9(11)V99.
           05  PRT-YTD-GROSS         PIC S9(11)V99.

       01  OVER-FLAG.
           05  FLG-MARK              PIC X(08).
           05  FLG-HC                PIC X(03).
           05  FLG-SAL               PIC X(04).
           05  FLG-YTD               PIC X(04).

       01  HEADING-1.
           05  FILLER                   PIC X(50) VALUE
               'DEPARTMENT/POSITION BUDGET VARIANCE REPORT'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
           05  HDR-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'YTD GROSS FOR'.
           05  HDR-RUN-YEAR             PIC 9(04).
       01  HEADING-2.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               '---- HEADCOUNT ----'.
           05  FILLER                   PIC X(47) VALUE
               '--------------- ANNUAL SALARY ---------------'.
           05  FILLER                   PIC X(33) VALUE
               '------ YEAR TO DATE GROSS -----'.
       01  HEADING-3.
           05  FILLER                   PIC X(12) VALUE
               'DEPT POS'.
           05  FILLER                   PIC X(05) VALUE ' BUD'.
           05  FILLER                   PIC X(06) VALUE '   ACT'.
           05  FILLER                   PIC X(08) VALUE '    VAR'.
           05  FILLER                   PIC X(14) VALUE
               '        BUDGET'.
           05  FILLER                   PIC X(15) VALUE
               '      COMMITTED'.
           05  FILLER                   PIC X(16) VALUE
               '        VARIANCE'.
           05  FILLER                   PIC X(17) VALUE
               '           ACTUAL'.
           05  FILLER                   PIC X(18) VALUE
               '         REMAINING'.
           05  FILLER                   PIC X(04) VALUE 'FLAG'.

       01  DETAIL-LINE.
           05  DTL-DEPT-CODE            PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-POS-CODE             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-BUD-HC               PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-ACT-HC               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-VAR-HC               PIC -ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-BUD-SALARY           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-COMMITTED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-VAR-SALARY           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-YTD-GROSS            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-YTD-REMAIN           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-FLAG                 PIC X(19).

       01  VARIANCE-WORK-FIELDS.
           05  VAR-HC                   PIC S9(05).
           05  VAR-SALARY               PIC S9(11)V99.
           05  VAR-YTD                  PIC S9(11)V99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPT-CODE
               ON ASCENDING KEY SRT-POS-CODE
               INPUT PROCEDURE 1000-SORT-INPUT THRU 1000-EXIT
               OUTPUT PROCEDURE 2000-SORT-OUTPUT THRU 2000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-SORT-INPUT - RELEASE THE BUDGET LINES, THE NON-      *
      * TERMINATED EMPLOYEES, AND THE RUN YEAR'S PAY HISTORY      *
      *----------------------------------------------------------*
       1000-SORT-INPUT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF NOT BUD-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PH-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.

           PERFORM 1900-READ-BUDGET THRU 1900-EXIT.
           PERFORM 1100-RELEASE-BUDGET THRU 1100-EXIT
               UNTIL BUD-END-OF-FILE.

           PERFORM 1910-READ-EMPLOYEE THRU 1910-EXIT.
           PERFORM 1200-RELEASE-EMPLOYEE THRU 1200-EXIT
               UNTIL EMP-END-OF-FILE.

           MOVE LOW-VALUES TO PH-KEY.
           START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO PH-EOF-SWITCH
           END-START.
           IF NOT PH-END-OF-FILE
               PERFORM 1920-READ-HISTORY THRU 1920-EXIT
           END-IF.
           PERFORM 1300-RELEASE-HISTORY THRU 1300-EXIT
               UNTIL PH-END-OF-FILE.

           CLOSE BUDGET-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
       1000-EXIT.
           EXIT.

       1100-RELEASE-BUDGET.
           MOVE BUD-DEPT-CODE     TO SRT-DEPT-CODE.
           MOVE BUD-POS-CODE      TO SRT-POS-CODE.
           SET SRT-FROM-BUDGET    TO TRUE.
           MOVE BUD-HEADCOUNT     TO SRT-HEADCOUNT.
           MOVE BUD-SALARY-BUDGET TO SRT-SALARY.
           MOVE ZERO              TO SRT-GROSS.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO BUDGET-LINES-READ.
           PERFORM 1900-READ-BUDGET THRU 1900-EXIT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1200-RELEASE-EMPLOYEE - HEADCOUNT AND COMMITTED SALARY    *
      * COVER EVERY NON-TERMINATED EMPLOYEE, ACTIVE OR ON LEAVE,  *
      * THE SAME POPULATION AS DEPT-HEADCOUNT                     *
      *----------------------------------------------------------*
       1200-RELEASE-EMPLOYEE.
           IF NOT EMP-TERMINATED
               MOVE EMP-DEPT-CODE     TO SRT-DEPT-CODE
               MOVE EMP-POSITION-CODE TO SRT-POS-CODE
               SET SRT-FROM-EMPLOYEE  TO TRUE
               MOVE 1                 TO SRT-HEADCOUNT
               MOVE EMP-SALARY        TO SRT-SALARY
               MOVE ZERO              TO SRT-GROSS
               RELEASE SORT-WORK-RECORD
               ADD 1 TO EMPLOYEES-COUNTED
           END-IF.
           PERFORM 1910-READ-EMPLOYEE THRU 1910-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1300-RELEASE-HISTORY - A RUN-YEAR PAY HISTORY RECORD'S    *
      * GROSS; AN ADJUSTMENT COUNTS ONLY ITS CHANGE ON THE RECORD *
      * IT SUPERSEDES, AND ONE WHOSE PREDECESSOR IS NO LONGER ON  *
      * FILE IS LEFT OUT AND REPORTED                             *
      *----------------------------------------------------------*
       1300-RELEASE-HISTORY.
           IF PH-RUN-YEAR NOT = RUN-YEAR
               GO TO 1300-READ-NEXT
           END-IF.
           MOVE PH-KEY       TO HIH-KEY.
           MOVE PH-EMP-ID    TO HIH-EMP-ID.
           MOVE PH-DEPT-CODE TO HIH-DEPT-CODE.
           MOVE PH-GROSS-PAY TO HIH-GROSS.
           IF PH-TYPE-ADJUSTMENT
               PERFORM 1350-NET-PREDECESSOR THRU 1350-EXIT
               IF NOT PREDECESSOR-FOUND
                   ADD 1 TO HISTORY-RECORDS-SKIPPED
                   GO TO 1300-READ-NEXT
               END-IF
           END-IF.
           IF HIH-EMP-ID NOT = LAST-EMP-ID
               MOVE HIH-EMP-ID TO LAST-EMP-ID
               MOVE HIH-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO LAST-POS-CODE
                   NOT INVALID KEY
                       MOVE EMP-POSITION-CODE TO LAST-POS-CODE
               END-READ
           END-IF.
           MOVE HIH-DEPT-CODE    TO SRT-DEPT-CODE.
           MOVE LAST-POS-CODE    TO SRT-POS-CODE.
           SET SRT-FROM-HISTORY  TO TRUE.
           MOVE ZERO             TO SRT-HEADCOUNT.
           MOVE ZERO             TO SRT-SALARY.
           MOVE HIH-GROSS        TO SRT-GROSS.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO HISTORY-RECORDS-USED.
       1300-READ-NEXT.
           PERFORM 1920-READ-HISTORY THRU 1920-EXIT.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1350-NET-PREDECESSOR - READ THE RECORD THE ADJUSTMENT IN  *
      * HAND SUPERSEDES, TAKE ITS GROSS OFF, AND PUT THE BROWSE   *
      * BACK JUST PAST THE ADJUSTMENT                             *
      *----------------------------------------------------------*
       1350-NET-PREDECESSOR.
           MOVE 'N' TO PREDECESSOR-SWITCH.
           MOVE HIH-EMP-ID       TO PH-EMP-ID.
           MOVE PH-ADJUSTED-DATE TO PH-RUN-DATE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY 'BUDRPT: ADJUSTMENT ' HIH-KEY
                       ' - SUPERSEDED RECORD NOT ON PAY HISTORY,'
                       ' LEFT OUT OF YTD GROSS'
               NOT INVALID KEY
                   MOVE 'Y' TO PREDECESSOR-SWITCH
                   SUBTRACT PH-GROSS-PAY FROM HIH-GROSS
           END-READ.
           MOVE HIH-KEY TO PH-KEY.
           START PAY-HISTORY-FILE KEY GREATER THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO PH-EOF-SWITCH
           END-START.
       1350-EXIT.
           EXIT.

       1900-READ-BUDGET.
           READ BUDGET-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO BUD-EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

       1910-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EMP-EOF-SWITCH
           END-READ.
       1910-EXIT.
           EXIT.

       1920-READ-HISTORY.
           IF PH-END-OF-FILE
               GO TO 1920-EXIT
           END-IF.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PH-EOF-SWITCH
           END-READ.
       1920-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-OUTPUT - CONTROL-BREAK REPORT OVER THE SORTED    *
      * WORK FILE (DEPARTMENT MAJOR, POSITION CODE MINOR)          *
      *----------------------------------------------------------*
       2000-SORT-OUTPUT.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO HDR-RUN-DATE.
           MOVE RUN-YEAR     TO HDR-RUN-YEAR.
           MOVE HEADING-1 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE HEADING-2 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE HEADING-3 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           PERFORM 2900-RETURN-SORTED THRU 2900-EXIT.
           PERFORM 2100-PROCESS-SORTED THRU 2100-EXIT
               UNTIL SORT-END-OF-FILE.
           IF NOT FIRST-RECORD
               PERFORM 2300-PRINT-POSITION THRU 2300-EXIT
               PERFORM 2400-PRINT-DEPARTMENT THRU 2400-EXIT
           END-IF.
           PERFORM 2500-PRINT-GRAND-TOTAL THRU 2500-EXIT.
           CLOSE BUDGET-REPORT-FILE.
           DISPLAY 'BUDRPT RUN COMPLETE'.
           DISPLAY 'BUDGET LINES:          ' BUDGET-LINES-READ.
           DISPLAY 'EMPLOYEES COUNTED:     ' EMPLOYEES-COUNTED.
           DISPLAY 'PAY RECORDS IN YEAR:   ' HISTORY-RECORDS-USED.
           DISPLAY 'ADJUSTMENTS LEFT OUT:  ' HISTORY-RECORDS-SKIPPED.
           DISPLAY 'LINES PRINTED:         ' LINES-PRINTED.
           DISPLAY 'LINES OVER BUDGET:     ' LINES-OVER.
           DISPLAY 'LINES WITH NO BUDGET:  ' LINES-NO-BUDGET.
       2000-EXIT.
           EXIT.

       2100-PROCESS-SORTED.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SWITCH
               MOVE SRT-DEPT-CODE TO PREV-DEPT-CODE
               MOVE SRT-POS-CODE  TO PREV-POS-CODE
           END-IF.

           IF SRT-DEPT-CODE NOT = PREV-DEPT-CODE
               PERFORM 2300-PRINT-POSITION THRU 2300-EXIT
               PERFORM 2400-PRINT-DEPARTMENT THRU 2400-EXIT
               MOVE SRT-DEPT-CODE TO PREV-DEPT-CODE
               MOVE SRT-POS-CODE  TO PREV-POS-CODE
           ELSE
               IF SRT-POS-CODE NOT = PREV-POS-CODE
                   PERFORM 2300-PRINT-POSITION THRU 2300-EXIT
                   MOVE SRT-POS-CODE TO PREV-POS-CODE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SRT-FROM-BUDGET
                   MOVE 'Y' TO LINE-BUDGET-SWITCH
                   ADD SRT-HEADCOUNT TO LINE-BUD-HC
                   ADD SRT-SALARY    TO LINE-BUD-SALARY
               WHEN SRT-FROM-EMPLOYEE
                   ADD SRT-HEADCOUNT TO LINE-ACT-HC
                   ADD SRT-SALARY    TO LINE-COMMITTED
               WHEN SRT-FROM-HISTORY
                   ADD SRT-GROSS     TO LINE-YTD-GROSS
           END-EVALUATE.
           PERFORM 2900-RETURN-SORTED THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-PRINT-POSITION - THE DEPARTMENT/POSITION LINE JUST    *
      * COMPLETED, THEN ROLL IT INTO THE DEPARTMENT ACCUMULATORS   *
      *----------------------------------------------------------*
       2300-PRINT-POSITION.
           MOVE LINE-BUD-HC         TO PRT-BUD-HC.
           MOVE LINE-BUD-SALARY     TO PRT-BUD-SALARY.
           MOVE LINE-ACT-HC         TO PRT-ACT-HC.
           MOVE LINE-COMMITTED      TO PRT-COMMITTED.
           MOVE LINE-YTD-GROSS      TO PRT-YTD-GROSS.
           MOVE LINE-BUDGET-SWITCH  TO PRT-BUDGET-SWITCH.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE PREV-DEPT-CODE      TO DTL-DEPT-CODE.
           MOVE PREV-POS-CODE       TO DTL-POS-CODE.
           PERFORM 2600-WRITE-FIGURES THRU 2600-EXIT.
           ADD 1 TO LINES-PRINTED.
           IF OVER-FLAG NOT = SPACES
               IF PRT-BUDGETED
                   ADD 1 TO LINES-OVER
               ELSE
                   ADD 1 TO LINES-NO-BUDGET
               END-IF
           END-IF.

           ADD LINE-BUD-HC     TO DEPT-BUD-HC.
           ADD LINE-BUD-SALARY TO DEPT-BUD-SALARY.
           ADD LINE-ACT-HC     TO DEPT-ACT-HC.
           ADD LINE-COMMITTED  TO DEPT-COMMITTED.
           ADD LINE-YTD-GROSS  TO DEPT-YTD-GROSS.
           MOVE ZERO TO LINE-BUD-HC.
           MOVE ZERO TO LINE-BUD-SALARY.
           MOVE ZERO TO LINE-ACT-HC.
           MOVE ZERO TO LINE-COMMITTED.
           MOVE ZERO TO LINE-YTD-GROSS.
           MOVE 'N'  TO LINE-BUDGET-SWITCH.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-PRINT-DEPARTMENT - SUBTOTAL FOR THE DEPARTMENT JUST   *
      * COMPLETED, THEN ROLL IT INTO THE GRAND TOTAL               *
      *----------------------------------------------------------*
       2400-PRINT-DEPARTMENT.
           MOVE DEPT-BUD-HC         TO PRT-BUD-HC.
           MOVE DEPT-BUD-SALARY     TO PRT-BUD-SALARY.
           MOVE DEPT-ACT-HC         TO PRT-ACT-HC.
           MOVE DEPT-COMMITTED      TO PRT-COMMITTED.
           MOVE DEPT-YTD-GROSS      TO PRT-YTD-GROSS.
           MOVE 'Y'                 TO PRT-BUDGET-SWITCH.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE PREV-DEPT-CODE      TO DTL-DEPT-CODE.
           MOVE 'TOTAL'             TO DTL-POS-CODE.
           PERFORM 2600-WRITE-FIGURES THRU 2600-EXIT.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

           ADD DEPT-BUD-HC     TO GRAND-BUD-HC.
           ADD DEPT-BUD-SALARY TO GRAND-BUD-SALARY.
           ADD DEPT-ACT-HC     TO GRAND-ACT-HC.
           ADD DEPT-COMMITTED  TO GRAND-COMMITTED.
           ADD DEPT-YTD-GROSS  TO GRAND-YTD-GROSS.
           MOVE ZERO TO DEPT-BUD-HC.
           MOVE ZERO TO DEPT-BUD-SALARY.
           MOVE ZERO TO DEPT-ACT-HC.
           MOVE ZERO TO DEPT-COMMITTED.
           MOVE ZERO TO DEPT-YTD-GROSS.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-PRINT-GRAND-TOTAL                                    *
      *----------------------------------------------------------*
       2500-PRINT-GRAND-TOTAL.
           MOVE GRAND-BUD-HC        TO PRT-BUD-HC.
           MOVE GRAND-BUD-SALARY    TO PRT-BUD-SALARY.
           MOVE GRAND-ACT-HC        TO PRT-ACT-HC.
           MOVE GRAND-COMMITTED     TO PRT-COMMITTED.
           MOVE GRAND-YTD-GROSS     TO PRT-YTD-GROSS.
           MOVE 'Y'                 TO PRT-BUDGET-SWITCH.
           MOVE SPACES              TO DETAIL-LINE.
           MOVE 'ALL'               TO DTL-DEPT-CODE.
           MOVE 'TOTAL'             TO DTL-POS-CODE.
           PERFORM 2600-WRITE-FIGURES THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-WRITE-FIGURES - VARIANCES ARE BUDGET LESS ACTUAL, SO  *
      * A NEGATIVE VARIANCE IS OVER BUDGET. SETS OVER-FLAG FOR     *
      * THE CALLER                                                 *
      *----------------------------------------------------------*
       2600-WRITE-FIGURES.
           COMPUTE VAR-HC     = PRT-BUD-HC - PRT-ACT-HC.
           COMPUTE VAR-SALARY = PRT-BUD-SALARY - PRT-COMMITTED.
           COMPUTE VAR-YTD    = PRT-BUD-SALARY - PRT-YTD-GROSS.
           MOVE SPACES TO OVER-FLAG.
           IF NOT PRT-BUDGETED
               IF PRT-ACT-HC > ZERO
                  OR PRT-YTD-GROSS NOT = ZERO
                   MOVE '** NO BUDGET' TO OVER-FLAG
               END-IF
           ELSE
               IF PRT-ACT-HC > PRT-BUD-HC
                   MOVE 'HC' TO FLG-HC
               END-IF
               IF PRT-COMMITTED > PRT-BUD-SALARY
                   MOVE 'SAL' TO FLG-SAL
               END-IF
               IF PRT-YTD-GROSS > PRT-BUD-SALARY
                   MOVE 'YTD' TO FLG-YTD
               END-IF
               IF OVER-FLAG NOT = SPACES
                   MOVE '** OVER' TO FLG-MARK
               END-IF
           END-IF.
           MOVE PRT-BUD-HC     TO DTL-BUD-HC.
           MOVE PRT-ACT-HC     TO DTL-ACT-HC.
           MOVE VAR-HC         TO DTL-VAR-HC.
           MOVE PRT-BUD-SALARY TO DTL-BUD-SALARY.
           MOVE PRT-COMMITTED  TO DTL-COMMITTED.
           MOVE VAR-SALARY     TO DTL-VAR-SALARY.
           MOVE PRT-YTD-GROSS  TO DTL-YTD-GROSS.
           MOVE VAR-YTD        TO DTL-YTD-REMAIN.
           MOVE OVER-FLAG      TO DTL-FLAG.
           MOVE DETAIL-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
       2600-EXIT.
           EXIT.

       2900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.
       2900-EXIT.
           EXIT.
