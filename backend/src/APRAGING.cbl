      * APRAGING.CBL
      * APPROVAL QUEUE AGEING REPORT
      * READS THE TWO-PERSON APPROVAL QUEUE MASTER AND LISTS EVERY
      * ITEM STILL WAITING FOR A DECISION MORE THAN TWO DAYS AFTER
      * THE DAY IT WAS ENTERED, OLDEST FIRST (THE QUEUE IS IN
      * ENTRY-DATE ORDER), WITH THE OPERATOR WHO ENTERED IT AND THE
      * NUMBER OF DAYS IT HAS WAITED, SO SUPERVISORS CAN CHASE A
      * SECOND OPERATOR TO APPROVE OR REJECT IT. AGES ARE COUNTED
      * IN CALENDAR DAYS FROM THE ENTRY DATE TO THE RUN DATE.
      * TOTALS SHOW ALL WAITING ITEMS AND THOSE OVER THE LIMIT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRAGING.
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
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS APQ-FILE-STATUS.

           SELECT AGEING-REPORT-FILE ASSIGN TO "APRAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  AGEING-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  APQ-FILE-STATUS          PIC XX.
               88  APQ-FS-OK            VALUE '00'.
           05  RPT-FILE-STATUS          PIC XX.
               88  RPT-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  DAYNUM-DATE.
           05  DAYNUM-YEAR              PIC 9(04).
           05  DAYNUM-MONTH             PIC 9(02).
           05  DAYNUM-DAY               PIC 9(02).
       01  DAYNUM-DATE-NUM REDEFINES DAYNUM-DATE PIC 9(08).

       77  DAYNUM-RESULT                PIC 9(07) COMP VALUE ZERO.
       77  DAYNUM-Y                     PIC 9(05) COMP VALUE ZERO.
       77  DAYNUM-M                     PIC 9(02) COMP VALUE ZERO.
       77  DAYNUM-WORK                  PIC 9(07) COMP VALUE ZERO.
       77  RUN-DAY-NUMBER               PIC 9(07) COMP VALUE ZERO.
       77  DAYS-WAITING                 PIC S9(07) COMP VALUE ZERO.
       77  AGE-LIMIT-DAYS               PIC 9(03) VALUE 2.
       77  QUEUE-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WAITING-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  OVERDUE-COUNT                PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * AGEING REPORT LINE LAYOUTS                                *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                   PIC X(44) VALUE
               'APPROVAL QUEUE AGEING - ITEMS WAITING OVER'.
           05  HDR-AGE-LIMIT            PIC Z9.
           05  FILLER                   PIC X(20) VALUE
               ' DAYS - RUN DATE'.
           05  HDR-RUN-DATE             PIC 9(08).
       01  HEADING-2.
           05  FILLER                   PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(16) VALUE 'ITEM'.
           05  FILLER                   PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                   PIC X(10) VALUE 'ENTERED'.
           05  FILLER                   PIC X(11) VALUE 'ENTERED BY'.
           05  FILLER                   PIC X(12) VALUE
               'DAYS WAITING'.

       01  DETAIL-LINE.
           05  DTL-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ITEM-TYPE            PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ENTRY-DATE           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ENTERED-BY           PIC X(07).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  DTL-DAYS-WAITING         PIC ZZ,ZZ9.

       01  COUNT-LINE.
           05  CNT-LABEL                PIC X(30).
           05  CNT-VALUE                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN FILES, WRITE THE HEADINGS AND TAKE  *
      * THE DAY NUMBER OF THE RUN DATE                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF NOT APQ-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT AGEING-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE AGE-LIMIT-DAYS TO HDR-AGE-LIMIT.
           MOVE RUN-DATE-NUM TO HDR-RUN-DATE.
           MOVE HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-NUM TO DAYNUM-DATE-NUM.
           PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT.
           MOVE DAYNUM-RESULT TO RUN-DAY-NUMBER.
           PERFORM 1900-READ-QUEUE THRU 1900-EXIT.
       1000-EXIT.
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

       1900-READ-QUEUE.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-ITEM - LIST A WAITING ITEM ONCE IT HAS WAITED *
      * LONGER THAN THE LIMIT                                      *
      *----------------------------------------------------------*
       2000-PROCESS-ITEM.
           ADD 1 TO QUEUE-COUNT.
           IF NOT APQ-WAITING
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WAITING-COUNT.
           MOVE APQ-ENTRY-DATE TO DAYNUM-DATE-NUM.
           PERFORM 1060-COMPUTE-DAY-NUMBER THRU 1060-EXIT.
           COMPUTE DAYS-WAITING = RUN-DAY-NUMBER - DAYNUM-RESULT.
           IF DAYS-WAITING NOT > AGE-LIMIT-DAYS
               GO TO 2000-READ-NEXT
           END-IF.
           PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
       2000-READ-NEXT.
           PERFORM 1900-READ-QUEUE THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

       2100-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN APQ-SALARY-CHANGE
                   MOVE 'SALARY CHANGE' TO DTL-ITEM-TYPE
               WHEN APQ-REINSTATEMENT
                   MOVE 'REINSTATEMENT' TO DTL-ITEM-TYPE
               WHEN APQ-BANK-CHANGE
                   MOVE 'BANK DETAILS'  TO DTL-ITEM-TYPE
           END-EVALUATE.
           MOVE APQ-KEY        TO DTL-REFERENCE.
           MOVE APQ-EMP-ID     TO DTL-EMP-ID.
           MOVE APQ-ENTRY-DATE TO DTL-ENTRY-DATE.
           MOVE APQ-ENTERED-BY TO DTL-ENTERED-BY.
           MOVE DAYS-WAITING   TO DTL-DAYS-WAITING.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO OVERDUE-COUNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ITEMS ON QUEUE:' TO CNT-LABEL.
           MOVE QUEUE-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE 'ITEMS WAITING FOR DECISION:' TO CNT-LABEL.
           MOVE WAITING-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE 'WAITING OVER LIMIT:' TO CNT-LABEL.
           MOVE OVERDUE-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE AGEING-REPORT-FILE.
           DISPLAY 'APRAGING RUN COMPLETE'.
           DISPLAY 'ON QUEUE:        ' QUEUE-COUNT.
           DISPLAY 'WAITING:         ' WAITING-COUNT.
           DISPLAY 'OVER LIMIT:      ' OVERDUE-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
