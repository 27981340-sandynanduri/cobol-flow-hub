      * FILE ARE JOURNALED TO THE SUSP SUSPENSE LINE AND FLAGGED
      * ON THE CONSOLE, SO FINANCE NEVER RECEIVES A LINE FOR A
      * DEPARTMENT THAT DOES NOT EXIST AND THE FEED STILL BALANCES.
      * GROSS IS SPLIT INTO REGULAR SALARY, DEBITED TO SAL-EXP, AND
      * SUPPLEMENTAL PAY (BONUS, COMMISSION, OVERTIME, FINAL-PAY
      * VACATION PAYOUT), DEBITED TO BON-EXP. THE EMPLOYER'S OWN
      * PAYROLL COST STORED ON EACH RECORD IS DEBITED TO ERC-EXP BY
      * DEPARTMENT AND CREDITED, CONTRIBUTION TYPE BY TYPE, TO THE
      * LIABILITY ACCOUNT THE EMPLOYER CONTRIBUTION RATE TABLE
      * NAMES FOR THE TYPE.
      *
      * MODIFICATION HISTORY
      * 2026-08-21  RSN  ORIGINAL PROGRAM
      *                  THE NIGHTLY STREAM RUNS UNATTENDED; THE
      *                  DATE USED AND ITS SOURCE ARE ECHOED INTO
      *                  THE DAILY CYCLE LOG
      * 2026-10-15  RSN  GROSS IS NOW JOURNALED IN TWO PARTS PER
      *                  DEPARTMENT: REGULAR SALARY TO SAL-EXP AND
      *                  THE SUPPLEMENTAL PAY CARRIED ON PAY
      *                  HISTORY TO THE NEW BON-EXP BONUS EXPENSE
      *                  ACCOUNT (ONLY WHEN THERE IS ANY), EACH
      *                  WITH ITS OWN SUSPENSE LINE. HISTORY
      *                  WRITTEN BEFORE THE SPLIT COUNTS AS ALL
      *                  REGULAR
      * 2026-10-15  RSN  EMPLOYER PAYROLL COST IS NOW ACCRUED: A
      *                  DEBIT TO ERC-EXP PER DEPARTMENT (WITH ITS
      *                  OWN SUSPENSE LINE) AND A CREDIT PER
      *                  CONTRIBUTION TYPE TO THE LIABILITY ACCOUNT
      *                  OF THE RATE SET IN EFFECT ON THE FEED
      *                  DATE. A TYPE THAT SET DOES NOT KNOW IS
      *                  CREDITED TO ERC-SUSP SO THE FEED STILL
      *                  BALANCES. HISTORY WRITTEN BEFORE PAY
      *                  HISTORY CARRIED THE COST ADDS NOTHING
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLFEED.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           SELECT EMPLOYER-RATE-FILE ASSIGN TO "ERCRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERC-KEY
               FILE STATUS IS ERC-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-FILE-STATUS.
       01  DEPARTMENT-MASTER-RECORD.
           COPY DEPARTMENT-RECORD.

       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-RECORD.
           COPY ERCRATE-RECORD.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           COPY GL-JOURNAL-RECORD.
           05  DEPT-FILE-STATUS         PIC XX.
               88  DEPT-FS-OK           VALUE '00'.
               88  DEPT-FS-NOTFOUND     VALUE '23'.
           05  ERC-FILE-STATUS          PIC XX.
               88  ERC-FS-OK            VALUE '00'.
           05  GLJ-FILE-STATUS          PIC XX.
               88  GLJ-FS-OK            VALUE '00'.
           05  PARM-FILE-STATUS         PIC XX.
               88  PARM-END-OF-FILE     VALUE 'Y'.
           05  PARM-SOURCE-SWITCH       PIC X(01) VALUE 'N'.
               88  PARM-FROM-CARD       VALUE 'Y'.
           05  ERC-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  ERC-TABLE-DONE       VALUE 'Y'.
           05  TYPE-HIT-SWITCH          PIC X(01) VALUE 'N'.
               88  TYPE-IN-TABLE        VALUE 'Y'.
           05  RATE-HIT-SWITCH          PIC X(01) VALUE 'N'.
               88  TYPE-IN-RATE-SET     VALUE 'Y'.

       01  FEED-DATE.
           05  FEED-YEAR                PIC 9(04).
       77  SELECTED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  JOURNAL-LINE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  FEED-PERIOD                  PIC 9(02) VALUE ZERO.
       77  RECORD-REGULAR               PIC 9(07)V99 VALUE ZERO.
       77  RECORD-SUPPLEMENTAL          PIC 9(07)V99 VALUE ZERO.
       77  RECORD-EMPLOYER-COST         PIC 9(07)V99 VALUE ZERO.
       77  ERC-SET-DATE                 PIC 9(08) VALUE ZERO.
       77  ERC-RATE-MAX                 PIC 9(02) COMP VALUE 5.
       77  ERC-RATE-COUNT               PIC 9(02) COMP VALUE ZERO.
       77  ERC-IX                       PIC 9(02) COMP VALUE ZERO.
       77  PH-ER-IX                     PIC 9(02) COMP VALUE ZERO.
       77  ERC-TOTAL-MAX                PIC 9(02) COMP VALUE 10.
       77  ERC-TOTAL-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  ERC-TOT-IX                   PIC 9(02) COMP VALUE ZERO.

       01  COMPANY-TOTALS.
           05  TOTAL-TAX                PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-DEDUCTIONS         PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-NET                PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-SUSPENSE           PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-SUSPENSE-SUPP      PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-SUSPENSE-ERC       PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-EMPLOYER-COST      PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-ERC-UNPLACED       PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * REGULAR AND SUPPLEMENTAL PAY EXPENSE AND EMPLOYER COST   *
      * ACCUMULATED BY DEPARTMENT                                 *
      *----------------------------------------------------------*
       01  DEPT-GROSS-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DEPT-TBL-CODE        PIC X(04).
               10  DEPT-TBL-GROSS       PIC 9(11)V99.
               10  DEPT-TBL-SUPP        PIC 9(11)V99.
               10  DEPT-TBL-ERCOST      PIC 9(11)V99.

      *----------------------------------------------------------*
      * THE EMPLOYER CONTRIBUTION SET IN EFFECT ON THE FEED DATE, *
      * FOR EACH TYPE'S LIABILITY ACCOUNT                         *
      *----------------------------------------------------------*
       01  EMPLOYER-RATE-TABLE.
           05  ERC-RATE-ENTRY OCCURS 5 TIMES.
               10  ERC-TBL-TYPE         PIC X(03).
               10  ERC-TBL-DESCRIPTION  PIC X(20).
               10  ERC-TBL-ACCOUNT      PIC X(08).

      *----------------------------------------------------------*
      * EMPLOYER COST ACCUMULATED BY CONTRIBUTION TYPE            *
      *----------------------------------------------------------*
       01  EMPLOYER-COST-TABLE.
           05  ERC-TOTAL-ENTRY OCCURS 10 TIMES.
               10  ERC-TOT-TYPE         PIC X(03).
               10  ERC-TOT-AMOUNT       PIC 9(11)V99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
               STOP RUN
           END-IF.
           PERFORM 1200-ECHO-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-LOAD-EMPLOYER-RATES THRU 1300-EXIT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT HIST-FS-OK
               DISPLAY MSG-FILE-ERROR
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1300-LOAD-EMPLOYER-RATES - THE EMPLOYER CONTRIBUTION SET   *
      * IN EFFECT ON THE FEED DATE, FOUND AND LOADED IN THE SAME   *
      * TWO PASSES AS THE PAY RUN. WITHOUT IT EVERY CONTRIBUTION   *
      * TYPE IS CREDITED TO ERC-SUSP, SO IT IS FLAGGED BUT DOES    *
      * NOT STOP THE FEED                                          *
      *----------------------------------------------------------*
       1300-LOAD-EMPLOYER-RATES.
           MOVE ZERO TO ERC-RATE-COUNT.
           MOVE ZERO TO ERC-SET-DATE.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF NOT ERC-FS-OK
               DISPLAY 'WARNING: EMPLOYER CONTRIBUTION RATE FILE '
                   'UNREADABLE - LIABILITIES TO ERC-SUSP'
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
           PERFORM 1360-SCAN-EMPLOYER-DATE THRU 1360-EXIT
               UNTIL ERC-TABLE-DONE.
           IF ERC-SET-DATE = ZERO
               DISPLAY 'WARNING: NO EMPLOYER CONTRIBUTION SET IN '
                   'EFFECT FOR ' FEED-DATE-NUM
                   ' - LIABILITIES TO ERC-SUSP'
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
           IF ERC-EFF-DATE NOT > FEED-DATE-NUM
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
               MOVE ERC-DESCRIPTION TO
                   ERC-TBL-DESCRIPTION (ERC-RATE-COUNT)
               MOVE ERC-LIABILITY-ACCOUNT TO
                   ERC-TBL-ACCOUNT (ERC-RATE-COUNT)
           END-IF.
           PERFORM 1350-READ-EMPLOYER-RATE THRU 1350-EXIT.
       1370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1900-READ-HISTORY - READ NEXT RECORD SEQUENTIALLY         *
      *----------------------------------------------------------*
               ADD 1 TO SELECTED-COUNT
               MOVE PH-PERIOD-NUMBER TO FEED-PERIOD
               PERFORM 2100-ACCUMULATE-DEPT THRU 2100-EXIT
               PERFORM 2200-ACCUMULATE-CONTRIBUTION THRU 2200-EXIT
                   VARYING PH-ER-IX FROM 1 BY 1
                   UNTIL PH-ER-IX > ERC-RATE-MAX
               ADD PH-TAX-AMOUNT TO TOTAL-TAX
               ADD PH-DEDUCTIONS TO TOTAL-DEDUCTIONS
               ADD PH-NET-PAY    TO TOTAL-NET
           EXIT.

      *----------------------------------------------------------*
      * 2100-ACCUMULATE-DEPT - ADD THIS RECORD'S REGULAR AND      *
      * SUPPLEMENTAL PAY AND EMPLOYER COST TO ITS DEPARTMENT'S     *
      * TABLE ENTRY, EXTENDING THE TABLE ON THE FIRST RECORD SEEN  *
      * FOR A DEPARTMENT. A RECORD WRITTEN BEFORE PAY HISTORY      *
      * CARRIED THE SPLIT HAS SPACES THERE AND IS ALL REGULAR; ONE *
      * WRITTEN BEFORE IT CARRIED EMPLOYER COST HAS NONE           *
      *----------------------------------------------------------*
       2100-ACCUMULATE-DEPT.
           IF PH-SUPPLEMENTAL-PAY NUMERIC
               MOVE PH-SUPPLEMENTAL-PAY TO RECORD-SUPPLEMENTAL
           ELSE
               MOVE ZERO TO RECORD-SUPPLEMENTAL
           END-IF.
           IF PH-EMPLOYER-COST NUMERIC
               MOVE PH-EMPLOYER-COST TO RECORD-EMPLOYER-COST
           ELSE
               MOVE ZERO TO RECORD-EMPLOYER-COST
           END-IF.
           ADD RECORD-EMPLOYER-COST TO TOTAL-EMPLOYER-COST.
           COMPUTE RECORD-REGULAR =
               PH-GROSS-PAY - RECORD-SUPPLEMENTAL.
           MOVE 'N' TO TABLE-HIT-SWITCH.
           MOVE ZERO TO DEPT-IX.
           PERFORM 2150-SEARCH-DEPT-TABLE THRU 2150-EXIT
               UNTIL DEPT-IN-TABLE OR DEPT-IX NOT < DEPT-TABLE-COUNT.
           IF DEPT-IN-TABLE
               ADD RECORD-REGULAR TO DEPT-TBL-GROSS (DEPT-IX)
               ADD RECORD-SUPPLEMENTAL TO DEPT-TBL-SUPP (DEPT-IX)
               ADD RECORD-EMPLOYER-COST TO DEPT-TBL-ERCOST (DEPT-IX)
           ELSE
               IF DEPT-TABLE-COUNT < DEPT-TABLE-MAX
                   ADD 1 TO DEPT-TABLE-COUNT
                   MOVE PH-DEPT-CODE TO
                       DEPT-TBL-CODE (DEPT-TABLE-COUNT)
                   MOVE RECORD-REGULAR TO
                       DEPT-TBL-GROSS (DEPT-TABLE-COUNT)
                   MOVE RECORD-SUPPLEMENTAL TO
                       DEPT-TBL-SUPP (DEPT-TABLE-COUNT)
                   MOVE RECORD-EMPLOYER-COST TO
                       DEPT-TBL-ERCOST (DEPT-TABLE-COUNT)
               ELSE
                   DISPLAY 'ERROR: DEPARTMENT TABLE FULL FOR '
                       PH-DEPT-CODE
                   ADD RECORD-REGULAR TO TOTAL-SUSPENSE
                   ADD RECORD-SUPPLEMENTAL TO TOTAL-SUSPENSE-SUPP
                   ADD RECORD-EMPLOYER-COST TO TOTAL-SUSPENSE-ERC
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ACCUMULATE-CONTRIBUTION - ONE CONTRIBUTION TYPE'S     *
      * COST FROM THE RECORD INTO THE BY-TYPE TABLE, EXTENDING IT  *
      * ON THE FIRST SIGHT OF A TYPE. A TYPE THAT WILL NOT FIT IS  *
      * HELD FOR THE ERC-SUSP CREDIT SO THE FEED STILL BALANCES    *
      *----------------------------------------------------------*
       2200-ACCUMULATE-CONTRIBUTION.
           IF NOT PH-EMPLOYER-COST NUMERIC
              OR PH-ER-TYPE (PH-ER-IX) = SPACES
              OR PH-ER-AMOUNT (PH-ER-IX) NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO TYPE-HIT-SWITCH.
           MOVE ZERO TO ERC-TOT-IX.
           PERFORM 2250-SEARCH-TYPE-TABLE THRU 2250-EXIT
               UNTIL TYPE-IN-TABLE
                  OR ERC-TOT-IX NOT < ERC-TOTAL-COUNT.
           IF TYPE-IN-TABLE
               ADD PH-ER-AMOUNT (PH-ER-IX) TO
                   ERC-TOT-AMOUNT (ERC-TOT-IX)
           ELSE
               IF ERC-TOTAL-COUNT < ERC-TOTAL-MAX
                   ADD 1 TO ERC-TOTAL-COUNT
                   MOVE PH-ER-TYPE (PH-ER-IX) TO
                       ERC-TOT-TYPE (ERC-TOTAL-COUNT)
                   MOVE PH-ER-AMOUNT (PH-ER-IX) TO
                       ERC-TOT-AMOUNT (ERC-TOTAL-COUNT)
               ELSE
                   DISPLAY 'ERROR: CONTRIBUTION TYPE TABLE FULL FOR '
                       PH-ER-TYPE (PH-ER-IX)
                   ADD PH-ER-AMOUNT (PH-ER-IX) TO TOTAL-ERC-UNPLACED
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2250-SEARCH-TYPE-TABLE.
           ADD 1 TO ERC-TOT-IX.
           IF ERC-TOT-TYPE (ERC-TOT-IX) = PH-ER-TYPE (PH-ER-IX)
               MOVE 'Y' TO TYPE-HIT-SWITCH
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-WRITE-JOURNAL - REGULAR, SUPPLEMENTAL AND EMPLOYER    *
      * COST DEBITS PER VALID DEPARTMENT, A SUSPENSE DEBIT FOR     *
      * EACH IF ANY COULD NOT BE PLACED, COMPANY CREDITS, THEN    *
      * THE BALANCING TRAILER PAIR                                 *
      *----------------------------------------------------------*
       3000-WRITE-JOURNAL.
           PERFORM 3100-WRITE-DEPT-DEBIT THRU 3100-EXIT
               SET GLJ-DEBIT  TO TRUE
               MOVE 'SAL-EXP ' TO GLJ-ACCOUNT
               MOVE 'SUSP'     TO GLJ-DEPT-CODE
               MOVE 'REGULAR PAY UNKNOWN DEPT' TO GLJ-DESCRIPTION
               MOVE TOTAL-SUSPENSE TO GLJ-AMOUNT
               MOVE FEED-DATE-NUM  TO GLJ-RUN-DATE
               MOVE FEED-PERIOD    TO GLJ-PERIOD
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD TOTAL-SUSPENSE TO TOTAL-DEBITS
           END-IF.
           IF TOTAL-SUSPENSE-SUPP > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-DETAIL TO TRUE
               SET GLJ-DEBIT  TO TRUE
               MOVE 'BON-EXP ' TO GLJ-ACCOUNT
               MOVE 'SUSP'     TO GLJ-DEPT-CODE
               MOVE 'SUPP PAY UNKNOWN DEPT' TO GLJ-DESCRIPTION
               MOVE TOTAL-SUSPENSE-SUPP TO GLJ-AMOUNT
               MOVE FEED-DATE-NUM  TO GLJ-RUN-DATE
               MOVE FEED-PERIOD    TO GLJ-PERIOD
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD TOTAL-SUSPENSE-SUPP TO TOTAL-DEBITS
           END-IF.
           IF TOTAL-SUSPENSE-ERC > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-DETAIL TO TRUE
               SET GLJ-DEBIT  TO TRUE
               MOVE 'ERC-EXP ' TO GLJ-ACCOUNT
               MOVE 'SUSP'     TO GLJ-DEPT-CODE
               MOVE 'EMPLOYER COST UNKN DEPT' TO GLJ-DESCRIPTION
               MOVE TOTAL-SUSPENSE-ERC TO GLJ-AMOUNT
               MOVE FEED-DATE-NUM  TO GLJ-RUN-DATE
               MOVE FEED-PERIOD    TO GLJ-PERIOD
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD TOTAL-SUSPENSE-ERC TO TOTAL-DEBITS
           END-IF.
           PERFORM 3200-WRITE-CREDITS THRU 3200-EXIT.
           PERFORM 3300-WRITE-TRAILERS THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3100-WRITE-DEPT-DEBIT - REGULAR SALARY EXPENSE FOR ONE     *
      * DEPARTMENT, THEN ITS SUPPLEMENTAL PAY EXPENSE AND ITS      *
      * EMPLOYER COST WHERE IT HAS ANY; A DEPARTMENT NOT ON THE    *
      * DEPARTMENT MASTER IS ROLLED INTO THE SUSPENSE LINES        *
      * INSTEAD                                                    *
      *----------------------------------------------------------*
       3100-WRITE-DEPT-DEBIT.
           MOVE 'N' TO FOUND-SWITCH.
               DISPLAY 'WARNING: DEPT NOT ON FILE, TO SUSPENSE: '
                   DEPT-TBL-CODE (DEPT-IX)
               ADD DEPT-TBL-GROSS (DEPT-IX) TO TOTAL-SUSPENSE
               ADD DEPT-TBL-SUPP (DEPT-IX) TO TOTAL-SUSPENSE-SUPP
               ADD DEPT-TBL-ERCOST (DEPT-IX) TO TOTAL-SUSPENSE-ERC
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-DEBIT  TO TRUE.
           MOVE 'SAL-EXP '              TO GLJ-ACCOUNT.
           MOVE DEPT-TBL-CODE (DEPT-IX) TO GLJ-DEPT-CODE.
           MOVE 'REGULAR SALARY EXPENSE' TO GLJ-DESCRIPTION.
           MOVE DEPT-TBL-GROSS (DEPT-IX) TO GLJ-AMOUNT.
           MOVE FEED-DATE-NUM           TO GLJ-RUN-DATE.
           MOVE FEED-PERIOD             TO GLJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD DEPT-TBL-GROSS (DEPT-IX) TO TOTAL-DEBITS.
           PERFORM 3110-WRITE-SUPP-DEBIT THRU 3110-EXIT.
           PERFORM 3120-WRITE-ERC-DEBIT THRU 3120-EXIT.
       3100-EXIT.
           EXIT.

       3110-WRITE-SUPP-DEBIT.
           IF DEPT-TBL-SUPP (DEPT-IX) = ZERO
               GO TO 3110-EXIT
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           SET GLJ-DEBIT  TO TRUE.
           MOVE 'BON-EXP '              TO GLJ-ACCOUNT.
           MOVE DEPT-TBL-CODE (DEPT-IX) TO GLJ-DEPT-CODE.
           MOVE 'SUPPLEMENTAL PAY EXPENSE' TO GLJ-DESCRIPTION.
           MOVE DEPT-TBL-SUPP (DEPT-IX) TO GLJ-AMOUNT.
           MOVE FEED-DATE-NUM           TO GLJ-RUN-DATE.
           MOVE FEED-PERIOD             TO GLJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD DEPT-TBL-SUPP (DEPT-IX) TO TOTAL-DEBITS.
       3110-EXIT.
           EXIT.

       3120-WRITE-ERC-DEBIT.
           IF DEPT-TBL-ERCOST (DEPT-IX) = ZERO
               GO TO 3120-EXIT
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           SET GLJ-DEBIT  TO TRUE.
           MOVE 'ERC-EXP '              TO GLJ-ACCOUNT.
           MOVE DEPT-TBL-CODE (DEPT-IX) TO GLJ-DEPT-CODE.
           MOVE 'EMPLOYER PAYROLL COST' TO GLJ-DESCRIPTION.
           MOVE DEPT-TBL-ERCOST (DEPT-IX) TO GLJ-AMOUNT.
           MOVE FEED-DATE-NUM           TO GLJ-RUN-DATE.
           MOVE FEED-PERIOD             TO GLJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD DEPT-TBL-ERCOST (DEPT-IX) TO TOTAL-DEBITS.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-WRITE-CREDITS - COMPANY-LEVEL CREDITS FOR TAX,        *
      * DEDUCTIONS, AND NET PAY, THEN ONE EMPLOYER LIABILITY PER   *
      * CONTRIBUTION TYPE                                          *
      *----------------------------------------------------------*
       3200-WRITE-CREDITS.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD TOTAL-NET TO TOTAL-CREDITS.
           PERFORM 3250-WRITE-ERC-CREDIT THRU 3250-EXIT
               VARYING ERC-TOT-IX FROM 1 BY 1
               UNTIL ERC-TOT-IX > ERC-TOTAL-COUNT.
           IF TOTAL-ERC-UNPLACED > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-DETAIL TO TRUE
               SET GLJ-CREDIT TO TRUE
               MOVE 'ERC-SUSP'         TO GLJ-ACCOUNT
               MOVE SPACES             TO GLJ-DEPT-CODE
               MOVE 'EMPLOYER COST UNKN TYPE' TO GLJ-DESCRIPTION
               MOVE TOTAL-ERC-UNPLACED TO GLJ-AMOUNT
               MOVE FEED-DATE-NUM      TO GLJ-RUN-DATE
               MOVE FEED-PERIOD        TO GLJ-PERIOD
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD TOTAL-ERC-UNPLACED TO TOTAL-CREDITS
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3250-WRITE-ERC-CREDIT - ONE CONTRIBUTION TYPE'S EMPLOYER   *
      * COST TO THE LIABILITY ACCOUNT THE RATE SET NAMES FOR IT;   *
      * A TYPE NOT IN THE SET IS CREDITED TO ERC-SUSP AND FLAGGED  *
      *----------------------------------------------------------*
       3250-WRITE-ERC-CREDIT.
           IF ERC-TOT-AMOUNT (ERC-TOT-IX) = ZERO
               GO TO 3250-EXIT
           END-IF.
           MOVE 'N' TO RATE-HIT-SWITCH.
           MOVE ZERO TO ERC-IX.
           PERFORM 3260-SEARCH-RATE-SET THRU 3260-EXIT
               UNTIL TYPE-IN-RATE-SET OR ERC-IX NOT < ERC-RATE-COUNT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           SET GLJ-CREDIT TO TRUE.
           MOVE SPACES TO GLJ-DEPT-CODE.
           IF TYPE-IN-RATE-SET
               MOVE ERC-TBL-ACCOUNT (ERC-IX) TO GLJ-ACCOUNT
               MOVE ERC-TBL-DESCRIPTION (ERC-IX) TO GLJ-DESCRIPTION
           ELSE
               DISPLAY 'WARNING: CONTRIBUTION TYPE NOT IN RATE SET, '
                   'TO ERC-SUSP: ' ERC-TOT-TYPE (ERC-TOT-IX)
               MOVE 'ERC-SUSP' TO GLJ-ACCOUNT
               STRING 'EMPLOYER COST TYPE ' DELIMITED BY SIZE
                      ERC-TOT-TYPE (ERC-TOT-IX) DELIMITED BY SIZE
                   INTO GLJ-DESCRIPTION
           END-IF.
           MOVE ERC-TOT-AMOUNT (ERC-TOT-IX) TO GLJ-AMOUNT.
           MOVE FEED-DATE-NUM           TO GLJ-RUN-DATE.
           MOVE FEED-PERIOD             TO GLJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD ERC-TOT-AMOUNT (ERC-TOT-IX) TO TOTAL-CREDITS.
       3250-EXIT.
           EXIT.

       3260-SEARCH-RATE-SET.
           ADD 1 TO ERC-IX.
           IF ERC-TBL-TYPE (ERC-IX) = ERC-TOT-TYPE (ERC-TOT-IX)
               MOVE 'Y' TO RATE-HIT-SWITCH
           END-IF.
       3260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3300-WRITE-TRAILERS - TOTAL DEBITS AND TOTAL CREDITS SO    *
      * THE RECEIVER CAN PROVE THE FEED BALANCES                  *
           DISPLAY 'HISTORY RECORDS READ:     ' HISTORY-COUNT.
           DISPLAY 'RECORDS FOR FEED DATE:    ' SELECTED-COUNT.
           DISPLAY 'JOURNAL DETAIL LINES:     ' JOURNAL-LINE-COUNT.
           DISPLAY 'EMPLOYER COST ACCRUED:    ' TOTAL-EMPLOYER-COST.
           IF TOTAL-DEBITS = TOTAL-CREDITS
               DISPLAY 'JOURNAL IN BALANCE'
           ELSE
