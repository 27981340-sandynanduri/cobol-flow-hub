      * ALREADY ROLLED OFF THE YTD RECORD STILL ADJUSTS HISTORY
      * AND THE JOURNAL BUT LEAVES THE YTD RECORD ALONE, FLAGGED
      * ON THE CONSOLE.
      * THE GROSS IS JOURNALED IN THE SAME REGULAR (SAL-EXP) AND
      * SUPPLEMENTAL (BON-EXP) PARTS AS THE REGULAR FEED; A
      * CORRECTION KEEPS THE SUPPLEMENTAL PART OF THE PAY IT
      * CORRECTS, CAPPED AT THE CORRECTED GROSS. THE EMPLOYER
      * PAYROLL COST IS RE-PRICED ON THE CORRECTED GROSS AT THE
      * EMPLOYER CONTRIBUTION RATES IN EFFECT ON THE ORIGINAL PAY
      * DATE; THE COST STANDING IS REVERSED OUT OF ERC-EXP AND ITS
      * LIABILITY ACCOUNTS AND THE RE-PRICED COST POSTED IN ITS
      * PLACE. WHEN THE EMPLOYER CONTRIBUTION RATE FILE CANNOT BE
      * READ, EVERY ADJUSTMENT IS REJECTED (EMPLOYER RATES
      * UNAVAILABLE) RATHER THAN POSTED WITHOUT ITS EMPLOYER COST.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  RSN  ORIGINAL PROGRAM
      *                  THE PAYROLL AND DISBURSEMENT RUNS APPLY;
      *                  A CARD THAT DIFFERS FROM THE RECORD ON
      *                  FILE IS STILL REJECTED
      * 2026-10-15  RSN  THE ADJUSTMENT RECORD NOW CARRIES THE
      *                  PRORATION FACTOR OF THE ORIGINAL PAY IT
      *                  CORRECTS
      * 2026-10-15  RSN  ADJUSTMENT RECORDS NOW CARRY ZERO SETTLED
      *                  HOURS; A FINAL SETTLEMENT'S HOURS STAY ON
      *                  THE SETTLEMENT RECORD ITSELF
      * 2026-10-15  RSN  THE ADJUSTMENT RECORD CARRIES THE
      *                  SUPPLEMENTAL PAY AND TAX OF THE PAY IT
      *                  CORRECTS (CAPPED AT THE CORRECTED GROSS
      *                  AND TAX), AND THE REVERSAL AND CORRECTION
      *                  GROSS LINES ARE SPLIT BETWEEN SAL-EXP AND
      *                  THE BON-EXP SUPPLEMENTAL PAY ACCOUNT THE
      *                  WAY GLFEED NOW POSTS THEM
      * 2026-10-15  RSN  THE ADJUSTMENT RECORD CARRIES THE EMPLOYER
      *                  COST OF THE CORRECTED GROSS, PRICED AT THE
      *                  CONTRIBUTION RATES IN EFFECT ON THE
      *                  ORIGINAL PAY DATE, AND THE JOURNAL
      *                  REVERSES THE COST STANDING (ERC-EXP AND
      *                  EACH TYPE'S LIABILITY) AND POSTS THE NEW
      *                  COST. A TYPE THE RATE SET NO LONGER KNOWS
      *                  IS REVERSED AGAINST ERC-SUSP
      * 2026-10-15  RSN  AN ADJUSTMENT IS NOW REJECTED (EMPLOYER
      *                  RATES UNAVAILABLE) WHEN THE EMPLOYER
      *                  CONTRIBUTION RATE FILE COULD NOT BE
      *                  OPENED, INSTEAD OF BEING POSTED WITH A
      *                  ZERO EMPLOYER COST
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYADJ.
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.

           SELECT EMPLOYER-RATE-FILE ASSIGN TO "ERCRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERC-KEY
               FILE STATUS IS ERC-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
       01  YTD-MASTER-RECORD.
           COPY YTD-RECORD.

       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-RECORD.
           COPY ERCRATE-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY ADJ-TRANSACTION.
               88  HIST-FS-NOTFOUND     VALUE '23'.
           05  YTD-FILE-STATUS          PIC XX.
               88  YTD-FS-OK            VALUE '00'.
           05  ERC-FILE-STATUS          PIC XX.
               88  ERC-FS-OK            VALUE '00'.
           05  TRAN-FILE-STATUS         PIC XX.
               88  TRAN-FS-OK           VALUE '00'.
           05  GLJ-FILE-STATUS          PIC XX.
               88  SCAN-DONE            VALUE 'Y'.
           05  CHECKPOINT-SWITCH        PIC X(01) VALUE 'N'.
               88  CHECKPOINT-RECORD-EXISTS VALUE 'Y'.
           05  ERC-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  ERC-FILE-OPEN        VALUE 'Y'.
           05  ERC-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  ERC-TABLE-DONE       VALUE 'Y'.
           05  RATE-HIT-SWITCH          PIC X(01) VALUE 'N'.
               88  TYPE-IN-RATE-SET     VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
       77  BASIS-DATE                   PIC 9(08) VALUE ZERO.
       77  NEXT-BASIS-DATE              PIC 9(08) VALUE ZERO.
       77  SCAN-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  NEW-SUPP-PAY                 PIC 9(7)V99 VALUE ZERO.
       77  NEW-SUPP-TAX                 PIC 9(7)V99 VALUE ZERO.
       77  ORIG-REGULAR                 PIC 9(7)V99 VALUE ZERO.
       77  NEW-REGULAR                  PIC 9(7)V99 VALUE ZERO.
       77  NEW-EMPLOYER-COST            PIC 9(7)V99 VALUE ZERO.
       77  ERC-SET-DATE                 PIC 9(08) VALUE ZERO.
       77  ERC-RATE-MAX                 PIC 9(02) COMP VALUE 5.
       77  ERC-RATE-COUNT               PIC 9(02) COMP VALUE ZERO.
       77  ERC-IX                       PIC 9(02) COMP VALUE ZERO.
       77  ORIG-ER-IX                   PIC 9(02) COMP VALUE ZERO.
       77  LIABILITY-TYPE               PIC X(03) VALUE SPACES.

      *----------------------------------------------------------*
      * THE FIGURES CURRENTLY STANDING FOR THE NAMED PAY - THE     *
           05  ORIG-TAX                 PIC 9(7)V99.
           05  ORIG-DEDUCTIONS          PIC 9(7)V99.
           05  ORIG-NET                 PIC 9(7)V99.
           05  ORIG-PRORATION           PIC 9V9999.
           05  ORIG-SUPP-PAY            PIC 9(7)V99.
           05  ORIG-SUPP-TAX            PIC 9(7)V99.
           05  ORIG-EMPLOYER-COST       PIC 9(7)V99.
           05  ORIG-ER-ENTRY OCCURS 5 TIMES.
               10  ORIG-ER-TYPE         PIC X(03).
               10  ORIG-ER-AMOUNT       PIC 9(7)V99.

      *----------------------------------------------------------*
      * THE EMPLOYER CONTRIBUTION SET IN EFFECT ON THE ORIGINAL    *
      * PAY DATE, WITH EACH TYPE'S COST OF THE CORRECTED GROSS     *
      *----------------------------------------------------------*
       01  EMPLOYER-RATE-TABLE.
           05  ERC-RATE-ENTRY OCCURS 5 TIMES.
               10  ERC-TBL-TYPE         PIC X(03).
               10  ERC-TBL-RATE         PIC V9999.
               10  ERC-TBL-ACCOUNT      PIC X(08).
               10  ERC-TBL-AMOUNT       PIC 9(7)V99.

      *----------------------------------------------------------*
      * STAGING FIELDS FOR ONE JOURNAL LINE                        *
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF ERC-FS-OK
               MOVE 'Y' TO ERC-OPEN-SWITCH
           ELSE
               DISPLAY 'PAYADJ: EMPLOYER CONTRIBUTION RATE FILE '
                   'UNREADABLE - ADJUSTMENTS WILL BE REJECTED'
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT TRAN-FS-OK
               DISPLAY MSG-FILE-ERROR
           MOVE PH-TAX-AMOUNT    TO ORIG-TAX.
           MOVE PH-DEDUCTIONS    TO ORIG-DEDUCTIONS.
           MOVE PH-NET-PAY       TO ORIG-NET.
           IF PH-PRORATION-FACTOR NUMERIC
               MOVE PH-PRORATION-FACTOR TO ORIG-PRORATION
           ELSE
               MOVE 1 TO ORIG-PRORATION
           END-IF.
           PERFORM 2130-SAVE-SUPPLEMENTAL THRU 2130-EXIT.
           PERFORM 2135-SAVE-EMPLOYER-COST THRU 2135-EXIT.
           MOVE ADJ-ORIG-RUN-DATE (1:4) TO ORIG-YEAR.
           MOVE ADJ-ORIG-RUN-DATE TO BASIS-DATE.
           PERFORM 2140-FIND-LATEST-BASIS THRU 2140-EXIT.
           END-IF.
           COMPUTE NEW-NET =
               ADJ-NEW-GROSS - ADJ-NEW-TAX - ADJ-NEW-DEDUCTIONS.
           MOVE ORIG-SUPP-PAY TO NEW-SUPP-PAY.
           IF NEW-SUPP-PAY > ADJ-NEW-GROSS
               MOVE ADJ-NEW-GROSS TO NEW-SUPP-PAY
           END-IF.
           MOVE ORIG-SUPP-TAX TO NEW-SUPP-TAX.
           IF NEW-SUPP-TAX > ADJ-NEW-TAX
               MOVE ADJ-NEW-TAX TO NEW-SUPP-TAX
           END-IF.
           COMPUTE ORIG-REGULAR = ORIG-GROSS - ORIG-SUPP-PAY.
           COMPUTE NEW-REGULAR  = ADJ-NEW-GROSS - NEW-SUPP-PAY.
           IF NOT ERC-FILE-OPEN
               MOVE 'N' TO VALID-SWITCH
               MOVE 'EMPLOYER RATES UNAVAILABLE' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2170-LOAD-EMPLOYER-RATES THRU 2170-EXIT.
           PERFORM 2180-COMPUTE-EMPLOYER-COST THRU 2180-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2130-SAVE-SUPPLEMENTAL - THE SUPPLEMENTAL PART OF THE      *
      * RECORD IN THE BUFFER; A RECORD WRITTEN BEFORE PAY HISTORY  *
      * CARRIED IT HAS SPACES THERE AND WAS ALL REGULAR PAY        *
      *----------------------------------------------------------*
       2130-SAVE-SUPPLEMENTAL.
           IF PH-SUPPLEMENTAL-PAY NUMERIC
               MOVE PH-SUPPLEMENTAL-PAY TO ORIG-SUPP-PAY
           ELSE
               MOVE ZERO TO ORIG-SUPP-PAY
           END-IF.
           IF PH-SUPPLEMENTAL-TAX NUMERIC
               MOVE PH-SUPPLEMENTAL-TAX TO ORIG-SUPP-TAX
           ELSE
               MOVE ZERO TO ORIG-SUPP-TAX
           END-IF.
       2130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2135-SAVE-EMPLOYER-COST - THE EMPLOYER COST OF THE RECORD  *
      * IN THE BUFFER, TOTAL AND BY CONTRIBUTION TYPE; A RECORD    *
      * WRITTEN BEFORE PAY HISTORY CARRIED IT HAS SPACES THERE AND *
      * NOTHING WAS EVER ACCRUED FOR IT                            *
      *----------------------------------------------------------*
       2135-SAVE-EMPLOYER-COST.
           IF PH-EMPLOYER-COST NUMERIC
               MOVE PH-EMPLOYER-COST TO ORIG-EMPLOYER-COST
           ELSE
               MOVE ZERO TO ORIG-EMPLOYER-COST
           END-IF.
           PERFORM 2136-SAVE-ONE-CONTRIBUTION THRU 2136-EXIT
               VARYING ORIG-ER-IX FROM 1 BY 1
               UNTIL ORIG-ER-IX > ERC-RATE-MAX.
       2135-EXIT.
           EXIT.

       2136-SAVE-ONE-CONTRIBUTION.
           IF PH-EMPLOYER-COST NUMERIC
              AND PH-ER-AMOUNT (ORIG-ER-IX) NUMERIC
               MOVE PH-ER-TYPE (ORIG-ER-IX) TO
                   ORIG-ER-TYPE (ORIG-ER-IX)
               MOVE PH-ER-AMOUNT (ORIG-ER-IX) TO
                   ORIG-ER-AMOUNT (ORIG-ER-IX)
           ELSE
               MOVE SPACES TO ORIG-ER-TYPE (ORIG-ER-IX)
               MOVE ZERO   TO ORIG-ER-AMOUNT (ORIG-ER-IX)
           END-IF.
       2136-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2140-FIND-LATEST-BASIS - WALK THE ADJUSTMENT CHAIN FROM    *
      * THE NAMED ORIGINAL TO THE LATEST RECORD SUPERSEDING IT.    *
               MOVE PH-TAX-AMOUNT TO ORIG-TAX
               MOVE PH-DEDUCTIONS TO ORIG-DEDUCTIONS
               MOVE PH-NET-PAY    TO ORIG-NET
               PERFORM 2130-SAVE-SUPPLEMENTAL THRU 2130-EXIT
               PERFORM 2135-SAVE-EMPLOYER-COST THRU 2135-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2170-LOAD-EMPLOYER-RATES - THE EMPLOYER CONTRIBUTION SET   *
      * IN EFFECT ON THE ORIGINAL PAY DATE: ONE PASS FINDS THE     *
      * LATEST EFFECTIVE DATE NOT AFTER IT, A SECOND LOADS THAT    *
      * SET'S TYPES. NO SET MEANS NO RE-PRICED COST                *
      *----------------------------------------------------------*
       2170-LOAD-EMPLOYER-RATES.
           MOVE ZERO TO ERC-RATE-COUNT.
           MOVE ZERO TO ERC-SET-DATE.
           IF NOT ERC-FILE-OPEN
               GO TO 2170-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           MOVE LOW-VALUES TO ERC-KEY.
           START EMPLOYER-RATE-FILE KEY NOT LESS THAN ERC-KEY
               INVALID KEY
                   MOVE 'Y' TO ERC-EOF-SWITCH
           END-START.
           IF NOT ERC-TABLE-DONE
               PERFORM 2175-READ-EMPLOYER-RATE THRU 2175-EXIT
           END-IF.
           PERFORM 2176-SCAN-EMPLOYER-DATE THRU 2176-EXIT
               UNTIL ERC-TABLE-DONE.
           IF ERC-SET-DATE = ZERO
               DISPLAY 'PAYADJ: NO EMPLOYER CONTRIBUTION SET IN '
                   'EFFECT FOR ' ADJ-ORIG-RUN-DATE
                   ' - NO EMPLOYER COST FOR ' ADJ-EMP-ID
               GO TO 2170-EXIT
           END-IF.
           MOVE 'N' TO ERC-EOF-SWITCH.
           MOVE ERC-SET-DATE TO ERC-EFF-DATE.
           MOVE LOW-VALUES   TO ERC-TYPE.
           START EMPLOYER-RATE-FILE KEY NOT LESS THAN ERC-KEY
               INVALID KEY
                   MOVE 'Y' TO ERC-EOF-SWITCH
           END-START.
           IF NOT ERC-TABLE-DONE
               PERFORM 2175-READ-EMPLOYER-RATE THRU 2175-EXIT
           END-IF.
           PERFORM 2177-STORE-EMPLOYER-RATE THRU 2177-EXIT
               UNTIL ERC-TABLE-DONE.
       2170-EXIT.
           EXIT.

       2175-READ-EMPLOYER-RATE.
           READ EMPLOYER-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ERC-EOF-SWITCH
           END-READ.
       2175-EXIT.
           EXIT.

       2176-SCAN-EMPLOYER-DATE.
           IF ERC-EFF-DATE NOT > ADJ-ORIG-RUN-DATE
              AND ERC-EFF-DATE > ERC-SET-DATE
               MOVE ERC-EFF-DATE TO ERC-SET-DATE
           END-IF.
           PERFORM 2175-READ-EMPLOYER-RATE THRU 2175-EXIT.
       2176-EXIT.
           EXIT.

       2177-STORE-EMPLOYER-RATE.
           IF ERC-EFF-DATE NOT = ERC-SET-DATE
               MOVE 'Y' TO ERC-EOF-SWITCH
               GO TO 2177-EXIT
           END-IF.
           IF ERC-RATE-COUNT < ERC-RATE-MAX
               ADD 1 TO ERC-RATE-COUNT
               MOVE ERC-TYPE TO ERC-TBL-TYPE (ERC-RATE-COUNT)
               MOVE ERC-RATE TO ERC-TBL-RATE (ERC-RATE-COUNT)
               MOVE ERC-LIABILITY-ACCOUNT TO
                   ERC-TBL-ACCOUNT (ERC-RATE-COUNT)
           END-IF.
           PERFORM 2175-READ-EMPLOYER-RATE THRU 2175-EXIT.
       2177-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2180-COMPUTE-EMPLOYER-COST - EACH TYPE OF THE SET COSTS    *
      * ITS RATE TIMES THE CORRECTED GROSS, AS THE PAY RUN PRICES  *
      * A PAY                                                      *
      *----------------------------------------------------------*
       2180-COMPUTE-EMPLOYER-COST.
           MOVE ZERO TO NEW-EMPLOYER-COST.
           PERFORM 2185-COMPUTE-ONE-CONTRIBUTION THRU 2185-EXIT
               VARYING ERC-IX FROM 1 BY 1
               UNTIL ERC-IX > ERC-RATE-COUNT.
       2180-EXIT.
           EXIT.

       2185-COMPUTE-ONE-CONTRIBUTION.
           COMPUTE ERC-TBL-AMOUNT (ERC-IX) ROUNDED =
               ADJ-NEW-GROSS * ERC-TBL-RATE (ERC-IX).
           ADD ERC-TBL-AMOUNT (ERC-IX) TO NEW-EMPLOYER-COST.
       2185-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-WRITE-ADJUSTMENT - THE ADJUSTMENT RECORD CARRIES THE  *
      * CORRECTED FIGURES IN FULL, THE ORIGINAL'S DEPARTMENT AND   *
           MOVE ORIG-PERIOD        TO PH-PERIOD-NUMBER.
           SET PH-TYPE-ADJUSTMENT  TO TRUE.
           MOVE BASIS-DATE         TO PH-ADJUSTED-DATE.
           MOVE ORIG-PRORATION     TO PH-PRORATION-FACTOR.
           MOVE ZERO               TO PH-SETTLED-HOURS.
           MOVE NEW-SUPP-PAY       TO PH-SUPPLEMENTAL-PAY.
           MOVE NEW-SUPP-TAX       TO PH-SUPPLEMENTAL-TAX.
           MOVE NEW-EMPLOYER-COST  TO PH-EMPLOYER-COST.
           PERFORM 2210-STORE-CONTRIBUTION THRU 2210-EXIT
               VARYING ERC-IX FROM 1 BY 1
               UNTIL ERC-IX > ERC-RATE-MAX.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
       2200-EXIT.
           EXIT.

       2210-STORE-CONTRIBUTION.
           IF ERC-IX > ERC-RATE-COUNT
               MOVE SPACES TO PH-ER-TYPE (ERC-IX)
               MOVE ZERO   TO PH-ER-AMOUNT (ERC-IX)
           ELSE
               MOVE ERC-TBL-TYPE (ERC-IX)   TO PH-ER-TYPE (ERC-IX)
               MOVE ERC-TBL-AMOUNT (ERC-IX) TO PH-ER-AMOUNT (ERC-IX)
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-FIX-YTD - BACK THE FIGURES CURRENTLY STANDING (THE    *
      * ORIGINAL'S, OR THE LATEST SUPERSEDING ADJUSTMENT'S) OUT    *
      *----------------------------------------------------------*
      * 2400-WRITE-JOURNAL-LINES - FULL REVERSAL OF THE POSTING    *
      * CURRENTLY STANDING (DEBITS AND CREDITS SWAPPED), THEN THE  *
      * CORRECTION POSTED THE WAY THE REGULAR FEED WOULD HAVE. A   *
      * SUPPLEMENTAL PAY OR EMPLOYER COST LINE IS WRITTEN ONLY     *
      * WHEN THERE IS ANY                                          *
      *----------------------------------------------------------*
       2400-WRITE-JOURNAL-LINES.
           MOVE 'CR'                    TO JL-ENTRY-TYPE.
           MOVE 'SAL-EXP '              TO JL-ACCOUNT.
           MOVE ORIG-DEPT-CODE          TO JL-DEPT-CODE.
           MOVE 'REVERSAL GROSS SALARY' TO JL-DESCRIPTION.
           MOVE ORIG-REGULAR            TO JL-AMOUNT.
           PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT.

           IF ORIG-SUPP-PAY > ZERO
               MOVE 'CR'                TO JL-ENTRY-TYPE
               MOVE 'BON-EXP '          TO JL-ACCOUNT
               MOVE ORIG-DEPT-CODE      TO JL-DEPT-CODE
               MOVE 'REVERSAL SUPP PAY' TO JL-DESCRIPTION
               MOVE ORIG-SUPP-PAY       TO JL-AMOUNT
               PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT
           END-IF.

           IF ORIG-EMPLOYER-COST > ZERO
               MOVE 'CR'                TO JL-ENTRY-TYPE
               MOVE 'ERC-EXP '          TO JL-ACCOUNT
               MOVE ORIG-DEPT-CODE      TO JL-DEPT-CODE
               MOVE 'REVERSAL EMPLOYER COST' TO JL-DESCRIPTION
               MOVE ORIG-EMPLOYER-COST  TO JL-AMOUNT
               PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT
               PERFORM 2410-REVERSE-LIABILITY THRU 2410-EXIT
                   VARYING ORIG-ER-IX FROM 1 BY 1
                   UNTIL ORIG-ER-IX > ERC-RATE-MAX
           END-IF.

           MOVE 'DR'                    TO JL-ENTRY-TYPE.
           MOVE 'TAX-PAY '              TO JL-ACCOUNT.
           MOVE SPACES                  TO JL-DEPT-CODE.
           MOVE 'SAL-EXP '              TO JL-ACCOUNT.
           MOVE ORIG-DEPT-CODE          TO JL-DEPT-CODE.
           MOVE 'CORRECTED GROSS SALARY' TO JL-DESCRIPTION.
           MOVE NEW-REGULAR             TO JL-AMOUNT.
           PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT.

           IF NEW-SUPP-PAY > ZERO
               MOVE 'DR'                TO JL-ENTRY-TYPE
               MOVE 'BON-EXP '          TO JL-ACCOUNT
               MOVE ORIG-DEPT-CODE      TO JL-DEPT-CODE
               MOVE 'CORRECTED SUPP PAY' TO JL-DESCRIPTION
               MOVE NEW-SUPP-PAY        TO JL-AMOUNT
               PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT
           END-IF.

           IF NEW-EMPLOYER-COST > ZERO
               MOVE 'DR'                TO JL-ENTRY-TYPE
               MOVE 'ERC-EXP '          TO JL-ACCOUNT
               MOVE ORIG-DEPT-CODE      TO JL-DEPT-CODE
               MOVE 'CORRECTED EMPLOYER COST' TO JL-DESCRIPTION
               MOVE NEW-EMPLOYER-COST   TO JL-AMOUNT
               PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT
               PERFORM 2420-CORRECT-LIABILITY THRU 2420-EXIT
                   VARYING ERC-IX FROM 1 BY 1
                   UNTIL ERC-IX > ERC-RATE-COUNT
           END-IF.

           MOVE 'CR'                    TO JL-ENTRY-TYPE.
           MOVE 'TAX-PAY '              TO JL-ACCOUNT.
           MOVE SPACES                  TO JL-DEPT-CODE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2410-REVERSE-LIABILITY - ONE CONTRIBUTION TYPE OF THE COST *
      * STANDING DEBITED BACK TO ITS LIABILITY ACCOUNT; A TYPE THE *
      * RATE SET NO LONGER CARRIES GOES TO ERC-SUSP                *
      *----------------------------------------------------------*
       2410-REVERSE-LIABILITY.
           IF ORIG-ER-TYPE (ORIG-ER-IX) = SPACES
              OR ORIG-ER-AMOUNT (ORIG-ER-IX) = ZERO
               GO TO 2410-EXIT
           END-IF.
           MOVE ORIG-ER-TYPE (ORIG-ER-IX) TO LIABILITY-TYPE.
           PERFORM 2430-FIND-LIABILITY THRU 2430-EXIT.
           MOVE 'DR'                    TO JL-ENTRY-TYPE.
           MOVE SPACES                  TO JL-DEPT-CODE.
           MOVE SPACES                  TO JL-DESCRIPTION.
           STRING 'REVERSAL LIABILITY ' DELIMITED BY SIZE
                  LIABILITY-TYPE        DELIMITED BY SIZE
               INTO JL-DESCRIPTION.
           MOVE ORIG-ER-AMOUNT (ORIG-ER-IX) TO JL-AMOUNT.
           PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2420-CORRECT-LIABILITY - ONE CONTRIBUTION TYPE OF THE      *
      * RE-PRICED COST CREDITED TO ITS LIABILITY ACCOUNT           *
      *----------------------------------------------------------*
       2420-CORRECT-LIABILITY.
           IF ERC-TBL-AMOUNT (ERC-IX) = ZERO
               GO TO 2420-EXIT
           END-IF.
           MOVE 'CR'                    TO JL-ENTRY-TYPE.
           MOVE ERC-TBL-ACCOUNT (ERC-IX) TO JL-ACCOUNT.
           MOVE SPACES                  TO JL-DEPT-CODE.
           MOVE SPACES                  TO JL-DESCRIPTION.
           STRING 'CORRECTED LIABILITY ' DELIMITED BY SIZE
                  ERC-TBL-TYPE (ERC-IX)  DELIMITED BY SIZE
               INTO JL-DESCRIPTION.
           MOVE ERC-TBL-AMOUNT (ERC-IX) TO JL-AMOUNT.
           PERFORM 2450-WRITE-ONE-LINE THRU 2450-EXIT.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2430-FIND-LIABILITY - THE LIABILITY ACCOUNT THE LOADED     *
      * RATE SET NAMES FOR LIABILITY-TYPE, OR ERC-SUSP             *
      *----------------------------------------------------------*
       2430-FIND-LIABILITY.
           MOVE 'N' TO RATE-HIT-SWITCH.
           MOVE ZERO TO ERC-IX.
           PERFORM 2435-SEARCH-RATE-SET THRU 2435-EXIT
               UNTIL TYPE-IN-RATE-SET OR ERC-IX NOT < ERC-RATE-COUNT.
           IF TYPE-IN-RATE-SET
               MOVE ERC-TBL-ACCOUNT (ERC-IX) TO JL-ACCOUNT
           ELSE
               DISPLAY 'PAYADJ: CONTRIBUTION TYPE ' LIABILITY-TYPE
                   ' NOT IN RATE SET - REVERSED TO ERC-SUSP'
               MOVE 'ERC-SUSP' TO JL-ACCOUNT
           END-IF.
       2430-EXIT.
           EXIT.

       2435-SEARCH-RATE-SET.
           ADD 1 TO ERC-IX.
           IF ERC-TBL-TYPE (ERC-IX) = LIABILITY-TYPE
               MOVE 'Y' TO RATE-HIT-SWITCH
           END-IF.
       2435-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2450-WRITE-ONE-LINE - ONE DETAIL LINE FROM THE STAGING     *
      * FIELDS, ACCUMULATING THE RUN'S DEBIT AND CREDIT TOTALS     *

           CLOSE PAY-HISTORY-FILE.
           CLOSE YTD-MASTER-FILE.
           IF ERC-FILE-OPEN
               CLOSE EMPLOYER-RATE-FILE
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE ADJUSTMENT-JOURNAL-FILE.
           CLOSE REJECT-REPORT-FILE.
