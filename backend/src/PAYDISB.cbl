      *                  AND WITHOUT THE LINE THE BANK WOULD NEVER
      *                  SEE THE PRENOTE YET A LATER RUN WOULD
      *                  STILL PROMOTE THE ACCOUNT TO LIVE
      * 2026-10-15  RSN  FINAL-SETTLEMENT RECORDS (FINPAY) ARE PAID
      *                  ON THE DISBURSE DATE LIKE PAY RECORDS; ONE
      *                  WITH NOTHING TO PAY (NO BALANCE, OR AN
      *                  OVERDRAWN BALANCE SET UP FOR RECOVERY) IS
      *                  PASSED OVER RATHER THAN SENT AS A
      *                  ZERO-AMOUNT PAYMENT LINE
      * 2026-10-15  RSN  AN ACCOUNT WHOSE PRENOTE THE BANK RETURNED
      *                  (MARKED BY BNKRET) IS NEVER PROMOTED TO
      *                  LIVE; THE EMPLOYEE GOES ON THE CHEQUE LIST
      *                  AS PRENOTE RETURNED UNTIL THE DETAILS ARE
      *                  CORRECTED
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYDISB.
      *----------------------------------------------------------*
      * 2000-PROCESS-HISTORY - SELECT THE DISBURSE DATE'S PAY-RUN  *
      * RECORDS AND ROUTE EACH NET PAY TO THE BANK BATCH OR THE    *
      * CHEQUE LIST; A FINAL SETTLEMENT WITH NO NET IS PASSED OVER *
      *----------------------------------------------------------*
       2000-PROCESS-HISTORY.
           ADD 1 TO HISTORY-COUNT.
           IF PH-RUN-DATE = DISBURSE-DATE
              AND NOT PH-TYPE-ADJUSTMENT
              AND (PH-NET-PAY > ZERO OR NOT PH-TYPE-FINAL)
               ADD 1 TO SELECTED-COUNT
               ADD PH-NET-PAY TO NET-TOTAL
               PERFORM 2100-ROUTE-PAYMENT THRU 2100-EXIT
      * 2100-ROUTE-PAYMENT - LOOK UP THE EMPLOYEE'S BANK DETAILS   *
      * AND WORK THE PRENOTE CYCLE: PENDING SENDS THE PRENOTE AND  *
      * PAYS BY CHEQUE, SENT-ON-AN-EARLIER-DATE PROMOTES TO LIVE,  *
      * LIVE PAYS INTO THE ACCOUNT, NO RECORD OR A RETURNED        *
      * PRENOTE PAYS BY CHEQUE. A PRENOTE ALREADY MARKED SENT WITH *
      * THIS SAME DISBURSE DATE MEANS A RERUN REPLACING THE FAILED *
      * LEG'S PAYMENT FILE, SO THE PRENOTE LINE IS RE-EMITTED      *
      * WITHOUT RE-MARKING THE MASTER - THE SAME RERUN RULE THE    *
      * PAYROLL RUN APPLIES TO ITS OWN ACCUMULATORS                *
      *----------------------------------------------------------*
       2100-ROUTE-PAYMENT.
           MOVE 'N' TO BANK-FOUND-SWITCH.
                   PERFORM 2300-SEND-PRENOTE THRU 2300-EXIT
                   MOVE 'PRENOTE SENT' TO CHEQUE-REASON
                   PERFORM 2400-WRITE-CHEQUE-LINE THRU 2400-EXIT
               WHEN BNK-PRENOTE-RETURNED
                   MOVE 'PRENOTE RETURNED' TO CHEQUE-REASON
                   PERFORM 2400-WRITE-CHEQUE-LINE THRU 2400-EXIT
               WHEN BNK-PRENOTE-SENT
                AND BNK-PRENOTE-DATE = DISBURSE-DATE-NUM
                   PERFORM 2350-WRITE-PRENOTE-LINE THRU 2350-EXIT
