      *
      * MODIFICATION HISTORY
      * 2026-09-02  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  BRACKET 99 OF A SET NOW CARRIES THE FLAT
      *                  SUPPLEMENTAL WITHHOLDING RATE; IT IS
      *                  LOADED WITH ZERO BAND FIELDS, SO THE
      *                  BAND-ORDER CHECK DOES NOT APPLY TO IT
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXMAINT.
                   MOVE 'BRACKET RATE IS ZERO' TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               IF TXTRAN-TXR-SUPPLEMENTAL-BRACKET
                   IF TXTRAN-TXR-SALARY-FROM NOT = ZERO
                      OR TXTRAN-TXR-SALARY-TO NOT = ZERO
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'SUPPLEMENTAL RATE (99) TAKES NO BAND'
                           TO REJECT-REASON
                       GO TO 2100-EXIT
                   END-IF
               ELSE
                   IF TXTRAN-TXR-SALARY-TO NOT >
                      TXTRAN-TXR-SALARY-FROM
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'BAND TOP NOT ABOVE BAND BOTTOM'
                           TO REJECT-REASON
                       GO TO 2100-EXIT
                   END-IF
               END-IF
           END-IF.

