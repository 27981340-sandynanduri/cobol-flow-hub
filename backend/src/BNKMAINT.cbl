      * AND THE ROUTING / ACCOUNT / DEPOSIT-TYPE FIELDS. EVERY ADD
      * OR CHANGE STARTS THE ACCOUNT AT PRENOTE-PENDING, SO NEW OR
      * CHANGED DETAILS ALWAYS GO THROUGH A PRENOTE CYCLE BEFORE
      * LIVE MONEY MOVES. AN ADD OR CHANGE IS APPLIED ONLY WHEN IT
      * CARRIES THE REFERENCE OF AN ITEM APPROVED BY A SECOND
      * OPERATOR ON THE APPROVAL QUEUE; THE ITEM IS THEN MARKED
      * POSTED AND THE APPROVAL WRITTEN TO THE AUDIT TRAIL.
      * TRANSACTIONS THAT FAIL VALIDATION ARE WRITTEN TO A REJECT
      * REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  ADDS AND CHANGES ARE NOW REJECTED UNLESS
      *                  BNKTRAN-APPROVAL-REF NAMES AN APPROVED BANK-
      *                  CHANGE ITEM ON THE TWO-PERSON APPROVAL QUEUE
      *                  HOLDING THIS SAME TRANSACTION; THE ITEM IS
      *                  MARKED POSTED AND AN APPROVED-BANK RECORD
      *                  (ENTERING/APPROVING OPERATORS) IS WRITTEN TO
      *                  THE EMPLOYEE AUDIT TRAIL
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BNKMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS APQ-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-MASTER-FILE.
           RECORDING MODE IS F.
       01  REJECT-LINE                  PIC X(100).

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           COPY AUDIT-RECORD.

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

               88  TRAN-FS-OK           VALUE '00'.
           05  REJ-FILE-STATUS          PIC XX.
               88  REJ-FS-OK            VALUE '00'.
           05  APQ-FILE-STATUS          PIC XX.
               88  APQ-FS-OK            VALUE '00'.
           05  AUDIT-FILE-STATUS        PIC XX.
               88  AUDIT-FS-OK          VALUE '00'.

       01  SWITCHES.
           05  TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
       77  CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DELETE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  APPROVAL-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  REJECT-REASON                PIC X(40) VALUE SPACES.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

      *----------------------------------------------------------*
      * AUDIT IMAGE OF A POSTED APPROVAL: THE OPERATOR WHO ENTERED *
      * THE CHANGE AND THE OPERATOR WHO APPROVED IT               *
      *----------------------------------------------------------*
       01  APPROVAL-NEW-VALUE.
           05  APV-ENTERED-BY           PIC X(07).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  APV-DECIDED-BY           PIC X(07).

       01  REJECT-LINE-LAYOUT.
           05  REJ-TRAN-CODE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
      * 1000-INITIALIZE                                           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O BANK-MASTER-FILE.
           IF NOT BANK-FS-OK
               OPEN OUTPUT BANK-MASTER-FILE
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF NOT APQ-FS-OK
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN I-O APPROVAL-QUEUE-FILE
               IF NOT APQ-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT AUDIT-FS-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       1000-EXIT.
           EXIT.
           MOVE 'Y' TO VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
           IF TRAN-VALID
               PERFORM 2150-CHECK-APPROVAL THRU 2150-EXIT
           END-IF.
           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN BNKTRAN-ADD
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2150-CHECK-APPROVAL - AN ADD OR CHANGE MUST CARRY THE      *
      * REFERENCE OF AN APPROVED, NOT YET POSTED BANK CHANGE FOR   *
      * THE SAME EMPLOYEE ON THE APPROVAL QUEUE, AND MUST BE THE   *
      * TRANSACTION THAT WAS APPROVED, UNALTERED. A DELETE STOPS   *
      * DEPOSITS (THE EMPLOYEE IS PAID BY CHEQUE) AND IS NOT HELD  *
      * FOR APPROVAL. THE QUEUE RECORD IS LEFT IN THE BUFFER FOR   *
      * 2600 TO MARK POSTED                                        *
      *----------------------------------------------------------*
       2150-CHECK-APPROVAL.
           IF BNKTRAN-DELETE
               GO TO 2150-EXIT
           END-IF.
           IF BNKTRAN-NOT-APPROVED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'BANK CHANGE NOT APPROVED' TO REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           MOVE BNKTRAN-APPROVAL-REF TO APQ-KEY.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'APPROVAL REFERENCE NOT ON QUEUE'
                       TO REJECT-REASON
                   GO TO 2150-EXIT
           END-READ.
           IF NOT APQ-BANK-CHANGE
              OR APQ-EMP-ID NOT = BNKTRAN-BNK-EMP-ID
               MOVE 'N' TO VALID-SWITCH
               MOVE 'APPROVAL REFERENCE IS FOR ANOTHER ITEM'
                   TO REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           IF APQ-POSTED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'APPROVED BANK CHANGE ALREADY POSTED'
                   TO REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           IF NOT APQ-APPROVED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'BANK CHANGE NOT APPROVED' TO REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           IF APQ-TRAN-IMAGE NOT = TRANSACTION-RECORD (1:43)
               MOVE 'N' TO VALID-SWITCH
               MOVE 'TRANSACTION DIFFERS FROM APPROVED ITEM'
                   TO REJECT-REASON
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ADD-BANK-DETAILS - A NEW ACCOUNT STARTS AT PRENOTE-   *
      * PENDING; LIVE MONEY MOVES ONLY AFTER THE PRENOTE CYCLE     *
                   DISPLAY MSG-FILE-ERROR
           END-WRITE.
           ADD 1 TO ADD-COUNT.
           PERFORM 2600-POST-APPROVAL THRU 2600-EXIT.
       2200-EXIT.
           EXIT.

                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           ADD 1 TO CHANGE-COUNT.
           PERFORM 2600-POST-APPROVAL THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-POST-APPROVAL - MARK THE APPROVED QUEUE ITEM POSTED SO *
      * IT CANNOT BE APPLIED A SECOND TIME, AND RECORD WHO ENTERED *
      * AND WHO APPROVED THE CHANGE ON THE AUDIT TRAIL             *
      *----------------------------------------------------------*
       2600-POST-APPROVAL.
           SET APQ-POSTED TO TRUE.
           MOVE RUN-DATE-NUM TO APQ-POSTED-DATE.
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           MOVE APQ-ENTERED-BY       TO APV-ENTERED-BY.
           MOVE APQ-DECIDED-BY       TO APV-DECIDED-BY.
           MOVE BNKTRAN-BNK-EMP-ID   TO AUDIT-EMP-ID.
           MOVE 'APPROVED-BANK'      TO AUDIT-FIELD-NAME.
           MOVE APQ-KEY              TO AUDIT-OLD-VALUE.
           MOVE APPROVAL-NEW-VALUE   TO AUDIT-NEW-VALUE.
           MOVE RUN-DATE             TO AUDIT-EFFECTIVE-DATE.
           MOVE 'APPROVAL'           TO AUDIT-REASON-CODE.
           WRITE AUDIT-TRAIL-RECORD.
           ADD 1 TO APPROVAL-COUNT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-REPORT-FILE.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           DISPLAY 'BNKMAINT RUN COMPLETE'.
           DISPLAY 'ADDS:    ' ADD-COUNT.
           DISPLAY 'CHANGES: ' CHANGE-COUNT.
           DISPLAY 'DELETES: ' DELETE-COUNT.
           DISPLAY 'REJECTS: ' REJECT-COUNT.
           DISPLAY 'APPROVALS POSTED: ' APPROVAL-COUNT.
       3000-EXIT.
           EXIT.
