      * SUPMAINT.CBL
      * SUPPLEMENTAL-EARNINGS MASTER MAINTENANCE TRANSACTION PROGRAM
      * APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO THE
      * SUPPLEMENTAL-EARNINGS MASTER - THE BONUS, COMMISSION AND
      * OVERTIME ENTRIES THE PAYROLL RUN ADDS TO THE GROSS OF THE
      * PAY DATE EACH ENTRY NAMES. THE EMPLOYEE IS VALIDATED
      * AGAINST THE EMPLOYEE MASTER FILE, THE PAY DATE AGAINST THE
      * PAY-CALENDAR CONTROL FILE, AND THE AMOUNT AND HOURS FIELDS
      * AGAINST EACH OTHER AND THE EARNINGS TYPE. AN ENTRY THE
      * PAYROLL RUN HAS ALREADY PAID CAN NO LONGER BE CHANGED OR
      * DELETED. RETRO-PAY ENTRIES BELONG TO THE RETRO-PAY RUN
      * (RETROPAY) AND CANNOT BE CHANGED OR DELETED HERE.
      * TRANSACTIONS THAT FAIL VALIDATION ARE WRITTEN TO A REJECT
      * REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      * 2026-10-15  RSN  A CHANGE OR DELETE OF A RETRO-PAY ENTRY IS
      *                  REFUSED; ONLY RETROPAY WRITES THEM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPMAINT.
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
           SELECT SUPPLEMENTAL-MASTER-FILE ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS SUP-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-SCHED-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SUPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "SUPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLEMENTAL-MASTER-FILE.
       01  SUPPLEMENTAL-MASTER-RECORD.
           COPY SUPEARN-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY PAYCAL-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY SUP-TRANSACTION.

       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01  REJECT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  SUP-FILE-STATUS          PIC XX.
               88  SUP-FS-OK            VALUE '00'.
               88  SUP-FS-NOTFOUND      VALUE '23'.
           05  EMP-FILE-STATUS          PIC XX.
               88  EMP-FS-OK            VALUE '00'.
               88  EMP-FS-NOTFOUND      VALUE '23'.
           05  CAL-FILE-STATUS          PIC XX.
               88  CAL-FS-OK            VALUE '00'.
               88  CAL-FS-NOTFOUND      VALUE '23'.
           05  TRAN-FILE-STATUS         PIC XX.
               88  TRAN-FS-OK           VALUE '00'.
           05  REJ-FILE-STATUS          PIC XX.
               88  REJ-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  TRAN-END-OF-FILE     VALUE 'Y'.
           05  VALID-SWITCH             PIC X(01) VALUE 'Y'.
               88  TRAN-VALID           VALUE 'Y'.
               88  TRAN-INVALID         VALUE 'N'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       77  ADD-COUNT                    PIC 9(05) COMP VALUE ZERO.
       77  CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DELETE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-REASON                PIC X(40) VALUE SPACES.

       01  REJECT-LINE-LAYOUT.
           05  REJ-TRAN-CODE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-PAY-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-SEQ                  PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-EARN-TYPE            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-MESSAGE              PIC X(44).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REJ-REASON               PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL TRAN-END-OF-FILE.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O SUPPLEMENTAL-MASTER-FILE.
           IF NOT SUP-FS-OK
               OPEN OUTPUT SUPPLEMENTAL-MASTER-FILE
               CLOSE SUPPLEMENTAL-MASTER-FILE
               OPEN I-O SUPPLEMENTAL-MASTER-FILE
               IF NOT SUP-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT CAL-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT TRAN-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           IF NOT REJ-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1900-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION                                  *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
           MOVE 'Y' TO VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN SUPTRAN-ADD
                       PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
                   WHEN SUPTRAN-CHANGE
                       PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
                   WHEN SUPTRAN-DELETE
                       PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
           END-IF.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDATE-TRANSACTION - AN ADD OR CHANGE MUST NAME AN  *
      * EMPLOYEE ON FILE, A KNOWN EARNINGS TYPE, AND A SCHEDULED   *
      * PAY DATE NOT ALREADY PAST, AND CARRY AN AMOUNT OR (FOR     *
      * OVERTIME ONLY) HOURS, NEVER BOTH. A CHANGE OR DELETE OF AN *
      * ENTRY ALREADY PAID, OR OF A RETRO-PAY ENTRY, IS REFUSED    *
      *----------------------------------------------------------*
       2100-VALIDATE-TRANSACTION.
           IF NOT SUPTRAN-ADD AND NOT SUPTRAN-CHANGE
              AND NOT SUPTRAN-DELETE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF SUPTRAN-SUP-PAY-DATE NOT NUMERIC
              OR SUPTRAN-SUP-PAY-DATE = ZERO
               MOVE 'N' TO VALID-SWITCH
               MOVE 'PAY DATE MUST BE NUMERIC YYYYMMDD'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF SUPTRAN-SUP-SEQ NOT NUMERIC
              OR SUPTRAN-SUP-SEQ = ZERO
               MOVE 'N' TO VALID-SWITCH
               MOVE 'SEQUENCE MUST BE 01 THROUGH 99'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF SUPTRAN-ADD OR SUPTRAN-CHANGE
               MOVE SUPTRAN-SUP-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'EMPLOYEE NOT ON FILE'
                           TO REJECT-REASON
               END-READ
               IF TRAN-INVALID
                   GO TO 2100-EXIT
               END-IF

               IF NOT SUPTRAN-SUP-TYPE-VALID
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'EARNINGS TYPE MUST BE BON, COM OR OVT'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               IF SUPTRAN-SUP-AMOUNT NOT NUMERIC
                  OR SUPTRAN-SUP-HOURS NOT NUMERIC
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'AMOUNT AND HOURS MUST BE NUMERIC'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               IF SUPTRAN-SUP-AMOUNT = ZERO
                  AND SUPTRAN-SUP-HOURS = ZERO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'NEITHER AMOUNT NOR HOURS GIVEN'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               IF SUPTRAN-SUP-AMOUNT > ZERO
                  AND SUPTRAN-SUP-HOURS > ZERO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'GIVE AMOUNT OR HOURS, NOT BOTH'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               IF SUPTRAN-SUP-HOURS > ZERO
                  AND NOT SUPTRAN-SUP-OVERTIME
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'HOURS ARE TAKEN FOR OVERTIME ONLY'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               IF SUPTRAN-SUP-PAY-DATE < RUN-DATE-NUM
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'PAY DATE ALREADY PAST' TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF

               MOVE SUPTRAN-SUP-PAY-DATE TO PCAL-SCHED-DATE
               READ PAY-CALENDAR-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'PAY DATE NOT ON PAY CALENDAR'
                           TO REJECT-REASON
               END-READ
               IF TRAN-INVALID
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF SUPTRAN-ADD
               MOVE SUPTRAN-SUP-KEY TO SUP-KEY
               READ SUPPLEMENTAL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'ENTRY ALREADY ON FILE'
                           TO REJECT-REASON
               END-READ
               GO TO 2100-EXIT
           END-IF.

           IF SUPTRAN-CHANGE OR SUPTRAN-DELETE
               MOVE SUPTRAN-SUP-KEY TO SUP-KEY
               READ SUPPLEMENTAL-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'ENTRY NOT ON FILE'
                           TO REJECT-REASON
               END-READ
               IF TRAN-VALID
                  AND SUP-PAID-DATE NOT = ZERO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'ENTRY ALREADY PAID' TO REJECT-REASON
               END-IF
               IF TRAN-VALID
                  AND SUP-RETRO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'RETRO PAY ENTRY - SET BY RETROPAY'
                       TO REJECT-REASON
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ADD-ENTRY                                            *
      *----------------------------------------------------------*
       2200-ADD-ENTRY.
           MOVE SUPTRAN-SUP-KEY         TO SUP-KEY.
           MOVE SUPTRAN-SUP-EARN-TYPE   TO SUP-EARN-TYPE.
           MOVE SUPTRAN-SUP-DESCRIPTION TO SUP-DESCRIPTION.
           MOVE SUPTRAN-SUP-AMOUNT      TO SUP-AMOUNT.
           MOVE SUPTRAN-SUP-HOURS       TO SUP-HOURS.
           MOVE ZERO                    TO SUP-PAID-DATE.
           MOVE ZERO                    TO SUP-PAID-AMOUNT.
           WRITE SUPPLEMENTAL-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-WRITE.
           ADD 1 TO ADD-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-CHANGE-ENTRY - UPDATE AN UNPAID ENTRY (SUP-KEY IS THE *
      * RECORD KEY AND IS NOT CHANGED; THE PAYROLL-MAINTAINED PAID *
      * FIELDS ARE LEFT AS THEY ARE)                               *
      *----------------------------------------------------------*
       2300-CHANGE-ENTRY.
           MOVE SUPTRAN-SUP-EARN-TYPE   TO SUP-EARN-TYPE.
           MOVE SUPTRAN-SUP-DESCRIPTION TO SUP-DESCRIPTION.
           MOVE SUPTRAN-SUP-AMOUNT      TO SUP-AMOUNT.
           MOVE SUPTRAN-SUP-HOURS       TO SUP-HOURS.
           REWRITE SUPPLEMENTAL-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           ADD 1 TO CHANGE-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-DELETE-ENTRY                                         *
      *----------------------------------------------------------*
       2400-DELETE-ENTRY.
           DELETE SUPPLEMENTAL-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-DELETE.
           ADD 1 TO DELETE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-WRITE-REJECT                                         *
      *----------------------------------------------------------*
       2500-WRITE-REJECT.
           MOVE SUPTRAN-CODE          TO REJ-TRAN-CODE.
           MOVE SUPTRAN-SUP-EMP-ID    TO REJ-EMP-ID.
           MOVE SUPTRAN-SUP-PAY-DATE  TO REJ-PAY-DATE.
           MOVE SUPTRAN-SUP-SEQ       TO REJ-SEQ.
           MOVE SUPTRAN-SUP-EARN-TYPE TO REJ-EARN-TYPE.
           MOVE MSG-INVALID-TRAN      TO REJ-MESSAGE.
           MOVE REJECT-REASON         TO REJ-REASON.
           MOVE REJECT-LINE-LAYOUT    TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           CLOSE SUPPLEMENTAL-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-CALENDAR-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-REPORT-FILE.
           DISPLAY 'SUPMAINT RUN COMPLETE'.
           DISPLAY 'ADDS:    ' ADD-COUNT.
           DISPLAY 'CHANGES: ' CHANGE-COUNT.
           DISPLAY 'DELETES: ' DELETE-COUNT.
           DISPLAY 'REJECTS: ' REJECT-COUNT.
       3000-EXIT.
           EXIT.
