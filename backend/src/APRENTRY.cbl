      * APRENTRY.CBL
      * TWO-PERSON APPROVAL QUEUE ENTRY PROGRAM
      * SALARY CHANGES, REINSTATEMENTS AND BANK-DETAIL CHANGES ARE
      * NOT KEYED STRAIGHT TO EMPMAINT, REHIRE OR BNKMAINT. THEY
      * ARE KEYED HERE AS APPROVAL ENTRY CARDS AND PLACED ON THE
      * APPROVAL QUEUE MASTER AS WAITING ITEMS, STAMPED WITH THE
      * ID OF THE OPERATOR WHO ENTERED THEM (TAKEN AT THE CONSOLE).
      * EACH ITEM IS GIVEN AN APPROVAL REFERENCE - THE ENTRY DATE
      * PLUS THE NEXT SEQUENCE NUMBER FOR THAT DATE - AND LISTED
      * ON THE ENTRY LISTING. A DIFFERENT OPERATOR THEN APPROVES
      * OR REJECTS EACH ITEM IN THE APPROVAL RUN (APRAPPRV), AND
      * ONLY APPROVED ITEMS GO ON TO MAINTENANCE.
      * A SALARY CHANGE MUST BE AN EMPMAINT CHANGE TRANSACTION
      * THAT ALTERS THE SALARY ON THE EMPLOYEE MASTER; A BANK
      * CHANGE MUST BE A BNKMAINT ADD OR CHANGE FOR AN EMPLOYEE ON
      * THE EMPLOYEE MASTER; A REINSTATEMENT NAMES AN EMPLOYEE WHO
      * IS NO LONGER ON THE EMPLOYEE MASTER (REHIRE RESTORES THE
      * RECORD FROM THE ARCHIVE). CARDS THAT FAIL VALIDATION ARE WRITTEN
      * TO A REJECT REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRENTRY.
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

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "APRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT ENTRY-LISTING-FILE ASSIGN TO "APRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "APRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPLOYEE-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY APR-TRANSACTION.

       FD  ENTRY-LISTING-FILE
           RECORDING MODE IS F.
       01  LISTING-LINE                 PIC X(100).

       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01  REJECT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  APQ-FILE-STATUS          PIC XX.
               88  APQ-FS-OK            VALUE '00'.
               88  APQ-FS-EOF           VALUE '10'.
           05  EMP-FILE-STATUS          PIC XX.
               88  EMP-FS-OK            VALUE '00'.
           05  TRAN-FILE-STATUS         PIC XX.
               88  TRAN-FS-OK           VALUE '00'.
           05  LIST-FILE-STATUS         PIC XX.
               88  LIST-FS-OK           VALUE '00'.
           05  REJ-FILE-STATUS          PIC XX.
               88  REJ-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  TRAN-END-OF-FILE     VALUE 'Y'.
           05  VALID-SWITCH             PIC X(01) VALUE 'Y'.
               88  TRAN-VALID           VALUE 'Y'.
               88  TRAN-INVALID         VALUE 'N'.
           05  QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  QUEUE-DATE-DONE      VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       77  OPERATOR-ID                  PIC X(07) VALUE SPACES.
       77  LAST-SEQUENCE                PIC 9(04) VALUE ZERO.
       77  QUEUED-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  SALARY-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REINSTATE-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BANK-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-REASON                PIC X(40) VALUE SPACES.

      *----------------------------------------------------------*
      * THE ENTERED TRANSACTION, VIEWED AS THE MAINTENANCE CARD   *
      * IT WILL BECOME WHEN APPROVED                              *
      *----------------------------------------------------------*
       01  SALARY-TRANSACTION.
           COPY EMP-TRANSACTION.

       01  BANK-TRANSACTION.
           COPY BNK-TRANSACTION.

      *----------------------------------------------------------*
      * ENTRY LISTING LINE LAYOUTS                                *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                   PIC X(36) VALUE
               'APPROVAL QUEUE ENTRY - RUN DATE'.
           05  HDR-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
               'ENTERED BY'.
           05  HDR-OPERATOR-ID          PIC X(07).
       01  HEADING-2.
           05  FILLER                   PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(16) VALUE 'ITEM'.
           05  FILLER                   PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                   PIC X(26) VALUE 'NAME'.
           05  FILLER                   PIC X(36) VALUE 'DETAIL'.

       01  DETAIL-LINE.
           05  DTL-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ITEM-TYPE            PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME             PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DETAIL               PIC X(36).

       01  SALARY-DETAIL.
           05  FILLER                   PIC X(04) VALUE 'OLD'.
           05  SDT-OLD-SALARY           PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(05) VALUE '  NEW'.
           05  SDT-NEW-SALARY           PIC ZZZZZZ9.99.

       01  BANK-DETAIL.
           05  BDT-ACTION               PIC X(07).
           05  BDT-ROUTING-NUMBER       PIC X(09).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BDT-ACCOUNT-NUMBER       PIC X(17).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BDT-DEPOSIT-TYPE         PIC X(01).

       01  TRAILER-LINE.
           05  FILLER                   PIC X(14) VALUE
               'ITEMS QUEUED:'.
           05  TRL-QUEUED               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE
               '   REJECTED:'.
           05  TRL-REJECTED             PIC ZZ,ZZ9.

       01  REJECT-LINE-LAYOUT.
           05  REJ-ITEM-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-MESSAGE              PIC X(50).
           05  FILLER                   PIC X(01) VALUE SPACES.
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
      * 1000-INITIALIZE - TAKE THE ENTERING OPERATOR'S ID, OPEN    *
      * THE QUEUE (CREATING IT ON FIRST USE) AND FIND THE LAST     *
      * SEQUENCE NUMBER ALREADY USED TODAY                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER YOUR OPERATOR ID: '.
           ACCEPT OPERATOR-ID FROM CONSOLE.
           IF OPERATOR-ID = SPACES
               DISPLAY 'ERROR: NO OPERATOR ID GIVEN'
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
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT TRAN-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT ENTRY-LISTING-FILE.
           IF NOT LIST-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           IF NOT REJ-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO HDR-RUN-DATE.
           MOVE OPERATOR-ID  TO HDR-OPERATOR-ID.
           MOVE HEADING-1 TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE HEADING-2 TO LISTING-LINE.
           WRITE LISTING-LINE.
           PERFORM 1100-FIND-LAST-SEQUENCE THRU 1100-EXIT.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-FIND-LAST-SEQUENCE - READ FORWARD THROUGH TODAY'S     *
      * ITEMS SO A SECOND ENTRY RUN ON THE SAME DAY CARRIES ON     *
      * FROM THE LAST REFERENCE ISSUED                             *
      *----------------------------------------------------------*
       1100-FIND-LAST-SEQUENCE.
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE RUN-DATE-NUM TO APQ-ENTRY-DATE.
           MOVE ZERO TO APQ-SEQUENCE.
           START APPROVAL-QUEUE-FILE KEY NOT LESS THAN APQ-KEY
               INVALID KEY
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
           END-START.
           PERFORM 1150-READ-TODAYS-ITEM THRU 1150-EXIT
               UNTIL QUEUE-DATE-DONE.
       1100-EXIT.
           EXIT.

       1150-READ-TODAYS-ITEM.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
                   GO TO 1150-EXIT
           END-READ.
           IF APQ-ENTRY-DATE NOT = RUN-DATE-NUM
               MOVE 'Y' TO QUEUE-EOF-SWITCH
               GO TO 1150-EXIT
           END-IF.
           MOVE APQ-SEQUENCE TO LAST-SEQUENCE.
       1150-EXIT.
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
           MOVE SPACES TO DTL-EMP-NAME.
           MOVE SPACES TO DTL-DETAIL.
           PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
           IF TRAN-VALID
               PERFORM 2200-QUEUE-ITEM THRU 2200-EXIT
           ELSE
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
           END-IF.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDATE-TRANSACTION                                 *
      *----------------------------------------------------------*
       2100-VALIDATE-TRANSACTION.
           IF NOT APRTRAN-SALARY AND NOT APRTRAN-REINSTATE
              AND NOT APRTRAN-BANK
               MOVE 'N' TO VALID-SWITCH
               MOVE 'ITEM TYPE MUST BE S, R OR B' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF APRTRAN-EMP-ID = SPACES
               MOVE 'N' TO VALID-SWITCH
               MOVE 'EMP-ID IS BLANK' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF LAST-SEQUENCE NOT < 9999
               MOVE 'N' TO VALID-SWITCH
               MOVE 'NO REFERENCES LEFT FOR TODAY'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN APRTRAN-SALARY
                   PERFORM 2110-VALIDATE-SALARY THRU 2110-EXIT
               WHEN APRTRAN-REINSTATE
                   PERFORM 2120-VALIDATE-REINSTATE THRU 2120-EXIT
               WHEN APRTRAN-BANK
                   PERFORM 2130-VALIDATE-BANK THRU 2130-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2110-VALIDATE-SALARY - AN EMPMAINT CHANGE FOR THE SAME     *
      * EMPLOYEE THAT ALTERS THE SALARY; EVERYTHING ELSE ON THE    *
      * CARD IS LEFT FOR EMPMAINT TO VALIDATE WHEN IT IS APPLIED   *
      *----------------------------------------------------------*
       2110-VALIDATE-SALARY.
           MOVE APRTRAN-TRAN-IMAGE TO SALARY-TRANSACTION.
           IF NOT TRAN-CHANGE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'SALARY CHANGE MUST BE A C TRANSACTION'
                   TO REJECT-REASON
               GO TO 2110-EXIT
           END-IF.
           IF TRAN-EMP-ID NOT = APRTRAN-EMP-ID
               MOVE 'N' TO VALID-SWITCH
               MOVE 'EMP-ID DIFFERS FROM TRANSACTION'
                   TO REJECT-REASON
               GO TO 2110-EXIT
           END-IF.
           IF TRAN-EMP-SALARY NOT NUMERIC
               MOVE 'N' TO VALID-SWITCH
               MOVE 'NEW SALARY IS NOT NUMERIC' TO REJECT-REASON
               GO TO 2110-EXIT
           END-IF.
           MOVE APRTRAN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'EMPLOYEE NOT ON FILE' TO REJECT-REASON
                   GO TO 2110-EXIT
           END-READ.
           IF TRAN-EMP-SALARY = EMP-SALARY
               MOVE 'N' TO VALID-SWITCH
               MOVE 'SALARY NOT CHANGED - NO APPROVAL NEEDED'
                   TO REJECT-REASON
               GO TO 2110-EXIT
           END-IF.
           MOVE EMP-NAME        TO DTL-EMP-NAME.
           MOVE EMP-SALARY      TO SDT-OLD-SALARY.
           MOVE TRAN-EMP-SALARY TO SDT-NEW-SALARY.
           MOVE SALARY-DETAIL   TO DTL-DETAIL.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2120-VALIDATE-REINSTATE - THE EMPLOYEE MUST HAVE LEFT THE  *
      * MASTER FOR THE ARCHIVE; REHIRE CHECKS THE ARCHIVE ITSELF   *
      *----------------------------------------------------------*
       2120-VALIDATE-REINSTATE.
           MOVE APRTRAN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'EMPLOYEE STILL ON MASTER' TO REJECT-REASON
           END-READ.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2130-VALIDATE-BANK - A BNKMAINT ADD OR CHANGE FOR THE SAME *
      * EMPLOYEE, WHO MUST BE ON THE EMPLOYEE MASTER. A DELETE     *
      * ONLY STOPS DEPOSITS AND IS KEYED STRAIGHT TO BNKMAINT      *
      *----------------------------------------------------------*
       2130-VALIDATE-BANK.
           MOVE APRTRAN-TRAN-IMAGE TO BANK-TRANSACTION.
           IF NOT BNKTRAN-ADD AND NOT BNKTRAN-CHANGE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'BANK CHANGE MUST BE AN A OR C TRAN'
                   TO REJECT-REASON
               GO TO 2130-EXIT
           END-IF.
           IF BNKTRAN-BNK-EMP-ID NOT = APRTRAN-EMP-ID
               MOVE 'N' TO VALID-SWITCH
               MOVE 'EMP-ID DIFFERS FROM TRANSACTION'
                   TO REJECT-REASON
               GO TO 2130-EXIT
           END-IF.
           MOVE APRTRAN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'EMPLOYEE NOT ON FILE' TO REJECT-REASON
                   GO TO 2130-EXIT
           END-READ.
           MOVE EMP-NAME TO DTL-EMP-NAME.
           IF BNKTRAN-ADD
               MOVE 'ADD' TO BDT-ACTION
           ELSE
               MOVE 'CHANGE' TO BDT-ACTION
           END-IF.
           MOVE BNKTRAN-BNK-ROUTING-NUMBER TO BDT-ROUTING-NUMBER.
           MOVE BNKTRAN-BNK-ACCOUNT-NUMBER TO BDT-ACCOUNT-NUMBER.
           MOVE BNKTRAN-BNK-DEPOSIT-TYPE   TO BDT-DEPOSIT-TYPE.
           MOVE BANK-DETAIL TO DTL-DETAIL.
       2130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-QUEUE-ITEM - WRITE THE ITEM TO THE QUEUE AS WAITING   *
      * UNDER THE NEXT REFERENCE AND LIST IT                       *
      *----------------------------------------------------------*
       2200-QUEUE-ITEM.
           ADD 1 TO LAST-SEQUENCE.
           MOVE SPACES             TO APPROVAL-QUEUE-RECORD.
           MOVE RUN-DATE-NUM       TO APQ-ENTRY-DATE.
           MOVE LAST-SEQUENCE      TO APQ-SEQUENCE.
           MOVE APRTRAN-ITEM-TYPE  TO APQ-ITEM-TYPE.
           MOVE APRTRAN-EMP-ID     TO APQ-EMP-ID.
           MOVE OPERATOR-ID        TO APQ-ENTERED-BY.
           SET APQ-WAITING TO TRUE.
           MOVE ZERO               TO APQ-DECISION-DATE.
           MOVE ZERO               TO APQ-POSTED-DATE.
           IF APRTRAN-REINSTATE
               MOVE SPACES             TO APQ-TRAN-IMAGE
           ELSE
               MOVE APRTRAN-TRAN-IMAGE TO APQ-TRAN-IMAGE
           END-IF.
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO QUEUED-COUNT.
           EVALUATE TRUE
               WHEN APQ-SALARY-CHANGE
                   MOVE 'SALARY CHANGE' TO DTL-ITEM-TYPE
                   ADD 1 TO SALARY-COUNT
               WHEN APQ-REINSTATEMENT
                   MOVE 'REINSTATEMENT' TO DTL-ITEM-TYPE
                   ADD 1 TO REINSTATE-COUNT
               WHEN APQ-BANK-CHANGE
                   MOVE 'BANK DETAILS'  TO DTL-ITEM-TYPE
                   ADD 1 TO BANK-COUNT
           END-EVALUATE.
           MOVE APQ-KEY    TO DTL-REFERENCE.
           MOVE APQ-EMP-ID TO DTL-EMP-ID.
           MOVE DETAIL-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-WRITE-REJECT                                         *
      *----------------------------------------------------------*
       2500-WRITE-REJECT.
           MOVE APRTRAN-ITEM-TYPE  TO REJ-ITEM-TYPE.
           MOVE APRTRAN-EMP-ID     TO REJ-EMP-ID.
           MOVE MSG-INVALID-TRAN   TO REJ-MESSAGE.
           MOVE REJECT-REASON      TO REJ-REASON.
           MOVE REJECT-LINE-LAYOUT TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE QUEUED-COUNT TO TRL-QUEUED.
           MOVE REJECT-COUNT TO TRL-REJECTED.
           MOVE TRAILER-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE ENTRY-LISTING-FILE.
           CLOSE REJECT-REPORT-FILE.
           DISPLAY 'APRENTRY RUN COMPLETE'.
           DISPLAY 'ENTERED BY:      ' OPERATOR-ID.
           DISPLAY 'QUEUED:          ' QUEUED-COUNT.
           DISPLAY 'SALARY CHANGES:  ' SALARY-COUNT.
           DISPLAY 'REINSTATEMENTS:  ' REINSTATE-COUNT.
           DISPLAY 'BANK CHANGES:    ' BANK-COUNT.
           DISPLAY 'REJECTS:         ' REJECT-COUNT.
       3000-EXIT.
           EXIT.
