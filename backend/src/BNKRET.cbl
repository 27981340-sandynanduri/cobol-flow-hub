      * BNKRET.CBL
      * BANK RETURN-FILE PROCESSING FOR REJECTED DEPOSITS AND
      * FAILED PRENOTES
      * MATCHES THE BANK'S RETURN FILE AGAINST THE PAYMENT FILE THE
      * LAST DISBURSEMENT RUN (PAYDISB) SENT, BY EMP-ID. THE RETURN
      * FILE IS SORTED INTO EMP-ID ORDER FIRST (THE PAYMENT FILE IS
      * ALREADY IN EMP-ID ORDER FROM PAY HISTORY), THEN A TWO-FILE
      * BALANCE-LINE MATCH APPLIES EACH RETURN TO THE DETAIL OR
      * PRENOTE LINE IT NAMES FOR THAT RUN DATE: A RETURNED LIVE
      * DEPOSIT PUTS THE EMPLOYEE ON THE CHEQUE-REISSUE LIST FOR
      * THE AMOUNT RETURNED, AND A RETURNED PRENOTE MARKS THE BANK
      * MASTER PRENOTE-RETURNED SO THE DISBURSEMENT RUN NEVER
      * PROMOTES THE BAD ACCOUNT TO LIVE. EVERY RETURN APPLIED IS
      * KEPT ON THE RETURN-HISTORY MASTER, AND AN EMPLOYEE ALSO
      * RETURNED FROM THE PREVIOUS SCHEDULED RUN IS FLAGGED FOR
      * FOLLOW-UP. A RETURN THAT NAMES NO LINE IN THE BATCH, A
      * DIFFERENT RUN DATE OR THE WRONG KIND OF LINE IS REPORTED
      * AND NOT APPLIED. THE REPORT ENDS WITH THE BATCH PROOF: THE
      * PAYMENT FILE'S TRAILER TOTAL MUST EQUAL THE DEPOSITS THE
      * BANK ACCEPTED PLUS THE DEPOSITS IT RETURNED.
      * A RERUN AGAINST THE SAME FILES REBUILDS BOTH REPORTS AND
      * REWRITES THE SAME HISTORY RECORDS, SO NOTHING IS COUNTED
      * TWICE.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BNKRET.
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
           SELECT PAYMENT-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYF-FILE-STATUS.

           SELECT BANK-RETURN-FILE ASSIGN TO "BNKRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RETSORT"
               FILE STATUS IS SRT-FILE-STATUS.

           SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS BANK-FILE-STATUS.

           SELECT RETURN-HISTORY-FILE ASSIGN TO "BNKRETH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTH-KEY
               FILE STATUS IS RTH-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-SCHED-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT REISSUE-LIST-FILE ASSIGN TO "CHQREISS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RIS-FILE-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "BNKRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           COPY BANK-RETURN-RECORD.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           COPY BANK-RETURN-RECORD
               REPLACING LEADING ==BRT== BY ==SRT==.

       FD  BANK-MASTER-FILE.
       01  BANK-MASTER-RECORD.
           COPY BANK-RECORD.

       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           COPY RETHIST-RECORD.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           COPY PAYCAL-RECORD.

       FD  REISSUE-LIST-FILE
           RECORDING MODE IS F.
       01  REISSUE-LINE                 PIC X(100).

       FD  RETURN-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  PAYF-FILE-STATUS         PIC XX.
               88  PAYF-FS-OK           VALUE '00'.
           05  BRT-FILE-STATUS          PIC XX.
               88  BRT-FS-OK            VALUE '00'.
           05  SRT-FILE-STATUS          PIC XX.
           05  BANK-FILE-STATUS         PIC XX.
               88  BANK-FS-OK           VALUE '00'.
           05  RTH-FILE-STATUS          PIC XX.
               88  RTH-FS-OK            VALUE '00'.
           05  CAL-FILE-STATUS          PIC XX.
               88  CAL-FS-OK            VALUE '00'.
           05  RIS-FILE-STATUS          PIC XX.
               88  RIS-FS-OK            VALUE '00'.
           05  RPT-FILE-STATUS          PIC XX.
               88  RPT-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  TRAILER-SWITCH           PIC X(01) VALUE 'N'.
               88  BATCH-TRAILER-SEEN   VALUE 'Y'.
           05  LINE-RETURNED-SWITCH     PIC X(01) VALUE 'N'.
               88  LINE-RETURNED        VALUE 'Y'.
           05  CAL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  CALENDAR-OPEN        VALUE 'Y'.
           05  CAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CALENDAR-DONE        VALUE 'Y'.
           05  PRIOR-RUN-SWITCH         PIC X(01) VALUE 'N'.
               88  PRIOR-RUN-FOUND      VALUE 'Y'.
           05  BANK-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  BANK-ON-FILE         VALUE 'Y'.
           05  FOLLOW-UP-SWITCH         PIC X(01) VALUE 'N'.
               88  FOLLOW-UP-NEEDED     VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

      *----------------------------------------------------------*
      * BALANCE-LINE KEYS AND THE PAYMENT-FILE LINE IN HAND       *
      *----------------------------------------------------------*
       01  BALANCE-LINE-KEYS.
           05  PAYMENT-KEY              PIC X(06) VALUE SPACES.
           05  RETURN-KEY               PIC X(06) VALUE SPACES.

       01  PAYMENT-LINE-IN-HAND.
           05  LINE-TYPE                PIC X(01).
               88  LINE-DEPOSIT         VALUE 'D'.
               88  LINE-PRENOTE         VALUE 'P'.
           05  LINE-ROUTING-NUMBER      PIC X(09).
           05  LINE-ACCOUNT-NUMBER      PIC X(17).
           05  LINE-AMOUNT              PIC 9(9)V99.
           05  LINE-RUN-DATE            PIC 9(08).

       77  BATCH-RUN-DATE               PIC 9(08) VALUE ZERO.
       77  PRIOR-RUN-DATE               PIC 9(08) VALUE ZERO.
       77  RETURN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DEPOSIT-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  PRENOTE-LINE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  ACCEPTED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  RETURNED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  PROVED-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  PRENOTE-RETURN-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  PRENOTE-RESET-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  UNAPPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  FOLLOW-UP-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  RETURN-REASON-TEXT           PIC X(16) VALUE SPACES.
       77  RETURN-ACTION                PIC X(24) VALUE SPACES.

       01  CONTROL-TOTALS.
           05  BATCH-TRAILER-COUNT      PIC 9(07) VALUE ZERO.
           05  BATCH-TRAILER-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  DEPOSIT-LINE-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  ACCEPTED-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  RETURNED-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  PROVED-TOTAL             PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * RETURN REPORT LINE LAYOUTS                                *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'BANK RETURN-FILE PROCESSING - RUN DATE'.
           05  HDR-RUN-DATE            PIC 9(08).
       01  HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                  PIC X(09) VALUE 'TYPE'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                  PIC X(16) VALUE
               'AMOUNT'.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(18) VALUE 'REASON'.
           05  FILLER                  PIC X(26) VALUE 'ACTION'.
           05  FILLER                  PIC X(22) VALUE 'FOLLOW-UP'.

       01  DETAIL-LINE.
           05  DTL-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-TYPE                PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-REASON-CODE         PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REASON-TEXT         PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ACTION              PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-FOLLOW-UP           PIC X(22).

       01  PROOF-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'PAYMENT BATCH PROOF - BATCH DATE'.
           05  PRF-BATCH-DATE          PIC 9(08).

       01  PROOF-LINE.
           05  PRF-LABEL               PIC X(30).
           05  FILLER                  PIC X(08) VALUE 'COUNT:'.
           05  PRF-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'AMOUNT:'.
           05  PRF-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  PROOF-VERDICT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'BATCH VERDICT:'.
           05  PRF-VERDICT             PIC X(40).

       01  COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC ZZ,ZZ9.

      *----------------------------------------------------------*
      * CHEQUE-REISSUE LIST LINE LAYOUTS                          *
      *----------------------------------------------------------*
       01  REISSUE-HEADING-1.
           05  FILLER                  PIC X(42) VALUE
               'CHEQUE REISSUE LIST - RETURNED DEPOSITS'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  RIS-HDR-RUN-DATE        PIC 9(08).
       01  REISSUE-HEADING-2.
           05  FILLER                  PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                  PIC X(10) VALUE 'PAID ON'.
           05  FILLER                  PIC X(16) VALUE
               'RETURNED AMOUNT'.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(18) VALUE 'REASON'.

       01  REISSUE-DETAIL-LINE.
           05  RIS-EMP-ID              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RIS-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RIS-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RIS-REASON-CODE         PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RIS-REASON-TEXT         PIC X(16).

       01  REISSUE-TRAILER-LINE.
           05  FILLER                  PIC X(18) VALUE
               'CHEQUES TO ISSUE:'.
           05  RIS-TRL-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'TOTAL:'.
           05  RIS-TRL-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE - SORT THE BANK RETURN FILE INTO EMP-ID      *
      * ORDER AND MATCH IT AGAINST THE PAYMENT FILE IN THE OUTPUT  *
      * PROCEDURE                                                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID
                                SRT-RUN-DATE
               USING BANK-RETURN-FILE
               OUTPUT PROCEDURE IS 2000-MATCH-RETURNS
                   THRU 2000-EXIT.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN FILES (CREATING THE RETURN-HISTORY  *
      * MASTER ON FIRST USE) AND WRITE THE REPORT HEADINGS. AN     *
      * UNREADABLE PAY CALENDAR ONLY LOSES THE FOLLOW-UP FLAGS     *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYF-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O BANK-MASTER-FILE.
           IF NOT BANK-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN I-O RETURN-HISTORY-FILE.
           IF NOT RTH-FS-OK
               OPEN OUTPUT RETURN-HISTORY-FILE
               CLOSE RETURN-HISTORY-FILE
               OPEN I-O RETURN-HISTORY-FILE
               IF NOT RTH-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF CAL-FS-OK
               MOVE 'Y' TO CAL-OPEN-SWITCH
           ELSE
               DISPLAY 'BNKRET: PAY CALENDAR UNREADABLE - NO '
                   'FOLLOW-UP FLAGS THIS RUN'
           END-IF.
           OPEN OUTPUT REISSUE-LIST-FILE.
           IF NOT RIS-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO HDR-RUN-DATE.
           MOVE HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-DATE-NUM TO RIS-HDR-RUN-DATE.
           MOVE REISSUE-HEADING-1 TO REISSUE-LINE.
           WRITE REISSUE-LINE.
           MOVE REISSUE-HEADING-2 TO REISSUE-LINE.
           WRITE REISSUE-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-MATCH-RETURNS - TWO-FILE BALANCE-LINE MATCH ON        *
      * EMP-ID; HIGH-VALUES MARKS AN EXHAUSTED SIDE. A PAYMENT     *
      * LINE STAYS IN HAND WHILE RETURNS FOR ITS EMPLOYEE ARE      *
      * APPLIED, SO A SECOND RETURN FOR IT IS CAUGHT AS DUPLICATE  *
      *----------------------------------------------------------*
       2000-MATCH-RETURNS.
           PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
           PERFORM 2200-RETURN-BANK-RETURN THRU 2200-EXIT.
           PERFORM 2300-MATCH-ONE THRU 2300-EXIT
               UNTIL PAYMENT-KEY = HIGH-VALUES
                 AND RETURN-KEY = HIGH-VALUES.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-READ-PAYMENT - NEXT DEPOSIT OR PRENOTE LINE OF THE    *
      * BATCH. THE BATCH CONTROL TRAILER (ALWAYS LAST) SUPPLIES    *
      * THE TOTALS TO PROVE AND ENDS THE PAYMENT SIDE              *
      *----------------------------------------------------------*
       2100-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE HIGH-VALUES TO PAYMENT-KEY
                   GO TO 2100-EXIT
           END-READ.
           IF PAYF-TRAILER
               MOVE 'Y' TO TRAILER-SWITCH
               MOVE PAYF-RECORD-COUNT TO BATCH-TRAILER-COUNT
               MOVE PAYF-AMOUNT       TO BATCH-TRAILER-TOTAL
               IF BATCH-RUN-DATE = ZERO
                   MOVE PAYF-RUN-DATE TO BATCH-RUN-DATE
               END-IF
               MOVE HIGH-VALUES TO PAYMENT-KEY
               GO TO 2100-EXIT
           END-IF.
           MOVE PAYF-EMP-ID         TO PAYMENT-KEY.
           MOVE PAYF-RECORD-TYPE    TO LINE-TYPE.
           MOVE PAYF-ROUTING-NUMBER TO LINE-ROUTING-NUMBER.
           MOVE PAYF-ACCOUNT-NUMBER TO LINE-ACCOUNT-NUMBER.
           MOVE PAYF-AMOUNT         TO LINE-AMOUNT.
           MOVE PAYF-RUN-DATE       TO LINE-RUN-DATE.
           MOVE 'N' TO LINE-RETURNED-SWITCH.
           IF BATCH-RUN-DATE = ZERO
               MOVE PAYF-RUN-DATE TO BATCH-RUN-DATE
           END-IF.
           IF LINE-DEPOSIT
               ADD 1 TO DEPOSIT-LINE-COUNT
               ADD LINE-AMOUNT TO DEPOSIT-LINE-TOTAL
           ELSE
               ADD 1 TO PRENOTE-LINE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-RETURN-BANK-RETURN - NEXT SORTED RETURN              *
      *----------------------------------------------------------*
       2200-RETURN-BANK-RETURN.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO RETURN-KEY
               NOT AT END
                   MOVE SRT-EMP-ID TO RETURN-KEY
                   ADD 1 TO RETURN-COUNT
           END-RETURN.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-MATCH-ONE - ONE STEP OF THE BALANCE LINE. A PAYMENT   *
      * LINE PASSED WITH NO RETURN AGAINST IT WAS ACCEPTED; A      *
      * RETURN WITH NO PAYMENT LINE IS REPORTED UNAPPLIED          *
      *----------------------------------------------------------*
       2300-MATCH-ONE.
           EVALUATE TRUE
               WHEN PAYMENT-KEY < RETURN-KEY
                   PERFORM 2400-CLOSE-PAYMENT-LINE THRU 2400-EXIT
                   PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
               WHEN PAYMENT-KEY > RETURN-KEY
                   MOVE 'NOT IN PAYMENT BATCH' TO RETURN-ACTION
                   PERFORM 2900-REPORT-UNAPPLIED THRU 2900-EXIT
                   PERFORM 2200-RETURN-BANK-RETURN THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 2500-APPLY-RETURN THRU 2500-EXIT
                   PERFORM 2200-RETURN-BANK-RETURN THRU 2200-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-CLOSE-PAYMENT-LINE - A DEPOSIT THE BANK DID NOT SEND  *
      * BACK COUNTS AS ACCEPTED                                    *
      *----------------------------------------------------------*
       2400-CLOSE-PAYMENT-LINE.
           IF LINE-DEPOSIT
              AND NOT LINE-RETURNED
               ADD 1 TO ACCEPTED-COUNT
               ADD LINE-AMOUNT TO ACCEPTED-TOTAL
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-APPLY-RETURN - THE RETURN MUST NAME THIS BATCH'S RUN  *
      * DATE AND THE SAME KIND OF LINE, AND THE LINE MUST NOT HAVE *
      * BEEN RETURNED ALREADY; THEN A DEPOSIT IS LISTED FOR        *
      * REISSUE OR A PRENOTE IS RESET ON THE BANK MASTER, AND THE  *
      * RETURN IS RECORDED ON THE HISTORY MASTER                   *
      *----------------------------------------------------------*
       2500-APPLY-RETURN.
           IF SRT-RUN-DATE NOT = LINE-RUN-DATE
               MOVE 'NOT FOR THIS BATCH' TO RETURN-ACTION
               PERFORM 2900-REPORT-UNAPPLIED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF LINE-RETURNED
               MOVE 'DUPLICATE RETURN' TO RETURN-ACTION
               PERFORM 2900-REPORT-UNAPPLIED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF SRT-ENTRY-TYPE NOT = LINE-TYPE
               MOVE 'TYPE DIFFERS FROM BATCH' TO RETURN-ACTION
               PERFORM 2900-REPORT-UNAPPLIED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE 'Y' TO LINE-RETURNED-SWITCH.
           PERFORM 2550-SET-REASON-TEXT THRU 2550-EXIT.
           IF LINE-DEPOSIT
               PERFORM 2600-LIST-REISSUE THRU 2600-EXIT
           ELSE
               PERFORM 2700-RESET-PRENOTE THRU 2700-EXIT
           END-IF.
           PERFORM 2800-RECORD-HISTORY THRU 2800-EXIT.
           PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2550-SET-REASON-TEXT - THE BANK'S REASON CODE IN WORDS     *
      *----------------------------------------------------------*
       2550-SET-REASON-TEXT.
           EVALUATE TRUE
               WHEN SRT-CLOSED-ACCOUNT
                   MOVE 'CLOSED ACCOUNT'  TO RETURN-REASON-TEXT
               WHEN SRT-NO-ACCOUNT
                   MOVE 'NO ACCOUNT'      TO RETURN-REASON-TEXT
               WHEN SRT-INVALID-ACCOUNT
                   MOVE 'INVALID ACCOUNT' TO RETURN-REASON-TEXT
               WHEN SRT-BAD-ROUTING
                   MOVE 'BAD ROUTING'     TO RETURN-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER'           TO RETURN-REASON-TEXT
           END-EVALUATE.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2600-LIST-REISSUE - A RETURNED LIVE DEPOSIT GOES ON THE    *
      * CHEQUE-REISSUE LIST FOR THE AMOUNT THE BATCH SENT. A BANK  *
      * AMOUNT THAT DIFFERS IS FLAGGED; THE BATCH AMOUNT IS THE    *
      * ONE THAT LEFT THE EMPLOYEE UNPAID                          *
      *----------------------------------------------------------*
       2600-LIST-REISSUE.
           ADD 1 TO RETURNED-COUNT.
           ADD LINE-AMOUNT TO RETURNED-TOTAL.
           MOVE SRT-EMP-ID         TO RIS-EMP-ID.
           MOVE LINE-RUN-DATE      TO RIS-RUN-DATE.
           MOVE LINE-AMOUNT        TO RIS-AMOUNT.
           MOVE SRT-REASON-CODE    TO RIS-REASON-CODE.
           MOVE RETURN-REASON-TEXT TO RIS-REASON-TEXT.
           MOVE REISSUE-DETAIL-LINE TO REISSUE-LINE.
           WRITE REISSUE-LINE.
           IF SRT-AMOUNT = LINE-AMOUNT
               MOVE 'CHEQUE REISSUE LISTED' TO RETURN-ACTION
           ELSE
               MOVE 'REISSUE-BANK AMT DIFFERS' TO RETURN-ACTION
               DISPLAY 'BNKRET: RETURNED AMOUNT ' SRT-AMOUNT
                   ' FOR ' SRT-EMP-ID ' DIFFERS FROM BATCH '
                   LINE-AMOUNT
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2700-RESET-PRENOTE - A RETURNED PRENOTE MARKS THE BANK     *
      * MASTER PRENOTE-RETURNED, WHICH THE DISBURSEMENT RUN NEVER  *
      * PROMOTES, PROVIDED THE MASTER STILL HOLDS THE ACCOUNT THE  *
      * PRENOTE TESTED - NEW DETAILS ENTERED SINCE ARE IN THEIR    *
      * OWN PRENOTE CYCLE AND ARE LEFT ALONE                       *
      *----------------------------------------------------------*
       2700-RESET-PRENOTE.
           ADD 1 TO PRENOTE-RETURN-COUNT.
           MOVE 'N' TO BANK-FOUND-SWITCH.
           MOVE SRT-EMP-ID TO BNK-EMP-ID.
           READ BANK-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BANK-FOUND-SWITCH
           END-READ.
           IF NOT BANK-ON-FILE
               MOVE 'NO BANK RECORD' TO RETURN-ACTION
               GO TO 2700-EXIT
           END-IF.
           IF BNK-ROUTING-NUMBER NOT = LINE-ROUTING-NUMBER
              OR BNK-ACCOUNT-NUMBER NOT = LINE-ACCOUNT-NUMBER
               MOVE 'ACCOUNT CHANGED SINCE' TO RETURN-ACTION
               GO TO 2700-EXIT
           END-IF.
           IF BNK-PRENOTE-RETURNED
               MOVE 'PRENOTE ALREADY RESET' TO RETURN-ACTION
               GO TO 2700-EXIT
           END-IF.
           SET BNK-PRENOTE-RETURNED TO TRUE.
           REWRITE BANK-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           ADD 1 TO PRENOTE-RESET-COUNT.
           MOVE 'PRENOTE STATUS RESET' TO RETURN-ACTION.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2800-RECORD-HISTORY - FLAG THE EMPLOYEE IF THE HISTORY     *
      * MASTER ALREADY HOLDS A RETURN FROM THE PREVIOUS SCHEDULED  *
      * RUN, THEN RECORD THIS ONE (REPLACING IT ON A RERUN)        *
      *----------------------------------------------------------*
       2800-RECORD-HISTORY.
           MOVE 'N' TO FOLLOW-UP-SWITCH.
           IF NOT PRIOR-RUN-FOUND
               PERFORM 2850-FIND-PRIOR-RUN THRU 2850-EXIT
           END-IF.
           IF PRIOR-RUN-DATE > ZERO
               MOVE SRT-EMP-ID     TO RTH-EMP-ID
               MOVE PRIOR-RUN-DATE TO RTH-RUN-DATE
               READ RETURN-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO FOLLOW-UP-SWITCH
                       ADD 1 TO FOLLOW-UP-COUNT
               END-READ
           END-IF.
           MOVE SRT-EMP-ID      TO RTH-EMP-ID.
           MOVE LINE-RUN-DATE   TO RTH-RUN-DATE.
           MOVE LINE-TYPE       TO RTH-ENTRY-TYPE.
           MOVE LINE-AMOUNT     TO RTH-AMOUNT.
           MOVE SRT-REASON-CODE TO RTH-REASON-CODE.
           MOVE RUN-DATE-NUM    TO RTH-PROCESSED-DATE.
           WRITE RETURN-HISTORY-RECORD
               INVALID KEY
                   REWRITE RETURN-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-ERROR
                   END-REWRITE
           END-WRITE.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2850-FIND-PRIOR-RUN - THE LATEST SCHEDULED PAY DATE BEFORE *
      * THE BATCH'S RUN DATE, FOUND ONCE ON THE FIRST RETURN       *
      * APPLIED; NONE (OR NO CALENDAR) MEANS NO FOLLOW-UP FLAGS    *
      *----------------------------------------------------------*
       2850-FIND-PRIOR-RUN.
           MOVE 'Y'  TO PRIOR-RUN-SWITCH.
           MOVE ZERO TO PRIOR-RUN-DATE.
           IF NOT CALENDAR-OPEN
               GO TO 2850-EXIT
           END-IF.
           MOVE 'N' TO CAL-EOF-SWITCH.
           MOVE ZERO TO PCAL-SCHED-DATE.
           START PAY-CALENDAR-FILE KEY NOT LESS THAN PCAL-SCHED-DATE
               INVALID KEY
                   MOVE 'Y' TO CAL-EOF-SWITCH
           END-START.
           PERFORM 2860-SCAN-CALENDAR THRU 2860-EXIT
               UNTIL CALENDAR-DONE.
       2850-EXIT.
           EXIT.

       2860-SCAN-CALENDAR.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CAL-EOF-SWITCH
                   GO TO 2860-EXIT
           END-READ.
           IF PCAL-SCHED-DATE NOT < LINE-RUN-DATE
               MOVE 'Y' TO CAL-EOF-SWITCH
           ELSE
               MOVE PCAL-SCHED-DATE TO PRIOR-RUN-DATE
           END-IF.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2900-REPORT-UNAPPLIED - A RETURN THAT COULD NOT BE MATCHED *
      * TO A LINE OF THIS BATCH IS REPORTED AND NOTHING CHANGES    *
      *----------------------------------------------------------*
       2900-REPORT-UNAPPLIED.
           ADD 1 TO UNAPPLIED-COUNT.
           MOVE 'N' TO FOLLOW-UP-SWITCH.
           PERFORM 2550-SET-REASON-TEXT THRU 2550-EXIT.
           DISPLAY 'BNKRET: RETURN NOT APPLIED FOR ' SRT-EMP-ID
               ' - ' RETURN-ACTION.
           PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2950-WRITE-DETAIL - ONE REPORT LINE PER RETURN READ        *
      *----------------------------------------------------------*
       2950-WRITE-DETAIL.
           MOVE SRT-EMP-ID TO DTL-EMP-ID.
           EVALUATE TRUE
               WHEN SRT-DEPOSIT
                   MOVE 'DEPOSIT' TO DTL-TYPE
               WHEN SRT-PRENOTE
                   MOVE 'PRENOTE' TO DTL-TYPE
               WHEN OTHER
                   MOVE SRT-ENTRY-TYPE TO DTL-TYPE
           END-EVALUATE.
           MOVE SRT-RUN-DATE       TO DTL-RUN-DATE.
           MOVE SRT-AMOUNT         TO DTL-AMOUNT.
           MOVE SRT-REASON-CODE    TO DTL-REASON-CODE.
           MOVE RETURN-REASON-TEXT TO DTL-REASON-TEXT.
           MOVE RETURN-ACTION      TO DTL-ACTION.
           IF FOLLOW-UP-NEEDED
               MOVE '** RETURNED LAST RUN' TO DTL-FOLLOW-UP
           ELSE
               MOVE SPACES TO DTL-FOLLOW-UP
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE - THE BATCH PROOF: THE TRAILER'S COUNT AND   *
      * TOTAL MUST EQUAL THE DEPOSITS ACCEPTED PLUS THE DEPOSITS   *
      * RETURNED. THEN THE COUNTS, THE REISSUE TRAILER, AND CLOSE  *
      *----------------------------------------------------------*
       3000-FINALIZE.
           COMPUTE PROVED-COUNT = ACCEPTED-COUNT + RETURNED-COUNT.
           COMPUTE PROVED-TOTAL = ACCEPTED-TOTAL + RETURNED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE BATCH-RUN-DATE TO PRF-BATCH-DATE.
           MOVE PROOF-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ORIGINAL BATCH (TRAILER)' TO PRF-LABEL.
           MOVE BATCH-TRAILER-COUNT TO PRF-COUNT.
           MOVE BATCH-TRAILER-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS ACCEPTED' TO PRF-LABEL.
           MOVE ACCEPTED-COUNT TO PRF-COUNT.
           MOVE ACCEPTED-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS RETURNED' TO PRF-LABEL.
           MOVE RETURNED-COUNT TO PRF-COUNT.
           MOVE RETURNED-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCEPTED PLUS RETURNED' TO PRF-LABEL.
           MOVE PROVED-COUNT TO PRF-COUNT.
           MOVE PROVED-TOTAL TO PRF-AMOUNT.
           MOVE PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT BATCH-TRAILER-SEEN
                   MOVE 'NO TRAILER ON PAYMENT FILE' TO PRF-VERDICT
               WHEN PROVED-COUNT = BATCH-TRAILER-COUNT
                AND PROVED-TOTAL = BATCH-TRAILER-TOTAL
                AND DEPOSIT-LINE-TOTAL = BATCH-TRAILER-TOTAL
                   MOVE 'BATCH PROVED' TO PRF-VERDICT
               WHEN OTHER
                   MOVE 'BATCH DOES NOT PROVE' TO PRF-VERDICT
           END-EVALUATE.
           MOVE PROOF-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETURNS READ:' TO CNT-LABEL.
           MOVE RETURN-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRENOTES IN BATCH:' TO CNT-LABEL.
           MOVE PRENOTE-LINE-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRENOTES RETURNED:' TO CNT-LABEL.
           MOVE PRENOTE-RETURN-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BANK MASTERS RESET:' TO CNT-LABEL.
           MOVE PRENOTE-RESET-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETURNS NOT APPLIED:' TO CNT-LABEL.
           MOVE UNAPPLIED-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FLAGGED FOR FOLLOW-UP:' TO CNT-LABEL.
           MOVE FOLLOW-UP-COUNT TO CNT-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RETURNED-COUNT TO RIS-TRL-COUNT.
           MOVE RETURNED-TOTAL TO RIS-TRL-TOTAL.
           MOVE REISSUE-TRAILER-LINE TO REISSUE-LINE.
           WRITE REISSUE-LINE.
           CLOSE PAYMENT-FILE.
           CLOSE BANK-MASTER-FILE.
           CLOSE RETURN-HISTORY-FILE.
           IF CALENDAR-OPEN
               CLOSE PAY-CALENDAR-FILE
           END-IF.
           CLOSE REISSUE-LIST-FILE.
           CLOSE RETURN-REPORT-FILE.
           DISPLAY 'BNKRET RUN COMPLETE'.
           DISPLAY 'BATCH RUN DATE:        ' BATCH-RUN-DATE.
           DISPLAY 'RETURNS READ:          ' RETURN-COUNT.
           DISPLAY 'DEPOSITS RETURNED:     ' RETURNED-COUNT.
           DISPLAY 'PRENOTES RETURNED:     ' PRENOTE-RETURN-COUNT.
           DISPLAY 'RETURNS NOT APPLIED:   ' UNAPPLIED-COUNT.
           DISPLAY 'FOLLOW-UP FLAGS:       ' FOLLOW-UP-COUNT.
           DISPLAY 'VERDICT: ' PRF-VERDICT.
       3000-EXIT.
           EXIT.
