      * ERCMAINT.CBL
      * EMPLOYER CONTRIBUTION RATE TABLE MAINTENANCE TRANSACTION
      * PROGRAM
      * APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO THE EMPLOYER
      * CONTRIBUTION RATE TABLE MASTER THE PAYROLL RUN PRICES EACH
      * PAY'S EMPLOYER COST FROM - THE EMPLOYER SHARE OF PAYROLL
      * TAX AND THE EMPLOYER BENEFIT AND PENSION CONTRIBUTIONS.
      * RATES ARE KEYED BY EFFECTIVE DATE PLUS CONTRIBUTION TYPE,
      * SO FINANCE LOADS A WHOLE NEW SET AHEAD OF ITS EFFECTIVE
      * DATE AND THE OLD SET STAYS ON FILE FOR RERUNS AND
      * ADJUSTMENTS OF EARLIER DATES, AS ON THE TAX-RATE TABLE
      * (TAXMAINT). A SET MAY HOLD NO MORE TYPES THAN PAY HISTORY
      * HAS ROOM TO ITEMIZE. TRANSACTIONS THAT FAIL VALIDATION ARE
      * WRITTEN TO A REJECT REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ERCMAINT.
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
           SELECT EMPLOYER-RATE-FILE ASSIGN TO "ERCRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERC-KEY
               FILE STATUS IS ERC-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "ERCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "ERCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-RECORD.
           COPY ERCRATE-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY ERC-TRANSACTION.

       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01  REJECT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  ERC-FILE-STATUS          PIC XX.
               88  ERC-FS-OK            VALUE '00'.
               88  ERC-FS-NOTFOUND      VALUE '23'.
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
           05  SET-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  SET-SCAN-DONE        VALUE 'Y'.

       77  ADD-COUNT                    PIC 9(05) COMP VALUE ZERO.
       77  CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DELETE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-REASON                PIC X(40) VALUE SPACES.
       77  SET-TYPE-COUNT               PIC 9(02) COMP VALUE ZERO.
       77  SET-TYPE-MAX                 PIC 9(02) COMP VALUE 5.

       01  REJECT-LINE-LAYOUT.
           05  REJ-TRAN-CODE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-EFF-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-TYPE                 PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-MESSAGE              PIC X(43).
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
           OPEN I-O EMPLOYER-RATE-FILE.
           IF NOT ERC-FS-OK
               OPEN OUTPUT EMPLOYER-RATE-FILE
               CLOSE EMPLOYER-RATE-FILE
               OPEN I-O EMPLOYER-RATE-FILE
               IF NOT ERC-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
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
                   WHEN ERCTRAN-ADD
                       PERFORM 2200-ADD-RATE THRU 2200-EXIT
                   WHEN ERCTRAN-CHANGE
                       PERFORM 2300-CHANGE-RATE THRU 2300-EXIT
                   WHEN ERCTRAN-DELETE
                       PERFORM 2400-DELETE-RATE THRU 2400-EXIT
               END-EVALUATE
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
           IF NOT ERCTRAN-ADD AND NOT ERCTRAN-CHANGE
              AND NOT ERCTRAN-DELETE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF ERCTRAN-ERC-EFF-DATE NOT NUMERIC
              OR ERCTRAN-ERC-EFF-DATE = ZERO
               MOVE 'N' TO VALID-SWITCH
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF ERCTRAN-ERC-TYPE = SPACES
               MOVE 'N' TO VALID-SWITCH
               MOVE 'CONTRIBUTION TYPE IS BLANK'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF ERCTRAN-ADD OR ERCTRAN-CHANGE
               IF ERCTRAN-ERC-RATE NOT NUMERIC
                  OR ERCTRAN-ERC-RATE = ZERO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'CONTRIBUTION RATE NOT NUMERIC OR ZERO'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               IF ERCTRAN-ERC-DESCRIPTION = SPACES
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'DESCRIPTION IS BLANK' TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               IF ERCTRAN-ERC-LIABILITY-ACCOUNT = SPACES
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'LIABILITY ACCOUNT IS BLANK'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF ERCTRAN-ADD
               MOVE ERCTRAN-ERC-KEY TO ERC-KEY
               READ EMPLOYER-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'CONTRIBUTION TYPE ALREADY ON FILE'
                           TO REJECT-REASON
               END-READ
               IF TRAN-VALID
                   PERFORM 2150-COUNT-SET-TYPES THRU 2150-EXIT
                   IF SET-TYPE-COUNT NOT < SET-TYPE-MAX
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'SET ALREADY HOLDS FIVE TYPES'
                           TO REJECT-REASON
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF ERCTRAN-CHANGE OR ERCTRAN-DELETE
               MOVE ERCTRAN-ERC-KEY TO ERC-KEY
               READ EMPLOYER-RATE-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'CONTRIBUTION TYPE NOT ON FILE'
                           TO REJECT-REASON
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2150-COUNT-SET-TYPES - HOW MANY TYPES THE EFFECTIVE SET    *
      * BEING ADDED TO ALREADY HOLDS (THE EFFECTIVE DATE IS THE    *
      * HIGH-ORDER PART OF THE KEY, SO THE SET READS TOGETHER)     *
      *----------------------------------------------------------*
       2150-COUNT-SET-TYPES.
           MOVE ZERO TO SET-TYPE-COUNT.
           MOVE 'N'  TO SET-EOF-SWITCH.
           MOVE ERCTRAN-ERC-EFF-DATE TO ERC-EFF-DATE.
           MOVE LOW-VALUES           TO ERC-TYPE.
           START EMPLOYER-RATE-FILE KEY NOT LESS THAN ERC-KEY
               INVALID KEY
                   MOVE 'Y' TO SET-EOF-SWITCH
           END-START.
           PERFORM 2160-COUNT-ONE-TYPE THRU 2160-EXIT
               UNTIL SET-SCAN-DONE.
       2150-EXIT.
           EXIT.

       2160-COUNT-ONE-TYPE.
           READ EMPLOYER-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SET-EOF-SWITCH
                   GO TO 2160-EXIT
           END-READ.
           IF ERC-EFF-DATE NOT = ERCTRAN-ERC-EFF-DATE
               MOVE 'Y' TO SET-EOF-SWITCH
           ELSE
               ADD 1 TO SET-TYPE-COUNT
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ADD-RATE                                             *
      *----------------------------------------------------------*
       2200-ADD-RATE.
           MOVE ERCTRAN-ERC-KEY               TO ERC-KEY.
           MOVE ERCTRAN-ERC-DESCRIPTION       TO ERC-DESCRIPTION.
           MOVE ERCTRAN-ERC-RATE              TO ERC-RATE.
           MOVE ERCTRAN-ERC-LIABILITY-ACCOUNT TO ERC-LIABILITY-ACCOUNT.
           WRITE EMPLOYER-RATE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-WRITE.
           ADD 1 TO ADD-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-CHANGE-RATE - UPDATE AN EXISTING CONTRIBUTION TYPE    *
      * (ERC-KEY IS THE RECORD KEY AND IS NOT CHANGED)             *
      *----------------------------------------------------------*
       2300-CHANGE-RATE.
           MOVE ERCTRAN-ERC-DESCRIPTION       TO ERC-DESCRIPTION.
           MOVE ERCTRAN-ERC-RATE              TO ERC-RATE.
           MOVE ERCTRAN-ERC-LIABILITY-ACCOUNT TO ERC-LIABILITY-ACCOUNT.
           REWRITE EMPLOYER-RATE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           ADD 1 TO CHANGE-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-DELETE-RATE                                          *
      *----------------------------------------------------------*
       2400-DELETE-RATE.
           DELETE EMPLOYER-RATE-FILE RECORD
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
           MOVE ERCTRAN-CODE         TO REJ-TRAN-CODE.
           MOVE ERCTRAN-ERC-EFF-DATE TO REJ-EFF-DATE.
           MOVE ERCTRAN-ERC-TYPE     TO REJ-TYPE.
           MOVE MSG-INVALID-TRAN     TO REJ-MESSAGE.
           MOVE REJECT-REASON        TO REJ-REASON.
           MOVE REJECT-LINE-LAYOUT   TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           CLOSE EMPLOYER-RATE-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-REPORT-FILE.
           DISPLAY 'ERCMAINT RUN COMPLETE'.
           DISPLAY 'ADDS:    ' ADD-COUNT.
           DISPLAY 'CHANGES: ' CHANGE-COUNT.
           DISPLAY 'DELETES: ' DELETE-COUNT.
           DISPLAY 'REJECTS: ' REJECT-COUNT.
       3000-EXIT.
           EXIT.
