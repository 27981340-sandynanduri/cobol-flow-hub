      * BUDMAINT.CBL
      * DEPARTMENT/POSITION BUDGET MASTER MAINTENANCE TRANSACTION
      * PROGRAM
      * APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO THE BUDGET
      * MASTER, WHICH HOLDS FOR EACH DEPARTMENT AND POSITION CODE
      * THE HEADCOUNT AND ANNUAL SALARY THE DEPARTMENT IS APPROVED
      * FOR. EMPLOYEE MAINTENANCE ENFORCES THE HEADCOUNT ON NEW
      * HIRES AND TRANSFERS, AND THE BUDGET VARIANCE REPORT
      * (BUDRPT) MEASURES BOTH FIGURES AGAINST THE EMPLOYEE MASTER
      * AND PAY HISTORY. THE DEPARTMENT MUST BE ON THE DEPARTMENT
      * MASTER AND THE POSITION ON THE POSITION/GRADE MASTER.
      * TRANSACTIONS THAT FAIL VALIDATION ARE WRITTEN TO A REJECT
      * REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDMAINT.
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
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUD-FILE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CODE
               FILE STATUS IS POS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "BUDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "BUDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGET-RECORD.

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           COPY DEPARTMENT-RECORD.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           COPY POSITION-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY BUD-TRANSACTION.

       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01  REJECT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  BUD-FILE-STATUS          PIC XX.
               88  BUD-FS-OK            VALUE '00'.
               88  BUD-FS-NOTFOUND      VALUE '23'.
           05  DEPT-FILE-STATUS         PIC XX.
               88  DEPT-FS-OK           VALUE '00'.
           05  POS-FILE-STATUS          PIC XX.
               88  POS-FS-OK            VALUE '00'.
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

       77  ADD-COUNT                    PIC 9(05) COMP VALUE ZERO.
       77  CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DELETE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  REJECT-REASON                PIC X(40) VALUE SPACES.

       01  REJECT-LINE-LAYOUT.
           05  REJ-TRAN-CODE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-DEPT-CODE            PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-POS-CODE             PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  REJ-MESSAGE              PIC X(46).
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
           OPEN I-O BUDGET-MASTER-FILE.
           IF NOT BUD-FS-OK
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
               IF NOT BUD-FS-OK
                   DISPLAY MSG-FILE-ERROR
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF NOT DEPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT POSITION-MASTER-FILE.
           IF NOT POS-FS-OK
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
                   WHEN BTRAN-ADD
                       PERFORM 2200-ADD-BUDGET THRU 2200-EXIT
                   WHEN BTRAN-CHANGE
                       PERFORM 2300-CHANGE-BUDGET THRU 2300-EXIT
                   WHEN BTRAN-DELETE
                       PERFORM 2400-DELETE-BUDGET THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
           END-IF.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDATE-TRANSACTION - A LINE WITH HEADCOUNT TO FILL  *
      * MUST CARRY SALARY TO PAY IT; A ZERO LINE FREEZES HIRING    *
      * INTO THE POSITION                                          *
      *----------------------------------------------------------*
       2100-VALIDATE-TRANSACTION.
           IF NOT BTRAN-ADD AND NOT BTRAN-CHANGE
              AND NOT BTRAN-DELETE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF BTRAN-BUD-DEPT-CODE = SPACES
              OR BTRAN-BUD-POS-CODE = SPACES
               MOVE 'N' TO VALID-SWITCH
               MOVE 'DEPARTMENT OR POSITION CODE IS BLANK'
                   TO REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF BTRAN-ADD OR BTRAN-CHANGE
               IF BTRAN-BUD-HEADCOUNT NOT NUMERIC
                  OR BTRAN-BUD-SALARY-BUDGET NOT NUMERIC
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'HEADCOUNT OR SALARY BUDGET NOT NUMERIC'
                       TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               IF BTRAN-BUD-HEADCOUNT > ZERO
                  AND BTRAN-BUD-SALARY-BUDGET = ZERO
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'SALARY BUDGET IS ZERO' TO REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               MOVE BTRAN-BUD-DEPT-CODE TO DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'INVALID DEPARTMENT CODE'
                           TO REJECT-REASON
                       GO TO 2100-EXIT
               END-READ
               MOVE BTRAN-BUD-POS-CODE TO POS-CODE
               READ POSITION-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'INVALID POSITION CODE'
                           TO REJECT-REASON
                       GO TO 2100-EXIT
               END-READ
           END-IF.

           IF BTRAN-ADD
               MOVE BTRAN-BUD-KEY TO BUD-KEY
               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'BUDGET LINE ALREADY ON FILE'
                           TO REJECT-REASON
               END-READ
               GO TO 2100-EXIT
           END-IF.

           IF BTRAN-CHANGE OR BTRAN-DELETE
               MOVE BTRAN-BUD-KEY TO BUD-KEY
               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-SWITCH
                       MOVE 'BUDGET LINE NOT ON FILE'
                           TO REJECT-REASON
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ADD-BUDGET                                           *
      *----------------------------------------------------------*
       2200-ADD-BUDGET.
           MOVE BTRAN-BUD-KEY           TO BUD-KEY.
           MOVE BTRAN-BUD-HEADCOUNT     TO BUD-HEADCOUNT.
           MOVE BTRAN-BUD-SALARY-BUDGET TO BUD-SALARY-BUDGET.
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-WRITE.
           ADD 1 TO ADD-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-CHANGE-BUDGET - UPDATE AN EXISTING LINE (DEPARTMENT   *
      * PLUS POSITION IS THE RECORD KEY AND IS NOT CHANGED)        *
      *----------------------------------------------------------*
       2300-CHANGE-BUDGET.
           MOVE BTRAN-BUD-HEADCOUNT     TO BUD-HEADCOUNT.
           MOVE BTRAN-BUD-SALARY-BUDGET TO BUD-SALARY-BUDGET.
           REWRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           ADD 1 TO CHANGE-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-DELETE-BUDGET - THE DEPARTMENT/POSITION IS NO LONGER  *
      * HELD TO A BUDGET                                           *
      *----------------------------------------------------------*
       2400-DELETE-BUDGET.
           DELETE BUDGET-MASTER-FILE RECORD
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
           MOVE BTRAN-CODE          TO REJ-TRAN-CODE.
           MOVE BTRAN-BUD-DEPT-CODE TO REJ-DEPT-CODE.
           MOVE BTRAN-BUD-POS-CODE  TO REJ-POS-CODE.
           MOVE MSG-INVALID-TRAN    TO REJ-MESSAGE.
           MOVE REJECT-REASON       TO REJ-REASON.
           MOVE REJECT-LINE-LAYOUT  TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           CLOSE BUDGET-MASTER-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE POSITION-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-REPORT-FILE.
           DISPLAY 'BUDMAINT RUN COMPLETE'.
           DISPLAY 'ADDS:    ' ADD-COUNT.
           DISPLAY 'CHANGES: ' CHANGE-COUNT.
           DISPLAY 'DELETES: ' DELETE-COUNT.
           DISPLAY 'REJECTS: ' REJECT-COUNT.
       3000-EXIT.
           EXIT.
