      * MASTER FILE, VALIDATING EMP-POSITION-CODE AGAINST THE
      * POSITION/GRADE MASTER AND EMP-SALARY AGAINST THAT GRADE'S
      * OWN SALARY BAND, AND ENFORCING THE MAX-EMPLOYEES CEILING ON
      * NEW-HIRE ADDS AND THE DEPARTMENT/POSITION BUDGETED HEADCOUNT
      * ON NEW HIRES AND TRANSFERS (UNLESS THE TRANSACTION CARRIES
      * AN OVERRIDE REASON, WHICH IS WRITTEN TO THE AUDIT TRAIL).
      * TRANSACTIONS THAT FAIL VALIDATION ARE WRITTEN
      * TO A REJECT REPORT CARRYING MSG-INVALID-EMP. A TRANSACTION
      * WHOSE TRAN-EFFECTIVE-DATE IS IN THE FUTURE IS NOT APPLIED;
      * IT IS HELD ON THE PENDING TRANSACTION FILE FOR THE DAILY
      * RELEASE SWEEP (PENDREL) TO FEED BACK IN WHEN ITS EFFECTIVE
      * DATE ARRIVES. A CHANGE THAT ALTERS EMP-SALARY IS APPLIED
      * ONLY WHEN IT CARRIES THE REFERENCE OF A SALARY CHANGE
      * APPROVED BY A SECOND OPERATOR ON THE APPROVAL QUEUE; THE
      * QUEUE ITEM IS THEN MARKED POSTED AND THE APPROVAL WRITTEN
      * TO THE AUDIT TRAIL.
      *
      * MODIFICATION HISTORY
      * 2026-08-08  RSN  ORIGINAL PROGRAM
      *                  MIN-SALARY/MAX-SALARY PAIR; PENDING
      *                  TRANSACTION BUFFER RESIZED FOR THE NEW
      *                  FIELD
      * 2026-10-15  RSN  NEW HIRES AND TRANSFERS (A CHANGE OF
      *                  DEPARTMENT OR POSITION CODE) ARE NOW HELD TO
      *                  THE BUDGETED HEADCOUNT ON THE DEPARTMENT/
      *                  POSITION BUDGET MASTER; A TRANSACTION OVER
      *                  BUDGET IS REJECTED UNLESS IT CARRIES AN
      *                  OVERRIDE REASON, AND AN OVERRIDE USED IS
      *                  WRITTEN TO THE AUDIT TRAIL; PENDING
      *                  TRANSACTION BUFFER RESIZED FOR THE NEW FIELD
      * 2026-10-15  RSN  A CHANGE THAT ALTERS EMP-SALARY IS NOW
      *                  REJECTED UNLESS ITS TRAN-APPROVAL-REF NAMES
      *                  AN APPROVED SALARY-CHANGE ITEM ON THE TWO-
      *                  PERSON APPROVAL QUEUE HOLDING THIS SAME
      *                  TRANSACTION; THE ITEM IS MARKED POSTED AND
      *                  AN APPROVED-SALARY AUDIT RECORD (ENTERING/
      *                  APPROVING OPERATORS) IS WRITTEN; PENDING
      *                  TRANSACTION BUFFER RESIZED FOR THE NEW FIELD
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPMAINT.
               RECORD KEY IS POS-CODE
               FILE STATUS IS POS-FILE-STATUS.

           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS BUD-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS APQ-FILE-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  POSITION-MASTER-RECORD.
           COPY POSITION-RECORD.

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGET-RECORD.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           COPY EMP-TRANSACTION.
      *----------------------------------------------------------*
       FD  PENDING-TRANSACTION-FILE
           RECORDING MODE IS F.
       01  PENDING-TRANSACTION-RECORD  PIC X(139).

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           05  POS-FILE-STATUS       PIC XX.
               88  POS-FS-OK         VALUE '00'.
               88  POS-FS-NOTFOUND   VALUE '23'.
           05  BUD-FILE-STATUS       PIC XX.
               88  BUD-FS-OK         VALUE '00'.
           05  AUDIT-FILE-STATUS     PIC XX.
               88  AUDIT-FS-OK       VALUE '00'.
           05  PEND-FILE-STATUS      PIC XX.
               88  PEND-FS-OK        VALUE '00'.
           05  APQ-FILE-STATUS       PIC XX.
               88  APQ-FS-OK         VALUE '00'.
           05  RESTART-FILE-STATUS   PIC XX.
               88  RESTART-FS-OK     VALUE '00'.

               88  TRAN-FUTURE-DATED VALUE 'Y'.
           05  CHECKPOINT-SWITCH     PIC X(01) VALUE 'N'.
               88  CHECKPOINT-RECORD-EXISTS VALUE 'Y'.
           05  BUDGET-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  BUDGET-OPEN       VALUE 'Y'.
           05  OVERRIDE-SWITCH       PIC X(01) VALUE 'N'.
               88  BUDGET-OVERRIDDEN VALUE 'Y'.
           05  HC-HIT-SWITCH         PIC X(01) VALUE 'N'.
               88  HC-IN-TABLE       VALUE 'Y'.
           05  APPROVAL-SWITCH       PIC X(01) VALUE 'N'.
               88  APPROVAL-TO-POST  VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                  PIC 9(04).
       77  PRIOR-SALARY              PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-STATUS              PIC X(01) VALUE SPACES.
       77  PRIOR-DEPT-CODE           PIC X(04) VALUE SPACES.
       77  PRIOR-POSITION-CODE       PIC X(04) VALUE SPACES.
       77  OVERRIDE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  APPROVAL-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  HC-TABLE-MAX              PIC 9(04) COMP VALUE 1000.
       77  HC-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  HC-IX                     PIC 9(04) COMP VALUE ZERO.
       77  HC-DEPT-CODE              PIC X(04) VALUE SPACES.
       77  HC-POS-CODE               PIC X(04) VALUE SPACES.
       77  HC-CURRENT                PIC 9(04) VALUE ZERO.
       77  HEADCOUNT-DELTA           PIC S9(05) COMP VALUE ZERO.
       77  SALARY-EDIT               PIC ZZZZZZ9.99.

      *----------------------------------------------------------*
      * NON-TERMINATED HEADCOUNT BY DEPARTMENT AND POSITION CODE, *
      * COUNTED AT START AND KEPT IN STEP WITH EACH ADD, TRANSFER *
      * AND TERMINATION APPLIED, FOR THE BUDGETED HEADCOUNT CHECK *
      *----------------------------------------------------------*
       01  POSITION-HEADCOUNT-TABLE.
           05  HC-ENTRY OCCURS 1000 TIMES.
               10  HC-TBL-DEPT-CODE     PIC X(04).
               10  HC-TBL-POS-CODE      PIC X(04).
               10  HC-TBL-COUNT         PIC 9(04) COMP.

      *----------------------------------------------------------*
      * AUDIT IMAGE OF A BUDGET OVERRIDE: THE LINE AND ITS        *
      * BUDGETED HEADCOUNT BEFORE, THE HEADCOUNT IT NOW CARRIES   *
      * AFTER                                                     *
      *----------------------------------------------------------*
       01  OVERRIDE-OLD-VALUE.
           05  OVR-DEPT-CODE            PIC X(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  OVR-POS-CODE             PIC X(04).
           05  FILLER                   PIC X(02) VALUE ' B'.
           05  OVR-BUDGET               PIC ZZZ9.
       01  OVERRIDE-NEW-VALUE.
           05  FILLER                   PIC X(10) VALUE
               'HEADCOUNT'.
           05  OVR-HEADCOUNT            PIC ZZZZ9.

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
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF BUD-FS-OK
               MOVE 'Y' TO BUDGET-OPEN-SWITCH
           ELSE
               DISPLAY 'EMPMAINT: NO BUDGET MASTER - BUDGETED '
                   'HEADCOUNT NOT CHECKED THIS RUN'
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT AUDIT-FS-OK
               OPEN OUTPUT AUDIT-TRAIL-FILE
           IF NOT PEND-FS-OK
               OPEN OUTPUT PENDING-TRANSACTION-FILE
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
           PERFORM 1800-OPEN-RESTART-CONTROL THRU 1800-EXIT.
           PERFORM 1900-READ-TRANSACTION THRU 1900-EXIT.
       1000-EXIT.
                   IF EMP-ACTIVE
                       ADD 1 TO ACTIVE-COUNT
                   END-IF
                   IF NOT EMP-TERMINATED
                       MOVE EMP-DEPT-CODE     TO HC-DEPT-CODE
                       MOVE EMP-POSITION-CODE TO HC-POS-CODE
                       MOVE 1 TO HEADCOUNT-DELTA
                       PERFORM 2470-ADJUST-POSITION-COUNT
                           THRU 2470-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.
           IF TRAN-VALID
               PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT
           END-IF.
           MOVE 'N' TO OVERRIDE-SWITCH.
           IF TRAN-VALID
               PERFORM 2150-CHECK-BUDGET THRU 2150-EXIT
           END-IF.
           MOVE 'N' TO APPROVAL-SWITCH.
           IF TRAN-VALID
               PERFORM 2170-CHECK-APPROVAL THRU 2170-EXIT
           END-IF.
           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN TRAN-ADD
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2150-CHECK-BUDGET - A NEW HIRE, OR A TRANSFER OF A NON-    *
      * TERMINATED EMPLOYEE TO ANOTHER DEPARTMENT OR POSITION      *
      * CODE, MUST FIT WITHIN THE BUDGETED HEADCOUNT OF THE LINE   *
      * IT JOINS. OVER BUDGET IT IS REJECTED UNLESS IT CARRIES AN  *
      * OVERRIDE REASON. A LINE WITH NO BUDGET IS NOT CHECKED      *
      *----------------------------------------------------------*
       2150-CHECK-BUDGET.
           IF NOT BUDGET-OPEN
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-DELETE
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-ADD
              AND TRAN-EMP-TERMINATED
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-CHANGE
               IF EMP-TERMINATED
                   GO TO 2150-EXIT
               END-IF
               IF TRAN-EMP-DEPT-CODE = EMP-DEPT-CODE
                  AND TRAN-EMP-POSITION-CODE = EMP-POSITION-CODE
                   GO TO 2150-EXIT
               END-IF
           END-IF.
           MOVE TRAN-EMP-DEPT-CODE     TO BUD-DEPT-CODE.
           MOVE TRAN-EMP-POSITION-CODE TO BUD-POS-CODE.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ.
           MOVE BUD-DEPT-CODE TO HC-DEPT-CODE.
           MOVE BUD-POS-CODE  TO HC-POS-CODE.
           PERFORM 2480-FIND-POSITION-COUNT THRU 2480-EXIT.
           IF HC-IN-TABLE
               MOVE HC-TBL-COUNT (HC-IX) TO HC-CURRENT
           ELSE
               MOVE ZERO TO HC-CURRENT
           END-IF.
           IF HC-CURRENT < BUD-HEADCOUNT
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-NO-OVERRIDE
               MOVE 'N' TO VALID-SWITCH
               MOVE 'OVER BUDGETED HEADCOUNT FOR POSITION'
                   TO REJECT-REASON
               GO TO 2150-EXIT
           END-IF.
           MOVE 'Y' TO OVERRIDE-SWITCH.
           MOVE BUD-DEPT-CODE TO OVR-DEPT-CODE.
           MOVE BUD-POS-CODE  TO OVR-POS-CODE.
           MOVE BUD-HEADCOUNT TO OVR-BUDGET.
           COMPUTE OVR-HEADCOUNT = HC-CURRENT + 1.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2170-CHECK-APPROVAL - A CHANGE THAT ALTERS EMP-SALARY MUST *
      * CARRY THE REFERENCE OF AN APPROVED, NOT YET POSTED SALARY  *
      * CHANGE FOR THE SAME EMPLOYEE ON THE APPROVAL QUEUE, AND    *
      * MUST BE THE TRANSACTION THAT WAS APPROVED, UNALTERED. THE  *
      * QUEUE RECORD IS LEFT IN THE BUFFER FOR 2370 TO MARK POSTED *
      *----------------------------------------------------------*
       2170-CHECK-APPROVAL.
           IF NOT TRAN-CHANGE
               GO TO 2170-EXIT
           END-IF.
           IF TRAN-EMP-SALARY = EMP-SALARY
               GO TO 2170-EXIT
           END-IF.
           IF TRAN-NOT-APPROVED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'SALARY CHANGE NOT APPROVED' TO REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           MOVE TRAN-APPROVAL-REF TO APQ-KEY.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'APPROVAL REFERENCE NOT ON QUEUE'
                       TO REJECT-REASON
                   GO TO 2170-EXIT
           END-READ.
           IF NOT APQ-SALARY-CHANGE
              OR APQ-EMP-ID NOT = TRAN-EMP-ID
               MOVE 'N' TO VALID-SWITCH
               MOVE 'APPROVAL REFERENCE IS FOR ANOTHER ITEM'
                   TO REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           IF APQ-POSTED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'APPROVED SALARY CHANGE ALREADY POSTED'
                   TO REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           IF NOT APQ-APPROVED
               MOVE 'N' TO VALID-SWITCH
               MOVE 'SALARY CHANGE NOT APPROVED' TO REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           IF APQ-TRAN-IMAGE NOT = TRANSACTION-RECORD (1:127)
               MOVE 'N' TO VALID-SWITCH
               MOVE 'TRANSACTION DIFFERS FROM APPROVED ITEM'
                   TO REJECT-REASON
               GO TO 2170-EXIT
           END-IF.
           MOVE 'Y' TO APPROVAL-SWITCH.
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-ADD-EMPLOYEE - WRITE A NEW HIRE RECORD                *
      *----------------------------------------------------------*
               MOVE EMP-DEPT-CODE TO DEPT-CODE
               MOVE 1 TO HEADCOUNT-DELTA
               PERFORM 2460-ADJUST-DEPT-HEADCOUNT THRU 2460-EXIT
               MOVE EMP-DEPT-CODE     TO HC-DEPT-CODE
               MOVE EMP-POSITION-CODE TO HC-POS-CODE
               PERFORM 2470-ADJUST-POSITION-COUNT THRU 2470-EXIT
           END-IF.
           IF BUDGET-OVERRIDDEN
               PERFORM 2360-WRITE-OVERRIDE-AUDIT THRU 2360-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
       2300-CHANGE-EMPLOYEE.
           MOVE EMP-SALARY           TO PRIOR-SALARY.
           MOVE EMP-DEPT-CODE        TO PRIOR-DEPT-CODE.
           MOVE EMP-POSITION-CODE    TO PRIOR-POSITION-CODE.
           MOVE TRAN-EMP-DEPT-CODE   TO EMP-DEPT-CODE.
           MOVE TRAN-EMP-POSITION    TO EMP-POSITION.
           MOVE TRAN-EMP-POSITION-CODE TO EMP-POSITION-CODE.
           IF EMP-SALARY NOT = PRIOR-SALARY
               PERFORM 2350-WRITE-SALARY-AUDIT THRU 2350-EXIT
           END-IF.
           IF APPROVAL-TO-POST
               PERFORM 2370-POST-APPROVAL THRU 2370-EXIT
           END-IF.
           IF EMP-DEPT-CODE NOT = PRIOR-DEPT-CODE
              AND NOT EMP-TERMINATED
               MOVE PRIOR-DEPT-CODE TO DEPT-CODE
               MOVE 1 TO HEADCOUNT-DELTA
               PERFORM 2460-ADJUST-DEPT-HEADCOUNT THRU 2460-EXIT
           END-IF.
           IF (EMP-DEPT-CODE NOT = PRIOR-DEPT-CODE
               OR EMP-POSITION-CODE NOT = PRIOR-POSITION-CODE)
              AND NOT EMP-TERMINATED
               MOVE PRIOR-DEPT-CODE     TO HC-DEPT-CODE
               MOVE PRIOR-POSITION-CODE TO HC-POS-CODE
               MOVE -1 TO HEADCOUNT-DELTA
               PERFORM 2470-ADJUST-POSITION-COUNT THRU 2470-EXIT
               MOVE EMP-DEPT-CODE       TO HC-DEPT-CODE
               MOVE EMP-POSITION-CODE   TO HC-POS-CODE
               MOVE 1 TO HEADCOUNT-DELTA
               PERFORM 2470-ADJUST-POSITION-COUNT THRU 2470-EXIT
           END-IF.
           IF BUDGET-OVERRIDDEN
               PERFORM 2360-WRITE-OVERRIDE-AUDIT THRU 2360-EXIT
           END-IF.
           ADD 1 TO CHANGE-COUNT.
       2300-EXIT.
           EXIT.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2360-WRITE-OVERRIDE-AUDIT - RECORD A NEW HIRE OR TRANSFER  *
      * LET THROUGH OVER THE BUDGETED HEADCOUNT, WITH THE OVERRIDE *
      * REASON THAT AUTHORIZED IT                                  *
      *----------------------------------------------------------*
       2360-WRITE-OVERRIDE-AUDIT.
           MOVE EMP-ID               TO AUDIT-EMP-ID.
           MOVE 'BUDGET-OVERRIDE'    TO AUDIT-FIELD-NAME.
           MOVE OVERRIDE-OLD-VALUE   TO AUDIT-OLD-VALUE.
           MOVE OVERRIDE-NEW-VALUE   TO AUDIT-NEW-VALUE.
           PERFORM 2340-SET-AUDIT-EFF-DATE THRU 2340-EXIT.
           MOVE TRAN-OVERRIDE-REASON TO AUDIT-REASON-CODE.
           WRITE AUDIT-TRAIL-RECORD.
           ADD 1 TO AUDIT-COUNT.
           ADD 1 TO OVERRIDE-COUNT.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2370-POST-APPROVAL - MARK THE APPROVED QUEUE ITEM POSTED SO *
      * IT CANNOT BE APPLIED A SECOND TIME, AND RECORD WHO ENTERED *
      * AND WHO APPROVED THE CHANGE ON THE AUDIT TRAIL             *
      *----------------------------------------------------------*
       2370-POST-APPROVAL.
           SET APQ-POSTED TO TRUE.
           MOVE RUN-DATE-NUM TO APQ-POSTED-DATE.
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           MOVE APQ-ENTERED-BY       TO APV-ENTERED-BY.
           MOVE APQ-DECIDED-BY       TO APV-DECIDED-BY.
           MOVE EMP-ID               TO AUDIT-EMP-ID.
           MOVE 'APPROVED-SALARY'    TO AUDIT-FIELD-NAME.
           MOVE APQ-KEY              TO AUDIT-OLD-VALUE.
           MOVE APPROVAL-NEW-VALUE   TO AUDIT-NEW-VALUE.
           PERFORM 2340-SET-AUDIT-EFF-DATE THRU 2340-EXIT.
           MOVE TRAN-REASON-CODE     TO AUDIT-REASON-CODE.
           WRITE AUDIT-TRAIL-RECORD.
           ADD 1 TO AUDIT-COUNT.
           ADD 1 TO APPROVAL-COUNT.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-DELETE-EMPLOYEE - RETIRE A RECORD BY SETTING          *
      * EMP-STATUS TO EMP-TERMINATED (WHETHER ACTIVE OR ON LEAVE   *
               MOVE EMP-DEPT-CODE TO DEPT-CODE
               MOVE -1 TO HEADCOUNT-DELTA
               PERFORM 2460-ADJUST-DEPT-HEADCOUNT THRU 2460-EXIT
               MOVE EMP-DEPT-CODE     TO HC-DEPT-CODE
               MOVE EMP-POSITION-CODE TO HC-POS-CODE
               PERFORM 2470-ADJUST-POSITION-COUNT THRU 2470-EXIT
               SET EMP-TERMINATED TO TRUE
               MOVE RUN-YEAR  TO EMP-TERM-YEAR
               MOVE RUN-MONTH TO EMP-TERM-MONTH
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2470-ADJUST-POSITION-COUNT - APPLY HEADCOUNT-DELTA TO THE  *
      * HEADCOUNT TABLE ENTRY FOR HC-DEPT-CODE/HC-POS-CODE,        *
      * EXTENDING THE TABLE ON THE FIRST EMPLOYEE SEEN IN A LINE   *
      *----------------------------------------------------------*
       2470-ADJUST-POSITION-COUNT.
           PERFORM 2480-FIND-POSITION-COUNT THRU 2480-EXIT.
           IF HC-IN-TABLE
               ADD HEADCOUNT-DELTA TO HC-TBL-COUNT (HC-IX)
               GO TO 2470-EXIT
           END-IF.
           IF HEADCOUNT-DELTA < ZERO
               GO TO 2470-EXIT
           END-IF.
           IF HC-TABLE-COUNT NOT < HC-TABLE-MAX
               DISPLAY 'EMPMAINT: HEADCOUNT TABLE FULL - '
                   HC-DEPT-CODE '/' HC-POS-CODE ' NOT COUNTED'
               GO TO 2470-EXIT
           END-IF.
           ADD 1 TO HC-TABLE-COUNT.
           MOVE HC-DEPT-CODE    TO HC-TBL-DEPT-CODE (HC-TABLE-COUNT).
           MOVE HC-POS-CODE     TO HC-TBL-POS-CODE (HC-TABLE-COUNT).
           MOVE HEADCOUNT-DELTA TO HC-TBL-COUNT (HC-TABLE-COUNT).
       2470-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2480-FIND-POSITION-COUNT - LEAVES HC-IX ON THE ENTRY FOR   *
      * HC-DEPT-CODE/HC-POS-CODE WHEN HC-IN-TABLE                  *
      *----------------------------------------------------------*
       2480-FIND-POSITION-COUNT.
           MOVE 'N' TO HC-HIT-SWITCH.
           MOVE ZERO TO HC-IX.
           PERFORM 2490-SEARCH-POSITION-COUNT THRU 2490-EXIT
               UNTIL HC-IN-TABLE OR HC-IX NOT < HC-TABLE-COUNT.
       2480-EXIT.
           EXIT.

       2490-SEARCH-POSITION-COUNT.
           ADD 1 TO HC-IX.
           IF HC-TBL-DEPT-CODE (HC-IX) = HC-DEPT-CODE
              AND HC-TBL-POS-CODE (HC-IX) = HC-POS-CODE
               MOVE 'Y' TO HC-HIT-SWITCH
           END-IF.
       2490-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-WRITE-REJECT                                         *
      *----------------------------------------------------------*
           CLOSE REJECT-REPORT-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE POSITION-MASTER-FILE.
           IF BUDGET-OPEN
               CLOSE BUDGET-MASTER-FILE
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE PENDING-TRANSACTION-FILE.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE ADD-COUNT    TO RESTART-ACCUM-COUNT.
           MOVE CHANGE-COUNT TO RESTART-ACCUM-AMOUNT-1.
           MOVE DELETE-COUNT TO RESTART-ACCUM-AMOUNT-2.
           DISPLAY 'REJECTS: ' REJECT-COUNT.
           DISPLAY 'HELD:    ' HELD-COUNT.
           DISPLAY 'AUDITS:  ' AUDIT-COUNT.
           DISPLAY 'BUDGET OVERRIDES: ' OVERRIDE-COUNT.
           DISPLAY 'APPROVALS POSTED: ' APPROVAL-COUNT.
       3000-EXIT.
           EXIT.
