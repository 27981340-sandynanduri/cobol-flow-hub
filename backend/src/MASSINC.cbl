      * MODE THE RUN ONLY PRINTS CURRENT SALARY, PROPOSED SALARY,
      * AND A BAND-BREACH FLAG FOR ANY PROPOSAL OUTSIDE THE
      * EMPLOYEE'S POSITION-GRADE SALARY BAND ON THE POSITION/
      * GRADE MASTER; NOTHING IS UPDATED. IN APPLY MODE EVERY
      * PROPOSAL EXCEPT BAND BREACHES (REPORTED AND SKIPPED) IS
      * PLACED ON THE TWO-PERSON APPROVAL QUEUE AS A WAITING SALARY
      * CHANGE, STAMPED WITH THE ID OF THE OPERATOR RUNNING THE
      * APPLY (TAKEN AT THE CONSOLE) AND HOLDING THE EMPMAINT
      * CHANGE TRANSACTION THAT WILL POST IT. THE MASTER ITSELF IS
      * NOT TOUCHED: A SECOND OPERATOR APPROVES EACH ITEM IN THE
      * APPROVAL RUN (APRAPPRV), AND EMPMAINT POSTS IT AND WRITES
      * THE SALARY AUDIT RECORD. THE APPLY REPORT SHOWS THE
      * APPROVAL REFERENCE GIVEN TO EACH ITEM.
      * IN APPLY MODE THE RUN CHECKPOINTS THE EMP-ID OF EVERY
      * EMPLOYEE IT IS ABOUT TO QUEUE, IMMEDIATELY BEFORE THE
      * QUEUE WRITE, SO A FAILED APPLY RESTARTED WITH KEY
      * GREATER THAN THE CHECKPOINT CAN NEVER QUEUE THE SAME
      * EMPLOYEE'S INCREASE TWICE - AT WORST THE ONE EMPLOYEE
      * CAUGHT BETWEEN THE CHECKPOINT AND THE QUEUE WRITE IS
      * MISSED, AND THE RESTART FLAGS EXACTLY THAT EMPLOYEE ON
      * THE APPLY REPORT (VERIFY - CHKPT) SO THE OPERATOR CHECKS
      * WHETHER THE ITEM REACHED THE QUEUE AND ENTERS IT THROUGH
      * APRENTRY IF NOT. A PROPOSAL RUN IS READ-ONLY, NEVER TOUCHES THE
      * RESTART-CONTROL FILE, AND IS SIMPLY RERUN FROM THE TOP IF
      * IT FAILS.
      *
      *                  GLOBAL MIN-SALARY/MAX-SALARY PAIR; AN
      *                  EMPLOYEE WHOSE POSITION CODE IS NOT ON
      *                  THE MASTER IS HELD AND FLAGGED
      * 2026-10-15  RSN  APPLY MODE NO LONGER REWRITES THE MASTER:
      *                  EACH INCREASE IS QUEUED AS A WAITING
      *                  SALARY CHANGE ON THE APPROVAL QUEUE UNDER
      *                  THE CONSOLE OPERATOR ID, HOLDING THE
      *                  EMPMAINT CHANGE TRANSACTION, SO IT IS
      *                  SECOND-APPROVED AND POSTED LIKE ANY OTHER
      *                  SALARY CHANGE; THE SALARY AUDIT RECORD IS
      *                  NOW WRITTEN BY EMPMAINT WHEN IT POSTS. A
      *                  PROPOSAL THAT LEAVES THE SALARY UNCHANGED
      *                  IS REPORTED AS NO CHANGE AND NOT QUEUED
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MASSINC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS APQ-FILE-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       01  INCREASE-LINE               PIC X(132).

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
               88  POS-FS-NOTFOUND     VALUE '23'.
           05  RPT-FILE-STATUS         PIC XX.
               88  RPT-FS-OK           VALUE '00'.
           05  APQ-FILE-STATUS         PIC XX.
               88  APQ-FS-OK           VALUE '00'.
           05  RESTART-FILE-STATUS     PIC XX.
               88  RESTART-FS-OK       VALUE '00'.

               88  RESTART-RUN         VALUE 'Y'.
           05  CHECKPOINT-SWITCH       PIC X(01) VALUE 'N'.
               88  CHECKPOINT-RECORD-EXISTS VALUE 'Y'.
           05  QUEUE-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  QUEUE-DATE-DONE     VALUE 'Y'.

       01  RUN-DATE.
           05  RUN-YEAR                PIC 9(04).
           05  RUN-MONTH               PIC 9(02).
           05  RUN-DAY                 PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       77  CHECKPOINT-INTERVAL         PIC 9(05) COMP VALUE 500.
       77  RECORDS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
       77  GRADE-SALARY-MIN            PIC 9(7)V99 VALUE ZERO.
       77  GRADE-SALARY-MAX            PIC 9(7)V99 VALUE ZERO.
       77  PROPOSED-SALARY             PIC 9(7)V99 VALUE ZERO.
       77  SELECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  BREACH-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  QUEUED-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  OPERATOR-ID                 PIC X(07) VALUE SPACES.
       77  LAST-SEQUENCE               PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------*
      * THE EMPMAINT CHANGE TRANSACTION QUEUED FOR EACH INCREASE   *
      *----------------------------------------------------------*
       01  SALARY-TRANSACTION.
           COPY EMP-TRANSACTION.

      *----------------------------------------------------------*
      * THE RATE TABLE AS LOADED FROM INCRATES, IN FILE ORDER     *
           05  FILLER                  PIC X(15) VALUE
               'PROPOSED SALARY'.
           05  FILLER                  PIC X(14) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(12) VALUE 'REFERENCE'.

       01  DETAIL-LINE.
           05  DTL-EMP-ID              PIC X(06).
           05  DTL-PROPOSED            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION         PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REFERENCE           PIC X(12).

       01  TRAILER-LINE.
           05  FILLER                  PIC X(10) VALUE 'SELECTED:'.
               'BAND BREACHES:'.
           05  TRL-BREACHES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'QUEUED:'.
           05  TRL-QUEUED              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - PROMPT FOR THE RUN MODE (AND, TO APPLY,  *
      * THE OPERATOR ID), LOAD THE RATE TABLE, OPEN FILES, AND     *
      * PRIME THE READ                                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               DISPLAY 'ERROR: RUN MODE MUST BE P OR A'
               STOP RUN
           END-IF.
           IF APPLY-MODE
               DISPLAY 'ENTER YOUR OPERATOR ID: '
               ACCEPT OPERATOR-ID FROM CONSOLE
               IF OPERATOR-ID = SPACES
                   DISPLAY 'ERROR: NO OPERATOR ID GIVEN'
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           IF RATE-COUNT = ZERO
               DISPLAY 'ERROR: RATE TABLE IS EMPTY'
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT EMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           IF APPLY-MODE
               PERFORM 1400-OPEN-APPROVAL-QUEUE THRU 1400-EXIT
               PERFORM 1800-OPEN-RESTART-CONTROL THRU 1800-EXIT
           END-IF.


      *----------------------------------------------------------*
      * 1300-FLAG-CHECKPOINT-EMP - THE EMPLOYEE AT THE CHECKPOINT  *
      * WAS ABOUT TO BE QUEUED WHEN THE LAST RUN DIED: THE         *
      * CHECKPOINT WENT TO THE FILE BEFORE THE QUEUE WRITE, SO THE *
      * RESTART PASSES THE EMPLOYEE BY AND THE EMPLOYEE APPEARS ON *
      * NEITHER REPORT SEGMENT. FLAG THE EMPLOYEE HERE SO THE      *
      * OPERATOR CHECKS WHETHER THE ITEM REACHED THE QUEUE AND     *
      * ENTERS IT THROUGH APRENTRY IF NOT                          *
      *----------------------------------------------------------*
       1300-FLAG-CHECKPOINT-EMP.
           IF RESTART-LAST-EMP-ID = SPACES
           MOVE ZERO          TO DTL-PERCENT.
           MOVE ZERO          TO DTL-PROPOSED.
           MOVE 'VERIFY - CHKPT' TO DTL-DISPOSITION.
           MOVE SPACES        TO DTL-REFERENCE.
           MOVE DETAIL-LINE TO INCREASE-LINE.
           WRITE INCREASE-LINE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1400-OPEN-APPROVAL-QUEUE - OPEN THE QUEUE (CREATING IT ON  *
      * FIRST USE) AND FIND THE LAST SEQUENCE NUMBER ALREADY USED  *
      * TODAY, SO THIS RUN CARRIES ON FROM THE LAST REFERENCE      *
      * ISSUED BY APRENTRY OR AN EARLIER RUN                       *
      *----------------------------------------------------------*
       1400-OPEN-APPROVAL-QUEUE.
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
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE RUN-DATE-NUM TO APQ-ENTRY-DATE.
           MOVE ZERO TO APQ-SEQUENCE.
           START APPROVAL-QUEUE-FILE KEY NOT LESS THAN APQ-KEY
               INVALID KEY
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
           END-START.
           PERFORM 1450-READ-TODAYS-ITEM THRU 1450-EXIT
               UNTIL QUEUE-DATE-DONE.
       1400-EXIT.
           EXIT.

       1450-READ-TODAYS-ITEM.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
                   GO TO 1450-EXIT
           END-READ.
           IF APQ-ENTRY-DATE NOT = RUN-DATE-NUM
               MOVE 'Y' TO QUEUE-EOF-SWITCH
               GO TO 1450-EXIT
           END-IF.
           MOVE APQ-SEQUENCE TO LAST-SEQUENCE.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1800-OPEN-RESTART-CONTROL - LOOK UP THIS JOB'S CHECKPOINT  *
      * RECORD; AN IN-FLIGHT RECORD MEANS THE LAST RUN DIED BEFORE *
           IF RESTART-RUN
               MOVE RESTART-ACCUM-COUNT    TO SELECTED-COUNT
               MOVE RESTART-ACCUM-AMOUNT-1 TO BREACH-COUNT
               MOVE RESTART-ACCUM-AMOUNT-2 TO QUEUED-COUNT
           ELSE
               MOVE SPACES TO RESTART-LAST-EMP-ID
               MOVE ZERO   TO RESTART-CHECKPOINT-COUNT

      *----------------------------------------------------------*
      * 2200-PROPOSE-INCREASE - REPORT THE PROPOSAL, FLAGGING A    *
      * BAND BREACH; IN APPLY MODE A CLEAN PROPOSAL IS QUEUED FOR  *
      * APPROVAL. A PROPOSAL THAT ROUNDS TO THE CURRENT SALARY     *
      * NEEDS NO APPROVAL AND IS NOT QUEUED                        *
      *----------------------------------------------------------*
       2200-PROPOSE-INCREASE.
           ADD 1 TO SELECTED-COUNT.
           MOVE EMP-SALARY      TO DTL-CURRENT.
           MOVE MATCHED-PERCENT TO DTL-PERCENT.
           MOVE PROPOSED-SALARY TO DTL-PROPOSED.
           MOVE SPACES          TO DTL-REFERENCE.
           PERFORM 2250-GET-GRADE-RANGE THRU 2250-EXIT.
           EVALUATE TRUE
               WHEN NOT GRADE-FOUND
                 OR PROPOSED-SALARY > GRADE-SALARY-MAX
                   ADD 1 TO BREACH-COUNT
                   MOVE 'BAND BREACH'  TO DTL-DISPOSITION
               WHEN PROPOSED-SALARY = EMP-SALARY
                   MOVE 'NO CHANGE'   TO DTL-DISPOSITION
               WHEN APPLY-MODE
                   PERFORM 2300-QUEUE-INCREASE THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'PROPOSED' TO DTL-DISPOSITION
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------*
      * 2300-QUEUE-INCREASE - CHECKPOINT THIS EMP-ID FIRST, THEN   *
      * WRITE THE INCREASE TO THE APPROVAL QUEUE AS A WAITING      *
      * SALARY CHANGE UNDER THE NEXT REFERENCE. THE CHECKPOINT     *
      * GOES TO THE FILE BEFORE THE QUEUE WRITE, SO A CRASH        *
      * BETWEEN THE TWO WRITES LEAVES THIS ONE EMPLOYEE UNQUEUED   *
      * RATHER THAN QUEUED TWICE; THE RESTART FLAGS THE EMPLOYEE   *
      * ON THE REPORT (1300-FLAG-CHECKPOINT-EMP) FOR THE OPERATOR  *
      * TO RESOLVE                                                 *
      *----------------------------------------------------------*
       2300-QUEUE-INCREASE.
           IF LAST-SEQUENCE NOT < 9999
               DISPLAY 'WARNING: NO APPROVAL REFERENCES LEFT FOR '
                   'TODAY - NOT QUEUED: ' EMP-ID
               MOVE 'NOT QUEUED'  TO DTL-DISPOSITION
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT.
           PERFORM 2350-BUILD-CHANGE-TRAN THRU 2350-EXIT.
           ADD 1 TO LAST-SEQUENCE.
           MOVE SPACES             TO APPROVAL-QUEUE-RECORD.
           MOVE RUN-DATE-NUM       TO APQ-ENTRY-DATE.
           MOVE LAST-SEQUENCE      TO APQ-SEQUENCE.
           SET APQ-SALARY-CHANGE   TO TRUE.
           MOVE EMP-ID             TO APQ-EMP-ID.
           MOVE OPERATOR-ID        TO APQ-ENTERED-BY.
           SET APQ-WAITING         TO TRUE.
           MOVE ZERO               TO APQ-DECISION-DATE.
           MOVE ZERO               TO APQ-POSTED-DATE.
           MOVE SALARY-TRANSACTION TO APQ-TRAN-IMAGE.
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
                   MOVE 'NOT QUEUED'  TO DTL-DISPOSITION
                   GO TO 2300-EXIT
           END-WRITE.
           ADD 1 TO QUEUED-COUNT.
           MOVE 'QUEUED'  TO DTL-DISPOSITION.
           MOVE APQ-KEY   TO DTL-REFERENCE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2350-BUILD-CHANGE-TRAN - THE EMPMAINT CHANGE TRANSACTION   *
      * FOR THE INCREASE: THE EMPLOYEE'S MASTER RECORD AS IT       *
      * STANDS WITH THE PROPOSED SALARY, EFFECTIVE WHEN POSTED,    *
      * UNDER REASON CODE MASSINC                                  *
      *----------------------------------------------------------*
       2350-BUILD-CHANGE-TRAN.
           MOVE SPACES             TO SALARY-TRANSACTION.
           SET TRAN-CHANGE         TO TRUE.
           MOVE 'MASSINC'          TO TRAN-REASON-CODE.
           MOVE ZERO               TO TRAN-EFF-DATE-NUM.
           MOVE EMP-ID             TO TRAN-EMP-ID.
           MOVE EMP-NAME           TO TRAN-EMP-NAME.
           MOVE EMP-DEPT-CODE      TO TRAN-EMP-DEPT-CODE.
           MOVE EMP-POSITION       TO TRAN-EMP-POSITION.
           MOVE EMP-HIRE-DATE      TO TRAN-EMP-HIRE-DATE.
           MOVE PROPOSED-SALARY    TO TRAN-EMP-SALARY.
           MOVE EMP-YEARS-SERVICE  TO TRAN-EMP-YEARS-SERVICE.
           MOVE EMP-STATUS         TO TRAN-EMP-STATUS.
           MOVE EMP-TERM-DATE      TO TRAN-EMP-TERM-DATE.
           MOVE EMP-POSITION-CODE  TO TRAN-EMP-POSITION-CODE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-WRITE-CHECKPOINT - RECORD THE LAST EMP-ID PROCESSED  *
      *----------------------------------------------------------*
           ADD 1 TO RESTART-CHECKPOINT-COUNT.
           MOVE SELECTED-COUNT TO RESTART-ACCUM-COUNT.
           MOVE BREACH-COUNT   TO RESTART-ACCUM-AMOUNT-1.
           MOVE QUEUED-COUNT   TO RESTART-ACCUM-AMOUNT-2.
           SET RESTART-JOB-IN-FLIGHT TO TRUE.
           IF CHECKPOINT-RECORD-EXISTS
               REWRITE RESTART-CONTROL-RECORD
       3000-FINALIZE.
           MOVE SELECTED-COUNT TO TRL-SELECTED.
           MOVE BREACH-COUNT   TO TRL-BREACHES.
           MOVE QUEUED-COUNT   TO TRL-QUEUED.
           MOVE TRAILER-LINE TO INCREASE-LINE.
           WRITE INCREASE-LINE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSITION-MASTER-FILE.
           CLOSE INCREASE-REPORT-FILE.
           IF APPLY-MODE
               CLOSE APPROVAL-QUEUE-FILE
               MOVE SELECTED-COUNT TO RESTART-ACCUM-COUNT
               MOVE BREACH-COUNT   TO RESTART-ACCUM-AMOUNT-1
               MOVE QUEUED-COUNT   TO RESTART-ACCUM-AMOUNT-2
               MOVE RUN-YEAR  TO RESTART-LAST-SUCCESS-YEAR
               MOVE RUN-MONTH TO RESTART-LAST-SUCCESS-MONTH
               MOVE RUN-DAY   TO RESTART-LAST-SUCCESS-DAY
           DISPLAY 'MASSINC RUN COMPLETE - MODE ' RUN-MODE.
           DISPLAY 'SELECTED:      ' SELECTED-COUNT.
           DISPLAY 'BAND BREACHES: ' BREACH-COUNT.
           DISPLAY 'QUEUED:        ' QUEUED-COUNT.
           IF APPLY-MODE
               DISPLAY 'ENTERED BY:    ' OPERATOR-ID
           END-IF.
       3000-EXIT.
           EXIT.
