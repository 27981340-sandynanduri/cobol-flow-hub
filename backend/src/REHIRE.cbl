      * REHIRE.CBL
      * REHIRE AND REINSTATEMENT FROM THE TERMINATED-EMPLOYEE ARCHIVE
      * TAKES THE APPROVAL REFERENCE OF A REINSTATEMENT APPROVED BY
      * A SECOND OPERATOR ON THE APPROVAL QUEUE, SEARCHES THE
      * ARCHIVE FILE WRITTEN BY TERMPRG FOR THE EMP-ID ON THAT
      * QUEUE ITEM AND RESTORES THE MATCHING RECORD TO THE
      * EMPLOYEE MASTER AS ACTIVE; THE QUEUE ITEM IS THEN MARKED
      * POSTED AND THE APPROVAL WRITTEN TO THE AUDIT TRAIL. THE
      * RESTORED HIRE DATE IS THE RUN DATE BACKED OFF BY THE
      * ARCHIVED YEARS OF SERVICE -
      * AN ADJUSTED SERVICE DATE - SO THE ANNUAL SVCYRS
      * RECALCULATION CARRIES PRIOR SERVICE FORWARD INSTEAD OF
      * RESTARTING IT AT ZERO. THE DEPARTMENT IS VALIDATED AGAINST
      *                  WITH A BLANK CODE, SO THE VALIDATION
      *                  REPORT FLAGGED HIM EVERY NIGHT AND THE
      *                  MASS-INCREASE RUN HELD HIS RAISE
      * 2026-10-15  RSN  A REHIRE NOW RUNS ONLY AGAINST A
      *                  REINSTATEMENT APPROVED ON THE TWO-PERSON
      *                  APPROVAL QUEUE: THE OPERATOR ENTERS THE
      *                  APPROVAL REFERENCE INSTEAD OF AN EMP-ID OR
      *                  LAST NAME, THE ITEM IS MARKED POSTED ON
      *                  RESTORE AND AN APPROVED-REHIRE AUDIT
      *                  RECORD (ENTERING/APPROVING OPERATORS) IS
      *                  WRITTEN
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REHIRE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS APQ-FILE-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  AUDIT-TRAIL-RECORD.
           COPY AUDIT-RECORD.

       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           COPY RESTART-CONTROL.
               88  DEPT-FS-NOTFOUND  VALUE '23'.
           05  AUDIT-FILE-STATUS     PIC XX.
               88  AUDIT-FS-OK       VALUE '00'.
           05  APQ-FILE-STATUS       PIC XX.
               88  APQ-FS-OK         VALUE '00'.
           05  RESTART-FILE-STATUS   PIC XX.
               88  RESTART-FS-OK     VALUE '00'.

           05  RUN-YEAR              PIC 9(04).
           05  RUN-MONTH             PIC 9(02).
           05  RUN-DAY               PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       01  SEARCH-REQUEST.
           05  SEARCH-APPROVAL-REF   PIC X(12) VALUE SPACES.
           05  SEARCH-EMP-ID         PIC X(06) VALUE SPACES.

      *----------------------------------------------------------*
      * AUDIT IMAGE OF A POSTED APPROVAL: THE OPERATOR WHO ENTERED *
      * THE REINSTATEMENT AND THE OPERATOR WHO APPROVED IT        *
      *----------------------------------------------------------*
       01  APPROVAL-NEW-VALUE.
           05  APV-ENTERED-BY        PIC X(07).
           05  FILLER                PIC X(01) VALUE '/'.
           05  APV-DECIDED-BY        PIC X(07).

       01  PRIOR-HIRE-DATE.
           05  PRIOR-HIRE-YEAR       PIC 9(04).
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - PROMPT FOR THE APPROVAL REFERENCE, TAKE  *
      * THE EMP-ID TO SEARCH FOR FROM THE APPROVED QUEUE ITEM, AND *
      * OPEN FILES                                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER APPROVAL REFERENCE OF REINSTATEMENT: '.
           ACCEPT SEARCH-APPROVAL-REF FROM CONSOLE.
           IF SEARCH-APPROVAL-REF = SPACES
               DISPLAY 'ERROR: NO APPROVAL REFERENCE GIVEN'
               STOP RUN
           END-IF.
           PERFORM 1100-CHECK-APPROVAL THRU 1100-EXIT.
           OPEN INPUT ARCHIVE-IN-FILE.
           IF NOT ARCH-FS-OK
               DISPLAY MSG-FILE-ERROR
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-CHECK-APPROVAL - THE REFERENCE MUST BE A REINSTATEMENT *
      * APPROVED BY A SECOND OPERATOR AND NOT YET POSTED; THE QUEUE *
      * STAYS OPEN AND THE RECORD IN THE BUFFER FOR 2450 TO MARK   *
      * POSTED                                                     *
      *----------------------------------------------------------*
       1100-CHECK-APPROVAL.
           OPEN I-O APPROVAL-QUEUE-FILE.
           IF NOT APQ-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE SEARCH-APPROVAL-REF TO APQ-KEY.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   DISPLAY 'ERROR: APPROVAL REFERENCE NOT ON QUEUE: '
                       SEARCH-APPROVAL-REF
                   CLOSE APPROVAL-QUEUE-FILE
                   STOP RUN
           END-READ.
           IF NOT APQ-REINSTATEMENT
               DISPLAY 'ERROR: APPROVAL REFERENCE IS NOT A '
                   'REINSTATEMENT: ' SEARCH-APPROVAL-REF
               CLOSE APPROVAL-QUEUE-FILE
               STOP RUN
           END-IF.
           IF NOT APQ-APPROVED
               DISPLAY 'ERROR: REINSTATEMENT NOT APPROVED OR '
                   'ALREADY POSTED: ' SEARCH-APPROVAL-REF
               CLOSE APPROVAL-QUEUE-FILE
               STOP RUN
           END-IF.
           MOVE APQ-EMP-ID TO SEARCH-EMP-ID.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1800-OPEN-RESTART-CONTROL - MARK THIS RUN IN-FLIGHT;       *
      * 3000-FINALIZE FLIPS THE RECORD TO COMPLETE WITH THE        *
               IF RECORD-MATCHES
                   DISPLAY 'ADDITIONAL MATCH NOT RESTORED: '
                       EMP-ID IN ARCHIVE-FILE-RECORD
                       ' - DUPLICATE ARCHIVE RECORD'
               END-IF
               PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
           END-IF.
           EXIT.

      *----------------------------------------------------------*
      * 2100-TEST-MATCH - EMP-ID OF THE APPROVED REINSTATEMENT     *
      *----------------------------------------------------------*
       2100-TEST-MATCH.
           MOVE 'N' TO MATCH-SWITCH.
           IF EMP-ID IN ARCHIVE-FILE-RECORD = SEARCH-EMP-ID
               MOVE 'Y' TO MATCH-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.
           MOVE 1 TO HEADCOUNT-DELTA.
           PERFORM 2300-ADJUST-DEPT-HEADCOUNT THRU 2300-EXIT.
           PERFORM 2400-WRITE-REHIRE-AUDITS THRU 2400-EXIT.
           PERFORM 2450-POST-APPROVAL THRU 2450-EXIT.
           MOVE 'Y' TO RESTORED-SWITCH.
           ADD 1 TO RESTORE-COUNT.
           DISPLAY 'RESTORED: ' EMP-ID IN EMPLOYEE-MASTER-RECORD.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2450-POST-APPROVAL - MARK THE APPROVED REINSTATEMENT       *
      * POSTED SO IT CANNOT BE APPLIED A SECOND TIME, AND RECORD   *
      * WHO ENTERED AND WHO APPROVED IT ON THE AUDIT TRAIL         *
      *----------------------------------------------------------*
       2450-POST-APPROVAL.
           SET APQ-POSTED TO TRUE.
           MOVE RUN-DATE-NUM TO APQ-POSTED-DATE.
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
           MOVE APQ-ENTERED-BY  TO APV-ENTERED-BY.
           MOVE APQ-DECIDED-BY  TO APV-DECIDED-BY.
           MOVE EMP-ID IN EMPLOYEE-MASTER-RECORD TO AUDIT-EMP-ID.
           MOVE 'APPROVED-REHIRE' TO AUDIT-FIELD-NAME.
           MOVE APQ-KEY         TO AUDIT-OLD-VALUE.
           MOVE APPROVAL-NEW-VALUE TO AUDIT-NEW-VALUE.
           MOVE RUN-DATE        TO AUDIT-EFFECTIVE-DATE.
           MOVE 'REHIRE'        TO AUDIT-REASON-CODE.
           WRITE AUDIT-TRAIL-RECORD.
           ADD 1 TO AUDIT-COUNT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-CARRY-FORWARD - KEEP THE ARCHIVE RECORD ON THE NEW    *
      * ARCHIVE FILE                                               *
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE RESTORE-COUNT TO RESTART-ACCUM-COUNT.
           MOVE RUN-YEAR  TO RESTART-LAST-SUCCESS-YEAR.
           MOVE RUN-MONTH TO RESTART-LAST-SUCCESS-MONTH.
