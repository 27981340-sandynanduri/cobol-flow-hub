      * APRAPPRV.CBL
      * TWO-PERSON APPROVAL RUN
      * APPLIES DECISION CARDS KEYED BY THE APPROVING OPERATOR
      * (WHOSE ID IS TAKEN AT THE CONSOLE) TO WAITING ITEMS ON THE
      * APPROVAL QUEUE MASTER. AN OPERATOR MAY NEVER APPROVE AN
      * ITEM ENTERED UNDER THE SAME OPERATOR ID - SUCH A CARD IS
      * REFUSED AND THE ITEM STAYS WAITING FOR ANOTHER OPERATOR -
      * THOUGH THE ENTERING OPERATOR MAY REJECT (WITHDRAW) IT. AN
      * ITEM ALREADY DECIDED IS NOT DECIDED AGAIN.
      * EACH APPROVED SALARY CHANGE IS WRITTEN, CARRYING ITS
      * APPROVAL REFERENCE, TO THE APPROVED EMPLOYEE TRANSACTION
      * FILE, WHICH THE OPERATOR FEEDS TO EMPMAINT AS TRANSACTION
      * INPUT; EACH APPROVED BANK CHANGE TO THE APPROVED BANK
      * TRANSACTION FILE FOR BNKMAINT. AN APPROVED REINSTATEMENT IS
      * LISTED FOR THE OPERATOR TO RUN REHIRE WITH ITS REFERENCE.
      * THE MAINTENANCE PROGRAMS MARK THE ITEM POSTED WHEN THEY
      * APPLY IT. EVERY DECISION CARD IS LISTED ON THE DECISION
      * REPORT WITH ITS OUTCOME.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  RSN  ORIGINAL PROGRAM
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRAPPRV.
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

           SELECT DECISION-FILE ASSIGN TO "APRDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECN-FILE-STATUS.

           SELECT APPROVED-EMP-FILE ASSIGN TO "APREMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AEMP-FILE-STATUS.

           SELECT APPROVED-BANK-FILE ASSIGN TO "APRBNKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABNK-FILE-STATUS.

           SELECT DECISION-REPORT-FILE ASSIGN TO "APRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           COPY APPROVAL-RECORD.

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY APR-DECISION.

      *----------------------------------------------------------*
      * APPROVED RECORDS ARE A STRAIGHT IMAGE OF EMP-TRANSACTION  *
      * AND BNK-TRANSACTION, READY FOR EMPMAINT AND BNKMAINT      *
      *----------------------------------------------------------*
       FD  APPROVED-EMP-FILE
           RECORDING MODE IS F.
       01  APPROVED-EMP-RECORD          PIC X(139).

       FD  APPROVED-BANK-FILE
           RECORDING MODE IS F.
       01  APPROVED-BANK-RECORD         PIC X(55).

       FD  DECISION-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.

       01  FILE-STATUS-VALUES.
           05  APQ-FILE-STATUS          PIC XX.
               88  APQ-FS-OK            VALUE '00'.
           05  DECN-FILE-STATUS         PIC XX.
               88  DECN-FS-OK           VALUE '00'.
           05  AEMP-FILE-STATUS         PIC XX.
               88  AEMP-FS-OK           VALUE '00'.
           05  ABNK-FILE-STATUS         PIC XX.
               88  ABNK-FS-OK           VALUE '00'.
           05  RPT-FILE-STATUS          PIC XX.
               88  RPT-FS-OK            VALUE '00'.

       01  SWITCHES.
           05  DECN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  DECN-END-OF-FILE     VALUE 'Y'.
           05  VALID-SWITCH             PIC X(01) VALUE 'Y'.
               88  DECISION-VALID       VALUE 'Y'.
               88  DECISION-INVALID     VALUE 'N'.

       01  RUN-DATE.
           05  RUN-YEAR                 PIC 9(04).
           05  RUN-MONTH                PIC 9(02).
           05  RUN-DAY                  PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(08).

       77  OPERATOR-ID                  PIC X(07) VALUE SPACES.
       77  DECISION-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  APPROVED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  REJECTED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  REFUSED-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  OWN-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  SALARY-RELEASE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  BANK-RELEASE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  REHIRE-RELEASE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  REFUSE-REASON                PIC X(40) VALUE SPACES.

      *----------------------------------------------------------*
      * AN APPROVED ITEM REBUILT AS THE MAINTENANCE CARD IT       *
      * BECOMES, WITH ITS APPROVAL REFERENCE                      *
      *----------------------------------------------------------*
       01  SALARY-TRANSACTION.
           COPY EMP-TRANSACTION.

       01  BANK-TRANSACTION.
           COPY BNK-TRANSACTION.

      *----------------------------------------------------------*
      * DECISION REPORT LINE LAYOUTS                              *
      *----------------------------------------------------------*
       01  HEADING-1.
           05  FILLER                   PIC X(36) VALUE
               'APPROVAL DECISIONS - RUN DATE'.
           05  HDR-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
               'DECIDED BY'.
           05  HDR-OPERATOR-ID          PIC X(07).
       01  HEADING-2.
           05  FILLER                   PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(16) VALUE 'ITEM'.
           05  FILLER                   PIC X(08) VALUE 'EMP-ID'.
           05  FILLER                   PIC X(09) VALUE 'ENTERED'.
           05  FILLER                   PIC X(11) VALUE 'OUTCOME'.
           05  FILLER                   PIC X(40) VALUE
               'NOTE'.

       01  DETAIL-LINE.
           05  DTL-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ITEM-TYPE            PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EMP-ID               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-ENTERED-BY           PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-OUTCOME              PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-NOTE                 PIC X(40).

       01  COUNT-LINE.
           05  CNT-LABEL                PIC X(30).
           05  CNT-VALUE                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
               UNTIL DECN-END-OF-FILE.
           PERFORM 3000-FINALIZE THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE APPROVING OPERATOR'S ID AND     *
      * OPEN FILES                                                 *
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
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF NOT DECN-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT APPROVED-EMP-FILE.
           IF NOT AEMP-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT APPROVED-BANK-FILE.
           IF NOT ABNK-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           OPEN OUTPUT DECISION-REPORT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY MSG-FILE-ERROR
               STOP RUN
           END-IF.
           MOVE RUN-DATE-NUM TO HDR-RUN-DATE.
           MOVE OPERATOR-ID  TO HDR-OPERATOR-ID.
           MOVE HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1900-READ-DECISION THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1900-READ-DECISION.
           READ DECISION-FILE
               AT END
                   MOVE 'Y' TO DECN-EOF-SWITCH
           END-READ.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-DECISION                                     *
      *----------------------------------------------------------*
       2000-PROCESS-DECISION.
           ADD 1 TO DECISION-COUNT.
           MOVE 'Y' TO VALID-SWITCH.
           MOVE SPACES TO REFUSE-REASON.
           MOVE SPACES TO DETAIL-LINE.
           MOVE APRDEC-REFERENCE TO DTL-REFERENCE.
           PERFORM 2100-VALIDATE-DECISION THRU 2100-EXIT.
           IF DECISION-VALID
               IF APRDEC-APPROVE
                   PERFORM 2200-APPROVE-ITEM THRU 2200-EXIT
               ELSE
                   PERFORM 2300-REJECT-ITEM THRU 2300-EXIT
               END-IF
           ELSE
               MOVE 'REFUSED'     TO DTL-OUTCOME
               MOVE REFUSE-REASON TO DTL-NOTE
               ADD 1 TO REFUSED-COUNT
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1900-READ-DECISION THRU 1900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VALIDATE-DECISION - THE ITEM MUST BE ON THE QUEUE AND *
      * STILL WAITING, AND NO OPERATOR MAY APPROVE AN OWN ENTRY    *
      *----------------------------------------------------------*
       2100-VALIDATE-DECISION.
           IF NOT APRDEC-APPROVE AND NOT APRDEC-REJECT
               MOVE 'N' TO VALID-SWITCH
               MOVE 'DECISION MUST BE A OR R' TO REFUSE-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE APRDEC-REFERENCE TO APQ-KEY.
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   MOVE 'N' TO VALID-SWITCH
                   MOVE 'REFERENCE NOT ON QUEUE' TO REFUSE-REASON
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2150-DESCRIBE-ITEM THRU 2150-EXIT.
           IF NOT APQ-WAITING
               MOVE 'N' TO VALID-SWITCH
               MOVE 'ITEM ALREADY DECIDED' TO REFUSE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF APRDEC-APPROVE
              AND APQ-ENTERED-BY = OPERATOR-ID
               MOVE 'N' TO VALID-SWITCH
               MOVE 'OWN ENTRY - CANNOT APPROVE' TO REFUSE-REASON
               ADD 1 TO OWN-ENTRY-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2150-DESCRIBE-ITEM.
           EVALUATE TRUE
               WHEN APQ-SALARY-CHANGE
                   MOVE 'SALARY CHANGE' TO DTL-ITEM-TYPE
               WHEN APQ-REINSTATEMENT
                   MOVE 'REINSTATEMENT' TO DTL-ITEM-TYPE
               WHEN APQ-BANK-CHANGE
                   MOVE 'BANK DETAILS'  TO DTL-ITEM-TYPE
           END-EVALUATE.
           MOVE APQ-EMP-ID     TO DTL-EMP-ID.
           MOVE APQ-ENTERED-BY TO DTL-ENTERED-BY.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-APPROVE-ITEM - RECORD THE APPROVAL ON THE QUEUE AND   *
      * RELEASE THE ITEM TO THE MAINTENANCE PROGRAM THAT APPLIES   *
      * IT                                                         *
      *----------------------------------------------------------*
       2200-APPROVE-ITEM.
           SET APQ-APPROVED TO TRUE.
           PERFORM 2400-RECORD-DECISION THRU 2400-EXIT.
           MOVE 'APPROVED' TO DTL-OUTCOME.
           ADD 1 TO APPROVED-COUNT.
           EVALUATE TRUE
               WHEN APQ-SALARY-CHANGE
                   MOVE APQ-TRAN-IMAGE TO SALARY-TRANSACTION
                   MOVE APQ-KEY        TO TRAN-APPROVAL-REF
                   MOVE SALARY-TRANSACTION TO APPROVED-EMP-RECORD
                   WRITE APPROVED-EMP-RECORD
                   ADD 1 TO SALARY-RELEASE-COUNT
                   MOVE 'RELEASED TO EMPMAINT' TO DTL-NOTE
               WHEN APQ-BANK-CHANGE
                   MOVE APQ-TRAN-IMAGE TO BANK-TRANSACTION
                   MOVE APQ-KEY        TO BNKTRAN-APPROVAL-REF
                   MOVE BANK-TRANSACTION TO APPROVED-BANK-RECORD
                   WRITE APPROVED-BANK-RECORD
                   ADD 1 TO BANK-RELEASE-COUNT
                   MOVE 'RELEASED TO BNKMAINT' TO DTL-NOTE
               WHEN APQ-REINSTATEMENT
                   ADD 1 TO REHIRE-RELEASE-COUNT
                   MOVE 'RUN REHIRE WITH THIS REFERENCE'
                       TO DTL-NOTE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2300-REJECT-ITEM - THE ITEM GOES NO FURTHER                *
      *----------------------------------------------------------*
       2300-REJECT-ITEM.
           SET APQ-REJECTED TO TRUE.
           PERFORM 2400-RECORD-DECISION THRU 2400-EXIT.
           MOVE 'REJECTED'     TO DTL-OUTCOME.
           MOVE APRDEC-REASON  TO DTL-NOTE.
           ADD 1 TO REJECTED-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2400-RECORD-DECISION - STAMP WHO DECIDED, WHEN AND WHY     *
      *----------------------------------------------------------*
       2400-RECORD-DECISION.
           MOVE OPERATOR-ID   TO APQ-DECIDED-BY.
           MOVE RUN-DATE-NUM  TO APQ-DECISION-DATE.
           MOVE APRDEC-REASON TO APQ-DECISION-REASON.
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-ERROR
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-FINALIZE                                             *
      *----------------------------------------------------------*
       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DECISION CARDS READ:' TO CNT-LABEL.
           MOVE DECISION-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE 'ITEMS APPROVED:' TO CNT-LABEL.
           MOVE APPROVED-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE '  SALARY CHANGES RELEASED:' TO CNT-LABEL.
           MOVE SALARY-RELEASE-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE '  BANK CHANGES RELEASED:' TO CNT-LABEL.
           MOVE BANK-RELEASE-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE '  REINSTATEMENTS FOR REHIRE:' TO CNT-LABEL.
           MOVE REHIRE-RELEASE-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE 'ITEMS REJECTED:' TO CNT-LABEL.
           MOVE REJECTED-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE 'DECISIONS REFUSED:' TO CNT-LABEL.
           MOVE REFUSED-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           MOVE '  OWN ENTRY:' TO CNT-LABEL.
           MOVE OWN-ENTRY-COUNT TO CNT-VALUE.
           PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE DECISION-FILE.
           CLOSE APPROVED-EMP-FILE.
           CLOSE APPROVED-BANK-FILE.
           CLOSE DECISION-REPORT-FILE.
           DISPLAY 'APRAPPRV RUN COMPLETE'.
           DISPLAY 'DECIDED BY:      ' OPERATOR-ID.
           DISPLAY 'DECISIONS:       ' DECISION-COUNT.
           DISPLAY 'APPROVED:        ' APPROVED-COUNT.
           DISPLAY 'REJECTED:        ' REJECTED-COUNT.
           DISPLAY 'REFUSED:         ' REFUSED-COUNT.
           DISPLAY 'OWN ENTRY:       ' OWN-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
