      * RESTART-CONTROL COPYBOOK
      * DEFINES THE CHECKPOINT RECORD USED BY FULL-FILE BATCH RUNS
      * AGAINST THE EMPLOYEE MASTER TO RESUME AFTER A FAILURE
      * LAST MODIFIED: 2026-10-15
      *
      * THE RESTART-ACCUM-* FIELDS CARRY A JOB'S RUNNING CONTROL
      * TOTALS ACROSS A CHECKPOINT SO A RESUMED RUN'S TRAILER REPORTS
      * LAST FULLY-SUCCESSFUL RUN (SET IN 3000-FINALIZE ONLY), SO A
      * DATE-DRIVEN SELECTION CAN BE MADE AGAINST EVERY DATE SINCE
      * THEN RATHER THAN AGAINST TODAY'S RUN DATE ALONE. NOT EVERY
      * JOB USES EVERY FIELD. RESTART-ACCUM-AMOUNT-5 THROUGH -7
      * WERE ADDED AT THE END OF THE RECORD FOR JOBS WITH MORE THAN
      * FOUR RUNNING AMOUNTS TO CARRY.
      *
       05  RESTART-JOB-NAME          PIC X(08).
       05  RESTART-LAST-EMP-ID       PIC X(06).
       05  RESTART-STATUS            PIC X(01).
           88  RESTART-JOB-COMPLETE  VALUE 'C'.
           88  RESTART-JOB-IN-FLIGHT VALUE 'I'.
       05  RESTART-ACCUM-AMOUNT-5    PIC S9(09)V99 COMP-3.
       05  RESTART-ACCUM-AMOUNT-6    PIC S9(09)V99 COMP-3.
       05  RESTART-ACCUM-AMOUNT-7    PIC S9(09)V99 COMP-3.
