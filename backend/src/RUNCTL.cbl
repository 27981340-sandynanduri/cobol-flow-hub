      *                  REWRITES THE ACCUMULATORS ON EVERY RUN,
      *                  SO BY THIS TABLE'S OWN RULE IT MUST NOT
      *                  BE RELEASED BESIDE ANOTHER JOB
      * 2026-10-15  RSN  FINPAY (FINAL-PAY SETTLEMENT RUN) ADDED TO
      *                  THE JOB TABLE AS A WRITER - IT WRITES
      *                  PAY-HISTORY AND YTD RECORDS, ZEROES LEAVE
      *                  BALANCES, AND SETS UP RECOVERY DEDUCTIONS
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNCTL.

       77  JOB-REQUEST                 PIC X(08) VALUE SPACES.
       77  JOB-IX                      PIC 9(02) COMP VALUE ZERO.
       77  JOB-COUNT                   PIC 9(02) COMP VALUE 16.
       77  REQUEST-IX                  PIC 9(02) COMP VALUE ZERO.
       77  CHECK-JOB-NAME              PIC X(08) VALUE SPACES.
       77  HOLD-REASON                 PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAYDISB '.
           05  FILLER                  PIC X(08) VALUE 'DEPTMRG '.
           05  FILLER                  PIC X(08) VALUE 'YEARPRG '.
           05  FILLER                  PIC X(08) VALUE 'FINPAY  '.
       01  JOB-NAME-TABLE REDEFINES JOB-NAME-TABLE-VALUES.
           05  JOB-TBL-NAME            PIC X(08) OCCURS 16 TIMES.

      *----------------------------------------------------------*
      * ONE CLASS BYTE PER JOB, SAME ORDER AS THE NAME TABLE:     *
      * W = WRITES A MASTER FILE, R = READS ONLY. A WRITER MAY    *
      * NOT RUN BESIDE ANY OTHER JOB; TWO READERS MAY OVERLAP     *
      *----------------------------------------------------------*
       01  JOB-CLASS-TABLE-VALUES     PIC X(16) VALUE
           'WWWWRRWWWWWWWWWW'.
       01  JOB-CLASS-TABLE REDEFINES JOB-CLASS-TABLE-VALUES.
           05  JOB-TBL-CLASS           PIC X(01) OCCURS 16 TIMES.

       01  JOB-STATE-TABLE.
           05  JOB-STATE-ENTRY OCCURS 16 TIMES.
               10  JST-STATUS          PIC X(01).
                   88  JST-COMPLETE    VALUE 'C'.
                   88  JST-IN-FLIGHT   VALUE 'I'.
