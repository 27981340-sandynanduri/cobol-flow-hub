      *            HEADCOUNTS IN THAT RANGE). A FROM CODE OF '*'
      *            OR SPACES MATCHES EVERY DEPARTMENT; A BLANK TO
      *            CODE MEANS THE RANGE IS THE FROM CODE ALONE.
      *   TAXFILE - THE TAX YEAR (YYYY) AND QUARTER (1-4, OR 0 FOR
      *            THE YEAR-END FILING) TO FILE, AND THE EMPLOYER'S
      *            9-DIGIT TAX ID THE FILING IS MADE UNDER.
      * LAST MODIFIED: 2026-10-15
      *
       05  PARM-JOB-NAME           PIC X(08).
       05  PARM-DATA               PIC X(32).
           10  PARM-DEPT-TO        PIC X(04).
           10  PARM-FIX-FLAG       PIC X(01).
           10  FILLER              PIC X(23).
       05  PARM-TAXFILE-DATA REDEFINES PARM-DATA.
           10  PARM-FILING-YEAR    PIC 9(04).
           10  PARM-FILING-QUARTER PIC 9(01).
           10  PARM-EMPLOYER-ID    PIC X(09).
           10  FILLER              PIC X(18).
