      * TXFILING-RECORD COPYBOOK
      * ONE RECORD OF THE FIXED-FORMAT ELECTRONIC WITHHOLDING
      * FILING WRITTEN BY THE TAX-FILING RUN (TAXFILE) FOR A
      * QUARTERLY RETURN OR THE YEAR-END WAGE-AND-TAX FILING. THE
      * FILE IS ONE HEADER RECORD ('H') NAMING THE EMPLOYER, TAX
      * YEAR AND PERIOD, ONE DETAIL RECORD ('D') PER EMPLOYEE WITH
      * WAGES OR TAX IN THE PERIOD, AND ONE TRAILER RECORD ('T')
      * WITH THE EMPLOYEE COUNT, THE WAGE AND TAX TOTALS, AND THE
      * RECORD COUNT INCLUDING HEADER AND TRAILER. TXF-H-QUARTER IS
      * 1-4 FOR A QUARTERLY RETURN AND 0 FOR THE FULL YEAR. WAGES
      * ARE GROSS PAY, REGULAR AND SUPPLEMENTAL, WITH ADJUSTMENTS
      * NETTED INTO THE PERIOD THEY ARE DATED IN, SO AN AMOUNT MAY
      * BE NEGATIVE; AMOUNTS CARRY A LEADING SEPARATE SIGN.
      * LAST MODIFIED: 2026-10-15
      *
       05  TXF-RECORD-TYPE         PIC X(01).
           88  TXF-HEADER          VALUE 'H'.
           88  TXF-DETAIL          VALUE 'D'.
           88  TXF-TRAILER         VALUE 'T'.
       05  TXF-RECORD-DATA         PIC X(99).
       05  TXF-HEADER-DATA REDEFINES TXF-RECORD-DATA.
           10  TXF-H-EMPLOYER-ID   PIC X(09).
           10  TXF-H-TAX-YEAR      PIC 9(04).
           10  TXF-H-QUARTER       PIC 9(01).
           10  TXF-H-PERIOD-START  PIC 9(08).
           10  TXF-H-PERIOD-END    PIC 9(08).
           10  TXF-H-CREATED-DATE  PIC 9(08).
           10  FILLER              PIC X(61).
       05  TXF-DETAIL-DATA REDEFINES TXF-RECORD-DATA.
           10  TXF-D-EMP-ID        PIC X(06).
           10  TXF-D-LAST-NAME     PIC X(20).
           10  TXF-D-FIRST-NAME    PIC X(15).
           10  TXF-D-WAGES         PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           10  TXF-D-TAX-WITHHELD  PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           10  FILLER              PIC X(34).
       05  TXF-TRAILER-DATA REDEFINES TXF-RECORD-DATA.
           10  TXF-T-EMPLOYEE-COUNT PIC 9(07).
           10  TXF-T-TOTAL-WAGES   PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           10  TXF-T-TOTAL-TAX     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           10  TXF-T-RECORD-COUNT  PIC 9(07).
           10  FILLER              PIC X(57).
