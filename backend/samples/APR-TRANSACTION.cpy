      * APR-TRANSACTION COPYBOOK
      * DEFINES ONE ENTRY CARD FOR THE TWO-PERSON APPROVAL QUEUE.
      * APRTRAN-TRAN-IMAGE CARRIES THE MAINTENANCE TRANSACTION
      * EXACTLY AS IT WOULD HAVE BEEN KEYED: AN EMP-TRANSACTION
      * CHANGE IMAGE FOR A SALARY CHANGE ('S'), A BNK-TRANSACTION
      * ADD OR CHANGE IMAGE FOR A BANK-DETAIL CHANGE ('B'). A
      * REINSTATEMENT ('R') CARRIES ONLY THE ARCHIVED EMPLOYEE'S
      * ID IN APRTRAN-EMP-ID.
      * LAST MODIFIED: 2026-10-15
      *
       05  APRTRAN-ITEM-TYPE       PIC X.
           88  APRTRAN-SALARY      VALUE 'S'.
           88  APRTRAN-REINSTATE   VALUE 'R'.
           88  APRTRAN-BANK        VALUE 'B'.
       05  APRTRAN-EMP-ID          PIC X(6).
       05  APRTRAN-TRAN-IMAGE      PIC X(127).
