      * APR-DECISION COPYBOOK
      * DEFINES ONE DECISION CARD FOR THE APPROVAL RUN: THE
      * APPROVAL REFERENCE (ENTRY DATE + SEQUENCE) OF A WAITING
      * QUEUE ITEM, 'A' TO APPROVE OR 'R' TO REJECT, AND A FREE-
      * TEXT REASON KEPT ON THE QUEUE ITEM.
      * LAST MODIFIED: 2026-10-15
      *
       05  APRDEC-REFERENCE.
           10  APRDEC-ENTRY-DATE   PIC 9(8).
           10  APRDEC-SEQUENCE     PIC 9(4).
       05  APRDEC-DECISION         PIC X.
           88  APRDEC-APPROVE      VALUE 'A'.
           88  APRDEC-REJECT       VALUE 'R'.
       05  APRDEC-REASON           PIC X(30).
