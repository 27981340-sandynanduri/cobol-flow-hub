      * APPROVAL-RECORD COPYBOOK
      * ONE ITEM ON THE TWO-PERSON APPROVAL QUEUE MASTER, KEYED BY
      * THE DATE THE ITEM WAS ENTERED PLUS A SEQUENCE NUMBER WITHIN
      * THAT DATE; THE TWELVE-DIGIT KEY IS THE APPROVAL REFERENCE
      * QUOTED ON THE DECISION CARD AND CARRIED ON THE APPROVED
      * TRANSACTION. SALARY CHANGES, REINSTATEMENTS AND BANK-DETAIL
      * CHANGES ARE ENTERED HERE WITH THE ENTERING OPERATOR'S ID
      * INSTEAD OF BEING KEYED STRAIGHT TO MAINTENANCE; A DIFFERENT
      * OPERATOR APPROVES OR REJECTS EACH ONE, AND ONLY AN APPROVED
      * ITEM IS ACCEPTED BY EMPMAINT, BNKMAINT OR REHIRE, WHICH
      * MARK IT POSTED WHEN THEY APPLY IT.
      * APQ-TRAN-IMAGE HOLDS THE TRANSACTION AS ENTERED: AN
      * EMP-TRANSACTION IMAGE FOR A SALARY CHANGE, A BNK-TRANSACTION
      * IMAGE FOR A BANK-DETAIL CHANGE, SPACES FOR A REINSTATEMENT
      * (REHIRE RESTORES THE ARCHIVED RECORD AS IT STOOD).
      * LAST MODIFIED: 2026-10-15
      *
       05  APQ-KEY.
           10  APQ-ENTRY-DATE      PIC 9(8).
           10  APQ-SEQUENCE        PIC 9(4).
       05  APQ-ITEM-TYPE           PIC X.
           88  APQ-SALARY-CHANGE   VALUE 'S'.
           88  APQ-REINSTATEMENT   VALUE 'R'.
           88  APQ-BANK-CHANGE     VALUE 'B'.
       05  APQ-EMP-ID              PIC X(6).
       05  APQ-ENTERED-BY          PIC X(7).
       05  APQ-STATUS              PIC X.
           88  APQ-WAITING         VALUE 'W'.
           88  APQ-APPROVED        VALUE 'A'.
           88  APQ-REJECTED        VALUE 'R'.
           88  APQ-POSTED          VALUE 'P'.
       05  APQ-DECIDED-BY          PIC X(7).
       05  APQ-DECISION-DATE       PIC 9(8).
       05  APQ-DECISION-REASON     PIC X(30).
       05  APQ-POSTED-DATE         PIC 9(8).
       05  APQ-TRAN-IMAGE          PIC X(127).
