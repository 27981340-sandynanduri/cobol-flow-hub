      *                  THE EMP-POSITION-CODE FIELD ADDED TO
      *                  EMPLOYEE-RECORD (EMP-TRANSACTION IMAGE IS
      *                  NOW 123 BYTES)
      * 2026-10-15  RSN  RELEASE/CARRY RECORD BUFFERS RESIZED FOR
      *                  THE BUDGET OVERRIDE REASON ADDED TO THE END
      *                  OF EMP-TRANSACTION (NOW 127 BYTES)
      * 2026-10-15  RSN  RELEASE/CARRY RECORD BUFFERS RESIZED FOR
      *                  THE APPROVAL-QUEUE REFERENCE ADDED TO THE
      *                  END OF EMP-TRANSACTION (NOW 139 BYTES)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENDREL.

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD              PIC X(139).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01  CARRY-RECORD                PIC X(139).

       WORKING-STORAGE SECTION.
           COPY EMPLOYEE-CONSTANTS.
