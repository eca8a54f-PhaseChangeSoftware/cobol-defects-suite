       FILE SECTION.

       FD  PART-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-RECORD.

       01  PART-RECORD.
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-OF-MEASURE       PIC X(03).
           05  PM-ACTIVE-FLAG           PIC X(01).
      **** STANDARD AND PENDING COST, KEPT BY DF02PMST.
           05  FILLER                   PIC X(42).
           05  PM-SERIALIZED-FLAG       PIC X(01).

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
