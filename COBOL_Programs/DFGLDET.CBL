           05  FILLER                   PIC X(41).

       FD  GL-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-RECORD.

       01  GL-RECORD.
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-SOURCE               PIC X(08).
           05  GL-SOURCE-KEY           PIC X(08).
           05  GL-COMPANY              PIC X(03).
           05  GL-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
