      ****   WHOSE AGENT COMES OFF THE POLICY MASTER).  POLICIES    ****
      ****   WITH NO AGENT ASSIGNED ROLL UP UNDER AN UNASSIGNED     ****
      ****   LINE SO THE REPORT STILL ACCOUNTS FOR THE WHOLE BOOK.  ****
      ******************************************************************
      ****   THE DF26PTRN RECORD NOW COMES FROM THE SHARED DF26TRNR ****
      ****   LAYOUT, SO IT IS READ AT THE 79 BYTES DF26PMNT WRITES, ****
      ****   CUSTOMER NUMBER INCLUDED.                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY DF26POLR.

       FD  TRANS-FILE
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       COPY DF26TRNR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
