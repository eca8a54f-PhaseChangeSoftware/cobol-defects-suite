      ******************************************************************
      **** DF26TRNR - POLICY TRANSACTION RECORD FOR THE DF26PTRN     ****
      **** FILE: ONE ADD, TERMINATE, REINSTATE, AGENT ASSIGNMENT OR  ****
      **** CUSTOMER LINK PER RECORD.  APPLIED TO THE POLICY MASTER   ****
      **** BY THE MAINTENANCE BATCH (DF26PMNT) AND TALLIED BY AGENT  ****
      **** FOR THE MONTHLY PRODUCTION REPORT (DF26PROD), SO BOTH     ****
      **** READ THE SAME LAYOUT.                                     ****
      ****                                                           ****
      **** THE CUSTOMER NUMBER LINKS THE POLICY TO ITS DF03FILE      ****
      **** CUSTOMER ON DF26CXRF - AT ADD, OR BY THE 'L' LINK ACTION. ****
      ******************************************************************

       01  TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
               88  TR-ACTION-ADD           VALUE 'A'.
               88  TR-ACTION-TERMINATE     VALUE 'T'.
               88  TR-ACTION-REINSTATE     VALUE 'R'.
               88  TR-ACTION-ASSIGN-AGENT  VALUE 'G'.
               88  TR-ACTION-LINK-CUSTOMER VALUE 'L'.
           05  TR-COMPANY-CODE         PIC X(03).
           05  TR-POLICY-NUMBER        PIC X(12).
           05  TR-SEARCH-RESULT        PIC X(08).
           05  TR-ANNUAL-PREMIUM       PIC 9(07)V99.
           05  TR-EXPIRY-DATE          PIC X(10).
           05  TR-OPERATOR-ID          PIC X(08).
           05  TR-AGENT-CODE           PIC X(05).
           05  TR-CANCEL-TYPE          PIC X(01).
               88  TR-CANCEL-BY-COMPANY    VALUE 'C' ' '.
               88  TR-CANCEL-BY-INSURED    VALUE 'I'.
           05  TR-CANCEL-REASON        PIC X(02).
           05  TR-CANCEL-DATE          PIC X(10).
           05  TR-CUST-NUMBER          PIC X(10).
