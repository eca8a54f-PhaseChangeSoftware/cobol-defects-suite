      ******************************************************************
      **** DF26CXRR - POLICY-TO-CUSTOMER CROSS-REFERENCE RECORD FOR  ****
      **** THE DF26CXRF FILE.  DF26PLCY CARRIES NO CUSTOMER NUMBER   ****
      **** AND ITS 48-BYTE RECORD IS READ BY EVERY DF26 RUN, SO THE  ****
      **** LINK TO THE DF03FILE CUSTOMER MASTER LIVES HERE: ONE ROW  ****
      **** PER LINKED POLICY, KEPT IN COMPANY/POLICY ORDER.          ****
      ****                                                           ****
      **** WRITTEN BY DF26PMNT (AT POLICY ADD, OR BY THE 'L' LINK    ****
      **** ACTION) AND BY THE DF26CXMT NAME-AND-ADDRESS MATCH FOR    ****
      **** POLICIES THAT PREDATE THE LINK; REPOINTED TO THE SURVIVOR ****
      **** BY DF03MRGE WHEN CUSTOMERS MERGE.  READ BY DF03STMT AND   ****
      **** DF29QEXT TO SHOW THE CUSTOMER'S POLICIES.                 ****
      ****                                                           ****
      **** LINK SOURCE: A = ENTERED AT POLICY ADD, K = KEYED BY THE  ****
      **** 'L' LINK ACTION, M = NAME-AND-ADDRESS MATCH, R = CARRIED  ****
      **** TO THE SURVIVOR BY A CUSTOMER MERGE.                      ****
      ******************************************************************

       01  DF26-CX-RECORD.
           05  DF26-CX-POL-KEY.
               10  DF26-CX-COMPANY-CODE PIC X(03).
               10  DF26-CX-POLICY-NUMBER
                                        PIC X(12).
           05  DF26-CX-CUST-NUMBER      PIC X(10).
           05  DF26-CX-LINK-SOURCE      PIC X(01).
               88  DF26-CX-LINKED-AT-ADD    VALUE 'A'.
               88  DF26-CX-LINKED-BY-KEY    VALUE 'K'.
               88  DF26-CX-LINKED-BY-MATCH  VALUE 'M'.
               88  DF26-CX-LINKED-BY-MERGE  VALUE 'R'.
           05  DF26-CX-LINK-DATE        PIC X(10).
           05  DF26-CX-OPERATOR-ID      PIC X(08).
           05  FILLER                   PIC X(06).
