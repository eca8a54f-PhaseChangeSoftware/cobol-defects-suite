      ******************************************************************
      **** DF29CLPR - CREDIT-LIMIT PROPOSAL RECORD.  THE DF29CLRV    ****
      **** QUARTERLY REVIEW WRITES ONE TO THE DF29CLPP PENDING FILE  ****
      **** FOR EVERY CUSTOMER WHOSE PAYMENT-HISTORY SCORE CALLS FOR  ****
      **** A CHANGE TO THEIR DF29CRDT CREDIT LIMIT, CARRYING THE     ****
      **** OPERATOR WHO SUBMITTED THE REVIEW AS THE MAKER.  DF29CLAP ****
      **** APPLIES A SECOND OPERATOR'S DECISION (THE CHECKER) AND    ****
      **** ONLY THEN TOUCHES THE CREDIT FILE.                        ****
      ****                                                           ****
      **** ACTION: I = INCREASE, D = DECREASE.  HOLDS ARE REPORTED   ****
      **** BY THE REVIEW BUT NEVER PROPOSED.                         ****
      ******************************************************************

       01  DF29-CL-RECORD.
           05  DF29-CL-CUST-NUMBER      PIC X(10).
           05  DF29-CL-CURRENT-LIMIT    PIC 9(09)V99.
           05  DF29-CL-PROPOSED-LIMIT   PIC 9(09)V99.
           05  DF29-CL-ACTION           PIC X(01).
               88  DF29-CL-INCREASE         VALUE 'I'.
               88  DF29-CL-DECREASE         VALUE 'D'.
           05  DF29-CL-SCORE            PIC 9(03).
           05  DF29-CL-REVIEW-DATE      PIC X(10).
           05  DF29-CL-MAKER-ID         PIC X(08).
           05  FILLER                   PIC X(06).
