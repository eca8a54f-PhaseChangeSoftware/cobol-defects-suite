      ******************************************************************
      **** DF29ACHE - AUTOPAY (ACH DIRECT DEBIT) ENROLLMENT RECORD,  ****
      **** ONE PER DF03 CUSTOMER, KEYED BY CUSTOMER NUMBER.  THE     ****
      **** KSDS IS MAINTAINED ONLINE BY DF29ACIC; DF29ACHD STAMPS    ****
      **** THE LAST DRAFT WHEN IT BUILDS THE BANK DEBIT FILE, AND    ****
      **** DF29ACHX COUNTS RETURNED DEBITS AND DROPS THE CUSTOMER    ****
      **** FROM AUTOPAY AFTER REPEATED RETURNS.                      ****
      ****                                                           ****
      **** DRAFT OPTION: F = THE FULL STATEMENT BALANCE, M = THE     ****
      **** MINIMUM PAYMENT (PERCENTAGE OF THE BALANCE WITH A FLOOR,  ****
      **** FROM THE DF29ACPM CARD).                                  ****
      **** STATUS: A = ACTIVE, C = CANCELLED BY THE CUSTOMER,        ****
      **** D = DROPPED BY DF29ACHX FOR RETURNED DEBITS.              ****
      ******************************************************************

       01  DF29-AE-RECORD.
           05  DF29-AE-KEY.
               10  DF29-AE-CUST-NUMBER  PIC X(10).
           05  DF29-AE-ROUTING-NUMBER   PIC X(09).
           05  DF29-AE-ACCOUNT-NUMBER   PIC X(17).
           05  DF29-AE-ACCOUNT-TYPE     PIC X(01).
               88  DF29-AE-CHECKING         VALUE 'C'.
               88  DF29-AE-SAVINGS          VALUE 'S'.
           05  DF29-AE-DRAFT-OPTION     PIC X(01).
               88  DF29-AE-DRAFT-FULL       VALUE 'F'.
               88  DF29-AE-DRAFT-MINIMUM    VALUE 'M'.
           05  DF29-AE-STATUS           PIC X(01).
               88  DF29-AE-ACTIVE           VALUE 'A'.
               88  DF29-AE-CANCELLED        VALUE 'C'.
               88  DF29-AE-DROPPED          VALUE 'D'.
           05  DF29-AE-RETURN-COUNT     PIC 9(02).
           05  DF29-AE-ENROLL-DATE      PIC X(10).
           05  DF29-AE-LAST-DRAFT-DATE  PIC X(10).
           05  DF29-AE-LAST-DRAFT-AMOUNT
                                        PIC 9(09)V99.
           05  DF29-AE-LAST-RETURN-DATE PIC X(10).
           05  DF29-AE-LAST-UPDATE-USERID
                                        PIC X(08).
           05  DF29-AE-LAST-UPDATE-DATE PIC X(10).
           05  FILLER                   PIC X(10).
