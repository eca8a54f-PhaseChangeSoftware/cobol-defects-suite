      ******************************************************************
      **** DF29MPAY - PHONE PAYMENT MEMO RECORD.  DF29BCIC WRITES    ****
      **** ONE PER PAYMENT A SERVICE AGENT TAKES OVER THE PHONE,     ****
      **** KEYED BY CUSTOMER AND CAPTURE DATE AND TIME, AND TAKES    ****
      **** EVERY MEMO STILL IN STATUS M OFF THE BALANCE IT SHOWS.    ****
      **** THE DF29MPST OVERNIGHT STEP HARD-POSTS AN AUTHORIZED      ****
      **** MEMO TO DF29BALF (STATUS P) OR REVERSES ONE THE PAYMENT   ****
      **** PROCESSOR DECLINED (STATUS R), AHEAD OF DF29CASH.         ****
      ****                                                           ****
      **** METHOD: C = CARD, B = BANK ACCOUNT.  THE REFERENCE IS     ****
      **** WHAT THE CUSTOMER PAID WITH (CARD LAST FOUR, CHECK OR     ****
      **** CONFIRMATION NUMBER) AS THE AGENT KEYED IT.               ****
      ******************************************************************

       01  DF29-MP-RECORD.
           05  DF29-MP-KEY.
               10  DF29-MP-CUST-NUMBER  PIC X(10).
               10  DF29-MP-CAPTURE-DATE PIC X(10).
               10  DF29-MP-CAPTURE-TIME PIC X(08).
           05  DF29-MP-AMOUNT           PIC 9(09)V99.
           05  DF29-MP-METHOD           PIC X(01).
               88  DF29-MP-CARD             VALUE 'C'.
               88  DF29-MP-BANK             VALUE 'B'.
           05  DF29-MP-REFERENCE        PIC X(20).
           05  DF29-MP-OPERATOR         PIC X(08).
           05  DF29-MP-STATUS           PIC X(01).
               88  DF29-MP-MEMO             VALUE 'M'.
               88  DF29-MP-POSTED           VALUE 'P'.
               88  DF29-MP-REVERSED         VALUE 'R'.
           05  DF29-MP-SETTLED-DATE     PIC X(10).
           05  DF29-MP-DECLINE-REASON   PIC X(03).
           05  FILLER                   PIC X(08).
