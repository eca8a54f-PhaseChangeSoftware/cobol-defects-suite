      ******************************************************************
      **** DF29PTN - DF29PTBL CUSTOMER-RANGE PARTITION TABLE RECORD  ****
      **** FOR THE SPLIT DF29POST AND DF29CASH RUNS.  ONE RECORD PER ****
      **** PARTITION, IN PARTITION NUMBER ORDER: THE PARTITION TAKES ****
      **** EVERY CUSTOMER NUMBER FROM LOW TO HIGH, BOTH INCLUSIVE.   ****
      **** THE RANGES MUST NOT OVERLAP AND SHOULD COVER EVERY        ****
      **** CUSTOMER - DF29PMRG PROVES BOTH BEFORE ANY PARTITION'S    ****
      **** OUTPUT IS COMBINED.  EACH PARTITION STEP IS TOLD WHICH    ****
      **** PARTITION IT IS BY THE TWO-DIGIT NUMBER IN COLUMNS 1-2    ****
      **** OF ITS DF29PPRM CARD; A STEP WITH NO CARD RUNS THE WHOLE  ****
      **** FEED AS BEFORE.  PARTITION OUTPUT FILES ARE NAMED AFTER   ****
      **** THE LIVE FILE WITH P AND THE PARTITION NUMBER ADDED       ****
      **** (DF29PSTDP01, DF29UNAPP01, DF29RPT1P01 ...).              ****
      ******************************************************************

       01  DF29-PT-RECORD.
           05  DF29-PT-PARTITION        PIC X(02).
           05  DF29-PT-LOW-CUST         PIC X(10).
           05  DF29-PT-HIGH-CUST        PIC X(10).
           05  FILLER                   PIC X(08).
