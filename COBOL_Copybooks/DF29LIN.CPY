      ****   SPLIT    = ROUTED TO A DF29SPL1-DF29SPL4 CLASS FILE     ****
      ****   UNCLASS  = ROUTED TO THE DF29SPLU UNCLASSIFIED FILE     ****
      ****   POSTED   = APPLIED TO THE DF29BALF BALANCE MASTER       ****
      ****   REAPPLY  = UNAPPLIED CASH MOVED FROM DF29UNAP ONTO      ****
      ****              DF29BALF BY DF29UAPP (LINEAGE ID IS 'CK'     ****
      ****              PLUS THE CHECK NUMBER)                       ****
      ****   CREDITED = DF29PCRD CREDIT SUBTRACTED FROM DF29BALF BY  ****
      ****              DF29POST (LINEAGE ID IS THE ISSUER'S         ****
      ****              REFERENCE, E.G. 'DP' PLUS A DISPUTE CASE)    ****
      ****                                                           ****
      **** EVERY AMOUNT APPLIED TO DF29BALF IS NOW LOGGED BY THE     ****
      **** DF29BALA BALANCE-ACCESS ROUTINE UNDER THE CALLER'S        ****
      **** REASON (POSTED, CREDITED, REAPPLY, PAYMENT, NSFREV,       ****
      **** NSFFEE, FINCHG, WRITEOFF, REFUND, ESCHEAT, ACHRETN,       ****
      **** MERGEOUT, MERGEIN, REBUILD) WITH THE DIRECTION OF THE     ****
      **** AMOUNT: + RAISED THE BALANCE, - LOWERED IT.  EVENTS       ****
      **** WRITTEN BEFORE THE ROUTINE CARRY A BLANK DIRECTION.       ****
      ******************************************************************

       01  DF29-LIN-RECORD.
           05  DF29-LIN-AMOUNT          PIC 9(09)V99.
           05  DF29-LIN-EVENT-DATE      PIC X(10).
           05  DF29-LIN-REASON-CODE     PIC X(02).
           05  DF29-LIN-DIRECTION       PIC X(01).
               88  DF29-LIN-RAISED          VALUE '+'.
               88  DF29-LIN-LOWERED         VALUE '-'.
           05  FILLER                   PIC X(10).
