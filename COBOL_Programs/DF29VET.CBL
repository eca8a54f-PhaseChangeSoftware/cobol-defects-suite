      ****   NO LONGER PASSES UNVETTED - ANY DETAIL THAT WOULD      ****
      ****   PUSH THEIR BALANCE ABOVE ZERO IS REJECTED WITH         ****
      ****   REASON 02 UNTIL THE FLAG IS RESEARCHED AND CLEARED.    ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT NSF-FLAG-FILE    ASSIGN TO DF29NSFL
