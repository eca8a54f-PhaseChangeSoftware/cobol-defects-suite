      ****   STREET - SO TWO EXTRACTS OF THE SAME RANGE MASK        ****
      ****   IDENTICALLY, AND NO REAL NAME OR STREET EVER REACHES   ****
      ****   THE TEST SYSTEM.                                       ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************
      ****   THE MASK VALUES NOW COME FROM THE SHARED DF03MASK      ****
      ****   COPYBOOK, ALSO USED BY THE DF03ERAS PRIVACY ERASURE    ****
      ****   BATCH, SO A SUBSET EXTRACT AND AN ERASURE MASK A       ****
      ****   CUSTOMER BY THE SAME RULES.  THE EXTRACT OUTPUT IS     ****
      ****   UNCHANGED.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD

      **** MASKED VALUES GENERATED FROM THE CUSTOMER NUMBER ALONE,
      **** SO THE SAME RANGE ALWAYS MASKS THE SAME WAY.
       COPY DF03MASK.

       01  WS-CUST-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-BAL-COUNT                PIC 9(06) VALUE ZERO.
                       IF WS-IN-RANGE-FLAG = 'Y'
                           ADD 1 TO WS-CUST-COUNT
                           MOVE DF03-CUST-NUMBER
                               TO DF03MASK-CUST-NUMBER
                           MOVE DF03MASK-NAME TO DF03-CUST-NAME
                           MOVE DF03-CUSTOMER-RECORD
                               TO SUB-CUST-RECORD
                           WRITE SUB-CUST-RECORD
                       IF WS-IN-RANGE-FLAG = 'Y'
                           ADD 1 TO WS-ADR-COUNT
                           MOVE AD-CUST-NUMBER TO AD-HOUSE-NUMBER
                           MOVE DF03MASK-STREET TO AD-STREET-NAME
                           MOVE ADDRESS-RECORD TO SUB-ADR-RECORD
                           WRITE SUB-ADR-RECORD
                       END-IF
