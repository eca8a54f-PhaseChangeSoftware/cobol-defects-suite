      ****   OR CORRECTION - AND EVERY SUPPRESSION IS LISTED ON THE ****
      ****   REGISTER WITH THE PROCESSING DATE, BECAUSE BUREAU      ****
      ****   DISPUTES COME BACK TO US MONTHS LATER.                 ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF34HIST
                                        SIGN LEADING SEPARATE.

       FD  DISPUTE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISPUTE-RECORD.

       COPY DF29DSP.

       FD  PREV-IN-FILE
           RECORD CONTAINS 31 CHARACTERS
