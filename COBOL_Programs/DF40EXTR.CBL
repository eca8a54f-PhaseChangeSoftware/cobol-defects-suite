      ****   FETCH ITS PRODUCTS, WRITING A FLAT STORE/DEPARTMENT/    ****
      ****   PRODUCT RECORD TO AN EXTRACT FILE SUITABLE FOR SHIPPING ****
      ****   TO THE DOWNSTREAM MERCHANDISING SYSTEM.                 ****
      ******************************************************************
      ****   THE DFFEDREG ROW NOW COMES FROM THE SHARED DFFEDRGR    ****
      ****   LAYOUT AND CARRIES ENTRY TYPE 'F', EXTRACT FEED, IN    ****
      ****   COLUMN 40.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  KOR-PRODUCT             PIC X(40).

       FD  FEED-REGISTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FEED-REGISTER-RECORD.

           COPY DFFEDRGR.

      **** THE WINDOW-CERTIFIED RECORD DFCERT WRITES WHEN EVERY
      **** END-OF-WINDOW CHECK PASSED - THIS EXTRACT DOES NOT OPEN
           MOVE WS-REG-DATE            TO FR-RUN-DATE.
           MOVE WS-EXTRACT-COUNT       TO FR-RECORD-COUNT.
           MOVE ZERO                   TO FR-AMOUNT-TOTAL.
           MOVE 'F'                    TO FR-ENTRY-TYPE.
           WRITE FEED-REGISTER-RECORD.

           CLOSE FEED-REGISTER.
