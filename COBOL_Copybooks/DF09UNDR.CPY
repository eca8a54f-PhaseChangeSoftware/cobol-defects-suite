      ******************************************************************
      **** DF09UNDR - UNDELIVERABLE-ADDRESS RECORD FOR THE DF09UNDL  ****
      **** FILE THAT STANDS BESIDE THE DF09MAST CLEANSED ADDRESS     ****
      **** MASTER.  THE MASTER KEEPS ITS 87-BYTE SHAPE FOR EVERY     ****
      **** PROGRAM THAT READS IT, SO THE UNDELIVERABLE MARK LIVES    ****
      **** HERE: ONE ROW PER CUSTOMER WHOSE MAIL CAME BACK, WRITTEN  ****
      **** BY THE DF09RTML RETURNED-MAIL ENTRY.  THE ROW CARRIES THE ****
      **** ADDRESS THAT WAS RETURNED; DF09STDZ DROPS THE ROW ONCE A  ****
      **** DIFFERENT ADDRESS STANDARDIZES CLEAN FOR THE CUSTOMER.    ****
      **** WHILE THE ROW STANDS, DF03STMT, DF29DUN AND DF06INV PRINT ****
      **** NO PAPER FOR THE CUSTOMER.                                ****
      ****                                                           ****
      **** DOCUMENT TYPE: STMT = STATEMENT, DUNL = DUNNING LETTER,   ****
      **** INVC = INVOICE, OTHR = ANY OTHER MAILING.                 ****
      ******************************************************************

       01  DF09-UN-RECORD.
           05  DF09-UN-CUST-NUMBER      PIC X(10).
           05  DF09-UN-RETURN-DATE      PIC X(10).
           05  DF09-UN-DOC-TYPE         PIC X(04).
               88  DF09-UN-DOC-STATEMENT    VALUE 'STMT'.
               88  DF09-UN-DOC-DUNNING      VALUE 'DUNL'.
               88  DF09-UN-DOC-INVOICE      VALUE 'INVC'.
               88  DF09-UN-DOC-OTHER        VALUE 'OTHR'.
               88  DF09-UN-DOC-VALID        VALUE 'STMT' 'DUNL'
                                                  'INVC' 'OTHR'.
           05  DF09-UN-RETURN-COUNT     PIC 9(03).
           05  DF09-UN-FIRST-DATE       PIC X(10).
           05  DF09-UN-ADDRESS.
               10  DF09-UN-HOUSE-NUMBER PIC X(20).
               10  DF09-UN-STREET-NAME  PIC X(30).
               10  DF09-UN-CITY         PIC X(20).
               10  DF09-UN-STATE        PIC X(02).
               10  DF09-UN-ZIP          PIC X(05).
           05  DF09-UN-OPERATOR-ID      PIC X(08).
           05  FILLER                   PIC X(08).
