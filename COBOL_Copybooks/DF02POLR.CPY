      ******************************************************************
      **** DF02POLR - PURCHASE-ORDER LINE RECORD FOR THE DF02POFL    ****
      **** FILE.  DF02PMNT RELEASES ONE LINE PER APPROVED DF02RPLN   ****
      **** PURCHASE SUGGESTION, GROUPING A RUN'S LINES FOR ONE       ****
      **** SUPPLIER AND SHIP-TO PLANT UNDER ONE PO NUMBER.  DF02POPR ****
      **** PRINTS THE UNPRINTED ORDERS AS DOCUMENTS AND DF02RECV     ****
      **** RECEIVES AGAINST THEM BY PO NUMBER.                       ****
      ****                                                           ****
      **** STATUS:                                                   ****
      ****   'O' OPEN      - NOTHING RECEIVED YET                    ****
      ****   'P' PARTIAL   - SOME RECEIVED, BALANCE STILL DUE        ****
      ****   'C' CLOSED    - RECEIVED IN FULL (OR OVER)              ****
      ******************************************************************

       01  DF02-PO-LINE-RECORD.
           05  DF02-POL-KEY.
               10  DF02-POL-PO-NUMBER   PIC X(10).
               10  DF02-POL-LINE        PIC 9(03).
           05  DF02-POL-SUPPLIER        PIC X(06).
           05  DF02-POL-PLANT           PIC X(03).
           05  DF02-POL-PART            PIC X(08).
           05  DF02-POL-ORDER-QTY       PIC 9(07).
           05  DF02-POL-RECEIVED-QTY    PIC 9(07).
           05  DF02-POL-UNIT-COST       PIC 9(07)V9999.
           05  DF02-POL-ORDER-DATE      PIC X(10).
           05  DF02-POL-DUE-DATE        PIC X(10).
           05  DF02-POL-STATUS          PIC X(01).
               88  DF02-POL-OPEN            VALUE 'O'.
               88  DF02-POL-PARTIAL         VALUE 'P'.
               88  DF02-POL-CLOSED          VALUE 'C'.
           05  DF02-POL-PRINTED-FLAG    PIC X(01).
               88  DF02-POL-PRINTED         VALUE 'Y'.
           05  DF02-POL-APPROVER        PIC X(08).
           05  FILLER                   PIC X(05).
