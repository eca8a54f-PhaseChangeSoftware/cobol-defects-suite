      ******************************************************************
      **** DF02MVHR - STOCK MOVEMENT HISTORY RECORD FOR DF02MVHS.    ****
      **** EVERY RECEIPT AND SHIPMENT DF02IUPD APPLIES TO DF02INVF   ****
      **** AND EVERY SHIPMENT DF02RTE ROUTES IS APPENDED HERE, SO    ****
      **** THE MONTHLY DF02ABCC RUN CAN VALUE EACH PLANT/PART'S      ****
      **** MOVEMENT OVER A WINDOW OF MONTHS.  THE FILE IS ONLY EVER  ****
      **** APPENDED TO.                                              ****
      ****                                                           ****
      **** ACTION:                                                   ****
      ****   'R' RECEIVED INTO THE PLANT  - DF02IUPD 'R' TRANSACTION ****
      ****   'S' SHIPPED OUT OF THE PLANT - DF02IUPD 'S' TRANSACTION ****
      ****   'T' SHIPMENT ROUTED TO THE PLANT TO FILL - DF02RTE      ****
      ******************************************************************

       01  DF02-MOVEMENT-RECORD.
           05  DF02-MVH-DATE            PIC X(10).
           05  DF02-MVH-SOURCE          PIC X(08).
           05  DF02-MVH-ACTION          PIC X(01).
               88  DF02-MVH-RECEIPT         VALUE 'R'.
               88  DF02-MVH-SHIPMENT        VALUE 'S'.
               88  DF02-MVH-ROUTED          VALUE 'T'.
           05  DF02-MVH-PLANT           PIC X(03).
           05  DF02-MVH-PART            PIC X(08).
           05  DF02-MVH-QUANTITY        PIC 9(07).
           05  FILLER                   PIC X(03).
