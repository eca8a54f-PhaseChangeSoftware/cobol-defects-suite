      ******************************************************************
      **** DF02SUPR - SUPPLIER MASTER RECORD FOR THE DF02SUPF FILE,  ****
      **** ONE PER SUPPLIER AND PART THE SUPPLIER CAN SHIP, KEPT IN  ****
      **** ASCENDING KEY ORDER BY THE DF02SUPM MAINTENANCE BATCH.    ****
      **** DF02RPLN PICKS THE SUPPLIER FOR A SHORTAGE NO PLANT CAN   ****
      **** COVER (SHORTEST LEAD TIME, THEN LOWEST COST) AND DF02PMNT ****
      **** PRICES AND DATES THE PURCHASE ORDER FROM IT ON RELEASE.   ****
      ******************************************************************

       01  DF02-SUPPLIER-RECORD.
           05  DF02-SUP-KEY.
               10  DF02-SUP-SUPPLIER    PIC X(06).
               10  DF02-SUP-PART        PIC X(08).
           05  DF02-SUP-NAME            PIC X(30).
           05  DF02-SUP-LEAD-DAYS       PIC 9(03).
           05  DF02-SUP-MIN-ORDER-QTY   PIC 9(07).
           05  DF02-SUP-UNIT-COST       PIC 9(07)V9999.
           05  FILLER                   PIC X(05).
