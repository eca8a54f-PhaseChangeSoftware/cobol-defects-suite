      ******************************************************************
      **** DF02BORR - STORE BACKORDER RECORD FOR THE DF02BORD FILE.  ****
      **** DF02ALOC WRITES ONE FOR EVERY STORE REQUEST THE PLANTS    ****
      **** COULD NOT FILL IN FULL, KEEPING THE DATE OF THE ORIGINAL  ****
      **** REQUEST, AND FILLS THEM OLDEST FIRST AHEAD OF NEW         ****
      **** REQUESTS; DF02RECV FILLS THEM FROM STOCK AS IT IS         ****
      **** RECEIVED.  A BACKORDER LEAVES THE FILE WHEN ITS OPEN      ****
      **** QUANTITY REACHES ZERO.  DF02BOST AGES WHAT REMAINS FOR    ****
      **** THE STORES AND ESCALATES THE OLD ONES.  THE FILE IS KEPT  ****
      **** IN KEY ORDER - REQUEST DATE, THEN SEQUENCE - SO A READ    ****
      **** FROM THE TOP IS OLDEST FIRST.                             ****
      ******************************************************************

       01  DF02-BACKORDER-RECORD.
           05  DF02-BO-KEY.
               10  DF02-BO-REQUEST-DATE PIC X(10).
               10  DF02-BO-SEQUENCE     PIC 9(06).
           05  DF02-BO-STORE            PIC X(20).
           05  DF02-BO-PRODUCT          PIC X(40).
           05  DF02-BO-PART             PIC X(08).
           05  DF02-BO-ORIGINAL-QTY     PIC 9(07).
           05  DF02-BO-OPEN-QTY         PIC 9(07).
           05  FILLER                   PIC X(02).
