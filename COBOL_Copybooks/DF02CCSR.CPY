      ******************************************************************
      **** DF02CCSR - CYCLE-COUNT SCHEDULE RECORD FOR DF02CCSC,      ****
      **** REWRITTEN BY EACH MONTHLY DF02ABCC RUN IN COUNT-DATE,     ****
      **** PLANT AND PART ORDER.  DF02CNTX PRINTS THE DAY'S COUNT    ****
      **** SHEET FROM THE RECORDS DATED ON THE PROCESSING DATE AND   ****
      **** DF02CCAR MEASURES THE COUNTS DONE AGAINST IT.             ****
      ******************************************************************

       01  DF02-CYCLE-COUNT-RECORD.
           05  DF02-CCS-COUNT-DATE      PIC X(10).
           05  DF02-CCS-PLANT           PIC X(03).
           05  DF02-CCS-PART            PIC X(08).
           05  DF02-CCS-CLASS           PIC X(01).
           05  FILLER                   PIC X(02).
