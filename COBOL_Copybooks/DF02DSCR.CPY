      ******************************************************************
      **** DF02DSCR - PRODUCT DISCONTINUATION RECORD FOR THE         ****
      **** DF02DISC PHASE-OUT MASTER, ONE PER PRODUCT BEING RETIRED, ****
      **** KEPT IN PART ORDER.  DF02DSCM ADDS IT FROM A DF02DSRQ     ****
      **** REQUEST AND MOVES IT THROUGH ITS STATUSES:                ****
      ****   P - PENDING, PHASE-OUT DATE STILL AHEAD;                ****
      ****   O - PHASING OUT - DF02ALOC AND DF02RPLN NO LONGER       ****
      ****       SUPPLY IT AND THE PLANTS SELL THROUGH WHAT IS LEFT; ****
      ****   Z - ON-HAND ZERO EVERYWHERE - PART INACTIVATION QUEUED  ****
      ****       TO DF02PMST, DF40 RANGE ROWS STILL TO BE RETIRED;   ****
      ****   R - RETIRED - DF40DSCP HAS TAKEN THE PRODUCT OFF        ****
      ****       DEFECTS.DF40.TABLE.                                 ****
      **** DF40DSCP INSERTS THE SELL-THROUGH MARKDOWN PRICE ROW ON   ****
      **** DEFECTS.DF40.PRICE THE NIGHT BEFORE THE PHASE-OUT DATE    ****
      **** AND RECORDS THE OUTCOME IN THE MARKDOWN FLAG.             ****
      ******************************************************************

       01  DF02-DISCONTINUE-RECORD.
           05  DF02-DSC-PART            PIC X(08).
           05  DF02-DSC-PRODUCT         PIC X(40).
           05  DF02-DSC-PHASE-OUT-DATE  PIC X(10).
           05  DF02-DSC-MARKDOWN-PCT    PIC 9(02).
           05  DF02-DSC-REQUESTED-BY    PIC X(08).
           05  DF02-DSC-REQUESTED-DATE  PIC X(10).
           05  DF02-DSC-STATUS          PIC X(01).
               88  DF02-DSC-PENDING         VALUE 'P'.
               88  DF02-DSC-PHASING-OUT     VALUE 'O'.
               88  DF02-DSC-STOCK-ZERO      VALUE 'Z'.
               88  DF02-DSC-RETIRED         VALUE 'R'.
           05  DF02-DSC-MARKDOWN-FLAG   PIC X(01).
               88  DF02-DSC-MARKDOWN-DUE    VALUE 'N'.
               88  DF02-DSC-MARKDOWN-DONE   VALUE 'Y'.
               88  DF02-DSC-MARKDOWN-FAILED VALUE 'F'.
           05  DF02-DSC-MARKDOWN-PRICE  PIC 9(05)V99.
           05  DF02-DSC-ON-HAND         PIC 9(07).
           05  DF02-DSC-STATUS-DATE     PIC X(10).
           05  FILLER                   PIC X(06).
