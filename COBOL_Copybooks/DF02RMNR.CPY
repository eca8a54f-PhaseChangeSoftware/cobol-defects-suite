      ******************************************************************
      **** DF02RMNR - STORE RETURN MANIFEST RECORD FOR DF02RMNF,     ****
      **** WRITTEN BY DF02RTNA FROM THE DF02RTAU RETURN              ****
      **** AUTHORIZATIONS.  THE FIRST 41 BYTES ARE THE DF02TORD      ****
      **** TRANSFER-ORDER SHAPE SO DF02RECV RECEIVES A RETURN JUST   ****
      **** AS IT RECEIVES A PLANT TRANSFER; THE STORE, THE REASON    ****
      **** AND THE FORCED-RECALL MARK FOLLOW.  THE FROM-LOCATION IS  ****
      **** 'STR' - THE STOCK COMES FROM THE STORE NAMED BELOW.       ****
      **** RETURN MANIFEST NUMBERS ARE 'R' + YYMMDD + A 3-DIGIT      ****
      **** SEQUENCE, SO THEY NEVER MATCH A DF02RTE TRANSFER NUMBER.  ****
      ****                                                           ****
      **** REASON:                                                   ****
      ****   'O' OVERSTOCK - BACK TO SELLABLE PLANT STOCK            ****
      ****   'D' DAMAGE    - TO THE QUARANTINE LOCATION              ****
      ****   'R' RECALL    - TO THE QUARANTINE LOCATION              ****
      ******************************************************************

       01  DF02-RETURN-MANIFEST.
           05  DF02-RTM-MANIFEST-NO     PIC X(10).
           05  DF02-RTM-PART            PIC X(08).
           05  DF02-RTM-QUANTITY        PIC 9(07).
           05  DF02-RTM-FROM-LOCATION   PIC X(03).
           05  DF02-RTM-PLANT           PIC X(03).
           05  DF02-RTM-ROUTING-DATE    PIC X(10).
           05  DF02-RTM-STORE           PIC X(20).
           05  DF02-RTM-REASON          PIC X(01).
               88  DF02-RTM-OVERSTOCK       VALUE 'O'.
               88  DF02-RTM-DAMAGE          VALUE 'D'.
               88  DF02-RTM-RECALL          VALUE 'R'.
           05  DF02-RTM-FORCED-FLAG     PIC X(01).
               88  DF02-RTM-FORCED          VALUE 'Y'.
