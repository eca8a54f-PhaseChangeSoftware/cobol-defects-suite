      ******************************************************************
      **** DF02STLR - STORE STOCK LEDGER RECORD FOR DF02STLG.  EVERY ****
      **** QUANTITY ALLOCATED TO A STORE (DF02ALOC, AND DF02RECV     ****
      **** BACKORDER FILLS) IS APPENDED AS AN 'A' LINE AND EVERY     ****
      **** RETURN MANIFESTED BACK FROM A STORE (DF02RTNA) AS AN 'R'  ****
      **** LINE, SO THE NET BY STORE AND PART IS WHAT THE STORE HAS  ****
      **** BEEN SENT AND NOT SENT BACK - THE EXPOSURE A RECALL HAS   ****
      **** TO PULL IN.                                               ****
      ******************************************************************

       01  DF02-STORE-LEDGER-RECORD.
           05  DF02-STL-STORE           PIC X(20).
           05  DF02-STL-PART            PIC X(08).
           05  DF02-STL-ACTION          PIC X(01).
               88  DF02-STL-ALLOCATED       VALUE 'A'.
               88  DF02-STL-RETURNED        VALUE 'R'.
           05  DF02-STL-QUANTITY        PIC 9(07).
           05  DF02-STL-DATE            PIC X(10).
           05  DF02-STL-SOURCE          PIC X(08).
