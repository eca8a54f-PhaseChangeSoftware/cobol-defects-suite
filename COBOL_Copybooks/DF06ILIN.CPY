      ******************************************************************
      **** DF06ILIN - INVOICE LINE HISTORY RECORD.  DF06INV APPENDS  ****
      **** ONE RECORD PER BILLING LINE IT PRINTS ON AN INVOICE, SO   ****
      **** THE LINES, THEIR TAX AND THEIR JURISDICTION OUTLIVE THE   ****
      **** DF06BOUT EXTENSION FILE THE NEXT DF06BILL RUN REPLACES.   ****
      **** DF06CRMO READS THE LINES BACK TO ISSUE A CREDIT MEMO      ****
      **** AGAINST AN INVOICE AND CARRIES HOW MUCH OF EACH LINE AND  ****
      **** ITS TAX HAS BEEN CREDITED SO FAR, SO NO LINE IS CREDITED  ****
      **** FOR MORE THAN WAS BILLED.                                 ****
      ******************************************************************

       01  DF06-IL-RECORD.
           05  DF06-IL-INVOICE-NUMBER   PIC X(12).
           05  DF06-IL-LINE-NUMBER      PIC 9(03).
           05  DF06-IL-CUST-NUMBER      PIC X(10).
           05  DF06-IL-INVOICE-DATE     PIC X(10).
           05  DF06-IL-AMOUNT           PIC 9(07)V99.
           05  DF06-IL-STATE            PIC X(02).
           05  DF06-IL-TAX-AMOUNT       PIC 9(07)V99.
           05  DF06-IL-TAX-RETURN-CODE  PIC X(02).
           05  DF06-IL-CERT-NUMBER      PIC X(15).
           05  DF06-IL-CREDITED-AMOUNT  PIC 9(07)V99.
           05  DF06-IL-CREDITED-TAX     PIC 9(07)V99.
           05  FILLER                   PIC X(10).
