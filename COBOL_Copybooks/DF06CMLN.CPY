      ******************************************************************
      **** DF06CMLN - CREDIT MEMO TAX LINE.  DF06CRMO APPENDS ONE    ****
      **** NEGATIVE LINE PER INVOICE LINE A CREDIT MEMO REVERSES -   ****
      **** THE CREDITED AMOUNT AND ITS TAX AT THE ORIGINAL RATE, IN  ****
      **** THE ORIGINAL JURISDICTION - AND DF06REMT DEDUCTS THEM     ****
      **** FROM THE STATE'S FILING FOR THE PERIOD THE CREDIT WAS     ****
      **** ISSUED IN, THEN EMPTIES THE FILE.  THE ORIGINAL INVOICE   ****
      **** NUMBER AND DATE RIDE ALONG FOR THE AUDIT TRAIL.           ****
      ******************************************************************

       01  DF06-CL-RECORD.
           05  DF06-CL-CREDIT-DATE      PIC X(10).
           05  DF06-CL-MEMO-NUMBER      PIC X(12).
           05  DF06-CL-INVOICE-NUMBER   PIC X(12).
           05  DF06-CL-INVOICE-DATE     PIC X(10).
           05  DF06-CL-CUST-NUMBER      PIC X(10).
           05  DF06-CL-STATE            PIC X(02).
           05  DF06-CL-AMOUNT           PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  DF06-CL-TAX-AMOUNT       PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  DF06-CL-CERT-NUMBER      PIC X(15).
           05  FILLER                   PIC X(09).
