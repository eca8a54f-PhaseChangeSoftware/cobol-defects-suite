      ******************************************************************
      **** DF29ACHH - AUTOPAY DRAFT HISTORY RECORD.  DF29ACHD        ****
      **** APPENDS ONE RECORD PER DEBIT IT SENDS TO THE BANK, KEYED  ****
      **** BY THE ACH TRACE NUMBER ON THE DEBIT FILE ENTRY.          ****
      **** DF29ACHX MATCHES EACH BANK RETURN TO ITS DRAFT BY TRACE   ****
      **** NUMBER, MARKS THE DRAFT RETURNED, AND AGES SETTLED        ****
      **** DRAFTS OFF THE FILE ONCE THE RETURN WINDOW HAS PASSED.    ****
      ******************************************************************

       01  DF29-AH-RECORD.
           05  DF29-AH-TRACE-NUMBER     PIC X(15).
           05  DF29-AH-CUST-NUMBER      PIC X(10).
           05  DF29-AH-DRAFT-DATE       PIC X(10).
           05  DF29-AH-EFFECTIVE-DATE   PIC X(10).
           05  DF29-AH-AMOUNT           PIC 9(09)V99.
           05  DF29-AH-DRAFT-OPTION     PIC X(01).
           05  DF29-AH-STATUS           PIC X(01).
               88  DF29-AH-SENT             VALUE 'S'.
               88  DF29-AH-RETURNED         VALUE 'R'.
           05  DF29-AH-RETURN-DATE      PIC X(10).
           05  DF29-AH-RETURN-REASON    PIC X(03).
           05  FILLER                   PIC X(09).
