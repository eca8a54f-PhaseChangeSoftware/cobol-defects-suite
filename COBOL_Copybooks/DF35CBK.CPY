      ******************************************************************
      **** DF35CBK - CARD-PROCESSOR CHARGEBACK AND RETRIEVAL-REQUEST ****
      **** CASE RECORD LAYOUT FOR THE DF35CBCS CASE FILE.  A CASE IS ****
      **** OPENED BY DF35CHBK FROM THE PROCESSOR'S DF35CBKF FEED,    ****
      **** TIED TO THE ORIGINAL DF35PROC SETTLEMENT DETAIL (STORE,   ****
      **** SETTLEMENT DATE, CARD TYPE, AMOUNT), GIVEN A RESPONSE     ****
      **** DUE DATE COUNTED IN BUSINESS DAYS THROUGH DFCALBD, AND    ****
      **** WORKED THROUGH THE DF35CBTR TRANSACTIONS TO WON OR LOST.  ****
      ****                                                           ****
      **** CASE TYPES:                                               ****
      ****   C = CHARGEBACK - THE PROCESSOR HAS TAKEN THE MONEY BACK ****
      ****   R = RETRIEVAL REQUEST - A COPY OF THE SALE IS WANTED,   ****
      ****       NO MONEY HAS MOVED YET                              ****
      **** STATUS VALUES:                                            ****
      ****   O = OPEN, NO RESPONSE SENT YET                          ****
      ****   S = RESPONSE SUBMITTED, AWAITING THE PROCESSOR          ****
      ****   W = WON  (CLOSED - A CHARGEBACK IS CREDITED BACK)       ****
      ****   L = LOST (CLOSED - A CHARGEBACK POSTS AS STORE EXPENSE) ****
      ******************************************************************

       01  CHARGEBACK-RECORD.
           05  CB-CASE-NUMBER           PIC X(12).
           05  CB-CASE-TYPE             PIC X(01).
               88  CB-CHARGEBACK            VALUE 'C'.
               88  CB-RETRIEVAL             VALUE 'R'.
           05  CB-STATUS                PIC X(01).
               88  CB-CASE-OPEN             VALUE 'O'.
               88  CB-CASE-RESPONDED        VALUE 'S'.
               88  CB-CASE-WON              VALUE 'W'.
               88  CB-CASE-LOST             VALUE 'L'.
               88  CB-CASE-ACTIVE           VALUE 'O' 'S'.
           05  CB-STORE-CODE            PIC X(08).
           05  CB-SETTLE-DATE           PIC X(10).
           05  CB-CARD-TYPE             PIC X(02).
           05  CB-AMOUNT                PIC 9(09)V99.
           05  CB-REASON-CODE           PIC X(04).
           05  CB-RECEIVED-DATE         PIC X(10).
           05  CB-DUE-DATE              PIC X(10).
           05  CB-SETTLE-FOUND-FLAG     PIC X(01).
               88  CB-SETTLEMENT-FOUND      VALUE 'Y'.
           05  CB-RESPONSE-DATE         PIC X(10).
           05  CB-CLOSE-DATE            PIC X(10).
           05  CB-OWNER-ID              PIC X(08).
           05  CB-LAST-ACTION-DATE      PIC X(10).
           05  CB-NOTES                 PIC X(40).
           05  FILLER                   PIC X(02).
