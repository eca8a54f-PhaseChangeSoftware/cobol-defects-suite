      ******************************************************************
      **** DF29DSP - DISPUTE CASE RECORD LAYOUT FOR THE DF29DISP     ****
      **** DISPUTE FILE.  DF29DUN AND DF29BURX READ ONLY THE FIRST   ****
      **** 21 BYTES (CUSTOMER, OPEN/CLOSED STATUS, OPEN DATE) TO     ****
      **** SUPPRESS DUNNING AND BUREAU REPORTING FOR A CUSTOMER      ****
      **** WITH AN OPEN DISPUTE; THOSE BYTES KEEP THEIR PLACE.  THE  ****
      **** CASE DETAIL BEHIND THEM - CASE NUMBER, DISPUTED INVOICE   ****
      **** AND AMOUNT, REASON CODE, OWNER, RESOLUTION AND NOTES - IS ****
      **** CREATED, WORKED AND CLOSED BY THE DF29DSPM DISPUTE CASE   ****
      **** BATCH.  A CASE LOADED BEFORE DF29DSPM EXISTED HAS SPACES  ****
      **** THERE UNTIL DF29DSPM FIRST NUMBERS IT.                    ****
      ****                                                           ****
      **** RESOLUTION VALUES (CLOSED CASES ONLY):                    ****
      ****   U = UPHELD - CREDIT ISSUED THROUGH DF29POST             ****
      ****   D = DENIED - NO CREDIT, COLLECTIONS RESUME              ****
      ******************************************************************

       01  DISPUTE-RECORD.
           05  DP-CUST-NUMBER           PIC X(10).
           05  DP-STATUS                PIC X(01).
               88  DP-DISPUTE-OPEN          VALUE 'O'.
               88  DP-DISPUTE-CLOSED        VALUE 'C'.
           05  DP-OPEN-DATE             PIC X(10).
           05  DP-CASE-NUMBER           PIC X(08).
           05  DP-INVOICE-NUMBER        PIC X(12).
           05  DP-AMOUNT                PIC 9(09)V99.
           05  DP-REASON-CODE           PIC X(02).
           05  DP-OWNER-ID              PIC X(08).
           05  DP-RESOLUTION            PIC X(01).
               88  DP-RESOLVED-UPHELD       VALUE 'U'.
               88  DP-RESOLVED-DENIED       VALUE 'D'.
           05  DP-CLOSE-DATE            PIC X(10).
           05  DP-CREDIT-AMOUNT         PIC 9(09)V99.
           05  DP-LAST-ACTION-DATE      PIC X(10).
           05  DP-NOTES                 PIC X(60).
           05  FILLER                   PIC X(06).
