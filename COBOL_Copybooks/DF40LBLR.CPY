      ******************************************************************
      **** SHELF-LABEL PRINT FILE RECORD (DF40LABF), WRITTEN BY      ****
      **** DF40LABL IN STORE ORDER.  EACH STORE'S LABELS FOLLOW ONE  ****
      **** 'H' STORE HEADER, WHICH THE LABEL PRINT SHOP PRINTS AS    ****
      **** THE STORE'S PRICE-CHANGE NOTICE; EACH 'L' RECORD IS ONE   ****
      **** SHELF LABEL WITH THE OLD AND NEW PRICE AND THE KIND OF    ****
      **** CHANGE (MARKDOWN, INCREASE, OR A PRODUCT'S FIRST PRICE).  ****
      ******************************************************************

       01  DF40-LABEL-RECORD.
           05  DF40-LBL-RECORD-TYPE     PIC X(01).
               88  DF40-LBL-STORE-HEADER    VALUE 'H'.
               88  DF40-LBL-LABEL           VALUE 'L'.
           05  DF40-LBL-STORE           PIC X(20).
           05  DF40-LBL-LABEL-DATA.
               10  DF40-LBL-DEPARTMENT  PIC X(40).
               10  DF40-LBL-PRODUCT     PIC X(40).
               10  DF40-LBL-EFFECTIVE-DATE
                                        PIC X(10).
               10  DF40-LBL-OLD-PRICE   PIC 9(05)V99.
               10  DF40-LBL-NEW-PRICE   PIC 9(05)V99.
               10  DF40-LBL-CHANGE-TYPE PIC X(01).
                   88  DF40-LBL-MARKDOWN    VALUE 'M'.
                   88  DF40-LBL-INCREASE    VALUE 'I'.
                   88  DF40-LBL-FIRST-PRICE VALUE 'N'.
               10  FILLER               PIC X(04).
           05  DF40-LBL-HEADER-DATA     REDEFINES
                                        DF40-LBL-LABEL-DATA.
               10  DF40-LBH-NOTICE-DATE PIC X(10).
               10  DF40-LBH-EFFECTIVE-THROUGH
                                        PIC X(10).
               10  FILLER               PIC X(89).
