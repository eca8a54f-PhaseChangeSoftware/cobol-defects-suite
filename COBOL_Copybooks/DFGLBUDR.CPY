      ******************************************************************
      **** DFGLBUDR - BUDGET RECORD FOR THE DFGLBUD BUDGET MASTER,  ****
      **** KEYED BY DFGLCOA CHART ACCOUNT, ACCOUNTING PERIOD        ****
      **** (YYYY-MM, THE DFGLPER SHAPE) AND VERSION.  VERSION 1 IS  ****
      **** WRITTEN BY DFGLBUDM FROM THE ANNUAL BUDGET FEED; EVERY   ****
      **** DFAUTH-APPROVED REVISION ADDS THE NEXT VERSION BESIDE    ****
      **** IT, SO NO BUDGET FIGURE IS EVER OVERWRITTEN.  THE        ****
      **** HIGHEST VERSION FOR AN ACCOUNT AND PERIOD IS THE         ****
      **** CURRENT BUDGET THAT DFGLBVA REPORTS AGAINST.             ****
      ****                                                          ****
      **** THE AMOUNT IS HELD IN THE ACCOUNT'S NORMAL BALANCE       ****
      **** DIRECTION - DEBIT FOR ASSET AND EXPENSE ACCOUNTS, CREDIT ****
      **** FOR EVERYTHING ELSE.                                     ****
      ****                                                          ****
      **** SOURCE: L = LOADED FROM THE ANNUAL FEED, R = REVISED.    ****
      ******************************************************************

       01  DFGL-BUD-RECORD.
           05  DFGL-BUD-KEY.
               10  DFGL-BUD-ACCOUNT     PIC X(08).
               10  DFGL-BUD-PERIOD      PIC X(07).
               10  DFGL-BUD-VERSION     PIC 9(03).
           05  DFGL-BUD-AMOUNT          PIC 9(09)V99.
           05  DFGL-BUD-SOURCE          PIC X(01).
               88  DFGL-BUD-LOADED          VALUE 'L'.
               88  DFGL-BUD-REVISED         VALUE 'R'.
           05  DFGL-BUD-DATE            PIC X(10).
           05  DFGL-BUD-OPERATOR        PIC X(08).
           05  DFGL-BUD-REASON          PIC X(20).
           05  FILLER                   PIC X(12).
