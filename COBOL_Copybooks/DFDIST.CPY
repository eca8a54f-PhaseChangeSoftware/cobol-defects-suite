      ******************************************************************
      **** DFDIST - DFDISTBL REPORT DISTRIBUTION TABLE ROW.  ONE     ****
      **** HAND-MAINTAINED CARD PER REPORT SECTION AND RECIPIENT,    ****
      **** READ BY DFBURST.  THE REPORT ID IS THE ONE THE REPORT     ****
      **** PRINTS ON ITS DFRPT PAGE HEADING (ITS PRINT DD NAME); THE ****
      **** SECTION KEY IS THE CONTROL-BREAK VALUE THE REPORT STAMPS  ****
      **** THERE - STORE CODE, PLANT, COLLECTOR AND SO ON.  A        ****
      **** SECTION KEY OF '*' SENDS EVERY SECTION OF THE REPORT TO   ****
      **** THE RECIPIENT; A BLANK SECTION KEY MATCHES THE UNKEYED    ****
      **** SECTIONS (SUMMARY PAGES).  A SECTION MAY GO TO SEVERAL    ****
      **** RECIPIENTS, AND ONE RECIPIENT MAY TAKE SEVERAL SECTIONS.  ****
      ******************************************************************

       01  DFDIST-RECORD.
           05  DFDIST-REPORT-ID         PIC X(08).
           05  FILLER                   PIC X(01).
           05  DFDIST-SECTION-KEY       PIC X(20).
               88  DFDIST-ALL-SECTIONS      VALUE '*'.
           05  FILLER                   PIC X(01).
           05  DFDIST-RECIPIENT-ID      PIC X(08).
           05  FILLER                   PIC X(01).
           05  DFDIST-RECIPIENT-NAME    PIC X(30).
           05  FILLER                   PIC X(11).
