           05  DFRPT-LINES-PER-PAGE    PIC 9(04) VALUE 20.
           05  DFRPT-RECORD-COUNT      PIC 9(06) VALUE ZERO.
           05  DFRPT-TITLE             PIC X(40) VALUE SPACES.
      **** OPTIONAL - A REPORT THAT IS TO BE BURST BY DFBURST NAMES
      **** ITSELF HERE (ITS PRINT DD NAME) AND MOVES EACH SECTION'S
      **** CONTROL-BREAK VALUE (STORE, PLANT, COLLECTOR...) TO THE
      **** SECTION KEY BEFORE PERFORMING 8150-RPT-NEW-SECTION.  BOTH
      **** PRINT ON THE PAGE HEADING, WHERE DFBURST FINDS THEM; LEFT
      **** AT SPACES THE HEADING IS EXACTLY AS IT ALWAYS WAS.
           05  DFRPT-REPORT-ID         PIC X(08) VALUE SPACES.
           05  DFRPT-SECTION-KEY       PIC X(20) VALUE SPACES.

       01  DFRPT-HEADING-LINE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  DFRPT-HDG-PAGE-NUM      PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DFRPT-HDG-RUN-MODE      PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DFRPT-HDG-REPORT-ID     PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DFRPT-HDG-SECTION-KEY   PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  DFRPT-HEADING-LINE-2        PIC X(132) VALUE ALL '-'.

                                       'TOTAL RECORDS PRINTED = '.
           05  DFRPT-FTR-RECORD-COUNT  PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

      **** OPTIONAL DELIMITED EXPORT (SEE DFRPTXPR.CPY AND DFRPTX.CPY).
      **** THE CALLER'S EXPORT FILE SELECT NAMES DFRPT-CSV-STATUS AS
      **** ITS FILE STATUS.  EACH ROW IS BUILT ONE FIELD AT A TIME -
      **** MOVE THE VALUE TO DFRPT-CSV-TEXT, -AMOUNT, -RATE OR -COUNT
      **** AND PERFORM THE MATCHING 84NN PARAGRAPH - THEN WRITTEN BY
      **** 8440-RPT-CSV-WRITE-ROW.  THE FIRST ROW WRITTEN IS THE
      **** COLUMN-NAME HEADER AND IS NOT COUNTED.  A ROW THAT WILL NOT
      **** WRITE SETS DFRPT-CSV-WRITE-FAILED AND THE EXPORT GOES
      **** UNREGISTERED.
       01  DFRPT-CSV-CONTROL.
           05  DFRPT-CSV-STATUS        PIC X(02) VALUE SPACES.
           05  DFRPT-CSV-FLAG          PIC X(01) VALUE 'N'.
               88  DFRPT-CSV-ON            VALUE 'Y'.
           05  DFRPT-CSV-HEADER-FLAG   PIC X(01) VALUE 'N'.
               88  DFRPT-CSV-HEADER-DONE   VALUE 'Y'.
           05  DFRPT-CSV-ERROR-FLAG    PIC X(01) VALUE 'N'.
               88  DFRPT-CSV-WRITE-FAILED  VALUE 'Y'.
           05  DFRPT-CSV-ROW-COUNT     PIC 9(09) VALUE ZERO.
           05  DFRPT-CSV-PTR           PIC 9(04) VALUE 1.
           05  DFRPT-CSV-TEXT          PIC X(60) VALUE SPACES.
           05  DFRPT-CSV-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           05  DFRPT-CSV-RATE          PIC S9(05)V9(06) VALUE ZERO.
           05  DFRPT-CSV-COUNT         PIC S9(15) VALUE ZERO.
           05  DFRPT-CSV-AMOUNT-ED     PIC +(14)9.99.
           05  DFRPT-CSV-RATE-ED       PIC +(05)9.9(06).
           05  DFRPT-CSV-COUNT-ED      PIC +(15)9.
           05  DFRPT-CSV-WORK          PIC X(60) VALUE SPACES.
           05  DFRPT-CSV-LEAD          PIC 9(04) VALUE ZERO.
           05  DFRPT-CSV-LEN           PIC 9(04) VALUE ZERO.
           05  DFRPT-CSV-SUB           PIC 9(04) VALUE ZERO.

       01  DFRPT-CSV-LINE              PIC X(512) VALUE SPACES.
