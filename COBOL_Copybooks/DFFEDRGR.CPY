      ******************************************************************
      **** DFFEDRGR - OUTBOUND-FEED REGISTER RECORD FOR THE DFFEDREG ****
      **** FILE.  ONE ROW PER FEED SENT OR REPORT EXPORTED: FEED OR  ****
      **** REPORT ID, RUN DATE, RECORDS SENT AND THEIR AMOUNT TOTAL. ****
      ****                                                           ****
      **** WRITTEN BY DF03STMT, DF40EXTR AND DF42PAYX FOR THEIR      ****
      **** EXTRACT FEEDS AND BY DFRPTXR FOR THE SPREADSHEET EXPORTS; ****
      **** READ BY DFFEDMAT TO MATCH EACH FEED TO ITS DFFEDACK       ****
      **** ACKNOWLEDGEMENT.                                          ****
      ****                                                           ****
      **** ENTRY TYPE: F = EXTRACT FEED, E = SPREADSHEET EXPORT,     ****
      **** WHICH NOBODY ACKNOWLEDGES.  ROWS WRITTEN BEFORE THE TYPE  ****
      **** WAS CARRIED READ BACK WITH IT BLANK AND ARE FEEDS.        ****
      ******************************************************************

       01  FEED-REGISTER-RECORD.
           05  FR-FEED-ID               PIC X(08).
           05  FR-RUN-DATE              PIC 9(08).
           05  FR-RECORD-COUNT          PIC 9(09).
           05  FR-AMOUNT-TOTAL          PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FR-ENTRY-TYPE            PIC X(01).
               88  FR-EXTRACT-FEED          VALUE 'F' SPACE.
               88  FR-SPREADSHEET-EXPORT    VALUE 'E'.
