      ******************************************************************
      **** DELIMITED-EXPORT CONTROL RECORD, COPIED BY EACH REPORT     ****
      **** THAT OFFERS A SPREADSHEET EXPORT (WORKING-STORAGE) AND BY  ****
      **** DFRPTXR (LINKAGE SECTION).  FUNCTION 'C' ASKS WHETHER THE  ****
      **** DFRPTXPM PARAMETER SWITCHES THE EXPORT ON FOR              ****
      **** DFRPTX-REPORT-ID; FUNCTION 'R' REGISTERS A FINISHED EXPORT ****
      **** ON DFFEDREG WITH DFRPTX-ROW-COUNT DATA ROWS.  BOTH ARE     ****
      **** PERFORMED FOR THE CALLER BY DFRPTXPR.CPY.                  ****
      ****                                                            ****
      **** RETURN CODE '91' - NO DFRPTXPM CARDS (EXPORT OFF) OR       ****
      **** DFFEDREG COULD NOT BE OPENED; '93' - A DRY-RUN WINDOW, SO  ****
      **** NO EXPORT IS WRITTEN AND NONE IS REGISTERED.               ****
      ******************************************************************

       01  DFRPTX-CONTROL-RECORD.
           05  DFRPTX-FUNCTION          PIC X(01).
               88  DFRPTX-CHECK-SWITCH      VALUE 'C'.
               88  DFRPTX-REGISTER          VALUE 'R'.
           05  DFRPTX-REPORT-ID         PIC X(08).
           05  DFRPTX-EXPORT-FLAG       PIC X(01).
               88  DFRPTX-EXPORT-ON         VALUE 'Y'.
           05  DFRPTX-ROW-COUNT         PIC 9(09).
           05  DFRPTX-RETURN-CODE       PIC X(02).
