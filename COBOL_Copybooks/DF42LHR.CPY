      ******************************************************************
      **** DF42LHR - CLERK LABOR-HOURS RECORD FOR THE DF42TAHS       ****
      **** ROLLING HOURS HISTORY.  ONE RECORD PER WORK DATE, STORE,  ****
      **** DEPARTMENT AND CLERK, WRITTEN BY DF42TIME FROM THE DAILY  ****
      **** DF42TATD TIME-AND-ATTENDANCE FEED ONCE THE CLERK HAS BEEN ****
      **** VALIDATED AGAINST DEFECTS.DF42.CLERKMST.  DF42PROD READS  ****
      **** IT FOR SALES AND COMMISSION PER LABOR HOUR AND DF42XFER   ****
      **** FOR HOURS-BASED TRANSFER SUGGESTIONS.  THE FIRST 78       ****
      **** BYTES (DATE, STORE, DEPARTMENT, CLERK) ARE THE KEY.       ****
      ****                                                           ****
      **** ASSIGNED FLAG AS OF THE RUN THAT WROTE THE RECORD:        ****
      ****   Y = CLERK ASSIGNED TO THE DEPARTMENT ON DF42.TABLE2     ****
      ****   U = CLERK CLOCKED INTO A DEPARTMENT NOT ASSIGNED TO     ****
      ******************************************************************

       01  LABOR-HOURS-RECORD.
           05  LH-WORK-DATE             PIC X(10).
           05  LH-STORE                 PIC X(20).
           05  LH-DEPARTMENT            PIC X(40).
           05  LH-EMPLOYEE-ID           PIC X(08).
           05  LH-HOURS                 PIC 9(03)V99.
           05  LH-ASSIGNED-FLAG         PIC X(01).
               88  LH-ASSIGNED              VALUE 'Y'.
               88  LH-UNASSIGNED            VALUE 'U'.
           05  FILLER                   PIC X(16).
