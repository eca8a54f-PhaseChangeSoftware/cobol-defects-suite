      ******************************************************************
      **** DFRCRV - QUARTERLY ACCESS RECERTIFICATION REVIEW RECORD.  ****
      **** DFRECERT WRITES ONE PER USER AND DFOPSECF FUNCTION CODE   ****
      **** TO THE DFRCREVW REVIEW FILE, GROUPED BY THE SUPERVISOR    ****
      **** THE DFOPSUPV TABLE NAMES FOR THE USER, WITH THE DATE      ****
      **** DFAUTHLG LAST SHOWS THE FUNCTION USED.  THE SUPERVISOR    ****
      **** FILLS IN THE DECISION - K TO KEEP THE FUNCTION, R TO      ****
      **** REMOVE IT - AND THE RETURNED RECORDS COME BACK AS THE     ****
      **** DFRCDECN DECISION FILE FOR DFRCAPLY TO APPLY.             ****
      ******************************************************************

       01  DFRCRV-REVIEW-RECORD.
           05  DFRCRV-SUPERVISOR-ID     PIC X(08).
           05  DFRCRV-USER-ID           PIC X(08).
           05  DFRCRV-FUNCTION          PIC X(03).
           05  DFRCRV-LAST-USED         PIC X(10).
           05  DFRCRV-DECISION          PIC X(01).
               88  DFRCRV-KEEP              VALUE 'K'.
               88  DFRCRV-REMOVE            VALUE 'R'.
           05  DFRCRV-REVIEW-DATE       PIC X(10).
           05  DFRCRV-USER-NAME         PIC X(30).
           05  FILLER                   PIC X(10).
