      ******************************************************************
      **** DFRGNH - MONTHLY STORE OPERATING HISTORY RECORD FOR THE   ****
      **** DFRGNHST FILE KEPT BY THE DFRGNRUP REGIONAL ROLL-UP.  ONE ****
      **** RECORD PER MONTH (YYYY-MM) AND STORE, CARRYING THE REGION ****
      **** AND OPEN/CLOSED STATUS FROM THE DFSTORMF STORE MASTER AS  ****
      **** OF THE RUN THAT WROTE IT AND THE MONTH'S TOTALS:          ****
      ****   SETTLED GROSS / FEES - DF35PROC PROCESSOR SETTLEMENTS   ****
      ****   COMMISSION           - DF42CDTL CLERK COMMISSION DETAIL ****
      ****   ALLOCATED VALUE      - DF02STLG ALLOCATIONS AT STANDARD ****
      ****   CHARGEBACKS          - DF35CBCS CHARGEBACKS RECEIVED    ****
      ****   OVER/SHORT           - DF35TIHS REGISTER OVER/SHORT     ****
      **** A RERUN OF A MONTH REPLACES THAT MONTH'S RECORDS.  THE    ****
      **** FIRST 27 BYTES (MONTH, STORE) ARE THE KEY.                ****
      ******************************************************************

       01  REGION-HISTORY-RECORD.
           05  RG-MONTH                 PIC X(07).
           05  RG-STORE-CODE            PIC X(20).
           05  RG-REGION                PIC X(04).
           05  RG-STORE-STATUS          PIC X(01).
               88  RG-STORE-OPEN            VALUE 'O'.
               88  RG-STORE-CLOSED          VALUE 'C'.
           05  RG-SETTLED-GROSS         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RG-PROCESSOR-FEES        PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RG-COMMISSION            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RG-ALLOCATED-VALUE       PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RG-CHARGEBACKS           PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RG-OVER-SHORT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(12).
