      ******************************************************************
      **** DF03CHGR - FIELD-LEVEL CHANGE JOURNAL RECORD FOR THE      ****
      **** DF03CHGJ KSDS THAT STANDS BESIDE THE DF03FILE CUSTOMER    ****
      **** MASTER.  THE MASTER ONLY CARRIES WHO LAST TOUCHED IT AND  ****
      **** WHEN; THIS FILE KEEPS ONE ROW PER FIELD THAT CHANGED -    ****
      **** NAME, STATUS, BILLING CYCLE OR DELIVERY PREFERENCE - WITH ****
      **** ITS OLD AND NEW VALUE, THE OPERATOR AND THE PROGRAM.      ****
      **** KEYED BY CUSTOMER, DATE, TIME AND A SEQUENCE NUMBER SO A  ****
      **** BACKWARD BROWSE FROM HIGH-VALUES GIVES THE NEWEST CHANGE  ****
      **** FIRST, THE SAME WAY THE DF03NOTE CONTACT NOTES ARE KEYED. ****
      ****                                                           ****
      **** WRITTEN BY DF03CICS (ONLINE MAINTENANCE), DF03MRGE        ****
      **** (CUSTOMER MERGE) AND DF03DATA (MASTER LOAD); SHOWN ON THE ****
      **** DF03CICS SCREEN BY ACTION H AND PRINTED BY DF03CHRP.      ****
      ****                                                           ****
      **** ACTION: A = ADDED ONLINE, C = CHANGED ONLINE, D =         ****
      **** DEACTIVATED ONLINE, M = RETIRED BY A MERGE, L = LOADED.   ****
      ******************************************************************

       01  DF03-CHG-RECORD.
           05  DF03-CHG-KEY.
               10  DF03-CHG-CUST-NUMBER PIC X(10).
               10  DF03-CHG-DATE        PIC X(10).
               10  DF03-CHG-TIME        PIC X(08).
               10  DF03-CHG-SEQ         PIC 9(03).
           05  DF03-CHG-FIELD           PIC X(08).
               88  DF03-CHG-FIELD-NAME      VALUE 'NAME'.
               88  DF03-CHG-FIELD-STATUS    VALUE 'STATUS'.
               88  DF03-CHG-FIELD-CYCLE     VALUE 'CYCLE'.
               88  DF03-CHG-FIELD-DELIVERY  VALUE 'DELIVERY'.
           05  DF03-CHG-ACTION          PIC X(01).
               88  DF03-CHG-ADDED           VALUE 'A'.
               88  DF03-CHG-CHANGED         VALUE 'C'.
               88  DF03-CHG-DEACTIVATED     VALUE 'D'.
               88  DF03-CHG-MERGED          VALUE 'M'.
               88  DF03-CHG-LOADED          VALUE 'L'.
           05  DF03-CHG-OPERATOR        PIC X(08).
           05  DF03-CHG-PROGRAM         PIC X(08).
           05  DF03-CHG-BEFORE          PIC X(40).
           05  DF03-CHG-AFTER           PIC X(40).
           05  FILLER                   PIC X(04).
