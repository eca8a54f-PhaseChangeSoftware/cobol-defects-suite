      ******************************************************************
      **** SHARED CUSTOMER-CHANGE COMPARE CONTROL RECORD, COPIED BY  ****
      **** EACH PROGRAM THAT WRITES DF03FILE (WORKING-STORAGE) AND   ****
      **** BY DF03CHGD (LINKAGE SECTION), FOLLOWING THE DFSTAT/      ****
      **** DFSTCHK PATTERN.  THE CALLER MOVES THE CUSTOMER RECORD AS ****
      **** IT WAS BEFORE THE UPDATE (SPACES FOR A NEW CUSTOMER) AND  ****
      **** AS IT IS AFTER, AND CALLS DF03CHGD, WHICH RETURNS ONE     ****
      **** ENTRY PER JOURNALED FIELD THAT DIFFERS - FIELD NAME, OLD  ****
      **** VALUE, NEW VALUE - READY TO WRITE TO THE DF03CHGJ CHANGE  ****
      **** JOURNAL.  THE LAST-UPDATE USERID AND DATE STAMPS ARE NOT  ****
      **** JOURNALED; THE JOURNAL ROW CARRIES ITS OWN.               ****
      ******************************************************************

       01  DF03CHG-CONTROL-RECORD.
           05  DF03CHG-BEFORE-IMAGE     PIC X(80).
           05  DF03CHG-AFTER-IMAGE      PIC X(80).
           05  DF03CHG-FIELD-COUNT      PIC 9(01).
           05  DF03CHG-FIELD-TABLE.
               10  DF03CHG-FIELD-ENTRY  OCCURS 4 TIMES.
                   15  DF03CHG-FIELD-NAME   PIC X(08).
                   15  DF03CHG-FIELD-BEFORE PIC X(40).
                   15  DF03CHG-FIELD-AFTER  PIC X(40).
