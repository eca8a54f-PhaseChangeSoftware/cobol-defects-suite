      ******************************************************************
      **** SHARED BALANCE-ACCESS CONTROL RECORD FOR THE KEYED        ****
      **** DF29BALF CUSTOMER BALANCE MASTER, COPIED BY EACH PROGRAM  ****
      **** THAT READS OR UPDATES BALANCES (WORKING-STORAGE) AND BY   ****
      **** DF29BALA (LINKAGE SECTION), FOLLOWING THE DFSTAT/DFSTCHK  ****
      **** PATTERN.  THE CALLER OPENS THE MASTER ONCE, THEN READS,   ****
      **** BROWSES AND APPLIES AMOUNTS ONE CUSTOMER AT A TIME, THEN  ****
      **** CLOSES IT.  EVERY APPLIED AMOUNT IS LOGGED TO DF29LINF BY ****
      **** THE ROUTINE ITSELF UNDER THE CALLER'S LINEAGE ID AND      ****
      **** REASON, SO NO PROGRAM IN THE CHAIN WRITES ITS OWN         ****
      **** DF29BALF LINEAGE EVENT ANY MORE.                          ****
      ****                                                           ****
      **** FUNCTIONS:                                                ****
      ****   O = OPEN - MODE U (UPDATE) OR I (INQUIRY); DRY-RUN      ****
      ****       FLAG D SIMULATES (SEE DF29BALA).  FOUND COMES BACK  ****
      ****       N WHEN THERE WAS NO MASTER ON FILE                  ****
      ****   R = READ ONE CUSTOMER                                   ****
      ****   U = READ ONE CUSTOMER FOR UPDATE                        ****
      ****   B = POSITION A BROWSE AT CUST-NUMBER (OR ABOVE)         ****
      ****   N = READ THE NEXT CUSTOMER OF THE BROWSE (RC 10 = END)  ****
      ****   A = APPLY THE SIGNED AMOUNT WITH A REASON; CREATE FLAG  ****
      ****       Y ADDS A CUSTOMER NOT YET ON THE MASTER             ****
      ****   X = APPLY THE SIGNED AMOUNT (LOGGED AS FOR A), THEN     ****
      ****       REMOVE THE CUSTOMER FROM THE MASTER - WRITE-OFFS AND ***
      ****       MERGED-OUT CUSTOMERS                                ****
      ****   C = CLOSE                                               ****
      ****   P = OPEN FOR ONE CUSTOMER-RANGE PARTITION OF A SPLIT    ****
      ****       DF29POST OR DF29CASH RUN - AS O, BUT THE LINEAGE    ****
      ****       EVENTS (AND A DRY-RUN'S SHADOW) GO TO THAT          ****
      ****       PARTITION'S OWN FILE, NAMED AFTER THE LIVE ONE      ****
      ****       WITH P AND THE PARTITION NUMBER ADDED, FOR DF29PMRG ****
      ****       TO COMBINE                                          ****
      ****                                                           ****
      **** RETURN CODES:  00 OK, 10 END OF BROWSE, 90 BAD FUNCTION,  ****
      ****   91 MASTER NOT OPEN, 92 OPEN FAILED, 93 I/O ERROR ON     ****
      ****   THE MASTER, 94 UPDATE AGAINST AN INQUIRY OPEN, 95       ****
      ****   SIMULATION TABLE FULL.                                  ****
      ******************************************************************

       01  DF29BAL-CONTROL-RECORD.
           05  DF29BAL-FUNCTION         PIC X(01).
               88  DF29BAL-FN-OPEN          VALUE 'O'.
               88  DF29BAL-FN-READ          VALUE 'R'.
               88  DF29BAL-FN-READ-UPDATE   VALUE 'U'.
               88  DF29BAL-FN-START-BROWSE  VALUE 'B'.
               88  DF29BAL-FN-READ-NEXT     VALUE 'N'.
               88  DF29BAL-FN-APPLY         VALUE 'A'.
               88  DF29BAL-FN-REMOVE        VALUE 'X'.
               88  DF29BAL-FN-CLOSE         VALUE 'C'.
               88  DF29BAL-FN-OPEN-PARTITION
                                            VALUE 'P'.
           05  DF29BAL-PROGRAM-ID       PIC X(08).
           05  DF29BAL-MODE             PIC X(01).
               88  DF29BAL-MODE-UPDATE      VALUE 'U'.
               88  DF29BAL-MODE-INQUIRY     VALUE 'I'.
           05  DF29BAL-DRY-RUN-FLAG     PIC X(01).
               88  DF29BAL-DRY-RUN          VALUE 'D'.
           05  DF29BAL-PARTITION        PIC X(02).
           05  DF29BAL-CUST-NUMBER      PIC X(10).
           05  DF29BAL-AMOUNT           PIC S9(09)V99.
           05  DF29BAL-REASON           PIC X(08).
           05  DF29BAL-LINEAGE-ID       PIC X(12).
           05  DF29BAL-REASON-CODE      PIC X(02).
           05  DF29BAL-EVENT-DATE       PIC X(10).
           05  DF29BAL-CREATE-FLAG      PIC X(01).
               88  DF29BAL-CREATE-MISSING   VALUE 'Y'.
           05  DF29BAL-FOUND            PIC X(01).
               88  DF29BAL-FOUND-YES        VALUE 'Y'.
               88  DF29BAL-FOUND-NO         VALUE 'N'.
           05  DF29BAL-PRIOR-BALANCE    PIC S9(09)V99.
           05  DF29BAL-NEW-BALANCE      PIC S9(09)V99.
           05  DF29BAL-APPLY-COUNT      PIC 9(07).
           05  DF29BAL-RETURN-CODE      PIC X(02).
               88  DF29BAL-OK               VALUE '00'.
               88  DF29BAL-END-OF-BROWSE    VALUE '10'.
