      ******************************************************************
      **** DF29OACT - OPEN-ITEM ACTIVITY RECORD.  EVERY PROGRAM IN   ****
      **** THE DF29 CHAIN THAT MOVES A DF29BALF BALANCE APPENDS ONE  ****
      **** RECORD HERE SAYING WHAT IT DID, AND DF29OIAP APPLIES THE  ****
      **** FILE TO THE DF29OPEN OPEN-ITEM LEDGER EACH NIGHT AND      ****
      **** EMPTIES IT.  A DRY-RUN LEAVES NO ACTIVITY BEHIND.         ****
      ****                                                           ****
      **** ACTION VALUES:                                            ****
      ****   N = NEW DEBIT ITEM (ITEM NUMBER AND TYPE AS GIVEN)      ****
      ****   P = PAYMENT - APPLIED TO THE NAMED ITEM, THEN OLDEST    ****
      ****       OPEN DEBIT ITEM FIRST; ANY EXCESS BECOMES A 'U'     ****
      ****       CREDIT ITEM NUMBERED BY THE REFERENCE               ****
      ****   C = CREDIT (DISPUTE CREDIT, WRITE-OFF, CREDIT MEMO) -   ****
      ****       APPLIED THE SAME WAY AS A PAYMENT                   ****
      ****   R = REFUND OR ESCHEAT OF A CREDIT - RAISES THE OLDEST   ****
      ****       OPEN CREDIT ITEMS TOWARD ZERO; ANY EXCESS BECOMES   ****
      ****       A 'D' DEBIT ITEM NUMBERED BY THE REFERENCE          ****
      ****   M = MERGE - EVERY ITEM OF THE CUSTOMER MOVES TO THE     ****
      ****       SURVIVING CUSTOMER NUMBER CARRIED IN THE REFERENCE  ****
      ******************************************************************

       01  DF29-OA-RECORD.
           05  DF29-OA-ACTIVITY-DATE    PIC X(10).
           05  DF29-OA-PROGRAM-ID       PIC X(08).
           05  DF29-OA-ACTION           PIC X(01).
               88  DF29-OA-NEW-ITEM         VALUE 'N'.
               88  DF29-OA-PAYMENT          VALUE 'P'.
               88  DF29-OA-CREDIT           VALUE 'C'.
               88  DF29-OA-REFUND           VALUE 'R'.
               88  DF29-OA-MERGE            VALUE 'M'.
           05  DF29-OA-CUST-NUMBER      PIC X(10).
           05  DF29-OA-ITEM-NUMBER      PIC X(12).
           05  DF29-OA-ITEM-TYPE        PIC X(01).
           05  DF29-OA-AMOUNT           PIC 9(09)V99.
           05  DF29-OA-REFERENCE        PIC X(12).
           05  FILLER                   PIC X(15).
