      ******************************************************************
      **** DF03MASK - REPEATABLE PERSONAL-DATA MASK VALUES, COPIED   ****
      **** INTO WORKING-STORAGE BY DF03SUBS (TEST-DATA SUBSET        ****
      **** EXTRACT) AND DF03ERAS (PRIVACY ERASURE).  EVERY MASKED    ****
      **** VALUE IS DERIVED FROM THE CUSTOMER NUMBER ALONE, SO THE   ****
      **** SAME CUSTOMER ALWAYS MASKS THE SAME WAY AND NO TRACE OF   ****
      **** THE REAL NAME, STREET OR NOTE SURVIVES:                   ****
      ****                                                           ****
      ****   NAME         PREFIX PLUS THE CUSTOMER NUMBER            ****
      ****   HOUSE NUMBER THE CUSTOMER NUMBER ITSELF                 ****
      ****   STREET       THE GENERATED STREET                       ****
      ****   NOTE TEXT    THE FIXED ERASED-NOTE TEXT                 ****
      ****                                                           ****
      **** CITY, STATE AND ZIP ARE NOT PERSONAL ON THEIR OWN AND ARE ****
      **** LEFT ALONE SO TAX AND JURISDICTION LOGIC STILL WORKS.     ****
      **** THE CALLER MOVES THE CUSTOMER NUMBER TO                   ****
      **** DF03MASK-CUST-NUMBER BEFORE USING DF03MASK-NAME.          ****
      **** DF03ERAS MOVES ITS OWN WORDING INTO THE NAME PREFIX AND   ****
      **** STREET SO A LIVE ERASED RECORD IS NEVER MISTAKEN FOR TEST ****
      **** DATA.                                                     ****
      ******************************************************************

       01  DF03MASK-NAME.
           05  DF03MASK-NAME-PREFIX     PIC X(14) VALUE
                                        'TEST CUSTOMER '.
           05  DF03MASK-CUST-NUMBER     PIC X(10).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  DF03MASK-STREET              PIC X(30) VALUE
                                        'TEST STREET'.

       01  DF03MASK-NOTE-TEXT           PIC X(60) VALUE
                                        'NOTE TEXT ERASED'.
