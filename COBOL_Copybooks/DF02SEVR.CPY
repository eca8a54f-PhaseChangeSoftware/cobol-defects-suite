      ******************************************************************
      **** DF02SEVR - SERIAL MOVEMENT EVENT RECORD FOR THE DF02SEVT  ****
      **** FILE.  EVERY STEP THAT HANDLES A SERIAL-TRACKED PART      ****
      **** (DF02PRTM SERIALIZED FLAG 'Y') APPENDS ONE EVENT PER      ****
      **** UNIT IT TOUCHES; DF02SERM APPLIES THEM IN FILE ORDER TO   ****
      **** THE DF02SERL SERIAL MASTER AND THEN EMPTIES THE FILE.     ****
      ****                                                           ****
      **** EVENT TYPE:                                               ****
      ****   'T' SHIPPED ON A MANIFEST    - DF02RTE  (PLANT = TO)    ****
      ****   'R' RECEIVED OFF A MANIFEST  - DF02RECV                 ****
      ****   'M' MANIFEST RECEIVED - NO SERIAL; EVERY UNIT STILL IN  ****
      ****       TRANSIT ON IT AFTERWARDS WAS SHIPPED, NOT RECEIVED  ****
      ****                                - DF02RECV                 ****
      ****   'I' RECEIVED INTO A PLANT    - DF02IUPD 'R' TRANSACTION ****
      ****   'O' SHIPPED OUT OF A PLANT   - DF02IUPD 'S' TRANSACTION ****
      ****   'C' SEEN AT A PHYSICAL COUNT - DF02CNTP                 ****
      ******************************************************************

       01  DF02-SERIAL-EVENT.
           05  DF02-SEV-SOURCE          PIC X(08).
           05  DF02-SEV-TYPE            PIC X(01).
               88  DF02-SEV-SHIPPED         VALUE 'T'.
               88  DF02-SEV-RECEIVED        VALUE 'R'.
               88  DF02-SEV-MANIFEST-DONE   VALUE 'M'.
               88  DF02-SEV-PLANT-IN        VALUE 'I'.
               88  DF02-SEV-PLANT-OUT       VALUE 'O'.
               88  DF02-SEV-COUNTED         VALUE 'C'.
           05  DF02-SEV-PART            PIC X(08).
           05  DF02-SEV-SERIAL          PIC X(12).
           05  DF02-SEV-PLANT           PIC X(03).
           05  DF02-SEV-FROM-PLANT      PIC X(03).
           05  DF02-SEV-MANIFEST-NO     PIC X(10).
           05  DF02-SEV-DATE            PIC X(10).
           05  FILLER                   PIC X(05).
