      ******************************************************************
      **** DF02ABCR - ABC VELOCITY CLASS RECORD FOR DF02ABCF,        ****
      **** REWRITTEN BY EACH MONTHLY DF02ABCC RUN - ONE RECORD PER   ****
      **** PLANT/PART ON DF02INVF, IN PLANT AND PART ORDER, WITH     ****
      **** THE MOVEMENT VALUE THE CLASS WAS SET FROM AND THE DATE    ****
      **** THE PART WAS LAST COUNTED AT THE PLANT (SPACES IF NEVER). ****
      ****                                                           ****
      **** CLASS:                                                    ****
      ****   'A' COUNTED MONTHLY                                     ****
      ****   'B' COUNTED QUARTERLY                                   ****
      ****   'C' COUNTED YEARLY                                      ****
      ******************************************************************

       01  DF02-ABC-CLASS-RECORD.
           05  DF02-ABC-PLANT           PIC X(03).
           05  DF02-ABC-PART            PIC X(08).
           05  DF02-ABC-CLASS           PIC X(01).
               88  DF02-ABC-CLASS-A         VALUE 'A'.
               88  DF02-ABC-CLASS-B         VALUE 'B'.
               88  DF02-ABC-CLASS-C         VALUE 'C'.
           05  DF02-ABC-MOVEMENT-VALUE  PIC 9(11)V99.
           05  DF02-ABC-LAST-COUNTED    PIC X(10).
           05  FILLER                   PIC X(05).
