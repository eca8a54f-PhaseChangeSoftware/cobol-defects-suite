      ******************************************************************
      **** DF02SERR - SERIAL MASTER RECORD FOR THE DF02SERL FILE,    ****
      **** ONE PER UNIT OF A SERIAL-TRACKED PART, KEYED BY PART AND  ****
      **** SERIAL NUMBER AND KEPT IN ASCENDING KEY ORDER BY THE      ****
      **** DF02SERM UPDATE.                                          ****
      ****                                                           ****
      **** STATUS:                                                   ****
      ****   'H' ON HAND    - AT THE PLANT SHOWN                     ****
      ****   'T' IN TRANSIT - ON THE LAST MANIFEST, BOUND FOR THE    ****
      ****                    PLANT SHOWN                            ****
      ****   'O' SHIPPED OUT OF THE NETWORK FROM THE PLANT SHOWN     ****
      ****   'M' MISSING    - SHIPPED ON THE LAST MANIFEST BUT NOT   ****
      ****                    AMONG THE UNITS RECEIVED OFF IT        ****
      ******************************************************************

       01  DF02-SERIAL-RECORD.
           05  DF02-SER-KEY.
               10  DF02-SER-PART        PIC X(08).
               10  DF02-SER-SERIAL      PIC X(12).
           05  DF02-SER-PLANT           PIC X(03).
           05  DF02-SER-STATUS          PIC X(01).
               88  DF02-SER-ON-HAND         VALUE 'H'.
               88  DF02-SER-IN-TRANSIT      VALUE 'T'.
               88  DF02-SER-SHIPPED-OUT     VALUE 'O'.
               88  DF02-SER-MISSING         VALUE 'M'.
           05  DF02-SER-LAST-MANIFEST   PIC X(10).
           05  DF02-SER-LAST-DATE       PIC X(10).
           05  FILLER                   PIC X(06).
