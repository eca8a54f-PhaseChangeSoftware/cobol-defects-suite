      **** SERVICE BALANCE-AND-ACTIVITY INQUIRY (DF29BCIC), BUILT   ****
      **** THE SAME WAY AS DF03MAP.  A CUSTOMER NUMBER FIELD, THE   ****
      **** NAME/STATUS/BALANCE DISPLAY, SIX POSTED-ACTIVITY LINES   ****
      **** NEWEST FIRST, THE PHONE PAYMENT CAPTURE FIELDS (AMOUNT,  ****
      **** METHOD, REFERENCE) WITH THE UNPOSTED MEMO PAYMENT TOTAL, ****
      **** UP TO THREE LINKED INSURANCE POLICIES (POLICY, STATUS,   ****
      **** PREMIUM DUE), AND A MESSAGE LINE.  DF29QMAPI IS THE      ****
      **** INPUT (RECEIVE MAP) STRUCTURE; DF29QMAPO REDEFINES IT    ****
      **** FOR THE OUTPUT (SEND MAP) SIDE, FIELD FOR FIELD, THE     ****
      **** SAME WAY BMS-GENERATED MAPS DO.                          ****
               10  FILLER REDEFINES QAAMTF.
                   15  QAAMTA          PIC X.
               10  QAAMTI              PIC X(15).
           05  POL-LINEI               OCCURS 3 TIMES.
               10  QPPOLL              PIC S9(4) COMP.
               10  QPPOLF              PIC X.
               10  FILLER REDEFINES QPPOLF.
                   15  QPPOLA          PIC X.
               10  QPPOLI              PIC X(16).
               10  QPSTSL              PIC S9(4) COMP.
               10  QPSTSF              PIC X.
               10  FILLER REDEFINES QPSTSF.
                   15  QPSTSA          PIC X.
               10  QPSTSI              PIC X(10).
               10  QPDUEL              PIC S9(4) COMP.
               10  QPDUEF              PIC X.
               10  FILLER REDEFINES QPDUEF.
                   15  QPDUEA          PIC X.
               10  QPDUEI              PIC X(15).
           05  QPAMTL                  PIC S9(4) COMP.
           05  QPAMTF                  PIC X.
           05  FILLER REDEFINES QPAMTF.
               10  QPAMTA              PIC X.
           05  QPAMTI                  PIC X(12).
           05  QPMTHL                  PIC S9(4) COMP.
           05  QPMTHF                  PIC X.
           05  FILLER REDEFINES QPMTHF.
               10  QPMTHA              PIC X.
           05  QPMTHI                  PIC X(01).
           05  QPREFL                  PIC S9(4) COMP.
           05  QPREFF                  PIC X.
           05  FILLER REDEFINES QPREFF.
               10  QPREFA              PIC X.
           05  QPREFI                  PIC X(20).
           05  QMEMOL                  PIC S9(4) COMP.
           05  QMEMOF                  PIC X.
           05  FILLER REDEFINES QMEMOF.
               10  QMEMOA              PIC X.
           05  QMEMOI                  PIC X(15).
           05  QMSGL                   PIC S9(4) COMP.
           05  QMSGF                   PIC X.
           05  FILLER REDEFINES QMSGF.
               10  QADTEO              PIC X(10).
               10  FILLER              PIC X(03).
               10  QAAMTO              PIC X(15).
           05  POL-LINEO               OCCURS 3 TIMES.
               10  FILLER              PIC X(03).
               10  QPPOLO              PIC X(16).
               10  FILLER              PIC X(03).
               10  QPSTSO              PIC X(10).
               10  FILLER              PIC X(03).
               10  QPDUEO              PIC X(15).
           05  FILLER                  PIC X(03).
           05  QPAMTO                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  QPMTHO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  QPREFO                  PIC X(20).
           05  FILLER                  PIC X(03).
           05  QMEMOO                  PIC X(15).
           05  FILLER                  PIC X(03).
           05  QMSGO                   PIC X(60).
