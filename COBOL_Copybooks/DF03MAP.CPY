           05  FILLER REDEFINES LASTNTF.
               10  LASTNTA             PIC X.
           05  LASTNTI                 PIC X(60).
      **** CHANGE HISTORY (ACTION H) - THE CUSTOMER'S MOST RECENT
      **** DF03CHGJ JOURNAL ROWS, NEWEST FIRST - DISPLAY ONLY.
           05  HIST-LINEI              OCCURS 6 TIMES.
               10  HISTLNL             PIC S9(4) COMP.
               10  HISTLNF             PIC X.
               10  FILLER REDEFINES HISTLNF.
                   15  HISTLNA         PIC X.
               10  HISTLNI             PIC X(78).

       01  DF03MAPO REDEFINES DF03MAPI.
           05  FILLER                  PIC X(03).
           05  MSGO                    PIC X(60).
           05  FILLER                  PIC X(03).
           05  LASTNTO                 PIC X(60).
           05  HIST-LINEO              OCCURS 6 TIMES.
               10  FILLER              PIC X(03).
               10  HISTLNO             PIC X(78).
