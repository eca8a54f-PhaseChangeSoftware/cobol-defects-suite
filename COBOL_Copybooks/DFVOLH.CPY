      ******************************************************************
      **** DFVOLH - DFVOLHLD FEED VOLUME HOLD RECORD, WRITTEN BY THE ****
      **** DFVOLCHK VOLUME CHECK (FD) AND READ BY DFSEQRUN (FD).     ****
      **** ONE RECORD PER FEED WHOSE PRODUCER TOTALS TONIGHT FELL    ****
      **** OUTSIDE ITS TOLERANCE BAND AROUND THE SAME WEEKDAY'S      ****
      **** TRAILING AVERAGE.  STATE 'H' HOLDS EVERY STEP CONSUMING   ****
      **** THE FEED AS IF ITS PRODUCER HAD FAILED; STATE 'O' SHOWS   ****
      **** AN OPERATOR OVERRIDE (AUTHORIZED THROUGH DFAUTH FUNCTION  ****
      **** VOL) RELEASED IT.  DFVOLCHK REWRITES THE FILE ON EVERY    ****
      **** PASS, AND DFSEQRUN IGNORES ANY RECORD NOT STAMPED WITH    ****
      **** TONIGHT'S WINDOW DATE.                                    ****
      ******************************************************************

       01  DFVOLH-HOLD-RECORD.
           05  DFVOLH-FEED-ID           PIC X(08).
           05  DFVOLH-WINDOW-DATE       PIC X(10).
           05  DFVOLH-STATE             PIC X(01).
               88  DFVOLH-HELD              VALUE 'H'.
               88  DFVOLH-OVERRIDDEN        VALUE 'O'.
           05  DFVOLH-OPERATOR-ID       PIC X(08).
           05  FILLER                   PIC X(03).
