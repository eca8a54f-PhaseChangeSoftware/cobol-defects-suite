      ****   'P' PAID     - SETTLED; PAID AMOUNT HELD, RESERVE ZERO  ****
      ****   'C' CLOSED   - FINISHED AFTER PAYMENT                   ****
      ****   'D' DENIED   - REFUSED; RESERVE RELEASED                ****
      ****   'H' HELD     - NEW CLAIM SCORED AT OR OVER THE FRAUD-   ****
      ****                  SCREENING THRESHOLD; NO RESERVE UNTIL    ****
      ****                  SPECIAL INVESTIGATIONS RELEASES IT ('R') ****
      ****                  OR DENIES IT ('D')                       ****
      ******************************************************************

       01  DF26-CLAIM-RECORD.
               88  DF26-CLM-PAID            VALUE 'P'.
               88  DF26-CLM-CLOSED          VALUE 'C'.
               88  DF26-CLM-DENIED          VALUE 'D'.
               88  DF26-CLM-HELD            VALUE 'H'.
               88  DF26-CLM-STILL-OPEN      VALUES 'O' 'R'.
           05  DF26-CLM-LOSS-DATE       PIC X(10).
           05  DF26-CLM-RESERVE         PIC 9(07)V99.
