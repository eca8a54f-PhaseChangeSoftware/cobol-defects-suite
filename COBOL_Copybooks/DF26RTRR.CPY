      ******************************************************************
      **** DF26RTRR - RETURN-PREMIUM REQUEST RECORD FOR THE DF26RTRN  ****
      **** FILE.  DF26PMNT APPENDS ONE WHEN IT TERMINATES AN         ****
      **** IN-FORCE POLICY BEFORE ITS EXPIRY DATE, WITH THE RETURN   ****
      **** PREMIUM ALREADY WORKED OUT THROUGH DF36RATE - PRO-RATA    ****
      **** FOR A COMPANY CANCELLATION, SHORT-RATE FOR AN INSURED'S   ****
      **** REQUEST - AND THE OPERATOR DFAUTH APPROVED THE            ****
      **** TERMINATION FOR.  DF26RTPM NETS EACH REQUEST AGAINST THE  ****
      **** POLICY'S OPEN DF26RCVB RECEIVABLE AND PAYS THE REST       ****
      **** THROUGH ITS NUMBERED REFUND CHECK REGISTER.               ****
      ****                                                           ****
      **** CANCELLATION TYPE:                                        ****
      ****   'C' COMPANY CANCELLATION - PRO-RATA RETURN              ****
      ****   'I' INSURED'S REQUEST    - SHORT-RATE RETURN            ****
      ******************************************************************

       01  DF26-RETURN-RECORD.
           05  DF26-RTN-KEY.
               10  DF26-RTN-COMPANY     PIC X(03).
               10  DF26-RTN-POLICY      PIC X(12).
           05  DF26-RTN-CANCEL-DATE     PIC X(10).
           05  DF26-RTN-CANCEL-TYPE     PIC X(01).
               88  DF26-RTN-COMPANY-CANCEL  VALUE 'C'.
               88  DF26-RTN-INSURED-REQUEST VALUE 'I'.
           05  DF26-RTN-REASON          PIC X(02).
           05  DF26-RTN-OPERATOR        PIC X(08).
           05  DF26-RTN-ANNUAL-PREMIUM  PIC 9(07)V99.
           05  DF26-RTN-DAYS-UNEARNED   PIC 9(03).
           05  DF26-RTN-RETURN-PREMIUM  PIC 9(07)V99.
           05  FILLER                   PIC X(03).
