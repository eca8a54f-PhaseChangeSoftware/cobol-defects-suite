      ******************************************************************
      **** DF35TIH - REGISTER CASH OVER/SHORT HISTORY RECORD FOR THE ****
      **** DF35TIHS ROLLING HISTORY FILE.  ONE RECORD PER STORE,     ****
      **** REGISTER, SHIFT AND COUNT DATE, WRITTEN BY DF35TILL FROM  ****
      **** THE TILL COUNT AND THE REGISTER'S EXPECTED CASH, CARRYING ****
      **** THE CLERK WHO SIGNED FOR THE DRAWER (VALIDATED AGAINST    ****
      **** DEFECTS.DF42.CLERKMST) AND THE DEPARTMENT OF THAT CLERK'S ****
      **** DF42TBL2 ASSIGNMENT AT THE STORE.  DF35TILL DROPS RECORDS ****
      **** OLDER THAN ITS RETENTION WINDOW ON EVERY RUN; DF42STMT    ****
      **** PRINTS A CLERK'S RECORDS ON THE COMMISSION STATEMENT.     ****
      ****                                                           ****
      **** OVER/SHORT IS COUNTED MINUS EXPECTED - NEGATIVE IS SHORT. ****
      **** TOLERANCE FLAG AS OF THE RUN THAT WROTE THE RECORD:       ****
      ****   S = SHORT BY MORE THAN THE TOLERANCE                    ****
      ****   O = OVER BY MORE THAN THE TOLERANCE                     ****
      ****   SPACE = WITHIN TOLERANCE                                ****
      ******************************************************************

       01  TILL-HISTORY-RECORD.
           05  TH-COUNT-DATE            PIC X(10).
           05  TH-STORE-CODE            PIC X(08).
           05  TH-REGISTER              PIC X(04).
           05  TH-SHIFT                 PIC X(01).
           05  TH-EMPLOYEE-ID           PIC X(08).
           05  TH-DEPARTMENT            PIC X(40).
           05  TH-EXPECTED-CASH         PIC 9(07)V99.
           05  TH-COUNTED-CASH          PIC 9(07)V99.
           05  TH-OVER-SHORT            PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  TH-TOLERANCE-FLAG        PIC X(01).
               88  TH-SHORT-OVER-TOLERANCE  VALUE 'S'.
               88  TH-OVER-OVER-TOLERANCE   VALUE 'O'.
