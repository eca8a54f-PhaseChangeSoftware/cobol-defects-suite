      ******************************************************************
      **** DF29OITM - OPEN-ITEM RECORD LAYOUT FOR THE DF29OPEN       ****
      **** INVOICE-LEVEL RECEIVABLES LEDGER, ONE RECORD PER ITEM,    ****
      **** KEPT IN CUSTOMER AND ITEM-NUMBER ORDER BY DF29OIAP.       ****
      **** A DEBIT ITEM CARRIES A POSITIVE OPEN AMOUNT, A CREDIT     ****
      **** ITEM A NEGATIVE ONE; THE OPEN AMOUNTS OF A CUSTOMER'S     ****
      **** ITEMS ADD UP TO THE CUSTOMER'S DF29BALF BALANCE.  AN      ****
      **** ITEM PAID DOWN TO ZERO STAYS ON FILE, CLOSED, FOR A YEAR  ****
      **** AFTER ITS LAST ACTIVITY SO IT CANNOT BE SEEDED TWICE.     ****
      ****                                                           ****
      **** ITEM TYPE VALUES:                                         ****
      ****   I = DF06INV INVOICE (ITEM NUMBER = INVOICE NUMBER)      ****
      ****   B = BALANCE BROUGHT FORWARD WHEN THE LEDGER WAS TAKEN   ****
      ****       ON FROM DF29BALF                                    ****
      ****   F = DF29FIN FINANCE CHARGE                              ****
      ****   N = DF29NSF RETURNED PAYMENT REINSTATED                 ****
      ****   H = DF29NSF RETURNED-ITEM HANDLING FEE                  ****
      ****   D = DEBIT RAISED BY A REFUND OR ESCHEAT BEYOND THE      ****
      ****       CUSTOMER'S OPEN CREDITS                             ****
      ****   U = UNAPPLIED CREDIT - CASH OR CREDIT IN EXCESS OF THE  ****
      ****       CUSTOMER'S OPEN DEBIT ITEMS                         ****
      ******************************************************************

       01  DF29-OI-RECORD.
           05  DF29-OI-CUST-NUMBER      PIC X(10).
           05  DF29-OI-ITEM-NUMBER      PIC X(12).
           05  DF29-OI-ITEM-TYPE        PIC X(01).
               88  DF29-OI-INVOICE          VALUE 'I'.
               88  DF29-OI-BROUGHT-FORWARD  VALUE 'B'.
               88  DF29-OI-FINANCE-CHARGE   VALUE 'F'.
               88  DF29-OI-RETURNED-PAYMENT VALUE 'N'.
               88  DF29-OI-HANDLING-FEE     VALUE 'H'.
               88  DF29-OI-DEBIT            VALUE 'D'.
               88  DF29-OI-UNAPPLIED-CREDIT VALUE 'U'.
           05  DF29-OI-ITEM-DATE        PIC X(10).
           05  DF29-OI-ORIGINAL-AMOUNT  PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  DF29-OI-OPEN-AMOUNT      PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  DF29-OI-LAST-ACTIVITY    PIC X(10).
           05  FILLER                   PIC X(13).
