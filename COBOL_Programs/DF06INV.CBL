      ****   INVOICE REGISTER (NUMBER, CUSTOMER, DATE, TOTAL), THE  ****
      ****   CROSS-REFERENCE THAT LETS DF29CASH TIE A PAYMENT BACK  ****
      ****   TO THE INVOICE BEHIND THE POSTED RECEIVABLE.           ****
      ******************************************************************

      ******************************************************************
      ****   EVERY LINE PRINTED ON AN INVOICE IS ALSO APPENDED TO   ****
      ****   THE DF06ILIN INVOICE LINE HISTORY UNDER THE INVOICE    ****
      ****   NUMBER AND ITS LINE NUMBER, WITH THE STATE, TAX AND    ****
      ****   ANY EXEMPTION CERTIFICATE IT WAS BILLED UNDER, SO      ****
      ****   DF06CRMO CAN LATER CREDIT THE LINE BACK AT ITS         ****
      ****   ORIGINAL TAX.                                          ****
      ******************************************************************

      ******************************************************************
      ****   RETURNED MAIL: A CUSTOMER ON THE DF09UNDL              ****
      ****   UNDELIVERABLE-ADDRESS FILE STILL GETS AN INVOICE       ****
      ****   NUMBER, A DF06IXRF REGISTER RECORD AND DF06ILIN LINE   ****
      ****   HISTORY - THE RECEIVABLE IS REAL - BUT NO PAPER        ****
      ****   INVOICE PRINTS.  HELD INVOICES ARE COUNTED ON THE      ****
      ****   CONSOLE.  THERE IS NO ELECTRONIC INVOICE CHANNEL, SO   ****
      ****   THE DELIVERY PREFERENCE DOES NOT ROUTE THEM; PRINTING  ****
      ****   RESUMES WHEN DF09STDZ STANDARDIZES A NEW ADDRESS.      ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT LINE-HISTORY-FILE
                                   ASSIGN TO DF06ILIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT UNDELIVERABLE-FILE
                                   ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF06RPT4
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  IX-INVOICE-DATE         PIC X(10).
           05  IX-INVOICE-TOTAL        PIC 9(09)V99.

       FD  LINE-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DF06-IL-RECORD.

           COPY DF06ILIN.

       FD  UNDELIVERABLE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDELIVERABLE-RECORD.

       01  UNDELIVERABLE-RECORD        PIC X(130).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.

       01  WS-BOUT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-BOUT-EOF                 VALUE 'Y'.

       COPY DF03CUST.

       COPY DF09UNDR.

       01  WS-UNDL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

       01  WS-UNDL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNDL-TABLE.
           05  WS-UND-CUST             OCCURS 500 TIMES PIC X(10).
       01  WS-UND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PAPER-FLAG               PIC X(01) VALUE 'Y'.
       01  WS-HELD-COUNT               PIC 9(04) VALUE ZERO.

      **** THE PERIOD'S LINES, SORTED BY CUSTOMER SO EACH INVOICE
      **** PRINTS FROM A CONTIGUOUS RUN OF ENTRIES.
       01  WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
               10  WS-LIN-AMOUNT       PIC 9(07)V99.
               10  WS-LIN-STATE        PIC X(02).
               10  WS-LIN-TAX          PIC 9(07)V99.
               10  WS-LIN-RC           PIC X(02).
               10  WS-LIN-CERT         PIC X(15).

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CURRENT-CUST             PIC X(10) VALUE SPACES.
       01  WS-INVOICE-TOTAL            PIC S9(09)V99 VALUE ZERO.
       01  WS-INVOICE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-LINE-NUMBER      PIC 9(03) VALUE ZERO.

       01  WS-INVOICE-SEQUENCE         PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-NUMBER.

           PERFORM 1200-LOAD-CUSTOMER-NAMES THRU 1200-EXIT.
           PERFORM 1300-LOAD-ADDRESSES THRU 1300-EXIT.
           PERFORM 1400-LOAD-UNDELIVERABLE THRU 1400-EXIT.

       1000-PRINT-INVOICES.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT REGISTER-FILE.

           OPEN EXTEND LINE-HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT LINE-HISTORY-FILE
           END-IF.

           MOVE 'DF06INV - CUSTOMER INVOICES'
                                        TO DFRPT-TITLE.


           CLOSE REPORT-FILE.
           CLOSE REGISTER-FILE.
           CLOSE LINE-HISTORY-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF06INV INVOICES PRINTED = ' WS-INVOICE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06INV INVOICES HELD - ADDRESS UNDELIVERABLE = '
                                    WS-HELD-COUNT UPON CONSOLE.
           DISPLAY 'DF06INV END OF JOB' UPON CONSOLE.

           GOBACK.
                               TO WS-LIN-STATE (WS-LINE-COUNT)
                           MOVE OT-TAX-AMOUNT
                               TO WS-LIN-TAX (WS-LINE-COUNT)
                           MOVE OT-TAX-RETURN-CODE
                               TO WS-LIN-RC (WS-LINE-COUNT)
                           MOVE OT-CERT-NUMBER
                               TO WS-LIN-CERT (WS-LINE-COUNT)
                       END-IF

       1300-EXIT. EXIT.

       1400-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDELIVERABLE-FILE.

           IF WS-UNDL-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-UNDL-EOF
               READ UNDELIVERABLE-FILE
                   AT END
                       SET WS-UNDL-EOF TO TRUE
                   NOT AT END
                       MOVE UNDELIVERABLE-RECORD TO DF09-UN-RECORD
                       IF WS-UNDL-COUNT < 500
                           ADD 1 TO WS-UNDL-COUNT
                           MOVE DF09-UN-CUST-NUMBER
                               TO WS-UND-CUST (WS-UNDL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE UNDELIVERABLE-FILE.

       1400-EXIT. EXIT.

      **** CLOSE OUT THE INVOICE IN PROGRESS - TOTAL LINE ON THE
      **** PAGE AND THE REGISTER RECORD CASH APPLICATION MATCHES
      **** AGAINST.  NOTHING TO DO ON THE VERY FIRST CALL.
               GO TO 3000-EXIT
           END-IF.

           IF WS-PAPER-FLAG = 'Y'
               MOVE WS-INVOICE-TOTAL    TO TL-TOTAL
               MOVE WS-TOTAL-LINE       TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE WS-INVOICE-NUMBER      TO IX-INVOICE-NUMBER.
           MOVE WS-CURRENT-CUST        TO IX-CUST-NUMBER.

           MOVE WS-LIN-CUST (WS-LIN-IDX) TO WS-CURRENT-CUST.
           MOVE ZERO                   TO WS-INVOICE-TOTAL.
           MOVE ZERO                   TO WS-INVOICE-LINE-NUMBER.
           ADD 1                       TO WS-INVOICE-SEQUENCE.
           MOVE WS-INVOICE-SEQUENCE    TO WS-INO-SEQUENCE.

      **** AN UNDELIVERABLE ADDRESS KEEPS THE NUMBER BUT PRINTS
      **** NOTHING.
           MOVE 'Y'                    TO WS-PAPER-FLAG.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               IF WS-UND-CUST (WS-UND-SUB) = WS-CURRENT-CUST
                   MOVE 'N'             TO WS-PAPER-FLAG
               END-IF
           END-PERFORM.

           IF WS-PAPER-FLAG = 'N'
               ADD 1                    TO WS-HELD-COUNT
               GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-INVOICE-COUNT.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-INVOICE-NUMBER      TO IH-INVOICE-NUMBER.
                     + WS-LIN-AMOUNT (WS-LIN-IDX)
                     + WS-LIN-TAX (WS-LIN-IDX).

           IF WS-PAPER-FLAG = 'Y'
               MOVE SPACES              TO WS-DETAIL-LINE
               MOVE WS-LIN-AMOUNT (WS-LIN-IDX) TO DL-AMOUNT
               MOVE WS-LIN-STATE (WS-LIN-IDX)  TO DL-STATE
               MOVE WS-LIN-TAX (WS-LIN-IDX)    TO DL-TAX
               MOVE WS-LIN-CERT (WS-LIN-IDX)   TO DL-CERT
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           ADD 1                       TO WS-INVOICE-LINE-NUMBER.

           MOVE SPACES                 TO DF06-IL-RECORD.
           MOVE WS-INVOICE-NUMBER      TO DF06-IL-INVOICE-NUMBER.
           MOVE WS-INVOICE-LINE-NUMBER TO DF06-IL-LINE-NUMBER.
           MOVE WS-CURRENT-CUST        TO DF06-IL-CUST-NUMBER.
           MOVE WS-PROCESSING-DATE     TO DF06-IL-INVOICE-DATE.
           MOVE WS-LIN-AMOUNT (WS-LIN-IDX) TO DF06-IL-AMOUNT.
           MOVE WS-LIN-STATE (WS-LIN-IDX)  TO DF06-IL-STATE.
           MOVE WS-LIN-TAX (WS-LIN-IDX)    TO DF06-IL-TAX-AMOUNT.
           MOVE WS-LIN-RC (WS-LIN-IDX)     TO DF06-IL-TAX-RETURN-CODE.
           MOVE WS-LIN-CERT (WS-LIN-IDX)   TO DF06-IL-CERT-NUMBER.
           MOVE ZERO                   TO DF06-IL-CREDITED-AMOUNT.
           MOVE ZERO                   TO DF06-IL-CREDITED-TAX.
           WRITE DF06-IL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
