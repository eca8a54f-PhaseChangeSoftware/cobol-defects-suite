      ****   DFFEDREG OUTBOUND-FEED REGISTER (FEED DF03ESTM) SO A   ****
      ****   LOST STATEMENT FILE IS CAUGHT BY DFFEDMAT.             ****
      ****   CONSOLIDATED FAMILY STATEMENTS REMAIN PAPER.           ****
      ******************************************************************

      ******************************************************************
      ****   RETURNED MAIL: A CUSTOMER ON THE DF09UNDL              ****
      ****   UNDELIVERABLE-ADDRESS FILE GETS NO PAPER STATEMENT.    ****
      ****   ONE WHOSE DELIVERY PREFERENCE ALLOWS ELECTRONIC        ****
      ****   DELIVERY ('B') IS ROUTED TO THE DF03ESTM EXTRACT       ****
      ****   ONLY; A PAPER-ONLY CUSTOMER'S STATEMENT IS HELD.  A    ****
      ****   CONSOLIDATED FAMILY IS HELD WHEN ITS PARENT'S ADDRESS  ****
      ****   IS UNDELIVERABLE.  THE MARK LIFTS WHEN DF09STDZ        ****
      ****   STANDARDIZES A NEW ADDRESS FOR THE CUSTOMER.           ****
      ******************************************************************

      ******************************************************************
      ****   INSURANCE POLICIES: EVERY POLICY LINKED TO THE         ****
      ****   CUSTOMER ON THE DF26CXRF POLICY CROSS-REFERENCE        ****
      ****   PRINTS UNDER THE ENDING BALANCE (AND UNDER EACH        ****
      ****   MEMBER'S SECTION OF A CONSOLIDATED STATEMENT) WITH     ****
      ****   ITS DF26PLCY STATUS AND THE PREMIUM STILL OPEN ON THE  ****
      ****   DF26RCVB RECEIVABLE DF26PREC MAINTAINS - SO A POLICY   ****
      ****   LAPSED FOR NON-PAYMENT NOW SHOWS ON THE STATEMENT.     ****
      ****   THE DF03ESTM EXTRACT LAYOUT IS UNCHANGED.              ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************
      ****   THE DFFEDREG ROW NOW COMES FROM THE SHARED DFFEDRGR    ****
      ****   LAYOUT AND CARRIES ENTRY TYPE 'F', EXTRACT FEED, IN    ****
      ****   COLUMN 40.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   FILE STATUS IS WS-POSTED-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CYCLE-IN-FILE    ASSIGN TO DF03CYCD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT UNDELIVERABLE-FILE
                                   ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-STATUS.

           SELECT POLICY-XREF-FILE ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PXR-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLCY-STATUS.

           SELECT PREMIUM-RCVB-FILE
                                   ASSIGN TO DF26RCVB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RCVB-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  ES-DATA                  PIC X(59).

       FD  FEED-REGISTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FEED-REGISTER-RECORD.

           COPY DFFEDRGR.

       FD  UNDELIVERABLE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDELIVERABLE-RECORD.

       01  UNDELIVERABLE-RECORD        PIC X(130).

       FD  POLICY-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS POLICY-XREF-RECORD.

       01  POLICY-XREF-RECORD          PIC X(50).

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

       COPY DF26POLR.

       FD  PREMIUM-RCVB-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PREMIUM-RCVB-RECORD.

       01  PREMIUM-RCVB-RECORD.
           05  PRV-POL-KEY              PIC X(15).
           05  PRV-BILLED-DATE          PIC X(10).
           05  PRV-BILLED-AMOUNT        PIC 9(07)V99.
           05  PRV-OPEN-AMOUNT          PIC 9(07)V99.

       WORKING-STORAGE SECTION.

       01  WS-PAPER-FLAG               PIC X(01) VALUE 'Y'.
       01  WS-ELECTRONIC-FLAG          PIC X(01) VALUE 'N'.

       01  WS-UNDL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

       01  WS-UNDL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNDL-TABLE.
           05  WS-UND-CUST             OCCURS 500 TIMES PIC X(10).
       01  WS-UND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-UNDELIVERABLE-FLAG       PIC X(01) VALUE 'N'.
       01  WS-UNDL-CHECK-CUST          PIC X(10) VALUE SPACES.
       01  WS-UNDL-ROUTED-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-UNDL-HELD-COUNT          PIC 9(04) VALUE ZERO.

       COPY DF09UNDR.

      **** POLICIES LINKED TO CUSTOMERS, WITH EACH POLICY'S STATUS
      **** OFF DF26PLCY AND ITS OPEN PREMIUM SUMMED OFF DF26RCVB.
       01  WS-PXR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PLCY-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RCVB-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PXR-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-PXR-EOF                  VALUE 'Y'.

       01  WS-PLCY-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PLCY-EOF                 VALUE 'Y'.

       01  WS-RCVB-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-RCVB-EOF                 VALUE 'Y'.

       COPY DF26CXRR.

       01  WS-POLICY-LINK-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-POLICY-LINK-TABLE.
           05  WS-PLK-ENTRY            OCCURS 500 TIMES.
               10  WS-PLK-CUST         PIC X(10).
               10  WS-PLK-POL-KEY.
                   15  WS-PLK-COMPANY  PIC X(03).
                   15  WS-PLK-POLICY   PIC X(12).
               10  WS-PLK-STATUS       PIC X(01).
               10  WS-PLK-DUE          PIC 9(09)V99.
       01  WS-PLK-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-POLICY-CHECK-CUST        PIC X(10) VALUE SPACES.
       01  WS-POLICY-LINES             PIC 9(04) VALUE ZERO.
       01  WS-POLICY-LINES-PRINTED     PIC 9(06) VALUE ZERO.

      **** FIXED EXTRACT SHAPES CARRIED IN ES-DATA: ONE HEADER, ONE
      **** DETAIL PER POSTED ITEM, ONE TOTAL PER CUSTOMER.
       01  WS-ES-HEADER-DATA.
           05  CB-COMBINED-BALANCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-POLICY-HEADER.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                                       'INSURANCE POLICIES'.
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  WS-POLICY-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  PL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-STATUS-TEXT          PIC X(26).
           05  FILLER                  PIC X(14) VALUE
                                       ' PREMIUM DUE ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-PREMIUM-DUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DF03CUST.
           PERFORM 2000-LOAD-POSTED-ACTIVITY THRU 2000-EXIT.
           PERFORM 2500-LOAD-BALANCES THRU 2500-EXIT.
           PERFORM 2600-LOAD-HIERARCHY THRU 2600-EXIT.
           PERFORM 2800-LOAD-UNDELIVERABLE THRU 2800-EXIT.
           PERFORM 2950-LOAD-POLICY-LINKS THRU 2950-EXIT.

           PERFORM 2700-MARK-ACTIVITY-WINDOW.

                                        WS-STATEMENT-COUNT UPON CONSOLE.
           DISPLAY 'DF03STMT ELECTRONIC STMTS   = '
                                        WS-ESTMT-CUSTOMERS UPON CONSOLE.
           DISPLAY 'DF03STMT UNDELIVERABLE - ROUTED ELECTRONIC = '
                                     WS-UNDL-ROUTED-COUNT UPON CONSOLE.
           DISPLAY 'DF03STMT UNDELIVERABLE - PAPER HELD        = '
                                     WS-UNDL-HELD-COUNT UPON CONSOLE.
           DISPLAY 'DF03STMT POLICY LINES PRINTED = '
                                  WS-POLICY-LINES-PRINTED UPON CONSOLE.
           DISPLAY 'DF03STMT END OF JOB' UPON CONSOLE.

           GOBACK.

       2600-EXIT. EXIT.

       2800-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDELIVERABLE-FILE.

           IF WS-UNDL-STATUS NOT = '00'
               GO TO 2800-EXIT
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

       2800-EXIT. EXIT.

       2900-CHECK-UNDELIVERABLE.

           MOVE 'N'                    TO WS-UNDELIVERABLE-FLAG.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               IF WS-UND-CUST (WS-UND-SUB) = WS-UNDL-CHECK-CUST
                   MOVE 'Y'             TO WS-UNDELIVERABLE-FLAG
               END-IF
           END-PERFORM.

      **** THE CROSS-REFERENCE GIVES THE CUSTOMER'S POLICIES; THE
      **** POLICY MASTER ADDS EACH ONE'S STATUS AND THE PREMIUM
      **** RECEIVABLE ITS OPEN AMOUNT.  WITH NO CROSS-REFERENCE THE
      **** STATEMENTS SIMPLY CARRY NO POLICY LINES.
       2950-LOAD-POLICY-LINKS.

           OPEN INPUT POLICY-XREF-FILE.

           IF WS-PXR-STATUS NOT = '00'
               GO TO 2950-EXIT
           END-IF.

           PERFORM UNTIL WS-PXR-EOF
               READ POLICY-XREF-FILE
                   AT END
                       SET WS-PXR-EOF TO TRUE
                   NOT AT END
                       MOVE POLICY-XREF-RECORD TO DF26-CX-RECORD
                       IF WS-POLICY-LINK-COUNT < 500
                           ADD 1 TO WS-POLICY-LINK-COUNT
                           MOVE DF26-CX-CUST-NUMBER
                               TO WS-PLK-CUST (WS-POLICY-LINK-COUNT)
                           MOVE DF26-CX-POL-KEY
                               TO WS-PLK-POL-KEY (WS-POLICY-LINK-COUNT)
                           MOVE SPACE
                               TO WS-PLK-STATUS (WS-POLICY-LINK-COUNT)
                           MOVE ZERO
                               TO WS-PLK-DUE (WS-POLICY-LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-XREF-FILE.

           IF WS-POLICY-LINK-COUNT = ZERO
               GO TO 2950-EXIT
           END-IF.

           OPEN INPUT POLICY-FILE.

           IF WS-PLCY-STATUS = '00'
               PERFORM UNTIL WS-PLCY-EOF
                   READ POLICY-FILE
                       AT END
                           SET WS-PLCY-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                               UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
                               IF WS-PLK-POL-KEY (WS-PLK-SUB) =
                                                   DF26-POL-KEY
                                   MOVE DF26-POL-STATUS
                                       TO WS-PLK-STATUS (WS-PLK-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

           OPEN INPUT PREMIUM-RCVB-FILE.

           IF WS-RCVB-STATUS = '00'
               PERFORM UNTIL WS-RCVB-EOF
                   READ PREMIUM-RCVB-FILE
                       AT END
                           SET WS-RCVB-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                               UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
                               IF WS-PLK-POL-KEY (WS-PLK-SUB) =
                                                   PRV-POL-KEY
                                   ADD PRV-OPEN-AMOUNT
                                       TO WS-PLK-DUE (WS-PLK-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PREMIUM-RCVB-FILE
           END-IF.

       2950-EXIT. EXIT.

      **** EACH POSTED DETAIL IS MARKED IN OR OUT OF THE DUE CYCLE'S
      **** PERIOD ONCE, UP FRONT - AFTER THE CYCLE'S LAST STATEMENT
      **** DATE AND NOT PAST THE PROCESSING DATE - SO EVERY
                   MOVE 'N'             TO WS-ELECTRONIC-FLAG
           END-EVALUATE.

      **** NO PAPER TO AN ADDRESS THE POST OFFICE SENT BACK.
           IF WS-PAPER-FLAG = 'Y'
               MOVE DF03-CUST-NUMBER    TO WS-UNDL-CHECK-CUST
               PERFORM 2900-CHECK-UNDELIVERABLE
               IF WS-UNDELIVERABLE-FLAG = 'Y'
                   MOVE 'N'             TO WS-PAPER-FLAG
                   IF WS-ELECTRONIC-FLAG = 'Y'
                       ADD 1            TO WS-UNDL-ROUTED-COUNT
                   ELSE
                       ADD 1            TO WS-UNDL-HELD-COUNT
                   END-IF
               END-IF
           END-IF.

           IF WS-ELECTRONIC-FLAG = 'Y'
               PERFORM 3500-WRITE-ELECTRONIC-STMT THRU 3500-EXIT
           END-IF.
           MOVE WS-ENDING-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE DF03-CUST-NUMBER       TO WS-POLICY-CHECK-CUST.
           PERFORM 3700-PRINT-POLICY-LINES THRU 3700-EXIT.

       3000-EXIT. EXIT.

       3100-FIND-ENDING-BALANCE.

       3500-EXIT. EXIT.

      **** ONE LINE PER POLICY LINKED TO WS-POLICY-CHECK-CUST, UNDER
      **** A SINGLE HEADING.  A TERMINATED POLICY WITH PREMIUM STILL
      **** OPEN LAPSED FOR NON-PAYMENT AND SAYS SO.
       3700-PRINT-POLICY-LINES.

           MOVE ZERO                   TO WS-POLICY-LINES.

           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                       UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
               IF WS-PLK-CUST (WS-PLK-SUB) = WS-POLICY-CHECK-CUST
                   PERFORM 3710-PRINT-ONE-POLICY THRU 3710-EXIT
               END-IF
           END-PERFORM.

       3700-EXIT. EXIT.

       3710-PRINT-ONE-POLICY.

           IF WS-POLICY-LINES = ZERO
               MOVE WS-POLICY-HEADER    TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           ADD 1                       TO WS-POLICY-LINES.
           ADD 1                       TO WS-POLICY-LINES-PRINTED.

           MOVE WS-PLK-COMPANY (WS-PLK-SUB) TO PL-COMPANY.
           MOVE WS-PLK-POLICY (WS-PLK-SUB)  TO PL-POLICY.

           EVALUATE WS-PLK-STATUS (WS-PLK-SUB)
               WHEN 'A'
                   MOVE 'IN FORCE'      TO PL-STATUS-TEXT
               WHEN 'G'
                   MOVE 'IN GRACE - PREMIUM OVERDUE'
                                        TO PL-STATUS-TEXT
               WHEN 'T'
                   IF WS-PLK-DUE (WS-PLK-SUB) > ZERO
                       MOVE 'LAPSED - PREMIUM UNPAID'
                                        TO PL-STATUS-TEXT
                   ELSE
                       MOVE 'TERMINATED' TO PL-STATUS-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'STATUS NOT AVAILABLE' TO PL-STATUS-TEXT
           END-EVALUATE.

           MOVE WS-PLK-DUE (WS-PLK-SUB) TO PL-PREMIUM-DUE.
           MOVE WS-POLICY-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3710-EXIT. EXIT.

      **** A CHILD'S PARENT COMES STRAIGHT OFF THE HIERARCHY; A
      **** CUSTOMER LISTED AS ANYONE'S PARENT IS ITS OWN PARENT SO
      **** ITS OWN ACTIVITY LANDS ON THE CONSOLIDATED STATEMENT.
               GO TO 6100-EXIT
           END-IF.

      **** THE FAMILY STATEMENT MAILS TO THE PARENT - HELD WHILE THE
      **** PARENT'S ADDRESS IS UNDELIVERABLE.
           MOVE WS-PARENT-NUMBER       TO WS-UNDL-CHECK-CUST.
           PERFORM 2900-CHECK-UNDELIVERABLE.

           IF WS-UNDELIVERABLE-FLAG = 'Y'
               ADD 1                    TO WS-UNDL-HELD-COUNT
               PERFORM 6400-MARK-FAMILY-PRINTED
               GO TO 6100-EXIT
           END-IF.

           ADD 1                       TO WS-STATEMENT-COUNT.

           PERFORM 8100-RPT-WRITE-HEADING.
               END-IF
           END-PERFORM.

           MOVE WS-MBR-NUMBER (WS-MBR-SUB-2) TO WS-POLICY-CHECK-CUST.
           PERFORM 3700-PRINT-POLICY-LINES THRU 3700-EXIT.

       6200-DONE. EXIT.

       6300-FIND-MEMBER-BALANCE.
           MOVE WS-REG-DATE            TO FR-RUN-DATE.
           MOVE WS-ESTMT-COUNT         TO FR-RECORD-COUNT.
           MOVE WS-ESTMT-AMOUNT        TO FR-AMOUNT-TOTAL.
           MOVE 'F'                    TO FR-ENTRY-TYPE.
           WRITE FEED-REGISTER-RECORD.

           CLOSE FEED-REGISTER.
