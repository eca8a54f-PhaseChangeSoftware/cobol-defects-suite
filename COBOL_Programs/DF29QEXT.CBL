      ****                                                          ****
      ****   BALANCES ONLY MOVE IN THE OVERNIGHT WINDOW, SO THE     ****
      ****   SNAPSHOT IS AS CURRENT AS THE BOOKS THEMSELVES.        ****
      ******************************************************************

      ******************************************************************
      ****   POLICIES: ONE TYPE-'P' RECORD PER INSURANCE POLICY     ****
      ****   LINKED TO THE CUSTOMER ON THE DF26CXRF CROSS-          ****
      ****   REFERENCE, KEYED CUSTOMER + 'P' + A SEQUENCE, CARRYING ****
      ****   THE DF26PLCY STATUS AND EXPIRY AND THE PREMIUM STILL   ****
      ****   OPEN ON DF26RCVB.  'P' SORTS AFTER 'A', SO THE POLICY  ****
      ****   RECORDS FOLLOW THE ACTIVITY AND THE WRITES STAY IN     ****
      ****   ASCENDING KEY ORDER.  DF29BCIC LISTS THEM ON THE       ****
      ****   INQUIRY SCREEN.                                        ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.

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

           SELECT INQUIRY-FILE     ASSIGN TO DF29QINQ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
           05  PD-POSTING-DATE          PIC X(10).
           05  PD-AMOUNT                PIC 9(09)V99.

       FD  POLICY-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS POLICY-XREF-RECORD.

       01  POLICY-XREF-RECORD           PIC X(50).

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

       FD  INQUIRY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INQUIRY-RECORD.

      **** TYPE '0' = CUSTOMER HEADER, TYPE 'A' = POSTED ACTIVITY
      **** (SEQUENCE 00001 IS THE NEWEST ITEM), TYPE 'P' = LINKED
      **** INSURANCE POLICY.
       01  INQUIRY-RECORD.
           05  QI-KEY.
               10  QI-CUST-NUMBER       PIC X(10).
               10  QI-POSTING-DATE      PIC X(10).
               10  QI-AMOUNT            PIC 9(09)V99.
               10  FILLER               PIC X(43).
           05  FILLER REDEFINES QI-DATA.
               10  QI-POL-COMPANY       PIC X(03).
               10  QI-POL-NUMBER        PIC X(12).
               10  QI-POL-STATUS        PIC X(01).
               10  QI-POL-PREMIUM-DUE   PIC 9(09)V99.
               10  QI-POL-EXPIRY        PIC X(10).
               10  FILLER               PIC X(27).

       WORKING-STORAGE SECTION.

       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-INQUIRY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PXR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PLCY-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RCVB-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.
       01  WS-POSTED-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POSTED-EOF               VALUE 'Y'.

       01  WS-PXR-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-PXR-EOF                  VALUE 'Y'.

       01  WS-PLCY-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PLCY-EOF                 VALUE 'Y'.

       01  WS-RCVB-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-RCVB-EOF                 VALUE 'Y'.

       COPY DF03CUST.

       01  WS-BALANCE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PST-PREV-CUST            PIC X(10) VALUE SPACES.
       01  WS-PST-SEQUENCE             PIC 9(05) VALUE ZERO.

      **** POLICIES LINKED TO CUSTOMERS, IN CROSS-REFERENCE
      **** (COMPANY/POLICY) ORDER.
       COPY DF26CXRR.

       01  WS-POLICY-LINK-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-POLICY-LINK-TABLE.
           05  WS-PLK-ENTRY            OCCURS 500 TIMES.
               10  WS-PLK-CUST         PIC X(10).
               10  WS-PLK-POL-KEY.
                   15  WS-PLK-COMPANY  PIC X(03).
                   15  WS-PLK-POLICY   PIC X(12).
               10  WS-PLK-STATUS       PIC X(01).
               10  WS-PLK-EXPIRY       PIC X(10).
               10  WS-PLK-DUE          PIC 9(09)V99.

       01  WS-PLK-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PLK-SEQUENCE             PIC 9(05) VALUE ZERO.

       01  WS-HEADER-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ACTIVITY-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-POLICY-COUNT             PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.


           PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT.
           PERFORM 1200-LOAD-POSTED THRU 1200-EXIT.
           PERFORM 1300-LOAD-POLICY-LINKS THRU 1300-EXIT.

       1000-BUILD-SNAPSHOT.

                                               UPON CONSOLE.
           DISPLAY 'DF29QEXT ACTIVITY WRITTEN = ' WS-ACTIVITY-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29QEXT POLICIES WRITTEN = ' WS-POLICY-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29QEXT END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-EXIT. EXIT.

      **** THE CROSS-REFERENCE NAMES EACH CUSTOMER'S POLICIES; THE
      **** POLICY MASTER GIVES STATUS AND EXPIRY AND THE PREMIUM
      **** RECEIVABLE THE OPEN AMOUNT.
       1300-LOAD-POLICY-LINKS.

           OPEN INPUT POLICY-XREF-FILE.

           IF WS-PXR-STATUS NOT = '00'
               DISPLAY 'DF29QEXT NO POLICY CROSS-REFERENCE ON FILE'
                                               UPON CONSOLE
               GO TO 1300-EXIT
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
                           MOVE SPACES
                               TO WS-PLK-EXPIRY (WS-POLICY-LINK-COUNT)
                           MOVE ZERO
                               TO WS-PLK-DUE (WS-POLICY-LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-XREF-FILE.

           IF WS-POLICY-LINK-COUNT = ZERO
               GO TO 1300-EXIT
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
                                   MOVE DF26-EXPIRY-DATE
                                       TO WS-PLK-EXPIRY (WS-PLK-SUB)
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

       1300-EXIT. EXIT.

       2000-WRITE-ONE-CUSTOMER.

           MOVE SPACES                 TO INQUIRY-RECORD.
               END-IF
           END-PERFORM.

           MOVE ZERO                   TO WS-PLK-SEQUENCE.

           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                       UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
               IF WS-PLK-CUST (WS-PLK-SUB) = DF03-CUST-NUMBER
                   ADD 1                TO WS-PLK-SEQUENCE
                   MOVE SPACES          TO INQUIRY-RECORD
                   MOVE DF03-CUST-NUMBER TO QI-CUST-NUMBER
                   MOVE 'P'             TO QI-RECORD-TYPE
                   MOVE WS-PLK-SEQUENCE TO QI-SEQUENCE
                   MOVE WS-PLK-COMPANY (WS-PLK-SUB) TO QI-POL-COMPANY
                   MOVE WS-PLK-POLICY (WS-PLK-SUB)  TO QI-POL-NUMBER
                   MOVE WS-PLK-STATUS (WS-PLK-SUB)  TO QI-POL-STATUS
                   MOVE WS-PLK-DUE (WS-PLK-SUB)
                                        TO QI-POL-PREMIUM-DUE
                   MOVE WS-PLK-EXPIRY (WS-PLK-SUB)  TO QI-POL-EXPIRY
                   WRITE INQUIRY-RECORD
                   ADD 1                TO WS-POLICY-COUNT
               END-IF
           END-PERFORM.

       2000-EXIT. EXIT.
