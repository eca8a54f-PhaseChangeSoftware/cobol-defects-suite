       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29UAPP.

      *REMARKS:    UNAPPLIED-CASH RESEARCH AND REAPPLICATION BATCH
      *            WORKING THE DF29UNAP SUSPENSE FILE THAT DF29CASH
      *            PARKS UNMATCHED LOCKBOX PAYMENTS ON.

      ******************************************************************
      ****   DF29CASH PARKS EVERY LOCKBOX PAYMENT IT CANNOT APPLY   ****
      ****   ON DF29UNAP, BUT NOTHING EVER READ THAT FILE BACK -    ****
      ****   CASH STAFF WORKED THE ITEMS OFF A PRINTOUT AND KEYED   ****
      ****   MANUAL ADJUSTMENTS.  THE RESEARCH QUEUE IS NOW THE     ****
      ****   DF29UASN ASSIGNMENT FILE: ONE CARD PER RESEARCHED      ****
      ****   ITEM (CHECK NUMBER AND PAYMENT DATE OF THE DF29UNAP    ****
      ****   ITEM, THE CUSTOMER AND/OR DF06IXRF INVOICE NUMBER IT   ****
      ****   BELONGS TO, AND THE CASH CLERK'S USER ID).  EACH       ****
      ****   ASSIGNMENT IS AUTHORIZED THROUGH THE SHARED DFAUTH     ****
      ****   CHECK (FUNCTION CSH = CASH APPLICATION).  AN INVOICE   ****
      ****   ALONE NAMES ITS CUSTOMER FROM THE INVOICE REGISTER.    ****
      ****   AN ACCEPTED ASSIGNMENT IS APPLIED AGAINST DF29BALF     ****
      ****   UNDER THE SAME RULES DF29CASH USES - KNOWN CUSTOMER,   ****
      ****   OPEN (POSITIVE) BALANCE, PAYMENT SUBTRACTED - THROUGH  ****
      ****   THE SAME LOAD/APPLY/REWRITE SHAPE, IS APPENDED TO THE  ****
      ****   DF29UAPH REAPPLIED-CASH HISTORY, AND WRITES A REAPPLY  ****
      ****   EVENT TO THE DF29LINF LINEAGE LOG.  A REJECTED CARD    ****
      ****   LEAVES ITS ITEM IN SUSPENSE WITH THE REJECT REASON ON  ****
      ****   THE REGISTER.  DF29UNAP IS REWRITTEN WITH ONLY THE     ****
      ****   ITEMS STILL UNAPPLIED.                                 ****
      ******************************************************************

      ******************************************************************
      ****   WHATEVER IS STILL UNAPPLIED IS AGED AGAINST THE        ****
      ****   PROCESSING DATE BY PAYMENT DATE INTO CURRENT (0-30),   ****
      ****   31-60, 61-90 AND OVER-90-DAY BUCKETS.  THE AGING       ****
      ****   SECTION LISTS EVERY REMAINING ITEM WITH ITS SUSPENSE   ****
      ****   REASON AND BUCKET TOTALS WHOSE SUM IS THE UNAPPLIED    ****
      ****   BALANCE, SO THE MONTH-END UNAPPLIED FIGURE CAN BE      ****
      ****   EXPLAINED ITEM BY ITEM.  UNDER A DRY-RUN WINDOW THE    ****
      ****   BALANCE MASTER, SUSPENSE FILE AND HISTORY GO TO THEIR  ****
      ****   SHADOW COPIES AND NO LINEAGE IS WRITTEN.               ****
      ******************************************************************

      ******************************************************************
      ****   EVERY REAPPLICATION IS ALSO APPENDED TO THE DF29OACT   ****
      ****   OPEN-ITEM ACTIVITY FILE AS A PAYMENT NAMING THE CARD'S ****
      ****   INVOICE (IF ANY), SO DF29OIAP APPLIES IT TO THAT       ****
      ****   INVOICE OR ELSE OLDEST ITEM FIRST.  LIKE THE LINEAGE   ****
      ****   EVENT, NONE IS WRITTEN UNDER A DRY-RUN.                ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH ACCEPTED ASSIGNMENT READS AND UPDATES ITS ONE     ****
      ****   CUSTOMER THROUGH THE SHARED DF29BALA BALANCE-ACCESS    ****
      ****   ROUTINE, WHICH NOW WRITES THE REAPPLY LINEAGE EVENT    ****
      ****   ('CK' PLUS THE CHECK NUMBER) ITSELF, SO THIS RUN NO    ****
      ****   LONGER OPENS DF29LINF.  AN ASSIGNMENT THE ROUTINE      ****
      ****   CANNOT APPLY IS REJECTED, ITS ITEM STAYS IN SUSPENSE   ****
      ****   AND THE STEP ENDS RC 8.  UNDER A DRY-RUN THE ROUTINE   ****
      ****   KEEPS THE CHANGED BALANCES ON ITS OWN SHADOW COPY.     ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ASSIGN-FILE      ASSIGN TO DF29UASN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO DF29UNAP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUS-IN-STATUS.

           SELECT SUSPENSE-OUT-FILE
                                   ASSIGN TO WS-UNAP-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUS-OUT-STATUS.

           SELECT INVOICE-XREF-FILE
                                   ASSIGN TO DF06IXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-IXRF-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO WS-HISTORY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTU
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ASSIGN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ASSIGN-RECORD.

       01  ASSIGN-RECORD.
           05  UA-CHECK-NUMBER          PIC X(10).
           05  UA-PAYMENT-DATE          PIC X(10).
           05  UA-CUST-NUMBER           PIC X(10).
           05  UA-INVOICE-NUMBER        PIC X(12).
           05  UA-CLERK-ID              PIC X(08).
           05  FILLER                   PIC X(10).

       FD  SUSPENSE-IN-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS SUSPENSE-IN-RECORD.

       01  SUSPENSE-IN-RECORD.
           05  SIR-PAYMENT-DATE         PIC X(10).
           05  SIR-CHECK-NUMBER         PIC X(10).
           05  SIR-CUST-NUMBER          PIC X(10).
           05  SIR-AMOUNT               PIC 9(09)V99.
           05  SIR-REASON               PIC X(30).
           05  FILLER                   PIC X(01).

       FD  SUSPENSE-OUT-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS SUSPENSE-OUT-RECORD.

       01  SUSPENSE-OUT-RECORD.
           05  SOR-PAYMENT-DATE         PIC X(10).
           05  SOR-CHECK-NUMBER         PIC X(10).
           05  SOR-CUST-NUMBER          PIC X(10).
           05  SOR-AMOUNT               PIC 9(09)V99.
           05  SOR-REASON               PIC X(30).
           05  FILLER                   PIC X(01).

       FD  INVOICE-XREF-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS INVOICE-XREF-RECORD.

       01  INVOICE-XREF-RECORD.
           05  IX-INVOICE-NUMBER        PIC X(12).
           05  IX-CUST-NUMBER           PIC X(10).
           05  IX-INVOICE-DATE          PIC X(10).
           05  IX-INVOICE-TOTAL         PIC 9(09)V99.

       FD  HISTORY-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD.
           05  UH-PAYMENT-DATE          PIC X(10).
           05  UH-CHECK-NUMBER          PIC X(10).
           05  UH-CUST-NUMBER           PIC X(10).
           05  UH-AMOUNT                PIC 9(09)V99.
           05  UH-INVOICE-NUMBER        PIC X(12).
           05  UH-CLERK-ID              PIC X(08).
           05  UH-REAPPLY-DATE          PIC X(10).
           05  FILLER                   PIC X(01).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ASSIGN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUS-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUS-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IXRF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-ASSIGN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-ASSIGN-EOF               VALUE 'Y'.


       01  WS-SUS-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-SUS-EOF                  VALUE 'Y'.

       01  WS-IXRF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-IXRF-EOF                 VALUE 'Y'.

       COPY DF29BALC.

       01  WS-INVOICE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05  WS-INV-ENTRY            OCCURS 500 TIMES.
               10  WS-INV-NUMBER       PIC X(12).
               10  WS-INV-CUST         PIC X(10).

       01  WS-INV-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-INV-FOUND-SUB            PIC 9(04) VALUE ZERO.

      **** THE WHOLE SUSPENSE FILE IS HELD SO IT CAN BE REWRITTEN
      **** WITHOUT THE REAPPLIED ITEMS - A FILE TOO BIG FOR THE
      **** TABLE STOPS THE RUN RATHER THAN DROP ITEMS ON REWRITE.
       01  WS-UNAP-MAX                 PIC 9(04) VALUE 2000.
       01  WS-UNAP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNAP-TABLE.
           05  WS-UNAP-ENTRY           OCCURS 2000 TIMES.
               10  WS-UNAP-PAY-DATE    PIC X(10).
               10  WS-UNAP-CHECK       PIC X(10).
               10  WS-UNAP-CUST        PIC X(10).
               10  WS-UNAP-AMOUNT      PIC 9(09)V99.
               10  WS-UNAP-REASON      PIC X(30).
               10  WS-UNAP-DONE-FLAG   PIC X(01).

       01  WS-UNAP-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-ITEM-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-APPLY-CUST               PIC X(10) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REAPPLIED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REAPPLIED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-OPENING-TOTAL            PIC 9(11)V99 VALUE ZERO.

      **** AGING BUCKETS: 1 = CURRENT (0-30), 2 = 31-60, 3 = 61-90,
      **** 4 = OVER 90 DAYS FROM PAYMENT DATE TO PROCESSING DATE.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY         OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(06).
               10  WS-BUCKET-TOTAL     PIC 9(11)V99.

       01  WS-BUCKET-SUB               PIC 9(01) VALUE ZERO.

       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(12) VALUE 'CURRENT'.
           05  FILLER                  PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                  PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                  PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-NAME-TABLE        REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          OCCURS 4 TIMES PIC X(12).

       01  WS-REMAINING-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REMAINING-TOTAL          PIC 9(11)V99 VALUE ZERO.

       01  WS-ITEM-AGE-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-PAY-DATE-INTEGER         PIC S9(09) VALUE ZERO.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-PROCESSING-DATE.
           05  WS-PRD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-DD               PIC X(02).

      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-UNAP-OUT-NAME            PIC X(09) VALUE 'DF29UNAP'.
       01  WS-HISTORY-NAME             PIC X(09) VALUE 'DF29UAPH'.

       COPY DFRUNDT.

       COPY DFAUTH.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(12) VALUE 'PAY DATE'.
           05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(14) VALUE 'INVOICE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(10) VALUE '  CLERK'.
           05  FILLER                  PIC X(44) VALUE '  REASON'.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PAYMENT-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-INVOICE-NUMBER       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CLERK-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(14) VALUE SPACES.

      **** OPENING UNAPPLIED = REAPPLIED + STILL UNAPPLIED.
       01  WS-REGISTER-TOTALS-LINE.
           05  FILLER                  PIC X(19) VALUE
                                       'OPENING UNAPPLIED ='.
           05  TL-OPENING              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
                                       '  REAPPLIED ='.
           05  TL-REAPPLIED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE
                                       '  STILL UNAPPLIED ='.
           05  TL-REMAINING            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                  PIC X(14) VALUE 'BUCKET'.
           05  FILLER                  PIC X(12) VALUE 'PAY DATE'.
           05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(08) VALUE '   DAYS'.
           05  FILLER                  PIC X(58) VALUE '  REASON'.

       01  WS-AGING-LINE.
           05  AL-BUCKET               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-PAYMENT-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-AGE-DAYS             PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-REASON               PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-BUCKET-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'TOTAL'.
           05  BT-BUCKET               PIC X(14).
           05  FILLER                  PIC X(08) VALUE 'ITEMS ='.
           05  BT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
                                       '  AMOUNT ='.
           05  BT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29UAPP START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2300-LOAD-SUSPENSE-ITEMS THRU 2300-EXIT.
           PERFORM 2600-LOAD-INVOICE-REGISTER THRU 2600-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29UAPP DF29UNAP HOLDS MORE THAN ' WS-UNAP-MAX
                       ' ITEMS - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN EXTEND HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE ACTIVITY FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29UAPP - UNAPPLIED CASH REAPPLICATION'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-REGISTER-HEADING.

       1000-APPLY-ASSIGNMENTS.

           OPEN INPUT ASSIGN-FILE.

           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY 'DF29UAPP NO ASSIGNMENT FILE ON HAND - AGING '
                       'ONLY' UPON CONSOLE
           ELSE
               PERFORM UNTIL WS-ASSIGN-EOF
                   READ ASSIGN-FILE
                       AT END
                           SET WS-ASSIGN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-APPLY-ONE-ASSIGNMENT
                                                   THRU 3000-EXIT
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

           CLOSE HISTORY-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

       1000-AGE-REMAINING.

           PERFORM 4000-REWRITE-SUSPENSE THRU 4000-EXIT.

           MOVE WS-OPENING-TOTAL       TO TL-OPENING.
           MOVE WS-REAPPLIED-TOTAL     TO TL-REAPPLIED.
           MOVE WS-REMAINING-TOTAL     TO TL-REMAINING.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-REGISTER-TOTALS-LINE TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 4500-PRINT-AGING THRU 4500-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           DISPLAY 'DF29UAPP ASSIGNMENTS READ   = ' WS-CARD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29UAPP ITEMS REAPPLIED    = ' WS-REAPPLIED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29UAPP ASSIGNMENTS REJECTED = '
                                               WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29UAPP ITEMS STILL UNAPPLIED = '
                                               WS-REMAINING-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29UAPP END OF JOB' UPON CONSOLE.

           GOBACK.

      **** ITEMS ARE AGED, AND REAPPLICATIONS STAMPED, AS OF THE
      **** OFFICIAL PROCESSING DATE FROM THE RUN CONTROL.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29UNAPS'     TO WS-UNAP-OUT-NAME
                   MOVE 'DF29UAPHS'     TO WS-HISTORY-NAME
                   DISPLAY 'DF29UAPP SIMULATION - BALANCES, SUSPENSE '
                           'AND HISTORY GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29UAPP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PROCESSING-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

       1200-EXIT. EXIT.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29UAPP'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29UAPP BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29UAPP NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2300-LOAD-SUSPENSE-ITEMS.

           OPEN INPUT SUSPENSE-IN-FILE.

           IF WS-SUS-IN-STATUS NOT = '00'
               DISPLAY 'DF29UAPP NO UNAPPLIED CASH ON FILE'
                                               UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-SUS-EOF
               READ SUSPENSE-IN-FILE
                   AT END
                       SET WS-SUS-EOF TO TRUE
                   NOT AT END
                       IF WS-UNAP-COUNT < WS-UNAP-MAX
                           ADD 1 TO WS-UNAP-COUNT
                           MOVE SIR-PAYMENT-DATE
                               TO WS-UNAP-PAY-DATE (WS-UNAP-COUNT)
                           MOVE SIR-CHECK-NUMBER
                               TO WS-UNAP-CHECK (WS-UNAP-COUNT)
                           MOVE SIR-CUST-NUMBER
                               TO WS-UNAP-CUST (WS-UNAP-COUNT)
                           MOVE SIR-AMOUNT
                               TO WS-UNAP-AMOUNT (WS-UNAP-COUNT)
                           MOVE SIR-REASON
                               TO WS-UNAP-REASON (WS-UNAP-COUNT)
                           MOVE 'N'
                               TO WS-UNAP-DONE-FLAG (WS-UNAP-COUNT)
                           ADD SIR-AMOUNT TO WS-OPENING-TOTAL
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-IN-FILE.

       2300-EXIT. EXIT.

      **** THE DF06INV INVOICE REGISTER - NUMBER AND CUSTOMER - SO
      **** AN ITEM ASSIGNED TO AN INVOICE FINDS ITS CUSTOMER.
       2600-LOAD-INVOICE-REGISTER.

           OPEN INPUT INVOICE-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00'
               DISPLAY 'DF29UAPP NO INVOICE REGISTER - INVOICE '
                       'ASSIGNMENTS WILL REJECT' UPON CONSOLE
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-IXRF-EOF
               READ INVOICE-XREF-FILE
                   AT END
                       SET WS-IXRF-EOF TO TRUE
                   NOT AT END
                       IF WS-INVOICE-COUNT < 500
                           ADD 1 TO WS-INVOICE-COUNT
                           MOVE IX-INVOICE-NUMBER
                               TO WS-INV-NUMBER (WS-INVOICE-COUNT)
                           MOVE IX-CUST-NUMBER
                               TO WS-INV-CUST (WS-INVOICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVOICE-XREF-FILE.

       2600-EXIT. EXIT.

      **** AN ASSIGNMENT POSTS ONLY WHEN THE ITEM IS STILL IN
      **** SUSPENSE, THE CLERK IS AUTHORIZED, THE INVOICE (IF GIVEN)
      **** IS ON THE REGISTER FOR THE SAME CUSTOMER, AND THE CUSTOMER
      **** PASSES DF29CASH'S OWN APPLY RULES.  ANYTHING ELSE IS
      **** REJECTED WITH A REASON AND THE ITEM STAYS IN SUSPENSE.
       3000-APPLY-ONE-ASSIGNMENT.

           ADD 1                       TO WS-CARD-COUNT.

           MOVE SPACES                 TO WS-REJECT-REASON.
           MOVE UA-CUST-NUMBER         TO WS-APPLY-CUST.

           PERFORM 3100-FIND-SUSPENSE-ITEM THRU 3100-EXIT.

           IF WS-ITEM-SUB = ZERO
               MOVE 'NOT AN OPEN UNAPPLIED ITEM' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF UA-CUST-NUMBER = SPACES
              AND UA-INVOICE-NUMBER = SPACES
               MOVE 'NO CUSTOMER OR INVOICE GIVEN' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE UA-CLERK-ID            TO DFAUTH-USER-ID.
           MOVE 'CSH'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'REAPPLY CHECK ' UA-CHECK-NUMBER
                  ' TO ' UA-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF UA-INVOICE-NUMBER NOT = SPACES
               PERFORM 3200-FIND-INVOICE THRU 3200-EXIT
               IF WS-INV-FOUND-SUB = ZERO
                   MOVE 'INVOICE NOT ON REGISTER' TO WS-REJECT-REASON
                   GO TO 3000-REJECT
               END-IF
               IF UA-CUST-NUMBER NOT = SPACES
                  AND UA-CUST-NUMBER NOT =
                                    WS-INV-CUST (WS-INV-FOUND-SUB)
                   MOVE 'INVOICE IS FOR ANOTHER CUSTOMER'
                                        TO WS-REJECT-REASON
                   GO TO 3000-REJECT
               END-IF
               MOVE WS-INV-CUST (WS-INV-FOUND-SUB) TO WS-APPLY-CUST
           END-IF.

           PERFORM 3300-FIND-CUSTOMER THRU 3300-EXIT.

           IF DF29BAL-FOUND-NO
               MOVE 'CUSTOMER NOT ON BALANCE FILE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF DF29BAL-PRIOR-BALANCE NOT > ZERO
               MOVE 'NO OPEN BALANCE'   TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3350-APPLY-PAYMENT THRU 3350-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'BALANCE MASTER UPDATE ERROR' TO WS-REJECT-REASON
               MOVE 8                   TO RETURN-CODE
               GO TO 3000-REJECT
           END-IF.

           MOVE 'Y'                    TO WS-UNAP-DONE-FLAG
                                                  (WS-ITEM-SUB).

           ADD 1                       TO WS-REAPPLIED-COUNT.
           ADD WS-UNAP-AMOUNT (WS-ITEM-SUB) TO WS-REAPPLIED-TOTAL.

           PERFORM 3800-RECORD-REAPPLICATION.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-DISPOSITION.
           MOVE UA-PAYMENT-DATE        TO DL-PAYMENT-DATE.
           MOVE UA-CHECK-NUMBER        TO DL-CHECK-NUMBER.
           MOVE UA-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE UA-INVOICE-NUMBER      TO DL-INVOICE-NUMBER.
           IF WS-ITEM-SUB NOT = ZERO
               MOVE WS-UNAP-AMOUNT (WS-ITEM-SUB) TO DL-AMOUNT
           ELSE
               MOVE ZERO                TO DL-AMOUNT
           END-IF.
           MOVE UA-CLERK-ID            TO DL-CLERK-ID.
           MOVE WS-REJECT-REASON       TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE ITEM IS KNOWN BY CHECK NUMBER AND PAYMENT DATE; A
      **** BLANK DATE ON THE CARD TAKES THE FIRST OPEN ITEM FOR THE
      **** CHECK NUMBER.
       3100-FIND-SUSPENSE-ITEM.

           MOVE ZERO                   TO WS-ITEM-SUB.

           PERFORM VARYING WS-UNAP-SUB FROM 1 BY 1
                       UNTIL WS-UNAP-SUB > WS-UNAP-COUNT
                          OR WS-ITEM-SUB NOT = ZERO
               IF WS-UNAP-CHECK (WS-UNAP-SUB) = UA-CHECK-NUMBER
                  AND WS-UNAP-DONE-FLAG (WS-UNAP-SUB) = 'N'
                  AND (UA-PAYMENT-DATE = SPACES
                       OR WS-UNAP-PAY-DATE (WS-UNAP-SUB) =
                                                 UA-PAYMENT-DATE)
                   MOVE WS-UNAP-SUB     TO WS-ITEM-SUB
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

       3200-FIND-INVOICE.

           MOVE ZERO                   TO WS-INV-FOUND-SUB.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INVOICE-COUNT
               IF WS-INV-FOUND-SUB = ZERO
                  AND WS-INV-NUMBER (WS-INV-SUB) = UA-INVOICE-NUMBER
                   MOVE WS-INV-SUB      TO WS-INV-FOUND-SUB
               END-IF
           END-PERFORM.

       3200-EXIT. EXIT.

       3300-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE WS-APPLY-CUST          TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29UAPP BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER ' WS-APPLY-CUST
                                               UPON CONSOLE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3300-EXIT. EXIT.

      **** LOCKBOX PAYMENTS CARRY NO DF29PRED LINEAGE ID, SO THE
      **** REAPPLICATION IS KEYED 'CK' PLUS THE CHECK NUMBER.
       3350-APPLY-PAYMENT.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-APPLY-CUST          TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      =
                       ZERO - WS-UNAP-AMOUNT (WS-ITEM-SUB).
           MOVE 'REAPPLY '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'CK' WS-UNAP-CHECK (WS-ITEM-SUB)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29UAPP BALANCE MASTER UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER ' WS-APPLY-CUST
                                               UPON CONSOLE
           END-IF.

       3350-EXIT. EXIT.

      **** THE HISTORY RECORD AND THE LINEAGE EVENT ARE THE AUDIT
      **** TRAIL OF WHO MOVED THE CASH OUT OF SUSPENSE AND WHERE.
       3800-RECORD-REAPPLICATION.

           MOVE WS-UNAP-PAY-DATE (WS-ITEM-SUB) TO UH-PAYMENT-DATE.
           MOVE WS-UNAP-CHECK (WS-ITEM-SUB)    TO UH-CHECK-NUMBER.
           MOVE WS-APPLY-CUST                  TO UH-CUST-NUMBER.
           MOVE WS-UNAP-AMOUNT (WS-ITEM-SUB)   TO UH-AMOUNT.
           MOVE UA-INVOICE-NUMBER              TO UH-INVOICE-NUMBER.
           MOVE UA-CLERK-ID                    TO UH-CLERK-ID.
           MOVE WS-PROCESSING-DATE             TO UH-REAPPLY-DATE.
           WRITE HISTORY-RECORD.

           IF NOT DFRUNDT-DRY-RUN
               MOVE SPACES              TO DF29-OA-RECORD
               MOVE WS-PROCESSING-DATE  TO DF29-OA-ACTIVITY-DATE
               MOVE 'DF29UAPP'          TO DF29-OA-PROGRAM-ID
               SET DF29-OA-PAYMENT      TO TRUE
               MOVE WS-APPLY-CUST       TO DF29-OA-CUST-NUMBER
               MOVE UA-INVOICE-NUMBER   TO DF29-OA-ITEM-NUMBER
               MOVE WS-UNAP-AMOUNT (WS-ITEM-SUB) TO DF29-OA-AMOUNT
               MOVE DF29BAL-LINEAGE-ID  TO DF29-OA-REFERENCE
               WRITE DF29-OA-RECORD
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REAPPLIED'            TO DL-DISPOSITION.
           MOVE WS-UNAP-PAY-DATE (WS-ITEM-SUB) TO DL-PAYMENT-DATE.
           MOVE WS-UNAP-CHECK (WS-ITEM-SUB)    TO DL-CHECK-NUMBER.
           MOVE WS-APPLY-CUST          TO DL-CUST-NUMBER.
           MOVE UA-INVOICE-NUMBER      TO DL-INVOICE-NUMBER.
           MOVE WS-UNAP-AMOUNT (WS-ITEM-SUB)   TO DL-AMOUNT.
           MOVE UA-CLERK-ID            TO DL-CLERK-ID.
           MOVE WS-UNAP-REASON (WS-ITEM-SUB)   TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** THE SUSPENSE FILE KEEPS ITS ORIGINAL ORDER, LESS THE
      **** ITEMS REAPPLIED THIS RUN.
       4000-REWRITE-SUSPENSE.

           OPEN OUTPUT SUSPENSE-OUT-FILE.

           IF WS-SUS-OUT-STATUS NOT = '00'
               DISPLAY 'DF29UAPP UNAPPLIED CASH FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-UNAP-SUB FROM 1 BY 1
                       UNTIL WS-UNAP-SUB > WS-UNAP-COUNT
               IF WS-UNAP-DONE-FLAG (WS-UNAP-SUB) = 'N'
                   MOVE SPACES          TO SUSPENSE-OUT-RECORD
                   MOVE WS-UNAP-PAY-DATE (WS-UNAP-SUB)
                                        TO SOR-PAYMENT-DATE
                   MOVE WS-UNAP-CHECK (WS-UNAP-SUB)
                                        TO SOR-CHECK-NUMBER
                   MOVE WS-UNAP-CUST (WS-UNAP-SUB)
                                        TO SOR-CUST-NUMBER
                   MOVE WS-UNAP-AMOUNT (WS-UNAP-SUB)
                                        TO SOR-AMOUNT
                   MOVE WS-UNAP-REASON (WS-UNAP-SUB)
                                        TO SOR-REASON
                   WRITE SUSPENSE-OUT-RECORD
                   ADD 1                TO WS-REMAINING-COUNT
                   ADD WS-UNAP-AMOUNT (WS-UNAP-SUB)
                                        TO WS-REMAINING-TOTAL
               END-IF
           END-PERFORM.

           CLOSE SUSPENSE-OUT-FILE.

       4000-EXIT. EXIT.

      **** ONE LINE PER ITEM STILL IN SUSPENSE, THEN A TOTAL PER
      **** BUCKET AND THE UNAPPLIED BALANCE THE BUCKETS ADD UP TO.
       4500-PRINT-AGING.

           INITIALIZE WS-BUCKET-TABLE.

           MOVE 'DF29UAPP - UNAPPLIED CASH AGING'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-AGING-HEADING.

           PERFORM VARYING WS-UNAP-SUB FROM 1 BY 1
                       UNTIL WS-UNAP-SUB > WS-UNAP-COUNT
               IF WS-UNAP-DONE-FLAG (WS-UNAP-SUB) = 'N'
                   PERFORM 4600-AGE-ONE-ITEM THRU 4600-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-NAME (WS-BUCKET-SUB)  TO BT-BUCKET
               MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO BT-COUNT
               MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO BT-AMOUNT
               MOVE WS-BUCKET-TOTAL-LINE TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE 'UNAPPLIED'            TO BT-BUCKET.
           MOVE WS-REMAINING-COUNT     TO BT-COUNT.
           MOVE WS-REMAINING-TOTAL     TO BT-AMOUNT.
           MOVE WS-BUCKET-TOTAL-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4500-EXIT. EXIT.

      **** AN ITEM WHOSE PAYMENT DATE WILL NOT CONVERT IS AGED IN
      **** THE OLDEST BUCKET SO IT CANNOT HIDE AS CURRENT.
       4600-AGE-ONE-ITEM.

           MOVE WS-UNAP-PAY-DATE (WS-UNAP-SUB) TO WS-DATE-WORK.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               COMPUTE WS-PAY-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               COMPUTE WS-ITEM-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-PAY-DATE-INTEGER
           ELSE
               MOVE 99999               TO WS-ITEM-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS NOT > 30
                   MOVE 1               TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE-DAYS NOT > 60
                   MOVE 2               TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE-DAYS NOT > 90
                   MOVE 3               TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4               TO WS-BUCKET-SUB
           END-EVALUATE.

           ADD 1                       TO WS-BUCKET-COUNT
                                                  (WS-BUCKET-SUB).
           ADD WS-UNAP-AMOUNT (WS-UNAP-SUB)
                                       TO WS-BUCKET-TOTAL
                                                  (WS-BUCKET-SUB).

           MOVE SPACES                 TO WS-AGING-LINE.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO AL-BUCKET.
           MOVE WS-UNAP-PAY-DATE (WS-UNAP-SUB) TO AL-PAYMENT-DATE.
           MOVE WS-UNAP-CHECK (WS-UNAP-SUB)    TO AL-CHECK-NUMBER.
           MOVE WS-UNAP-CUST (WS-UNAP-SUB)     TO AL-CUST-NUMBER.
           MOVE WS-UNAP-AMOUNT (WS-UNAP-SUB)   TO AL-AMOUNT.
           MOVE WS-ITEM-AGE-DAYS               TO AL-AGE-DAYS.
           MOVE WS-UNAP-REASON (WS-UNAP-SUB)   TO AL-REASON.
           MOVE WS-AGING-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4600-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
