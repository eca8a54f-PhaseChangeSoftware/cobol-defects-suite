       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29OIAP.

      *REMARKS:    NIGHTLY OPEN-ITEM RECEIVABLES RUN MAINTAINING THE
      *            DF29OPEN INVOICE-LEVEL LEDGER BESIDE THE DF29BALF
      *            BALANCE-FORWARD FILE AND PROVING THE TWO AGREE.

      ******************************************************************
      ****   DF29BALF KNOWS ONLY ONE BALANCE PER CUSTOMER, SO CASH  ****
      ****   COULD NOT BE APPLIED TO AN INVOICE AND AGING COULD     ****
      ****   ONLY GUESS FROM THE LAST ACTIVITY.  THIS RUN KEEPS THE ****
      ****   DF29OPEN OPEN-ITEM LEDGER (DF29OITM.CPY), ONE RECORD   ****
      ****   PER CUSTOMER AND ITEM NUMBER:                          ****
      ****                                                          ****
      ****     - SEEDS EVERY DF06IXRF INVOICE NOT YET ON THE        ****
      ****       LEDGER AS AN OPEN 'I' ITEM,                        ****
      ****     - APPLIES THE DF29OACT ACTIVITY (DF29OACT.CPY) THAT  ****
      ****       DF29CASH, DF29UAPP, DF29NSF, DF29FIN, DF29POST,    ****
      ****       DF29WOFF, DF29RFND, DF29ESCH AND DF03MRGE APPEND   ****
      ****       AS THEY MOVE BALANCES - PAYMENTS AND CREDITS GO TO ****
      ****       THE NAMED INVOICE, THEN OLDEST ITEM FIRST - AND    ****
      ****       EMPTIES THE ACTIVITY FILE,                         ****
      ****     - ON THE FIRST NIGHT (NO LEDGER ON FILE) TAKES ON    ****
      ****       WHATEVER OF EACH DF29BALF BALANCE THE ITEMS DO NOT ****
      ****       EXPLAIN AS A 'B' BALANCE-FORWARD ITEM,             ****
      ****     - PRINTS A TRUE INVOICE AGING - DAYS FROM ITEM DATE  ****
      ****       TO PROCESSING DATE INTO CURRENT (0-30), 31-60,     ****
      ****       61-90 AND OVER-90-DAY BUCKETS - WITH OPEN CREDITS  ****
      ****       SHOWN SEPARATELY,                                  ****
      ****     - RECONCILES THE SUM OF EACH CUSTOMER'S OPEN ITEMS   ****
      ****       AGAINST DF29BALF.  WHEN EVERY CUSTOMER AGREES      ****
      ****       DF29BALF IS REBUILT FROM THE LEDGER; OTHERWISE THE ****
      ****       DIFFERENCES ARE LISTED, DF29BALF IS LEFT ALONE AND ****
      ****       THE STEP ENDS WITH RC 4.                           ****
      ****                                                          ****
      ****   ITEMS PAID TO ZERO ARE KEPT, CLOSED, FOR A YEAR AFTER  ****
      ****   THEIR LAST ACTIVITY AND THEN PURGED.  UNDER A DRY-RUN  ****
      ****   WINDOW THE LEDGER AND BALANCE MASTER GO TO THEIR       ****
      ****   SHADOW COPIES AND THE ACTIVITY FILE IS KEPT.  A LEDGER ****
      ****   TOO BIG FOR THE TABLE STOPS THE RUN (RC 8) WITH        ****
      ****   NOTHING UPDATED.                                       ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   UPDATED ONLY THROUGH THE SHARED DF29BALA BALANCE-      ****
      ****   ACCESS ROUTINE.  THIS RUN BROWSES IT UNDER AN INQUIRY  ****
      ****   OPEN TO LOAD THE RECONCILIATION TABLE AND NO LONGER    ****
      ****   REWRITES IT: THE REBUILD WAS ONLY EVER DONE WHEN EVERY ****
      ****   CUSTOMER ALREADY AGREED WITH THE LEDGER, SO IT COULD   ****
      ****   NOT CHANGE A BALANCE.  A MASTER TOO BIG FOR THE TABLE  ****
      ****   NOW LEAVES THE RECONCILIATION UNPROVEN INSTEAD OF      ****
      ****   DROPPING CUSTOMERS FROM IT.                            ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPEN-ITEM-IN-FILE
                                   ASSIGN TO DF29OPEN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OI-IN-STATUS.

           SELECT OPEN-ITEM-OUT-FILE
                                   ASSIGN TO WS-OI-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OI-OUT-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT INVOICE-XREF-FILE
                                   ASSIGN TO DF06IXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-IXRF-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTJ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OPEN-ITEM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-ITEM-IN-RECORD.

       01  OPEN-ITEM-IN-RECORD         PIC X(80).

       FD  OPEN-ITEM-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-ITEM-OUT-RECORD.

       01  OPEN-ITEM-OUT-RECORD        PIC X(80).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  INVOICE-XREF-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS INVOICE-XREF-RECORD.

       01  INVOICE-XREF-RECORD.
           05  IX-INVOICE-NUMBER        PIC X(12).
           05  IX-CUST-NUMBER           PIC X(10).
           05  IX-INVOICE-DATE          PIC X(10).
           05  IX-INVOICE-TOTAL         PIC 9(09)V99.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OI-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-OI-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IXRF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-OI-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-OI-EOF                   VALUE 'Y'.

       01  WS-ACTIVITY-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-ACTIVITY-EOF             VALUE 'Y'.

       01  WS-IXRF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-IXRF-EOF                 VALUE 'Y'.


      **** NO LEDGER ON FILE MEANS THIS IS THE TAKE-ON NIGHT.
       01  WS-FIRST-RUN-FLAG           PIC X(01) VALUE 'N'.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
       01  WS-CUST-OVERFLOW-FLAG       PIC X(01) VALUE 'N'.

       COPY DF29OITM.

      **** THE WHOLE LEDGER IS HELD SO IT CAN BE APPLIED AND
      **** REWRITTEN IN ONE PASS.
       01  WS-ITEM-MAX                 PIC 9(04) VALUE 3000.
       01  WS-ITEM-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY           OCCURS 1 TO 3000 TIMES
                                       DEPENDING ON WS-ITEM-COUNT
                                       INDEXED BY WS-ITEM-IDX.
               10  WS-OI-CUST          PIC X(10).
               10  WS-OI-NUMBER        PIC X(12).
               10  WS-OI-TYPE          PIC X(01).
               10  WS-OI-DATE          PIC X(10).
               10  WS-OI-ORIGINAL      PIC S9(09)V99 COMP-3.
               10  WS-OI-OPEN          PIC S9(09)V99 COMP-3.
               10  WS-OI-LAST-DATE     PIC X(10).

       01  WS-ITEM-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-FOUND-ITEM               PIC 9(04) VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY           OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-CUSTOMER-COUNT
                                       ASCENDING KEY IS WS-CUST-NUMBER
                                       INDEXED BY WS-CUST-IDX.
               10  WS-CUST-NUMBER      PIC X(10).
               10  WS-CUST-BALANCE     PIC S9(09)V99 COMP-3.
               10  WS-CUST-LEDGER      PIC S9(09)V99 COMP-3.
               10  WS-CUST-ON-BALF     PIC X(01).

       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       COPY DF29BALC.
       01  WS-LOOK-CUST                PIC X(10) VALUE SPACES.
       01  WS-LOOK-NUMBER              PIC X(12) VALUE SPACES.

      **** WORK FIELDS FOR APPLYING ONE ACTIVITY RECORD.
       01  WS-REMAINING                PIC S9(09)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-APPLY-AMOUNT             PIC S9(09)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-NEW-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-NEW-DATE                 PIC X(10) VALUE SPACES.
       01  WS-NEW-AMOUNT               PIC S9(09)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-SURVIVOR                 PIC X(10) VALUE SPACES.
       01  WS-MOVED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ACTION-TEXT              PIC X(20) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-SEEDED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ACTIVITY-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-TAKE-ON-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-OUT-OF-BALANCE-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-BALF-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(11)V99 VALUE ZERO.

      **** AGING BUCKETS: 1 = CURRENT (0-30), 2 = 31-60, 3 = 61-90,
      **** 4 = OVER 90 DAYS FROM ITEM DATE TO PROCESSING DATE.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY         OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(06).
               10  WS-BUCKET-TOTAL     PIC S9(11)V99.

       01  WS-BUCKET-SUB               PIC 9(01) VALUE ZERO.

       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(12) VALUE 'CURRENT'.
           05  FILLER                  PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                  PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                  PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-NAME-TABLE        REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          OCCURS 4 TIMES PIC X(12).

       01  WS-ITEM-AGE-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-ITEM-DATE-INTEGER        PIC S9(09) VALUE ZERO.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.

      **** A CLOSED ITEM IS KEPT THIS MANY DAYS AFTER ITS LAST
      **** ACTIVITY BEFORE IT IS PURGED.
       01  WS-RETAIN-DAYS              PIC 9(03) VALUE 365.

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
       01  WS-OI-OUT-NAME              PIC X(09) VALUE 'DF29OPEN'.

       COPY DFRUNDT.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(22) VALUE 'ACTION'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(14) VALUE 'ITEM'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(39) VALUE '  NOTE'.

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ITEM-NUMBER          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ITEM-TYPE            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REFERENCE            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                  PIC X(14) VALUE 'BUCKET'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(14) VALUE 'ITEM'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(12) VALUE 'ITEM DATE'.
           05  FILLER                  PIC X(17) VALUE
                                       '        ORIGINAL'.
           05  FILLER                  PIC X(17) VALUE
                                       '            OPEN'.
           05  FILLER                  PIC X(41) VALUE '   DAYS'.

       01  WS-AGING-LINE.
           05  AL-BUCKET               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-ITEM-NUMBER          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-ITEM-TYPE            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  AL-ITEM-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-ORIGINAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-OPEN                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-AGE-DAYS             PIC -ZZZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-BUCKET-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'TOTAL'.
           05  BT-BUCKET               PIC X(14).
           05  FILLER                  PIC X(08) VALUE 'ITEMS ='.
           05  BT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
                                       '  AMOUNT ='.
           05  BT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-RECON-HEADING.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(19) VALUE
                                       '   DF29BALF BALANCE'.
           05  FILLER                  PIC X(19) VALUE
                                       '   OPEN ITEM TOTAL'.
           05  FILLER                  PIC X(19) VALUE
                                       '        DIFFERENCE'.
           05  FILLER                  PIC X(63) VALUE '  NOTE'.

       01  WS-RECON-LINE.
           05  RL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RL-LEDGER               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RL-DIFFERENCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-NOTE                 PIC X(30).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-RECON-TOTALS-LINE.
           05  FILLER                  PIC X(17) VALUE
                                       'DF29BALF TOTAL  ='.
           05  RT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17) VALUE
                                       '  OPEN ITEMS    ='.
           05  RT-LEDGER               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17) VALUE
                                       '  OUT OF BALANCE='.
           05  RT-OUT-OF-BALANCE       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29OIAP START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2300-LOAD-OPEN-ITEMS THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29OIAP DF29OPEN HOLDS MORE THAN ' WS-ITEM-MAX
                       ' ITEMS - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29OIAP - OPEN-ITEM ACTIVITY REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-REGISTER-HEADING.

       1000-SEED-INVOICES.

           PERFORM 2600-SEED-FROM-INVOICES THRU 2600-EXIT.

       1000-APPLY-ACTIVITY.

           OPEN INPUT ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               DISPLAY 'DF29OIAP NO OPEN-ITEM ACTIVITY ON HAND'
                                               UPON CONSOLE
           ELSE
               PERFORM UNTIL WS-ACTIVITY-EOF
                          OR WS-OVERFLOW-FLAG = 'Y'
                   READ ACTIVITY-FILE
                       AT END
                           SET WS-ACTIVITY-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-APPLY-ONE-ACTIVITY
                                                   THRU 3000-EXIT
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

       1000-TAKE-ON-BALANCES.

           IF WS-FIRST-RUN-FLAG = 'Y'
               PERFORM 3900-TAKE-ON-BALANCES THRU 3900-EXIT
           END-IF.

      **** A TABLE OVERFLOW PART-WAY THROUGH LEAVES THE LEDGER, THE
      **** BALANCE MASTER AND THE ACTIVITY FILE EXACTLY AS THEY WERE
      **** SO THE NIGHT CAN BE RERUN ONCE THE TABLE IS ENLARGED.
           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29OIAP OPEN-ITEM TABLE FULL AT '
                       WS-ITEM-MAX ' ITEMS - NOTHING UPDATED'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               PERFORM 8300-RPT-WRITE-FOOTER
               CLOSE REPORT-FILE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-AGE-AND-RECONCILE.

           PERFORM 4000-REWRITE-OPEN-ITEMS THRU 4000-EXIT.

      **** THE ACTIVITY IS EMPTIED ONLY ONCE IT IS SAFELY ON THE
      **** LEDGER, AND NEVER UNDER A DRY-RUN.
           IF NOT DFRUNDT-DRY-RUN
              AND WS-ACTIVITY-STATUS = '00'
              AND WS-OI-OUT-STATUS = '00'
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
           END-IF.

           PERFORM 4500-PRINT-AGING THRU 4500-EXIT.

           PERFORM 4800-RECONCILE THRU 4800-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-OUT-OF-BALANCE-COUNT NOT = ZERO
               DISPLAY 'DF29OIAP LEDGER DOES NOT AGREE WITH DF29BALF'
                                               UPON CONSOLE
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF29OIAP INVOICES SEEDED    = ' WS-SEEDED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP ACTIVITY APPLIED   = ' WS-ACTIVITY-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP ACTIVITY REJECTED  = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP BALANCES TAKEN ON  = ' WS-TAKE-ON-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP CLOSED ITEMS PURGED = ' WS-PURGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP ITEMS ON LEDGER    = ' WS-WRITTEN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP OUT OF BALANCE     = '
                                               WS-OUT-OF-BALANCE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29OIAP END OF JOB' UPON CONSOLE.

           GOBACK.

      **** ITEMS ARE AGED, AND ACTIVITY STAMPED, AS OF THE OFFICIAL
      **** PROCESSING DATE FROM THE RUN CONTROL.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29OPENS'     TO WS-OI-OUT-NAME
                   DISPLAY 'DF29OIAP SIMULATION - LEDGER AND BALANCES '
                           'GO TO SHADOW COPIES' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29OIAP NO RUN CONTROL SET - USING SYSTEM '
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

       2000-LOAD-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29OIAP'             TO DF29BAL-PROGRAM-ID.
           MOVE 'I'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29OIAP BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29OIAP NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

           MOVE 'B'                    TO DF29BAL-FUNCTION.
           MOVE LOW-VALUES             TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           PERFORM UNTIL DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'N'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               IF DF29BAL-RETURN-CODE = '00'
                   IF WS-CUSTOMER-COUNT < 500
                       ADD 1 TO WS-CUSTOMER-COUNT
                       MOVE DF29BAL-CUST-NUMBER
                           TO WS-CUST-NUMBER (WS-CUSTOMER-COUNT)
                       MOVE DF29BAL-PRIOR-BALANCE
                           TO WS-CUST-BALANCE (WS-CUSTOMER-COUNT)
                       MOVE ZERO
                           TO WS-CUST-LEDGER (WS-CUSTOMER-COUNT)
                       MOVE 'Y'
                           TO WS-CUST-ON-BALF (WS-CUSTOMER-COUNT)
                   ELSE
                       MOVE 'Y'         TO WS-CUST-OVERFLOW-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT DF29BAL-END-OF-BROWSE
               DISPLAY 'DF29OIAP BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               MOVE 'C'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               MOVE '93'                TO DF29BAL-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF WS-CUST-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29OIAP MORE THAN 500 CUSTOMERS ON DF29BALF'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2300-LOAD-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-IN-FILE.

           IF WS-OI-IN-STATUS NOT = '00'
               DISPLAY 'DF29OIAP NO OPEN-ITEM LEDGER ON FILE - '
                       'TAKING ON DF29BALF BALANCES' UPON CONSOLE
               MOVE 'Y'                 TO WS-FIRST-RUN-FLAG
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-OI-EOF
               READ OPEN-ITEM-IN-FILE  INTO DF29-OI-RECORD
                   AT END
                       SET WS-OI-EOF TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT < WS-ITEM-MAX
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE DF29-OI-CUST-NUMBER
                               TO WS-OI-CUST (WS-ITEM-COUNT)
                           MOVE DF29-OI-ITEM-NUMBER
                               TO WS-OI-NUMBER (WS-ITEM-COUNT)
                           MOVE DF29-OI-ITEM-TYPE
                               TO WS-OI-TYPE (WS-ITEM-COUNT)
                           MOVE DF29-OI-ITEM-DATE
                               TO WS-OI-DATE (WS-ITEM-COUNT)
                           MOVE DF29-OI-ORIGINAL-AMOUNT
                               TO WS-OI-ORIGINAL (WS-ITEM-COUNT)
                           MOVE DF29-OI-OPEN-AMOUNT
                               TO WS-OI-OPEN (WS-ITEM-COUNT)
                           MOVE DF29-OI-LAST-ACTIVITY
                               TO WS-OI-LAST-DATE (WS-ITEM-COUNT)
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPEN-ITEM-IN-FILE.

       2300-EXIT. EXIT.

      **** DF06IXRF HOLDS THE LATEST DF06INV RUN'S INVOICES.  ONE
      **** ALREADY ON THE LEDGER, OPEN OR CLOSED, IS NOT SEEDED AGAIN.
       2600-SEED-FROM-INVOICES.

           OPEN INPUT INVOICE-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00'
               DISPLAY 'DF29OIAP NO INVOICE REGISTER - NO INVOICES '
                       'SEEDED' UPON CONSOLE
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-IXRF-EOF
                      OR WS-OVERFLOW-FLAG = 'Y'
               READ INVOICE-XREF-FILE
                   AT END
                       SET WS-IXRF-EOF TO TRUE
                   NOT AT END
                       PERFORM 2700-SEED-ONE-INVOICE THRU 2700-EXIT
               END-READ
           END-PERFORM.

           CLOSE INVOICE-XREF-FILE.

       2600-EXIT. EXIT.

       2700-SEED-ONE-INVOICE.

           MOVE IX-CUST-NUMBER         TO WS-LOOK-CUST.
           MOVE IX-INVOICE-NUMBER      TO WS-LOOK-NUMBER.
           PERFORM 3500-FIND-ITEM THRU 3500-EXIT.

           IF WS-FOUND-ITEM NOT = ZERO
               GO TO 2700-EXIT
           END-IF.

           MOVE 'I'                    TO WS-NEW-TYPE.
           MOVE IX-INVOICE-DATE        TO WS-NEW-DATE.
           MOVE IX-INVOICE-TOTAL       TO WS-NEW-AMOUNT.
           PERFORM 3600-ADD-ITEM THRU 3600-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               GO TO 2700-EXIT
           END-IF.

           ADD 1                       TO WS-SEEDED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'INVOICE SEEDED'       TO DL-ACTION.
           MOVE IX-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE IX-INVOICE-NUMBER      TO DL-ITEM-NUMBER.
           MOVE 'I'                    TO DL-ITEM-TYPE.
           MOVE 'DF06INV'              TO DL-PROGRAM-ID.
           MOVE IX-INVOICE-TOTAL       TO DL-AMOUNT.
           MOVE IX-INVOICE-DATE        TO DL-NOTE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2700-EXIT. EXIT.

       3000-APPLY-ONE-ACTIVITY.

           ADD 1                       TO WS-ACTIVITY-COUNT.

           EVALUATE TRUE
               WHEN DF29-OA-NEW-ITEM
                   PERFORM 3100-NEW-DEBIT-ITEM THRU 3100-EXIT
               WHEN DF29-OA-PAYMENT
                   MOVE 'PAYMENT APPLIED'   TO WS-ACTION-TEXT
                   PERFORM 3200-APPLY-CREDIT THRU 3200-EXIT
               WHEN DF29-OA-CREDIT
                   MOVE 'CREDIT APPLIED'    TO WS-ACTION-TEXT
                   PERFORM 3200-APPLY-CREDIT THRU 3200-EXIT
               WHEN DF29-OA-REFUND
                   PERFORM 3400-APPLY-DEBIT THRU 3400-EXIT
               WHEN DF29-OA-MERGE
                   PERFORM 3700-MERGE-CUSTOMER THRU 3700-EXIT
               WHEN OTHER
                   SUBTRACT 1           FROM WS-ACTIVITY-COUNT
                   MOVE 'ACTION CODE NOT RECOGNIZED' TO WS-REJECT-REASON
                   PERFORM 3800-REJECT-ACTIVITY
           END-EVALUATE.

       3000-EXIT. EXIT.

      **** A NEW DEBIT ITEM THAT IS ALREADY ON THE LEDGER IS TAKEN AS
      **** A REPEATED ACTIVITY RECORD AND IS NOT ADDED TWICE.
       3100-NEW-DEBIT-ITEM.

           MOVE DF29-OA-CUST-NUMBER    TO WS-LOOK-CUST.
           MOVE DF29-OA-ITEM-NUMBER    TO WS-LOOK-NUMBER.
           PERFORM 3500-FIND-ITEM THRU 3500-EXIT.

           IF WS-FOUND-ITEM NOT = ZERO
               SUBTRACT 1               FROM WS-ACTIVITY-COUNT
               MOVE 'ITEM ALREADY ON LEDGER' TO WS-REJECT-REASON
               PERFORM 3800-REJECT-ACTIVITY
               GO TO 3100-EXIT
           END-IF.

           MOVE DF29-OA-ITEM-TYPE      TO WS-NEW-TYPE.
           MOVE DF29-OA-ACTIVITY-DATE  TO WS-NEW-DATE.
           MOVE DF29-OA-AMOUNT         TO WS-NEW-AMOUNT.
           PERFORM 3600-ADD-ITEM THRU 3600-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               GO TO 3100-EXIT
           END-IF.

           MOVE 'NEW ITEM'             TO WS-ACTION-TEXT.
           MOVE DF29-OA-AMOUNT         TO WS-APPLY-AMOUNT.
           PERFORM 3850-WRITE-ACTIVITY-LINE.

       3100-EXIT. EXIT.

      **** A PAYMENT OR CREDIT GOES FIRST TO THE ITEM IT NAMES, THEN
      **** TO THE CUSTOMER'S OLDEST OPEN DEBIT ITEMS.  WHATEVER IS
      **** LEFT OVER IS CARRIED AS AN UNAPPLIED CREDIT ITEM.
       3200-APPLY-CREDIT.

           MOVE DF29-OA-AMOUNT         TO WS-REMAINING.
           MOVE DF29-OA-CUST-NUMBER    TO WS-LOOK-CUST.

           IF DF29-OA-ITEM-NUMBER NOT = SPACES
               MOVE DF29-OA-ITEM-NUMBER TO WS-LOOK-NUMBER
               PERFORM 3500-FIND-ITEM THRU 3500-EXIT
               IF WS-FOUND-ITEM NOT = ZERO
                  AND WS-OI-OPEN (WS-FOUND-ITEM) > ZERO
                   PERFORM 3300-CREDIT-ONE-ITEM
               ELSE
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE 'NAMED ITEM NOT OPEN' TO DL-ACTION
                   MOVE DF29-OA-CUST-NUMBER   TO DL-CUST-NUMBER
                   MOVE DF29-OA-ITEM-NUMBER   TO DL-ITEM-NUMBER
                   MOVE DF29-OA-PROGRAM-ID    TO DL-PROGRAM-ID
                   MOVE DF29-OA-REFERENCE     TO DL-REFERENCE
                   MOVE 'APPLIED OLDEST ITEM FIRST' TO DL-NOTE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-IF.

           MOVE 1                      TO WS-FOUND-ITEM.

           PERFORM UNTIL WS-REMAINING = ZERO
                      OR WS-FOUND-ITEM = ZERO
               PERFORM 3550-FIND-OLDEST-DEBIT THRU 3550-EXIT
               IF WS-FOUND-ITEM NOT = ZERO
                   PERFORM 3300-CREDIT-ONE-ITEM
               END-IF
           END-PERFORM.

           IF WS-REMAINING = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE DF29-OA-REFERENCE      TO WS-LOOK-NUMBER.
           PERFORM 3500-FIND-ITEM THRU 3500-EXIT.

           IF WS-FOUND-ITEM NOT = ZERO
              AND WS-OI-TYPE (WS-FOUND-ITEM) = 'U'
               SUBTRACT WS-REMAINING    FROM WS-OI-ORIGINAL
                                                  (WS-FOUND-ITEM)
               SUBTRACT WS-REMAINING    FROM WS-OI-OPEN
                                                  (WS-FOUND-ITEM)
               MOVE DF29-OA-ACTIVITY-DATE
                                        TO WS-OI-LAST-DATE
                                                  (WS-FOUND-ITEM)
           ELSE
               MOVE 'U'                 TO WS-NEW-TYPE
               MOVE DF29-OA-ACTIVITY-DATE TO WS-NEW-DATE
               COMPUTE WS-NEW-AMOUNT = ZERO - WS-REMAINING
               PERFORM 3600-ADD-ITEM THRU 3600-EXIT
           END-IF.

           IF WS-OVERFLOW-FLAG = 'Y'
               GO TO 3200-EXIT
           END-IF.

           MOVE 'UNAPPLIED CREDIT'     TO WS-ACTION-TEXT.
           COMPUTE WS-APPLY-AMOUNT = ZERO - WS-REMAINING.
           MOVE DF29-OA-REFERENCE      TO WS-LOOK-NUMBER.
           PERFORM 3850-WRITE-ACTIVITY-LINE.

       3200-EXIT. EXIT.

      **** TAKE AS MUCH OF THE REMAINING CREDIT AS THE ITEM AT
      **** WS-FOUND-ITEM STILL HAS OPEN.
       3300-CREDIT-ONE-ITEM.

           IF WS-REMAINING < WS-OI-OPEN (WS-FOUND-ITEM)
               MOVE WS-REMAINING        TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-OI-OPEN (WS-FOUND-ITEM) TO WS-APPLY-AMOUNT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT    FROM WS-OI-OPEN (WS-FOUND-ITEM).
           SUBTRACT WS-APPLY-AMOUNT    FROM WS-REMAINING.
           MOVE DF29-OA-ACTIVITY-DATE  TO WS-OI-LAST-DATE
                                                  (WS-FOUND-ITEM).

           MOVE WS-OI-NUMBER (WS-FOUND-ITEM) TO WS-LOOK-NUMBER.
           PERFORM 3850-WRITE-ACTIVITY-LINE.

      **** A REFUND OR ESCHEAT PAYS OUT A CREDIT, SO IT BRINGS THE
      **** OLDEST OPEN CREDIT ITEMS BACK UP TOWARD ZERO.  ANYTHING
      **** BEYOND THE CUSTOMER'S OPEN CREDITS IS CARRIED AS A DEBIT.
       3400-APPLY-DEBIT.

           MOVE DF29-OA-AMOUNT         TO WS-REMAINING.
           MOVE DF29-OA-CUST-NUMBER    TO WS-LOOK-CUST.
           MOVE 'CREDIT PAID OUT'      TO WS-ACTION-TEXT.
           MOVE 1                      TO WS-FOUND-ITEM.

           PERFORM UNTIL WS-REMAINING = ZERO
                      OR WS-FOUND-ITEM = ZERO
               PERFORM 3560-FIND-OLDEST-CREDIT THRU 3560-EXIT
               IF WS-FOUND-ITEM NOT = ZERO
                   IF WS-REMAINING < ZERO - WS-OI-OPEN (WS-FOUND-ITEM)
                       MOVE WS-REMAINING TO WS-APPLY-AMOUNT
                   ELSE
                       COMPUTE WS-APPLY-AMOUNT =
                               ZERO - WS-OI-OPEN (WS-FOUND-ITEM)
                   END-IF
                   ADD WS-APPLY-AMOUNT  TO WS-OI-OPEN (WS-FOUND-ITEM)
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
                   MOVE DF29-OA-ACTIVITY-DATE
                                        TO WS-OI-LAST-DATE
                                                  (WS-FOUND-ITEM)
                   MOVE WS-OI-NUMBER (WS-FOUND-ITEM) TO WS-LOOK-NUMBER
                   PERFORM 3850-WRITE-ACTIVITY-LINE
               END-IF
           END-PERFORM.

           IF WS-REMAINING = ZERO
               GO TO 3400-EXIT
           END-IF.

           MOVE DF29-OA-REFERENCE      TO WS-LOOK-NUMBER.
           PERFORM 3500-FIND-ITEM THRU 3500-EXIT.

           IF WS-FOUND-ITEM NOT = ZERO
              AND WS-OI-TYPE (WS-FOUND-ITEM) = 'D'
               ADD WS-REMAINING         TO WS-OI-ORIGINAL
                                                  (WS-FOUND-ITEM)
               ADD WS-REMAINING         TO WS-OI-OPEN (WS-FOUND-ITEM)
               MOVE DF29-OA-ACTIVITY-DATE
                                        TO WS-OI-LAST-DATE
                                                  (WS-FOUND-ITEM)
           ELSE
               MOVE 'D'                 TO WS-NEW-TYPE
               MOVE DF29-OA-ACTIVITY-DATE TO WS-NEW-DATE
               MOVE WS-REMAINING        TO WS-NEW-AMOUNT
               PERFORM 3600-ADD-ITEM THRU 3600-EXIT
           END-IF.

           IF WS-OVERFLOW-FLAG = 'Y'
               GO TO 3400-EXIT
           END-IF.

           MOVE 'DEBIT RAISED'         TO WS-ACTION-TEXT.
           MOVE WS-REMAINING           TO WS-APPLY-AMOUNT.
           MOVE DF29-OA-REFERENCE      TO WS-LOOK-NUMBER.
           PERFORM 3850-WRITE-ACTIVITY-LINE.

       3400-EXIT. EXIT.

       3500-FIND-ITEM.

           MOVE ZERO                   TO WS-FOUND-ITEM.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                          OR WS-FOUND-ITEM NOT = ZERO
               IF WS-OI-CUST (WS-ITEM-SUB) = WS-LOOK-CUST
                  AND WS-OI-NUMBER (WS-ITEM-SUB) = WS-LOOK-NUMBER
                   MOVE WS-ITEM-SUB     TO WS-FOUND-ITEM
               END-IF
           END-PERFORM.

       3500-EXIT. EXIT.

      **** OLDEST BY ITEM DATE; ITEMS OF THE SAME DATE GO IN ITEM
      **** NUMBER ORDER.
       3550-FIND-OLDEST-DEBIT.

           MOVE ZERO                   TO WS-FOUND-ITEM.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-OI-CUST (WS-ITEM-SUB) = WS-LOOK-CUST
                  AND WS-OI-OPEN (WS-ITEM-SUB) > ZERO
                   IF WS-FOUND-ITEM = ZERO
                       MOVE WS-ITEM-SUB TO WS-FOUND-ITEM
                   ELSE
                       IF WS-OI-DATE (WS-ITEM-SUB) <
                                        WS-OI-DATE (WS-FOUND-ITEM)
                          OR (WS-OI-DATE (WS-ITEM-SUB) =
                                        WS-OI-DATE (WS-FOUND-ITEM)
                              AND WS-OI-NUMBER (WS-ITEM-SUB) <
                                        WS-OI-NUMBER (WS-FOUND-ITEM))
                           MOVE WS-ITEM-SUB TO WS-FOUND-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3550-EXIT. EXIT.

       3560-FIND-OLDEST-CREDIT.

           MOVE ZERO                   TO WS-FOUND-ITEM.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-OI-CUST (WS-ITEM-SUB) = WS-LOOK-CUST
                  AND WS-OI-OPEN (WS-ITEM-SUB) < ZERO
                   IF WS-FOUND-ITEM = ZERO
                       MOVE WS-ITEM-SUB TO WS-FOUND-ITEM
                   ELSE
                       IF WS-OI-DATE (WS-ITEM-SUB) <
                                        WS-OI-DATE (WS-FOUND-ITEM)
                          OR (WS-OI-DATE (WS-ITEM-SUB) =
                                        WS-OI-DATE (WS-FOUND-ITEM)
                              AND WS-OI-NUMBER (WS-ITEM-SUB) <
                                        WS-OI-NUMBER (WS-FOUND-ITEM))
                           MOVE WS-ITEM-SUB TO WS-FOUND-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3560-EXIT. EXIT.

      **** ADDS WS-LOOK-CUST / WS-LOOK-NUMBER AS A NEW ITEM OF TYPE
      **** WS-NEW-TYPE, DATED WS-NEW-DATE, FOR WS-NEW-AMOUNT.
       3600-ADD-ITEM.

           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 3600-EXIT
           END-IF.

           ADD 1                       TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT          TO WS-FOUND-ITEM.
           MOVE WS-LOOK-CUST           TO WS-OI-CUST (WS-ITEM-COUNT).
           MOVE WS-LOOK-NUMBER         TO WS-OI-NUMBER (WS-ITEM-COUNT).
           MOVE WS-NEW-TYPE            TO WS-OI-TYPE (WS-ITEM-COUNT).
           MOVE WS-NEW-DATE            TO WS-OI-DATE (WS-ITEM-COUNT).
           MOVE WS-NEW-AMOUNT          TO WS-OI-ORIGINAL
                                                  (WS-ITEM-COUNT).
           MOVE WS-NEW-AMOUNT          TO WS-OI-OPEN (WS-ITEM-COUNT).
           MOVE WS-PROCESSING-DATE     TO WS-OI-LAST-DATE
                                                  (WS-ITEM-COUNT).

       3600-EXIT. EXIT.

      **** EVERY ITEM OF THE MERGED-AWAY CUSTOMER MOVES, OPEN OR
      **** CLOSED, TO THE SURVIVING CUSTOMER NUMBER.
       3700-MERGE-CUSTOMER.

           MOVE DF29-OA-REFERENCE (1:10) TO WS-SURVIVOR.
           MOVE ZERO                   TO WS-MOVED-COUNT.

           IF WS-SURVIVOR = SPACES
              OR WS-SURVIVOR = DF29-OA-CUST-NUMBER
               SUBTRACT 1               FROM WS-ACTIVITY-COUNT
               MOVE 'NO SURVIVING CUSTOMER GIVEN' TO WS-REJECT-REASON
               PERFORM 3800-REJECT-ACTIVITY
               GO TO 3700-EXIT
           END-IF.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-OI-CUST (WS-ITEM-SUB) = DF29-OA-CUST-NUMBER
                   MOVE WS-SURVIVOR     TO WS-OI-CUST (WS-ITEM-SUB)
                   MOVE DF29-OA-ACTIVITY-DATE
                                        TO WS-OI-LAST-DATE
                                                  (WS-ITEM-SUB)
                   ADD 1                TO WS-MOVED-COUNT
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'ITEMS MERGED'         TO DL-ACTION.
           MOVE DF29-OA-CUST-NUMBER    TO DL-CUST-NUMBER.
           MOVE DF29-OA-PROGRAM-ID     TO DL-PROGRAM-ID.
           MOVE DF29-OA-REFERENCE      TO DL-REFERENCE.
           MOVE ZERO                   TO DL-AMOUNT.
           STRING WS-MOVED-COUNT ' ITEMS TO ' WS-SURVIVOR
                  DELIMITED BY SIZE
                  INTO DL-NOTE
           END-STRING.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3700-EXIT. EXIT.

       3800-REJECT-ACTIVITY.

           ADD 1                       TO WS-REJECTED-COUNT.

           IF RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-ACTION.
           MOVE DF29-OA-CUST-NUMBER    TO DL-CUST-NUMBER.
           MOVE DF29-OA-ITEM-NUMBER    TO DL-ITEM-NUMBER.
           MOVE DF29-OA-ITEM-TYPE      TO DL-ITEM-TYPE.
           MOVE DF29-OA-PROGRAM-ID     TO DL-PROGRAM-ID.
           MOVE DF29-OA-REFERENCE      TO DL-REFERENCE.
           MOVE DF29-OA-AMOUNT         TO DL-AMOUNT.
           MOVE WS-REJECT-REASON       TO DL-NOTE.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** ONE REGISTER LINE PER ITEM TOUCHED: WS-ACTION-TEXT AGAINST
      **** WS-LOOK-CUST / WS-LOOK-NUMBER FOR WS-APPLY-AMOUNT.
       3850-WRITE-ACTIVITY-LINE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-ACTION-TEXT         TO DL-ACTION.
           MOVE WS-LOOK-CUST           TO DL-CUST-NUMBER.
           MOVE WS-LOOK-NUMBER         TO DL-ITEM-NUMBER.
           MOVE WS-OI-TYPE (WS-FOUND-ITEM) TO DL-ITEM-TYPE.
           MOVE DF29-OA-PROGRAM-ID     TO DL-PROGRAM-ID.
           MOVE DF29-OA-REFERENCE      TO DL-REFERENCE.
           MOVE WS-APPLY-AMOUNT        TO DL-AMOUNT.
           IF WS-OI-OPEN (WS-FOUND-ITEM) = ZERO
               MOVE 'ITEM CLOSED'       TO DL-NOTE
           END-IF.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** THE TAKE-ON NIGHT: WHATEVER OF A CUSTOMER'S DF29BALF
      **** BALANCE THE SEEDED AND APPLIED ITEMS DO NOT EXPLAIN IS
      **** CARRIED AS ONE BALANCE-FORWARD ITEM DATED TODAY, SO THE
      **** LEDGER AGREES WITH DF29BALF FROM THE FIRST NIGHT ON.
       3900-TAKE-ON-BALANCES.

           PERFORM 4900-SUM-LEDGER-BY-CUSTOMER THRU 4900-EXIT.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                          OR WS-OVERFLOW-FLAG = 'Y'
               IF WS-CUST-BALANCE (WS-CUST-IDX) NOT =
                                        WS-CUST-LEDGER (WS-CUST-IDX)
                   MOVE WS-CUST-NUMBER (WS-CUST-IDX) TO WS-LOOK-CUST
                   MOVE 'BALANCE FWD'   TO WS-LOOK-NUMBER
                   MOVE 'B'             TO WS-NEW-TYPE
                   MOVE WS-PROCESSING-DATE TO WS-NEW-DATE
                   COMPUTE WS-NEW-AMOUNT =
                               WS-CUST-BALANCE (WS-CUST-IDX)
                             - WS-CUST-LEDGER (WS-CUST-IDX)
                   PERFORM 3600-ADD-ITEM THRU 3600-EXIT
                   ADD 1                TO WS-TAKE-ON-COUNT
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE 'BALANCE TAKEN ON' TO DL-ACTION
                   MOVE WS-LOOK-CUST    TO DL-CUST-NUMBER
                   MOVE WS-LOOK-NUMBER  TO DL-ITEM-NUMBER
                   MOVE 'B'             TO DL-ITEM-TYPE
                   MOVE 'DF29BALF'      TO DL-PROGRAM-ID
                   MOVE WS-NEW-AMOUNT   TO DL-AMOUNT
                   MOVE 'UNEXPLAINED BY OPEN ITEMS' TO DL-NOTE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

       3900-EXIT. EXIT.

      **** THE LEDGER IS WRITTEN IN CUSTOMER AND ITEM-NUMBER ORDER,
      **** LESS CLOSED ITEMS PAST THEIR RETENTION.
       4000-REWRITE-OPEN-ITEMS.

           IF WS-ITEM-COUNT > 1
               SORT WS-ITEM-ENTRY
                   ASCENDING KEY WS-OI-CUST WS-OI-NUMBER
           END-IF.

           OPEN OUTPUT OPEN-ITEM-OUT-FILE.

           IF WS-OI-OUT-STATUS NOT = '00'
               DISPLAY 'DF29OIAP OPEN-ITEM LEDGER OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
           END-PERFORM.

           CLOSE OPEN-ITEM-OUT-FILE.

       4000-EXIT. EXIT.

       4100-WRITE-ONE-ITEM.

           IF WS-OI-OPEN (WS-ITEM-SUB) = ZERO
               MOVE WS-OI-LAST-DATE (WS-ITEM-SUB) TO WS-DATE-WORK
               PERFORM 4700-DAYS-SINCE-DATE THRU 4700-EXIT
               IF WS-ITEM-AGE-DAYS > WS-RETAIN-DAYS
                   ADD 1                TO WS-PURGED-COUNT
                   GO TO 4100-EXIT
               END-IF
           END-IF.

           MOVE SPACES                 TO DF29-OI-RECORD.
           MOVE WS-OI-CUST (WS-ITEM-SUB)     TO DF29-OI-CUST-NUMBER.
           MOVE WS-OI-NUMBER (WS-ITEM-SUB)   TO DF29-OI-ITEM-NUMBER.
           MOVE WS-OI-TYPE (WS-ITEM-SUB)     TO DF29-OI-ITEM-TYPE.
           MOVE WS-OI-DATE (WS-ITEM-SUB)     TO DF29-OI-ITEM-DATE.
           MOVE WS-OI-ORIGINAL (WS-ITEM-SUB) TO DF29-OI-ORIGINAL-AMOUNT.
           MOVE WS-OI-OPEN (WS-ITEM-SUB)     TO DF29-OI-OPEN-AMOUNT.
           MOVE WS-OI-LAST-DATE (WS-ITEM-SUB)
                                        TO DF29-OI-LAST-ACTIVITY.
           WRITE OPEN-ITEM-OUT-RECORD  FROM DF29-OI-RECORD.
           ADD 1                       TO WS-WRITTEN-COUNT.

       4100-EXIT. EXIT.

      **** ONE LINE PER OPEN DEBIT ITEM, A TOTAL PER BUCKET, AND THE
      **** OPEN CREDITS THAT STAND AGAINST THEM.
       4500-PRINT-AGING.

           INITIALIZE WS-BUCKET-TABLE.

           MOVE 'DF29OIAP - OPEN-ITEM INVOICE AGING'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-AGING-HEADING.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-OI-OPEN (WS-ITEM-SUB) > ZERO
                   PERFORM 4600-AGE-ONE-ITEM THRU 4600-EXIT
               END-IF
               IF WS-OI-OPEN (WS-ITEM-SUB) < ZERO
                   ADD 1                TO WS-CREDIT-COUNT
                   ADD WS-OI-OPEN (WS-ITEM-SUB) TO WS-CREDIT-TOTAL
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

           MOVE 'OPEN DEBITS'          TO BT-BUCKET.
           MOVE WS-DEBIT-COUNT         TO BT-COUNT.
           MOVE WS-DEBIT-TOTAL         TO BT-AMOUNT.
           MOVE WS-BUCKET-TOTAL-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'OPEN CREDITS'         TO BT-BUCKET.
           MOVE WS-CREDIT-COUNT        TO BT-COUNT.
           MOVE WS-CREDIT-TOTAL        TO BT-AMOUNT.
           MOVE WS-BUCKET-TOTAL-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4500-EXIT. EXIT.

       4600-AGE-ONE-ITEM.

           MOVE WS-OI-DATE (WS-ITEM-SUB) TO WS-DATE-WORK.
           PERFORM 4700-DAYS-SINCE-DATE THRU 4700-EXIT.

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
           ADD WS-OI-OPEN (WS-ITEM-SUB) TO WS-BUCKET-TOTAL
                                                  (WS-BUCKET-SUB).
           ADD 1                       TO WS-DEBIT-COUNT.
           ADD WS-OI-OPEN (WS-ITEM-SUB) TO WS-DEBIT-TOTAL.

           MOVE SPACES                 TO WS-AGING-LINE.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO AL-BUCKET.
           MOVE WS-OI-CUST (WS-ITEM-SUB)       TO AL-CUST-NUMBER.
           MOVE WS-OI-NUMBER (WS-ITEM-SUB)     TO AL-ITEM-NUMBER.
           MOVE WS-OI-TYPE (WS-ITEM-SUB)       TO AL-ITEM-TYPE.
           MOVE WS-OI-DATE (WS-ITEM-SUB)       TO AL-ITEM-DATE.
           MOVE WS-OI-ORIGINAL (WS-ITEM-SUB)   TO AL-ORIGINAL.
           MOVE WS-OI-OPEN (WS-ITEM-SUB)       TO AL-OPEN.
           MOVE WS-ITEM-AGE-DAYS               TO AL-AGE-DAYS.
           MOVE WS-AGING-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4600-EXIT. EXIT.

      **** DAYS FROM WS-DATE-WORK TO THE PROCESSING DATE.  A DATE
      **** THAT WILL NOT CONVERT AGES IN THE OLDEST BUCKET SO IT
      **** CANNOT HIDE AS CURRENT.
       4700-DAYS-SINCE-DATE.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               COMPUTE WS-ITEM-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               COMPUTE WS-ITEM-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-ITEM-DATE-INTEGER
           ELSE
               MOVE 99999               TO WS-ITEM-AGE-DAYS
           END-IF.

       4700-EXIT. EXIT.

      **** EVERY CUSTOMER'S OPEN ITEMS MUST ADD UP TO ITS DF29BALF
      **** BALANCE.  ONLY THE CUSTOMERS THAT DO NOT ARE LISTED.
       4800-RECONCILE.

           MOVE 'DF29OIAP - LEDGER TO BALANCE RECONCILE'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-RECON-HEADING.

           PERFORM 4900-SUM-LEDGER-BY-CUSTOMER THRU 4900-EXIT.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               ADD WS-CUST-BALANCE (WS-CUST-IDX) TO WS-BALF-TOTAL
               ADD WS-CUST-LEDGER (WS-CUST-IDX)  TO WS-LEDGER-TOTAL
               IF WS-CUST-BALANCE (WS-CUST-IDX) NOT =
                                        WS-CUST-LEDGER (WS-CUST-IDX)
                   ADD 1                TO WS-OUT-OF-BALANCE-COUNT
                   MOVE SPACES          TO WS-RECON-LINE
                   MOVE WS-CUST-NUMBER (WS-CUST-IDX) TO RL-CUST-NUMBER
                   MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO RL-BALANCE
                   MOVE WS-CUST-LEDGER (WS-CUST-IDX)  TO RL-LEDGER
                   COMPUTE RL-DIFFERENCE =
                               WS-CUST-BALANCE (WS-CUST-IDX)
                             - WS-CUST-LEDGER (WS-CUST-IDX)
                   IF WS-CUST-ON-BALF (WS-CUST-IDX) = 'N'
                       MOVE 'OPEN ITEMS BUT NOT ON DF29BALF'
                                        TO RL-NOTE
                   ELSE
                       MOVE 'LEDGER DOES NOT AGREE'
                                        TO RL-NOTE
                   END-IF
                   MOVE WS-RECON-LINE   TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           IF WS-CUST-OVERFLOW-FLAG = 'Y'
               ADD 1                    TO WS-OUT-OF-BALANCE-COUNT
               DISPLAY 'DF29OIAP MORE THAN 500 CUSTOMERS - '
                       'RECONCILIATION INCOMPLETE' UPON CONSOLE
           END-IF.

           MOVE WS-BALF-TOTAL          TO RT-BALANCE.
           MOVE WS-LEDGER-TOTAL        TO RT-LEDGER.
           MOVE WS-OUT-OF-BALANCE-COUNT TO RT-OUT-OF-BALANCE.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-RECON-TOTALS-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4800-EXIT. EXIT.

      **** TOTALS THE OPEN AMOUNTS ONTO THE CUSTOMER TABLE, ADDING A
      **** CUSTOMER THAT HAS OPEN ITEMS BUT NO DF29BALF RECORD.  A
      **** FULL CUSTOMER TABLE LEAVES THE RECONCILIATION UNPROVEN.
       4900-SUM-LEDGER-BY-CUSTOMER.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               MOVE ZERO                TO WS-CUST-LEDGER (WS-CUST-IDX)
           END-PERFORM.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 4950-ADD-TO-CUSTOMER THRU 4950-EXIT
           END-PERFORM.

       4900-EXIT. EXIT.

       4950-ADD-TO-CUSTOMER.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               IF WS-CUST-NUMBER (WS-CUST-IDX) =
                                        WS-OI-CUST (WS-ITEM-SUB)
                   SET WS-FOUND-SUB     TO WS-CUST-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               IF WS-OI-OPEN (WS-ITEM-SUB) = ZERO
                   GO TO 4950-EXIT
               END-IF
               IF WS-CUSTOMER-COUNT NOT < 500
                   MOVE 'Y'             TO WS-CUST-OVERFLOW-FLAG
                   GO TO 4950-EXIT
               END-IF
               ADD 1                    TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT   TO WS-FOUND-SUB
               MOVE WS-OI-CUST (WS-ITEM-SUB)
                                        TO WS-CUST-NUMBER (WS-FOUND-SUB)
               MOVE ZERO                TO WS-CUST-BALANCE
                                                  (WS-FOUND-SUB)
               MOVE ZERO                TO WS-CUST-LEDGER (WS-FOUND-SUB)
               MOVE 'N'                 TO WS-CUST-ON-BALF
                                                  (WS-FOUND-SUB)
           END-IF.

           ADD WS-OI-OPEN (WS-ITEM-SUB) TO WS-CUST-LEDGER
                                                  (WS-FOUND-SUB).

       4950-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
