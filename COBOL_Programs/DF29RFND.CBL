      ****   CHECK NUMBER CONTINUES FROM THE HIGHEST ON THE         ****
      ****   REGISTER.  THE BALANCE MASTER FOLLOWS THE SAME LOAD/   ****
      ****   APPLY/REWRITE SHAPE AS DF29POST.                       ****
      ******************************************************************

      ******************************************************************
      ****   EACH REGISTER ENTRY NOW ALSO CARRIES WHAT THE BANK HAS ****
      ****   BEEN TOLD ABOUT IT (DF29PPAY POSITIVE-PAY ISSUE FILE)  ****
      ****   AND WHEN THE BANK PAID IT (DF29CREC PAID-CHECK         ****
      ****   RECONCILIATION, STATUS 'C' = CLEARED).  THIS RUN       ****
      ****   CARRIES BOTH THROUGH UNCHANGED, STARTS EVERY NEW CHECK ****
      ****   UNSENT AND UNPAID, AND WILL NOT VOID OR REISSUE A      ****
      ****   CHECK THE BANK HAS ALREADY CLEARED.                    ****
      ******************************************************************

      ******************************************************************
      ****   A STALE CHECK SURRENDERED TO THE STATE BY THE DF29ESCH ****
      ****   UNCLAIMED-PROPERTY RUN CARRIES STATUS 'E' = ESCHEATED. ****
      ****   THE OWNER MUST NOW CLAIM IT FROM THE STATE, SO IT IS   ****
      ****   NEVER VOIDED OR REISSUED HERE.                         ****
      ******************************************************************

      ******************************************************************
      ****   EVERY REFUND OF A CREDIT BALANCE IS ALSO APPENDED TO   ****
      ****   THE DF29OACT OPEN-ITEM ACTIVITY FILE ('RF' PLUS THE    ****
      ****   CHECK NUMBER) SO DF29OIAP CLEARS THE CUSTOMER'S OPEN   ****
      ****   CREDIT ITEMS.  A REISSUE MOVES NO BALANCE AND WRITES   ****
      ****   NO ACTIVITY.                                           ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   NEW SELECTION BROWSES IT THROUGH THE SHARED DF29BALA   ****
      ****   BALANCE-ACCESS ROUTINE AND CLEARS EACH REFUNDED        ****
      ****   CREDIT IN PLACE (REASON REFUND, LINEAGE ID 'RF' PLUS   ****
      ****   THE CHECK NUMBER), REPLACING THE LOAD/APPLY/REWRITE    ****
      ****   SHAPE.  THE LAST DF29PSTD ACTIVITY DATES ARE GATHERED  ****
      ****   INTO THEIR OWN TABLE BEFORE THE BROWSE STARTS.         ****
      ******************************************************************

      ******************************************************************
      ****   A CREDIT IS CLEARED FROM DF29BALF AND WRITTEN TO       ****
      ****   DF29OACT ONLY WHEN ITS CHECK WAS ACTUALLY CUT.  A      ****
      ****   CHECK NOT CUT (REGISTER TABLE FULL) OR A BALANCE       ****
      ****   UPDATE ERROR LEAVES THE CREDIT FOR THE NEXT RUN AND    ****
      ****   ENDS THE STEP WITH RETURN CODE 8, SET AFTER THE        ****
      ****   BALANCE MASTER IS CLOSED.                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHKP-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPT9
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  CT-CHECK-NUMBER          PIC 9(08).

       FD  REGISTER-IN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-IN-RECORD.

       01  REGISTER-IN-RECORD.
           05  RIR-CUST-NUMBER          PIC X(10).
           05  RIR-AMOUNT               PIC 9(09)V99.
           05  RIR-STATUS               PIC X(01).
           05  RIR-PPAY-SENT            PIC X(01).
           05  RIR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-OUT-RECORD.

       01  REGISTER-OUT-RECORD.
           05  ROR-CUST-NUMBER          PIC X(10).
           05  ROR-AMOUNT               PIC 9(09)V99.
           05  ROR-STATUS               PIC X(01).
           05  ROR-PPAY-SENT            PIC X(01).
           05  ROR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           05  CP-CUST-NUMBER           PIC X(10).
           05  CP-AMOUNT                PIC 9(09)V99.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-CTRN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CHKP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-CTRN-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CTRN-EOF                 VALUE 'Y'.
       01  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REG-EOF                  VALUE 'Y'.

       01  WS-POSTED-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POSTED-EOF               VALUE 'Y'.

               10  WS-REG-CUST         PIC X(10).
               10  WS-REG-AMOUNT       PIC 9(09)V99 COMP-3.
               10  WS-REG-STATUS       PIC X(01).
               10  WS-REG-PPAY-SENT    PIC X(01).
               10  WS-REG-PAID-DATE    PIC X(10).

       01  WS-REG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-REG-SUB            PIC 9(04) VALUE ZERO.
       01  WS-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.

      **** SET BY 4500 ONLY WHEN A CHECK WAS ACTUALLY CUT - NO CREDIT
      **** IS CLEARED AND NO ACTIVITY WRITTEN FOR A CHECK NOT CUT.
       01  WS-CHECK-CUT-FLAG           PIC X(01) VALUE 'N'.
           88  WS-CHECK-CUT                VALUE 'Y'.

      **** CHECKS NOT CUT AND BALANCE ERRORS - RETURN CODE 8 IS SET
      **** FROM THIS COUNT AFTER THE LAST CALL OF THE RUN.
       01  WS-REFUND-ERROR-COUNT       PIC 9(05) VALUE ZERO.

       COPY DF29BALC.

       01  WS-CUST-NUMBER              PIC X(10) VALUE SPACES.
       01  WS-CUST-BALANCE             PIC S9(09)V99 VALUE ZERO.
       01  WS-CUST-LAST-DATE           PIC X(10) VALUE SPACES.

      **** LAST DF29PSTD POSTING DATE PER CUSTOMER.
       01  WS-ACTIVITY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ACTIVITY-COUNT
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CUST-NUMBER  PIC X(10).
               10  WS-ACT-LAST-DATE    PIC X(10).
       01  WS-ACT-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-REFUND-AMOUNT            PIC 9(09)V99 VALUE ZERO.
           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-CHECK-DATE.
           PERFORM 2000-LOAD-CHECK-REGISTER THRU 2000-EXIT.
           PERFORM 2200-OPEN-BALANCE-MASTER THRU 2200-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29RFND NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

           PERFORM 2400-LOAD-LAST-ACTIVITY THRU 2400-EXIT.

       1000-OPEN-OUTPUTS.
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29RFND - REFUND CHECK REGISTER'
           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE CHECK-PRINT-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-REGISTER THRU 5000-EXIT.
           PERFORM 5500-CLOSE-BALANCE-MASTER THRU 5500-EXIT.

           IF WS-REFUND-ERROR-COUNT > ZERO
               DISPLAY 'DF29RFND REFUNDS NOT COMPLETED = '
                       WS-REFUND-ERROR-COUNT UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

                               TO WS-REG-AMOUNT (WS-REGISTER-COUNT)
                           MOVE RIR-STATUS
                               TO WS-REG-STATUS (WS-REGISTER-COUNT)
                           MOVE RIR-PPAY-SENT
                               TO WS-REG-PPAY-SENT (WS-REGISTER-COUNT)
                           MOVE RIR-PAID-DATE
                               TO WS-REG-PAID-DATE (WS-REGISTER-COUNT)
                           IF RIR-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
                               COMPUTE WS-NEXT-CHECK-NUMBER =
                                           RIR-CHECK-NUMBER + 1

       2000-EXIT. EXIT.

       2200-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29RFND'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29RFND BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
           END-IF.

       2200-EXIT. EXIT.

      **** THE AGE OF A CREDIT IS JUDGED BY THE CUSTOMER'S MOST
                   AT END
                       SET WS-POSTED-EOF TO TRUE
                   NOT AT END
                       PERFORM 2500-NOTE-LAST-ACTIVITY THRU 2500-EXIT
               END-READ
           END-PERFORM.


       2500-NOTE-LAST-ACTIVITY.

           MOVE PD-CUST-NUMBER         TO WS-CUST-NUMBER.
           PERFORM 2600-FIND-ACTIVITY THRU 2600-EXIT.

           IF WS-ACT-SUB = ZERO
               IF WS-ACTIVITY-COUNT < 2000
                   ADD 1                TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-ACT-SUB
                   MOVE PD-CUST-NUMBER
                       TO WS-ACT-CUST-NUMBER (WS-ACT-SUB)
                   MOVE SPACES
                       TO WS-ACT-LAST-DATE (WS-ACT-SUB)
               ELSE
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           IF PD-POSTING-DATE > WS-ACT-LAST-DATE (WS-ACT-SUB)
               MOVE PD-POSTING-DATE
                   TO WS-ACT-LAST-DATE (WS-ACT-SUB)
           END-IF.

       2500-EXIT. EXIT.

       2600-FIND-ACTIVITY.

           MOVE ZERO                   TO WS-ACT-SUB.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
                          OR WS-ACT-SUB NOT = ZERO
               IF WS-ACT-CUST-NUMBER (WS-ACT-IDX) = WS-CUST-NUMBER
                   SET WS-ACT-SUB       TO WS-ACT-IDX
               END-IF
           END-PERFORM.

       2600-EXIT. EXIT.

      **** VOIDS AND REISSUES RUN BEFORE NEW SELECTION SO A REISSUED
      **** CHECK'S NEW NUMBER CANNOT COLLIDE WITH TONIGHT'S ISSUES.
       3000-APPLY-VOID-REISSUE.
               GO TO 3100-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-REG-SUB) = 'C'
               DISPLAY 'DF29RFND CHECK ' CT-CHECK-NUMBER
                       ' ALREADY CLEARED BY BANK - TRANSACTION SKIPPED'
                                               UPON CONSOLE
               GO TO 3100-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-REG-SUB) = 'E'
               DISPLAY 'DF29RFND CHECK ' CT-CHECK-NUMBER
                       ' ESCHEATED TO STATE - TRANSACTION SKIPPED'
                                               UPON CONSOLE
               GO TO 3100-EXIT
           END-IF.

           MOVE 'V'                    TO WS-REG-STATUS
                                                  (WS-FOUND-REG-SUB).
           ADD 1                       TO WS-VOIDED-COUNT.
      **** FULL CREDIT, AND THE CREDIT CLEARS FROM THE BALANCE.
       4000-ISSUE-REFUNDS.

           MOVE 'B'                    TO DF29BAL-FUNCTION.
           MOVE LOW-VALUES             TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           PERFORM UNTIL DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'N'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               IF DF29BAL-RETURN-CODE = '00'
                   PERFORM 4100-CONSIDER-ONE-CREDIT THRU 4100-EXIT
               END-IF
           END-PERFORM.

           IF NOT DF29BAL-END-OF-BROWSE
               DISPLAY 'DF29RFND BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' - SELECTION INCOMPLETE'
                                               UPON CONSOLE
               ADD 1                    TO WS-REFUND-ERROR-COUNT
           END-IF.

       4000-EXIT. EXIT.

       4100-CONSIDER-ONE-CREDIT.

           MOVE DF29BAL-CUST-NUMBER    TO WS-CUST-NUMBER.
           MOVE DF29BAL-PRIOR-BALANCE  TO WS-CUST-BALANCE.

           IF WS-CUST-BALANCE NOT < ZERO
               GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-REFUND-AMOUNT =
                       ZERO - WS-CUST-BALANCE.

           IF WS-REFUND-AMOUNT NOT > WS-THRESHOLD
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CUST-LAST-DATE.
           PERFORM 2600-FIND-ACTIVITY THRU 2600-EXIT.

           IF WS-ACT-SUB NOT = ZERO
               MOVE WS-ACT-LAST-DATE (WS-ACT-SUB) TO WS-CUST-LAST-DATE
           END-IF.

           IF WS-CUST-LAST-DATE = SPACES
               MOVE ZERO                TO WS-CREDIT-AGE-DAYS
               MOVE WS-AGE-DAYS         TO WS-CREDIT-AGE-DAYS
           ELSE
               MOVE WS-CUST-LAST-DATE TO WS-DATE-WORK
               MOVE ZERO                TO WS-DATE-NUMERIC
               MOVE WS-DATE-WORK (1:4)  TO WS-DATE-NUMERIC (1:4)
               MOVE WS-DATE-WORK (6:2)  TO WS-DATE-NUMERIC (5:2)
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-CUST-NUMBER TO DL-CUST-NUMBER.
           PERFORM 4500-CUT-ONE-CHECK THRU 4500-EXIT.

           IF NOT WS-CHECK-CUT
               DISPLAY 'DF29RFND NO CHECK CUT - CREDIT LEFT IN PLACE '
                       'FOR ' WS-CUST-NUMBER UPON CONSOLE
               GO TO 4100-EXIT
           END-IF.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           MOVE WS-REFUND-AMOUNT       TO DF29BAL-AMOUNT.
           MOVE 'REFUND  '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'RF' WS-REG-CHECK-NO (WS-REGISTER-COUNT)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-CHECK-DATE          TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29RFND BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - CREDIT NOT CLEARED FOR '
                       WS-CUST-NUMBER UPON CONSOLE
               ADD 1                    TO WS-REFUND-ERROR-COUNT
               MOVE '00'                TO DF29BAL-RETURN-CODE
           END-IF.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-CHECK-DATE          TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29RFND'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-REFUND          TO TRUE.
           MOVE WS-CUST-NUMBER TO DF29-OA-CUST-NUMBER.
           MOVE WS-REFUND-AMOUNT       TO DF29-OA-AMOUNT.
           STRING 'RF' WS-REG-CHECK-NO (WS-REGISTER-COUNT)
                  DELIMITED BY SIZE
                  INTO DF29-OA-REFERENCE
           END-STRING.
           WRITE DF29-OA-RECORD.

       4100-EXIT. EXIT.

      **** CALLER (NEW SELECTION OR REISSUE).
       4500-CUT-ONE-CHECK.

           MOVE 'N'                    TO WS-CHECK-CUT-FLAG.

           IF WS-REGISTER-COUNT >= 500
               DISPLAY 'DF29RFND REGISTER TABLE FULL - CHECK NOT CUT'
                                               UPON CONSOLE
               ADD 1                    TO WS-REFUND-ERROR-COUNT
               GO TO 4500-EXIT
           END-IF.

                                                  (WS-REGISTER-COUNT).
           MOVE 'I'                    TO WS-REG-STATUS
                                                  (WS-REGISTER-COUNT).
           MOVE SPACE                  TO WS-REG-PPAY-SENT
                                                  (WS-REGISTER-COUNT).
           MOVE SPACES                 TO WS-REG-PAID-DATE
                                                  (WS-REGISTER-COUNT).

           ADD 1                       TO WS-ISSUED-COUNT.
           ADD WS-REFUND-AMOUNT        TO WS-ISSUED-TOTAL.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD 1                       TO WS-NEXT-CHECK-NUMBER.
           MOVE 'Y'                    TO WS-CHECK-CUT-FLAG.

       4500-EXIT. EXIT.


           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               MOVE SPACES                       TO REGISTER-OUT-RECORD
               MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO ROR-CHECK-NUMBER
               MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO ROR-CHECK-DATE
               MOVE WS-REG-CUST (WS-REG-SUB)     TO ROR-CUST-NUMBER
               MOVE WS-REG-AMOUNT (WS-REG-SUB)   TO ROR-AMOUNT
               MOVE WS-REG-STATUS (WS-REG-SUB)   TO ROR-STATUS
               MOVE WS-REG-PPAY-SENT (WS-REG-SUB) TO ROR-PPAY-SENT
               MOVE WS-REG-PAID-DATE (WS-REG-SUB) TO ROR-PAID-DATE
               WRITE REGISTER-OUT-RECORD
           END-PERFORM.


       5000-EXIT. EXIT.

       5500-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5500-EXIT. EXIT.

