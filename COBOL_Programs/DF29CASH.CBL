      ****   RECOVERY FILE AND THE REGISTER, NOT AGAINST THE        ****
      ****   BALANCE - SO IT NEITHER PARKS IN SUSPENSE NOR          ****
      ****   CREATES A PHANTOM CREDIT BALANCE.                      ****
      ******************************************************************

      ******************************************************************
      ****   THE LOCKBOX RECORD NOW CARRIES THE INVOICE NUMBER THE  ****
      ****   REMITTANCE NAMES (BLANK ON THE OLD 42-BYTE RECORDS).   ****
      ****   EVERY APPLIED PAYMENT IS APPENDED TO THE DF29OACT      ****
      ****   OPEN-ITEM ACTIVITY FILE FOR DF29OIAP, WHICH APPLIES IT ****
      ****   TO THE NAMED INVOICE - OR, FAILING THAT, THE SAME-     ****
      ****   AMOUNT INVOICE MATCH - AND THEN TO THE CUSTOMER'S      ****
      ****   OLDEST OPEN ITEMS.  THE REGISTER SAYS WHICH.           ****
      ******************************************************************

      ******************************************************************
      ****   EVERY APPLIED PAYMENT IS ALSO APPENDED TO THE DF29RCPT ****
      ****   CASH-RECEIPTS HISTORY (PAYMENT DATE, CHECK NUMBER,     ****
      ****   CUSTOMER, AMOUNT) - THE COLLECTIONS FIGURE THE         ****
      ****   DF29KPI MONTHLY RECEIVABLES KPI RUN WORKS FROM, SINCE  ****
      ****   THE LOCKBOX FILE ITSELF IS REPLACED EACH DAY.          ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH PAYMENT READS ITS CUSTOMER FOR UPDATE AND IS      ****
      ****   APPLIED THROUGH THE SHARED DF29BALA BALANCE-ACCESS     ****
      ****   ROUTINE, WHICH LOGS A PAYMENT EVENT TO DF29LINF UNDER  ****
      ****   'CK' PLUS THE CHECK NUMBER; THE MASTER IS NO LONGER    ****
      ****   LOADED INTO A TABLE AND REWRITTEN WHOLE.               ****
      ******************************************************************

      ******************************************************************
      ****   THE RUN CAN NOW BE SPLIT INTO CUSTOMER-NUMBER          ****
      ****   PARTITIONS RUNNING AT THE SAME TIME, LIKE DF29POST.  A ****
      ****   STEP GIVEN A DF29PPRM CARD APPLIES ONLY THE PAYMENTS   ****
      ****   WHOSE CUSTOMER FALLS IN ITS DF29PTBL RANGE (SEE        ****
      ****   DF29PTN.CPY) AND WRITES ITS SUSPENSE, RECOVERY,        ****
      ****   RECEIPT, OPEN-ITEM ACTIVITY, REGISTER AND LINEAGE TO   ****
      ****   ITS OWN PARTITION FILES.  IT TAKES ITS OWN DFCKPT      ****
      ****   CHECKPOINT (DF29CA PLUS THE PARTITION NUMBER) AFTER    ****
      ****   EVERY PAYMENT, SO A RESTART SKIPS WHAT IS ALREADY      ****
      ****   APPLIED, AND RECORDS ITS DFBAL CONSUMER TOTALS AS FEED ****
      ****   DF29LBNN.  DF29PMRG PROVES THE PARTITIONS ADD UP TO    ****
      ****   THE WHOLE LOCKBOX FILE AND COMBINES THEIR OUTPUT.      ****
      ****   WITH NO CARD THE RUN APPLIES EVERY PAYMENT AS BEFORE.  ****
      ******************************************************************
      ****   A FAILED DF29BALA READ IS NO LONGER TAKEN FOR A        ****
      ****   CUSTOMER NOT ON FILE.  THE PAYMENT IS NOT PARKED AS    ****
      ****   UNAPPLIED BUT LISTED ON THE REGISTER AS NOT POSTED     ****
      ****   WITH THE RETURN CODE, SHOWN ON THE CONSOLE, AND THE    ****
      ****   RUN ENDS WITH RETURN CODE 16.                          ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       FILE-CONTROL.

           SELECT PARTITION-CARD   ASSIGN TO DF29PPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PARTITION-TABLE  ASSIGN TO DF29PTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PTBL-STATUS.

           SELECT LOCKBOX-FILE     ASSIGN TO DF29LBOX
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO WS-SUSPENSE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUSPENSE-STATUS.

                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-WOFI-STATUS.

           SELECT RECOVERY-FILE    ASSIGN TO WS-RECOVERY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RCVY-STATUS.

           SELECT RECEIPT-FILE     ASSIGN TO WS-RECEIPT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO WS-ACTIVITY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO WS-REPORT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.


       FILE SECTION.

       FD  PARTITION-CARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTITION-CARD-RECORD.

      **** COL 1-2   PARTITION NUMBER ON THE DF29PTBL TABLE
       01  PARTITION-CARD-RECORD.
           05  PP-PARTITION             PIC X(02).
           05  FILLER                   PIC X(78).

       FD  PARTITION-TABLE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DF29-PT-RECORD.

           COPY DF29PTN.

       FD  LOCKBOX-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS LOCKBOX-RECORD.

       01  LOCKBOX-RECORD.
           05  LB-CUST-NUMBER           PIC X(10).
           05  LB-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  LB-INVOICE-NUMBER        PIC X(12).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 72 CHARACTERS
           05  RC-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(01).

       FD  RECEIPT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
           05  RP-PAYMENT-DATE          PIC X(10).
           05  RP-CHECK-NUMBER          PIC X(10).
           05  RP-CUST-NUMBER           PIC X(10).
           05  RP-AMOUNT                PIC 9(09)V99.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       WORKING-STORAGE SECTION.

       01  WS-LOCKBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IXRF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RECEIPT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LOCKBOX-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-LOCKBOX-EOF              VALUE 'Y'.

      **** OUTPUT TARGETS - THE LIVE FILES, OR A PARTITION'S OWN.
       01  WS-SUSPENSE-NAME            PIC X(12) VALUE 'DF29UNAP'.
       01  WS-RECOVERY-NAME            PIC X(12) VALUE 'DF29RCVY'.
       01  WS-RECEIPT-NAME             PIC X(12) VALUE 'DF29RCPT'.
       01  WS-ACTIVITY-NAME            PIC X(12) VALUE 'DF29OACT'.
       01  WS-REPORT-NAME              PIC X(12) VALUE 'DF29RPT7'.
       01  WS-BASE-NAME                PIC X(12) VALUE SPACES.
       01  WS-PART-NAME                PIC X(12) VALUE SPACES.

      **** THE CUSTOMER-RANGE PARTITION THIS STEP RUNS, IF ANY.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PTBL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PTBL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PTBL-EOF                 VALUE 'Y'.

       01  WS-PARTITION-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PARTITIONED              VALUE 'Y'.

       01  WS-PARTITION-ID             PIC X(02) VALUE SPACES.
       01  WS-PART-LOW-CUST            PIC X(10) VALUE SPACES.
       01  WS-PART-HIGH-CUST           PIC X(10) VALUE SPACES.
       01  WS-PARTITION-ERROR-FLAG     PIC X(01) VALUE 'N'.
       01  WS-OTHER-PART-COUNT         PIC 9(06) VALUE ZERO.

      **** PAYMENTS IN THIS PARTITION READ SO FAR, AND HOW MANY OF
      **** THEM A RESTART FINDS ALREADY APPLIED.
       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-SKIP-COUNT               PIC 9(09) VALUE ZERO.

       COPY DFCKPT.

       COPY DFBAL.

       COPY DF29BALC.

       01  WS-IXRF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-IXRF-EOF                 VALUE 'Y'.
       01  WS-WRITTEN-OFF-FLAG         PIC X(01) VALUE 'N'.

       01  WS-RECOVERY-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-READ-ERROR-COUNT         PIC 9(06) VALUE ZERO.

       01  WS-BALANCE-READ-FLAG        PIC X(01) VALUE SPACE.
           88  WS-BALANCE-READ-FAILED      VALUE 'E'.
       01  WS-RECOVERY-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-PAYMENT-COUNT            PIC 9(06) VALUE ZERO.

           DISPLAY 'DF29CASH START OF JOB' UPON CONSOLE.

           PERFORM 1500-SET-PARTITION THRU 1500-EXIT.

           IF WS-PARTITION-ERROR-FLAG = 'Y'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2300-LOAD-WRITEOFF-ITEMS THRU 2300-EXIT.
           PERFORM 2600-LOAD-INVOICE-REGISTER THRU 2600-EXIT.


           IF WS-LOCKBOX-STATUS NOT = '00'
               DISPLAY 'DF29CASH NO LOCKBOX FILE ON HAND' UPON CONSOLE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               GO TO 1000-END-OF-JOB
           END-IF.

               OPEN OUTPUT RECOVERY-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN EXTEND RECEIPT-FILE.

           IF WS-RECEIPT-STATUS NOT = '00'
               OPEN OUTPUT RECEIPT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29CASH - LOCKBOX PAYMENT REGISTER'
                                        TO DFRPT-TITLE.
           IF WS-PARTITIONED
               MOVE SPACES              TO DFRPT-TITLE
               STRING 'DF29CASH - LOCKBOX - PARTITION '
                      WS-PARTITION-ID
                      DELIMITED BY SIZE
                      INTO DFRPT-TITLE
               END-STRING
           END-IF.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           IF WS-SKIP-COUNT > ZERO
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING 'RESTARTED - THE FIRST ' WS-SKIP-COUNT
                      ' PAYMENTS WERE APPLIED BEFORE THE RESTART AND '
                      'ARE NOT LISTED'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       1000-APPLY-PAYMENTS.

           PERFORM UNTIL WS-LOCKBOX-EOF
                   AT END
                       SET WS-LOCKBOX-EOF TO TRUE
                   NOT AT END
                       PERFORM 2900-TAKE-ONE-PAYMENT THRU 2900-EXIT
               END-READ
           END-PERFORM.

           CLOSE LOCKBOX-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE RECOVERY-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           IF WS-PARTITIONED
               PERFORM 6000-RECORD-PARTITION-TOTALS THRU 6000-EXIT
               SET DFCKPT-COMPLETE      TO TRUE
               PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT
           END-IF.

           IF WS-READ-ERROR-COUNT > ZERO
               DISPLAY 'DF29CASH PAYMENTS NOT POSTED = '
                       WS-READ-ERROR-COUNT ' - SEE DF29RPT7'
                                               UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

                                               UPON CONSOLE.
           DISPLAY 'DF29CASH RECOVERIES        = ' WS-RECOVERY-COUNT
                                               UPON CONSOLE.

           IF WS-PARTITIONED
               DISPLAY 'DF29CASH PARTITION ' WS-PARTITION-ID
                       ' PAYMENTS FOR OTHER PARTITIONS = '
                       WS-OTHER-PART-COUNT UPON CONSOLE
           END-IF.
           DISPLAY 'DF29CASH END OF JOB' UPON CONSOLE.

           GOBACK.

      ******************************************************************
      ****   PARTITION SET-UP.  NO DF29PPRM CARD (OR A BLANK ONE)   ****
      ****   IS AN UNSPLIT RUN.  A CARD NAMING A PARTITION THAT IS  ****
      ****   NOT ON DF29PTBL STOPS THE STEP - APPLYING THE WHOLE    ****
      ****   LOCKBOX FROM EVERY PARTITION STEP WOULD APPLY IT TWICE.****
      ******************************************************************
       1500-SET-PARTITION.

           OPEN INPUT PARTITION-CARD.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           READ PARTITION-CARD
               AT END
                   MOVE SPACES          TO PP-PARTITION
           END-READ.

           CLOSE PARTITION-CARD.

           IF PP-PARTITION = SPACES
               GO TO 1500-EXIT
           END-IF.

           MOVE PP-PARTITION           TO WS-PARTITION-ID.

           IF WS-PARTITION-ID NOT NUMERIC OR WS-PARTITION-ID = '00'
               DISPLAY 'DF29CASH INVALID PARTITION NUMBER '
                       WS-PARTITION-ID ' ON DF29PPRM' UPON CONSOLE
               MOVE 'Y'                 TO WS-PARTITION-ERROR-FLAG
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT PARTITION-TABLE.

           IF WS-PTBL-STATUS NOT = '00'
               DISPLAY 'DF29CASH NO DF29PTBL PARTITION TABLE FOR '
                       'PARTITION ' WS-PARTITION-ID UPON CONSOLE
               MOVE 'Y'                 TO WS-PARTITION-ERROR-FLAG
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-PTBL-EOF
               READ PARTITION-TABLE
                   AT END
                       SET WS-PTBL-EOF TO TRUE
                   NOT AT END
                       IF DF29-PT-PARTITION = WS-PARTITION-ID
                           MOVE 'Y'     TO WS-PARTITION-FLAG
                           MOVE DF29-PT-LOW-CUST
                                        TO WS-PART-LOW-CUST
                           MOVE DF29-PT-HIGH-CUST
                                        TO WS-PART-HIGH-CUST
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARTITION-TABLE.

           IF NOT WS-PARTITIONED
               DISPLAY 'DF29CASH PARTITION ' WS-PARTITION-ID
                       ' IS NOT ON DF29PTBL' UPON CONSOLE
               MOVE 'Y'                 TO WS-PARTITION-ERROR-FLAG
               GO TO 1500-EXIT
           END-IF.

           DISPLAY 'DF29CASH PARTITION ' WS-PARTITION-ID
                   ' - CUSTOMERS ' WS-PART-LOW-CUST ' TO '
                   WS-PART-HIGH-CUST UPON CONSOLE.

           MOVE WS-SUSPENSE-NAME       TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-SUSPENSE-NAME.

           MOVE WS-RECOVERY-NAME       TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-RECOVERY-NAME.

           MOVE WS-RECEIPT-NAME        TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-RECEIPT-NAME.

           MOVE WS-ACTIVITY-NAME       TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-ACTIVITY-NAME.

           MOVE WS-REPORT-NAME         TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-REPORT-NAME.

           PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT.

       1500-EXIT. EXIT.

      **** THE PARTITION'S OWN FILE IS THE LIVE NAME WITH P AND THE
      **** PARTITION NUMBER ADDED.
       1550-PARTITION-NAME.

           MOVE SPACES                 TO WS-PART-NAME.
           STRING WS-BASE-NAME         DELIMITED BY SPACE
                  'P'                  DELIMITED BY SIZE
                  WS-PARTITION-ID      DELIMITED BY SIZE
                  INTO WS-PART-NAME
           END-STRING.
           MOVE WS-PART-NAME           TO WS-BASE-NAME.

       1550-EXIT. EXIT.

      **** A PARTITION'S LINEAGE EVENTS GO TO ITS OWN FILE.
       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.

           IF WS-PARTITIONED
               MOVE 'P'                 TO DF29BAL-FUNCTION
               MOVE WS-PARTITION-ID     TO DF29BAL-PARTITION
           END-IF.

           MOVE 'DF29CASH'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29CASH BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29CASH NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.


       2600-EXIT. EXIT.

      **** A PARTITION TAKES ONLY ITS OWN CUSTOMERS' PAYMENTS.  ON A
      **** RESTART THE PAYMENTS ALREADY APPLIED STILL COUNT TOWARD
      **** THE DEPOSIT (AND THE PARTITION'S CONTROL TOTALS) BUT ARE
      **** NOT APPLIED AGAIN.
       2900-TAKE-ONE-PAYMENT.

           IF NOT WS-PARTITIONED
               PERFORM 3000-APPLY-ONE-PAYMENT THRU 3000-EXIT
               GO TO 2900-EXIT
           END-IF.

           IF LB-CUST-NUMBER < WS-PART-LOW-CUST
              OR LB-CUST-NUMBER > WS-PART-HIGH-CUST
               ADD 1                    TO WS-OTHER-PART-COUNT
               GO TO 2900-EXIT
           END-IF.

           ADD 1                       TO WS-READ-COUNT.

           IF WS-READ-COUNT NOT > WS-SKIP-COUNT
               ADD 1                    TO WS-PAYMENT-COUNT
               ADD LB-AMOUNT            TO WS-DEPOSIT-TOTAL
               GO TO 2900-EXIT
           END-IF.

           PERFORM 3000-APPLY-ONE-PAYMENT THRU 3000-EXIT.
           PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT.

       2900-EXIT. EXIT.

      **** A PAYMENT APPLIES ONLY TO A KNOWN CUSTOMER WITH AN OPEN
      **** (POSITIVE) BALANCE; ANYTHING ELSE PARKS IN SUSPENSE WITH
      **** A REASON SO RESEARCH KNOWS WHY IT DID NOT POST.

           PERFORM 3100-FIND-CUSTOMER THRU 3100-EXIT.

      **** A BALANCE THAT COULD NOT BE READ IS NOT A MISSING
      **** CUSTOMER - THE PAYMENT IS NEITHER APPLIED NOR PARKED, BUT
      **** LISTED FOR POSTING BY HAND AND THE RUN ENDS WITH 16.
           IF WS-BALANCE-READ-FAILED
               MOVE SPACES              TO WS-DETAIL-LINE
               MOVE 'NOT POSTED'        TO DL-DISPOSITION
               MOVE LB-PAYMENT-DATE     TO DL-PAYMENT-DATE
               MOVE LB-CHECK-NUMBER     TO DL-CHECK-NUMBER
               MOVE LB-CUST-NUMBER      TO DL-CUST-NUMBER
               MOVE LB-AMOUNT           TO DL-AMOUNT
               STRING 'BALANCE READ ERROR '
                      DF29BAL-RETURN-CODE
                      DELIMITED BY SIZE
                      INTO DL-REASON
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

      **** A WRITTEN-OFF ACCOUNT'S PAYMENT IS A RECOVERY, WHETHER
      **** THE ACCOUNT IS GONE FROM THE BALANCE FILE OR SITTING
      **** THERE AT ZERO.
           IF DF29BAL-FOUND-NO
              OR DF29BAL-PRIOR-BALANCE NOT > ZERO
               PERFORM 3200-CHECK-WRITTEN-OFF
               IF WS-WRITTEN-OFF-FLAG = 'Y'
                   PERFORM 3800-RECORD-RECOVERY
               END-IF
           END-IF.

           IF DF29BAL-FOUND-NO
               MOVE 'CUSTOMER NOT ON BALANCE FILE' TO SU-REASON
               PERFORM 3900-PARK-IN-SUSPENSE
               GO TO 3000-EXIT
           END-IF.

           IF DF29BAL-PRIOR-BALANCE NOT > ZERO
               MOVE 'NO OPEN BALANCE'   TO SU-REASON
               PERFORM 3900-PARK-IN-SUSPENSE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           COMPUTE DF29BAL-AMOUNT      = ZERO - LB-AMOUNT.
           MOVE 'PAYMENT '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'CK' LB-CHECK-NUMBER
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE LB-PAYMENT-DATE        TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'BALANCE MASTER UPDATE ERROR' TO SU-REASON
               PERFORM 3900-PARK-IN-SUSPENSE
               MOVE 8                   TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-APPLIED-COUNT.
           ADD LB-AMOUNT               TO WS-APPLIED-TOTAL.

           PERFORM 3300-MATCH-TO-INVOICE.
           PERFORM 3400-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE LB-PAYMENT-DATE        TO RP-PAYMENT-DATE.
           MOVE LB-CHECK-NUMBER        TO RP-CHECK-NUMBER.
           MOVE LB-CUST-NUMBER         TO RP-CUST-NUMBER.
           MOVE LB-AMOUNT              TO RP-AMOUNT.
           WRITE RECEIPT-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'APPLIED'              TO DL-DISPOSITION.
                      INTO DL-REASON
               END-STRING
           ELSE
               MOVE 'OLDEST ITEMS FIRST' TO DL-REASON
           END-IF.
           PERFORM 8200-RPT-WRITE-DETAIL.


       3100-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE LB-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

      **** A CUSTOMER NOT ON FILE COMES BACK 00 WITH FOUND SET TO
      **** NO; ANY OTHER RETURN CODE IS A FAILED READ.
           MOVE SPACE                  TO WS-BALANCE-READ-FLAG.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29CASH BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' FOR ' LB-CUST-NUMBER
                       ' CHECK ' LB-CHECK-NUMBER ' NOT POSTED'
                                               UPON CONSOLE
               SET WS-BALANCE-READ-FAILED TO TRUE
               ADD 1                    TO WS-READ-ERROR-COUNT
           END-IF.

       3100-EXIT. EXIT.

               END-IF
           END-PERFORM.

      **** AN INVOICE NAMED ON THE REMITTANCE STANDS.  OTHERWISE A
      **** SAME-CUSTOMER INVOICE FOR EXACTLY THE PAID AMOUNT IS
      **** TAKEN AS THE INVOICE BEHIND THE PAYMENT - ANYTHING
      **** FUZZIER IS APPLIED OLDEST ITEM FIRST BY DF29OIAP.
       3300-MATCH-TO-INVOICE.

           MOVE LB-INVOICE-NUMBER      TO WS-MATCHED-INVOICE.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INVOICE-COUNT
               END-IF
           END-PERFORM.

      **** THE PAYMENT GOES ON THE OPEN-ITEM ACTIVITY KEYED 'CK' PLUS
      **** THE CHECK NUMBER, NAMING THE INVOICE IT PAYS IF KNOWN.
       3400-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE LB-PAYMENT-DATE        TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29CASH'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-PAYMENT         TO TRUE.
           MOVE LB-CUST-NUMBER         TO DF29-OA-CUST-NUMBER.
           MOVE WS-MATCHED-INVOICE     TO DF29-OA-ITEM-NUMBER.
           MOVE LB-AMOUNT              TO DF29-OA-AMOUNT.
           STRING 'CK' LB-CHECK-NUMBER
                  DELIMITED BY SIZE
                  INTO DF29-OA-REFERENCE
           END-STRING.
           WRITE DF29-OA-RECORD.

       3800-RECORD-RECOVERY.

           ADD 1                       TO WS-RECOVERY-COUNT.
           MOVE SU-REASON              TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

      **** THE PARTITION'S SLICE OF THE LOCKBOX, UNDER THE SLICE'S
      **** OWN FEED ID, FOR DF29PMRG TO HOLD AGAINST THE WHOLE FILE.
       6000-RECORD-PARTITION-TOTALS.

           MOVE SPACES                 TO DFBAL-FEED-ID.
           STRING 'DF29LB' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFBAL-FEED-ID
           END-STRING.
           SET DFBAL-ROLE-CONSUMER     TO TRUE.
           MOVE 'DF29CASH'             TO DFBAL-PROGRAM-ID.
           MOVE WS-PAYMENT-COUNT       TO DFBAL-RECORD-COUNT.
           MOVE WS-DEPOSIT-TOTAL       TO DFBAL-AMOUNT-TOTAL.
           CALL 'DFBALWR'             USING DFBAL-CONTROL-RECORD.

       6000-EXIT. EXIT.

      **** EACH PARTITION CHECKPOINTS UNDER ITS OWN NAME, SO ONE
      **** PARTITION'S RESTART NEVER DISTURBS ANOTHER'S.
       6100-READ-CHECKPOINT.

           MOVE SPACES                 TO DFCKPT-PROGRAM-ID.
           STRING 'DF29CA' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFCKPT-PROGRAM-ID
           END-STRING.
           SET DFCKPT-ACTION-READ      TO TRUE.

           CALL 'DFCKPTWR'            USING DFCKPT-CONTROL-RECORD.

           IF DFCKPT-FOUND-YES
               MOVE DFCKPT-LAST-RECORD-NUM TO WS-SKIP-COUNT
               DISPLAY 'DF29CASH PARTITION ' WS-PARTITION-ID
                       ' RESTARTING AFTER PAYMENT = ' WS-SKIP-COUNT
                                               UPON CONSOLE
           END-IF.

           MOVE SPACE                  TO DFCKPT-STATUS.

       6100-EXIT. EXIT.

       6200-WRITE-CHECKPOINT.

           MOVE SPACES                 TO DFCKPT-PROGRAM-ID.
           STRING 'DF29CA' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFCKPT-PROGRAM-ID
           END-STRING.
           MOVE WS-READ-COUNT          TO DFCKPT-LAST-RECORD-NUM.
           SET DFCKPT-ACTION-WRITE     TO TRUE.

           IF NOT DFCKPT-COMPLETE
               SET DFCKPT-INCOMPLETE    TO TRUE
           END-IF.

           CALL 'DFCKPTWR'            USING DFCKPT-CONTROL-RECORD.

       6200-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
