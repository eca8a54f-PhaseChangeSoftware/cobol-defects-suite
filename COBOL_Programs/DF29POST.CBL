      ****   PLANT MASTER.  EVERY POSTED DETAIL IS ALSO APPENDED TO ****
      ****   THE DF29PSTD POSTED-ACTIVITY FILE SO DOWNSTREAM RUNS   ****
      ****   (CUSTOMER STATEMENTS) CAN LIST THE PERIOD'S DETAIL.    ****
      ******************************************************************

      ******************************************************************
      ****   CREDITS TO A CUSTOMER'S BALANCE (AN UPHELD DISPUTE     ****
      ****   FROM DF29DSPM) ARRIVE ON THE DF29PCRD POSTING-CREDIT   ****
      ****   FILE RATHER THAN AS NEGATIVE DF29TRAN AMOUNTS, WHICH   ****
      ****   WOULD WRECK THE FEED'S TRAILER CONTROL TOTALS.  EACH   ****
      ****   CREDIT IS SUBTRACTED FROM THE CUSTOMER'S ACTIVITY (SO  ****
      ****   THE REGISTER SHOWS THE NET), LOGGED TO DF29LINF AS A   ****
      ****   CREDITED EVENT UNDER THE ISSUER'S REFERENCE, AND       ****
      ****   COUNTED TO THE DFBAL CONSUMER SIDE OF THE DF29PCRD     ****
      ****   FEED.  LIKE DF29CASH PAYMENTS, CREDITS ARE NOT ADDED   ****
      ****   TO THE UNSIGNED DF29PSTD CHARGE ACTIVITY.  THE CREDIT  ****
      ****   FILE IS EMPTIED ONCE POSTED (NOT UNDER A DRY-RUN).     ****
      ******************************************************************

      ******************************************************************
      ****   EACH CREDIT IS ALSO APPENDED TO THE DF29OACT OPEN-ITEM ****
      ****   ACTIVITY FILE UNDER THE ISSUER'S REFERENCE FOR         ****
      ****   DF29OIAP TO APPLY OLDEST ITEM FIRST.  DF29TRAN CHARGES ****
      ****   RAISE NO OPEN ITEM HERE - THE RECEIVABLE THEY POST IS  ****
      ****   THE INVOICE DF06INV PRINTS, AND DF29OIAP SEEDS THAT    ****
      ****   FROM THE DF06IXRF INVOICE REGISTER.                    ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   UPDATED ONLY THROUGH THE SHARED DF29BALA BALANCE-      ****
      ****   ACCESS ROUTINE.  EACH DETAIL AND EACH CREDIT IS        ****
      ****   APPLIED TO ITS CUSTOMER AS IT IS READ, AND DF29BALA    ****
      ****   LOGS THE POSTED OR CREDITED LINEAGE EVENT; THE MASTER  ****
      ****   IS NO LONGER LOADED AND REWRITTEN WHOLE.  THE CUSTOMER ****
      ****   TABLE NOW ONLY GATHERS THE POSTING REGISTER, SO A FULL ****
      ****   TABLE COSTS A REGISTER LINE BUT NOT THE POSTING.  A    ****
      ****   DRY-RUN'S SIMULATED BALANCES GO TO DF29BALFS.          ****
      ******************************************************************

      ******************************************************************
      ****   THE RUN CAN NOW BE SPLIT INTO CUSTOMER-NUMBER          ****
      ****   PARTITIONS RUNNING AT THE SAME TIME.  A STEP GIVEN A   ****
      ****   DF29PPRM CARD POSTS ONLY THE DETAILS AND CREDITS WHOSE ****
      ****   CUSTOMER FALLS IN ITS DF29PTBL RANGE (SEE DF29PTN.CPY) ****
      ****   AND WRITES ITS POSTED ACTIVITY, OPEN-ITEM ACTIVITY,    ****
      ****   REGISTER AND LINEAGE TO ITS OWN PARTITION FILES.  IT   ****
      ****   TAKES ITS OWN DFCKPT CHECKPOINT (DF29PO PLUS THE       ****
      ****   PARTITION NUMBER) AFTER EVERY ITEM, SO A RESTART SKIPS ****
      ****   WHAT IS ALREADY POSTED, AND RECORDS ITS OWN DFBAL      ****
      ****   CONSUMER TOTALS AS FEEDS DF29TRNN AND DF29PCNN.  THE   ****
      ****   CREDIT FILE IS LEFT FOR DF29PMRG, WHICH PROVES THE     ****
      ****   PARTITIONS ADD UP TO THE UNSPLIT FEED, COMBINES THEIR  ****
      ****   OUTPUT AND ONLY THEN EMPTIES IT.  WITH NO CARD THE RUN ****
      ****   POSTS THE WHOLE FEED EXACTLY AS BEFORE.                ****
      ******************************************************************
      ****   A DETAIL OR CREDIT POSTED BUT LEFT OFF A FULL REGISTER ****
      ****   TABLE IS NOW TREATED THE SAME WAY ON BOTH PATHS: SHOWN ****
      ****   ON THE CONSOLE, COUNTED, AND THE RUN ENDS WITH RETURN  ****
      ****   CODE 4.                                                ****
      ******************************************************************
      ****   A DETAIL OR CREDIT THE BALANCE UPDATE REFUSES IS NOW   ****
      ****   COUNTED, AND THE COUNT SETS RC 8 AFTER THE LAST CALL   ****
      ****   OF THE RUN, SO A RUN WITH UNPOSTED ITEMS CAN NO LONGER ****
      ****   END RC 0.                                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       FILE-CONTROL.

           SELECT PARTITION-CARD   ASSIGN TO DF29PPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PARTITION-TABLE  ASSIGN TO DF29PTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PTBL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO DF29TRAN
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSTED-FILE      ASSIGN TO WS-POSTED-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO WS-ACTIVITY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO WS-REPORT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT CREDIT-FILE      ASSIGN TO DF29PCRD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

       DATA DIVISION.

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

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-TRAN-RECORD.

       COPY DF29TRN.

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           05  PD-POSTING-DATE          PIC X(10).
           05  PD-AMOUNT                PIC 9(09)V99.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       FD  CREDIT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CREDIT-RECORD.

       01  CREDIT-RECORD.
           05  PC-CUST-NUMBER           PIC X(10).
           05  PC-AMOUNT                PIC 9(09)V99.
           05  PC-SOURCE                PIC X(08).
           05  PC-REFERENCE             PIC X(12).
           05  FILLER                   PIC X(09).

       WORKING-STORAGE SECTION.

       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-CREDIT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CREDIT-EOF               VALUE 'Y'.

       01  WS-CREDIT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE ZERO.

       01  WS-POST-CUST-NUMBER         PIC X(10) VALUE SPACES.

       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-UNREGISTERED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-UPDATE-ERROR-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.


      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-POSTED-NAME              PIC X(12) VALUE 'DF29PSTD'.
       01  WS-ACTIVITY-NAME            PIC X(12) VALUE 'DF29OACT'.
       01  WS-REPORT-NAME              PIC X(12) VALUE 'DF29RPT1'.
       01  WS-BASE-NAME                PIC X(12) VALUE SPACES.
       01  WS-PART-NAME                PIC X(12) VALUE SPACES.

      **** THE CUSTOMER-RANGE PARTITION THIS STEP RUNS, IF ANY.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PTBL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PTBL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PTBL-EOF                 VALUE 'Y'.

       01  WS-PARTITION-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PARTITIONED              VALUE 'Y'.

      **** A SIMULATED PARTITION TAKES NO CHECKPOINT - A DRY-RUN LEFT
      **** UNFINISHED MUST NOT MAKE THE LIVE RUN SKIP ANYTHING.
       01  WS-CHECKPOINT-FLAG          PIC X(01) VALUE 'N'.
           88  WS-CHECKPOINTING            VALUE 'Y'.

       01  WS-PARTITION-ID             PIC X(02) VALUE SPACES.
       01  WS-PART-LOW-CUST            PIC X(10) VALUE SPACES.
       01  WS-PART-HIGH-CUST           PIC X(10) VALUE SPACES.
       01  WS-PARTITION-ERROR-FLAG     PIC X(01) VALUE 'N'.
       01  WS-OTHER-PART-COUNT         PIC 9(06) VALUE ZERO.

      **** ITEMS IN THIS PARTITION READ SO FAR, AND HOW MANY OF THEM
      **** A RESTART FINDS ALREADY POSTED.
       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-SKIP-COUNT               PIC 9(09) VALUE ZERO.

       COPY DFCKPT.

       COPY DF29BALC.

       COPY DFBAL.


           DISPLAY 'DF29POST START OF JOB' UPON CONSOLE.

      **** THE POSTING DATE IS THE OFFICIAL PROCESSING DATE FROM THE
      **** RUN CONTROL WHEN ONE IS SET.
           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.
               MOVE DFRUNDT-PROCESSING-DATE TO WS-POSTING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29PSTDS'     TO WS-POSTED-NAME
                   DISPLAY 'DF29POST SIMULATION - BALANCES AND '
                           'POSTED ACTIVITY GO TO SHADOW COPIES'
               MOVE WS-CD-DD            TO WS-PDT-DD
           END-IF.

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

       1000-OPEN-FILES.

           OPEN INPUT TRANSACTION-FILE.
               OPEN OUTPUT POSTED-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE OPEN-ITEM
      **** ACTIVITY, JUST AS IT SKIPS THE DFBAL HANDSHAKE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.


           MOVE 'DF29POST - A/R POSTING REGISTER'
                                        TO DFRPT-TITLE.
           IF WS-PARTITIONED
               MOVE SPACES              TO DFRPT-TITLE
               STRING 'DF29POST - A/R POSTING - PARTITION '
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
                      ' ITEMS WERE POSTED BEFORE THE RESTART AND ARE '
                      'NOT LISTED'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       1000-POST-TRANSACTIONS.

           PERFORM UNTIL WS-TRANS-EOF
           CLOSE TRANSACTION-FILE.
           CLOSE POSTED-FILE.

       1000-POST-CREDITS.

           OPEN INPUT CREDIT-FILE.

           IF WS-CREDIT-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-EOF
                   READ CREDIT-FILE
                       AT END
                           SET WS-CREDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3500-POST-ONE-CREDIT THRU 3500-EXIT
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
               IF NOT DFRUNDT-DRY-RUN AND NOT WS-PARTITIONED
                   OPEN OUTPUT CREDIT-FILE
                   CLOSE CREDIT-FILE
               END-IF
           END-IF.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

       1000-WRITE-REGISTER.

           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

      **** A SIMULATION MUST NOT RECORD REAL-WINDOW CONTROL TOTALS.
      **** A PARTITION RECORDS ITS OWN SLICE; DF29PMRG RECORDS THE
      **** WHOLE FEED ONCE THE SLICES ARE PROVEN.
           IF NOT DFRUNDT-DRY-RUN AND WS-PARTITIONED
               PERFORM 6000-RECORD-PARTITION-TOTALS THRU 6000-EXIT
           END-IF.

           IF WS-CHECKPOINTING
               SET DFCKPT-COMPLETE      TO TRUE
               PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT
           END-IF.

           IF NOT DFRUNDT-DRY-RUN AND NOT WS-PARTITIONED
               MOVE 'DF29TRAN'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-CONSUMER  TO TRUE
               MOVE 'DF29POST'          TO DFBAL-PROGRAM-ID
               MOVE WS-DETAIL-COUNT     TO DFBAL-RECORD-COUNT
               MOVE WS-POSTED-TOTAL     TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'         USING DFBAL-CONTROL-RECORD
               MOVE 'DF29PCRD'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-CONSUMER  TO TRUE
               MOVE 'DF29POST'          TO DFBAL-PROGRAM-ID
               MOVE WS-CREDIT-COUNT     TO DFBAL-RECORD-COUNT
               MOVE WS-CREDIT-TOTAL     TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'         USING DFBAL-CONTROL-RECORD
           END-IF.

      **** SET LAST - EVERY CALL ABOVE HANDS BACK ITS OWN RETURN CODE.
           IF WS-UNREGISTERED-COUNT > ZERO
               DISPLAY 'DF29POST ITEMS POSTED BUT NOT REGISTERED = '
                       WS-UNREGISTERED-COUNT UPON CONSOLE
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-UPDATE-ERROR-COUNT > ZERO
               DISPLAY 'DF29POST ITEMS NOT POSTED - UPDATE ERRORS = '
                       WS-UPDATE-ERROR-COUNT UPON CONSOLE
               IF RETURN-CODE < 8
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.
                                               UPON CONSOLE.
           DISPLAY 'DF29POST AMOUNT POSTED  = ' WS-POSTED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29POST CREDITS POSTED = ' WS-CREDIT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29POST CREDIT AMOUNT  = ' WS-CREDIT-TOTAL
                                               UPON CONSOLE.

           IF WS-PARTITIONED
               DISPLAY 'DF29POST PARTITION ' WS-PARTITION-ID
                       ' ITEMS FOR OTHER PARTITIONS = '
                       WS-OTHER-PART-COUNT UPON CONSOLE
           END-IF.
           DISPLAY 'DF29POST END OF JOB' UPON CONSOLE.

           GOBACK.

      ******************************************************************
      ****   PARTITION SET-UP.  NO DF29PPRM CARD (OR A BLANK ONE)   ****
      ****   IS AN UNSPLIT RUN.  A CARD NAMING A PARTITION THAT IS  ****
      ****   NOT ON DF29PTBL STOPS THE STEP - POSTING THE WHOLE     ****
      ****   FEED FROM EVERY PARTITION STEP WOULD POST IT TWICE.    ****
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
               DISPLAY 'DF29POST INVALID PARTITION NUMBER '
                       WS-PARTITION-ID ' ON DF29PPRM' UPON CONSOLE
               MOVE 'Y'                 TO WS-PARTITION-ERROR-FLAG
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT PARTITION-TABLE.

           IF WS-PTBL-STATUS NOT = '00'
               DISPLAY 'DF29POST NO DF29PTBL PARTITION TABLE FOR '
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
               DISPLAY 'DF29POST PARTITION ' WS-PARTITION-ID
                       ' IS NOT ON DF29PTBL' UPON CONSOLE
               MOVE 'Y'                 TO WS-PARTITION-ERROR-FLAG
               GO TO 1500-EXIT
           END-IF.

           DISPLAY 'DF29POST PARTITION ' WS-PARTITION-ID
                   ' - CUSTOMERS ' WS-PART-LOW-CUST ' TO '
                   WS-PART-HIGH-CUST UPON CONSOLE.

           MOVE WS-POSTED-NAME         TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-POSTED-NAME.

           MOVE WS-ACTIVITY-NAME       TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-ACTIVITY-NAME.

           MOVE WS-REPORT-NAME         TO WS-BASE-NAME.
           PERFORM 1550-PARTITION-NAME THRU 1550-EXIT.
           MOVE WS-BASE-NAME           TO WS-REPORT-NAME.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'Y'                 TO WS-CHECKPOINT-FLAG
               PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT
           END-IF.

       1500-EXIT. EXIT.

      **** THE PARTITION'S OWN FILE IS THE LIVE (OR SHADOW) NAME
      **** WITH P AND THE PARTITION NUMBER ADDED.
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

           MOVE 'DF29POST'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29POST BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29POST NO EXISTING BALANCE MASTER - '
                       'STARTING A NEW ONE' UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       3000-POST-ONE-DETAIL.

           IF WS-PARTITIONED
               IF DF29-TRAN-CUST-NUMBER < WS-PART-LOW-CUST
                  OR DF29-TRAN-CUST-NUMBER > WS-PART-HIGH-CUST
                   ADD 1                TO WS-OTHER-PART-COUNT
                   GO TO 3000-EXIT
               END-IF
               ADD 1                    TO WS-READ-COUNT
               IF WS-READ-COUNT NOT > WS-SKIP-COUNT
                   ADD 1                TO WS-DETAIL-COUNT
                   ADD DF29-TRAN-AMOUNT TO WS-POSTED-TOTAL
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE DF29-TRAN-CUST-NUMBER  TO WS-POST-CUST-NUMBER.
           PERFORM 3100-FIND-OR-ADD-CUSTOMER THRU 3100-EXIT.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE DF29-TRAN-CUST-NUMBER  TO DF29BAL-CUST-NUMBER.
           MOVE DF29-TRAN-AMOUNT       TO DF29BAL-AMOUNT.
           MOVE 'POSTED  '             TO DF29BAL-REASON.
           MOVE DF29-TRAN-LINEAGE-ID   TO DF29BAL-LINEAGE-ID.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-POSTING-DATE        TO DF29BAL-EVENT-DATE.
           MOVE 'Y'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29POST BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - DETAIL FOR '
                       DF29-TRAN-CUST-NUMBER ' NOT POSTED'
                                               UPON CONSOLE
               ADD 1                    TO WS-UPDATE-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF.

           IF WS-FOUND-SUB = ZERO
               DISPLAY 'DF29POST CUSTOMER TABLE FULL - DETAIL FOR '
                       DF29-TRAN-CUST-NUMBER ' POSTED BUT NOT '
                       'REGISTERED' UPON CONSOLE
               ADD 1                    TO WS-UNREGISTERED-COUNT
           ELSE
               ADD DF29-TRAN-AMOUNT     TO WS-CUST-ACTIVITY
                                                      (WS-FOUND-SUB)
               MOVE 'Y'                 TO WS-CUST-POSTED-FLAG
                                                      (WS-FOUND-SUB)
           END-IF.

           ADD 1                       TO WS-DETAIL-COUNT.
           ADD DF29-TRAN-AMOUNT        TO WS-POSTED-TOTAL.
           MOVE DF29-TRAN-AMOUNT       TO PD-AMOUNT.
           WRITE POSTED-RECORD.

           IF WS-CHECKPOINTING
               PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT
           END-IF.

       3000-EXIT. EXIT.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CUST-NUMBER (WS-CUST-IDX) =
                                       WS-POST-CUST-NUMBER
                   MOVE WS-CUST-IDX     TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           ADD 1                       TO WS-CUSTOMER-COUNT.
           MOVE WS-CUSTOMER-COUNT      TO WS-FOUND-SUB.
           MOVE WS-POST-CUST-NUMBER    TO WS-CUST-NUMBER
                                                  (WS-CUSTOMER-COUNT).
           MOVE ZERO                   TO WS-CUST-PRIOR-BAL
                                                  (WS-CUSTOMER-COUNT).
           MOVE 'N'                    TO WS-CUST-POSTED-FLAG
                                                  (WS-CUSTOMER-COUNT).

      **** THE PRIOR BALANCE FOR THE REGISTER IS WHATEVER THE MASTER
      **** HOLDS BEFORE THIS RUN FIRST TOUCHES THE CUSTOMER.
           MOVE 'R'                    TO DF29BAL-FUNCTION.
           MOVE WS-POST-CUST-NUMBER    TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE = '00' AND DF29BAL-FOUND-YES
               MOVE DF29BAL-PRIOR-BALANCE TO WS-CUST-PRIOR-BAL
                                                  (WS-CUSTOMER-COUNT)
           END-IF.

       3100-EXIT. EXIT.

      **** A CREDIT COMES OFF THE CUSTOMER'S ACTIVITY AND IS LOGGED
      **** UNDER THE REFERENCE ITS ISSUER STAMPED ON IT.
       3500-POST-ONE-CREDIT.

           IF WS-PARTITIONED
               IF PC-CUST-NUMBER < WS-PART-LOW-CUST
                  OR PC-CUST-NUMBER > WS-PART-HIGH-CUST
                   ADD 1                TO WS-OTHER-PART-COUNT
                   GO TO 3500-EXIT
               END-IF
               ADD 1                    TO WS-READ-COUNT
               IF WS-READ-COUNT NOT > WS-SKIP-COUNT
                   ADD 1                TO WS-CREDIT-COUNT
                   ADD PC-AMOUNT        TO WS-CREDIT-TOTAL
                   GO TO 3500-EXIT
               END-IF
           END-IF.

           MOVE PC-CUST-NUMBER         TO WS-POST-CUST-NUMBER.
           PERFORM 3100-FIND-OR-ADD-CUSTOMER THRU 3100-EXIT.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE PC-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - PC-AMOUNT.
           MOVE 'CREDITED'             TO DF29BAL-REASON.
           MOVE PC-REFERENCE           TO DF29BAL-LINEAGE-ID.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-POSTING-DATE        TO DF29BAL-EVENT-DATE.
           MOVE 'Y'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29POST BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - CREDIT FOR '
                       PC-CUST-NUMBER ' NOT POSTED'
                                               UPON CONSOLE
               ADD 1                    TO WS-UPDATE-ERROR-COUNT
               GO TO 3500-EXIT
           END-IF.

           IF WS-FOUND-SUB = ZERO
               DISPLAY 'DF29POST CUSTOMER TABLE FULL - CREDIT FOR '
                       PC-CUST-NUMBER ' POSTED BUT NOT REGISTERED'
                                               UPON CONSOLE
               ADD 1                    TO WS-UNREGISTERED-COUNT
           ELSE
               SUBTRACT PC-AMOUNT       FROM WS-CUST-ACTIVITY
                                                      (WS-FOUND-SUB)
               MOVE 'Y'                 TO WS-CUST-POSTED-FLAG
                                                      (WS-FOUND-SUB)
           END-IF.

           ADD 1                       TO WS-CREDIT-COUNT.
           ADD PC-AMOUNT               TO WS-CREDIT-TOTAL.

           IF NOT DFRUNDT-DRY-RUN
               MOVE SPACES              TO DF29-OA-RECORD
               MOVE WS-POSTING-DATE     TO DF29-OA-ACTIVITY-DATE
               MOVE 'DF29POST'          TO DF29-OA-PROGRAM-ID
               SET DF29-OA-CREDIT       TO TRUE
               MOVE PC-CUST-NUMBER      TO DF29-OA-CUST-NUMBER
               MOVE PC-AMOUNT           TO DF29-OA-AMOUNT
               MOVE PC-REFERENCE        TO DF29-OA-REFERENCE
               WRITE DF29-OA-RECORD
           END-IF.

           IF WS-CHECKPOINTING
               PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT
           END-IF.

       3500-EXIT. EXIT.

       4000-WRITE-REGISTER-LINE.

           COMPUTE WS-NEW-BALANCE =

           PERFORM 8200-RPT-WRITE-DETAIL.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           DISPLAY 'DF29POST BALANCES UPDATED = '
                   DF29BAL-APPLY-COUNT UPON CONSOLE.

       5000-EXIT. EXIT.

      **** THE PARTITION'S SLICE OF EACH FEED, UNDER THE SLICE'S OWN
      **** FEED ID, FOR DF29PMRG TO HOLD AGAINST THE UNSPLIT FEED.
       6000-RECORD-PARTITION-TOTALS.

           MOVE SPACES                 TO DFBAL-FEED-ID.
           STRING 'DF29TR' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFBAL-FEED-ID
           END-STRING.
           SET DFBAL-ROLE-CONSUMER     TO TRUE.
           MOVE 'DF29POST'             TO DFBAL-PROGRAM-ID.
           MOVE WS-DETAIL-COUNT        TO DFBAL-RECORD-COUNT.
           MOVE WS-POSTED-TOTAL        TO DFBAL-AMOUNT-TOTAL.
           CALL 'DFBALWR'             USING DFBAL-CONTROL-RECORD.

           MOVE SPACES                 TO DFBAL-FEED-ID.
           STRING 'DF29PC' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFBAL-FEED-ID
           END-STRING.
           SET DFBAL-ROLE-CONSUMER     TO TRUE.
           MOVE 'DF29POST'             TO DFBAL-PROGRAM-ID.
           MOVE WS-CREDIT-COUNT        TO DFBAL-RECORD-COUNT.
           MOVE WS-CREDIT-TOTAL        TO DFBAL-AMOUNT-TOTAL.
           CALL 'DFBALWR'             USING DFBAL-CONTROL-RECORD.

       6000-EXIT. EXIT.

      **** EACH PARTITION CHECKPOINTS UNDER ITS OWN NAME, SO ONE
      **** PARTITION'S RESTART NEVER DISTURBS ANOTHER'S.
       6100-READ-CHECKPOINT.

           MOVE SPACES                 TO DFCKPT-PROGRAM-ID.
           STRING 'DF29PO' WS-PARTITION-ID
                  DELIMITED BY SIZE
                  INTO DFCKPT-PROGRAM-ID
           END-STRING.
           SET DFCKPT-ACTION-READ      TO TRUE.

           CALL 'DFCKPTWR'            USING DFCKPT-CONTROL-RECORD.

           IF DFCKPT-FOUND-YES
               MOVE DFCKPT-LAST-RECORD-NUM TO WS-SKIP-COUNT
               DISPLAY 'DF29POST PARTITION ' WS-PARTITION-ID
                       ' RESTARTING AFTER ITEM = ' WS-SKIP-COUNT
                                               UPON CONSOLE
           END-IF.

           MOVE SPACE                  TO DFCKPT-STATUS.

       6100-EXIT. EXIT.

       6200-WRITE-CHECKPOINT.

           MOVE SPACES                 TO DFCKPT-PROGRAM-ID.
           STRING 'DF29PO' WS-PARTITION-ID
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
