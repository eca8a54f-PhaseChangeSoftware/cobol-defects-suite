      ****      BANK SHOWS THAT NO SETTLEMENT EXPLAINS.  UNMATCHED  ****
      ****      SETTLEMENTS STAY ON THE QUEUE FOR TOMORROW'S RUN    ****
      ****      SO NOTHING UNRESOLVED EVER DROPS OFF THE REPORT.    ****
      ******************************************************************

      ******************************************************************
      ****   A CHARGEBACK IS NOW AN EXPECTED REDUCTION, NOT A BANK  ****
      ****   DIFFERENCE.  DF35CHBK QUEUES EVERY CHARGEBACK IT OPENS ****
      ****   (AND, NEGATIVE, EVERY ONE WON BACK) ON DF35CBRQ.  A    ****
      ****   SETTLEMENT WITH NO EXACT DEPOSIT IS TRIED AGAIN LESS   ****
      ****   THE STORE'S PENDING REDUCTIONS DATED INSIDE ITS        ****
      ****   WINDOW, AND A DEPOSIT NO SETTLEMENT EXPLAINS IS        ****
      ****   CLEARED WHEN IT IS THE PROCESSOR TAKING (OR RETURNING) ****
      ****   EXACTLY ONE PENDING CHARGEBACK FOR THAT STORE.  A      ****
      ****   REDUCTION SO USED DROPS OFF THE QUEUE; THE REST ARE    ****
      ****   CARRIED TO TOMORROW'S RUN.                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-QUEUE-OUT-STATUS.

           SELECT REDUCTION-IN-FILE
                                   ASSIGN TO DF35CBRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RDN-IN-STATUS.

           SELECT REDUCTION-OUT-FILE
                                   ASSIGN TO DF35CBRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RDN-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF35RPT5
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  QO-NET-AMOUNT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

      **** CHARGEBACK REDUCTIONS QUEUED BY DF35CHBK - POSITIVE IS
      **** MONEY THE PROCESSOR TOOK, NEGATIVE IS MONEY IT GAVE BACK.
       FD  REDUCTION-IN-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REDUCTION-IN-RECORD.

       01  REDUCTION-IN-RECORD.
           05  RI-STORE-CODE            PIC X(08).
           05  RI-DATE                  PIC X(10).
           05  RI-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RI-CASE-NUMBER           PIC X(12).
           05  RI-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02).

       FD  REDUCTION-OUT-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REDUCTION-OUT-RECORD.

       01  REDUCTION-OUT-RECORD.
           05  RO-STORE-CODE            PIC X(08).
           05  RO-DATE                  PIC X(10).
           05  RO-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RO-CASE-NUMBER           PIC X(12).
           05  RO-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-BANK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-QUEUE-OUT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RDN-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RDN-OUT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-CSV-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-CSV-EOF                  VALUE 'Y'.
       01  WS-BANK-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-BANK-EOF                 VALUE 'Y'.

       01  WS-RDN-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-RDN-EOF                  VALUE 'Y'.

       01  WS-LAG-DAYS                 PIC 9(02) VALUE 2.

      **** TODAY'S FEED UNSTRUNG THE SAME WAY DF35BAL DOES IT.
               10  WS-BNK-AMOUNT       PIC S9(09)V99 COMP-3.
               10  WS-BNK-USED-FLAG    PIC X(01).

      **** PENDING CHARGEBACK REDUCTIONS FROM DF35CBRQ.
       01  WS-REDUCTION-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-REDUCTION-TABLE.
           05  WS-RDN-ENTRY            OCCURS 300 TIMES.
               10  WS-RDN-STORE        PIC X(08).
               10  WS-RDN-DATE         PIC X(10).
               10  WS-RDN-AMOUNT       PIC S9(09)V99 COMP-3.
               10  WS-RDN-CASE         PIC X(12).
               10  WS-RDN-TYPE         PIC X(01).
               10  WS-RDN-USED-FLAG    PIC X(01).

       01  WS-RDN-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-RDN-SUB            PIC 9(04) VALUE ZERO.
       01  WS-RDN-MATCH-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-PENDING-REDUCTION        PIC S9(09)V99 VALUE ZERO.
       01  WS-EXPECTED-DEPOSIT         PIC S9(09)V99 VALUE ZERO.
       01  WS-CHARGEBACK-MATCH-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-CHARGEBACK-DEBIT-COUNT   PIC 9(04) VALUE ZERO.

       01  WS-STL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-BNK-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-STL-SUB            PIC 9(04) VALUE ZERO.
           PERFORM 1200-LOAD-CARRIED-QUEUE THRU 1200-EXIT.
           PERFORM 1300-NET-TODAYS-FEED THRU 1300-EXIT.
           PERFORM 1400-LOAD-BANK-FILE THRU 1400-EXIT.
           PERFORM 1500-LOAD-REDUCTIONS THRU 1500-EXIT.

       1000-MATCH-AND-REPORT.

           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-QUEUE THRU 4000-EXIT.
           PERFORM 4500-REWRITE-REDUCTIONS THRU 4500-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF35DEPR MATCHED            = ' WS-MATCHED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35DEPR MATCHED LESS CHGBK = '
                                    WS-CHARGEBACK-MATCH-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35DEPR CHARGEBACK DEBITS  = '
                                    WS-CHARGEBACK-DEBIT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35DEPR AMOUNT DIFFERENCES = '
                                    WS-DIFFERENT-COUNT UPON CONSOLE.
           DISPLAY 'DF35DEPR OPEN SETTLEMENTS   = '

       1400-EXIT. EXIT.

       1500-LOAD-REDUCTIONS.

           OPEN INPUT REDUCTION-IN-FILE.

           IF WS-RDN-IN-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-RDN-EOF
               READ REDUCTION-IN-FILE
                   AT END
                       SET WS-RDN-EOF TO TRUE
                   NOT AT END
                       IF WS-REDUCTION-COUNT < 300
                           ADD 1 TO WS-REDUCTION-COUNT
                           MOVE RI-STORE-CODE
                               TO WS-RDN-STORE (WS-REDUCTION-COUNT)
                           MOVE RI-DATE
                               TO WS-RDN-DATE (WS-REDUCTION-COUNT)
                           MOVE RI-AMOUNT
                               TO WS-RDN-AMOUNT (WS-REDUCTION-COUNT)
                           MOVE RI-CASE-NUMBER
                               TO WS-RDN-CASE (WS-REDUCTION-COUNT)
                           MOVE RI-TYPE
                               TO WS-RDN-TYPE (WS-REDUCTION-COUNT)
                           MOVE 'N'
                               TO WS-RDN-USED-FLAG (WS-REDUCTION-COUNT)
                       ELSE
                           DISPLAY 'DF35DEPR REDUCTION TABLE FULL - '
                                   'CASE ' RI-CASE-NUMBER ' NOT LOADED'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REDUCTION-IN-FILE.

       1500-EXIT. EXIT.

       2000-MATCH-ONE-SETTLEMENT.

           PERFORM 2100-COMPUTE-WINDOW-END THRU 2100-EXIT.
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-MATCH-LESS-CHARGEBACKS THRU 2500-EXIT.

           IF WS-FOUND-BNK-SUB NOT = ZERO
               GO TO 2000-EXIT
           END-IF.

           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                       UNTIL WS-BNK-SUB > WS-BANK-COUNT
               IF WS-BNK-USED-FLAG (WS-BNK-SUB) = 'N'

       2200-EXIT. EXIT.

      **** THE STORE'S PENDING CHARGEBACK REDUCTIONS DATED INSIDE
      **** THIS SETTLEMENT'S WINDOW ARE TAKEN OFF ITS NET; A DEPOSIT
      **** FOR EXACTLY WHAT IS LEFT IS A MATCH, AND THOSE
      **** REDUCTIONS ARE SPENT.
       2500-MATCH-LESS-CHARGEBACKS.

           MOVE ZERO                   TO WS-PENDING-REDUCTION
                                          WS-RDN-MATCH-COUNT.

           PERFORM VARYING WS-RDN-SUB FROM 1 BY 1
                       UNTIL WS-RDN-SUB > WS-REDUCTION-COUNT
               IF WS-RDN-USED-FLAG (WS-RDN-SUB) = 'N'
                  AND WS-RDN-STORE (WS-RDN-SUB) =
                                       WS-STL-STORE (WS-STL-SUB)
                  AND WS-RDN-DATE (WS-RDN-SUB) NOT >
                                       WS-WINDOW-END-DATE
                   ADD WS-RDN-AMOUNT (WS-RDN-SUB)
                                        TO WS-PENDING-REDUCTION
                   ADD 1                TO WS-RDN-MATCH-COUNT
               END-IF
           END-PERFORM.

           IF WS-RDN-MATCH-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.

           COMPUTE WS-EXPECTED-DEPOSIT =
                       WS-STL-NET (WS-STL-SUB) - WS-PENDING-REDUCTION.

           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                       UNTIL WS-BNK-SUB > WS-BANK-COUNT
               IF WS-BNK-USED-FLAG (WS-BNK-SUB) = 'N'
                  AND WS-BNK-STORE (WS-BNK-SUB) =
                                       WS-STL-STORE (WS-STL-SUB)
                  AND WS-BNK-DATE (WS-BNK-SUB) NOT <
                                       WS-STL-DATE (WS-STL-SUB)
                  AND WS-BNK-DATE (WS-BNK-SUB) NOT >
                                       WS-WINDOW-END-DATE
                  AND WS-BNK-AMOUNT (WS-BNK-SUB) =
                                       WS-EXPECTED-DEPOSIT
                   MOVE WS-BNK-SUB      TO WS-FOUND-BNK-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-BNK-SUB = ZERO
               GO TO 2500-EXIT
           END-IF.

           PERFORM VARYING WS-RDN-SUB FROM 1 BY 1
                       UNTIL WS-RDN-SUB > WS-REDUCTION-COUNT
               IF WS-RDN-USED-FLAG (WS-RDN-SUB) = 'N'
                  AND WS-RDN-STORE (WS-RDN-SUB) =
                                       WS-STL-STORE (WS-STL-SUB)
                  AND WS-RDN-DATE (WS-RDN-SUB) NOT >
                                       WS-WINDOW-END-DATE
                   MOVE 'Y'             TO WS-RDN-USED-FLAG
                                                  (WS-RDN-SUB)
               END-IF
           END-PERFORM.

           ADD 1                       TO WS-MATCHED-COUNT
                                          WS-CHARGEBACK-MATCH-COUNT.
           MOVE 'M' TO WS-STL-STATE (WS-STL-SUB).
           MOVE 'Y' TO WS-BNK-USED-FLAG (WS-FOUND-BNK-SUB).

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'MATCHED LESS CHARGEBACK' TO DL-TAG.
           MOVE WS-STL-STORE (WS-STL-SUB) TO DL-STORE.
           MOVE WS-STL-DATE (WS-STL-SUB)  TO DL-DATE.
           MOVE WS-STL-NET (WS-STL-SUB)   TO DL-AMOUNT.
           MOVE 'CHGBK ='              TO DL-EXTRA-LABEL.
           MOVE WS-PENDING-REDUCTION   TO DL-EXTRA-AMOUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2500-EXIT. EXIT.

       3000-REPORT-UNMATCHED-DEPOSITS.

           PERFORM VARYING WS-BNK-SUB FROM 1 BY 1
                       UNTIL WS-BNK-SUB > WS-BANK-COUNT
               IF WS-BNK-USED-FLAG (WS-BNK-SUB) = 'N'
                   PERFORM 3100-MATCH-CHARGEBACK-DEBIT THRU 3100-EXIT
               END-IF
               IF WS-BNK-USED-FLAG (WS-BNK-SUB) = 'N'
                   ADD 1                TO WS-UNMATCHED-BNK-COUNT
                   MOVE SPACES          TO WS-DETAIL-LINE

       3000-EXIT. EXIT.

      **** A BANK ENTRY THAT IS THE PROCESSOR TAKING A CHARGEBACK
      **** (OR RETURNING ONE WON) ON ITS OWN - EXACTLY THE OPPOSITE
      **** OF ONE PENDING REDUCTION FOR THE STORE - IS EXPLAINED.
       3100-MATCH-CHARGEBACK-DEBIT.

           MOVE ZERO                   TO WS-FOUND-RDN-SUB.

           PERFORM VARYING WS-RDN-SUB FROM 1 BY 1
                       UNTIL WS-RDN-SUB > WS-REDUCTION-COUNT
                          OR WS-FOUND-RDN-SUB NOT = ZERO
               IF WS-RDN-USED-FLAG (WS-RDN-SUB) = 'N'
                  AND WS-RDN-STORE (WS-RDN-SUB) =
                                       WS-BNK-STORE (WS-BNK-SUB)
                  AND WS-RDN-AMOUNT (WS-RDN-SUB) +
                      WS-BNK-AMOUNT (WS-BNK-SUB) = ZERO
                   MOVE WS-RDN-SUB      TO WS-FOUND-RDN-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-RDN-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.

           MOVE 'Y' TO WS-RDN-USED-FLAG (WS-FOUND-RDN-SUB).
           MOVE 'Y' TO WS-BNK-USED-FLAG (WS-BNK-SUB).
           ADD 1                       TO WS-CHARGEBACK-DEBIT-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           IF WS-RDN-TYPE (WS-FOUND-RDN-SUB) = 'W'
               MOVE 'CHARGEBACK CREDIT'  TO DL-TAG
           ELSE
               MOVE 'CHARGEBACK DEBIT'   TO DL-TAG
           END-IF.
           MOVE WS-BNK-STORE (WS-BNK-SUB)  TO DL-STORE.
           MOVE WS-BNK-DATE (WS-BNK-SUB)   TO DL-DATE.
           MOVE WS-BNK-AMOUNT (WS-BNK-SUB) TO DL-AMOUNT.
           MOVE WS-RDN-CASE (WS-FOUND-RDN-SUB) TO DL-EXTRA-LABEL.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

       4000-REWRITE-QUEUE.

           OPEN OUTPUT QUEUE-OUT-FILE.

       4000-EXIT. EXIT.

      **** REDUCTIONS NOT YET SEEN AT THE BANK ARE CARRIED FORWARD.
       4500-REWRITE-REDUCTIONS.

           IF WS-REDUCTION-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           OPEN OUTPUT REDUCTION-OUT-FILE.

           IF WS-RDN-OUT-STATUS NOT = '00'
               DISPLAY 'DF35DEPR REDUCTION QUEUE OPEN ERROR'
                                               UPON CONSOLE
               GO TO 4500-EXIT
           END-IF.

           PERFORM VARYING WS-RDN-SUB FROM 1 BY 1
                       UNTIL WS-RDN-SUB > WS-REDUCTION-COUNT
               IF WS-RDN-USED-FLAG (WS-RDN-SUB) = 'N'
                   MOVE WS-RDN-STORE (WS-RDN-SUB)  TO RO-STORE-CODE
                   MOVE WS-RDN-DATE (WS-RDN-SUB)   TO RO-DATE
                   MOVE WS-RDN-AMOUNT (WS-RDN-SUB) TO RO-AMOUNT
                   MOVE WS-RDN-CASE (WS-RDN-SUB)   TO RO-CASE-NUMBER
                   MOVE WS-RDN-TYPE (WS-RDN-SUB)   TO RO-TYPE
                   WRITE REDUCTION-OUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE REDUCTION-OUT-FILE.

       4500-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
