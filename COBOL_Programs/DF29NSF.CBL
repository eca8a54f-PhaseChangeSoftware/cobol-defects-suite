      ****                                                          ****
      ****   THE BALANCE MASTER FOLLOWS THE SAME LOAD/APPLY/        ****
      ****   REWRITE SHAPE AS DF29POST AND DF29CASH.                ****
      ******************************************************************

      ******************************************************************
      ****   THE REINSTATED PAYMENT AND THE HANDLING FEE ARE EACH   ****
      ****   APPENDED TO THE DF29OACT OPEN-ITEM ACTIVITY FILE AS A  ****
      ****   NEW DEBIT ITEM - 'NS' AND 'NF' PLUS THE CHECK NUMBER - ****
      ****   SO THE DF29OIAP LEDGER AGES THEM FROM THE RETURN DATE. ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   THE REINSTATED PAYMENT (NSFREV) AND THE FEE (NSFFEE)   ****
      ****   ARE APPLIED THROUGH THE SHARED DF29BALA BALANCE-       ****
      ****   ACCESS ROUTINE, WHICH LOGS EACH TO DF29LINF UNDER 'CK' ****
      ****   PLUS THE CHECK NUMBER; THE MASTER IS NO LONGER LOADED  ****
      ****   INTO A TABLE AND REWRITTEN WHOLE.                      ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FLAG-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPT8
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  PM-HANDLING-FEE          PIC 9(05)V99.
           05  FILLER                   PIC X(01).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.
           05  NF-CUST-NUMBER           PIC X(10).
           05  NF-FLAG-DATE             PIC X(10).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FLAG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-RETURN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-RETURN-EOF               VALUE 'Y'.


      **** DEFAULT HANDLING FEE WHEN NO DF29NPRM CARD IS SUPPLIED.
       01  WS-HANDLING-FEE             PIC 9(05)V99 VALUE 25.00.

       COPY DF29BALC.

       01  WS-BEFORE-BALANCE           PIC S9(09)V99 VALUE ZERO.

       01  WS-REVERSED-COUNT           PIC 9(06) VALUE ZERO.

           PERFORM 1100-READ-FEE-PARAMETER THRU 1100-EXIT.
           PERFORM 1200-SET-POSTING-DATE.
           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'DF29NSF NO RETURNED-ITEMS FILE ON HAND'
                                               UPON CONSOLE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               GO TO 1000-END-OF-JOB
           END-IF.

               OPEN OUTPUT NSF-FLAG-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29NSF - RETURNED PAYMENT REVERSALS'
           CLOSE RETURN-FILE.
           CLOSE POSTED-FILE.
           CLOSE NSF-FLAG-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

       1000-END-OF-JOB.

               MOVE WS-CD-DD            TO WS-PDT-DD
           END-IF.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29NSF'              TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29NSF BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29NSF NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.


           PERFORM 3100-FIND-CUSTOMER THRU 3100-EXIT.

           IF DF29BAL-FOUND-NO
               ADD 1                    TO WS-SKIPPED-COUNT
               DISPLAY 'DF29NSF CUSTOMER ' RT-CUST-NUMBER
                       ' NOT ON BALANCE FILE - RETURN SKIPPED'
               GO TO 3000-EXIT
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-BEFORE-BALANCE.

           MOVE RT-AMOUNT              TO DF29BAL-AMOUNT.
           MOVE 'NSFREV  '             TO DF29BAL-REASON.
           PERFORM 3200-APPLY-TO-BALANCE.

           IF DF29BAL-RETURN-CODE NOT = '00'
               ADD 1                    TO WS-SKIPPED-COUNT
               DISPLAY 'DF29NSF BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - RETURN FOR '
                       RT-CUST-NUMBER ' SKIPPED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-HANDLING-FEE        TO DF29BAL-AMOUNT.
           MOVE 'NSFFEE  '             TO DF29BAL-REASON.
           PERFORM 3200-APPLY-TO-BALANCE.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29NSF BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - FEE FOR '
                       RT-CUST-NUMBER ' NOT APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           ADD 1                       TO WS-REVERSED-COUNT.
           ADD RT-AMOUNT               TO WS-REVERSED-TOTAL.
           MOVE WS-POSTING-DATE        TO NF-FLAG-DATE.
           WRITE NSF-FLAG-RECORD.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-POSTING-DATE        TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29NSF'              TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-NEW-ITEM        TO TRUE.
           MOVE RT-CUST-NUMBER         TO DF29-OA-CUST-NUMBER.
           STRING 'NS' RT-CHECK-NUMBER
                  DELIMITED BY SIZE
                  INTO DF29-OA-ITEM-NUMBER
           END-STRING.
           MOVE 'N'                    TO DF29-OA-ITEM-TYPE.
           MOVE RT-AMOUNT              TO DF29-OA-AMOUNT.
           MOVE RT-CHECK-NUMBER        TO DF29-OA-REFERENCE.
           WRITE DF29-OA-RECORD.

           IF WS-HANDLING-FEE > ZERO
               MOVE SPACES              TO DF29-OA-ITEM-NUMBER
               STRING 'NF' RT-CHECK-NUMBER
                      DELIMITED BY SIZE
                      INTO DF29-OA-ITEM-NUMBER
               END-STRING
               MOVE 'H'                 TO DF29-OA-ITEM-TYPE
               MOVE WS-HANDLING-FEE     TO DF29-OA-AMOUNT
               WRITE DF29-OA-RECORD
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE RT-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE RT-CHECK-NUMBER        TO DL-CHECK-NUMBER.
           MOVE RT-AMOUNT              TO DL-RETURNED.
           MOVE WS-BEFORE-BALANCE      TO DL-BEFORE-BAL.
           MOVE DF29BAL-NEW-BALANCE    TO DL-AFTER-BAL.
           MOVE WS-HANDLING-FEE        TO DL-FEE.
           PERFORM 8200-RPT-WRITE-DETAIL.


       3100-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE RT-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3100-EXIT. EXIT.

       3200-APPLY-TO-BALANCE.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE RT-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'CK' RT-CHECK-NUMBER
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-POSTING-DATE        TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

