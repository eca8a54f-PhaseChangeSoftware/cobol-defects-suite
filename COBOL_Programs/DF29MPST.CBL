       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29MPST.

      *REMARKS:    PHONE PAYMENT MEMO POSTING BATCH HARD-POSTING THE
      *            DF29MPAY MEMO PAYMENTS TAKEN ON DF29BCIC TO THE
      *            DF29BALF OPEN BALANCES AHEAD OF DF29CASH.

      ******************************************************************
      ****   A PAYMENT TAKEN OVER THE PHONE ON DF29BCIC IS ONLY A   ****
      ****   MEMO UNTIL THE PAYMENT PROCESSOR SAYS WHETHER IT WAS   ****
      ****   AUTHORIZED.  THIS BATCH RUNS OVERNIGHT AHEAD OF        ****
      ****   DF29CASH, READS THE PROCESSOR'S DF29MPAU AUTHORIZATION ****
      ****   RESULTS, AND FOR EVERY DF29MPAY MEMO STILL IN STATUS M ****
      ****   CAPTURED ON OR BEFORE THE PROCESSING DATE:             ****
      ****                                                          ****
      ****     - AUTHORIZED FOR THE MEMO AMOUNT - THE PAYMENT COMES ****
      ****       OFF THE CUSTOMER'S DF29BALF BALANCE, IS APPLIED TO ****
      ****       THE OPEN ITEMS THROUGH DF29OACT, AND THE MEMO IS   ****
      ****       MARKED POSTED (P).  A CUSTOMER WITH NO BALANCE     ****
      ****       RECORD GOES TO THE DF29UNAP SUSPENSE FILE AS       ****
      ****       DF29CASH DOES FOR A LOCKBOX PAYMENT,               ****
      ****     - DECLINED - THE MEMO IS REVERSED (R) WITH THE       ****
      ****       PROCESSOR'S REASON, WHICH TAKES IT BACK OFF THE    ****
      ****       BALANCE DF29BCIC SHOWS; NOTHING WAS POSTED,        ****
      ****     - NO RESULT YET, OR AUTHORIZED FOR A DIFFERENT       ****
      ****       AMOUNT - THE MEMO IS HELD FOR THE NEXT RUN AND     ****
      ****       THE STEP ENDS RC 4.                                ****
      ****                                                          ****
      ****   A DECLINE FOR A MEMO ALREADY POSTED, OR A RESULT WITH  ****
      ****   NO MEMO BEHIND IT, IS AN EXCEPTION ON THE REGISTER.    ****
      ****   THE DAY'S MEMOS (PRODUCER, DF29BCIC) AND THE           ****
      ****   PROCESSOR'S RESULTS (CONSUMER, DF29MPST) ARE BOTH      ****
      ****   RECORDED THROUGH DFBALWR UNDER FEED DF29MPAY, SO       ****
      ****   DFBALRPT FLAGS ANY GAP AGAINST THE BANK.  WITHOUT A    ****
      ****   RESULTS FILE NOTHING IS POSTED AND THE STEP ENDS RC 4. ****
      ****                                                          ****
      ****   UNDER A DRY-RUN WINDOW THE BALANCES AND SUSPENSE GO TO ****
      ****   SHADOW COPIES, THE MEMOS ARE NOT UPDATED, AND NO       ****
      ****   OPEN-ITEM ACTIVITY OR BALANCING RECORD IS WRITTEN.     ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH AUTHORIZED MEMO IS POSTED TO ITS ONE CUSTOMER     ****
      ****   THROUGH THE SHARED DF29BALA BALANCE-ACCESS ROUTINE     ****
      ****   (REASON PAYMENT, LINEAGE ID THE SAME 'PH' REFERENCE    ****
      ****   THE OPEN ITEMS GET).  A MEMO THE ROUTINE CANNOT POST   ****
      ****   STAYS IN STATUS M FOR THE NEXT RUN AND THE STEP ENDS   ****
      ****   RC 8.  UNDER A DRY-RUN THE ROUTINE KEEPS THE CHANGED   ****
      ****   BALANCES ON ITS OWN SHADOW COPY.                       ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MEMO-FILE        ASSIGN TO DF29MPAY
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS DF29-MP-KEY
                                   FILE STATUS IS WS-MEMO-STATUS.

           SELECT AUTH-FILE        ASSIGN TO DF29MPAU
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUTH-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO WS-SUSPENSE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MEMO-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DF29-MP-RECORD.

           COPY DF29MPAY.

      **** ONE AUTHORIZATION RESULT PER PHONE PAYMENT FROM THE
      **** PAYMENT PROCESSOR, CARRYING THE MEMO'S KEY BACK.
      **** RESULT: A = AUTHORIZED, D = DECLINED.
       FD  AUTH-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS AUTH-RECORD.

       01  AUTH-RECORD.
           05  AU-KEY.
               10  AU-CUST-NUMBER       PIC X(10).
               10  AU-CAPTURE-DATE      PIC X(10).
               10  AU-CAPTURE-TIME      PIC X(08).
           05  AU-AMOUNT                PIC 9(09)V99.
           05  AU-RESULT                PIC X(01).
           05  AU-DECLINE-REASON        PIC X(03).
           05  FILLER                   PIC X(07).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS SUSPENSE-RECORD.

       01  SUSPENSE-RECORD.
           05  SU-PAYMENT-DATE          PIC X(10).
           05  SU-CHECK-NUMBER          PIC X(10).
           05  SU-CUST-NUMBER           PIC X(10).
           05  SU-AMOUNT                PIC 9(09)V99.
           05  SU-REASON                PIC X(30).
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

       01  WS-MEMO-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUTH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MEMO-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-MEMO-EOF                 VALUE 'Y'.

       01  WS-AUTH-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-AUTH-EOF                 VALUE 'Y'.


       COPY DF29BALC.


      **** THE PROCESSOR'S RESULTS ARE HELD IN STORAGE SO EACH MEMO
      **** CAN BE MATCHED TO ITS RESULT AS THE KSDS IS READ IN KEY
      **** ORDER; A RESULT LEFT UNMATCHED AT THE END HAD NO MEMO.
       01  WS-AUTH-MAX                 PIC 9(04) VALUE 1000.
       01  WS-AUTH-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY           OCCURS 1000 TIMES.
               10  WS-AUTH-RECORD      PIC X(50).
               10  WS-AUTH-MATCHED     PIC X(01).
       01  WS-AUTH-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-AUTH-FOUND-SUB           PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SUSPENSE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC 9(11)V99 VALUE ZERO.

      **** DFBAL HANDSHAKE TOTALS - THE MEMOS DF29BCIC TOOK, AND
      **** THE RESULTS THE PROCESSOR SENT BACK FOR THEM.
       01  WS-MEMO-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-MEMO-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-RESULT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RESULT-TOTAL             PIC 9(11)V99 VALUE ZERO.

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
       01  WS-SUSPENSE-NAME            PIC X(09) VALUE 'DF29UNAP'.

       COPY DFRUNDT.

       COPY DFBAL.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(12) VALUE 'CAPTURED'.
           05  FILLER                  PIC X(10) VALUE 'TIME'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(04) VALUE '  M'.
           05  FILLER                  PIC X(16) VALUE
                                       '      BEFORE BAL'.
           05  FILLER                  PIC X(16) VALUE
                                       '       AFTER BAL'.
           05  FILLER                  PIC X(46) VALUE '  DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CAPTURE-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CAPTURE-TIME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-METHOD               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BEFORE-BAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-AFTER-BAL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION          PIC X(44).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29MPST START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE.

           PERFORM 2300-LOAD-AUTH-RESULTS THRU 2300-EXIT.

           IF WS-AUTH-STATUS NOT = '00' AND WS-AUTH-STATUS NOT = '10'
               DISPLAY 'DF29MPST NO AUTHORIZATION RESULTS ON HAND - '
                       'MEMO PAYMENTS HELD' UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29MPST DF29MPAU HOLDS MORE THAN ' WS-AUTH-MAX
                       ' RESULTS - NOTHING POSTED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           IF DFRUNDT-DRY-RUN
               OPEN INPUT MEMO-FILE
           ELSE
               OPEN I-O MEMO-FILE
           END-IF.

           IF WS-MEMO-STATUS NOT = '00'
               DISPLAY 'DF29MPST PHONE PAYMENT MEMO FILE OPEN ERROR - '
                       WS-MEMO-STATUS ' - NOTHING POSTED'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND SUSPENSE-FILE.

           IF WS-SUSPENSE-STATUS NOT = '00'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE ACTIVITY FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29MPST - PHONE PAYMENT MEMO POSTING'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-PROCESS-MEMOS.

           PERFORM UNTIL WS-MEMO-EOF
               READ MEMO-FILE NEXT RECORD
                   AT END
                       SET WS-MEMO-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-SETTLE-ONE-MEMO THRU 3000-EXIT
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-MATCHED (WS-AUTH-SUB) = 'N'
                   PERFORM 3800-REPORT-ORPHAN-RESULT
               END-IF
           END-PERFORM.

       1000-CLOSE-FILES.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE MEMO-FILE.
           CLOSE SUSPENSE-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

           CLOSE REPORT-FILE.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF29MPAY'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF29BCIC'          TO DFBAL-PROGRAM-ID
               MOVE WS-MEMO-COUNT       TO DFBAL-RECORD-COUNT
               MOVE WS-MEMO-TOTAL       TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
               MOVE 'DF29MPAY'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-CONSUMER  TO TRUE
               MOVE 'DF29MPST'          TO DFBAL-PROGRAM-ID
               MOVE WS-RESULT-COUNT     TO DFBAL-RECORD-COUNT
               MOVE WS-RESULT-TOTAL     TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

           IF WS-HELD-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           DISPLAY 'DF29MPST MEMOS POSTED       = ' WS-POSTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST AMOUNT POSTED      = ' WS-POSTED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST TO SUSPENSE        = ' WS-SUSPENSE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST MEMOS REVERSED     = ' WS-REVERSED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST AMOUNT REVERSED    = ' WS-REVERSED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST MEMOS HELD         = ' WS-HELD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST RESULT EXCEPTIONS  = ' WS-EXCEPTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29MPST END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29UNAPS'     TO WS-SUSPENSE-NAME
                   DISPLAY 'DF29MPST SIMULATION - BALANCES AND '
                           'SUSPENSE GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29MPST NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29MPST'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29MPST BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29MPST NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

      **** EVERY RESULT THE PROCESSOR SENT COUNTS ON THE CONSUMER
      **** SIDE OF THE HANDSHAKE, WHETHER OR NOT A MEMO MATCHES IT.
       2300-LOAD-AUTH-RESULTS.

           OPEN INPUT AUTH-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-AUTH-EOF
               READ AUTH-FILE
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-RESULT-COUNT
                       ADD AU-AMOUNT    TO WS-RESULT-TOTAL
                       IF WS-AUTH-COUNT < WS-AUTH-MAX
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUTH-RECORD
                               TO WS-AUTH-RECORD (WS-AUTH-COUNT)
                           MOVE 'N'
                               TO WS-AUTH-MATCHED (WS-AUTH-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUTH-FILE.

       2300-EXIT. EXIT.

      **** ONE MEMO: A MEMO ALREADY SETTLED ONLY MATTERS IF THE
      **** PROCESSOR HAS NOW DECLINED A PAYMENT WE POSTED; A MEMO
      **** STILL IN STATUS M IS POSTED, REVERSED OR HELD.
       3000-SETTLE-ONE-MEMO.

           PERFORM 3100-FIND-RESULT THRU 3100-EXIT.

           IF NOT DF29-MP-MEMO
               IF WS-AUTH-FOUND-SUB > ZERO
                   PERFORM 3700-CHECK-SETTLED-MEMO THRU 3700-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF.

           IF DF29-MP-CAPTURE-DATE > WS-PROCESSING-DATE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-MEMO-COUNT.
           ADD DF29-MP-AMOUNT          TO WS-MEMO-TOTAL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF29-MP-CUST-NUMBER    TO DL-CUST-NUMBER.
           MOVE DF29-MP-CAPTURE-DATE   TO DL-CAPTURE-DATE.
           MOVE DF29-MP-CAPTURE-TIME   TO DL-CAPTURE-TIME.
           MOVE DF29-MP-AMOUNT         TO DL-AMOUNT.
           MOVE DF29-MP-METHOD         TO DL-METHOD.

           IF WS-AUTH-FOUND-SUB = ZERO
               MOVE 'HELD - AWAITING AUTHORIZATION'
                                        TO DL-DISPOSITION
               GO TO 3000-HOLD
           END-IF.

           MOVE 'Y'                    TO WS-AUTH-MATCHED
                                              (WS-AUTH-FOUND-SUB).
           MOVE WS-AUTH-RECORD (WS-AUTH-FOUND-SUB) TO AUTH-RECORD.

           IF AU-RESULT = 'D'
               PERFORM 3400-REVERSE-MEMO THRU 3400-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF AU-RESULT NOT = 'A'
               MOVE 'HELD - UNKNOWN AUTHORIZATION RESULT'
                                        TO DL-DISPOSITION
               GO TO 3000-HOLD
           END-IF.

           IF AU-AMOUNT NOT = DF29-MP-AMOUNT
               MOVE 'HELD - AUTHORIZED AMOUNT DIFFERS'
                                        TO DL-DISPOSITION
               GO TO 3000-HOLD
           END-IF.

           PERFORM 3200-POST-MEMO THRU 3200-EXIT.

           GO TO 3000-EXIT.

       3000-HOLD.

           ADD 1                       TO WS-HELD-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3100-FIND-RESULT.

           MOVE ZERO                   TO WS-AUTH-FOUND-SUB.

           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                          OR WS-AUTH-FOUND-SUB > ZERO
               IF WS-AUTH-RECORD (WS-AUTH-SUB) (1:28) = DF29-MP-KEY
                   MOVE WS-AUTH-SUB     TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

      **** AN AUTHORIZED MEMO BECOMES A REAL PAYMENT: OFF THE
      **** BALANCE AND ONTO THE OPEN ITEMS, OR INTO SUSPENSE WHEN
      **** THE CUSTOMER HAS NO BALANCE RECORD.
       3200-POST-MEMO.

           PERFORM 3300-FIND-CUSTOMER THRU 3300-EXIT.

           IF DF29BAL-FOUND-NO
               ADD 1                    TO WS-SUSPENSE-COUNT
               MOVE SPACES              TO SUSPENSE-RECORD
               MOVE WS-PROCESSING-DATE  TO SU-PAYMENT-DATE
               STRING 'PH' DF29-MP-CAPTURE-TIME
                      DELIMITED BY SIZE
                      INTO SU-CHECK-NUMBER
               END-STRING
               MOVE DF29-MP-CUST-NUMBER TO SU-CUST-NUMBER
               MOVE DF29-MP-AMOUNT      TO SU-AMOUNT
               MOVE 'PHONE PAYMENT - NO BALANCE REC'
                                        TO SU-REASON
               WRITE SUSPENSE-RECORD
               MOVE 'POSTED TO SUSPENSE - NO BALANCE RECORD'
                                        TO DL-DISPOSITION
           ELSE
               PERFORM 3350-APPLY-PAYMENT THRU 3350-EXIT
               IF DF29BAL-RETURN-CODE NOT = '00'
                   MOVE 'HELD - BALANCE MASTER UPDATE ERROR'
                                        TO DL-DISPOSITION
                   MOVE 8               TO RETURN-CODE
                   ADD 1                TO WS-HELD-COUNT
                   PERFORM 8200-RPT-WRITE-DETAIL
                   GO TO 3200-EXIT
               END-IF
               MOVE DF29BAL-PRIOR-BALANCE TO DL-BEFORE-BAL
               MOVE DF29BAL-NEW-BALANCE TO DL-AFTER-BAL
               MOVE 'POSTED'            TO DL-DISPOSITION
               IF NOT DFRUNDT-DRY-RUN
                   PERFORM 3250-WRITE-OPEN-ITEM-ACTIVITY
               END-IF
           END-IF.

           ADD 1                       TO WS-POSTED-COUNT.
           ADD DF29-MP-AMOUNT          TO WS-POSTED-TOTAL.

           SET DF29-MP-POSTED          TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DF29-MP-SETTLED-DATE.
           PERFORM 3500-REWRITE-MEMO.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3200-EXIT. EXIT.

      **** THE PAYMENT IS APPLIED TO THE OPEN ITEMS UNDER A
      **** REFERENCE OF 'PH' PLUS THE CAPTURE MONTH, DAY AND TIME.
       3250-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29MPST'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-PAYMENT         TO TRUE.
           MOVE DF29-MP-CUST-NUMBER    TO DF29-OA-CUST-NUMBER.
           MOVE DF29-MP-AMOUNT         TO DF29-OA-AMOUNT.
           STRING 'PH' DF29-MP-CAPTURE-DATE (6:2)
                  DF29-MP-CAPTURE-DATE (9:2)
                  DF29-MP-CAPTURE-TIME (1:6)
                  DELIMITED BY SIZE
                  INTO DF29-OA-REFERENCE
           END-STRING.
           WRITE DF29-OA-RECORD.

       3300-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE DF29-MP-CUST-NUMBER    TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29MPST BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER '
                       DF29-MP-CUST-NUMBER UPON CONSOLE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3300-EXIT. EXIT.

      **** THE PAYMENT COMES OFF THE BALANCE UNDER THE SAME 'PH'
      **** REFERENCE THE OPEN ITEMS GET.
       3350-APPLY-PAYMENT.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE DF29-MP-CUST-NUMBER    TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - DF29-MP-AMOUNT.
           MOVE 'PAYMENT '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'PH' DF29-MP-CAPTURE-DATE (6:2)
                  DF29-MP-CAPTURE-DATE (9:2)
                  DF29-MP-CAPTURE-TIME (1:6)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29MPST BALANCE MASTER UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER '
                       DF29-MP-CUST-NUMBER UPON CONSOLE
           END-IF.

       3350-EXIT. EXIT.

      **** A DECLINED MEMO WAS NEVER POSTED, SO REVERSING IT ONLY
      **** TAKES IT OFF THE MEMO TOTAL DF29BCIC SHOWS.
       3400-REVERSE-MEMO.

           ADD 1                       TO WS-REVERSED-COUNT.
           ADD DF29-MP-AMOUNT          TO WS-REVERSED-TOTAL.

           SET DF29-MP-REVERSED        TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DF29-MP-SETTLED-DATE.
           MOVE AU-DECLINE-REASON      TO DF29-MP-DECLINE-REASON.
           PERFORM 3500-REWRITE-MEMO.

           STRING 'REVERSED - DECLINED ' AU-DECLINE-REASON
                  DELIMITED BY SIZE
                  INTO DL-DISPOSITION
           END-STRING.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3400-EXIT. EXIT.

       3500-REWRITE-MEMO.

           IF NOT DFRUNDT-DRY-RUN
               REWRITE DF29-MP-RECORD
                   INVALID KEY
                       DISPLAY 'DF29MPST MEMO REWRITE ERROR '
                               WS-MEMO-STATUS ' FOR '
                               DF29-MP-CUST-NUMBER UPON CONSOLE
               END-REWRITE
           END-IF.

      **** A RESULT FOR A MEMO ALREADY SETTLED IS A REPEAT UNLESS
      **** THE PROCESSOR NOW DECLINES A PAYMENT WE POSTED - THAT
      **** MONEY IS NOT COMING AND MUST BE TAKEN BACK AS A RETURN.
       3700-CHECK-SETTLED-MEMO.

           MOVE 'Y'                    TO WS-AUTH-MATCHED
                                              (WS-AUTH-FOUND-SUB).
           MOVE WS-AUTH-RECORD (WS-AUTH-FOUND-SUB) TO AUTH-RECORD.

           IF NOT DF29-MP-POSTED OR AU-RESULT NOT = 'D'
               GO TO 3700-EXIT
           END-IF.

           ADD 1                       TO WS-EXCEPTION-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF29-MP-CUST-NUMBER    TO DL-CUST-NUMBER.
           MOVE DF29-MP-CAPTURE-DATE   TO DL-CAPTURE-DATE.
           MOVE DF29-MP-CAPTURE-TIME   TO DL-CAPTURE-TIME.
           MOVE DF29-MP-AMOUNT         TO DL-AMOUNT.
           MOVE DF29-MP-METHOD         TO DL-METHOD.
           MOVE 'DECLINED AFTER POSTING - RETURN VIA DF29NSF'
                                        TO DL-DISPOSITION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3700-EXIT. EXIT.

       3800-REPORT-ORPHAN-RESULT.

           ADD 1                       TO WS-EXCEPTION-COUNT.

           MOVE WS-AUTH-RECORD (WS-AUTH-SUB) TO AUTH-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE AU-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE AU-CAPTURE-DATE        TO DL-CAPTURE-DATE.
           MOVE AU-CAPTURE-TIME        TO DL-CAPTURE-TIME.
           MOVE AU-AMOUNT              TO DL-AMOUNT.
           MOVE 'EXCEPTION - RESULT WITH NO MEMO ON FILE'
                                        TO DL-DISPOSITION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
