      ****   A LATER PAYMENT ON A WRITTEN-OFF ACCOUNT IS            ****
      ****   RECOGNIZED BY DF29CASH AS A RECOVERY INSTEAD OF        ****
      ****   CREATING A PHANTOM CREDIT.                             ****
      ******************************************************************

      ******************************************************************
      ****   EVERY WRITE-OFF IS ALSO APPENDED TO THE DF29OACT       ****
      ****   OPEN-ITEM ACTIVITY FILE AS A CREDIT ('WO' PLUS THE     ****
      ****   PROCESSING DATE) SO DF29OIAP CLOSES THE CUSTOMER'S     ****
      ****   OPEN ITEMS OLDEST FIRST.                               ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   THE RUN BROWSES IT THROUGH THE SHARED DF29BALA         ****
      ****   BALANCE-ACCESS ROUTINE AND REMOVES EACH WRITTEN-OFF    ****
      ****   CUSTOMER WITH ITS WHOLE BALANCE (REASON WRITEOFF,      ****
      ****   LINEAGE ID 'WO' PLUS THE PROCESSING DATE), SO THE      ****
      ****   LINEAGE LOG SHOWS WHERE EACH BALANCE WENT.  THE LAST   ****
      ****   DF29PSTD ACTIVITY DATES ARE NOW GATHERED INTO THEIR    ****
      ****   OWN TABLE BEFORE THE BROWSE STARTS.                    ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-WOFI-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  PM-MAX-AGE-DAYS          PIC 9(03).
           05  FILLER                   PIC X(01).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.
           05  PD-AMOUNT                PIC 9(09)V99.

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  WRITEOFF-FILE
           RECORD CONTAINS 31 CHARACTERS
           05  WO-WRITEOFF-DATE         PIC X(10).
           05  WO-AMOUNT                PIC 9(09)V99.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-WOFI-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-POSTED-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POSTED-EOF               VALUE 'Y'.
       01  WS-SMALL-THRESHOLD          PIC 9(05)V99 VALUE 5.00.
       01  WS-MAX-AGE-DAYS             PIC 9(03) VALUE 365.

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

       01  WS-WRITEOFF-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       01  WS-BALANCE-AGE-DAYS         PIC S9(05) VALUE ZERO.
           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29WOFF NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

           PERFORM 2400-LOAD-LAST-ACTIVITY THRU 2400-EXIT.

       1000-OPEN-OUTPUTS.
               DISPLAY 'DF29WOFF POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               GO TO 1000-END-OF-JOB
           END-IF.

               OPEN OUTPUT WRITEOFF-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29WOFF - AGED WRITE-OFF REGISTER'
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           MOVE 'B'                    TO DF29BAL-FUNCTION.
           MOVE LOW-VALUES             TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           PERFORM UNTIL DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'N'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               IF DF29BAL-RETURN-CODE = '00'
                   PERFORM 3000-CONSIDER-ONE-BALANCE THRU 3000-EXIT
               END-IF
           END-PERFORM.

           IF NOT DF29BAL-END-OF-BROWSE
               DISPLAY 'DF29WOFF BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' - WRITE-OFF INCOMPLETE'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE GLSRC-FILE.
           CLOSE WRITEOFF-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           MOVE 'DF29WOFF'             TO DFBAL-FEED-ID.
           SET DFBAL-ROLE-PRODUCER     TO TRUE.
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29WOFF'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29WOFF BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2400-LOAD-LAST-ACTIVITY.
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

      **** A POSITIVE BALANCE WRITES OFF WHEN IT IS SMALL (UNDER
      **** THE THRESHOLD) OR STALE (LAST ACTIVITY PAST THE MAXIMUM
      **** AGE).  CREDITS ARE DF29RFND'S BUSINESS, NOT OURS.
       3000-CONSIDER-ONE-BALANCE.

           MOVE DF29BAL-CUST-NUMBER    TO WS-CUST-NUMBER.
           MOVE DF29BAL-PRIOR-BALANCE  TO WS-CUST-BALANCE.

           IF WS-CUST-BALANCE NOT > ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CUST-LAST-DATE.
           PERFORM 2600-FIND-ACTIVITY THRU 2600-EXIT.

           IF WS-ACT-SUB NOT = ZERO
               MOVE WS-ACT-LAST-DATE (WS-ACT-SUB) TO WS-CUST-LAST-DATE
           END-IF.

           MOVE SPACES                 TO WS-SELECT-REASON.

           IF WS-CUST-BALANCE < WS-SMALL-THRESHOLD
               MOVE 'SMALL BALANCE'     TO WS-SELECT-REASON
               GO TO 3000-WRITE-OFF
           END-IF.

           IF WS-CUST-LAST-DATE = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CUST-LAST-DATE TO WS-DATE-WORK.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).

       3000-WRITE-OFF.

           MOVE WS-CUST-BALANCE        TO WS-WRITEOFF-AMOUNT.

           MOVE 'X'                    TO DF29BAL-FUNCTION.
           MOVE WS-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - WS-CUST-BALANCE.
           MOVE 'WRITEOFF'             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'WO' WS-PROCESSING-DATE (1:4)
                  WS-PROCESSING-DATE (6:2) WS-PROCESSING-DATE (9:2)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29WOFF BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - NOT WRITTEN OFF '
                       WS-CUST-NUMBER UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               MOVE '00'                TO DF29BAL-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-WRITEOFF-COUNT.
           ADD WS-WRITEOFF-AMOUNT      TO WS-WRITEOFF-TOTAL.
      **** INTO THE BALANCED DR/CR PAIR THROUGH THE DF29WOFF
      **** MAPPING ON DFGLMAP.
           MOVE 'DF29WOFF'             TO SR-SOURCE.
           MOVE WS-CUST-NUMBER TO SR-KEY.
           MOVE WS-WRITEOFF-AMOUNT     TO SR-AMOUNT.
           MOVE SPACES                 TO SR-COMPANY
                                          SR-COST-CENTER.
           WRITE GLSRC-RECORD.

           MOVE WS-CUST-NUMBER TO WO-CUST-NUMBER.
           MOVE WS-PROCESSING-DATE     TO WO-WRITEOFF-DATE.
           MOVE WS-WRITEOFF-AMOUNT     TO WO-AMOUNT.
           WRITE WRITEOFF-RECORD.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29WOFF'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-CREDIT          TO TRUE.
           MOVE WS-CUST-NUMBER TO DF29-OA-CUST-NUMBER.
           MOVE WS-WRITEOFF-AMOUNT     TO DF29-OA-AMOUNT.
           STRING 'WO' WS-PROCESSING-DATE (1:4)
                  WS-PROCESSING-DATE (6:2) WS-PROCESSING-DATE (9:2)
                  DELIMITED BY SIZE
                  INTO DF29-OA-REFERENCE
           END-STRING.
           WRITE DF29-OA-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-CUST-NUMBER TO DL-CUST-NUMBER.
           MOVE WS-WRITEOFF-AMOUNT     TO DL-AMOUNT.
           MOVE WS-SELECT-REASON       TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE ACCOUNTS THIS RUN WROTE OFF HAVE ALREADY DROPPED
      **** OFF THE BALANCE MASTER - THE WRITTEN-OFF-ITEMS FILE IS
      **** WHERE THOSE ACCOUNTS LIVE NOW.  A CUSTOMER WHO SIMPLY
      **** PAID DOWN TO EXACTLY ZERO STAYS ON FILE, SO A LATER
      **** RETURNED CHECK STILL FINDS THE ACCOUNT.
       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

