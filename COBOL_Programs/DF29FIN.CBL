      ****   AS POSTED ACTIVITY ON DF29PSTD (SO STATEMENTS SHOW     ****
      ****   IT), ADDED TO THE CUSTOMER'S BALANCE, AND PRINTED ON   ****
      ****   A PAGED ACCRUAL REGISTER BY CUSTOMER.                  ****
      ******************************************************************

      ******************************************************************
      ****   EACH CHARGE IS ALSO APPENDED TO THE DF29OACT OPEN-ITEM ****
      ****   ACTIVITY FILE AS A NEW 'F' DEBIT ITEM NUMBERED 'FC'    ****
      ****   PLUS THE POSTING DATE, FOR DF29OIAP TO CARRY ON THE    ****
      ****   DF29OPEN LEDGER.                                       ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   THE RUN BROWSES IT IN KEY ORDER THROUGH THE SHARED     ****
      ****   DF29BALA BALANCE-ACCESS ROUTINE AND APPLIES EACH       ****
      ****   CHARGE TO THE CUSTOMER JUST READ (REASON FINCHG,       ****
      ****   LINEAGE ID 'FC' PLUS THE POSTING DATE, AS THE OPEN     ****
      ****   ITEM), SO ONLY CHARGED BALANCES ARE REWRITTEN AND THE  ****
      ****   OLD 500-CUSTOMER TABLE LIMIT IS GONE.                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPT6
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  PM-ANNUAL-RATE          PIC 9V9999.
           05  FILLER                  PIC X(01).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.
           05  PD-POSTING-DATE         PIC X(10).
           05  PD-AMOUNT               PIC 9(09)V99.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       WORKING-STORAGE SECTION.

       COPY DFBAL.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.


       01  WS-ANNUAL-RATE              PIC 9V9999 VALUE ZERO.

       01  WS-RSEL-EFFECTIVE           PIC X(10) VALUE SPACES.
       01  WS-RSEL-RETURN-CODE         PIC X(02) VALUE SPACES.

       COPY DF29BALC.

       01  WS-ACCRUE-CUST-NUMBER       PIC X(10) VALUE SPACES.
       01  WS-ACCRUE-BALANCE           PIC S9(09)V99 VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF36RATE COMPUTE MODULE.
       01  WS-RATE-NUMERATOR           PIC S9(14)V99 VALUE ZERO.
           END-IF.

           PERFORM 1200-SET-POSTING-DATE.
           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29FIN NO CUSTOMER BALANCES ON FILE'
                                              UPON CONSOLE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               GO TO 1000-END-OF-JOB
           END-IF.

               OPEN OUTPUT POSTED-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29FIN - FINANCE CHARGE ACCRUALS'
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE          FROM WS-COLUMN-HEADING.

           MOVE 'B'                    TO DF29BAL-FUNCTION.
           MOVE LOW-VALUES             TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           PERFORM UNTIL DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'N'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               IF DF29BAL-RETURN-CODE = '00'
                   PERFORM 3000-ACCRUE-ONE-CUSTOMER THRU 3000-EXIT
               END-IF
           END-PERFORM.

           IF NOT DF29BAL-END-OF-BROWSE
               DISPLAY 'DF29FIN BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' - ACCRUAL INCOMPLETE'
                                              UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE POSTED-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

      **** THE RUN'S ACCRUED-CHARGE TOTAL GOES TO THE DFGLSRC
      **** POSTING-SOURCE FEED FOR DFGLPST TO JOURNAL, WITH THE
           MOVE 'DF29FIN '             TO SR-SOURCE.
           MOVE 'FINCHG'               TO SR-KEY.
           MOVE WS-ACCRUED-TOTAL       TO SR-AMOUNT.
           MOVE SPACES                 TO SR-COMPANY
                                          SR-COST-CENTER.
           WRITE GLSRC-RECORD.

           CLOSE GLSRC-FILE.
               MOVE WS-CLOCK-DD         TO WS-PDT-DD
           END-IF.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29FIN'              TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29FIN BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

      **** ONLY A POSITIVE OPEN BALANCE ACCRUES - CREDITS AND ZERO
      **** BALANCES PAY NO PENALTY.
       3000-ACCRUE-ONE-CUSTOMER.

           MOVE DF29BAL-CUST-NUMBER    TO WS-ACCRUE-CUST-NUMBER.
           MOVE DF29BAL-PRIOR-BALANCE  TO WS-ACCRUE-BALANCE.

           IF WS-ACCRUE-BALANCE NOT > ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-ACCRUE-BALANCE      TO WS-RATE-NUMERATOR.
           MOVE WS-ANNUAL-RATE         TO WS-RATE-MULTIPLIER.

           CALL 'DF36RATE'            USING WS-RATE-NUMERATOR
           IF WS-RATE-RETURN-CODE NOT = '00'
               DISPLAY 'DF29FIN RATE COMPUTE ERROR '
                       WS-RATE-RETURN-CODE ' FOR '
                       WS-ACCRUE-CUST-NUMBER UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

               GO TO 3000-EXIT
           END-IF.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-ACCRUE-CUST-NUMBER  TO DF29BAL-CUST-NUMBER.
           MOVE WS-FINANCE-CHARGE      TO DF29BAL-AMOUNT.
           MOVE 'FINCHG  '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'FC' WS-PDT-YYYY WS-PDT-MM WS-PDT-DD
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-POSTING-DATE        TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29FIN BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - NO CHARGE FOR '
                       WS-ACCRUE-CUST-NUMBER UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               MOVE '00'                TO DF29BAL-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-ACCRUED-COUNT.
           ADD WS-FINANCE-CHARGE       TO WS-ACCRUED-TOTAL.

           MOVE WS-ACCRUE-CUST-NUMBER  TO PD-CUST-NUMBER.
           MOVE WS-POSTING-DATE        TO PD-POSTING-DATE.
           MOVE WS-FINANCE-CHARGE      TO PD-AMOUNT.
           WRITE POSTED-RECORD.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-POSTING-DATE        TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29FIN'              TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-NEW-ITEM        TO TRUE.
           MOVE WS-ACCRUE-CUST-NUMBER  TO DF29-OA-CUST-NUMBER.
           STRING 'FC' WS-PDT-YYYY WS-PDT-MM WS-PDT-DD
                  DELIMITED BY SIZE
                  INTO DF29-OA-ITEM-NUMBER
           END-STRING.
           MOVE 'F'                    TO DF29-OA-ITEM-TYPE.
           MOVE WS-FINANCE-CHARGE      TO DF29-OA-AMOUNT.
           MOVE DF29-OA-ITEM-NUMBER    TO DF29-OA-REFERENCE.
           WRITE DF29-OA-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-ACCRUE-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE WS-ACCRUE-BALANCE             TO DL-BALANCE.
           MOVE WS-ANNUAL-RATE                TO DL-RATE.
           MOVE WS-FINANCE-CHARGE             TO DL-CHARGE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

