       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29ALLW.

      *REMARKS:    MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS OVER THE
      *            DF29BALF RECEIVABLES, BUCKETED BY AGE AND POSTED
      *            TO THE GENERAL LEDGER THROUGH DFGLSRC.

      ******************************************************************
      ****   DF29WOFF WRITES OFF BALANCES ONCE THEY ARE DEAD, BUT   ****
      ****   MONTH END CARRIED NO RESERVE FOR THE BAD DEBT WE CAN   ****
      ****   SEE COMING.  THIS STEP RUNS AT MONTH END, BEFORE       ****
      ****   DFGLPST AND THE DFGLCLSE CLOSE, AND PUTS EVERY         ****
      ****   POSITIVE DF29BALF BALANCE IN AN AGE BUCKET:            ****
      ****                                                          ****
      ****     1 CURRENT     NO DF34HIST STREAK                     ****
      ****     2 1-30 DAYS   } DAYS SINCE THE STREAK WAS FIRST      ****
      ****     3 31-60 DAYS  } SEEN - OR, IF OLDER, THE BUCKET OF   ****
      ****     4 61-90 DAYS  } THE DF29DUNL DUNNING LEVEL (LEVEL 1  ****
      ****     5 OVER 90     } = 31-60, 2 = 61-90, 3 = OVER 90)     ****
      ****                                                          ****
      ****   AND RESERVES THE BUCKET'S LOSS PERCENTAGE FROM THE     ****
      ****   DF29ALPC TABLE.  AN ACCOUNT ON THE DF29CWKQ            ****
      ****   COLLECTIONS QUEUE, OR LAST REPORTED TO THE BUREAU ON   ****
      ****   DF29BPRV BY DF29BURX, CARRIES THE TABLE'S EXTRA        ****
      ****   PERCENTAGE FOR EACH ON TOP - NEVER MORE THAN THE WHOLE ****
      ****   BALANCE.                                               ****
      ****                                                          ****
      ****   THE ALLOWANCE LAST BOOKED IS KEPT ON THE DF29ALWB      ****
      ****   FILE.  ONLY THE CHANGE IS POSTED - SOURCE 'DF29ALLW',  ****
      ****   KEY 'ALWINCR' WHEN THE ALLOWANCE GREW AND 'ALWDECR'    ****
      ****   WHEN IT SHRANK - SO A RERUN OF THE SAME MONTH POSTS    ****
      ****   ONLY THE DIFFERENCE FROM ITS FIRST RUN.  A MONTH       ****
      ****   ALREADY CLOSED ON DFGLPER, OR EARLIER THAN THE MONTH   ****
      ****   LAST BOOKED, IS LISTED BUT NOTHING IS POSTED.  THE     ****
      ****   LISTING SHOWS EACH RESERVED ACCOUNT AND THE BUCKET     ****
      ****   WORKINGS FOR THE AUDITORS.  UNDER A DRY RUN THE BOOKED ****
      ****   FILE GOES TO ITS SHADOW COPY AND NOTHING REACHES       ****
      ****   DFGLSRC.                                               ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PERCENT-FILE     ASSIGN TO DF29ALPC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERCENT-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF34HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-FILE     ASSIGN TO DF29DUNL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DUNNING-STATUS.

           SELECT QUEUE-FILE       ASSIGN TO DF29CWKQ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS WQ-CUST-NUMBER
                                   FILE STATUS IS WS-QUEUE-STATUS.

           SELECT BUREAU-FILE      ASSIGN TO DF29BPRV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BUREAU-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BOOKED-IN-FILE   ASSIGN TO DF29ALWB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BOOKED-IN-STATUS.

           SELECT BOOKED-OUT-FILE  ASSIGN TO WS-BOOKED-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BOOKED-OUT-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      **** ONE CARD PER LOSS PERCENTAGE: CATEGORY '1' TO '5' FOR THE
      **** AGE BUCKETS, 'C' FOR THE COLLECTIONS EXTRA AND 'B' FOR THE
      **** BUREAU-REPORTED EXTRA.  A CATEGORY WITH NO CARD KEEPS ITS
      **** DEFAULT.
       FD  PERCENT-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PERCENT-RECORD.

       01  PERCENT-RECORD.
           05  PC-CATEGORY              PIC X(01).
           05  PC-PERCENT               PIC 9(03)V99.
           05  FILLER                   PIC X(04).

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD.
           05  HR-ACCT-NUMBER           PIC X(10).
           05  HR-FIRST-SEEN            PIC X(10).
           05  HR-RUN-COUNT             PIC 9(04).
           05  HR-WORST-SHORTFALL       PIC S9(10)
                                        SIGN LEADING SEPARATE.

       FD  DUNNING-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS DUNNING-RECORD.

       01  DUNNING-RECORD.
           05  DR-CUST-NUMBER           PIC X(10).
           05  DR-DUN-LEVEL             PIC 9(01).
           05  DR-LAST-LETTER-DATE      PIC X(10).

       FD  QUEUE-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS QUEUE-RECORD.

       01  QUEUE-RECORD.
           05  WQ-CUST-NUMBER           PIC X(10).
           05  WQ-COLLECTOR             PIC X(08).
           05  WQ-PRIORITY              PIC 9(03).
           05  WQ-STREAK-RUNS           PIC 9(04).
           05  WQ-STATUS                PIC X(01).

       FD  BUREAU-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS BUREAU-RECORD.

       01  BUREAU-RECORD.
           05  BP-CUST-NUMBER           PIC X(10).
           05  BP-REPORTED-BALANCE      PIC 9(09)V99.
           05  BP-REPORTED-DATE         PIC X(10).

       FD  PERIOD-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PERIOD-RECORD.

       01  PERIOD-RECORD.
           05  PE-PERIOD                PIC X(07).
           05  PE-STATUS                PIC X(01).
               88  PE-PERIOD-CLOSED         VALUE 'C'.

      **** THE ALLOWANCE LAST POSTED TO THE LEDGER AND THE MONTH IT
      **** WAS POSTED FOR.
       FD  BOOKED-IN-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BOOKED-IN-RECORD.

       01  BOOKED-IN-RECORD.
           05  BIR-PERIOD               PIC X(07).
           05  BIR-ALLOWANCE            PIC 9(11)V99.

       FD  BOOKED-OUT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BOOKED-OUT-RECORD.

       01  BOOKED-OUT-RECORD.
           05  BOR-PERIOD               PIC X(07).
           05  BOR-ALLOWANCE            PIC 9(11)V99.

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PERCENT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUNNING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BUREAU-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BOOKED-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BOOKED-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PERCENT-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-PERCENT-EOF              VALUE 'Y'.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-DUNNING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-DUNNING-EOF              VALUE 'Y'.

       01  WS-QUEUE-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-QUEUE-EOF                VALUE 'Y'.

       01  WS-BUREAU-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-BUREAU-EOF               VALUE 'Y'.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

      **** 'N' WHEN THE MONTH MAY BE LISTED BUT NOT POSTED.
       01  WS-POST-FLAG                PIC X(01) VALUE 'Y'.

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC X(02).

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

       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-FIRST-SEEN-INTEGER       PIC S9(09) VALUE ZERO.

       01  WS-BOOKED-OUT-NAME          PIC X(09) VALUE 'DF29ALWB'.

       COPY DFRUNDT.

       COPY DFBAL.

      **** AGE BUCKETS WITH THEIR DEFAULT LOSS PERCENTAGES, LOADED
      **** OVER BY THE DF29ALPC TABLE.
       01  WS-BUCKET-VALUES.
           05  FILLER                  PIC X(14) VALUE 'CURRENT'.
           05  FILLER                  PIC 9(03)V99 VALUE 1.00.
           05  FILLER                  PIC X(14) VALUE '1-30 DAYS'.
           05  FILLER                  PIC 9(03)V99 VALUE 5.00.
           05  FILLER                  PIC X(14) VALUE '31-60 DAYS'.
           05  FILLER                  PIC 9(03)V99 VALUE 15.00.
           05  FILLER                  PIC X(14) VALUE '61-90 DAYS'.
           05  FILLER                  PIC 9(03)V99 VALUE 40.00.
           05  FILLER                  PIC X(14) VALUE 'OVER 90 DAYS'.
           05  FILLER                  PIC 9(03)V99 VALUE 75.00.

       01  WS-BUCKET-TABLE             REDEFINES WS-BUCKET-VALUES.
           05  WS-BKT-ENTRY            OCCURS 5 TIMES.
               10  WS-BKT-LABEL        PIC X(14).
               10  WS-BKT-PERCENT      PIC 9(03)V99.

       01  WS-BUCKET-TOTALS.
           05  WS-BKT-TOTAL            OCCURS 5 TIMES.
               10  WS-BKT-COUNT        PIC 9(05).
               10  WS-BKT-BALANCE      PIC 9(11)V99.
               10  WS-BKT-RESERVE      PIC 9(11)V99.

       01  WS-BKT-SUB                  PIC 9(01) VALUE ZERO.

       01  WS-COLL-PERCENT             PIC 9(03)V99 VALUE 15.00.
       01  WS-COLL-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-COLL-BALANCE             PIC 9(11)V99 VALUE ZERO.
       01  WS-COLL-RESERVE             PIC 9(11)V99 VALUE ZERO.

       01  WS-BUREAU-PERCENT           PIC 9(03)V99 VALUE 25.00.
       01  WS-BUREAU-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-BUREAU-BALANCE           PIC 9(11)V99 VALUE ZERO.
       01  WS-BUREAU-RESERVE           PIC 9(11)V99 VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY           OCCURS 500 TIMES.
               10  WS-CUST-NUMBER      PIC X(10).
               10  WS-CUST-BALANCE     PIC 9(09)V99.
               10  WS-CUST-FIRST-SEEN  PIC X(10).
               10  WS-CUST-DUN-LEVEL   PIC 9(01).
               10  WS-CUST-COLL-FLAG   PIC X(01).
               10  WS-CUST-BUREAU-FLAG PIC X(01).

       01  WS-CUST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-LOOK-CUST                PIC X(10) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       01  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
       01  WS-DUN-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-RATE                     PIC 9(03)V99 VALUE ZERO.
       01  WS-EXTRA-RATE               PIC 9(03)V99 VALUE ZERO.
       01  WS-BUCKET-RESERVE           PIC 9(09)V99 VALUE ZERO.
       01  WS-COLL-EXTRA               PIC 9(09)V99 VALUE ZERO.
       01  WS-BUREAU-EXTRA             PIC 9(09)V99 VALUE ZERO.
       01  WS-ACCOUNT-RESERVE          PIC 9(09)V99 VALUE ZERO.

       01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-RECEIVABLE-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-BOOK-ALLOWANCE           PIC 9(11)V99 VALUE ZERO.

       01  WS-BOOKED-PERIOD            PIC X(07) VALUE SPACES.
       01  WS-BOOKED-ALLOWANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-ALLOWANCE-CHANGE         PIC S9(11)V99 VALUE ZERO.

       01  WS-GL-KEY                   PIC X(08) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-GL-TOTAL                 PIC 9(11)V99 VALUE ZERO.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                       'ALLOWANCE AS AT '.
           05  PL-PROCESSING-DATE      PIC X(10).
           05  FILLER                  PIC X(12) VALUE '  PERIOD '.
           05  PL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(16) VALUE
                                       '         BALANCE'.
           05  FILLER                  PIC X(12) VALUE '  FIRST SEEN'.
           05  FILLER                  PIC X(06) VALUE '  DAYS'.
           05  FILLER                  PIC X(05) VALUE '  DUN'.
           05  FILLER                  PIC X(16) VALUE '  BUCKET'.
           05  FILLER                  PIC X(06) VALUE 'COLL'.
           05  FILLER                  PIC X(05) VALUE 'BUR'.
           05  FILLER                  PIC X(08) VALUE '    RATE'.
           05  FILLER                  PIC X(16) VALUE
                                       '         RESERVE'.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FIRST-SEEN           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DAYS                 PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-DUN-LEVEL            PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BUCKET               PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COLL                 PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-BUREAU               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RESERVE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-WORKING-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
                                       'BUCKET WORKINGS'.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNTS'.
           05  FILLER                  PIC X(19) VALUE
                                       '            BALANCE'.
           05  FILLER                  PIC X(09) VALUE '   LOSS %'.
           05  FILLER                  PIC X(19) VALUE
                                       '            RESERVE'.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-WORKING-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WL-LABEL                PIC X(22).
           05  WL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WL-BALANCE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WL-PERCENT              PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WL-RESERVE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SL-LABEL                PIC X(40).
           05  SL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-NOTE                 PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29ALLW START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PERCENTAGES THRU 1200-EXIT.
           PERFORM 1400-CHECK-PERIOD-OPEN THRU 1400-EXIT.
           PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29ALLW BALANCE FILE IS TOO LARGE FOR ITS '
                       'TABLE - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-LOAD-BOOKED-ALLOWANCE THRU 2100-EXIT.
           PERFORM 2200-NOTE-STREAKS THRU 2200-EXIT.
           PERFORM 2300-NOTE-DUNNING-LEVELS THRU 2300-EXIT.
           PERFORM 2400-NOTE-COLLECTIONS THRU 2400-EXIT.
           PERFORM 2500-NOTE-BUREAU-REPORTED THRU 2500-EXIT.

       1000-LIST-ALLOWANCE.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29ALLW - ALLOWANCE FOR DOUBTFUL ACCOUNTS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PROCESSING-DATE     TO PL-PROCESSING-DATE.
           MOVE WS-PERIOD              TO PL-PERIOD.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               PERFORM 3000-RESERVE-ONE-ACCOUNT THRU 3000-EXIT
           END-PERFORM.

           PERFORM 3500-PRINT-WORKINGS THRU 3500-EXIT.
           PERFORM 4000-POST-ALLOWANCE-CHANGE THRU 4000-EXIT.
           PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-POST-FLAG = 'Y' AND NOT DFRUNDT-DRY-RUN
              AND WS-GL-COUNT > ZERO
               MOVE 'DF29ALLW'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF29ALLW'          TO DFBAL-PROGRAM-ID
               MOVE WS-GL-COUNT         TO DFBAL-RECORD-COUNT
               MOVE WS-GL-TOTAL         TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

           IF WS-POST-FLAG = 'Y'
               PERFORM 6000-REWRITE-BOOKED-ALLOWANCE THRU 6000-EXIT
           END-IF.

      **** DFBALWR LEAVES ITS OWN RETURN CODE BEHIND, SO THE RUN'S
      **** OWN CODE IS SET AGAIN ON THE WAY OUT.
           IF WS-POST-FLAG = 'N'
               MOVE 8                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF29ALLW ALLOWANCE PERIOD   = ' WS-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DF29ALLW ACCOUNTS RESERVED  = ' WS-LISTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ALLW REQUIRED ALLOWANCE = ' WS-BOOK-ALLOWANCE
                                               UPON CONSOLE.
           DISPLAY 'DF29ALLW ALLOWANCE CHANGE   = '
                                    WS-ALLOWANCE-CHANGE UPON CONSOLE.
           DISPLAY 'DF29ALLW END OF JOB' UPON CONSOLE.

           GOBACK.

      **** THE ALLOWANCE MONTH IS THE PROCESSING-DATE MONTH, AND
      **** BALANCES ARE AGED TO THE PROCESSING DATE.
       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29ALWBS'     TO WS-BOOKED-OUT-NAME
                   DISPLAY 'DF29ALLW SIMULATION - UPDATES GO TO SHADOW '
                           'COPIES, NO GL POSTING' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29ALLW NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-PER-YYYY.
           MOVE WS-PRD-MM              TO WS-PER-MM.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PROCESSING-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

       1100-EXIT. EXIT.

       1200-READ-PERCENTAGES.

           OPEN INPUT PERCENT-FILE.

           IF WS-PERCENT-STATUS NOT = '00'
               DISPLAY 'DF29ALLW NO LOSS PERCENTAGE TABLE - DEFAULT '
                       'PERCENTAGES APPLY' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-PERCENT-EOF
               READ PERCENT-FILE
                   AT END
                       SET WS-PERCENT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-APPLY-ONE-PERCENT THRU 1250-EXIT
               END-READ
           END-PERFORM.

           CLOSE PERCENT-FILE.

       1200-EXIT. EXIT.

       1250-APPLY-ONE-PERCENT.

           IF PC-PERCENT NOT NUMERIC OR PC-PERCENT > 100
               DISPLAY 'DF29ALLW BAD LOSS PERCENTAGE FOR CATEGORY '
                       PC-CATEGORY ' - DEFAULT KEPT' UPON CONSOLE
               GO TO 1250-EXIT
           END-IF.

           EVALUATE PC-CATEGORY
               WHEN '1' THRU '5'
                   MOVE PC-CATEGORY     TO WS-BKT-SUB
                   MOVE PC-PERCENT      TO WS-BKT-PERCENT (WS-BKT-SUB)
               WHEN 'C'
                   MOVE PC-PERCENT      TO WS-COLL-PERCENT
               WHEN 'B'
                   MOVE PC-PERCENT      TO WS-BUREAU-PERCENT
               WHEN OTHER
                   DISPLAY 'DF29ALLW UNKNOWN LOSS CATEGORY '
                           PC-CATEGORY ' IGNORED' UPON CONSOLE
           END-EVALUATE.

       1250-EXIT. EXIT.

      **** A MONTH DFGLCLSE HAS CLOSED CAN STILL BE LISTED, BUT ITS
      **** ALLOWANCE MOVEMENT WOULD ONLY LAND IN SUSPENSE.
       1400-CHECK-PERIOD-OPEN.

           OPEN INPUT PERIOD-FILE.

           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE
                   AT END
                       SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PE-PERIOD = WS-PERIOD
                          AND PE-PERIOD-CLOSED
                           MOVE 'N'     TO WS-POST-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

           IF WS-POST-FLAG = 'N'
               DISPLAY 'DF29ALLW PERIOD ' WS-PERIOD ' IS CLOSED - '
                       'ALLOWANCE LISTED, NOTHING POSTED' UPON CONSOLE
           END-IF.

       1400-EXIT. EXIT.

      **** ONLY A POSITIVE BALANCE CAN GO BAD - A CREDIT BALANCE IS
      **** DF29RFND'S BUSINESS.
       2000-LOAD-BALANCES.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29ALLW NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       IF BR-BALANCE > ZERO
                           PERFORM 2050-ADD-BALANCE THRU 2050-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       2000-EXIT. EXIT.

       2050-ADD-BALANCE.

           IF WS-CUSTOMER-COUNT >= 500
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2050-EXIT
           END-IF.

           ADD 1                       TO WS-CUSTOMER-COUNT.
           MOVE BR-CUST-NUMBER     TO WS-CUST-NUMBER
                                                  (WS-CUSTOMER-COUNT).
           MOVE BR-BALANCE         TO WS-CUST-BALANCE
                                                  (WS-CUSTOMER-COUNT).
           MOVE SPACES             TO WS-CUST-FIRST-SEEN
                                                  (WS-CUSTOMER-COUNT).
           MOVE ZERO               TO WS-CUST-DUN-LEVEL
                                                  (WS-CUSTOMER-COUNT).
           MOVE 'N'                TO WS-CUST-COLL-FLAG
                                                  (WS-CUSTOMER-COUNT).
           MOVE 'N'                TO WS-CUST-BUREAU-FLAG
                                                  (WS-CUSTOMER-COUNT).

       2050-EXIT. EXIT.

      **** A RERUN OF THE MONTH LAST BOOKED POSTS ONLY ITS
      **** DIFFERENCE; A MONTH EARLIER THAN THAT MUST NOT POST AT ALL
      **** OR IT WOULD UNWIND THE LATER MONTH'S ALLOWANCE.
       2100-LOAD-BOOKED-ALLOWANCE.

           OPEN INPUT BOOKED-IN-FILE.

           IF WS-BOOKED-IN-STATUS NOT = '00'
               DISPLAY 'DF29ALLW NO BOOKED ALLOWANCE ON FILE - THE '
                       'WHOLE ALLOWANCE POSTS' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           READ BOOKED-IN-FILE
               AT END
                   GO TO 2100-CLOSE-BOOKED
           END-READ.

           MOVE BIR-PERIOD             TO WS-BOOKED-PERIOD.
           MOVE BIR-ALLOWANCE          TO WS-BOOKED-ALLOWANCE.

           IF WS-BOOKED-PERIOD > WS-PERIOD
               DISPLAY 'DF29ALLW ALLOWANCE ALREADY BOOKED FOR '
                       WS-BOOKED-PERIOD ' - NOTHING POSTED'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
           END-IF.

       2100-CLOSE-BOOKED.

           CLOSE BOOKED-IN-FILE.

       2100-EXIT. EXIT.

       2200-NOTE-STREAKS.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'DF29ALLW NO STREAK HISTORY - BALANCES AGE '
                       'BY DUNNING LEVEL ONLY' UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       MOVE HR-ACCT-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           MOVE HR-FIRST-SEEN
                               TO WS-CUST-FIRST-SEEN (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       2200-EXIT. EXIT.

       2300-NOTE-DUNNING-LEVELS.

           OPEN INPUT DUNNING-FILE.

           IF WS-DUNNING-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-DUNNING-EOF
               READ DUNNING-FILE
                   AT END
                       SET WS-DUNNING-EOF TO TRUE
                   NOT AT END
                       MOVE DR-CUST-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                          AND DR-DUN-LEVEL NUMERIC
                           MOVE DR-DUN-LEVEL
                               TO WS-CUST-DUN-LEVEL (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DUNNING-FILE.

       2300-EXIT. EXIT.

       2400-NOTE-COLLECTIONS.

           OPEN INPUT QUEUE-FILE.

           IF WS-QUEUE-STATUS NOT = '00'
               GO TO 2400-EXIT
           END-IF.

           PERFORM UNTIL WS-QUEUE-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       MOVE WQ-CUST-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           MOVE 'Y'
                               TO WS-CUST-COLL-FLAG (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUEUE-FILE.

       2400-EXIT. EXIT.

       2500-NOTE-BUREAU-REPORTED.

           OPEN INPUT BUREAU-FILE.

           IF WS-BUREAU-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-BUREAU-EOF
               READ BUREAU-FILE
                   AT END
                       SET WS-BUREAU-EOF TO TRUE
                   NOT AT END
                       MOVE BP-CUST-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           MOVE 'Y'
                               TO WS-CUST-BUREAU-FLAG (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BUREAU-FILE.

       2500-EXIT. EXIT.

       2900-FIND-CUSTOMER.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-CUST-NUMBER (WS-CUST-SUB) = WS-LOOK-CUST
                   MOVE WS-CUST-SUB     TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       2900-EXIT. EXIT.

      **** BUCKET BY THE STREAK'S AGE, PUSHED OLDER BY THE DUNNING
      **** LEVEL WHEN THAT SAYS WORSE; THEN THE BUCKET PERCENTAGE
      **** PLUS THE COLLECTIONS AND BUREAU EXTRAS, CAPPED AT 100.
       3000-RESERVE-ONE-ACCOUNT.

           MOVE ZERO                   TO WS-AGE-DAYS.
           MOVE 1                      TO WS-BKT-SUB.

           IF WS-CUST-FIRST-SEEN (WS-CUST-SUB) NOT = SPACES
               MOVE ZERO                TO WS-DATE-NUMERIC
               MOVE WS-CUST-FIRST-SEEN (WS-CUST-SUB) (1:4)
                                        TO WS-DATE-NUMERIC (1:4)
               MOVE WS-CUST-FIRST-SEEN (WS-CUST-SUB) (6:2)
                                        TO WS-DATE-NUMERIC (5:2)
               MOVE WS-CUST-FIRST-SEEN (WS-CUST-SUB) (9:2)
                                        TO WS-DATE-NUMERIC (7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUMERIC) = ZERO
                   COMPUTE WS-FIRST-SEEN-INTEGER =
                           FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
                   COMPUTE WS-AGE-DAYS =
                           WS-PROCESS-INTEGER - WS-FIRST-SEEN-INTEGER
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       MOVE 5           TO WS-BKT-SUB
                   WHEN WS-AGE-DAYS > 60
                       MOVE 4           TO WS-BKT-SUB
                   WHEN WS-AGE-DAYS > 30
                       MOVE 3           TO WS-BKT-SUB
                   WHEN OTHER
                       MOVE 2           TO WS-BKT-SUB
               END-EVALUATE
           END-IF.

           IF WS-CUST-DUN-LEVEL (WS-CUST-SUB) > ZERO
               COMPUTE WS-DUN-BUCKET =
                           WS-CUST-DUN-LEVEL (WS-CUST-SUB) + 2
               IF WS-DUN-BUCKET > 5
                   MOVE 5               TO WS-DUN-BUCKET
               END-IF
               IF WS-DUN-BUCKET > WS-BKT-SUB
                   MOVE WS-DUN-BUCKET   TO WS-BKT-SUB
               END-IF
           END-IF.

           MOVE WS-BKT-PERCENT (WS-BKT-SUB) TO WS-RATE.
           COMPUTE WS-BUCKET-RESERVE ROUNDED =
                       WS-CUST-BALANCE (WS-CUST-SUB) * WS-RATE / 100.

           MOVE ZERO                   TO WS-COLL-EXTRA.
           MOVE ZERO                   TO WS-BUREAU-EXTRA.

           IF WS-CUST-COLL-FLAG (WS-CUST-SUB) = 'Y'
               COMPUTE WS-EXTRA-RATE = 100 - WS-RATE
               IF WS-COLL-PERCENT < WS-EXTRA-RATE
                   MOVE WS-COLL-PERCENT TO WS-EXTRA-RATE
               END-IF
               ADD WS-EXTRA-RATE        TO WS-RATE
               COMPUTE WS-COLL-EXTRA ROUNDED =
                   WS-CUST-BALANCE (WS-CUST-SUB) * WS-EXTRA-RATE / 100
               ADD 1                    TO WS-COLL-COUNT
               ADD WS-CUST-BALANCE (WS-CUST-SUB) TO WS-COLL-BALANCE
               ADD WS-COLL-EXTRA        TO WS-COLL-RESERVE
           END-IF.

           IF WS-CUST-BUREAU-FLAG (WS-CUST-SUB) = 'Y'
               COMPUTE WS-EXTRA-RATE = 100 - WS-RATE
               IF WS-BUREAU-PERCENT < WS-EXTRA-RATE
                   MOVE WS-BUREAU-PERCENT TO WS-EXTRA-RATE
               END-IF
               ADD WS-EXTRA-RATE        TO WS-RATE
               COMPUTE WS-BUREAU-EXTRA ROUNDED =
                   WS-CUST-BALANCE (WS-CUST-SUB) * WS-EXTRA-RATE / 100
               ADD 1                    TO WS-BUREAU-COUNT
               ADD WS-CUST-BALANCE (WS-CUST-SUB) TO WS-BUREAU-BALANCE
               ADD WS-BUREAU-EXTRA      TO WS-BUREAU-RESERVE
           END-IF.

           COMPUTE WS-ACCOUNT-RESERVE = WS-BUCKET-RESERVE
                                      + WS-COLL-EXTRA
                                      + WS-BUREAU-EXTRA.

           ADD 1                       TO WS-BKT-COUNT (WS-BKT-SUB).
           ADD WS-CUST-BALANCE (WS-CUST-SUB)
                                       TO WS-BKT-BALANCE (WS-BKT-SUB).
           ADD WS-BUCKET-RESERVE       TO WS-BKT-RESERVE (WS-BKT-SUB).

           ADD WS-CUST-BALANCE (WS-CUST-SUB) TO WS-RECEIVABLE-TOTAL.
           ADD WS-ACCOUNT-RESERVE      TO WS-BOOK-ALLOWANCE.

           IF WS-ACCOUNT-RESERVE = ZERO
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-LISTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-CUST-NUMBER (WS-CUST-SUB)     TO DL-CUST-NUMBER.
           MOVE WS-CUST-BALANCE (WS-CUST-SUB)    TO DL-BALANCE.
           MOVE WS-CUST-FIRST-SEEN (WS-CUST-SUB) TO DL-FIRST-SEEN.
           MOVE WS-AGE-DAYS            TO DL-DAYS.
           MOVE WS-CUST-DUN-LEVEL (WS-CUST-SUB)  TO DL-DUN-LEVEL.
           MOVE WS-BKT-LABEL (WS-BKT-SUB)        TO DL-BUCKET.
           MOVE WS-CUST-COLL-FLAG (WS-CUST-SUB)  TO DL-COLL.
           MOVE WS-CUST-BUREAU-FLAG (WS-CUST-SUB) TO DL-BUREAU.
           MOVE WS-RATE                TO DL-RATE.
           MOVE WS-ACCOUNT-RESERVE     TO DL-RESERVE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE AUDITORS' WORKINGS: EACH BUCKET'S BALANCES AT ITS
      **** LOSS PERCENTAGE, THEN THE TWO EXTRAS.  THE RESERVE
      **** COLUMN ADDS UP TO THE REQUIRED ALLOWANCE.
       3500-PRINT-WORKINGS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-WORKING-HEADING     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
               MOVE SPACES              TO WS-WORKING-LINE
               MOVE WS-BKT-LABEL (WS-BKT-SUB)   TO WL-LABEL
               MOVE WS-BKT-COUNT (WS-BKT-SUB)   TO WL-COUNT
               MOVE WS-BKT-BALANCE (WS-BKT-SUB) TO WL-BALANCE
               MOVE WS-BKT-PERCENT (WS-BKT-SUB) TO WL-PERCENT
               MOVE WS-BKT-RESERVE (WS-BKT-SUB) TO WL-RESERVE
               MOVE WS-WORKING-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE SPACES                 TO WS-WORKING-LINE.
           MOVE 'COLLECTIONS EXTRA'    TO WL-LABEL.
           MOVE WS-COLL-COUNT          TO WL-COUNT.
           MOVE WS-COLL-BALANCE        TO WL-BALANCE.
           MOVE WS-COLL-PERCENT        TO WL-PERCENT.
           MOVE WS-COLL-RESERVE        TO WL-RESERVE.
           MOVE WS-WORKING-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-WORKING-LINE.
           MOVE 'BUREAU-REPORTED EXTRA' TO WL-LABEL.
           MOVE WS-BUREAU-COUNT        TO WL-COUNT.
           MOVE WS-BUREAU-BALANCE      TO WL-BALANCE.
           MOVE WS-BUREAU-PERCENT      TO WL-PERCENT.
           MOVE WS-BUREAU-RESERVE      TO WL-RESERVE.
           MOVE WS-WORKING-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-WORKING-LINE.
           MOVE 'TOTAL'                TO WL-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO WL-COUNT.
           MOVE WS-RECEIVABLE-TOTAL    TO WL-BALANCE.
           MOVE WS-BOOK-ALLOWANCE      TO WL-RESERVE.
           MOVE WS-WORKING-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3500-EXIT. EXIT.

      **** ONE DFGLSRC RECORD FOR THE MONTH'S MOVEMENT IN THE
      **** ALLOWANCE - DFGLPST POSTS IT AS A BALANCED PAIR THROUGH
      **** THE DF29ALLW MAPPING FOR THE KEY (BAD-DEBT EXPENSE
      **** AGAINST THE ALLOWANCE CONTRA-RECEIVABLE).
       4000-POST-ALLOWANCE-CHANGE.

           COMPUTE WS-ALLOWANCE-CHANGE =
                       WS-BOOK-ALLOWANCE - WS-BOOKED-ALLOWANCE.

           IF WS-POST-FLAG NOT = 'Y' OR WS-ALLOWANCE-CHANGE = ZERO
               GO TO 4000-EXIT
           END-IF.

           IF WS-ALLOWANCE-CHANGE > ZERO
               MOVE 'ALWINCR'           TO WS-GL-KEY
               MOVE WS-ALLOWANCE-CHANGE TO WS-GL-AMOUNT
           ELSE
               MOVE 'ALWDECR'           TO WS-GL-KEY
               COMPUTE WS-GL-AMOUNT = ZERO - WS-ALLOWANCE-CHANGE
           END-IF.

           ADD 1                       TO WS-GL-COUNT.
           ADD WS-GL-AMOUNT            TO WS-GL-TOTAL.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE GENERAL LEDGER.
           IF DFRUNDT-DRY-RUN
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND GLSRC-FILE.

           IF WS-GLSRC-STATUS NOT = '00'
               OPEN OUTPUT GLSRC-FILE
           END-IF.

           IF WS-GLSRC-STATUS NOT = '00'
               DISPLAY 'DF29ALLW POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
               MOVE ZERO                TO WS-GL-COUNT
               MOVE ZERO                TO WS-GL-TOTAL
               GO TO 4000-EXIT
           END-IF.

           MOVE 'DF29ALLW'             TO SR-SOURCE.
           MOVE WS-GL-KEY              TO SR-KEY.
           MOVE WS-GL-AMOUNT           TO SR-AMOUNT.
           MOVE SPACES                 TO SR-COMPANY
                                          SR-COST-CENTER.
           WRITE GLSRC-RECORD.

           CLOSE GLSRC-FILE.

       4000-EXIT. EXIT.

       6000-REWRITE-BOOKED-ALLOWANCE.

           OPEN OUTPUT BOOKED-OUT-FILE.

           IF WS-BOOKED-OUT-STATUS NOT = '00'
               DISPLAY 'DF29ALLW BOOKED ALLOWANCE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
               GO TO 6000-EXIT
           END-IF.

           MOVE WS-PERIOD              TO BOR-PERIOD.
           MOVE WS-BOOK-ALLOWANCE      TO BOR-ALLOWANCE.
           WRITE BOOKED-OUT-RECORD.

           CLOSE BOOKED-OUT-FILE.

       6000-EXIT. EXIT.

      **** THE TIE-OUT: ALLOWANCE LAST BOOKED PLUS THE CHANGE POSTED
      **** EQUALS THE REQUIRED ALLOWANCE OF THE WORKINGS.
       7000-WRITE-SUMMARY.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'REQUIRED ALLOWANCE'   TO SL-LABEL.
           MOVE WS-BOOK-ALLOWANCE      TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'ALLOWANCE PREVIOUSLY BOOKED'
                                        TO SL-LABEL.
           MOVE WS-BOOKED-ALLOWANCE    TO SL-AMOUNT.
           MOVE WS-BOOKED-PERIOD       TO SL-NOTE.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'CHANGE IN ALLOWANCE'  TO SL-LABEL.
           MOVE WS-ALLOWANCE-CHANGE    TO SL-AMOUNT.

           EVALUATE TRUE
               WHEN WS-POST-FLAG NOT = 'Y'
                   MOVE 'NOT POSTED'    TO SL-NOTE
               WHEN WS-ALLOWANCE-CHANGE = ZERO
                   MOVE 'NOTHING TO POST' TO SL-NOTE
               WHEN DFRUNDT-DRY-RUN
                   MOVE 'SIMULATED ONLY' TO SL-NOTE
               WHEN OTHER
                   MOVE WS-GL-KEY       TO SL-NOTE
           END-EVALUATE.

           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
