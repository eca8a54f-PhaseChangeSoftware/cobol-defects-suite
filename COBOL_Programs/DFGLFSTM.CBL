       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFGLFSTM.

      *REMARKS:    FINANCIAL STATEMENT GENERATOR - A COMPARATIVE
      *            INCOME STATEMENT AND A BALANCE SHEET FOR A CLOSED
      *            DFGLPER PERIOD, LAID OUT BY THE DFGLFSD LINE-
      *            DEFINITION CARDS OVER THE DFGLCOA CHART.

      ******************************************************************
      ****   THE STATEMENTS WERE TYPED UP BY HAND FROM THE DFGLCLSE ****
      ****   TRIAL BALANCE.  THIS RUN TAKES THE PERIOD (YYYY-MM)    ****
      ****   FROM THE DFGLFREQ CARD - OR, WITH NO CARD, THE LATEST  ****
      ****   CLOSED PERIOD - AND REFUSES TO RUN FOR A PERIOD        ****
      ****   DFGLPER DOES NOT SHOW CLOSED.                          ****
      ****                                                          ****
      ****   THE LAYOUT IS NOT IN THE PROGRAM.  EACH DFGLFSD CARD   ****
      ****   IS ONE STATEMENT LINE ('I' INCOME STATEMENT, 'B'       ****
      ****   BALANCE SHEET) IN SEQUENCE-NUMBER ORDER, OF TYPE:      ****
      ****     H  HEADING - CAPTION ONLY                            ****
      ****     D  DETAIL  - THE ACCOUNTS FROM/TO ON THE CARD        ****
      ****     E  CURRENT-YEAR EARNINGS (BALANCE SHEET) - THE       ****
      ****        INCOME AND EXPENSE ACCOUNTS NOT YET ROLLED INTO   ****
      ****        RETAINED EARNINGS                                 ****
      ****     T  TOTAL   - LEVEL 1 SUBTOTAL, 2 TOTAL, 3 GRAND      ****
      ****        TOTAL; PRINTS EVERYTHING SINCE THE LAST TOTAL OF  ****
      ****        THAT LEVEL OR HIGHER                              ****
      ****   AMOUNTS ARE CARRIED DEBIT-POSITIVE; SIGN 'R' ON A CARD ****
      ****   PRINTS THE LINE REVERSED (INCOME, LIABILITIES,         ****
      ****   EQUITY).  CHANGING THE STATEMENTS IS A CARD CHANGE.    ****
      ****                                                          ****
      ****   THE INCOME STATEMENT SHOWS THE MONTH, THE YEAR TO DATE ****
      ****   AND THE PRIOR YEAR TO THE SAME MONTH, LEAVING OUT THE  ****
      ****   DFGLCLSE YEAR-END ROLL.  THE BALANCE SHEET SHOWS EACH  ****
      ****   LINE AS AT THE PERIOD END AND PROVES ITSELF ON THE     ****
      ****   PAGE: THE UNREVERSED LINES (ASSETS) MUST EQUAL THE     ****
      ****   REVERSED ONES (LIABILITIES AND EQUITY).  AN ACCOUNT    ****
      ****   WITH A BALANCE THAT NO CARD PICKS UP IS LISTED, SO A   ****
      ****   GAP OR OVERLAP IN THE CARDS SHOWS AS OUT OF BALANCE    ****
      ****   RATHER THAN AS A WRONG FIGURE.                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REQUEST-FILE     ASSIGN TO DFGLFREQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CHART-FILE       ASSIGN TO DFGLCOA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHART-STATUS.

           SELECT LINE-DEF-FILE    ASSIGN TO DFGLFSD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LINE-DEF-STATUS.

           SELECT GL-FILE          ASSIGN TO DFGLFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFGLRPT8
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

      **** COL 1-7  PERIOD YYYY-MM (SPACES = LATEST CLOSED PERIOD)
       01  REQUEST-RECORD.
           05  RQ-PERIOD                PIC X(07).
           05  FILLER                   PIC X(73).

       FD  PERIOD-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PERIOD-RECORD.

       01  PERIOD-RECORD.
           05  PE-PERIOD                PIC X(07).
           05  PE-STATUS                PIC X(01).
               88  PE-PERIOD-CLOSED         VALUE 'C'.

       FD  CHART-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CHART-RECORD.

       01  CHART-RECORD.
           05  CA-ACCOUNT               PIC X(08).
           05  CA-DESCRIPTION           PIC X(30).
           05  CA-TYPE                  PIC X(01).
           05  CA-ACTIVE-FLAG           PIC X(01).

      **** COL 1     STATEMENT  I = INCOME STATEMENT, B = BALANCE SHEET
      **** COL 2-5   SEQUENCE NUMBER WITHIN THE STATEMENT
      **** COL 6     LINE TYPE  H, D, E OR T
      **** COL 7     TOTAL LEVEL 1-3 (T LINES)
      **** COL 8     SIGN  R = PRINT REVERSED
      **** COL 9-16  ACCOUNT-FROM (D LINES)
      **** COL 17-24 ACCOUNT-TO   (D LINES, SPACES = ACCOUNT-FROM)
      **** COL 25-64 CAPTION
       FD  LINE-DEF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LINE-DEF-RECORD.

       01  LINE-DEF-RECORD.
           05  LD-STATEMENT             PIC X(01).
           05  LD-SEQUENCE              PIC 9(04).
           05  LD-LINE-TYPE             PIC X(01).
           05  LD-TOTAL-LEVEL           PIC 9(01).
           05  LD-SIGN                  PIC X(01).
           05  LD-ACCOUNT-FROM          PIC X(08).
           05  LD-ACCOUNT-TO            PIC X(08).
           05  LD-CAPTION               PIC X(40).
           05  FILLER                   PIC X(16).

       FD  GL-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-RECORD.

       01  GL-RECORD.
           05  GL-POSTING-DATE         PIC X(10).
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(02).
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-SOURCE               PIC X(08).
           05  GL-SOURCE-KEY           PIC X(08).
           05  GL-COMPANY              PIC X(03).
           05  GL-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CHART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LINE-DEF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-CHART-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CHART-EOF                VALUE 'Y'.

       01  WS-LINE-DEF-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-LINE-DEF-EOF             VALUE 'Y'.

       01  WS-GL-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-GL-EOF                   VALUE 'Y'.

       01  WS-REPORT-PERIOD.
           05  WS-RP-YYYY              PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-RP-MM                PIC X(02).

       01  WS-PRIOR-YEAR               PIC 9(04) VALUE ZERO.
       01  WS-PRIOR-YEAR-X             REDEFINES WS-PRIOR-YEAR
                                       PIC X(04).

       01  WS-LATEST-CLOSED            PIC X(07) VALUE SPACES.
       01  WS-CLOSED-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PERIOD-IS-CLOSED         VALUE 'Y'.

      **** ONE ENTRY PER CHART ACCOUNT.  FIGURES ARE DEBITS LESS
      **** CREDITS.  THE MAPPED FLAGS SAY WHETHER A DETAIL CARD ON
      **** EACH STATEMENT PICKED THE ACCOUNT UP.
       01  WS-ACCOUNT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY            OCCURS 200 TIMES
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-ACCOUNT      PIC X(08).
               10  WS-ACT-TYPE         PIC X(01).
               10  WS-ACT-MTD-NET      PIC S9(11)V99 COMP-3.
               10  WS-ACT-YTD-NET      PIC S9(11)V99 COMP-3.
               10  WS-ACT-PYTD-NET     PIC S9(11)V99 COMP-3.
               10  WS-ACT-BALANCE      PIC S9(11)V99 COMP-3.
               10  WS-ACT-IS-MAPPED    PIC X(01).
               10  WS-ACT-BS-MAPPED    PIC X(01).

       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
       01  WS-OFF-CHART-COUNT          PIC 9(06) VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY            OCCURS 1 TO 300 TIMES
                                       DEPENDING ON WS-LINE-COUNT
                                       ASCENDING KEY IS WS-LIN-KEY
                                       INDEXED BY WS-LIN-IDX.
               10  WS-LIN-KEY.
                   15  WS-LIN-STATEMENT
                                       PIC X(01).
                   15  WS-LIN-SEQUENCE PIC 9(04).
               10  WS-LIN-TYPE         PIC X(01).
               10  WS-LIN-LEVEL        PIC 9(01).
               10  WS-LIN-SIGN         PIC X(01).
               10  WS-LIN-FROM         PIC X(08).
               10  WS-LIN-TO           PIC X(08).
               10  WS-LIN-CAPTION      PIC X(40).

       01  WS-BAD-LINE-COUNT           PIC 9(03) VALUE ZERO.

       01  WS-CURRENT-STATEMENT        PIC X(01) VALUE SPACE.
           88  WS-INCOME-STATEMENT         VALUE 'I'.
           88  WS-BALANCE-SHEET            VALUE 'B'.

      **** THE LINE BEING PRINTED AND THE THREE TOTAL LEVELS, EACH
      **** WITH ONE FIGURE PER COLUMN (MONTH, YTD, PRIOR YTD ON THE
      **** INCOME STATEMENT; ONLY THE FIRST ON THE BALANCE SHEET).
       01  WS-LINE-AMOUNTS.
           05  WS-LINE-AMOUNT          PIC S9(11)V99 OCCURS 3 TIMES.

       01  WS-TOTAL-LEVELS.
           05  WS-TOT-LEVEL            OCCURS 3 TIMES.
               10  WS-TOT-AMOUNT       PIC S9(11)V99 OCCURS 3 TIMES.

       01  WS-COL-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-LVL-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-PRINT-AMOUNT             PIC S9(11)V99 VALUE ZERO.

       01  WS-ASSET-SIDE               PIC S9(13)V99 VALUE ZERO.
       01  WS-EQUITY-SIDE              PIC S9(13)V99 VALUE ZERO.
       01  WS-PROOF-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(03) VALUE ZERO.

       01  WS-STMT-LINE.
           05  FL-TEXT                 PIC X(44).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FL-AMOUNT-1             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FL-AMOUNT-2             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FL-AMOUNT-3             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-IS-COLUMN-HEADING.
           05  FILLER                  PIC X(48) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
                                       '       MONTH'.
           05  IH-PERIOD               PIC X(07).
           05  FILLER                  PIC X(23) VALUE
                                       '           YEAR TO DATE'.
           05  FILLER                  PIC X(16) VALUE
                                       '   PRIOR YTD TO '.
           05  IH-PRIOR-PERIOD.
               10  IH-PRIOR-YYYY       PIC X(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  IH-PRIOR-MM         PIC X(02).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-BS-COLUMN-HEADING.
           05  FILLER                  PIC X(48) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
                                       '       AS AT'.
           05  BH-PERIOD               PIC X(07).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-UNMAPPED-LINE.
           05  FILLER                  PIC X(22) VALUE
                                       '*** NOT ON STATEMENT: '.
           05  UL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  UL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  PL-CAPTION              PIC X(44).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  PL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-VERDICT              PIC X(15).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFGLFSTM START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
           PERFORM 1200-CHECK-PERIOD-CLOSED THRU 1200-EXIT.

           IF WS-REPORT-PERIOD = SPACES
               DISPLAY 'DFGLFSTM NO PERIOD REQUESTED AND NONE CLOSED '
                       '- NOTHING TO REPORT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF NOT WS-PERIOD-IS-CLOSED
               DISPLAY 'DFGLFSTM PERIOD ' WS-REPORT-PERIOD ' IS NOT '
                       'CLOSED - RUN DFGLCLSE FIRST' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           MOVE WS-RP-YYYY             TO WS-PRIOR-YEAR-X.
           SUBTRACT 1                FROM WS-PRIOR-YEAR.

           PERFORM 1300-LOAD-CHART THRU 1300-EXIT.
           PERFORM 1400-LOAD-LINE-DEFINITIONS THRU 1400-EXIT.

           IF WS-ACCOUNT-COUNT = ZERO
              OR WS-LINE-COUNT = ZERO
               DISPLAY 'DFGLFSTM NO CHART OR NO LINE DEFINITIONS - '
                       'NOTHING TO REPORT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-ACCUMULATE-LEDGER.

           OPEN INPUT GL-FILE.

           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DFGLFSTM NO GL FILE - NOTHING TO REPORT'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-ACCUMULATE-ONE-RECORD THRU
                               2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE GL-FILE.

       1000-PRINT-STATEMENTS.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'I'                    TO WS-CURRENT-STATEMENT.
           MOVE 'DFGLFSTM - INCOME STATEMENT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-REPORT-PERIOD       TO IH-PERIOD.
           MOVE WS-PRIOR-YEAR-X        TO IH-PRIOR-YYYY.
           MOVE WS-RP-MM               TO IH-PRIOR-MM.
           MOVE WS-IS-COLUMN-HEADING   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.

           MOVE 'B'                    TO WS-CURRENT-STATEMENT.
           MOVE 'DFGLFSTM - BALANCE SHEET'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-REPORT-PERIOD       TO BH-PERIOD.
           MOVE WS-BS-COLUMN-HEADING   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.

           PERFORM 5000-PROVE-BALANCE-SHEET THRU 5000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DFGLFSTM PERIOD REPORTED     = ' WS-REPORT-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DFGLFSTM LINE CARDS REJECTED = ' WS-BAD-LINE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFGLFSTM ACCOUNTS NOT MAPPED = ' WS-UNMAPPED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFGLFSTM POSTINGS OFF CHART  = '
                                   WS-OFF-CHART-COUNT UPON CONSOLE.
           DISPLAY 'DFGLFSTM END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-REQUEST.

           MOVE SPACES                 TO WS-REPORT-PERIOD.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'DFGLFSTM NO REQUEST CARD - LATEST CLOSED '
                       'PERIOD' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           READ REQUEST-FILE
               AT END
                   GO TO 1100-CLOSE-REQUEST
           END-READ.

           MOVE RQ-PERIOD              TO WS-REPORT-PERIOD.

       1100-CLOSE-REQUEST.

           CLOSE REQUEST-FILE.

       1100-EXIT. EXIT.

      **** THE REQUESTED PERIOD MUST BE CLOSED ON DFGLPER; WITH NO
      **** PERIOD REQUESTED THE LATEST CLOSED ONE IS TAKEN.
       1200-CHECK-PERIOD-CLOSED.

           OPEN INPUT PERIOD-FILE.

           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE
                   AT END
                       SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PE-PERIOD-CLOSED
                           IF PE-PERIOD > WS-LATEST-CLOSED
                               MOVE PE-PERIOD TO WS-LATEST-CLOSED
                           END-IF
                           IF PE-PERIOD = WS-REPORT-PERIOD
                               MOVE 'Y' TO WS-CLOSED-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

           IF WS-REPORT-PERIOD = SPACES
              AND WS-LATEST-CLOSED NOT = SPACES
               MOVE WS-LATEST-CLOSED    TO WS-REPORT-PERIOD
               MOVE 'Y'                 TO WS-CLOSED-FLAG
           END-IF.

       1200-EXIT. EXIT.

       1300-LOAD-CHART.

           OPEN INPUT CHART-FILE.

           IF WS-CHART-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-CHART-EOF
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCOUNT-COUNT < 200
                           ADD 1 TO WS-ACCOUNT-COUNT
                           INITIALIZE WS-ACT-ENTRY (WS-ACCOUNT-COUNT)
                           MOVE CA-ACCOUNT
                               TO WS-ACT-ACCOUNT (WS-ACCOUNT-COUNT)
                           MOVE CA-TYPE
                               TO WS-ACT-TYPE (WS-ACCOUNT-COUNT)
                           MOVE 'N'
                               TO WS-ACT-IS-MAPPED (WS-ACCOUNT-COUNT)
                           MOVE 'N'
                               TO WS-ACT-BS-MAPPED (WS-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHART-FILE.

       1300-EXIT. EXIT.

      **** A CARD THAT CANNOT BE PRINTED IS DROPPED WITH A CONSOLE
      **** NOTE RATHER THAN STOPPING THE STATEMENTS.
       1400-LOAD-LINE-DEFINITIONS.

           OPEN INPUT LINE-DEF-FILE.

           IF WS-LINE-DEF-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-LINE-DEF-EOF
               READ LINE-DEF-FILE
                   AT END
                       SET WS-LINE-DEF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-KEEP-LINE-DEFINITION THRU
                               1410-EXIT
               END-READ
           END-PERFORM.

           CLOSE LINE-DEF-FILE.

           IF WS-LINE-COUNT > 1
               SORT WS-LIN-ENTRY
                   ASCENDING KEY WS-LIN-KEY
           END-IF.

       1400-EXIT. EXIT.

       1410-KEEP-LINE-DEFINITION.

           IF LD-STATEMENT NOT = 'I' AND LD-STATEMENT NOT = 'B'
              OR LD-SEQUENCE NOT NUMERIC
              OR (LD-LINE-TYPE NOT = 'H' AND LD-LINE-TYPE NOT = 'D'
                  AND LD-LINE-TYPE NOT = 'E'
                  AND LD-LINE-TYPE NOT = 'T')
              OR (LD-LINE-TYPE = 'D' AND LD-ACCOUNT-FROM = SPACES)
              OR (LD-LINE-TYPE = 'E' AND LD-STATEMENT NOT = 'B')
              OR (LD-LINE-TYPE = 'T'
                  AND (LD-TOTAL-LEVEL NOT NUMERIC
                       OR LD-TOTAL-LEVEL < 1
                       OR LD-TOTAL-LEVEL > 3))
               ADD 1                    TO WS-BAD-LINE-COUNT
               DISPLAY 'DFGLFSTM LINE CARD REJECTED - '
                       LINE-DEF-RECORD (1:24) UPON CONSOLE
               GO TO 1410-EXIT
           END-IF.

           IF WS-LINE-COUNT >= 300
               ADD 1                    TO WS-BAD-LINE-COUNT
               DISPLAY 'DFGLFSTM LINE TABLE FULL' UPON CONSOLE
               GO TO 1410-EXIT
           END-IF.

           ADD 1                       TO WS-LINE-COUNT.
           MOVE LD-STATEMENT           TO WS-LIN-STATEMENT
                                                  (WS-LINE-COUNT).
           MOVE LD-SEQUENCE            TO WS-LIN-SEQUENCE
                                                  (WS-LINE-COUNT).
           MOVE LD-LINE-TYPE           TO WS-LIN-TYPE (WS-LINE-COUNT).
           MOVE ZERO                   TO WS-LIN-LEVEL (WS-LINE-COUNT).
           IF LD-LINE-TYPE = 'T'
               MOVE LD-TOTAL-LEVEL      TO WS-LIN-LEVEL
                                                  (WS-LINE-COUNT)
           END-IF.
           MOVE LD-SIGN                TO WS-LIN-SIGN (WS-LINE-COUNT).
           MOVE LD-ACCOUNT-FROM        TO WS-LIN-FROM (WS-LINE-COUNT).
           MOVE LD-ACCOUNT-TO          TO WS-LIN-TO (WS-LINE-COUNT).
           IF LD-ACCOUNT-TO = SPACES
               MOVE LD-ACCOUNT-FROM     TO WS-LIN-TO (WS-LINE-COUNT)
           END-IF.
           MOVE LD-CAPTION             TO WS-LIN-CAPTION
                                                  (WS-LINE-COUNT).

       1410-EXIT. EXIT.

      **** BALANCE: EVERYTHING THROUGH THE PERIOD END.  MONTH, YTD
      **** AND PRIOR YTD: THE SAME SPANS OF THE TWO YEARS, LESS THE
      **** DFGLCLSE YEAR-END ROLL.
       2000-ACCUMULATE-ONE-RECORD.

           IF GL-POSTING-DATE (1:7) > WS-REPORT-PERIOD
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = GL-ACCOUNT
                   SET WS-FOUND-SUB     TO WS-ACT-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               ADD 1                    TO WS-OFF-CHART-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF GL-DR-CR = 'DR'
               MOVE GL-AMOUNT           TO WS-PRINT-AMOUNT
           ELSE
               COMPUTE WS-PRINT-AMOUNT = ZERO - GL-AMOUNT
           END-IF.

           ADD WS-PRINT-AMOUNT         TO WS-ACT-BALANCE
                                                  (WS-FOUND-SUB).

           IF GL-SOURCE = 'DFGLCLSE'
              AND GL-SOURCE-KEY = 'YEAREND'
               GO TO 2000-EXIT
           END-IF.

           IF GL-POSTING-DATE (1:4) = WS-RP-YYYY
               ADD WS-PRINT-AMOUNT      TO WS-ACT-YTD-NET
                                                  (WS-FOUND-SUB)
               IF GL-POSTING-DATE (1:7) = WS-REPORT-PERIOD
                   ADD WS-PRINT-AMOUNT  TO WS-ACT-MTD-NET
                                                  (WS-FOUND-SUB)
               END-IF
           END-IF.

           IF GL-POSTING-DATE (1:4) = WS-PRIOR-YEAR-X
              AND GL-POSTING-DATE (6:2) NOT > WS-RP-MM
               ADD WS-PRINT-AMOUNT      TO WS-ACT-PYTD-NET
                                                  (WS-FOUND-SUB)
           END-IF.

       2000-EXIT. EXIT.

      **** EVERY CARD OF WS-CURRENT-STATEMENT IN SEQUENCE ORDER,
      **** THEN ANY ACCOUNT THE CARDS MISSED.
       3000-PRINT-STATEMENT.

           INITIALIZE WS-TOTAL-LEVELS.

           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LINE-COUNT
               IF WS-LIN-STATEMENT (WS-LIN-IDX) = WS-CURRENT-STATEMENT
                   PERFORM 3100-PRINT-ONE-LINE THRU 3100-EXIT
               END-IF
           END-PERFORM.

           PERFORM 4000-LIST-UNMAPPED THRU 4000-EXIT.

       3000-EXIT. EXIT.

       3100-PRINT-ONE-LINE.

           INITIALIZE WS-LINE-AMOUNTS.
           MOVE SPACES                 TO WS-STMT-LINE.

           EVALUATE WS-LIN-TYPE (WS-LIN-IDX)
               WHEN 'H'
                   MOVE WS-LIN-CAPTION (WS-LIN-IDX) TO FL-TEXT
                   GO TO 3100-WRITE-LINE
               WHEN 'D'
                   PERFORM 3200-SUM-ACCOUNT-RANGE THRU 3200-EXIT
               WHEN 'E'
                   PERFORM 3300-SUM-CURRENT-EARNINGS THRU 3300-EXIT
               WHEN 'T'
                   PERFORM 3400-TAKE-TOTAL THRU 3400-EXIT
                   MOVE WS-LIN-CAPTION (WS-LIN-IDX) TO FL-TEXT
                   GO TO 3100-FILL-AMOUNTS
           END-EVALUATE.

      **** DETAIL AND EARNINGS LINES FEED ALL THREE TOTAL LEVELS AND,
      **** ON THE BALANCE SHEET, ONE SIDE OF THE PROOF.
           PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
                       UNTIL WS-LVL-SUB > 3
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                           UNTIL WS-COL-SUB > 3
                   ADD WS-LINE-AMOUNT (WS-COL-SUB)
                       TO WS-TOT-AMOUNT (WS-LVL-SUB WS-COL-SUB)
               END-PERFORM
           END-PERFORM.

           IF WS-BALANCE-SHEET
               IF WS-LIN-SIGN (WS-LIN-IDX) = 'R'
                   SUBTRACT WS-LINE-AMOUNT (1) FROM WS-EQUITY-SIDE
               ELSE
                   ADD WS-LINE-AMOUNT (1) TO WS-ASSET-SIDE
               END-IF
           END-IF.

           MOVE WS-LIN-CAPTION (WS-LIN-IDX) TO FL-TEXT (5:40).

       3100-FILL-AMOUNTS.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 3
               MOVE WS-LINE-AMOUNT (WS-COL-SUB) TO WS-PRINT-AMOUNT
               IF WS-LIN-SIGN (WS-LIN-IDX) = 'R'
                   COMPUTE WS-PRINT-AMOUNT = ZERO - WS-PRINT-AMOUNT
               END-IF
               EVALUATE WS-COL-SUB
                   WHEN 1
                       MOVE WS-PRINT-AMOUNT TO FL-AMOUNT-1
                   WHEN 2
                       IF WS-INCOME-STATEMENT
                           MOVE WS-PRINT-AMOUNT TO FL-AMOUNT-2
                       END-IF
                   WHEN 3
                       IF WS-INCOME-STATEMENT
                           MOVE WS-PRINT-AMOUNT TO FL-AMOUNT-3
                       END-IF
               END-EVALUATE
           END-PERFORM.

       3100-WRITE-LINE.

           MOVE WS-STMT-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

       3200-SUM-ACCOUNT-RANGE.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) NOT <
                                       WS-LIN-FROM (WS-LIN-IDX)
                  AND WS-ACT-ACCOUNT (WS-ACT-IDX) NOT >
                                       WS-LIN-TO (WS-LIN-IDX)
                   IF WS-INCOME-STATEMENT
                       ADD WS-ACT-MTD-NET (WS-ACT-IDX)
                                        TO WS-LINE-AMOUNT (1)
                       ADD WS-ACT-YTD-NET (WS-ACT-IDX)
                                        TO WS-LINE-AMOUNT (2)
                       ADD WS-ACT-PYTD-NET (WS-ACT-IDX)
                                        TO WS-LINE-AMOUNT (3)
                       MOVE 'Y' TO WS-ACT-IS-MAPPED (WS-ACT-IDX)
                   ELSE
                       ADD WS-ACT-BALANCE (WS-ACT-IDX)
                                        TO WS-LINE-AMOUNT (1)
                       MOVE 'Y' TO WS-ACT-BS-MAPPED (WS-ACT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       3200-EXIT. EXIT.

      **** INCOME AND EXPENSE BALANCES NOT YET ROLLED BY DFGLCLSE -
      **** NIL ONCE PERIOD 12 OF THE YEAR HAS CLOSED.
       3300-SUM-CURRENT-EARNINGS.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-TYPE (WS-ACT-IDX) = 'I'
                  OR WS-ACT-TYPE (WS-ACT-IDX) = 'E'
                   ADD WS-ACT-BALANCE (WS-ACT-IDX)
                                        TO WS-LINE-AMOUNT (1)
                   MOVE 'Y'             TO WS-ACT-BS-MAPPED
                                                  (WS-ACT-IDX)
               END-IF
           END-PERFORM.

       3300-EXIT. EXIT.

      **** A LEVEL-N TOTAL PRINTS WHAT LEVEL N HOLDS AND CLEARS
      **** LEVELS 1 THROUGH N FOR THE NEXT GROUP.
       3400-TAKE-TOTAL.

           MOVE WS-LIN-LEVEL (WS-LIN-IDX) TO WS-LVL-SUB.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 3
               MOVE WS-TOT-AMOUNT (WS-LVL-SUB WS-COL-SUB)
                                        TO WS-LINE-AMOUNT (WS-COL-SUB)
           END-PERFORM.

           PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
                       UNTIL WS-LVL-SUB > WS-LIN-LEVEL (WS-LIN-IDX)
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                           UNTIL WS-COL-SUB > 3
                   MOVE ZERO TO WS-TOT-AMOUNT (WS-LVL-SUB WS-COL-SUB)
               END-PERFORM
           END-PERFORM.

       3400-EXIT. EXIT.

      **** INCOME STATEMENT: ANY INCOME OR EXPENSE ACCOUNT WITH
      **** ACTIVITY NO CARD PICKED UP.  BALANCE SHEET: ANY ACCOUNT
      **** WITH A BALANCE NO CARD PICKED UP.
       4000-LIST-UNMAPPED.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               MOVE SPACES              TO UL-ACCOUNT
               IF WS-INCOME-STATEMENT
                  AND WS-ACT-IS-MAPPED (WS-ACT-IDX) = 'N'
                  AND (WS-ACT-TYPE (WS-ACT-IDX) = 'I'
                       OR WS-ACT-TYPE (WS-ACT-IDX) = 'E')
                  AND (WS-ACT-YTD-NET (WS-ACT-IDX) NOT = ZERO
                       OR WS-ACT-PYTD-NET (WS-ACT-IDX) NOT = ZERO)
                   MOVE WS-ACT-ACCOUNT (WS-ACT-IDX) TO UL-ACCOUNT
                   MOVE WS-ACT-YTD-NET (WS-ACT-IDX) TO UL-AMOUNT
               END-IF
               IF WS-BALANCE-SHEET
                  AND WS-ACT-BS-MAPPED (WS-ACT-IDX) = 'N'
                  AND WS-ACT-BALANCE (WS-ACT-IDX) NOT = ZERO
                   MOVE WS-ACT-ACCOUNT (WS-ACT-IDX) TO UL-ACCOUNT
                   MOVE WS-ACT-BALANCE (WS-ACT-IDX) TO UL-AMOUNT
               END-IF
               IF UL-ACCOUNT NOT = SPACES
                   ADD 1                TO WS-UNMAPPED-COUNT
                   MOVE WS-UNMAPPED-LINE TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

       4000-EXIT. EXIT.

      **** THE PAGE BALANCES WHEN THE UNREVERSED LINES EQUAL THE
      **** REVERSED ONES.
       5000-PROVE-BALANCE-SHEET.

           COMPUTE WS-PROOF-DIFFERENCE =
                       WS-ASSET-SIDE - WS-EQUITY-SIDE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-PROOF-LINE.
           MOVE 'PROOF - ASSET LINES'  TO PL-CAPTION.
           MOVE WS-ASSET-SIDE          TO PL-AMOUNT.
           MOVE WS-PROOF-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-PROOF-LINE.
           MOVE 'PROOF - LIABILITY AND EQUITY LINES'
                                        TO PL-CAPTION.
           MOVE WS-EQUITY-SIDE         TO PL-AMOUNT.
           MOVE WS-PROOF-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-PROOF-LINE.
           MOVE 'PROOF - DIFFERENCE'   TO PL-CAPTION.
           MOVE WS-PROOF-DIFFERENCE    TO PL-AMOUNT.

           IF WS-PROOF-DIFFERENCE = ZERO
               MOVE 'IN BALANCE'        TO PL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE'    TO PL-VERDICT
               MOVE 8                   TO RETURN-CODE
           END-IF.

           MOVE WS-PROOF-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
