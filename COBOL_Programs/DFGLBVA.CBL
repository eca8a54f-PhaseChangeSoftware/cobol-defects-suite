       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFGLBVA.

      *REMARKS:    MONTH-END BUDGET-VERSUS-ACTUAL REPORT - DFGLFILE
      *            ACTUALS AGAINST THE CURRENT DFGLBUD BUDGET FOR THE
      *            MONTH AND THE YEAR TO DATE, BY ACCOUNT WITHIN
      *            ACCOUNT TYPE, WITH VARIANCES OVER THRESHOLD FLAGGED.

      ******************************************************************
      ****   THE LEDGER COULD SAY WHAT WAS SPENT BUT NOT WHETHER    ****
      ****   THAT WAS MORE THAN PLANNED.  THIS REPORT RUNS AFTER    ****
      ****   DFGLCLSE HAS LOCKED THE MONTH - IT READS THE PERIOD    ****
      ****   (YYYY-MM) AND THE VARIANCE THRESHOLDS FROM THE         ****
      ****   DFGLBREQ CARD AND REFUSES TO RUN FOR A PERIOD DFGLPER  ****
      ****   DOES NOT SHOW CLOSED, SO THE FIGURES CANNOT MOVE       ****
      ****   UNDER IT.  WITH NO CARD IT REPORTS THE LATEST CLOSED   ****
      ****   PERIOD.                                                ****
      ****                                                          ****
      ****   FOR EVERY DFGLCOA ACCOUNT WITH A BUDGET OR AN ACTUAL   ****
      ****   IT PRINTS THE MONTH'S BUDGET, ACTUAL AND VARIANCE AND  ****
      ****   THE SAME FOR THE YEAR TO DATE, GROUPED BY CA-TYPE      ****
      ****   WITH A SUBTOTAL PER TYPE.  THE BUDGET IS THE HIGHEST   ****
      ****   DFGLBUD VERSION FOR EACH ACCOUNT AND PERIOD.  ACTUALS  ****
      ****   AND BUDGETS ARE BOTH IN THE ACCOUNT'S NORMAL BALANCE   ****
      ****   DIRECTION (DEBIT FOR ASSET AND EXPENSE, CREDIT FOR THE ****
      ****   REST) AND THE VARIANCE IS ACTUAL LESS BUDGET.  THE     ****
      ****   DFGLCLSE YEAR-END CLOSING ENTRIES ARE LEFT OUT SO      ****
      ****   DECEMBER'S INCOME AND EXPENSE ARE NOT ZEROED.          ****
      ****                                                          ****
      ****   A VARIANCE IS FLAGGED '***' WHEN IT IS OVER THE        ****
      ****   PERCENTAGE OF BUDGET OR OVER THE AMOUNT ON THE CARD -  ****
      ****   DEFAULTS 10.0 PERCENT AND 1,000.00; A ZERO THRESHOLD   ****
      ****   SWITCHES THAT TEST OFF.  A NONZERO ACTUAL AGAINST A    ****
      ****   ZERO BUDGET IS ALWAYS OVER THE PERCENTAGE.  AMOUNTS    ****
      ****   PRINT ROUNDED TO WHOLE UNITS.                          ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REQUEST-FILE     ASSIGN TO DFGLBREQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CHART-FILE       ASSIGN TO DFGLCOA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHART-STATUS.

           SELECT BUDGET-FILE      ASSIGN TO DFGLBUD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BUDGET-STATUS.

           SELECT GL-FILE          ASSIGN TO DFGLFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFGLRPT7
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

      **** COL 1-7   PERIOD YYYY-MM (SPACES = LATEST CLOSED PERIOD)
      **** COL 9-12  PERCENT THRESHOLD 9(03)V9 (SPACES = 10.0)
      **** COL 14-24 AMOUNT THRESHOLD 9(09)V99 (SPACES = 1,000.00)
       01  REQUEST-RECORD.
           05  RQ-PERIOD                PIC X(07).
           05  FILLER                   PIC X(01).
           05  RQ-PCT-THRESHOLD         PIC X(04).
           05  RQ-PCT-THRESHOLD-N       REDEFINES RQ-PCT-THRESHOLD
                                        PIC 9(03)V9.
           05  FILLER                   PIC X(01).
           05  RQ-AMT-THRESHOLD         PIC X(11).
           05  RQ-AMT-THRESHOLD-N       REDEFINES RQ-AMT-THRESHOLD
                                        PIC 9(09)V99.
           05  FILLER                   PIC X(56).

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

       FD  BUDGET-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFGL-BUD-RECORD.

       COPY DFGLBUDR.

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
       01  WS-BUDGET-STATUS            PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-CHART-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CHART-EOF                VALUE 'Y'.

       01  WS-BUDGET-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-BUDGET-EOF               VALUE 'Y'.

       01  WS-GL-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-GL-EOF                   VALUE 'Y'.

       01  WS-REPORT-PERIOD.
           05  WS-RP-YYYY              PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-RP-MM                PIC 9(02).

       01  WS-LATEST-CLOSED            PIC X(07) VALUE SPACES.
       01  WS-CLOSED-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PERIOD-IS-CLOSED         VALUE 'Y'.

       01  WS-PCT-THRESHOLD            PIC 9(03)V9 VALUE 10.0.
       01  WS-AMT-THRESHOLD            PIC 9(09)V99 VALUE 1000.00.

      **** ONE ENTRY PER CHART ACCOUNT, KEPT IN TYPE/ACCOUNT ORDER
      **** FOR PRINTING.  BUDGET BY MONTH WITH THE VERSION IT CAME
      **** FROM; ACTUALS AS DEBITS LESS CREDITS UNTIL PRINT TIME.
       01  WS-ACCOUNT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-ACCOUNT-COUNT
                                       ASCENDING KEY IS WS-ACT-TYPE
                                                    WS-ACT-ACCOUNT
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-TYPE         PIC X(01).
               10  WS-ACT-ACCOUNT      PIC X(08).
               10  WS-ACT-DESC         PIC X(30).
               10  WS-ACT-BUD-MONTH    OCCURS 12 TIMES.
                   15  WS-ACT-BUD-AMOUNT
                                       PIC 9(09)V99.
                   15  WS-ACT-BUD-VERSION
                                       PIC 9(03).
               10  WS-ACT-MTD-NET      PIC S9(11)V99 COMP-3.
               10  WS-ACT-YTD-NET      PIC S9(11)V99 COMP-3.
               10  WS-ACT-USED-FLAG    PIC X(01).

       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
       01  WS-MONTH-SUB                PIC 9(02) VALUE ZERO.
       01  WS-BUD-MONTH                PIC 9(02) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT           PIC X(08) VALUE SPACES.

       01  WS-CURRENT-TYPE             PIC X(01) VALUE SPACES.
       01  WS-TYPE-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  WS-TYPE-OPEN                VALUE 'Y'.

      **** FIGURES FOR THE LINE BEING PRINTED, NORMAL DIRECTION.
       01  WS-LINE-FIGURES.
           05  WS-LN-MTD-BUDGET        PIC S9(11)V99 VALUE ZERO.
           05  WS-LN-MTD-ACTUAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-LN-YTD-BUDGET        PIC S9(11)V99 VALUE ZERO.
           05  WS-LN-YTD-ACTUAL        PIC S9(11)V99 VALUE ZERO.

       01  WS-TYPE-FIGURES.
           05  WS-TY-MTD-BUDGET        PIC S9(11)V99 VALUE ZERO.
           05  WS-TY-MTD-ACTUAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-TY-YTD-BUDGET        PIC S9(11)V99 VALUE ZERO.
           05  WS-TY-YTD-ACTUAL        PIC S9(11)V99 VALUE ZERO.

      **** 7000-MEASURE-VARIANCE WORK AREA.
       01  WS-VAR-BUDGET               PIC S9(11)V99 VALUE ZERO.
       01  WS-VAR-ACTUAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-VAR-AMOUNT               PIC S9(11)V99 VALUE ZERO.
       01  WS-VAR-ABS-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01  WS-VAR-PCT                  PIC S9(07)V9 VALUE ZERO.
       01  WS-VAR-ABS-PCT              PIC S9(07)V9 VALUE ZERO.
       01  WS-VAR-PCT-FLAG             PIC X(01) VALUE 'N'.
           88  WS-VAR-PCT-KNOWN            VALUE 'Y'.
       01  WS-VAR-FLAG                 PIC X(03) VALUE SPACES.

       01  WS-PRINTED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-SELECTION-LINE.
           05  FILLER                  PIC X(08) VALUE 'PERIOD  '.
           05  SL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(24) VALUE
                                       '   FLAG OVER PERCENT   ='.
           05  SL-PCT                  PIC ZZ9.9.
           05  FILLER                  PIC X(14) VALUE
                                       '   OR AMOUNT ='.
           05  SL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(39) VALUE
                   '-------------- MONTH ------------------'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(39) VALUE
                   '------------- YEAR TO DATE -----------'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                  PIC X(26) VALUE
                   'ACCOUNT  DESCRIPTION'.
           05  FILLER                  PIC X(39) VALUE
                   '       BUDGET       ACTUAL     VARIANCE'.
           05  FILLER                  PIC X(12) VALUE
                   '    VAR% FLG'.
           05  FILLER                  PIC X(39) VALUE
                   '       BUDGET       ACTUAL     VARIANCE'.
           05  FILLER                  PIC X(16) VALUE
                   '    VAR% FLG'.

       01  WS-TYPE-HEADING.
           05  FILLER                  PIC X(14) VALUE
                                       'ACCOUNT TYPE '.
           05  TH-TYPE                 PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  TH-TYPE-NAME            PIC X(20).
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-BVA-LINE.
           05  BL-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-DESC                 PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MTD-BUDGET           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MTD-ACTUAL           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MTD-VARIANCE         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MTD-PCT              PIC -ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-MTD-FLAG             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-YTD-BUDGET           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-YTD-ACTUAL           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-YTD-VARIANCE         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-YTD-PCT              PIC -ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-YTD-FLAG             PIC X(03).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFGLBVA START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
           PERFORM 1200-CHECK-PERIOD-CLOSED THRU 1200-EXIT.

           IF WS-REPORT-PERIOD = SPACES
               DISPLAY 'DFGLBVA NO PERIOD REQUESTED AND NONE CLOSED '
                       '- NOTHING TO REPORT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF NOT WS-PERIOD-IS-CLOSED
               DISPLAY 'DFGLBVA PERIOD ' WS-REPORT-PERIOD ' IS NOT '
                       'CLOSED - RUN DFGLCLSE FIRST' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1300-LOAD-CHART THRU 1300-EXIT.

           IF WS-ACCOUNT-COUNT = ZERO
               DISPLAY 'DFGLBVA NO CHART OF ACCOUNTS - NOTHING TO '
                       'REPORT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-LOAD-BUDGET.

           OPEN INPUT BUDGET-FILE.

           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'DFGLBVA NO BUDGET FILE - ACTUALS ONLY'
                                               UPON CONSOLE
               GO TO 1000-LOAD-ACTUALS
           END-IF.

           PERFORM UNTIL WS-BUDGET-EOF
               READ BUDGET-FILE
                   AT END
                       SET WS-BUDGET-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-KEEP-BUDGET THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE BUDGET-FILE.

       1000-LOAD-ACTUALS.

           OPEN INPUT GL-FILE.

           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DFGLBVA NO GL FILE - BUDGET ONLY'
                                               UPON CONSOLE
               GO TO 1000-PRINT-REPORT
           END-IF.

           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-ADD-ACTUAL THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE GL-FILE.

       1000-PRINT-REPORT.

           IF WS-ACCOUNT-COUNT > 1
               SORT WS-ACT-ENTRY
                   ASCENDING KEY WS-ACT-TYPE WS-ACT-ACCOUNT
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFGLBVA - BUDGET VERSUS ACTUAL'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-REPORT-PERIOD       TO SL-PERIOD.
           MOVE WS-PCT-THRESHOLD       TO SL-PCT.
           MOVE WS-AMT-THRESHOLD       TO SL-AMOUNT.
           MOVE WS-SELECTION-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING-1    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING-2    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-CURRENT-TYPE.
           MOVE 'N'                    TO WS-TYPE-OPEN-FLAG.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               PERFORM 4000-PRINT-ONE-ACCOUNT THRU 4000-EXIT
           END-PERFORM.

           PERFORM 5000-CLOSE-OUT-TYPE THRU 5000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DFGLBVA PERIOD REPORTED    = ' WS-REPORT-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DFGLBVA ACCOUNTS PRINTED   = ' WS-PRINTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFGLBVA ACCOUNTS FLAGGED   = ' WS-FLAGGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFGLBVA END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-REQUEST.

           MOVE SPACES                 TO WS-REPORT-PERIOD.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'DFGLBVA NO REQUEST CARD - LATEST CLOSED '
                       'PERIOD, DEFAULT THRESHOLDS' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           READ REQUEST-FILE
               AT END
                   GO TO 1100-CLOSE-REQUEST
           END-READ.

           MOVE RQ-PERIOD              TO WS-REPORT-PERIOD.

           IF RQ-PCT-THRESHOLD NOT = SPACES
              AND RQ-PCT-THRESHOLD-N NUMERIC
               MOVE RQ-PCT-THRESHOLD-N  TO WS-PCT-THRESHOLD
           END-IF.

           IF RQ-AMT-THRESHOLD NOT = SPACES
              AND RQ-AMT-THRESHOLD-N NUMERIC
               MOVE RQ-AMT-THRESHOLD-N  TO WS-AMT-THRESHOLD
           END-IF.

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
                           MOVE CA-TYPE
                               TO WS-ACT-TYPE (WS-ACCOUNT-COUNT)
                           MOVE CA-ACCOUNT
                               TO WS-ACT-ACCOUNT (WS-ACCOUNT-COUNT)
                           MOVE CA-DESCRIPTION
                               TO WS-ACT-DESC (WS-ACCOUNT-COUNT)
                           MOVE 'N'
                               TO WS-ACT-USED-FLAG (WS-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHART-FILE.

       1300-EXIT. EXIT.

      **** ONLY THE REPORT YEAR UP TO THE REPORT PERIOD MATTERS; FOR
      **** EACH MONTH THE HIGHEST VERSION ON FILE WINS.
       2000-KEEP-BUDGET.

           IF DFGL-BUD-PERIOD (1:4) NOT = WS-RP-YYYY
              OR DFGL-BUD-PERIOD > WS-REPORT-PERIOD
               GO TO 2000-EXIT
           END-IF.

           IF DFGL-BUD-PERIOD (6:2) NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.

           MOVE DFGL-BUD-PERIOD (6:2)  TO WS-BUD-MONTH.

           IF WS-BUD-MONTH < 1 OR WS-BUD-MONTH > 12
               GO TO 2000-EXIT
           END-IF.

           MOVE DFGL-BUD-ACCOUNT       TO WS-LOOKUP-ACCOUNT.
           PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 2000-EXIT
           END-IF.

           IF DFGL-BUD-VERSION <
                 WS-ACT-BUD-VERSION (WS-FOUND-SUB WS-BUD-MONTH)
               GO TO 2000-EXIT
           END-IF.

           MOVE DFGL-BUD-AMOUNT
               TO WS-ACT-BUD-AMOUNT (WS-FOUND-SUB WS-BUD-MONTH).
           MOVE DFGL-BUD-VERSION
               TO WS-ACT-BUD-VERSION (WS-FOUND-SUB WS-BUD-MONTH).
           MOVE 'Y'                    TO WS-ACT-USED-FLAG
                                                  (WS-FOUND-SUB).

       2000-EXIT. EXIT.

      **** THE YEAR'S POSTINGS THROUGH THE REPORT PERIOD, LESS THE
      **** DFGLCLSE YEAR-END ROLL INTO RETAINED EARNINGS.
       3000-ADD-ACTUAL.

           IF GL-POSTING-DATE (1:4) NOT = WS-RP-YYYY
              OR GL-POSTING-DATE (1:7) > WS-REPORT-PERIOD
               GO TO 3000-EXIT
           END-IF.

           IF GL-SOURCE = 'DFGLCLSE'
              AND GL-SOURCE-KEY = 'YEAREND'
               GO TO 3000-EXIT
           END-IF.

           MOVE GL-ACCOUNT             TO WS-LOOKUP-ACCOUNT.
           PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-ACT-USED-FLAG
                                                  (WS-FOUND-SUB).

           IF GL-DR-CR = 'DR'
               ADD GL-AMOUNT TO WS-ACT-YTD-NET (WS-FOUND-SUB)
               IF GL-POSTING-DATE (1:7) = WS-REPORT-PERIOD
                   ADD GL-AMOUNT TO WS-ACT-MTD-NET (WS-FOUND-SUB)
               END-IF
           ELSE
               SUBTRACT GL-AMOUNT FROM WS-ACT-YTD-NET (WS-FOUND-SUB)
               IF GL-POSTING-DATE (1:7) = WS-REPORT-PERIOD
                   SUBTRACT GL-AMOUNT
                       FROM WS-ACT-MTD-NET (WS-FOUND-SUB)
               END-IF
           END-IF.

       3000-EXIT. EXIT.

       4000-PRINT-ONE-ACCOUNT.

           IF WS-ACT-USED-FLAG (WS-ACT-IDX) NOT = 'Y'
               GO TO 4000-EXIT
           END-IF.

           IF WS-ACT-TYPE (WS-ACT-IDX) NOT = WS-CURRENT-TYPE
               PERFORM 5000-CLOSE-OUT-TYPE THRU 5000-EXIT
               MOVE WS-ACT-TYPE (WS-ACT-IDX) TO WS-CURRENT-TYPE
               PERFORM 5100-OPEN-TYPE THRU 5100-EXIT
           END-IF.

           MOVE WS-RP-MM               TO WS-MONTH-SUB.
           MOVE WS-ACT-BUD-AMOUNT (WS-ACT-IDX WS-MONTH-SUB)
                                        TO WS-LN-MTD-BUDGET.
           MOVE ZERO                   TO WS-LN-YTD-BUDGET.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > WS-RP-MM
               ADD WS-ACT-BUD-AMOUNT (WS-ACT-IDX WS-MONTH-SUB)
                                        TO WS-LN-YTD-BUDGET
           END-PERFORM.

      **** ACTUALS TURN TO THE ACCOUNT'S NORMAL DIRECTION HERE.
           IF WS-ACT-TYPE (WS-ACT-IDX) = 'A'
              OR WS-ACT-TYPE (WS-ACT-IDX) = 'E'
               MOVE WS-ACT-MTD-NET (WS-ACT-IDX) TO WS-LN-MTD-ACTUAL
               MOVE WS-ACT-YTD-NET (WS-ACT-IDX) TO WS-LN-YTD-ACTUAL
           ELSE
               COMPUTE WS-LN-MTD-ACTUAL =
                           ZERO - WS-ACT-MTD-NET (WS-ACT-IDX)
               COMPUTE WS-LN-YTD-ACTUAL =
                           ZERO - WS-ACT-YTD-NET (WS-ACT-IDX)
           END-IF.

           ADD WS-LN-MTD-BUDGET        TO WS-TY-MTD-BUDGET.
           ADD WS-LN-MTD-ACTUAL        TO WS-TY-MTD-ACTUAL.
           ADD WS-LN-YTD-BUDGET        TO WS-TY-YTD-BUDGET.
           ADD WS-LN-YTD-ACTUAL        TO WS-TY-YTD-ACTUAL.

           MOVE SPACES                 TO WS-BVA-LINE.
           MOVE WS-ACT-ACCOUNT (WS-ACT-IDX) TO BL-ACCOUNT.
           MOVE WS-ACT-DESC (WS-ACT-IDX)    TO BL-DESC.

           PERFORM 6500-FILL-FIGURES THRU 6500-EXIT.

           ADD 1                       TO WS-PRINTED-COUNT.

           IF BL-MTD-FLAG NOT = SPACES
              OR BL-YTD-FLAG NOT = SPACES
               ADD 1                    TO WS-FLAGGED-COUNT
           END-IF.

           MOVE WS-BVA-LINE            TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       5000-CLOSE-OUT-TYPE.

           IF NOT WS-TYPE-OPEN
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-TY-MTD-BUDGET       TO WS-LN-MTD-BUDGET.
           MOVE WS-TY-MTD-ACTUAL       TO WS-LN-MTD-ACTUAL.
           MOVE WS-TY-YTD-BUDGET       TO WS-LN-YTD-BUDGET.
           MOVE WS-TY-YTD-ACTUAL       TO WS-LN-YTD-ACTUAL.

           MOVE SPACES                 TO WS-BVA-LINE.
           MOVE 'TYPE TOTAL'           TO BL-DESC.

           PERFORM 6500-FILL-FIGURES THRU 6500-EXIT.

           MOVE WS-BVA-LINE            TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'N'                    TO WS-TYPE-OPEN-FLAG.

       5000-EXIT. EXIT.

       5100-OPEN-TYPE.

           MOVE ZERO                   TO WS-TY-MTD-BUDGET
                                          WS-TY-MTD-ACTUAL
                                          WS-TY-YTD-BUDGET
                                          WS-TY-YTD-ACTUAL.

           MOVE WS-CURRENT-TYPE        TO TH-TYPE.

           EVALUATE WS-CURRENT-TYPE
               WHEN 'A'
                   MOVE 'ASSET'             TO TH-TYPE-NAME
               WHEN 'L'
                   MOVE 'LIABILITY'         TO TH-TYPE-NAME
               WHEN 'Q'
                   MOVE 'EQUITY'            TO TH-TYPE-NAME
               WHEN 'I'
                   MOVE 'INCOME'            TO TH-TYPE-NAME
               WHEN 'E'
                   MOVE 'EXPENSE'           TO TH-TYPE-NAME
               WHEN 'S'
                   MOVE 'SUSPENSE'          TO TH-TYPE-NAME
               WHEN 'R'
                   MOVE 'RETAINED EARNINGS' TO TH-TYPE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN'           TO TH-TYPE-NAME
           END-EVALUATE.

           MOVE WS-TYPE-HEADING        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'Y'                    TO WS-TYPE-OPEN-FLAG.

       5100-EXIT. EXIT.

       6000-FIND-ACCOUNT.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = WS-LOOKUP-ACCOUNT
                   SET WS-FOUND-SUB     TO WS-ACT-IDX
               END-IF
           END-PERFORM.

       6000-EXIT. EXIT.

      **** MONTH AND YEAR-TO-DATE COLUMNS OF WS-BVA-LINE FROM THE
      **** WS-LN- FIGURES, EACH VARIANCE MEASURED AND FLAGGED.
       6500-FILL-FIGURES.

           COMPUTE BL-MTD-BUDGET ROUNDED = WS-LN-MTD-BUDGET.
           COMPUTE BL-MTD-ACTUAL ROUNDED = WS-LN-MTD-ACTUAL.
           MOVE WS-LN-MTD-BUDGET       TO WS-VAR-BUDGET.
           MOVE WS-LN-MTD-ACTUAL       TO WS-VAR-ACTUAL.
           PERFORM 7000-MEASURE-VARIANCE THRU 7000-EXIT.
           COMPUTE BL-MTD-VARIANCE ROUNDED = WS-VAR-AMOUNT.
           IF WS-VAR-PCT-KNOWN
               MOVE WS-VAR-PCT          TO BL-MTD-PCT
           END-IF.
           MOVE WS-VAR-FLAG            TO BL-MTD-FLAG.

           COMPUTE BL-YTD-BUDGET ROUNDED = WS-LN-YTD-BUDGET.
           COMPUTE BL-YTD-ACTUAL ROUNDED = WS-LN-YTD-ACTUAL.
           MOVE WS-LN-YTD-BUDGET       TO WS-VAR-BUDGET.
           MOVE WS-LN-YTD-ACTUAL       TO WS-VAR-ACTUAL.
           PERFORM 7000-MEASURE-VARIANCE THRU 7000-EXIT.
           COMPUTE BL-YTD-VARIANCE ROUNDED = WS-VAR-AMOUNT.
           IF WS-VAR-PCT-KNOWN
               MOVE WS-VAR-PCT          TO BL-YTD-PCT
           END-IF.
           MOVE WS-VAR-FLAG            TO BL-YTD-FLAG.

       6500-EXIT. EXIT.

      **** VARIANCE = ACTUAL LESS BUDGET.  THE PERCENTAGE IS OF THE
      **** BUDGET, CAPPED AT 9999.9 FOR PRINTING, AND UNKNOWN WHEN
      **** THE BUDGET IS ZERO.
       7000-MEASURE-VARIANCE.

           MOVE SPACES                 TO WS-VAR-FLAG.
           MOVE 'N'                    TO WS-VAR-PCT-FLAG.
           MOVE ZERO                   TO WS-VAR-PCT.

           COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET.

           IF WS-VAR-AMOUNT < ZERO
               COMPUTE WS-VAR-ABS-AMOUNT = ZERO - WS-VAR-AMOUNT
           ELSE
               MOVE WS-VAR-AMOUNT       TO WS-VAR-ABS-AMOUNT
           END-IF.

           IF WS-VAR-ABS-AMOUNT = ZERO
               GO TO 7000-EXIT
           END-IF.

           IF WS-AMT-THRESHOLD > ZERO
              AND WS-VAR-ABS-AMOUNT > WS-AMT-THRESHOLD
               MOVE '***'               TO WS-VAR-FLAG
           END-IF.

           IF WS-VAR-BUDGET = ZERO
               IF WS-PCT-THRESHOLD > ZERO
                   MOVE '***'           TO WS-VAR-FLAG
               END-IF
               GO TO 7000-EXIT
           END-IF.

           COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VAR-AMOUNT * 100 / WS-VAR-BUDGET
               ON SIZE ERROR
                   MOVE 999999.9        TO WS-VAR-PCT
           END-COMPUTE.

           IF WS-VAR-PCT < ZERO
               COMPUTE WS-VAR-ABS-PCT = ZERO - WS-VAR-PCT
           ELSE
               MOVE WS-VAR-PCT          TO WS-VAR-ABS-PCT
           END-IF.

           IF WS-PCT-THRESHOLD > ZERO
              AND WS-VAR-ABS-PCT > WS-PCT-THRESHOLD
               MOVE '***'               TO WS-VAR-FLAG
           END-IF.

           IF WS-VAR-PCT > 9999.9
               MOVE 9999.9              TO WS-VAR-PCT
           END-IF.

           IF WS-VAR-PCT < -9999.9
               MOVE -9999.9             TO WS-VAR-PCT
           END-IF.

           MOVE 'Y'                    TO WS-VAR-PCT-FLAG.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
