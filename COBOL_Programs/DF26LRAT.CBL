       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26LRAT.

      *REMARKS:    MONTHLY AND YEAR-TO-DATE LOSS-RATIO REPORT BY
      *            AGENT, ROLLED UP BY COMPANY CODE, FROM THE
      *            DF26CLMF CLAIMS FILE AGAINST DF26BILL PREMIUM.

      ******************************************************************
      ****   NOBODY COULD SAY WHICH AGENTS OR COMPANIES WRITE       ****
      ****   PROFITABLE BUSINESS.  THIS REPORT RUNS MONTHLY AFTER   ****
      ****   DF26BILL AND SETS, PER DF26-AGENT-CODE ON THE POLICY   ****
      ****   MASTER:                                                ****
      ****                                                          ****
      ****     - EARNED PREMIUM - THE MONTH'S DF26BDTL BILLING      ****
      ****       DETAIL (PREMIUM IS BOOKED AS EARNED WHEN BILLED),  ****
      ****       WITH THE YEAR-TO-DATE FIGURE CARRIED MONTH TO      ****
      ****       MONTH ON THE DF26LRYT ACCUMULATOR FILE.  A RERUN   ****
      ****       OF THE SAME MONTH REPLACES THAT MONTH RATHER THAN  ****
      ****       ADDING IT TWICE, AND A NEW YEAR STARTS FROM ZERO,  ****
      ****     - INCURRED LOSSES - PAID PLUS OUTSTANDING RESERVE    ****
      ****       FROM DF26CLMF FOR EVERY CLAIM NOT DENIED, TAKEN    ****
      ****       INTO THE MONTH AND YEAR OF ITS LOSS DATE,          ****
      ****                                                          ****
      ****   AND PRINTS INCURRED OVER EARNED AS A PERCENTAGE FOR    ****
      ****   THE MONTH AND THE YEAR, AGENTS GROUPED UNDER THEIR     ****
      ****   COMPANY WITH A COMPANY SUBTOTAL AND A BOOK TOTAL.  AN  ****
      ****   AGENT WHOSE YEAR-TO-DATE RATIO IS OVER THE DF26LRPM    ****
      ****   TOLERANCE (DEFAULT 70 PERCENT) IS FLAGGED FOR THE      ****
      ****   UNDERWRITING AGENT REVIEW THAT ALSO USES DF26PROD.     ****
      ****   THE PERIOD IS THE PROCESSING-DATE MONTH UNLESS THE     ****
      ****   PARAMETER CARD NAMES ANOTHER.  POLICIES WITH NO AGENT  ****
      ****   ROLL UP UNDER AN UNASSIGNED LINE, AS IN DF26PROD.      ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF26LRPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT AGENT-FILE       ASSIGN TO DF26AGTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AGENT-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POLICY-STATUS.

           SELECT BILLING-FILE     ASSIGN TO DF26BDTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BILLING-STATUS.

           SELECT CLAIM-FILE       ASSIGN TO DF26CLMF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CLAIM-STATUS.

           SELECT YTD-IN-FILE      ASSIGN TO DF26LRYT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-YTD-IN-STATUS.

           SELECT YTD-OUT-FILE     ASSIGN TO WS-YTD-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-YTD-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-PERIOD                PIC X(07).
           05  PM-TOLERANCE             PIC 9(03)V99.
           05  FILLER                   PIC X(01).

       FD  AGENT-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS DF26-AGENT-RECORD.

       COPY DF26AGTR.

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

       COPY DF26POLR.

       FD  BILLING-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS BILLING-RECORD.

       01  BILLING-RECORD.
           05  BD-COMPANY-CODE         PIC X(03).
           05  BD-POLICY-NUMBER        PIC X(12).
           05  BD-PERIOD-PREMIUM       PIC 9(07)V99.

       FD  CLAIM-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS DF26-CLAIM-RECORD.

       COPY DF26CLMR.

      **** EARNED PREMIUM CARRIED FORWARD PER COMPANY AND AGENT:
      **** THE MONTH LAST REPORTED, ITS EARNED PREMIUM, AND THE
      **** YEAR'S EARNED PREMIUM BEFORE THAT MONTH.
       FD  YTD-IN-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS YTD-IN-RECORD.

       01  YTD-IN-RECORD.
           05  YIR-COMPANY              PIC X(03).
           05  YIR-AGENT                PIC X(05).
           05  YIR-YEAR                 PIC 9(04).
           05  YIR-MONTH                PIC 9(02).
           05  YIR-MONTH-EARNED         PIC 9(09)V99.
           05  YIR-PRIOR-EARNED         PIC 9(09)V99.

       FD  YTD-OUT-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS YTD-OUT-RECORD.

       01  YTD-OUT-RECORD.
           05  YOR-COMPANY              PIC X(03).
           05  YOR-AGENT                PIC X(05).
           05  YOR-YEAR                 PIC 9(04).
           05  YOR-MONTH                PIC 9(02).
           05  YOR-MONTH-EARNED         PIC 9(09)V99.
           05  YOR-PRIOR-EARNED         PIC 9(09)V99.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AGENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BILLING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CLAIM-STATUS             PIC X(02) VALUE SPACES.
       01  WS-YTD-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-YTD-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-AGENT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-AGENT-EOF                VALUE 'Y'.

       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.

       01  WS-BILLING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BILLING-EOF              VALUE 'Y'.

       01  WS-CLAIM-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CLAIM-EOF                VALUE 'Y'.

       01  WS-YTD-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-YTD-EOF                  VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

      **** DEFAULT TOLERANCE WHEN NO DF26LRPM CARD IS SUPPLIED.
       01  WS-TOLERANCE                PIC 9(03)V99 VALUE 070.00.

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC 9(02).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  FILLER                  PIC X(15).

       01  WS-YTD-OUT-NAME             PIC X(09) VALUE 'DF26LRYT'.

       COPY DFRUNDT.

       01  WS-AGENT-NAME-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-AGENT-NAME-TABLE.
           05  WS-ANM-ENTRY            OCCURS 100 TIMES.
               10  WS-ANM-CODE         PIC X(05).
               10  WS-ANM-NAME         PIC X(30).

       01  WS-ANM-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-POLICY-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY            OCCURS 500 TIMES.
               10  WS-POL-COMPANY      PIC X(03).
               10  WS-POL-NUMBER       PIC X(12).
               10  WS-POL-AGENT        PIC X(05).

       01  WS-POL-SUB                  PIC 9(04) VALUE ZERO.

      **** ONE ROLL-UP ENTRY PER COMPANY AND AGENT, SORTED FOR THE
      **** REPORT SO EACH COMPANY'S AGENTS PRINT TOGETHER.
       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY             OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-LINE-COUNT
                                       ASCENDING KEY IS WS-LN-COMPANY
                                                    WS-LN-AGENT
                                       INDEXED BY WS-LN-IDX.
               10  WS-LN-COMPANY       PIC X(03).
               10  WS-LN-AGENT         PIC X(05).
               10  WS-LN-MTD-EARNED    PIC 9(09)V99.
               10  WS-LN-PRIOR-EARNED  PIC 9(09)V99.
               10  WS-LN-MTD-INCURRED  PIC 9(09)V99.
               10  WS-LN-YTD-INCURRED  PIC 9(09)V99.

       01  WS-FOUND-LN-SUB             PIC 9(03) VALUE ZERO.
       01  WS-SEARCH-COMPANY           PIC X(03) VALUE SPACES.
       01  WS-SEARCH-AGENT             PIC X(05) VALUE SPACES.
       01  WS-SEARCH-POLICY            PIC X(12) VALUE SPACES.

       01  WS-INCURRED                 PIC 9(09)V99 VALUE ZERO.

      **** THE FOUR FIGURES OF ONE PRINTED LINE - AGENT, COMPANY
      **** SUBTOTAL OR BOOK TOTAL - AND THEIR RATIOS.
       01  WS-PRINT-FIGURES.
           05  WS-PF-MTD-EARNED        PIC 9(11)V99.
           05  WS-PF-MTD-INCURRED      PIC 9(11)V99.
           05  WS-PF-YTD-EARNED        PIC 9(11)V99.
           05  WS-PF-YTD-INCURRED      PIC 9(11)V99.

       01  WS-COMPANY-FIGURES.
           05  WS-CF-MTD-EARNED        PIC 9(11)V99.
           05  WS-CF-MTD-INCURRED      PIC 9(11)V99.
           05  WS-CF-YTD-EARNED        PIC 9(11)V99.
           05  WS-CF-YTD-INCURRED      PIC 9(11)V99.

       01  WS-BOOK-FIGURES.
           05  WS-BF-MTD-EARNED        PIC 9(11)V99.
           05  WS-BF-MTD-INCURRED      PIC 9(11)V99.
           05  WS-BF-YTD-EARNED        PIC 9(11)V99.
           05  WS-BF-YTD-INCURRED      PIC 9(11)V99.

       01  WS-RATIO-EARNED             PIC 9(11)V99 VALUE ZERO.
       01  WS-RATIO-INCURRED           PIC 9(11)V99 VALUE ZERO.
       01  WS-RATIO                    PIC 9(04)V9 VALUE ZERO.
       01  WS-MTD-RATIO                PIC 9(04)V9 VALUE ZERO.
       01  WS-YTD-RATIO                PIC 9(04)V9 VALUE ZERO.

       01  WS-PREV-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-FLAGGED-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
                                       'REPORT PERIOD '.
           05  PL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(16) VALUE
                                       '   TOLERANCE  '.
           05  PL-TOLERANCE            PIC ZZ9.99.
           05  FILLER                  PIC X(86) VALUE ' PERCENT'.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'CO'.
           05  FILLER                  PIC X(07) VALUE 'AGENT'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(16) VALUE
                                       '  MONTH EARNED'.
           05  FILLER                  PIC X(16) VALUE
                                       'MONTH INCURRED'.
           05  FILLER                  PIC X(08) VALUE '  LR %'.
           05  FILLER                  PIC X(16) VALUE
                                       '    YTD EARNED'.
           05  FILLER                  PIC X(16) VALUE
                                       '  YTD INCURRED'.
           05  FILLER                  PIC X(08) VALUE '  LR %'.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AGENT                PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NAME                 PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MTD-EARNED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MTD-INCURRED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MTD-RATIO            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-YTD-EARNED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-YTD-INCURRED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-YTD-RATIO            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FLAG                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26LRAT START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 2000-LOAD-AGENT-NAMES THRU 2000-EXIT.
           PERFORM 2100-LOAD-POLICY-AGENTS THRU 2100-EXIT.
           PERFORM 2200-LOAD-YTD-FILE THRU 2200-EXIT.
           PERFORM 2300-TALLY-BILLING THRU 2300-EXIT.
           PERFORM 2400-TALLY-CLAIMS THRU 2400-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26LRAT A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-WRITE-REPORT.

           IF WS-LINE-COUNT > 1
               SORT WS-LN-ENTRY
                   ASCENDING KEY WS-LN-COMPANY WS-LN-AGENT
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26LRAT - LOSS RATIO BY AGENT' TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PERIOD              TO PL-PERIOD.
           MOVE WS-TOLERANCE           TO PL-TOLERANCE.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           INITIALIZE WS-COMPANY-FIGURES WS-BOOK-FIGURES.
           MOVE SPACES                 TO WS-PREV-COMPANY.

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LINE-COUNT
               PERFORM 3000-PRINT-ONE-AGENT THRU 3000-EXIT
           END-PERFORM.

           IF WS-LINE-COUNT > ZERO
               PERFORM 3500-PRINT-COMPANY-TOTAL THRU 3500-EXIT
           END-IF.

           MOVE WS-BOOK-FIGURES        TO WS-PRINT-FIGURES.
           PERFORM 3800-SET-RATIOS THRU 3800-EXIT.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'ALL COMPANIES'        TO DL-NAME.
           PERFORM 3900-MOVE-FIGURES THRU 3900-EXIT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-YTD-FILE THRU 4000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF26LRAT PERIOD REPORTED   = ' WS-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DF26LRAT AGENT LINES       = ' WS-LINE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26LRAT OVER TOLERANCE    = ' WS-FLAGGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26LRAT END OF JOB' UPON CONSOLE.

           GOBACK.

      **** THE REPORT PERIOD DEFAULTS TO THE PROCESSING-DATE MONTH.
       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE (1:4) TO WS-PER-YYYY
               MOVE DFRUNDT-PROCESSING-DATE (6:2) TO WS-PER-MM
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26LRYTS'     TO WS-YTD-OUT-NAME
                   DISPLAY 'DF26LRAT SIMULATION - YEAR-TO-DATE FILE '
                           'GOES TO ITS SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26LRAT NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PER-YYYY
               MOVE WS-CD-MM            TO WS-PER-MM
           END-IF.

       1100-EXIT. EXIT.

       1200-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1200-CLOSE-PARM
           END-READ.

           IF PM-PERIOD (1:4) NUMERIC
              AND PM-PERIOD (5:1) = '-'
              AND PM-PERIOD (6:2) NUMERIC
              AND PM-PERIOD (6:2) > '00'
              AND PM-PERIOD (6:2) < '13'
               MOVE PM-PERIOD (1:4)     TO WS-PER-YYYY
               MOVE PM-PERIOD (6:2)     TO WS-PER-MM
           END-IF.

           IF PM-TOLERANCE NUMERIC AND PM-TOLERANCE > ZERO
               MOVE PM-TOLERANCE        TO WS-TOLERANCE
           END-IF.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

       2000-LOAD-AGENT-NAMES.

           OPEN INPUT AGENT-FILE.

           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY 'DF26LRAT NO AGENT MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-AGENT-EOF
               READ AGENT-FILE
                   AT END
                       SET WS-AGENT-EOF TO TRUE
                   NOT AT END
                       IF WS-AGENT-NAME-COUNT < 100
                           ADD 1 TO WS-AGENT-NAME-COUNT
                           MOVE DF26-AGT-CODE
                               TO WS-ANM-CODE (WS-AGENT-NAME-COUNT)
                           MOVE DF26-AGT-NAME
                               TO WS-ANM-NAME (WS-AGENT-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AGENT-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-POLICY-AGENTS.

           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'DF26LRAT NO POLICY MASTER - ALL BUSINESS '
                       'REPORTS UNASSIGNED' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-POLICY-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-EOF TO TRUE
                   NOT AT END
                       IF WS-POLICY-COUNT < 500
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE DF26-COMPANY-CODE
                               TO WS-POL-COMPANY (WS-POLICY-COUNT)
                           MOVE DF26-POLICY-NUMBER
                               TO WS-POL-NUMBER (WS-POLICY-COUNT)
                           MOVE DF26-AGENT-CODE
                               TO WS-POL-AGENT (WS-POLICY-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

       2100-EXIT. EXIT.

      **** THE YEAR'S EARNED PREMIUM BEFORE THIS MONTH: A RECORD
      **** FOR AN EARLIER MONTH OF THIS YEAR ROLLS ITS MONTH INTO
      **** THE PRIOR FIGURE; A RECORD FOR THIS SAME MONTH (A RERUN)
      **** KEEPS ITS PRIOR FIGURE AND THE MONTH IS RECOUNTED; A
      **** RECORD FROM ANOTHER YEAR STARTS THE YEAR AGAIN.
       2200-LOAD-YTD-FILE.

           OPEN INPUT YTD-IN-FILE.

           IF WS-YTD-IN-STATUS NOT = '00'
               DISPLAY 'DF26LRAT NO YEAR-TO-DATE FILE - STARTING A '
                       'NEW ONE' UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-YTD-EOF
               READ YTD-IN-FILE
                   AT END
                       SET WS-YTD-EOF TO TRUE
                   NOT AT END
                       PERFORM 2250-LOAD-ONE-YTD THRU 2250-EXIT
               END-READ
           END-PERFORM.

           CLOSE YTD-IN-FILE.

       2200-EXIT. EXIT.

       2250-LOAD-ONE-YTD.

           MOVE YIR-COMPANY            TO WS-SEARCH-COMPANY.
           MOVE YIR-AGENT              TO WS-SEARCH-AGENT.
           PERFORM 2900-FIND-OR-ADD-LINE THRU 2900-EXIT.

           IF WS-FOUND-LN-SUB = ZERO
               GO TO 2250-EXIT
           END-IF.

           IF YIR-YEAR NOT = WS-PER-YYYY
               GO TO 2250-EXIT
           END-IF.

           IF YIR-MONTH < WS-PER-MM
               COMPUTE WS-LN-PRIOR-EARNED (WS-FOUND-LN-SUB) =
                           YIR-PRIOR-EARNED + YIR-MONTH-EARNED
           ELSE
               MOVE YIR-PRIOR-EARNED
                   TO WS-LN-PRIOR-EARNED (WS-FOUND-LN-SUB)
           END-IF.

           IF YIR-MONTH > WS-PER-MM
               DISPLAY 'DF26LRAT ' YIR-COMPANY ' ' YIR-AGENT
                       ' ALREADY REPORTED FOR A LATER MONTH - YTD '
                       'APPROXIMATE' UPON CONSOLE
           END-IF.

       2250-EXIT. EXIT.

      **** THE MONTH'S BILLED PREMIUM IS ITS EARNED PREMIUM.
       2300-TALLY-BILLING.

           OPEN INPUT BILLING-FILE.

           IF WS-BILLING-STATUS NOT = '00'
               DISPLAY 'DF26LRAT NO BILLING DETAIL - NO PREMIUM '
                       'EARNED THIS MONTH' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-BILLING-EOF
               READ BILLING-FILE
                   AT END
                       SET WS-BILLING-EOF TO TRUE
                   NOT AT END
                       MOVE BD-COMPANY-CODE  TO WS-SEARCH-COMPANY
                       MOVE BD-POLICY-NUMBER TO WS-SEARCH-POLICY
                       PERFORM 2800-FIND-POLICY-AGENT THRU 2800-EXIT
                       PERFORM 2900-FIND-OR-ADD-LINE THRU 2900-EXIT
                       IF WS-FOUND-LN-SUB NOT = ZERO
                           ADD BD-PERIOD-PREMIUM
                               TO WS-LN-MTD-EARNED (WS-FOUND-LN-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BILLING-FILE.

       2300-EXIT. EXIT.

      **** INCURRED = PAID PLUS OUTSTANDING RESERVE, BY LOSS DATE.
      **** A DENIED CLAIM COST NOTHING.
       2400-TALLY-CLAIMS.

           OPEN INPUT CLAIM-FILE.

           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'DF26LRAT NO CLAIMS FILE - NO LOSSES '
                       'INCURRED' UPON CONSOLE
               GO TO 2400-EXIT
           END-IF.

           PERFORM UNTIL WS-CLAIM-EOF
               READ CLAIM-FILE
                   AT END
                       SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2450-TALLY-ONE-CLAIM THRU 2450-EXIT
               END-READ
           END-PERFORM.

           CLOSE CLAIM-FILE.

       2400-EXIT. EXIT.

       2450-TALLY-ONE-CLAIM.

           IF DF26-CLM-DENIED
               GO TO 2450-EXIT
           END-IF.

           IF DF26-CLM-LOSS-DATE (1:4) NOT = WS-PERIOD (1:4)
              OR DF26-CLM-LOSS-DATE (1:7) > WS-PERIOD
               GO TO 2450-EXIT
           END-IF.

           COMPUTE WS-INCURRED =
                       DF26-CLM-PAID-AMOUNT + DF26-CLM-RESERVE.

           MOVE DF26-CLM-COMPANY       TO WS-SEARCH-COMPANY.
           MOVE DF26-CLM-POLICY        TO WS-SEARCH-POLICY.
           PERFORM 2800-FIND-POLICY-AGENT THRU 2800-EXIT.
           PERFORM 2900-FIND-OR-ADD-LINE THRU 2900-EXIT.

           IF WS-FOUND-LN-SUB = ZERO
               GO TO 2450-EXIT
           END-IF.

           ADD WS-INCURRED   TO WS-LN-YTD-INCURRED (WS-FOUND-LN-SUB).

           IF DF26-CLM-LOSS-DATE (1:7) = WS-PERIOD
               ADD WS-INCURRED
                             TO WS-LN-MTD-INCURRED (WS-FOUND-LN-SUB)
           END-IF.

       2450-EXIT. EXIT.

      **** AGENT FOR WS-SEARCH-COMPANY / WS-SEARCH-POLICY - SPACES
      **** (THE UNASSIGNED LINE) WHEN THE POLICY IS NOT ON FILE.
       2800-FIND-POLICY-AGENT.

           MOVE SPACES                 TO WS-SEARCH-AGENT.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-POLICY-COUNT
               IF WS-POL-COMPANY (WS-POL-SUB) = WS-SEARCH-COMPANY
                  AND WS-POL-NUMBER (WS-POL-SUB) = WS-SEARCH-POLICY
                   MOVE WS-POL-AGENT (WS-POL-SUB) TO WS-SEARCH-AGENT
               END-IF
           END-PERFORM.

       2800-EXIT. EXIT.

       2900-FIND-OR-ADD-LINE.

           MOVE ZERO                   TO WS-FOUND-LN-SUB.

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-COMPANY (WS-LN-IDX) = WS-SEARCH-COMPANY
                  AND WS-LN-AGENT (WS-LN-IDX) = WS-SEARCH-AGENT
                   SET WS-FOUND-LN-SUB  TO WS-LN-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-LN-SUB NOT = ZERO
               GO TO 2900-EXIT
           END-IF.

           IF WS-LINE-COUNT >= 200
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2900-EXIT
           END-IF.

           ADD 1                       TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT          TO WS-FOUND-LN-SUB.
           MOVE WS-SEARCH-COMPANY      TO WS-LN-COMPANY
                                                  (WS-FOUND-LN-SUB).
           MOVE WS-SEARCH-AGENT        TO WS-LN-AGENT
                                                  (WS-FOUND-LN-SUB).
           MOVE ZERO          TO WS-LN-MTD-EARNED (WS-FOUND-LN-SUB).
           MOVE ZERO          TO WS-LN-PRIOR-EARNED (WS-FOUND-LN-SUB).
           MOVE ZERO          TO WS-LN-MTD-INCURRED (WS-FOUND-LN-SUB).
           MOVE ZERO          TO WS-LN-YTD-INCURRED (WS-FOUND-LN-SUB).

       2900-EXIT. EXIT.

       3000-PRINT-ONE-AGENT.

           IF WS-LN-COMPANY (WS-LN-IDX) NOT = WS-PREV-COMPANY
              AND WS-LN-IDX > 1
               PERFORM 3500-PRINT-COMPANY-TOTAL THRU 3500-EXIT
           END-IF.

           MOVE WS-LN-COMPANY (WS-LN-IDX) TO WS-PREV-COMPANY.

           MOVE WS-LN-MTD-EARNED (WS-LN-IDX)   TO WS-PF-MTD-EARNED.
           MOVE WS-LN-MTD-INCURRED (WS-LN-IDX) TO WS-PF-MTD-INCURRED.
           COMPUTE WS-PF-YTD-EARNED =
                       WS-LN-PRIOR-EARNED (WS-LN-IDX)
                     + WS-LN-MTD-EARNED (WS-LN-IDX).
           MOVE WS-LN-YTD-INCURRED (WS-LN-IDX) TO WS-PF-YTD-INCURRED.

           ADD WS-PF-MTD-EARNED        TO WS-CF-MTD-EARNED.
           ADD WS-PF-MTD-INCURRED      TO WS-CF-MTD-INCURRED.
           ADD WS-PF-YTD-EARNED        TO WS-CF-YTD-EARNED.
           ADD WS-PF-YTD-INCURRED      TO WS-CF-YTD-INCURRED.

           PERFORM 3800-SET-RATIOS THRU 3800-EXIT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-LN-COMPANY (WS-LN-IDX) TO DL-COMPANY.
           MOVE WS-LN-AGENT (WS-LN-IDX) TO DL-AGENT.
           PERFORM 3700-SET-AGENT-NAME THRU 3700-EXIT.
           PERFORM 3900-MOVE-FIGURES THRU 3900-EXIT.

           IF WS-YTD-RATIO > WS-TOLERANCE
               MOVE '*REVIEW*'          TO DL-FLAG
               ADD 1                    TO WS-FLAGGED-COUNT
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3500-PRINT-COMPANY-TOTAL.

           MOVE WS-COMPANY-FIGURES     TO WS-PRINT-FIGURES.
           PERFORM 3800-SET-RATIOS THRU 3800-EXIT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-PREV-COMPANY        TO DL-COMPANY.
           MOVE 'COMPANY TOTAL'        TO DL-NAME.
           PERFORM 3900-MOVE-FIGURES THRU 3900-EXIT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD WS-CF-MTD-EARNED        TO WS-BF-MTD-EARNED.
           ADD WS-CF-MTD-INCURRED      TO WS-BF-MTD-INCURRED.
           ADD WS-CF-YTD-EARNED        TO WS-BF-YTD-EARNED.
           ADD WS-CF-YTD-INCURRED      TO WS-BF-YTD-INCURRED.

           INITIALIZE WS-COMPANY-FIGURES.

       3500-EXIT. EXIT.

       3700-SET-AGENT-NAME.

           IF WS-LN-AGENT (WS-LN-IDX) = SPACES
               MOVE '(NO AGENT ASSIGNED)' TO DL-NAME
               GO TO 3700-EXIT
           END-IF.

           MOVE '(NOT ON AGENT MASTER)' TO DL-NAME.

           PERFORM VARYING WS-ANM-SUB FROM 1 BY 1
                       UNTIL WS-ANM-SUB > WS-AGENT-NAME-COUNT
               IF WS-ANM-CODE (WS-ANM-SUB) = WS-LN-AGENT (WS-LN-IDX)
                   MOVE WS-ANM-NAME (WS-ANM-SUB) TO DL-NAME
               END-IF
           END-PERFORM.

       3700-EXIT. EXIT.

      **** LOSS RATIO = INCURRED / EARNED AS A PERCENTAGE.  LOSSES
      **** WITH NO PREMIUM EARNED SHOW AS 9999.9 SO THEY FLAG.
       3800-SET-RATIOS.

           MOVE WS-PF-MTD-EARNED       TO WS-RATIO-EARNED.
           MOVE WS-PF-MTD-INCURRED     TO WS-RATIO-INCURRED.
           PERFORM 3850-COMPUTE-RATIO THRU 3850-EXIT.
           MOVE WS-RATIO               TO WS-MTD-RATIO.

           MOVE WS-PF-YTD-EARNED       TO WS-RATIO-EARNED.
           MOVE WS-PF-YTD-INCURRED     TO WS-RATIO-INCURRED.
           PERFORM 3850-COMPUTE-RATIO THRU 3850-EXIT.
           MOVE WS-RATIO               TO WS-YTD-RATIO.

       3800-EXIT. EXIT.

       3850-COMPUTE-RATIO.

           MOVE ZERO                   TO WS-RATIO.

           IF WS-RATIO-INCURRED = ZERO
               GO TO 3850-EXIT
           END-IF.

           IF WS-RATIO-EARNED = ZERO
               MOVE 9999.9              TO WS-RATIO
               GO TO 3850-EXIT
           END-IF.

           COMPUTE WS-RATIO ROUNDED =
                       WS-RATIO-INCURRED * 100 / WS-RATIO-EARNED
               ON SIZE ERROR
                   MOVE 9999.9          TO WS-RATIO
           END-COMPUTE.

       3850-EXIT. EXIT.

       3900-MOVE-FIGURES.

           MOVE WS-PF-MTD-EARNED       TO DL-MTD-EARNED.
           MOVE WS-PF-MTD-INCURRED     TO DL-MTD-INCURRED.
           MOVE WS-MTD-RATIO           TO DL-MTD-RATIO.
           MOVE WS-PF-YTD-EARNED       TO DL-YTD-EARNED.
           MOVE WS-PF-YTD-INCURRED     TO DL-YTD-INCURRED.
           MOVE WS-YTD-RATIO           TO DL-YTD-RATIO.

       3900-EXIT. EXIT.

       4000-REWRITE-YTD-FILE.

           OPEN OUTPUT YTD-OUT-FILE.

           IF WS-YTD-OUT-STATUS NOT = '00'
               DISPLAY 'DF26LRAT YEAR-TO-DATE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LINE-COUNT
               MOVE SPACES              TO YTD-OUT-RECORD
               MOVE WS-LN-COMPANY (WS-LN-IDX)      TO YOR-COMPANY
               MOVE WS-LN-AGENT (WS-LN-IDX)        TO YOR-AGENT
               MOVE WS-PER-YYYY                    TO YOR-YEAR
               MOVE WS-PER-MM                      TO YOR-MONTH
               MOVE WS-LN-MTD-EARNED (WS-LN-IDX)   TO YOR-MONTH-EARNED
               MOVE WS-LN-PRIOR-EARNED (WS-LN-IDX) TO YOR-PRIOR-EARNED
               WRITE YTD-OUT-RECORD
           END-PERFORM.

           CLOSE YTD-OUT-FILE.

       4000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
