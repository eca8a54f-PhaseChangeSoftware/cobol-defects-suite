       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFGLBUDM.

      *REMARKS:    BUDGET MASTER MAINTENANCE FOR THE DFGLBUD FILE THAT
      *            DFGLBVA REPORTS ACTUALS AGAINST - LOADS THE ANNUAL
      *            BUDGET FEED AND APPLIES OPERATOR REVISIONS, BUILT
      *            ON THE SAME LOAD/APPLY/REWRITE SHAPE AS DFGLCOAM.

      ******************************************************************
      ****   THE BUDGET LIVED IN A SPREADSHEET, SO NOBODY COULD     ****
      ****   SAY WHAT THE LEDGER WAS MEASURED AGAINST OR WHO HAD    ****
      ****   MOVED THE FIGURES.  THIS BATCH KEEPS THE BUDGET ON     ****
      ****   DFGLBUD BY DFGLCOA ACCOUNT AND PERIOD (YYYY-MM):       ****
      ****                                                          ****
      ****     - THE DFGLBFED ANNUAL FEED CARRIES ONE ROW PER       ****
      ****       ACCOUNT AND YEAR WITH TWELVE MONTHLY AMOUNTS.      ****
      ****       EACH LOADS AS VERSION 1 OF ITS TWELVE PERIODS.  A  ****
      ****       YEAR ALREADY BUDGETED FOR THE ACCOUNT IS REJECTED  ****
      ****       WHOLE - CHANGES GO THROUGH A REVISION, NOT A       ****
      ****       RELOAD.                                            ****
      ****     - DFGLBTRN REVISION CARDS (ACCOUNT, PERIOD, NEW      ****
      ****       AMOUNT, OPERATOR, REASON) MUST PASS DFAUTH UNDER   ****
      ****       FUNCTION 'BUD' AND ADD THE NEXT VERSION FOR THE    ****
      ****       ACCOUNT AND PERIOD; EARLIER VERSIONS STAY ON THE   ****
      ****       FILE.  A PERIOD DFGLCLSE HAS CLOSED ON DFGLPER     ****
      ****       CANNOT BE REVISED, SO A REPORTED VARIANCE NEVER    ****
      ****       MOVES AFTERWARDS.                                  ****
      ****                                                          ****
      ****   EVERY ACCOUNT MUST BE ACTIVE ON THE CHART.  THE MASTER ****
      ****   IS REWRITTEN SORTED BY ACCOUNT, PERIOD AND VERSION AND ****
      ****   THE RUN PRINTS AN APPLIED/REJECTED REGISTER.           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BUDGET-IN-FILE   ASSIGN TO DFGLBUD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BUDGET-IN-STATUS.

           SELECT BUDGET-OUT-FILE  ASSIGN TO DFGLBUD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BUDGET-OUT-STATUS.

           SELECT CHART-FILE       ASSIGN TO DFGLCOA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT FEED-FILE        ASSIGN TO DFGLBFED
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FEED-STATUS.

           SELECT TRANS-FILE       ASSIGN TO DFGLBTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFGLRPT6
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BUDGET-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFGL-BUD-RECORD.

       COPY DFGLBUDR.

       FD  BUDGET-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BUDGET-OUT-RECORD.

       01  BUDGET-OUT-RECORD           PIC X(80).

       FD  CHART-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CHART-RECORD.

       01  CHART-RECORD.
           05  CA-ACCOUNT               PIC X(08).
           05  CA-DESCRIPTION           PIC X(30).
           05  CA-TYPE                  PIC X(01).
           05  CA-ACTIVE-FLAG           PIC X(01).

       FD  PERIOD-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PERIOD-RECORD.

       01  PERIOD-RECORD.
           05  PE-PERIOD                PIC X(07).
           05  PE-STATUS                PIC X(01).
               88  PE-PERIOD-CLOSED         VALUE 'C'.

      **** COL 1-8    ACCOUNT
      **** COL 9-12   BUDGET YEAR YYYY
      **** COL 13-144 TWELVE MONTHLY AMOUNTS, 9(09)V99 EACH, JANUARY
      ****            FIRST, IN THE ACCOUNT'S NORMAL BALANCE DIRECTION
       FD  FEED-FILE
           RECORD CONTAINS 144 CHARACTERS
           DATA RECORD IS FEED-RECORD.

       01  FEED-RECORD.
           05  BF-ACCOUNT               PIC X(08).
           05  BF-YEAR                  PIC X(04).
           05  BF-MONTH-AMOUNT          PIC 9(09)V99
                                        OCCURS 12 TIMES.

      **** COL 1-8   ACCOUNT
      **** COL 9-15  PERIOD YYYY-MM
      **** COL 16-26 NEW BUDGET AMOUNT 9(09)V99
      **** COL 27-34 OPERATOR USER ID
      **** COL 35-54 REASON FOR THE REVISION
       FD  TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  BT-ACCOUNT               PIC X(08).
           05  BT-PERIOD                PIC X(07).
           05  BT-AMOUNT                PIC 9(09)V99.
           05  BT-OPERATOR-ID           PIC X(08).
           05  BT-REASON                PIC X(20).
           05  FILLER                   PIC X(26).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-BUDGET-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BUDGET-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CHART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BUDGET-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-BUDGET-EOF               VALUE 'Y'.

       01  WS-CHART-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CHART-EOF                VALUE 'Y'.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-FEED-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-FEED-EOF                 VALUE 'Y'.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-BUDGET-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-BUDGET-TABLE.
           05  WS-BGT-ENTRY            OCCURS 1 TO 3000 TIMES
                                       DEPENDING ON WS-BUDGET-COUNT
                                       ASCENDING KEY IS WS-BGT-KEY
                                       INDEXED BY WS-BGT-IDX.
               10  WS-BGT-KEY.
                   15  WS-BGT-ACCOUNT  PIC X(08).
                   15  WS-BGT-PERIOD   PIC X(07).
                   15  WS-BGT-VERSION  PIC 9(03).
               10  WS-BGT-DATA         PIC X(62).

       01  WS-CHART-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-CHART-TABLE.
           05  WS-COA-ENTRY            OCCURS 200 TIMES.
               10  WS-COA-ACCOUNT      PIC X(08).
               10  WS-COA-ACTIVE       PIC X(01).

       01  WS-COA-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT           PIC X(08) VALUE SPACES.

       01  WS-CLOSED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-PERIOD        PIC X(07) OCCURS 120 TIMES.

       01  WS-CLS-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-PROCESSING-DATE.
           05  WS-PD-YYYY              PIC 9(04) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-MM                PIC 9(02) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-DD                PIC 9(02) VALUE ZERO.

       01  WS-CLOCK-DATE-FIELDS.
           05  WS-CLOCK-YYYY           PIC 9(04).
           05  WS-CLOCK-MM             PIC 9(02).
           05  WS-CLOCK-DD             PIC 9(02).
           05  FILLER                  PIC X(13).

       01  WS-WORK-PERIOD.
           05  WS-WP-YYYY              PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WP-MM                PIC 9(02).

       01  WS-MONTH-SUB                PIC 9(02) VALUE ZERO.
       01  WS-HIGH-VERSION             PIC 9(03) VALUE ZERO.
       01  WS-YEAR-FOUND-FLAG          PIC X(01) VALUE 'N'.
           88  WS-YEAR-FOUND               VALUE 'Y'.
       01  WS-CLOSED-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PERIOD-IS-CLOSED         VALUE 'Y'.

       01  WS-FEED-APPLIED-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-FEED-REJECTED-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.

       COPY DFRUNDT.

       COPY DFAUTH.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE
                   'DFGLBUDM BUDGET MASTER MAINTENANCE'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REGISTER-DETAIL.
           05  RD-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-PERIOD               PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-VERSION              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-REASON               PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFGLBUDM START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-YYYY        TO WS-PD-YYYY
               MOVE DFRUNDT-MM          TO WS-PD-MM
               MOVE DFRUNDT-DD          TO WS-PD-DD
           ELSE
               DISPLAY 'DFGLBUDM NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-DATE-FIELDS
               MOVE WS-CLOCK-YYYY       TO WS-PD-YYYY
               MOVE WS-CLOCK-MM         TO WS-PD-MM
               MOVE WS-CLOCK-DD         TO WS-PD-DD
           END-IF.

           PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
           PERFORM 1200-LOAD-CLOSED-PERIODS THRU 1200-EXIT.

           IF WS-CHART-COUNT = ZERO
               DISPLAY 'DFGLBUDM NO CHART OF ACCOUNTS - NOTHING CAN '
                       'BE BUDGETED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-LOAD-MASTER.

           OPEN INPUT BUDGET-IN-FILE.

           IF WS-BUDGET-IN-STATUS NOT = '00'
               DISPLAY 'DFGLBUDM NO EXISTING BUDGET - STARTING A '
                       'NEW ONE' UPON CONSOLE
               GO TO 1000-APPLY-FEED
           END-IF.

           PERFORM UNTIL WS-BUDGET-EOF
               READ BUDGET-IN-FILE
                   AT END
                       SET WS-BUDGET-EOF TO TRUE
                   NOT AT END
                       IF WS-BUDGET-COUNT < 3000
                           ADD 1 TO WS-BUDGET-COUNT
                           MOVE DFGL-BUD-RECORD
                               TO WS-BGT-ENTRY (WS-BUDGET-COUNT)
                       ELSE
                           DISPLAY 'DFGLBUDM BUDGET TABLE FULL'
                                               UPON CONSOLE
                           MOVE 8       TO RETURN-CODE
                           CLOSE BUDGET-IN-FILE
                           GO TO 1000-END-OF-JOB
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BUDGET-IN-FILE.

       1000-APPLY-FEED.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE          FROM WS-REPORT-HEADING.

           OPEN INPUT FEED-FILE.

           IF WS-FEED-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFGLBUDM NO ANNUAL BUDGET FEED TO LOAD'
                                              UPON CONSOLE
               GO TO 1000-APPLY-REVISIONS
           END-IF.

           PERFORM UNTIL WS-FEED-EOF
               READ FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-LOAD-ONE-FEED-ROW THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE FEED-FILE.

       1000-APPLY-REVISIONS.

           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFGLBUDM NO BUDGET REVISIONS TO APPLY'
                                              UPON CONSOLE
               GO TO 1000-WRITE-MASTER
           END-IF.

           PERFORM UNTIL WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-APPLY-ONE-REVISION THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       1000-WRITE-MASTER.

           IF WS-BUDGET-COUNT > 1
               SORT WS-BGT-ENTRY
                   ASCENDING KEY WS-BGT-KEY
           END-IF.

           OPEN OUTPUT BUDGET-OUT-FILE.

           IF WS-BUDGET-OUT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFGLBUDM BUDGET OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
                       UNTIL WS-BGT-IDX > WS-BUDGET-COUNT
               WRITE BUDGET-OUT-RECORD FROM WS-BGT-ENTRY (WS-BGT-IDX)
           END-PERFORM.

           CLOSE BUDGET-OUT-FILE.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DFGLBUDM FEED ROWS LOADED      = '
                                   WS-FEED-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DFGLBUDM FEED ROWS REJECTED    = '
                                   WS-FEED-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DFGLBUDM REVISIONS APPLIED     = '
                                        WS-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DFGLBUDM REVISIONS REJECTED    = '
                                        WS-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DFGLBUDM END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-CHART.

           OPEN INPUT CHART-FILE.

           IF WS-CHART-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-CHART-EOF
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE CA-ACCOUNT
                               TO WS-COA-ACCOUNT (WS-CHART-COUNT)
                           MOVE CA-ACTIVE-FLAG
                               TO WS-COA-ACTIVE (WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHART-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-CLOSED-PERIODS.

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
                          AND WS-CLOSED-COUNT < 120
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PE-PERIOD
                               TO WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

       1200-EXIT. EXIT.

      **** ONE FEED ROW IS ONE ACCOUNT'S YEAR - ALL TWELVE PERIODS
      **** LOAD AS VERSION 1, OR NONE DO.
       2000-LOAD-ONE-FEED-ROW.

           MOVE SPACES                 TO WS-REGISTER-DETAIL.
           MOVE 'F'                    TO RD-ACTION.
           MOVE BF-ACCOUNT             TO RD-ACCOUNT.
           MOVE BF-YEAR                TO RD-PERIOD.

           MOVE BF-ACCOUNT             TO WS-LOOKUP-ACCOUNT.
           PERFORM 5000-CHECK-ACCOUNT THRU 5000-EXIT.

           IF WS-COA-SUB > WS-CHART-COUNT
               MOVE 'ACCOUNT NOT ON CHART' TO RD-REASON
               GO TO 2000-REJECT
           END-IF.

           IF WS-COA-ACTIVE (WS-COA-SUB) NOT = 'A'
               MOVE 'ACCOUNT NOT ACTIVE'  TO RD-REASON
               GO TO 2000-REJECT
           END-IF.

           IF BF-YEAR NOT NUMERIC
               MOVE 'INVALID BUDGET YEAR' TO RD-REASON
               GO TO 2000-REJECT
           END-IF.

           MOVE 'N'                    TO WS-YEAR-FOUND-FLAG.

           PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
                       UNTIL WS-BGT-IDX > WS-BUDGET-COUNT
               IF WS-BGT-ACCOUNT (WS-BGT-IDX) = BF-ACCOUNT
                  AND WS-BGT-PERIOD (WS-BGT-IDX) (1:4) = BF-YEAR
                   MOVE 'Y'             TO WS-YEAR-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-YEAR-FOUND
               MOVE 'YEAR ALREADY BUDGETED - REVISE'
                                        TO RD-REASON
               GO TO 2000-REJECT
           END-IF.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
               IF BF-MONTH-AMOUNT (WS-MONTH-SUB) NOT NUMERIC
                   MOVE 'INVALID MONTHLY AMOUNT' TO RD-REASON
               END-IF
           END-PERFORM.

           IF RD-REASON NOT = SPACES
               GO TO 2000-REJECT
           END-IF.

           IF WS-BUDGET-COUNT > 2988
               MOVE 'BUDGET TABLE FULL'  TO RD-REASON
               GO TO 2000-REJECT
           END-IF.

           MOVE BF-YEAR                TO WS-WP-YYYY.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-SUB        TO WS-WP-MM
               MOVE SPACES              TO DFGL-BUD-RECORD
               MOVE BF-ACCOUNT          TO DFGL-BUD-ACCOUNT
               MOVE WS-WORK-PERIOD      TO DFGL-BUD-PERIOD
               MOVE 1                   TO DFGL-BUD-VERSION
               MOVE BF-MONTH-AMOUNT (WS-MONTH-SUB)
                                        TO DFGL-BUD-AMOUNT
               MOVE 'L'                 TO DFGL-BUD-SOURCE
               MOVE WS-PROCESSING-DATE  TO DFGL-BUD-DATE
               MOVE 'DFGLBUDM'          TO DFGL-BUD-OPERATOR
               MOVE 'ANNUAL BUDGET FEED' TO DFGL-BUD-REASON
               ADD 1                    TO WS-BUDGET-COUNT
               MOVE DFGL-BUD-RECORD
                                 TO WS-BGT-ENTRY (WS-BUDGET-COUNT)
           END-PERFORM.

           ADD 1                       TO WS-FEED-APPLIED-COUNT.
           MOVE 'APPLIED'              TO RD-DISPOSITION.
           MOVE 1                      TO RD-VERSION.
           MOVE '12 PERIODS LOADED'    TO RD-REASON.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           GO TO 2000-EXIT.

       2000-REJECT.

           ADD 1                       TO WS-FEED-REJECTED-COUNT.
           MOVE 'REJECTED'             TO RD-DISPOSITION.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.

       2000-EXIT. EXIT.

      **** A REVISION NEVER TOUCHES AN EXISTING VERSION - IT ADDS THE
      **** NEXT ONE, STAMPED WITH THE OPERATOR DFAUTH APPROVED.
       3000-APPLY-ONE-REVISION.

           MOVE SPACES                 TO WS-REGISTER-DETAIL.
           MOVE 'R'                    TO RD-ACTION.
           MOVE BT-ACCOUNT             TO RD-ACCOUNT.
           MOVE BT-PERIOD              TO RD-PERIOD.

           MOVE BT-ACCOUNT             TO WS-LOOKUP-ACCOUNT.
           PERFORM 5000-CHECK-ACCOUNT THRU 5000-EXIT.

           IF WS-COA-SUB > WS-CHART-COUNT
               MOVE 'ACCOUNT NOT ON CHART' TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-COA-ACTIVE (WS-COA-SUB) NOT = 'A'
               MOVE 'ACCOUNT NOT ACTIVE'  TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           IF BT-PERIOD (1:4) NOT NUMERIC
              OR BT-PERIOD (5:1) NOT = '-'
              OR BT-PERIOD (6:2) NOT NUMERIC
              OR BT-PERIOD (6:2) < '01'
              OR BT-PERIOD (6:2) > '12'
               MOVE 'INVALID PERIOD - USE YYYY-MM' TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           IF BT-AMOUNT NOT NUMERIC
               MOVE 'INVALID BUDGET AMOUNT' TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           IF BT-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ON CARD' TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE 'N'                    TO WS-CLOSED-FLAG.

           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                       UNTIL WS-CLS-SUB > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (WS-CLS-SUB) = BT-PERIOD
                   MOVE 'Y'             TO WS-CLOSED-FLAG
               END-IF
           END-PERFORM.

           IF WS-PERIOD-IS-CLOSED
               MOVE 'PERIOD IS CLOSED'    TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE ZERO                   TO WS-HIGH-VERSION.

           PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
                       UNTIL WS-BGT-IDX > WS-BUDGET-COUNT
               IF WS-BGT-ACCOUNT (WS-BGT-IDX) = BT-ACCOUNT
                  AND WS-BGT-PERIOD (WS-BGT-IDX) = BT-PERIOD
                  AND WS-BGT-VERSION (WS-BGT-IDX) > WS-HIGH-VERSION
                   MOVE WS-BGT-VERSION (WS-BGT-IDX)
                                        TO WS-HIGH-VERSION
               END-IF
           END-PERFORM.

           IF WS-HIGH-VERSION >= 999
               MOVE 'VERSION LIMIT REACHED' TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-BUDGET-COUNT >= 3000
               MOVE 'BUDGET TABLE FULL'  TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE BT-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'BUD'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'BUDGET REVISION ' BT-ACCOUNT ' ' BT-PERIOD
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO RD-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE SPACES                 TO DFGL-BUD-RECORD.
           MOVE BT-ACCOUNT             TO DFGL-BUD-ACCOUNT.
           MOVE BT-PERIOD              TO DFGL-BUD-PERIOD.
           ADD 1 WS-HIGH-VERSION   GIVING DFGL-BUD-VERSION.
           MOVE BT-AMOUNT              TO DFGL-BUD-AMOUNT.
           MOVE 'R'                    TO DFGL-BUD-SOURCE.
           MOVE WS-PROCESSING-DATE     TO DFGL-BUD-DATE.
           MOVE BT-OPERATOR-ID         TO DFGL-BUD-OPERATOR.
           MOVE BT-REASON              TO DFGL-BUD-REASON.

           ADD 1                       TO WS-BUDGET-COUNT.
           MOVE DFGL-BUD-RECORD        TO WS-BGT-ENTRY
                                                  (WS-BUDGET-COUNT).

           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE 'APPLIED'              TO RD-DISPOSITION.
           MOVE DFGL-BUD-VERSION       TO RD-VERSION.
           MOVE BT-REASON              TO RD-REASON.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE 'REJECTED'             TO RD-DISPOSITION.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.

       3000-EXIT. EXIT.

      **** LEAVES WS-COA-SUB ON THE CHART ENTRY FOR WS-LOOKUP-ACCOUNT,
      **** OR PAST THE END OF THE TABLE WHEN THE ACCOUNT IS NOT THERE.
       5000-CHECK-ACCOUNT.

           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-CHART-COUNT
                          OR WS-COA-ACCOUNT (WS-COA-SUB) =
                                       WS-LOOKUP-ACCOUNT
               CONTINUE
           END-PERFORM.

       5000-EXIT. EXIT.
