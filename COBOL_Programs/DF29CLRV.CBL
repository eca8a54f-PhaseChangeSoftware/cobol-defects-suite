       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29CLRV.

      *REMARKS:    QUARTERLY CREDIT-LIMIT REVIEW SCORING EACH DF29CRDT
      *            CUSTOMER ON PAYMENT HISTORY AND PROPOSING LIMIT
      *            CHANGES FOR MAKER-CHECKER APPROVAL IN DF29CLAP.

      ******************************************************************
      ****   DF29VET ENFORCES THE DF29CRDT CREDIT LIMITS BUT        ****
      ****   NOTHING EVER REVISITED THEM - GOOD PAYERS RAN INTO     ****
      ****   THEIR CEILINGS AND CHRONIC LATE PAYERS KEPT LIMITS     ****
      ****   THEY NO LONGER DESERVED.  THIS QUARTERLY REVIEW        ****
      ****   SCORES EVERY CUSTOMER ON THE CREDIT FILE OVER THE      ****
      ****   REVIEW WINDOW (DF29CLRP MONTHS, DEFAULT 12):           ****
      ****                                                          ****
      ****     START AT 100                                         ****
      ****     + 2 PER DF29RCPT CASH RECEIPT, UP TO + 20            ****
      ****     - 25 PER DF29NSFL RETURNED PAYMENT                   ****
      ****     - 10 PER RUN OF A CURRENT DF34HIST NEGATIVE STREAK,  ****
      ****       UP TO - 40                                         ****
      ****     - 15 PER DF29DUNL DUNNING LEVEL                      ****
      ****     - 15 PER DF29PTPF PROMISE-TO-PAY BROKEN (STATUS B)   ****
      ****                                                          ****
      ****   AND LOOKS THE SCORE UP IN THE POLICY TABLE - THE TIER  ****
      ****   WITH THE HIGHEST MINIMUM SCORE THE CUSTOMER REACHES    ****
      ****   SAYS INCREASE, DECREASE OR HOLD, BY WHAT PERCENT, AND  ****
      ****   FOR AN INCREASE THE BALANCE-TO-LIMIT UTILIZATION THE   ****
      ****   CUSTOMER MUST BE RUNNING AT (NO ONE NEEDS MORE ROOM    ****
      ****   THAN THEY USE).  DF29CLPL CARDS REPLACE THE DEFAULT    ****
      ****   TABLE:                                                 ****
      ****                                                          ****
      ****     110 AND UP  INCREASE 20%  AT 75% UTILIZATION         ****
      ****      80 AND UP  HOLD                                     ****
      ****      50 AND UP  DECREASE 25%                             ****
      ****       0 AND UP  DECREASE 50%                             ****
      ****                                                          ****
      ****   PROPOSED LIMITS ARE ROUNDED TO WHOLE UNITS.  EVERY     ****
      ****   CUSTOMER PRINTS ON THE DF29RPTP REVIEW REPORT; EVERY   ****
      ****   INCREASE OR DECREASE GOES TO THE DF29CLPP PENDING      ****
      ****   FILE (DF29CLPR LAYOUT) UNDER THE SUBMITTING OPERATOR   ****
      ****   FROM DF29CLRP AS MAKER - THAT OPERATOR MUST PASS       ****
      ****   DFAUTH FOR FUNCTION CRL.  THE CREDIT FILE ITSELF IS    ****
      ****   ONLY CHANGED BY DF29CLAP ONCE A DIFFERENT OPERATOR     ****
      ****   APPROVES.  EACH REVIEW REPLACES THE PENDING FILE, SO   ****
      ****   PROPOSALS NOBODY DECIDED ARE SUPERSEDED BY FRESH ONES. ****
      ****   UNDER A DRY RUN THE PROPOSALS GO TO THE SHADOW COPY.   ****
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

           SELECT PARAMETER-FILE   ASSIGN TO DF29CLRP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF29CLPL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POLICY-STATUS.

           SELECT CREDIT-FILE      ASSIGN TO DF29CRDT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RECEIPT-FILE     ASSIGN TO DF29RCPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT NSF-FLAG-FILE    ASSIGN TO DF29NSFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-NSF-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF34HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-FILE     ASSIGN TO DF29DUNL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DUNNING-STATUS.

           SELECT PROMISE-FILE     ASSIGN TO DF29PTPF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS PT-KEY
                                   FILE STATUS IS WS-PROMISE-STATUS.

           SELECT PROPOSAL-FILE    ASSIGN TO WS-PROPOSAL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-OPERATOR-ID           PIC X(08).
           05  PM-WINDOW-MONTHS         PIC 9(02).
           05  FILLER                   PIC X(10).

      **** ONE CARD PER POLICY TIER.  ACTION I = INCREASE,
      **** D = DECREASE, H = HOLD; THE UTILIZATION PERCENT ONLY
      **** MATTERS FOR AN INCREASE.
       FD  POLICY-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS POLICY-RECORD.

       01  POLICY-RECORD.
           05  PL-MIN-SCORE             PIC 9(03).
           05  PL-ACTION                PIC X(01).
           05  PL-PERCENT               PIC 9(03)V99.
           05  PL-MIN-UTILIZATION       PIC 9(03).
           05  FILLER                   PIC X(08).

       FD  CREDIT-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CREDIT-RECORD.

       01  CREDIT-RECORD.
           05  CR-CUST-NUMBER           PIC X(10).
           05  CR-CREDIT-LIMIT          PIC 9(09)V99.

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  RECEIPT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
           05  RP-PAYMENT-DATE          PIC X(10).
           05  RP-CHECK-NUMBER          PIC X(10).
           05  RP-CUST-NUMBER           PIC X(10).
           05  RP-AMOUNT                PIC 9(09)V99.

       FD  NSF-FLAG-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS NSF-FLAG-RECORD.

       01  NSF-FLAG-RECORD.
           05  NF-CUST-NUMBER           PIC X(10).
           05  NF-FLAG-DATE             PIC X(10).

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

       FD  PROMISE-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS PROMISE-RECORD.

       01  PROMISE-RECORD.
           05  PT-KEY.
               10  PT-CUST-NUMBER      PIC X(10).
               10  PT-PROMISE-DATE     PIC X(10).
           05  PT-AMOUNT               PIC 9(09)V99.
           05  PT-COLLECTOR            PIC X(08).
           05  PT-STATUS               PIC X(01).
               88  PT-STATUS-BROKEN        VALUE 'B'.
           05  PT-BASE-BALANCE         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  PROPOSAL-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PROPOSAL-RECORD.

       01  PROPOSAL-RECORD             PIC X(60).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RECEIPT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-NSF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUNNING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROMISE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROPOSAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.

       01  WS-CREDIT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CREDIT-EOF               VALUE 'Y'.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-RECEIPT-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-RECEIPT-EOF              VALUE 'Y'.

       01  WS-NSF-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-NSF-EOF                  VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-DUNNING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-DUNNING-EOF              VALUE 'Y'.

       01  WS-PROMISE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-PROMISE-EOF              VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-PROPOSAL-NAME            PIC X(09) VALUE 'DF29CLPP'.

       COPY DFRUNDT.

       COPY DFAUTH.

       COPY DF29CLPR.

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

      **** THE REVIEW WINDOW RUNS FROM THIS DATE TO THE PROCESSING
      **** DATE; DATES COMPARE AS YYYY-MM-DD TEXT.
       01  WS-WINDOW-START.
           05  WS-WS-YYYY              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WS-MM                PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WS-DD                PIC X(02).

       01  WS-WINDOW-MONTHS            PIC 9(02) VALUE 12.
       01  WS-MONTH-NUMBER             PIC 9(06) VALUE ZERO.

       01  WS-MAKER-ID                 PIC X(08) VALUE 'DF29CLRV'.

      **** SCORING WEIGHTS.
       01  WS-BASE-SCORE               PIC S9(04) VALUE +100.
       01  WS-RECEIPT-POINTS           PIC S9(04) VALUE +2.
       01  WS-RECEIPT-CAP              PIC S9(04) VALUE +20.
       01  WS-NSF-POINTS               PIC S9(04) VALUE +25.
       01  WS-STREAK-POINTS            PIC S9(04) VALUE +10.
       01  WS-STREAK-CAP               PIC S9(04) VALUE +40.
       01  WS-DUNNING-POINTS           PIC S9(04) VALUE +15.
       01  WS-BROKEN-POINTS            PIC S9(04) VALUE +15.

       01  WS-POLICY-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY            OCCURS 10 TIMES.
               10  WS-POL-MIN-SCORE    PIC 9(03).
               10  WS-POL-ACTION       PIC X(01).
               10  WS-POL-PERCENT      PIC 9(03)V99.
               10  WS-POL-MIN-UTIL     PIC 9(03).
       01  WS-POL-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FOUND-POL-SUB            PIC 9(02) VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY           OCCURS 500 TIMES.
               10  WS-CUST-NUMBER      PIC X(10).
               10  WS-CUST-LIMIT       PIC 9(09)V99.
               10  WS-CUST-BALANCE     PIC S9(09)V99.
               10  WS-CUST-RECEIPTS    PIC 9(03).
               10  WS-CUST-NSF         PIC 9(03).
               10  WS-CUST-STREAK      PIC 9(04).
               10  WS-CUST-DUN-LEVEL   PIC 9(01).
               10  WS-CUST-BROKEN      PIC 9(03).

       01  WS-CUST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-LOOK-CUST                PIC X(10) VALUE SPACES.

       01  WS-SCORE-WORK               PIC S9(04) VALUE ZERO.
       01  WS-POINTS-WORK              PIC S9(04) VALUE ZERO.
       01  WS-SCORE                    PIC 9(03) VALUE ZERO.
       01  WS-UTILIZATION              PIC 9(04) VALUE ZERO.
       01  WS-UTIL-WORK                PIC S9(09) VALUE ZERO.
       01  WS-NEW-LIMIT-WORK           PIC 9(09) VALUE ZERO.
       01  WS-NEW-LIMIT                PIC 9(09)V99 VALUE ZERO.
       01  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DECIDE-INCREASE          VALUE 'I'.
           88  WS-DECIDE-DECREASE          VALUE 'D'.
           88  WS-DECIDE-HOLD              VALUE 'H'.

       01  WS-REVIEWED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-INCREASE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-DECREASE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-HOLD-COUNT               PIC 9(04) VALUE ZERO.

       01  WS-WINDOW-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
                                       'REVIEW WINDOW '.
           05  WL-START                PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WL-END                  PIC X(10).
           05  FILLER                  PIC X(10) VALUE '   MAKER '.
           05  WL-MAKER                PIC X(08).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(16) VALUE
                                       '  CREDIT LIMIT'.
           05  FILLER                  PIC X(17) VALUE
                                       '        BALANCE'.
           05  FILLER                  PIC X(06) VALUE 'UTIL%'.
           05  FILLER                  PIC X(05) VALUE 'RCP'.
           05  FILLER                  PIC X(05) VALUE 'NSF'.
           05  FILLER                  PIC X(06) VALUE 'STRK'.
           05  FILLER                  PIC X(04) VALUE 'DUN'.
           05  FILLER                  PIC X(05) VALUE 'BRK'.
           05  FILLER                  PIC X(05) VALUE 'SCR'.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(14) VALUE
                                       'PROPOSED LIMIT'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LIMIT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UTILIZATION          PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECEIPTS             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NSF                  PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STREAK               PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DUN-LEVEL            PIC 9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-BROKEN               PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SCORE                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROPOSED             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REVIEWED = '.
           05  TL-REVIEWED             PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  INCREASES = '.
           05  TL-INCREASES            PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  DECREASES = '.
           05  TL-DECREASES            PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE
                                       '  HOLDS = '.
           05  TL-HOLDS                PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29CLRV START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PROCESSING-DATE THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.

      **** THE SUBMITTING OPERATOR IS THE MAKER OF EVERY PROPOSAL
      **** AND MUST HOLD THE CREDIT-LIMIT FUNCTION.
           IF WS-MAKER-ID NOT = 'DF29CLRV'
               MOVE WS-MAKER-ID         TO DFAUTH-USER-ID
               MOVE 'CRL'               TO DFAUTH-FUNCTION
               MOVE 'CREDIT LIMIT REVIEW SUBMITTED'
                                        TO DFAUTH-DETAIL
               CALL 'DFAUTH'           USING DFAUTH-CONTROL-RECORD
               IF DFAUTH-DENIED
                   DISPLAY 'DF29CLRV REVIEW NOT AUTHORIZED - '
                           DFAUTH-REASON UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           PERFORM 1300-LOAD-POLICY THRU 1300-EXIT.
           PERFORM 2000-LOAD-CREDIT-FILE THRU 2000-EXIT.

           IF WS-CUSTOMER-COUNT = ZERO
               DISPLAY 'DF29CLRV NO CREDIT FILE - NOTHING TO REVIEW'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29CLRV CREDIT FILE TOO LARGE FOR ITS TABLE '
                       '- NOTHING PROPOSED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-LOAD-BALANCES THRU 2100-EXIT.
           PERFORM 2200-COUNT-RECEIPTS THRU 2200-EXIT.
           PERFORM 2300-COUNT-RETURNS THRU 2300-EXIT.
           PERFORM 2400-NOTE-STREAKS THRU 2400-EXIT.
           PERFORM 2500-NOTE-DUNNING-LEVELS THRU 2500-EXIT.
           PERFORM 2600-COUNT-BROKEN-PROMISES THRU 2600-EXIT.

       1000-OPEN-FILES.

           OPEN OUTPUT PROPOSAL-FILE.

           IF WS-PROPOSAL-STATUS NOT = '00'
               DISPLAY 'DF29CLRV PENDING PROPOSAL FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29CLRV - CREDIT LIMIT REVIEW'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-WINDOW-START        TO WL-START.
           MOVE WS-PROCESSING-DATE     TO WL-END.
           MOVE WS-MAKER-ID            TO WL-MAKER.
           MOVE WS-WINDOW-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-REVIEW-CUSTOMERS.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               PERFORM 3000-REVIEW-ONE-CUSTOMER THRU 3000-EXIT
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-REVIEWED-COUNT      TO TL-REVIEWED.
           MOVE WS-INCREASE-COUNT      TO TL-INCREASES.
           MOVE WS-DECREASE-COUNT      TO TL-DECREASES.
           MOVE WS-HOLD-COUNT          TO TL-HOLDS.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

       1000-CLOSE-FILES.

           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF29CLRV CUSTOMERS REVIEWED  = ' WS-REVIEWED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLRV INCREASES PROPOSED  = ' WS-INCREASE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLRV DECREASES PROPOSED  = ' WS-DECREASE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLRV LIMITS HELD         = ' WS-HOLD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLRV END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29CLPPS'     TO WS-PROPOSAL-NAME
                   DISPLAY 'DF29CLRV SIMULATION - PROPOSALS GO TO THE '
                           'SHADOW PENDING FILE' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29CLRV NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       1100-EXIT. EXIT.

       1200-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1200-SET-WINDOW
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1200-CLOSE-PARM
           END-READ.

           IF PM-OPERATOR-ID NOT = SPACES
               MOVE PM-OPERATOR-ID      TO WS-MAKER-ID
           END-IF.

           IF PM-WINDOW-MONTHS NUMERIC
              AND PM-WINDOW-MONTHS > ZERO
               MOVE PM-WINDOW-MONTHS    TO WS-WINDOW-MONTHS
           END-IF.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-SET-WINDOW.

           MOVE WS-PRD-YYYY            TO WS-WS-YYYY.
           MOVE WS-PRD-MM              TO WS-WS-MM.
           COMPUTE WS-MONTH-NUMBER = WS-WS-YYYY * 12
                                   + WS-WS-MM - 1
                                   - WS-WINDOW-MONTHS.
           COMPUTE WS-WS-YYYY = WS-MONTH-NUMBER / 12.
           COMPUTE WS-WS-MM = WS-MONTH-NUMBER
                            - (WS-WS-YYYY * 12) + 1.
           MOVE WS-PRD-DD              TO WS-WS-DD.

       1200-EXIT. EXIT.

      **** CARDS ON DF29CLPL REPLACE THE DEFAULT TABLE OUTRIGHT; A
      **** CARD WITH AN UNKNOWN ACTION OR A DECREASE OVER 100% IS
      **** IGNORED.
       1300-LOAD-POLICY.

           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS NOT = '00'
               GO TO 1300-DEFAULT-POLICY
           END-IF.

           PERFORM UNTIL WS-POLICY-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-ADD-POLICY-TIER THRU 1350-EXIT
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

           IF WS-POLICY-COUNT > ZERO
               GO TO 1300-EXIT
           END-IF.

       1300-DEFAULT-POLICY.

           MOVE 4                      TO WS-POLICY-COUNT.
           MOVE 110                    TO WS-POL-MIN-SCORE (1).
           MOVE 'I'                    TO WS-POL-ACTION (1).
           MOVE 20                     TO WS-POL-PERCENT (1).
           MOVE 75                     TO WS-POL-MIN-UTIL (1).
           MOVE 80                     TO WS-POL-MIN-SCORE (2).
           MOVE 'H'                    TO WS-POL-ACTION (2).
           MOVE ZERO                   TO WS-POL-PERCENT (2).
           MOVE ZERO                   TO WS-POL-MIN-UTIL (2).
           MOVE 50                     TO WS-POL-MIN-SCORE (3).
           MOVE 'D'                    TO WS-POL-ACTION (3).
           MOVE 25                     TO WS-POL-PERCENT (3).
           MOVE ZERO                   TO WS-POL-MIN-UTIL (3).
           MOVE ZERO                   TO WS-POL-MIN-SCORE (4).
           MOVE 'D'                    TO WS-POL-ACTION (4).
           MOVE 50                     TO WS-POL-PERCENT (4).
           MOVE ZERO                   TO WS-POL-MIN-UTIL (4).

       1300-EXIT. EXIT.

       1350-ADD-POLICY-TIER.

           IF PL-MIN-SCORE NOT NUMERIC
              OR PL-PERCENT NOT NUMERIC
              OR PL-MIN-UTILIZATION NOT NUMERIC
               GO TO 1350-EXIT
           END-IF.

           IF PL-ACTION NOT = 'I' AND NOT = 'D' AND NOT = 'H'
               GO TO 1350-EXIT
           END-IF.

           IF PL-ACTION = 'D' AND PL-PERCENT > 100
               GO TO 1350-EXIT
           END-IF.

           IF WS-POLICY-COUNT >= 10
               DISPLAY 'DF29CLRV POLICY TABLE FULL - TIER '
                       PL-MIN-SCORE ' IGNORED' UPON CONSOLE
               GO TO 1350-EXIT
           END-IF.

           ADD 1                       TO WS-POLICY-COUNT.
           MOVE PL-MIN-SCORE           TO WS-POL-MIN-SCORE
                                                  (WS-POLICY-COUNT).
           MOVE PL-ACTION              TO WS-POL-ACTION
                                                  (WS-POLICY-COUNT).
           MOVE PL-PERCENT             TO WS-POL-PERCENT
                                                  (WS-POLICY-COUNT).
           MOVE PL-MIN-UTILIZATION     TO WS-POL-MIN-UTIL
                                                  (WS-POLICY-COUNT).

       1350-EXIT. EXIT.

       2000-LOAD-CREDIT-FILE.

           OPEN INPUT CREDIT-FILE.

           IF WS-CREDIT-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-CREDIT-EOF
               READ CREDIT-FILE
                   AT END
                       SET WS-CREDIT-EOF TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 500
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CR-CUST-NUMBER
                               TO WS-CUST-NUMBER (WS-CUSTOMER-COUNT)
                           MOVE CR-CREDIT-LIMIT
                               TO WS-CUST-LIMIT (WS-CUSTOMER-COUNT)
                           MOVE ZERO
                               TO WS-CUST-BALANCE (WS-CUSTOMER-COUNT)
                                  WS-CUST-RECEIPTS (WS-CUSTOMER-COUNT)
                                  WS-CUST-NSF (WS-CUSTOMER-COUNT)
                                  WS-CUST-STREAK (WS-CUSTOMER-COUNT)
                                  WS-CUST-DUN-LEVEL
                                                  (WS-CUSTOMER-COUNT)
                                  WS-CUST-BROKEN (WS-CUSTOMER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-BALANCES.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       MOVE BR-CUST-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           MOVE BR-BALANCE
                               TO WS-CUST-BALANCE (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       2100-EXIT. EXIT.

       2200-COUNT-RECEIPTS.

           OPEN INPUT RECEIPT-FILE.

           IF WS-RECEIPT-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-RECEIPT-EOF
               READ RECEIPT-FILE
                   AT END
                       SET WS-RECEIPT-EOF TO TRUE
                   NOT AT END
                       IF RP-PAYMENT-DATE NOT < WS-WINDOW-START
                          AND RP-PAYMENT-DATE
                                  NOT > WS-PROCESSING-DATE
                           MOVE RP-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                           IF WS-FOUND-SUB > ZERO
                              AND WS-CUST-RECEIPTS (WS-FOUND-SUB)
                                                    < 999
                               ADD 1 TO WS-CUST-RECEIPTS
                                                  (WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FILE.

       2200-EXIT. EXIT.

      **** DF29NSF APPENDS ONE FLAG PER RETURNED PAYMENT.
       2300-COUNT-RETURNS.

           OPEN INPUT NSF-FLAG-FILE.

           IF WS-NSF-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-NSF-EOF
               READ NSF-FLAG-FILE
                   AT END
                       SET WS-NSF-EOF TO TRUE
                   NOT AT END
                       IF NF-FLAG-DATE NOT < WS-WINDOW-START
                          AND NF-FLAG-DATE NOT > WS-PROCESSING-DATE
                           MOVE NF-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                           IF WS-FOUND-SUB > ZERO
                              AND WS-CUST-NSF (WS-FOUND-SUB) < 999
                               ADD 1 TO WS-CUST-NSF (WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NSF-FLAG-FILE.

       2300-EXIT. EXIT.

      **** A DF34HIST ENTRY IS A NEGATIVE STREAK STILL RUNNING.
       2400-NOTE-STREAKS.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 2400-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       MOVE HR-ACCT-NUMBER TO WS-LOOK-CUST
                       PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                          AND HR-RUN-COUNT NUMERIC
                           MOVE HR-RUN-COUNT
                               TO WS-CUST-STREAK (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       2400-EXIT. EXIT.

       2500-NOTE-DUNNING-LEVELS.

           OPEN INPUT DUNNING-FILE.

           IF WS-DUNNING-STATUS NOT = '00'
               GO TO 2500-EXIT
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

       2500-EXIT. EXIT.

      **** A BROKEN PROMISE COUNTS WHEN ITS PROMISED DATE FALLS IN
      **** THE REVIEW WINDOW.
       2600-COUNT-BROKEN-PROMISES.

           OPEN INPUT PROMISE-FILE.

           IF WS-PROMISE-STATUS NOT = '00'
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-PROMISE-EOF
               READ PROMISE-FILE
                   AT END
                       SET WS-PROMISE-EOF TO TRUE
                   NOT AT END
                       IF PT-STATUS-BROKEN
                          AND PT-PROMISE-DATE NOT < WS-WINDOW-START
                          AND PT-PROMISE-DATE
                                  NOT > WS-PROCESSING-DATE
                           MOVE PT-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
                           IF WS-FOUND-SUB > ZERO
                              AND WS-CUST-BROKEN (WS-FOUND-SUB) < 999
                               ADD 1 TO WS-CUST-BROKEN (WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROMISE-FILE.

       2600-EXIT. EXIT.

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

       3000-REVIEW-ONE-CUSTOMER.

           ADD 1                       TO WS-REVIEWED-COUNT.

           PERFORM 3100-SCORE-CUSTOMER THRU 3100-EXIT.
           PERFORM 3200-APPLY-POLICY THRU 3200-EXIT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-CUST-NUMBER (WS-CUST-SUB)    TO DL-CUST-NUMBER.
           MOVE WS-CUST-LIMIT (WS-CUST-SUB)     TO DL-LIMIT.
           MOVE WS-CUST-BALANCE (WS-CUST-SUB)   TO DL-BALANCE.
           MOVE WS-UTILIZATION                  TO DL-UTILIZATION.
           MOVE WS-CUST-RECEIPTS (WS-CUST-SUB)  TO DL-RECEIPTS.
           MOVE WS-CUST-NSF (WS-CUST-SUB)       TO DL-NSF.
           MOVE WS-CUST-STREAK (WS-CUST-SUB)    TO DL-STREAK.
           MOVE WS-CUST-DUN-LEVEL (WS-CUST-SUB) TO DL-DUN-LEVEL.
           MOVE WS-CUST-BROKEN (WS-CUST-SUB)    TO DL-BROKEN.
           MOVE WS-SCORE                        TO DL-SCORE.

           EVALUATE TRUE
               WHEN WS-DECIDE-INCREASE
                   ADD 1                TO WS-INCREASE-COUNT
                   MOVE 'INCREASE'      TO DL-ACTION
                   MOVE WS-NEW-LIMIT    TO DL-PROPOSED
                   PERFORM 3300-WRITE-PROPOSAL THRU 3300-EXIT
               WHEN WS-DECIDE-DECREASE
                   ADD 1                TO WS-DECREASE-COUNT
                   MOVE 'DECREASE'      TO DL-ACTION
                   MOVE WS-NEW-LIMIT    TO DL-PROPOSED
                   PERFORM 3300-WRITE-PROPOSAL THRU 3300-EXIT
               WHEN OTHER
                   ADD 1                TO WS-HOLD-COUNT
                   MOVE 'HOLD'          TO DL-ACTION
           END-EVALUATE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3100-SCORE-CUSTOMER.

           MOVE WS-BASE-SCORE          TO WS-SCORE-WORK.

           COMPUTE WS-POINTS-WORK = WS-CUST-RECEIPTS (WS-CUST-SUB)
                                  * WS-RECEIPT-POINTS.
           IF WS-POINTS-WORK > WS-RECEIPT-CAP
               MOVE WS-RECEIPT-CAP      TO WS-POINTS-WORK
           END-IF.
           ADD WS-POINTS-WORK          TO WS-SCORE-WORK.

           COMPUTE WS-SCORE-WORK = WS-SCORE-WORK
                                 - WS-CUST-NSF (WS-CUST-SUB)
                                 * WS-NSF-POINTS.

           COMPUTE WS-POINTS-WORK = WS-CUST-STREAK (WS-CUST-SUB)
                                  * WS-STREAK-POINTS.
           IF WS-POINTS-WORK > WS-STREAK-CAP
               MOVE WS-STREAK-CAP       TO WS-POINTS-WORK
           END-IF.
           SUBTRACT WS-POINTS-WORK     FROM WS-SCORE-WORK.

           COMPUTE WS-SCORE-WORK = WS-SCORE-WORK
                                 - WS-CUST-DUN-LEVEL (WS-CUST-SUB)
                                 * WS-DUNNING-POINTS
                                 - WS-CUST-BROKEN (WS-CUST-SUB)
                                 * WS-BROKEN-POINTS.

           IF WS-SCORE-WORK < ZERO
               MOVE ZERO                TO WS-SCORE-WORK
           END-IF.

           MOVE WS-SCORE-WORK          TO WS-SCORE.

      **** UTILIZATION IS THE BALANCE AS A PERCENT OF THE LIMIT; A
      **** ZERO LIMIT COUNTS AS FULLY USED.
           IF WS-CUST-LIMIT (WS-CUST-SUB) > ZERO
               COMPUTE WS-UTIL-WORK =
                       WS-CUST-BALANCE (WS-CUST-SUB) * 100
                     / WS-CUST-LIMIT (WS-CUST-SUB)
               EVALUATE TRUE
                   WHEN WS-UTIL-WORK < ZERO
                       MOVE ZERO        TO WS-UTILIZATION
                   WHEN WS-UTIL-WORK > 9999
                       MOVE 9999        TO WS-UTILIZATION
                   WHEN OTHER
                       MOVE WS-UTIL-WORK TO WS-UTILIZATION
               END-EVALUATE
           ELSE
               MOVE 100                 TO WS-UTILIZATION
           END-IF.

       3100-EXIT. EXIT.

      **** THE TIER WITH THE HIGHEST MINIMUM SCORE THE CUSTOMER
      **** REACHES DECIDES.  A CHANGE THAT ROUNDS TO NOTHING, AN
      **** INCREASE BELOW THE TIER'S UTILIZATION, OR AN INCREASE ON
      **** A ZERO LIMIT IS A HOLD.
       3200-APPLY-POLICY.

           SET WS-DECIDE-HOLD          TO TRUE.
           MOVE WS-CUST-LIMIT (WS-CUST-SUB) TO WS-NEW-LIMIT.
           MOVE ZERO                   TO WS-FOUND-POL-SUB.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-POLICY-COUNT
               IF WS-POL-MIN-SCORE (WS-POL-SUB) NOT > WS-SCORE
                   IF WS-FOUND-POL-SUB = ZERO
                       MOVE WS-POL-SUB  TO WS-FOUND-POL-SUB
                   ELSE
                       IF WS-POL-MIN-SCORE (WS-POL-SUB) >
                          WS-POL-MIN-SCORE (WS-FOUND-POL-SUB)
                           MOVE WS-POL-SUB TO WS-FOUND-POL-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FOUND-POL-SUB = ZERO
               GO TO 3200-EXIT
           END-IF.

           EVALUATE WS-POL-ACTION (WS-FOUND-POL-SUB)
               WHEN 'I'
                   IF WS-UTILIZATION NOT <
                              WS-POL-MIN-UTIL (WS-FOUND-POL-SUB)
                      AND WS-CUST-LIMIT (WS-CUST-SUB) > ZERO
                       COMPUTE WS-NEW-LIMIT-WORK ROUNDED =
                               WS-CUST-LIMIT (WS-CUST-SUB)
                             * (100 + WS-POL-PERCENT
                                              (WS-FOUND-POL-SUB))
                             / 100
                       MOVE WS-NEW-LIMIT-WORK TO WS-NEW-LIMIT
                       SET WS-DECIDE-INCREASE TO TRUE
                   END-IF
               WHEN 'D'
                   COMPUTE WS-NEW-LIMIT-WORK ROUNDED =
                           WS-CUST-LIMIT (WS-CUST-SUB)
                         * (100 - WS-POL-PERCENT (WS-FOUND-POL-SUB))
                         / 100
                   MOVE WS-NEW-LIMIT-WORK TO WS-NEW-LIMIT
                   SET WS-DECIDE-DECREASE TO TRUE
           END-EVALUATE.

           IF WS-NEW-LIMIT = WS-CUST-LIMIT (WS-CUST-SUB)
               SET WS-DECIDE-HOLD       TO TRUE
           END-IF.

       3200-EXIT. EXIT.

       3300-WRITE-PROPOSAL.

           MOVE SPACES                 TO DF29-CL-RECORD.
           MOVE WS-CUST-NUMBER (WS-CUST-SUB) TO DF29-CL-CUST-NUMBER.
           MOVE WS-CUST-LIMIT (WS-CUST-SUB)  TO DF29-CL-CURRENT-LIMIT.
           MOVE WS-NEW-LIMIT           TO DF29-CL-PROPOSED-LIMIT.
           MOVE WS-DECISION            TO DF29-CL-ACTION.
           MOVE WS-SCORE               TO DF29-CL-SCORE.
           MOVE WS-PROCESSING-DATE     TO DF29-CL-REVIEW-DATE.
           MOVE WS-MAKER-ID            TO DF29-CL-MAKER-ID.

           WRITE PROPOSAL-RECORD       FROM DF29-CL-RECORD.

       3300-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
