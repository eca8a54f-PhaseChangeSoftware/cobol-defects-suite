       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29KPI.

      *REMARKS:    MONTHLY RECEIVABLES KPI RUN - DAYS SALES
      *            OUTSTANDING, COLLECTION EFFECTIVENESS INDEX AND
      *            AGING ROLL RATES BY BILL CYCLE, WITH A TRAILING
      *            TWELVE-MONTH TREND.

      ******************************************************************
      ****   EVERY MONTH MANAGEMENT ASKS HOW COLLECTIONS ARE GOING  ****
      ****   AND THE ANSWER WAS PIECED TOGETHER BY HAND FROM HALF A ****
      ****   DOZEN REPORTS.  THIS RUN TAKES THE MONTH (THE          ****
      ****   PROCESSING-DATE MONTH, OR THE YYYY-MM ON A DF29KPPM    ****
      ****   CARD) AND, FOR EACH DF03-BILL-CYCLE AND FOR THE WHOLE  ****
      ****   BOOK, WORKS OUT:                                       ****
      ****                                                          ****
      ****     BEGINNING A/R  POSITIVE BALANCES AT LAST MONTH'S RUN ****
      ****     CREDIT SALES   DF29PSTD CHARGES POSTED IN THE MONTH  ****
      ****     COLLECTIONS    DF29RCPT CASH APPLIED BY DF29CASH     ****
      ****     WRITE-OFFS     DF29WOFI ITEMS WRITTEN OFF BY         ****
      ****                    DF29WOFF IN THE MONTH                 ****
      ****     ENDING A/R     POSITIVE DF29BALF BALANCES NOW        ****
      ****     DSO            ENDING A/R / CREDIT SALES * DAYS IN   ****
      ****                    THE MONTH                             ****
      ****     CEI            (BEGINNING + SALES - ENDING) /        ****
      ****                    (BEGINNING + SALES - ENDING CURRENT)  ****
      ****                    * 100                                 ****
      ****     ROLL RATES     SHARE OF LAST MONTH'S BALANCE IN EACH ****
      ****                    AGE BUCKET THAT HAS MOVED TO A LATER  ****
      ****                    BUCKET - CURRENT TO 30, 30 TO 60, 60  ****
      ****                    TO 90, 90 TO OVER 90                  ****
      ****                                                          ****
      ****   BALANCES ARE AGED THE SAME WAY AS THE DF29ALLW         ****
      ****   ALLOWANCE RUN - BY THE DF34HIST STREAK'S FIRST-SEEN    ****
      ****   DATE, PUSHED OLDER BY THE DF29DUNL DUNNING LEVEL.      ****
      ****   THE DF29KPIS SNAPSHOT KEEPS EACH CUSTOMER'S CYCLE,     ****
      ****   BUCKET AND BALANCE FOR NEXT MONTH'S ROLL RATES, AND    ****
      ****   THE DF29KPIH HISTORY KEEPS ONE RECORD PER MONTH PER    ****
      ****   CYCLE (CYCLE 0 = ALL CYCLES) FOR THE PRIOR-MONTH       ****
      ****   COMPARISON AND THE TRAILING TWELVE-MONTH TREND.  A     ****
      ****   RERUN OF A MONTH REPLACES THAT MONTH.  UNDER A DRY RUN ****
      ****   THE SNAPSHOT AND HISTORY GO TO SHADOW COPIES.          ****
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

           SELECT PARAMETER-FILE   ASSIGN TO DF29KPPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF34HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-FILE     ASSIGN TO DF29DUNL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DUNNING-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.

           SELECT RECEIPT-FILE     ASSIGN TO DF29RCPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT WRITEOFF-FILE    ASSIGN TO DF29WOFI
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-WOFI-STATUS.

           SELECT SNAP-IN-FILE     ASSIGN TO DF29KPIS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SNAP-IN-STATUS.

           SELECT SNAP-OUT-FILE    ASSIGN TO WS-SNAP-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SNAP-OUT-STATUS.

           SELECT KPI-IN-FILE      ASSIGN TO DF29KPIH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-KPI-IN-STATUS.

           SELECT KPI-OUT-FILE     ASSIGN TO WS-KPI-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-KPI-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-PERIOD                PIC X(07).
           05  FILLER                   PIC X(01).

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

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

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.

       01  POSTED-RECORD.
           05  PD-CUST-NUMBER           PIC X(10).
           05  PD-POSTING-DATE          PIC X(10).
           05  PD-AMOUNT                PIC 9(09)V99.

       FD  RECEIPT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
           05  RP-PAYMENT-DATE          PIC X(10).
           05  RP-CHECK-NUMBER          PIC X(10).
           05  RP-CUST-NUMBER           PIC X(10).
           05  RP-AMOUNT                PIC 9(09)V99.

       FD  WRITEOFF-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS WRITEOFF-RECORD.

       01  WRITEOFF-RECORD.
           05  WO-CUST-NUMBER           PIC X(10).
           05  WO-WRITEOFF-DATE         PIC X(10).
           05  WO-AMOUNT                PIC 9(09)V99.

      **** ONE RECORD PER CUSTOMER PER MONTH RUN - THE CYCLE, AGE
      **** BUCKET AND POSITIVE BALANCE THE MONTH ENDED WITH.
       FD  SNAP-IN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS SNAP-IN-RECORD.

       01  SNAP-IN-RECORD.
           05  SI-PERIOD                PIC X(07).
           05  SI-CUST-NUMBER           PIC X(10).
           05  SI-CYCLE                 PIC 9(01).
           05  SI-BUCKET                PIC 9(01).
           05  SI-BALANCE               PIC 9(09)V99.

       FD  SNAP-OUT-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS SNAP-OUT-RECORD.

       01  SNAP-OUT-RECORD.
           05  SO-PERIOD                PIC X(07).
           05  SO-CUST-NUMBER           PIC X(10).
           05  SO-CYCLE                 PIC 9(01).
           05  SO-BUCKET                PIC 9(01).
           05  SO-BALANCE               PIC 9(09)V99.

      **** ONE RECORD PER MONTH PER BILL CYCLE; CYCLE 0 IS THE WHOLE
      **** BOOK.  ROLL RATE 1 IS CURRENT TO 30 ... 4 IS 90 TO OVER
      **** 90, EACH A PERCENTAGE.
       FD  KPI-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS KPI-IN-RECORD.

       01  KPI-IN-RECORD               PIC X(120).

       FD  KPI-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS KPI-OUT-RECORD.

       01  KPI-OUT-RECORD              PIC X(120).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUNNING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RECEIPT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-WOFI-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SNAP-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNAP-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-KPI-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-KPI-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-DUNNING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-DUNNING-EOF              VALUE 'Y'.

       01  WS-POSTED-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POSTED-EOF               VALUE 'Y'.

       01  WS-RECEIPT-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-RECEIPT-EOF              VALUE 'Y'.

       01  WS-WOFI-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-WOFI-EOF                 VALUE 'Y'.

       01  WS-SNAP-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-SNAP-EOF                 VALUE 'Y'.

       01  WS-KPI-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-KPI-EOF                  VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

       COPY DF03CUST.

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC 9(02).

       01  WS-PRIOR-PERIOD             PIC X(07) VALUE SPACES.
       01  WS-SNAP-PRIOR-PERIOD        PIC X(07) VALUE SPACES.

      **** A WORK PERIOD FOR STEPPING BACK THROUGH THE TREND MONTHS.
       01  WS-WORK-PERIOD.
           05  WS-WPR-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WPR-MM               PIC 9(02).

       01  WS-TREND-PERIODS.
           05  WS-TREND-PERIOD         OCCURS 12 TIMES
                                       PIC X(07).
       01  WS-TREND-SUB                PIC 9(02) VALUE ZERO.

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
       01  WS-MONTH-START-INTEGER      PIC S9(09) VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.

       01  WS-SNAP-OUT-NAME            PIC X(09) VALUE 'DF29KPIS'.
       01  WS-KPI-OUT-NAME             PIC X(09) VALUE 'DF29KPIH'.

       COPY DFRUNDT.

       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY           OCCURS 500 TIMES.
               10  WS-CUST-NUMBER      PIC X(10).
               10  WS-CUST-BALANCE     PIC 9(09)V99.
               10  WS-CUST-CYCLE       PIC 9(01).
               10  WS-CUST-FIRST-SEEN  PIC X(10).
               10  WS-CUST-DUN-LEVEL   PIC 9(01).
               10  WS-CUST-BUCKET      PIC 9(01).

       01  WS-CUST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-LOOK-CUST                PIC X(10) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

      **** CYCLE ASSIGNMENT FROM THE CUSTOMER MASTER.
       01  WS-MASTER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY            OCCURS 500 TIMES.
               10  WS-MST-CUST         PIC X(10).
               10  WS-MST-CYCLE        PIC X(02).
       01  WS-MST-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-CYCLE-DIGIT              PIC 9(01) VALUE ZERO.
       01  WS-NUMBER-SUB               PIC 9(02) VALUE ZERO.
       01  WS-WORK-CYCLE               PIC 9(01) VALUE ZERO.

      **** LAST MONTH'S SNAPSHOT.
       01  WS-SNAP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-SNAP-TABLE.
           05  WS-SNP-ENTRY            OCCURS 1000 TIMES.
               10  WS-SNP-PERIOD       PIC X(07).
               10  WS-SNP-CUST         PIC X(10).
               10  WS-SNP-CYCLE        PIC 9(01).
               10  WS-SNP-BUCKET       PIC 9(01).
               10  WS-SNP-BALANCE      PIC 9(09)V99.
       01  WS-SNP-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SNP-FOUND-SUB            PIC 9(04) VALUE ZERO.

      **** MONTH FIGURES: ENTRIES 1-4 ARE THE BILL CYCLES, ENTRY 5
      **** THE WHOLE BOOK.
       01  WS-KPI-TABLE.
           05  WS-KPI-ENTRY            OCCURS 5 TIMES.
               10  WS-KP-BEGIN-AR      PIC 9(11)V99.
               10  WS-KP-SALES         PIC 9(11)V99.
               10  WS-KP-COLLECTIONS   PIC 9(11)V99.
               10  WS-KP-WRITEOFFS     PIC 9(11)V99.
               10  WS-KP-END-AR        PIC 9(11)V99.
               10  WS-KP-CURRENT-AR    PIC 9(11)V99.
               10  WS-KP-DSO           PIC 9(04)V9.
               10  WS-KP-CEI           PIC S9(03)V9.
               10  WS-KP-ROLL-FROM     OCCURS 4 TIMES
                                       PIC 9(11)V99.
               10  WS-KP-ROLL-TO       OCCURS 4 TIMES
                                       PIC 9(11)V99.
               10  WS-KP-ROLL-RATE     OCCURS 4 TIMES
                                       PIC 9(03)V9.
       01  WS-KPI-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-ROLL-SUB                 PIC 9(01) VALUE ZERO.

       01  WS-CEI-NUMERATOR            PIC S9(12)V99 VALUE ZERO.
       01  WS-CEI-DENOMINATOR          PIC S9(12)V99 VALUE ZERO.
       01  WS-CEI-WORK                 PIC S9(05)V9 VALUE ZERO.
       01  WS-DSO-WORK                 PIC 9(07)V9 VALUE ZERO.

      **** THE KPI HISTORY, HELD IN FULL SO THE MONTH CAN BE
      **** REPLACED AND THE TREND READ BACK.
       01  WS-KPI-MAX                  PIC 9(04) VALUE 1200.
       01  WS-KPI-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-KPI-HISTORY.
           05  WS-KPI-HIST-ENTRY       OCCURS 1200 TIMES
                                       PIC X(120).
       01  WS-KH-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-KH-FOUND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-LOOK-PERIOD              PIC X(07) VALUE SPACES.
       01  WS-LOOK-CYCLE               PIC 9(01) VALUE ZERO.

       01  WS-KH-RECORD.
           05  KH-PERIOD               PIC X(07).
           05  KH-CYCLE                PIC 9(01).
           05  KH-BEGIN-AR             PIC 9(11)V99.
           05  KH-SALES                PIC 9(11)V99.
           05  KH-COLLECTIONS          PIC 9(11)V99.
           05  KH-WRITEOFFS            PIC 9(11)V99.
           05  KH-END-AR               PIC 9(11)V99.
           05  KH-CURRENT-AR           PIC 9(11)V99.
           05  KH-DSO                  PIC 9(04)V9.
           05  KH-CEI                  PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  KH-ROLL-RATE            OCCURS 4 TIMES
                                       PIC 9(03)V9.
           05  FILLER                  PIC X(08).

       01  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
       01  WS-DUN-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-WORK-BUCKET              PIC 9(01) VALUE ZERO.

       01  WS-SALES-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-RECEIPT-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-WRITEOFF-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-CYCLE-LABELS.
           05  FILLER                  PIC X(10) VALUE 'CYCLE 01'.
           05  FILLER                  PIC X(10) VALUE 'CYCLE 02'.
           05  FILLER                  PIC X(10) VALUE 'CYCLE 03'.
           05  FILLER                  PIC X(10) VALUE 'CYCLE 04'.
           05  FILLER                  PIC X(10) VALUE 'ALL CYCLES'.
       01  WS-CYCLE-LABEL-TABLE        REDEFINES WS-CYCLE-LABELS.
           05  WS-CYCLE-LABEL          OCCURS 5 TIMES
                                       PIC X(10).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                       'KPIS FOR MONTH '.
           05  PL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(20) VALUE
                                       '   COMPARED WITH '.
           05  PL-PRIOR-PERIOD         PIC X(07).
           05  FILLER                  PIC X(12) VALUE
                                       '   DAYS = '.
           05  PL-DAYS                 PIC Z9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SC-TITLE                PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-MONTH-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CYCLE'.
           05  FILLER                  PIC X(16) VALUE
                                       '     BEGIN A/R'.
           05  FILLER                  PIC X(16) VALUE
                                       '  CREDIT SALES'.
           05  FILLER                  PIC X(16) VALUE
                                       '   COLLECTIONS'.
           05  FILLER                  PIC X(16) VALUE
                                       '    WRITE-OFFS'.
           05  FILLER                  PIC X(16) VALUE
                                       '       END A/R'.
           05  FILLER                  PIC X(16) VALUE
                                       '   CURRENT A/R'.
           05  FILLER                  PIC X(08) VALUE '     DSO'.
           05  FILLER                  PIC X(08) VALUE '     CEI'.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-CYCLE                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-BEGIN-AR             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-SALES                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-COLLECTIONS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-WRITEOFFS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-END-AR               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-CURRENT-AR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-DSO                  PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-CEI                  PIC -ZZ9.9.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-ROLL-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CYCLE'.
           05  FILLER                  PIC X(10) VALUE 'MONTH'.
           05  FILLER                  PIC X(12) VALUE ' CUR TO 30'.
           05  FILLER                  PIC X(12) VALUE '  30 TO 60'.
           05  FILLER                  PIC X(12) VALUE '  60 TO 90'.
           05  FILLER                  PIC X(12) VALUE ' 90 TO 90+'.
           05  FILLER                  PIC X(08) VALUE '     DSO'.
           05  FILLER                  PIC X(08) VALUE '     CEI'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-ROLL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-CYCLE                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RL-RATE-GROUP           OCCURS 4 TIMES.
               10  FILLER              PIC X(05).
               10  RL-RATE             PIC ZZ9.9.
               10  RL-PCT              PIC X(02).
           05  RL-DSO                  PIC ZZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-CEI                  PIC -ZZ9.9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NL-TEXT                 PIC X(80).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29KPI START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-SET-MONTH-DATES THRU 1300-EXIT.

           PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.
           PERFORM 2100-LOAD-SNAPSHOT THRU 2100-EXIT.
           PERFORM 2200-LOAD-KPI-HISTORY THRU 2200-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29KPI A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2300-LOAD-CUSTOMER-CYCLES THRU 2300-EXIT.
           PERFORM 2400-NOTE-STREAKS THRU 2400-EXIT.
           PERFORM 2500-NOTE-DUNNING-LEVELS THRU 2500-EXIT.

       1000-GATHER-MONTH.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               PERFORM 3000-AGE-ONE-ACCOUNT THRU 3000-EXIT
           END-PERFORM.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNAP-COUNT
               PERFORM 3200-ROLL-ONE-PRIOR-ACCOUNT THRU 3200-EXIT
           END-PERFORM.

           PERFORM 3400-TOTAL-CREDIT-SALES THRU 3400-EXIT.
           PERFORM 3500-TOTAL-COLLECTIONS THRU 3500-EXIT.
           PERFORM 3600-TOTAL-WRITEOFFS THRU 3600-EXIT.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > 5
               PERFORM 3800-COMPUTE-ONE-KPI THRU 3800-EXIT
           END-PERFORM.

           PERFORM 4000-STORE-KPI-HISTORY THRU 4000-EXIT.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29KPI - RECEIVABLES KEY PERFORMANCE INDICATORS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PERIOD              TO PL-PERIOD.
           MOVE WS-PRIOR-PERIOD        TO PL-PRIOR-PERIOD.
           MOVE WS-DAYS-IN-MONTH       TO PL-DAYS.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 6000-PRINT-MONTH THRU 6000-EXIT.
           PERFORM 6200-PRINT-ROLL-RATES THRU 6200-EXIT.
           PERFORM 6400-PRINT-TREND THRU 6400-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-SNAPSHOT THRU 5000-EXIT.
           PERFORM 5200-REWRITE-KPI-HISTORY THRU 5200-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF29KPI KPI MONTH          = ' WS-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DF29KPI ACCOUNTS AGED      = ' WS-CUSTOMER-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29KPI POSTINGS IN MONTH  = ' WS-SALES-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29KPI RECEIPTS IN MONTH  = ' WS-RECEIPT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29KPI WRITE-OFFS IN MONTH = ' WS-WRITEOFF-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29KPI END OF JOB' UPON CONSOLE.

           GOBACK.

      **** THE KPI MONTH DEFAULTS TO THE PROCESSING-DATE MONTH.
       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29KPISS'     TO WS-SNAP-OUT-NAME
                   MOVE 'DF29KPIHS'     TO WS-KPI-OUT-NAME
                   DISPLAY 'DF29KPI SIMULATION - SNAPSHOT AND HISTORY '
                           'GO TO SHADOW COPIES' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29KPI NO RUN CONTROL SET - USING SYSTEM '
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

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

      **** DAYS IN THE MONTH FOR DSO, THE PRIOR MONTH FOR THE
      **** COMPARISON, AND THE TWELVE TREND MONTHS OLDEST FIRST.
       1300-SET-MONTH-DATES.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PER-YYYY            TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PER-MM              TO WS-DATE-NUMERIC (5:2).
           MOVE 01                     TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-MONTH-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

           MOVE WS-PERIOD              TO WS-WORK-PERIOD.
           IF WS-WPR-MM = 12
               ADD 1                    TO WS-WPR-YYYY
               MOVE 1                   TO WS-WPR-MM
           ELSE
               ADD 1                    TO WS-WPR-MM
           END-IF.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-WPR-YYYY            TO WS-DATE-NUMERIC (1:4).
           MOVE WS-WPR-MM              TO WS-DATE-NUMERIC (5:2).
           MOVE 01                     TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-DAYS-IN-MONTH =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
                     - WS-MONTH-START-INTEGER.

           MOVE WS-PERIOD              TO WS-WORK-PERIOD.

           PERFORM VARYING WS-TREND-SUB FROM 12 BY -1
                       UNTIL WS-TREND-SUB < 1
               MOVE WS-WORK-PERIOD      TO WS-TREND-PERIOD
                                                  (WS-TREND-SUB)
               IF WS-WPR-MM = 1
                   SUBTRACT 1           FROM WS-WPR-YYYY
                   MOVE 12              TO WS-WPR-MM
               ELSE
                   SUBTRACT 1           FROM WS-WPR-MM
               END-IF
           END-PERFORM.

           MOVE WS-TREND-PERIOD (11)   TO WS-PRIOR-PERIOD.

       1300-EXIT. EXIT.

      **** ONLY POSITIVE BALANCES ARE RECEIVABLES.
       2000-LOAD-BALANCES.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29KPI NO BALANCE MASTER ON FILE'
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
           MOVE BR-CUST-NUMBER         TO WS-CUST-NUMBER
                                                  (WS-CUSTOMER-COUNT).
           MOVE BR-BALANCE             TO WS-CUST-BALANCE
                                                  (WS-CUSTOMER-COUNT).
           MOVE ZERO                   TO WS-CUST-CYCLE
                                                  (WS-CUSTOMER-COUNT).
           MOVE SPACES                 TO WS-CUST-FIRST-SEEN
                                                  (WS-CUSTOMER-COUNT).
           MOVE ZERO                   TO WS-CUST-DUN-LEVEL
                                                  (WS-CUSTOMER-COUNT).
           MOVE 1                      TO WS-CUST-BUCKET
                                                  (WS-CUSTOMER-COUNT).

       2050-EXIT. EXIT.

      **** LAST MONTH'S SNAPSHOT IS THE LATEST MONTH ON FILE BEFORE
      **** THIS ONE - A RERUN OF THIS MONTH IGNORES ITS OWN EARLIER
      **** SNAPSHOT.
       2100-LOAD-SNAPSHOT.

           OPEN INPUT SNAP-IN-FILE.

           IF WS-SNAP-IN-STATUS NOT = '00'
               DISPLAY 'DF29KPI NO PRIOR SNAPSHOT - NO BEGINNING A/R '
                       'OR ROLL RATES THIS MONTH' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-SNAP-EOF
               READ SNAP-IN-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       IF SI-PERIOD < WS-PERIOD
                           PERFORM 2150-ADD-SNAPSHOT THRU 2150-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SNAP-IN-FILE.

       2100-EXIT. EXIT.

       2150-ADD-SNAPSHOT.

           IF WS-SNAP-COUNT >= 1000
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2150-EXIT
           END-IF.

           ADD 1                       TO WS-SNAP-COUNT.
           MOVE SI-PERIOD              TO WS-SNP-PERIOD (WS-SNAP-COUNT).
           MOVE SI-CUST-NUMBER         TO WS-SNP-CUST (WS-SNAP-COUNT).
           MOVE SI-CYCLE               TO WS-SNP-CYCLE (WS-SNAP-COUNT).
           MOVE SI-BUCKET              TO WS-SNP-BUCKET (WS-SNAP-COUNT).
           MOVE SI-BALANCE             TO WS-SNP-BALANCE
                                                  (WS-SNAP-COUNT).

           IF SI-PERIOD > WS-SNAP-PRIOR-PERIOD
               MOVE SI-PERIOD           TO WS-SNAP-PRIOR-PERIOD
           END-IF.

       2150-EXIT. EXIT.

       2200-LOAD-KPI-HISTORY.

           OPEN INPUT KPI-IN-FILE.

           IF WS-KPI-IN-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-KPI-EOF
               READ KPI-IN-FILE
                   AT END
                       SET WS-KPI-EOF TO TRUE
                   NOT AT END
                       IF WS-KPI-COUNT < WS-KPI-MAX
                           ADD 1 TO WS-KPI-COUNT
                           MOVE KPI-IN-RECORD
                               TO WS-KPI-HIST-ENTRY (WS-KPI-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE KPI-IN-FILE.

       2200-EXIT. EXIT.

       2300-LOAD-CUSTOMER-CYCLES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF29KPI NO CUSTOMER MASTER - CYCLES FROM '
                       'CUSTOMER NUMBERS' UPON CONSOLE
               GO TO 2300-ASSIGN-CYCLES
           END-IF.

           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-RECORD
                           TO DF03-CUSTOMER-RECORD
                       IF WS-MASTER-COUNT < 500
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE DF03-CUST-NUMBER
                               TO WS-MST-CUST (WS-MASTER-COUNT)
                           MOVE DF03-BILL-CYCLE
                               TO WS-MST-CYCLE (WS-MASTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       2300-ASSIGN-CYCLES.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               MOVE SPACES              TO DF03-CUSTOMER-RECORD
               MOVE WS-CUST-NUMBER (WS-CUST-SUB) TO DF03-CUST-NUMBER
               PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                           UNTIL WS-MST-SUB > WS-MASTER-COUNT
                   IF WS-MST-CUST (WS-MST-SUB)
                                        = WS-CUST-NUMBER (WS-CUST-SUB)
                       MOVE WS-MST-CYCLE (WS-MST-SUB)
                                        TO DF03-BILL-CYCLE
                   END-IF
               END-PERFORM
               PERFORM 2350-SET-CUSTOMER-CYCLE THRU 2350-DONE
               MOVE WS-WORK-CYCLE       TO WS-CUST-CYCLE (WS-CUST-SUB)
           END-PERFORM.

       2300-EXIT. EXIT.

      **** SAME CYCLE ASSIGNMENT AS DF03STMT: THE MASTER'S BILLING
      **** CYCLE WHEN SET, OTHERWISE THE LAST DIGIT OF THE CUSTOMER
      **** NUMBER MOD 4, PLUS 1.
       2350-SET-CUSTOMER-CYCLE.

           IF DF03-BILL-CYCLE >= '01' AND DF03-BILL-CYCLE <= '04'
               MOVE DF03-BILL-CYCLE (2:1) TO WS-WORK-CYCLE
               GO TO 2350-DONE
           END-IF.

           MOVE ZERO                   TO WS-CYCLE-DIGIT.

           PERFORM VARYING WS-NUMBER-SUB FROM 1 BY 1
                       UNTIL WS-NUMBER-SUB > 10
               IF DF03-CUST-NUMBER (WS-NUMBER-SUB:1) NUMERIC
                   MOVE DF03-CUST-NUMBER (WS-NUMBER-SUB:1)
                                        TO WS-CYCLE-DIGIT
               END-IF
           END-PERFORM.

           COMPUTE WS-WORK-CYCLE =
                       FUNCTION MOD (WS-CYCLE-DIGIT, 4) + 1.

       2350-DONE. EXIT.

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
                           MOVE HR-FIRST-SEEN
                               TO WS-CUST-FIRST-SEEN (WS-FOUND-SUB)
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

      **** THE DF29ALLW BUCKETS: 1 CURRENT (NO STREAK), 2 1-30,
      **** 3 31-60, 4 61-90, 5 OVER 90 DAYS SINCE THE STREAK WAS
      **** FIRST SEEN, PUSHED OLDER BY THE DUNNING LEVEL.
       3000-AGE-ONE-ACCOUNT.

           MOVE ZERO                   TO WS-AGE-DAYS.
           MOVE 1                      TO WS-WORK-BUCKET.

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
                       MOVE 5           TO WS-WORK-BUCKET
                   WHEN WS-AGE-DAYS > 60
                       MOVE 4           TO WS-WORK-BUCKET
                   WHEN WS-AGE-DAYS > 30
                       MOVE 3           TO WS-WORK-BUCKET
                   WHEN OTHER
                       MOVE 2           TO WS-WORK-BUCKET
               END-EVALUATE
           END-IF.

           IF WS-CUST-DUN-LEVEL (WS-CUST-SUB) > ZERO
               COMPUTE WS-DUN-BUCKET =
                           WS-CUST-DUN-LEVEL (WS-CUST-SUB) + 2
               IF WS-DUN-BUCKET > 5
                   MOVE 5               TO WS-DUN-BUCKET
               END-IF
               IF WS-DUN-BUCKET > WS-WORK-BUCKET
                   MOVE WS-DUN-BUCKET   TO WS-WORK-BUCKET
               END-IF
           END-IF.

           MOVE WS-WORK-BUCKET         TO WS-CUST-BUCKET (WS-CUST-SUB).

           MOVE WS-CUST-CYCLE (WS-CUST-SUB) TO WS-KPI-SUB.
           ADD WS-CUST-BALANCE (WS-CUST-SUB)
                                       TO WS-KP-END-AR (WS-KPI-SUB)
                                          WS-KP-END-AR (5).
           IF WS-WORK-BUCKET = 1
               ADD WS-CUST-BALANCE (WS-CUST-SUB)
                                       TO WS-KP-CURRENT-AR (WS-KPI-SUB)
                                          WS-KP-CURRENT-AR (5)
           END-IF.

       3000-EXIT. EXIT.

      **** EACH OF LAST MONTH'S ACCOUNTS COUNTS TOWARD BEGINNING
      **** A/R, AND ITS BALANCE IN BUCKETS 1-4 IS THE BASE OF THAT
      **** BUCKET'S ROLL RATE.  IT ROLLED IF IT NOW SITS IN A LATER
      **** BUCKET - THE ROLLED AMOUNT IS WHAT IS STILL OWED, UP TO
      **** WHAT WAS OWED LAST MONTH.
       3200-ROLL-ONE-PRIOR-ACCOUNT.

           IF WS-SNP-PERIOD (WS-SNP-SUB) NOT = WS-SNAP-PRIOR-PERIOD
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-SNP-CYCLE (WS-SNP-SUB) TO WS-KPI-SUB.
           IF WS-KPI-SUB < 1 OR WS-KPI-SUB > 4
               GO TO 3200-EXIT
           END-IF.

           ADD WS-SNP-BALANCE (WS-SNP-SUB)
                                       TO WS-KP-BEGIN-AR (WS-KPI-SUB)
                                          WS-KP-BEGIN-AR (5).

           MOVE WS-SNP-BUCKET (WS-SNP-SUB) TO WS-ROLL-SUB.
           IF WS-ROLL-SUB < 1 OR WS-ROLL-SUB > 4
               GO TO 3200-EXIT
           END-IF.

           ADD WS-SNP-BALANCE (WS-SNP-SUB)
                        TO WS-KP-ROLL-FROM (WS-KPI-SUB, WS-ROLL-SUB)
                           WS-KP-ROLL-FROM (5, WS-ROLL-SUB).

           MOVE WS-SNP-CUST (WS-SNP-SUB) TO WS-LOOK-CUST.
           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 3200-EXIT
           END-IF.

           IF WS-CUST-BUCKET (WS-FOUND-SUB) NOT > WS-ROLL-SUB
               GO TO 3200-EXIT
           END-IF.

           IF WS-CUST-BALANCE (WS-FOUND-SUB)
                                  < WS-SNP-BALANCE (WS-SNP-SUB)
               ADD WS-CUST-BALANCE (WS-FOUND-SUB)
                        TO WS-KP-ROLL-TO (WS-KPI-SUB, WS-ROLL-SUB)
                           WS-KP-ROLL-TO (5, WS-ROLL-SUB)
           ELSE
               ADD WS-SNP-BALANCE (WS-SNP-SUB)
                        TO WS-KP-ROLL-TO (WS-KPI-SUB, WS-ROLL-SUB)
                           WS-KP-ROLL-TO (5, WS-ROLL-SUB)
           END-IF.

       3200-EXIT. EXIT.

      **** CREDIT SALES ARE THE MONTH'S DF29PSTD CHARGE POSTINGS.
       3400-TOTAL-CREDIT-SALES.

           OPEN INPUT POSTED-FILE.

           IF WS-POSTED-STATUS NOT = '00'
               GO TO 3400-EXIT
           END-IF.

           PERFORM UNTIL WS-POSTED-EOF
               READ POSTED-FILE
                   AT END
                       SET WS-POSTED-EOF TO TRUE
                   NOT AT END
                       IF PD-POSTING-DATE (1:7) = WS-PERIOD
                           ADD 1 TO WS-SALES-COUNT
                           MOVE PD-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 3900-CYCLE-OF-CUSTOMER THRU
                                   3900-EXIT
                           ADD PD-AMOUNT
                               TO WS-KP-SALES (WS-KPI-SUB)
                                  WS-KP-SALES (5)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSTED-FILE.

       3400-EXIT. EXIT.

       3500-TOTAL-COLLECTIONS.

           OPEN INPUT RECEIPT-FILE.

           IF WS-RECEIPT-STATUS NOT = '00'
               GO TO 3500-EXIT
           END-IF.

           PERFORM UNTIL WS-RECEIPT-EOF
               READ RECEIPT-FILE
                   AT END
                       SET WS-RECEIPT-EOF TO TRUE
                   NOT AT END
                       IF RP-PAYMENT-DATE (1:7) = WS-PERIOD
                           ADD 1 TO WS-RECEIPT-COUNT
                           MOVE RP-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 3900-CYCLE-OF-CUSTOMER THRU
                                   3900-EXIT
                           ADD RP-AMOUNT
                               TO WS-KP-COLLECTIONS (WS-KPI-SUB)
                                  WS-KP-COLLECTIONS (5)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FILE.

       3500-EXIT. EXIT.

       3600-TOTAL-WRITEOFFS.

           OPEN INPUT WRITEOFF-FILE.

           IF WS-WOFI-STATUS NOT = '00'
               GO TO 3600-EXIT
           END-IF.

           PERFORM UNTIL WS-WOFI-EOF
               READ WRITEOFF-FILE
                   AT END
                       SET WS-WOFI-EOF TO TRUE
                   NOT AT END
                       IF WO-WRITEOFF-DATE (1:7) = WS-PERIOD
                           ADD 1 TO WS-WRITEOFF-COUNT
                           MOVE WO-CUST-NUMBER TO WS-LOOK-CUST
                           PERFORM 3900-CYCLE-OF-CUSTOMER THRU
                                   3900-EXIT
                           ADD WO-AMOUNT
                               TO WS-KP-WRITEOFFS (WS-KPI-SUB)
                                  WS-KP-WRITEOFFS (5)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WRITEOFF-FILE.

       3600-EXIT. EXIT.

      **** DSO AND CEI FOR ONE CYCLE (OR THE BOOK), AND THE FOUR
      **** ROLL RATES.  A RATE WITH NOTHING TO DIVIDE BY IS ZERO.
       3800-COMPUTE-ONE-KPI.

           MOVE ZERO                   TO WS-KP-DSO (WS-KPI-SUB).
           MOVE ZERO                   TO WS-KP-CEI (WS-KPI-SUB).

           IF WS-KP-SALES (WS-KPI-SUB) > ZERO
               COMPUTE WS-DSO-WORK ROUNDED =
                       WS-KP-END-AR (WS-KPI-SUB)
                     / WS-KP-SALES (WS-KPI-SUB) * WS-DAYS-IN-MONTH
               IF WS-DSO-WORK > 9999.9
                   MOVE 9999.9          TO WS-KP-DSO (WS-KPI-SUB)
               ELSE
                   MOVE WS-DSO-WORK     TO WS-KP-DSO (WS-KPI-SUB)
               END-IF
           END-IF.

           COMPUTE WS-CEI-NUMERATOR = WS-KP-BEGIN-AR (WS-KPI-SUB)
                                    + WS-KP-SALES (WS-KPI-SUB)
                                    - WS-KP-END-AR (WS-KPI-SUB).
           COMPUTE WS-CEI-DENOMINATOR = WS-KP-BEGIN-AR (WS-KPI-SUB)
                                      + WS-KP-SALES (WS-KPI-SUB)
                                      - WS-KP-CURRENT-AR (WS-KPI-SUB).

           IF WS-CEI-DENOMINATOR > ZERO
               COMPUTE WS-CEI-WORK ROUNDED =
                       WS-CEI-NUMERATOR * 100 / WS-CEI-DENOMINATOR
               EVALUATE TRUE
                   WHEN WS-CEI-WORK > 999.9
                       MOVE 999.9       TO WS-KP-CEI (WS-KPI-SUB)
                   WHEN WS-CEI-WORK < -999.9
                       MOVE -999.9      TO WS-KP-CEI (WS-KPI-SUB)
                   WHEN OTHER
                       MOVE WS-CEI-WORK TO WS-KP-CEI (WS-KPI-SUB)
               END-EVALUATE
           END-IF.

           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
                       UNTIL WS-ROLL-SUB > 4
               MOVE ZERO TO WS-KP-ROLL-RATE (WS-KPI-SUB, WS-ROLL-SUB)
               IF WS-KP-ROLL-FROM (WS-KPI-SUB, WS-ROLL-SUB) > ZERO
                   COMPUTE WS-KP-ROLL-RATE (WS-KPI-SUB, WS-ROLL-SUB)
                           ROUNDED =
                           WS-KP-ROLL-TO (WS-KPI-SUB, WS-ROLL-SUB)
                         * 100
                         / WS-KP-ROLL-FROM (WS-KPI-SUB, WS-ROLL-SUB)
               END-IF
           END-PERFORM.

       3800-EXIT. EXIT.

      **** THE CYCLE OF AN ACCOUNT IN THIS MONTH'S TABLE, OR FROM
      **** THE CUSTOMER NUMBER FOR ONE THAT HAS SINCE PAID OFF.
       3900-CYCLE-OF-CUSTOMER.

           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT.

           IF WS-FOUND-SUB > ZERO
               MOVE WS-CUST-CYCLE (WS-FOUND-SUB) TO WS-KPI-SUB
               GO TO 3900-EXIT
           END-IF.

           MOVE SPACES                 TO DF03-CUSTOMER-RECORD.
           MOVE WS-LOOK-CUST           TO DF03-CUST-NUMBER.

           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                       UNTIL WS-MST-SUB > WS-MASTER-COUNT
               IF WS-MST-CUST (WS-MST-SUB) = WS-LOOK-CUST
                   MOVE WS-MST-CYCLE (WS-MST-SUB) TO DF03-BILL-CYCLE
               END-IF
           END-PERFORM.

           PERFORM 2350-SET-CUSTOMER-CYCLE THRU 2350-DONE.
           MOVE WS-WORK-CYCLE          TO WS-KPI-SUB.

       3900-EXIT. EXIT.

      **** THIS MONTH'S FIVE RECORDS REPLACE ANY LEFT BY AN EARLIER
      **** RUN OF THE SAME MONTH.
       4000-STORE-KPI-HISTORY.

           PERFORM VARYING WS-KH-SUB FROM 1 BY 1
                       UNTIL WS-KH-SUB > WS-KPI-COUNT
               IF WS-KPI-HIST-ENTRY (WS-KH-SUB) (1:7) = WS-PERIOD
                   MOVE SPACES          TO WS-KPI-HIST-ENTRY
                                                  (WS-KH-SUB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > 5
               PERFORM 4100-STORE-ONE-KPI THRU 4100-EXIT
           END-PERFORM.

       4000-EXIT. EXIT.

       4100-STORE-ONE-KPI.

           IF WS-KPI-COUNT >= WS-KPI-MAX
               DISPLAY 'DF29KPI KPI HISTORY FULL - MONTH NOT KEPT'
                                               UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-KH-RECORD.
           MOVE WS-PERIOD              TO KH-PERIOD.

           IF WS-KPI-SUB = 5
               MOVE ZERO                TO KH-CYCLE
           ELSE
               MOVE WS-KPI-SUB          TO KH-CYCLE
           END-IF.

           MOVE WS-KP-BEGIN-AR (WS-KPI-SUB)    TO KH-BEGIN-AR.
           MOVE WS-KP-SALES (WS-KPI-SUB)       TO KH-SALES.
           MOVE WS-KP-COLLECTIONS (WS-KPI-SUB) TO KH-COLLECTIONS.
           MOVE WS-KP-WRITEOFFS (WS-KPI-SUB)   TO KH-WRITEOFFS.
           MOVE WS-KP-END-AR (WS-KPI-SUB)      TO KH-END-AR.
           MOVE WS-KP-CURRENT-AR (WS-KPI-SUB)  TO KH-CURRENT-AR.
           MOVE WS-KP-DSO (WS-KPI-SUB)         TO KH-DSO.
           MOVE WS-KP-CEI (WS-KPI-SUB)         TO KH-CEI.

           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
                       UNTIL WS-ROLL-SUB > 4
               MOVE WS-KP-ROLL-RATE (WS-KPI-SUB, WS-ROLL-SUB)
                                        TO KH-ROLL-RATE (WS-ROLL-SUB)
           END-PERFORM.

           ADD 1                       TO WS-KPI-COUNT.
           MOVE WS-KH-RECORD           TO WS-KPI-HIST-ENTRY
                                                  (WS-KPI-COUNT).

       4100-EXIT. EXIT.

      **** LAST MONTH'S SNAPSHOT IS KEPT BESIDE THIS MONTH'S SO A
      **** RERUN OF THIS MONTH STILL HAS ITS BASE.
       5000-REWRITE-SNAPSHOT.

           OPEN OUTPUT SNAP-OUT-FILE.

           IF WS-SNAP-OUT-STATUS NOT = '00'
               DISPLAY 'DF29KPI SNAPSHOT OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNAP-COUNT
               IF WS-SNP-PERIOD (WS-SNP-SUB) = WS-SNAP-PRIOR-PERIOD
                   MOVE WS-SNP-PERIOD (WS-SNP-SUB)  TO SO-PERIOD
                   MOVE WS-SNP-CUST (WS-SNP-SUB)    TO SO-CUST-NUMBER
                   MOVE WS-SNP-CYCLE (WS-SNP-SUB)   TO SO-CYCLE
                   MOVE WS-SNP-BUCKET (WS-SNP-SUB)  TO SO-BUCKET
                   MOVE WS-SNP-BALANCE (WS-SNP-SUB) TO SO-BALANCE
                   WRITE SNAP-OUT-RECORD
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               MOVE WS-PERIOD           TO SO-PERIOD
               MOVE WS-CUST-NUMBER (WS-CUST-SUB)  TO SO-CUST-NUMBER
               MOVE WS-CUST-CYCLE (WS-CUST-SUB)   TO SO-CYCLE
               MOVE WS-CUST-BUCKET (WS-CUST-SUB)  TO SO-BUCKET
               MOVE WS-CUST-BALANCE (WS-CUST-SUB) TO SO-BALANCE
               WRITE SNAP-OUT-RECORD
           END-PERFORM.

           CLOSE SNAP-OUT-FILE.

       5000-EXIT. EXIT.

       5200-REWRITE-KPI-HISTORY.

           OPEN OUTPUT KPI-OUT-FILE.

           IF WS-KPI-OUT-STATUS NOT = '00'
               DISPLAY 'DF29KPI KPI HISTORY OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5200-EXIT
           END-IF.

           PERFORM VARYING WS-KH-SUB FROM 1 BY 1
                       UNTIL WS-KH-SUB > WS-KPI-COUNT
               IF WS-KPI-HIST-ENTRY (WS-KH-SUB) NOT = SPACES
                   WRITE KPI-OUT-RECORD
                       FROM WS-KPI-HIST-ENTRY (WS-KH-SUB)
               END-IF
           END-PERFORM.

           CLOSE KPI-OUT-FILE.

       5200-EXIT. EXIT.

       6000-PRINT-MONTH.

           MOVE SPACES                 TO WS-SECTION-LINE.
           MOVE 'MONTH FIGURES BY BILL CYCLE' TO SC-TITLE.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-MONTH-HEADING       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > 5
               MOVE SPACES              TO WS-MONTH-LINE
               MOVE WS-CYCLE-LABEL (WS-KPI-SUB)     TO ML-CYCLE
               MOVE WS-KP-BEGIN-AR (WS-KPI-SUB)     TO ML-BEGIN-AR
               MOVE WS-KP-SALES (WS-KPI-SUB)        TO ML-SALES
               MOVE WS-KP-COLLECTIONS (WS-KPI-SUB)  TO ML-COLLECTIONS
               MOVE WS-KP-WRITEOFFS (WS-KPI-SUB)    TO ML-WRITEOFFS
               MOVE WS-KP-END-AR (WS-KPI-SUB)       TO ML-END-AR
               MOVE WS-KP-CURRENT-AR (WS-KPI-SUB)   TO ML-CURRENT-AR
               MOVE WS-KP-DSO (WS-KPI-SUB)          TO ML-DSO
               MOVE WS-KP-CEI (WS-KPI-SUB)          TO ML-CEI
               MOVE WS-MONTH-LINE       TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           IF WS-SNAP-PRIOR-PERIOD = SPACES
               MOVE SPACES              TO WS-NOTE-LINE
               MOVE 'NO PRIOR SNAPSHOT - BEGINNING A/R, CEI AND ROLL '
                 & 'RATES START NEXT MONTH'
                                        TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6000-EXIT. EXIT.

      **** THIS MONTH'S ROLL RATES AGAINST LAST MONTH'S FROM THE
      **** KPI HISTORY, CYCLE BY CYCLE.
       6200-PRINT-ROLL-RATES.

           MOVE SPACES                 TO WS-SECTION-LINE.
           MOVE 'ROLL RATES (PERCENT) - THIS MONTH AGAINST PRIOR MONTH'
                                        TO SC-TITLE.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-ROLL-HEADING        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > 5
               MOVE WS-PERIOD           TO WS-LOOK-PERIOD
               PERFORM 6900-PRINT-HISTORY-LINE THRU 6900-EXIT
               MOVE WS-PRIOR-PERIOD     TO WS-LOOK-PERIOD
               PERFORM 6900-PRINT-HISTORY-LINE THRU 6900-EXIT
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6200-EXIT. EXIT.

       6400-PRINT-TREND.

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                       UNTIL WS-KPI-SUB > 5
               PERFORM 8100-RPT-WRITE-HEADING
               MOVE SPACES              TO WS-SECTION-LINE
               STRING 'TRAILING TWELVE-MONTH TREND - '
                      WS-CYCLE-LABEL (WS-KPI-SUB)
                      DELIMITED BY SIZE INTO SC-TITLE
               END-STRING
               MOVE WS-SECTION-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE WS-ROLL-HEADING     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                           UNTIL WS-TREND-SUB > 12
                   MOVE WS-TREND-PERIOD (WS-TREND-SUB)
                                        TO WS-LOOK-PERIOD
                   PERFORM 6900-PRINT-HISTORY-LINE THRU 6900-EXIT
               END-PERFORM
           END-PERFORM.

       6400-EXIT. EXIT.

      **** ONE KPI HISTORY LINE FOR WS-LOOK-PERIOD AND THE CYCLE IN
      **** WS-KPI-SUB; A MONTH NOT ON FILE PRINTS AS NOT RECORDED.
       6900-PRINT-HISTORY-LINE.

           IF WS-KPI-SUB = 5
               MOVE ZERO                TO WS-LOOK-CYCLE
           ELSE
               MOVE WS-KPI-SUB          TO WS-LOOK-CYCLE
           END-IF.

           MOVE ZERO                   TO WS-KH-FOUND-SUB.

           PERFORM VARYING WS-KH-SUB FROM 1 BY 1
                       UNTIL WS-KH-SUB > WS-KPI-COUNT
               IF WS-KPI-HIST-ENTRY (WS-KH-SUB) (1:7) = WS-LOOK-PERIOD
                  AND WS-KPI-HIST-ENTRY (WS-KH-SUB) (8:1)
                                        = WS-LOOK-CYCLE
                   MOVE WS-KH-SUB       TO WS-KH-FOUND-SUB
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO WS-ROLL-LINE.
           MOVE WS-CYCLE-LABEL (WS-KPI-SUB) TO RL-CYCLE.
           MOVE WS-LOOK-PERIOD         TO RL-PERIOD.

           IF WS-KH-FOUND-SUB = ZERO
               MOVE 'NOT RECORDED'      TO WS-ROLL-LINE (30:12)
               GO TO 6900-PRINT
           END-IF.

           MOVE WS-KPI-HIST-ENTRY (WS-KH-FOUND-SUB) TO WS-KH-RECORD.

           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
                       UNTIL WS-ROLL-SUB > 4
               MOVE KH-ROLL-RATE (WS-ROLL-SUB)
                                        TO RL-RATE (WS-ROLL-SUB)
               MOVE ' %'                TO RL-PCT (WS-ROLL-SUB)
           END-PERFORM.

           MOVE KH-DSO                 TO RL-DSO.
           MOVE KH-CEI                 TO RL-CEI.

       6900-PRINT.

           MOVE WS-ROLL-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6900-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
