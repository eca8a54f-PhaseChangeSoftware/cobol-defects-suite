       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFRGNRUP.

      *REMARKS:    MONTHLY REGIONAL OPERATING ROLL-UP - SETTLEMENTS,
      *            COMMISSIONS, ALLOCATED STOCK, CHARGEBACKS AND CASH
      *            OVER/SHORT BY STORE AND BY STORE-MASTER REGION,
      *            WITH PRIOR-MONTH AND PRIOR-YEAR COMPARISONS.

      ******************************************************************
      ****   EACH SYSTEM REPORTS ITS OWN STORES - DF35 SETTLEMENTS, ****
      ****   DF42 COMMISSIONS, DF02 ALLOCATIONS, DF35 CHARGEBACKS   ****
      ****   AND TILL COUNTS - BUT NOTHING PUT THEM SIDE BY SIDE.   ****
      ****   THIS RUN TAKES ONE MONTH (YYYY-MM FROM THE DFRGNPRM    ****
      ****   PARAMETER CARD, OTHERWISE THE MONTH OF THE PROCESSING  ****
      ****   DATE) AND TOTALS BY STORE:                             ****
      ****                                                          ****
      ****   1. NET SETTLED - DF35PROC GROSS LESS PROCESSOR FEES    ****
      ****      FOR SETTLEMENT DATES IN THE MONTH.                  ****
      ****   2. COMMISSION - THE DF42CDTL DETAIL OF THE MONTH'S     ****
      ****      DF42COMM RUN (THE DETAIL CARRIES NO DATE, SO THE    ****
      ****      JOB SUPPLIES THE MONTH'S DETAIL).                   ****
      ****   3. STOCK VALUE - DF02STLG ALLOCATION ('A') LINES DATED ****
      ****      IN THE MONTH AT THE DF02PRTM STANDARD COST IN FORCE ****
      ****      AT THE MONTH END, AS IN DF02VALU.                   ****
      ****   4. CHARGEBACKS - DF35CBCS CHARGEBACK CASES RECEIVED IN ****
      ****      THE MONTH (RETRIEVAL REQUESTS MOVE NO MONEY).       ****
      ****   5. OVER/SHORT - DF35TIHS REGISTER OVER/SHORT FOR COUNT ****
      ****      DATES IN THE MONTH.                                 ****
      ****                                                          ****
      ****   THE MONTH'S TOTALS ARE KEPT ON THE DFRGNHST HISTORY    ****
      ****   (LAYOUT DFRGNH.CPY, 25 MONTHS RETAINED, A RERUN        ****
      ****   REPLACES THE MONTH), WHICH SUPPLIES THE PRIOR-MONTH    ****
      ****   AND PRIOR-YEAR NET SETTLED FOR EACH STORE.  EVERY      ****
      ****   STORE IS LOOKED UP ON THE DFSTORMF STORE MASTER        ****
      ****   THROUGH DFSTRCHK: OPEN STORES ARE RANKED BY NET        ****
      ****   SETTLED WITHIN THEIR REGION WITH A TOTAL PER REGION,   ****
      ****   CLOSED STORES ARE LISTED SEPARATELY OUTSIDE THE REGION ****
      ****   TOTALS, AND A STORE NOT ON THE MASTER IS LISTED LAST   ****
      ****   AND SETS RETURN CODE 4.  THE REPORT IS DFRGNRPT.       ****
      ****   UNDER A DRY-RUN WINDOW THE HISTORY GOES TO ITS SHADOW  ****
      ****   COPY.                                                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DFRGNPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT SETTLEMENT-FILE  ASSIGN TO DF35PROC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SETTLE-STATUS.

           SELECT DETAIL-FILE      ASSIGN TO DF42CDTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DETAIL-STATUS.

           SELECT PART-FILE        ASSIGN TO DF02PRTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO DF02STLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CASE-FILE        ASSIGN TO DF35CBCS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CASE-STATUS.

           SELECT TILL-FILE        ASSIGN TO DF35TIHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TILL-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DFRGNHST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO WS-HISTORY-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFRGNRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-7   MONTH TO ROLL UP, YYYY-MM
       01  PARAMETER-RECORD.
           05  PM-PERIOD                PIC X(07).
           05  FILLER                   PIC X(73).

       FD  SETTLEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SETTLEMENT-RECORD.

       01  SETTLEMENT-RECORD.
           05  PD-STORE-CODE            PIC X(08).
           05  PD-SETTLE-DATE           PIC X(10).
           05  PD-CARD-TYPE             PIC X(02).
           05  PD-GROSS-AMOUNT          PIC 9(09)V99.
           05  PD-FEE-DEDUCTED          PIC 9(07)V99.

       FD  DETAIL-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS DETAIL-RECORD.

       01  DETAIL-RECORD.
           05  CD-EMPLOYEE-ID          PIC X(08).
           05  CD-CLERK-NAME           PIC X(40).
           05  CD-STORE                PIC X(20).
           05  CD-DEPARTMENT           PIC X(40).
           05  CD-RATE                 PIC 9V9999.
           05  CD-SALES                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CD-COMMISSION           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  PART-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-RECORD.

       01  PART-RECORD.
           05  PR-PART-CODE             PIC X(08).
           05  PR-DESCRIPTION           PIC X(30).
           05  PR-UNIT-OF-MEASURE       PIC X(03).
           05  PR-ACTIVE-FLAG           PIC X(01).
           05  PR-STANDARD-COST         PIC 9(07)V9999.
           05  PR-COST-EFFECTIVE        PIC X(10).
           05  PR-PENDING-COST          PIC 9(07)V9999.
           05  PR-PENDING-EFFECTIVE     PIC X(10).
           05  PR-SERIALIZED-FLAG       PIC X(01).

       FD  LEDGER-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS LEDGER-RECORD.

       01  LEDGER-RECORD               PIC X(54).

       FD  CASE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS CASE-RECORD.

       01  CASE-RECORD                 PIC X(150).

       FD  TILL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TILL-RECORD.

       01  TILL-RECORD                 PIC X(100).

       FD  HISTORY-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD           PIC X(120).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD          PIC X(120).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SETTLE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DETAIL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TILL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SETTLE-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-SETTLE-EOF               VALUE 'Y'.

       01  WS-DETAIL-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-DETAIL-EOF               VALUE 'Y'.

       01  WS-PART-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.

       01  WS-LEDGER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-LEDGER-EOF               VALUE 'Y'.

       01  WS-CASE-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CASE-EOF                 VALUE 'Y'.

       01  WS-TILL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-TILL-EOF                 VALUE 'Y'.

       01  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
       01  WS-MASTER-MISSING-FLAG      PIC X(01) VALUE 'N'.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC X(02).

      **** THE COMPARISON MONTHS AND THE OLDEST MONTH KEPT ON THE
      **** HISTORY, ALL IN THE SAME YYYY-MM FORM AS WS-PERIOD.
       01  WS-PRIOR-MONTH.
           05  WS-PM-YYYY              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PM-MM                PIC 9(02).

       01  WS-PRIOR-YEAR.
           05  WS-PY-YYYY              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PY-MM                PIC 9(02).

       01  WS-OLDEST-MONTH.
           05  WS-OM-YYYY              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-OM-MM                PIC 9(02).

      **** UPDATE TARGET - THE LIVE HISTORY, OR ITS SHADOW COPY WHEN
      **** THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-HISTORY-OUT-NAME         PIC X(09) VALUE 'DFRGNHST'.

       COPY DFRUNDT.

       COPY DFSTORE.

       COPY DF02STLR.

       COPY DF35CBK.

       COPY DF35TIH.

       COPY DFRGNH.

      **** THE MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT
      **** MONTH, AS IN DF02VALU.
       01  WS-NEXT-MONTH-X.
           05  WS-NXT-YYYY             PIC 9(04).
           05  WS-NXT-MM               PIC 9(02).
           05  WS-NXT-DD               PIC 9(02).
       01  WS-NEXT-MONTH-NUMERIC       REDEFINES WS-NEXT-MONTH-X
                                       PIC 9(08).

       01  WS-MONTH-END-NUMERIC        PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-X              REDEFINES WS-MONTH-END-NUMERIC.
           05  WS-ME-YYYY              PIC X(04).
           05  WS-ME-MM                PIC X(02).
           05  WS-ME-DD                PIC X(02).

       01  WS-MONTH-END-DATE.
           05  WS-MED-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MED-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MED-DD               PIC X(02).

       01  WS-MONTH-END-DAY            PIC 9(07) VALUE ZERO.

      **** STANDARD COST IN FORCE AT THE MONTH END, BY PART.  THE
      **** MASTER IS KEPT IN PART-CODE ORDER BY DF02PMST.
       01  WS-PART-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PART-COUNT
                                       ASCENDING KEY IS WS-PRT-CODE
                                       INDEXED BY WS-PRT-IDX.
               10  WS-PRT-CODE         PIC X(08).
               10  WS-PRT-COST         PIC 9(07)V9999.

      **** ONE ENTRY PER STORE SEEN IN THE MONTH'S SOURCES OR IN THE
      **** PRIOR-MONTH / PRIOR-YEAR HISTORY.  GROUP 1 = OPEN, 2 =
      **** CLOSED, 3 = NOT ON THE STORE MASTER; THE PRINT ORDER IS
      **** GROUP, REGION, THEN NET SETTLED HIGHEST FIRST.
       01  WS-STORE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-STORE-TABLE.
           05  WS-STR-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-STORE-COUNT
                                       INDEXED BY WS-STR-IDX.
               10  WS-STR-GROUP        PIC 9(01).
               10  WS-STR-REGION       PIC X(04).
               10  WS-STR-NET          PIC S9(11)V99.
               10  WS-STR-CODE         PIC X(20).
               10  WS-STR-NAME         PIC X(30).
               10  WS-STR-STATUS       PIC X(01).
               10  WS-STR-ACTIVE-FLAG  PIC X(01).
               10  WS-STR-GROSS        PIC S9(11)V99.
               10  WS-STR-FEES         PIC S9(09)V99.
               10  WS-STR-COMMISSION   PIC S9(09)V99.
               10  WS-STR-ALLOCATED    PIC S9(11)V99.
               10  WS-STR-CHARGEBACKS  PIC S9(09)V99.
               10  WS-STR-OVER-SHORT   PIC S9(09)V99.
               10  WS-STR-PM-NET       PIC S9(11)V99.
               10  WS-STR-PY-NET       PIC S9(11)V99.

       01  WS-STR-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-CODE                PIC X(20) VALUE SPACES.

      **** HISTORY RECORDS KEPT FROM EARLIER MONTHS.
       01  WS-HIST-MAX                 PIC 9(05) VALUE 20000.
       01  WS-HIST-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-HIST-SUB                 PIC 9(05) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-RECORD          PIC X(120)
                                       OCCURS 20000 TIMES.

       01  WS-HIST-DROPPED             PIC 9(07) VALUE ZERO.
       01  WS-HIST-WRITTEN             PIC 9(07) VALUE ZERO.

       01  WS-UNIT-COST                PIC 9(07)V9999 VALUE ZERO.
       01  WS-LINE-VALUE               PIC 9(11)V99 VALUE ZERO.
       01  WS-UNCOSTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(04) VALUE ZERO.

      **** PRINT CONTROL.
       01  WS-CURRENT-GROUP            PIC 9(01) VALUE ZERO.
       01  WS-CURRENT-REGION           PIC X(04) VALUE SPACES.
       01  WS-REGION-OPEN-FLAG         PIC X(01) VALUE 'N'.
       01  WS-RANK                     PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-LABEL              PIC X(32) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZ9.

       01  WS-PCT-CURRENT              PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-PRIOR                PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT                      PIC S9(05)V9 VALUE ZERO.
       01  WS-PCT-EDIT                 PIC ---9.9.
       01  WS-PCT-TEXT                 PIC X(06) VALUE SPACES.

      **** THE THREE TOTAL AREAS SHARE ONE LAYOUT SO ANY OF THEM CAN
      **** BE MOVED TO WS-PRINT-TOTALS FOR 5300-PRINT-TOTAL-LINE.
       01  WS-REGION-TOTALS.
           05  WS-RT-STORES            PIC 9(04).
           05  WS-RT-NET               PIC S9(11)V99.
           05  WS-RT-PM-NET            PIC S9(11)V99.
           05  WS-RT-PY-NET            PIC S9(11)V99.
           05  WS-RT-COMMISSION        PIC S9(11)V99.
           05  WS-RT-ALLOCATED         PIC S9(11)V99.
           05  WS-RT-CHARGEBACKS       PIC S9(11)V99.
           05  WS-RT-OVER-SHORT        PIC S9(11)V99.

       01  WS-SECTION-TOTALS.
           05  WS-ST-STORES            PIC 9(04).
           05  WS-ST-NET               PIC S9(11)V99.
           05  WS-ST-PM-NET            PIC S9(11)V99.
           05  WS-ST-PY-NET            PIC S9(11)V99.
           05  WS-ST-COMMISSION        PIC S9(11)V99.
           05  WS-ST-ALLOCATED         PIC S9(11)V99.
           05  WS-ST-CHARGEBACKS       PIC S9(11)V99.
           05  WS-ST-OVER-SHORT        PIC S9(11)V99.

       01  WS-PRINT-TOTALS.
           05  WS-PT-STORES            PIC 9(04).
           05  WS-PT-NET               PIC S9(11)V99.
           05  WS-PT-PM-NET            PIC S9(11)V99.
           05  WS-PT-PY-NET            PIC S9(11)V99.
           05  WS-PT-COMMISSION        PIC S9(11)V99.
           05  WS-PT-ALLOCATED         PIC S9(11)V99.
           05  WS-PT-CHARGEBACKS       PIC S9(11)V99.
           05  WS-PT-OVER-SHORT        PIC S9(11)V99.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'MONTH '.
           05  PL-PERIOD               PIC X(07).
           05  FILLER                  PIC X(16) VALUE
                                       '   PRIOR MONTH '.
           05  PL-PRIOR-MONTH          PIC X(07).
           05  FILLER                  PIC X(15) VALUE
                                       '   PRIOR YEAR '.
           05  PL-PRIOR-YEAR           PIC X(07).
           05  FILLER                  PIC X(30) VALUE
                                       '   AMOUNTS IN WHOLE DOLLARS'.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'RNK'.
           05  FILLER                  PIC X(11) VALUE 'STORE'.
           05  FILLER                  PIC X(15) VALUE 'NAME'.
           05  FILLER                  PIC X(13) VALUE
                                       ' NET SETTLED'.
           05  FILLER                  PIC X(13) VALUE
                                       ' PRIOR MONTH'.
           05  FILLER                  PIC X(07) VALUE '  CHG%'.
           05  FILLER                  PIC X(13) VALUE
                                       '  PRIOR YEAR'.
           05  FILLER                  PIC X(07) VALUE '  CHG%'.
           05  FILLER                  PIC X(11) VALUE 'COMMISSION'.
           05  FILLER                  PIC X(12) VALUE 'STOCK VALUE'.
           05  FILLER                  PIC X(09) VALUE 'CHARGEBK'.
           05  FILLER                  PIC X(08) VALUE 'OVR/SHT'.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SH-TEXT                 PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-STORE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-STORE                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-NAME                 PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-NET                  PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PM-NET               PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PM-PCT               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PY-NET               PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PY-PCT               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-COMMISSION           PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-ALLOCATED            PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-CHARGEBACKS          PIC -ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-OVER-SHORT           PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-LABEL                PIC X(32).
           05  TL-NET                  PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-PM-NET               PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-PM-PCT               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-PY-NET               PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-PY-PCT               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-COMMISSION           PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-ALLOCATED            PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-CHARGEBACKS          PIC -ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-OVER-SHORT           PIC -ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SL-LABEL                PIC X(44).
           05  SL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFRGNRUP START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-SET-MONTHS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PART-COSTS THRU 1400-EXIT.

       1000-LOAD-MONTH.

           PERFORM 2100-ADD-SETTLEMENTS THRU 2100-EXIT.
           PERFORM 2200-ADD-COMMISSIONS THRU 2200-EXIT.
           PERFORM 2300-ADD-ALLOCATIONS THRU 2300-EXIT.
           PERFORM 2400-ADD-CHARGEBACKS THRU 2400-EXIT.
           PERFORM 2500-ADD-OVER-SHORT THRU 2500-EXIT.
           PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DFRGNRUP A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING ROLLED UP' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 4000-CLASSIFY-STORES THRU 4000-EXIT.

       1000-PRINT-ROLL-UP.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFRGNRUP - REGIONAL OPERATING ROLL-UP'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PERIOD              TO PL-PERIOD.
           MOVE WS-PRIOR-MONTH         TO PL-PRIOR-MONTH.
           MOVE WS-PRIOR-YEAR          TO PL-PRIOR-YEAR.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 5000-PRINT-STORES THRU 5000-EXIT.
           PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-HISTORY THRU 6000-EXIT.

           IF WS-UNKNOWN-COUNT > ZERO
              OR WS-UNCOSTED-COUNT > ZERO
              OR WS-MASTER-MISSING-FLAG = 'Y'
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFRGNRUP MONTH ROLLED UP      = ' WS-PERIOD
                                               UPON CONSOLE.
           DISPLAY 'DFRGNRUP STORES LISTED        = ' WS-STORE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRGNRUP STORES NOT ON MASTER = ' WS-UNKNOWN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRGNRUP HISTORY RECORDS OUT  = ' WS-HIST-WRITTEN
                                               UPON CONSOLE.
           DISPLAY 'DFRGNRUP END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE (1:4) TO WS-PER-YYYY
               MOVE DFRUNDT-PROCESSING-DATE (6:2) TO WS-PER-MM
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DFRGNHSTS'     TO WS-HISTORY-OUT-NAME
                   DISPLAY 'DFRGNRUP SIMULATION - HISTORY GOES TO '
                           'ITS SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DFRGNRUP NO RUN CONTROL SET - USING SYSTEM '
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

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

      **** PRIOR MONTH, SAME MONTH LAST YEAR, THE OLDEST MONTH THE
      **** HISTORY KEEPS (24 BACK) AND THE MONTH END FOR COSTING.
       1300-SET-MONTHS.

           MOVE WS-PER-YYYY            TO WS-PM-YYYY.
           MOVE WS-PER-MM              TO WS-PM-MM.

           IF WS-PM-MM = 1
               SUBTRACT 1               FROM WS-PM-YYYY
               MOVE 12                  TO WS-PM-MM
           ELSE
               SUBTRACT 1               FROM WS-PM-MM
           END-IF.

           MOVE WS-PER-YYYY            TO WS-PY-YYYY.
           MOVE WS-PER-MM              TO WS-PY-MM.
           SUBTRACT 1                  FROM WS-PY-YYYY.

           MOVE WS-PER-YYYY            TO WS-OM-YYYY.
           MOVE WS-PER-MM              TO WS-OM-MM.
           SUBTRACT 2                  FROM WS-OM-YYYY.

           MOVE WS-PER-YYYY            TO WS-NXT-YYYY.
           MOVE WS-PER-MM              TO WS-NXT-MM.
           MOVE 1                      TO WS-NXT-DD.

           IF WS-NXT-MM = 12
               ADD 1                    TO WS-NXT-YYYY
               MOVE 1                   TO WS-NXT-MM
           ELSE
               ADD 1                    TO WS-NXT-MM
           END-IF.

           COMPUTE WS-MONTH-END-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUMERIC) - 1.
           COMPUTE WS-MONTH-END-NUMERIC =
                   FUNCTION DATE-OF-INTEGER (WS-MONTH-END-DAY).

           MOVE WS-ME-YYYY             TO WS-MED-YYYY.
           MOVE WS-ME-MM               TO WS-MED-MM.
           MOVE WS-ME-DD               TO WS-MED-DD.

       1300-EXIT. EXIT.

       1400-LOAD-PART-COSTS.

           OPEN INPUT PART-FILE.

           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO PART MASTER - ALLOCATED STOCK '
                       'CANNOT BE VALUED' UPON CONSOLE
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PART-EOF
               READ PART-FILE
                   AT END
                       SET WS-PART-EOF TO TRUE
                   NOT AT END
                       IF WS-PART-COUNT < 2000
                           ADD 1 TO WS-PART-COUNT
                           PERFORM 1410-STORE-PART THRU 1410-EXIT
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PART-FILE.

       1400-EXIT. EXIT.

      **** A PENDING COST DATED ON OR BEFORE THE MONTH END IS THE
      **** COST IN FORCE THEN, THE SAME RULE AS DF02VALU.
       1410-STORE-PART.

           MOVE PR-PART-CODE           TO WS-PRT-CODE (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-COST (WS-PART-COUNT).

           IF PR-STANDARD-COST NUMERIC
               MOVE PR-STANDARD-COST    TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

           IF PR-PENDING-EFFECTIVE NOT = SPACES
              AND PR-PENDING-EFFECTIVE NOT > WS-MONTH-END-DATE
              AND PR-PENDING-COST NUMERIC
               MOVE PR-PENDING-COST     TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

       1410-EXIT. EXIT.

       2100-ADD-SETTLEMENTS.

           OPEN INPUT SETTLEMENT-FILE.

           IF WS-SETTLE-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO DF35PROC SETTLEMENT DETAIL - '
                       'SETTLEMENTS TAKEN AS ZERO' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-SETTLE-EOF
               READ SETTLEMENT-FILE
                   AT END
                       SET WS-SETTLE-EOF TO TRUE
                   NOT AT END
                       IF PD-SETTLE-DATE (1:7) = WS-PERIOD
                           MOVE PD-STORE-CODE TO WS-FIND-CODE
                           PERFORM 2900-FIND-STORE THRU 2900-EXIT
                           IF WS-STR-SUB > ZERO
                               PERFORM 2110-POST-SETTLEMENT
                                   THRU 2110-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SETTLEMENT-FILE.

       2100-EXIT. EXIT.

       2110-POST-SETTLEMENT.

           IF PD-GROSS-AMOUNT NUMERIC
               ADD PD-GROSS-AMOUNT      TO WS-STR-GROSS (WS-STR-SUB)
           END-IF.

           IF PD-FEE-DEDUCTED NUMERIC
               ADD PD-FEE-DEDUCTED      TO WS-STR-FEES (WS-STR-SUB)
           END-IF.

           MOVE 'Y'                    TO WS-STR-ACTIVE-FLAG
                                                      (WS-STR-SUB).

       2110-EXIT. EXIT.

       2200-ADD-COMMISSIONS.

           OPEN INPUT DETAIL-FILE.

           IF WS-DETAIL-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO DF42CDTL COMMISSION DETAIL - '
                       'COMMISSION TAKEN AS ZERO' UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-DETAIL-EOF
               READ DETAIL-FILE
                   AT END
                       SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       IF CD-STORE NOT = SPACES
                          AND CD-COMMISSION NUMERIC
                           MOVE CD-STORE TO WS-FIND-CODE
                           PERFORM 2900-FIND-STORE THRU 2900-EXIT
                           IF WS-STR-SUB > ZERO
                               ADD CD-COMMISSION
                                   TO WS-STR-COMMISSION (WS-STR-SUB)
                               MOVE 'Y'
                                   TO WS-STR-ACTIVE-FLAG (WS-STR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DETAIL-FILE.

       2200-EXIT. EXIT.

       2300-ADD-ALLOCATIONS.

           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO DF02STLG STOCK LEDGER - '
                       'ALLOCATED STOCK TAKEN AS ZERO' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE        INTO DF02-STORE-LEDGER-RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF DF02-STL-ALLOCATED
                          AND DF02-STL-DATE (1:7) = WS-PERIOD
                          AND DF02-STL-QUANTITY NUMERIC
                           PERFORM 2310-VALUE-ONE-ALLOCATION
                               THRU 2310-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEDGER-FILE.

       2300-EXIT. EXIT.

       2310-VALUE-ONE-ALLOCATION.

           MOVE ZERO                   TO WS-UNIT-COST.

           IF WS-PART-COUNT > ZERO
               SEARCH ALL WS-PRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRT-CODE (WS-PRT-IDX) = DF02-STL-PART
                       MOVE WS-PRT-COST (WS-PRT-IDX) TO WS-UNIT-COST
               END-SEARCH
           END-IF.

           IF WS-UNIT-COST = ZERO
               ADD 1                    TO WS-UNCOSTED-COUNT
           END-IF.

           COMPUTE WS-LINE-VALUE ROUNDED =
                       DF02-STL-QUANTITY * WS-UNIT-COST.

           MOVE DF02-STL-STORE         TO WS-FIND-CODE.
           PERFORM 2900-FIND-STORE THRU 2900-EXIT.

           IF WS-STR-SUB > ZERO
               ADD WS-LINE-VALUE        TO WS-STR-ALLOCATED
                                                      (WS-STR-SUB)
               MOVE 'Y'                 TO WS-STR-ACTIVE-FLAG
                                                      (WS-STR-SUB)
           END-IF.

       2310-EXIT. EXIT.

       2400-ADD-CHARGEBACKS.

           OPEN INPUT CASE-FILE.

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO DF35CBCS CASE FILE - '
                       'CHARGEBACKS TAKEN AS ZERO' UPON CONSOLE
               GO TO 2400-EXIT
           END-IF.

           PERFORM UNTIL WS-CASE-EOF
               READ CASE-FILE          INTO CHARGEBACK-RECORD
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF CB-CHARGEBACK
                          AND CB-RECEIVED-DATE (1:7) = WS-PERIOD
                          AND CB-AMOUNT NUMERIC
                           MOVE CB-STORE-CODE TO WS-FIND-CODE
                           PERFORM 2900-FIND-STORE THRU 2900-EXIT
                           IF WS-STR-SUB > ZERO
                               ADD CB-AMOUNT
                                   TO WS-STR-CHARGEBACKS (WS-STR-SUB)
                               MOVE 'Y'
                                   TO WS-STR-ACTIVE-FLAG (WS-STR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASE-FILE.

       2400-EXIT. EXIT.

       2500-ADD-OVER-SHORT.

           OPEN INPUT TILL-FILE.

           IF WS-TILL-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO DF35TIHS TILL HISTORY - '
                       'OVER/SHORT TAKEN AS ZERO' UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-TILL-EOF
               READ TILL-FILE          INTO TILL-HISTORY-RECORD
                   AT END
                       SET WS-TILL-EOF TO TRUE
                   NOT AT END
                       IF TH-COUNT-DATE (1:7) = WS-PERIOD
                          AND TH-OVER-SHORT NUMERIC
                           MOVE TH-STORE-CODE TO WS-FIND-CODE
                           PERFORM 2900-FIND-STORE THRU 2900-EXIT
                           IF WS-STR-SUB > ZERO
                               ADD TH-OVER-SHORT
                                   TO WS-STR-OVER-SHORT (WS-STR-SUB)
                               MOVE 'Y'
                                   TO WS-STR-ACTIVE-FLAG (WS-STR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TILL-FILE.

       2500-EXIT. EXIT.

      **** FINDS THE STORE IN WS-FIND-CODE, ADDING IT WHEN NEW.  THE
      **** DF35 FILES CARRY AN X(08) CODE, SPACE-PADDED BY THE MOVE,
      **** SO IT MATCHES THE X(20) CODE OF THE OTHER SYSTEMS.
      **** WS-STR-SUB IS ZERO WHEN THE TABLE IS FULL.
       2900-FIND-STORE.

           MOVE ZERO                   TO WS-STR-SUB.

           IF WS-STORE-COUNT > ZERO
               SET WS-STR-IDX           TO 1
               SEARCH WS-STR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STR-CODE (WS-STR-IDX) = WS-FIND-CODE
                       SET WS-STR-SUB   TO WS-STR-IDX
               END-SEARCH
           END-IF.

           IF WS-STR-SUB > ZERO
               GO TO 2900-EXIT
           END-IF.

           IF WS-STORE-COUNT NOT < 1000
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2900-EXIT
           END-IF.

           ADD 1                       TO WS-STORE-COUNT.
           MOVE WS-STORE-COUNT         TO WS-STR-SUB.
           INITIALIZE WS-STR-ENTRY (WS-STR-SUB).
           MOVE WS-FIND-CODE           TO WS-STR-CODE (WS-STR-SUB).
           MOVE 'N'                    TO WS-STR-ACTIVE-FLAG
                                                      (WS-STR-SUB).

       2900-EXIT. EXIT.

      **** THE HISTORY IS LOADED WHOLE, LESS THE MONTH BEING ROLLED
      **** UP (IT IS REPLACED) AND ANYTHING OLDER THAN 24 MONTHS BACK,
      **** AND REWRITTEN AT THE END.  THE PRIOR-MONTH AND PRIOR-YEAR
      **** RECORDS ARE POSTED TO THE STORE TABLE AS THEY GO BY.
       3000-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP NO REGIONAL HISTORY - STARTING A '
                       'NEW ONE' UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-IN-FILE    INTO REGION-HISTORY-RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-KEEP-ONE-HISTORY THRU 3100-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

       3000-EXIT. EXIT.

       3100-KEEP-ONE-HISTORY.

           IF RG-MONTH = WS-PERIOD
              OR RG-MONTH < WS-OLDEST-MONTH
               ADD 1                    TO WS-HIST-DROPPED
               GO TO 3100-EXIT
           END-IF.

           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1                    TO WS-HIST-COUNT
               MOVE REGION-HISTORY-RECORD
                   TO WS-HIST-RECORD (WS-HIST-COUNT)
           ELSE
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 3100-EXIT
           END-IF.

           IF RG-MONTH NOT = WS-PRIOR-MONTH
              AND RG-MONTH NOT = WS-PRIOR-YEAR
               GO TO 3100-EXIT
           END-IF.

           MOVE RG-STORE-CODE          TO WS-FIND-CODE.
           PERFORM 2900-FIND-STORE THRU 2900-EXIT.

           IF WS-STR-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.

           IF RG-MONTH = WS-PRIOR-MONTH
               COMPUTE WS-STR-PM-NET (WS-STR-SUB) =
                       WS-STR-PM-NET (WS-STR-SUB)
                     + RG-SETTLED-GROSS - RG-PROCESSOR-FEES
           ELSE
               COMPUTE WS-STR-PY-NET (WS-STR-SUB) =
                       WS-STR-PY-NET (WS-STR-SUB)
                     + RG-SETTLED-GROSS - RG-PROCESSOR-FEES
           END-IF.

       3100-EXIT. EXIT.

       4000-CLASSIFY-STORES.

           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                       UNTIL WS-STR-SUB > WS-STORE-COUNT
               PERFORM 4100-CLASSIFY-ONE-STORE THRU 4100-EXIT
           END-PERFORM.

           IF WS-MASTER-MISSING-FLAG = 'Y'
               DISPLAY 'DFRGNRUP NO STORE MASTER - STORES CANNOT BE '
                       'PLACED IN REGIONS' UPON CONSOLE
           END-IF.

           IF WS-STORE-COUNT > ZERO
               SORT WS-STR-ENTRY
                   ASCENDING KEY WS-STR-GROUP WS-STR-REGION
                   DESCENDING KEY WS-STR-NET
                   ASCENDING KEY WS-STR-CODE
           END-IF.

       4000-EXIT. EXIT.

      **** RETURN CODE '91' MEANS NO MASTER COULD BE LOADED, SO THE
      **** STORE IS NOT FLAGGED - IT IS LISTED AS OPEN, REGION ????.
       4100-CLASSIFY-ONE-STORE.

           COMPUTE WS-STR-NET (WS-STR-SUB) =
                   WS-STR-GROSS (WS-STR-SUB) - WS-STR-FEES (WS-STR-SUB).

           MOVE WS-STR-CODE (WS-STR-SUB) TO DFSTOR-STORE-CODE.

           CALL 'DFSTRCHK'            USING DFSTOR-CONTROL-RECORD.

           IF DFSTOR-RETURN-CODE NOT = '00'
               MOVE 'Y'                 TO WS-MASTER-MISSING-FLAG
               MOVE 1                   TO WS-STR-GROUP (WS-STR-SUB)
               MOVE '????'              TO WS-STR-REGION (WS-STR-SUB)
               MOVE 'O'                 TO WS-STR-STATUS (WS-STR-SUB)
               GO TO 4100-EXIT
           END-IF.

           IF DFSTOR-NOT-FOUND
               ADD 1                    TO WS-UNKNOWN-COUNT
               MOVE 3                   TO WS-STR-GROUP (WS-STR-SUB)
               MOVE SPACES              TO WS-STR-REGION (WS-STR-SUB)
               MOVE 'NOT ON MASTER'     TO WS-STR-NAME (WS-STR-SUB)
               DISPLAY 'DFRGNRUP STORE NOT ON MASTER = '
                       WS-STR-CODE (WS-STR-SUB) UPON CONSOLE
               GO TO 4100-EXIT
           END-IF.

           MOVE DFSTOR-STORE-NAME      TO WS-STR-NAME (WS-STR-SUB).
           MOVE DFSTOR-REGION          TO WS-STR-REGION (WS-STR-SUB).
           MOVE DFSTOR-STORE-STATUS    TO WS-STR-STATUS (WS-STR-SUB).

           IF DFSTOR-STORE-CLOSED
               MOVE 2                   TO WS-STR-GROUP (WS-STR-SUB)
           ELSE
               MOVE 1                   TO WS-STR-GROUP (WS-STR-SUB)
           END-IF.

       4100-EXIT. EXIT.

       5000-PRINT-STORES.

           MOVE ZERO                   TO WS-CURRENT-GROUP.
           MOVE 'N'                    TO WS-REGION-OPEN-FLAG.

           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                       UNTIL WS-STR-SUB > WS-STORE-COUNT
               PERFORM 5100-PRINT-ONE-STORE THRU 5100-EXIT
           END-PERFORM.

           IF WS-CURRENT-GROUP NOT = ZERO
               PERFORM 5250-END-REGION THRU 5250-EXIT
               PERFORM 5280-END-SECTION THRU 5280-EXIT
           END-IF.

       5000-EXIT. EXIT.

      **** OPEN STORES ARE RANKED WITHIN THEIR REGION; CLOSED STORES
      **** KEEP THE REGION HEADINGS BUT NO RANK OR REGION TOTAL.
       5100-PRINT-ONE-STORE.

           IF WS-STR-GROUP (WS-STR-SUB) NOT = WS-CURRENT-GROUP
               IF WS-CURRENT-GROUP NOT = ZERO
                   PERFORM 5250-END-REGION THRU 5250-EXIT
                   PERFORM 5280-END-SECTION THRU 5280-EXIT
               END-IF
               PERFORM 5150-START-SECTION THRU 5150-EXIT
           END-IF.

           IF WS-CURRENT-GROUP NOT = 3
              AND (WS-REGION-OPEN-FLAG = 'N'
                OR WS-STR-REGION (WS-STR-SUB) NOT = WS-CURRENT-REGION)
               PERFORM 5250-END-REGION THRU 5250-EXIT
               PERFORM 5200-START-REGION THRU 5200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-STORE-LINE.

           IF WS-CURRENT-GROUP = 1
               ADD 1                    TO WS-RANK
               MOVE WS-RANK             TO SD-RANK
           END-IF.

           MOVE WS-STR-CODE (WS-STR-SUB)        TO SD-STORE.
           MOVE WS-STR-NAME (WS-STR-SUB)        TO SD-NAME.
           MOVE WS-STR-NET (WS-STR-SUB)         TO SD-NET.
           MOVE WS-STR-PM-NET (WS-STR-SUB)      TO SD-PM-NET.
           MOVE WS-STR-PY-NET (WS-STR-SUB)      TO SD-PY-NET.
           MOVE WS-STR-COMMISSION (WS-STR-SUB)  TO SD-COMMISSION.
           MOVE WS-STR-ALLOCATED (WS-STR-SUB)   TO SD-ALLOCATED.
           MOVE WS-STR-CHARGEBACKS (WS-STR-SUB) TO SD-CHARGEBACKS.
           MOVE WS-STR-OVER-SHORT (WS-STR-SUB)  TO SD-OVER-SHORT.

           MOVE WS-STR-NET (WS-STR-SUB)    TO WS-PCT-CURRENT.
           MOVE WS-STR-PM-NET (WS-STR-SUB) TO WS-PCT-PRIOR.
           PERFORM 5400-COMPUTE-PCT THRU 5400-EXIT.
           MOVE WS-PCT-TEXT            TO SD-PM-PCT.

           MOVE WS-STR-PY-NET (WS-STR-SUB) TO WS-PCT-PRIOR.
           PERFORM 5400-COMPUTE-PCT THRU 5400-EXIT.
           MOVE WS-PCT-TEXT            TO SD-PY-PCT.

           MOVE WS-STORE-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD 1                       TO WS-RT-STORES.
           ADD WS-STR-NET (WS-STR-SUB)         TO WS-RT-NET.
           ADD WS-STR-PM-NET (WS-STR-SUB)      TO WS-RT-PM-NET.
           ADD WS-STR-PY-NET (WS-STR-SUB)      TO WS-RT-PY-NET.
           ADD WS-STR-COMMISSION (WS-STR-SUB)  TO WS-RT-COMMISSION.
           ADD WS-STR-ALLOCATED (WS-STR-SUB)   TO WS-RT-ALLOCATED.
           ADD WS-STR-CHARGEBACKS (WS-STR-SUB) TO WS-RT-CHARGEBACKS.
           ADD WS-STR-OVER-SHORT (WS-STR-SUB)  TO WS-RT-OVER-SHORT.

           ADD 1                       TO WS-ST-STORES.
           ADD WS-STR-NET (WS-STR-SUB)         TO WS-ST-NET.
           ADD WS-STR-PM-NET (WS-STR-SUB)      TO WS-ST-PM-NET.
           ADD WS-STR-PY-NET (WS-STR-SUB)      TO WS-ST-PY-NET.
           ADD WS-STR-COMMISSION (WS-STR-SUB)  TO WS-ST-COMMISSION.
           ADD WS-STR-ALLOCATED (WS-STR-SUB)   TO WS-ST-ALLOCATED.
           ADD WS-STR-CHARGEBACKS (WS-STR-SUB) TO WS-ST-CHARGEBACKS.
           ADD WS-STR-OVER-SHORT (WS-STR-SUB)  TO WS-ST-OVER-SHORT.

       5100-EXIT. EXIT.

       5150-START-SECTION.

           MOVE WS-STR-GROUP (WS-STR-SUB) TO WS-CURRENT-GROUP.
           MOVE 'N'                    TO WS-REGION-OPEN-FLAG.
           INITIALIZE WS-SECTION-TOTALS.
           INITIALIZE WS-REGION-TOTALS.

           MOVE SPACES                 TO SH-TEXT.

           EVALUATE WS-CURRENT-GROUP
               WHEN 1
                   MOVE
                       'OPEN STORES - RANKED BY NET SETTLED IN REGION'
                                        TO SH-TEXT
               WHEN 2
                   MOVE 'CLOSED STORES - NOT IN THE REGION TOTALS'
                                        TO SH-TEXT
               WHEN OTHER
                   MOVE 'STORES NOT ON THE DFSTORMF STORE MASTER'
                                        TO SH-TEXT
           END-EVALUATE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5150-EXIT. EXIT.

       5200-START-REGION.

           MOVE WS-STR-REGION (WS-STR-SUB) TO WS-CURRENT-REGION.
           MOVE 'Y'                    TO WS-REGION-OPEN-FLAG.
           MOVE ZERO                   TO WS-RANK.
           INITIALIZE WS-REGION-TOTALS.

           MOVE SPACES                 TO SH-TEXT.
           STRING 'REGION ' WS-CURRENT-REGION
                  DELIMITED BY SIZE
                  INTO SH-TEXT
           END-STRING.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5200-EXIT. EXIT.

      **** ONLY OPEN-STORE REGIONS CARRY A TOTAL.
       5250-END-REGION.

           IF WS-REGION-OPEN-FLAG NOT = 'Y'
               GO TO 5250-EXIT
           END-IF.

           MOVE 'N'                    TO WS-REGION-OPEN-FLAG.

           IF WS-CURRENT-GROUP NOT = 1
               GO TO 5250-EXIT
           END-IF.

           MOVE SPACES                 TO WS-TOTAL-LABEL.
           STRING 'REGION '            DELIMITED BY SIZE
                  WS-CURRENT-REGION    DELIMITED BY SPACE
                  ' TOTAL'             DELIMITED BY SIZE
                  INTO WS-TOTAL-LABEL
           END-STRING.

           MOVE WS-REGION-TOTALS       TO WS-PRINT-TOTALS.
           PERFORM 5300-PRINT-TOTAL-LINE THRU 5300-EXIT.

       5250-EXIT. EXIT.

       5280-END-SECTION.

           MOVE SPACES                 TO WS-TOTAL-LABEL.

           EVALUATE WS-CURRENT-GROUP
               WHEN 1
                   MOVE 'ALL OPEN STORES TOTAL' TO WS-TOTAL-LABEL
               WHEN 2
                   MOVE 'CLOSED STORES TOTAL'   TO WS-TOTAL-LABEL
               WHEN OTHER
                   MOVE 'NOT ON MASTER TOTAL'   TO WS-TOTAL-LABEL
           END-EVALUATE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-SECTION-TOTALS      TO WS-PRINT-TOTALS.
           PERFORM 5300-PRINT-TOTAL-LINE THRU 5300-EXIT.

       5280-EXIT. EXIT.

       5300-PRINT-TOTAL-LINE.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE WS-PT-STORES           TO WS-COUNT-EDIT.
           STRING WS-TOTAL-LABEL DELIMITED BY '  '
                  ' (' WS-COUNT-EDIT ')'
                  DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.

           MOVE WS-PT-NET              TO TL-NET.
           MOVE WS-PT-PM-NET           TO TL-PM-NET.
           MOVE WS-PT-PY-NET           TO TL-PY-NET.
           MOVE WS-PT-COMMISSION       TO TL-COMMISSION.
           MOVE WS-PT-ALLOCATED        TO TL-ALLOCATED.
           MOVE WS-PT-CHARGEBACKS      TO TL-CHARGEBACKS.
           MOVE WS-PT-OVER-SHORT       TO TL-OVER-SHORT.

           MOVE WS-PT-NET              TO WS-PCT-CURRENT.
           MOVE WS-PT-PM-NET           TO WS-PCT-PRIOR.
           PERFORM 5400-COMPUTE-PCT THRU 5400-EXIT.
           MOVE WS-PCT-TEXT            TO TL-PM-PCT.

           MOVE WS-PT-PY-NET           TO WS-PCT-PRIOR.
           PERFORM 5400-COMPUTE-PCT THRU 5400-EXIT.
           MOVE WS-PCT-TEXT            TO TL-PY-PCT.

           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5300-EXIT. EXIT.

      **** CHANGE ON THE PRIOR PERIOD AS A PERCENTAGE.  NO PRIOR
      **** SETTLEMENT SHOWS NEW (OR NOTHING IF THERE IS NONE NOW
      **** EITHER); A CHANGE TOO LARGE TO PRINT SHOWS ASTERISKS.
       5400-COMPUTE-PCT.

           MOVE SPACES                 TO WS-PCT-TEXT.

           IF WS-PCT-PRIOR NOT > ZERO
               IF WS-PCT-CURRENT > ZERO
                   MOVE '   NEW'        TO WS-PCT-TEXT
               END-IF
               GO TO 5400-EXIT
           END-IF.

           COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-CURRENT - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
               ON SIZE ERROR
                   MOVE 9999            TO WS-PCT
           END-COMPUTE.

           IF WS-PCT > 999.9 OR WS-PCT < -999.9
               MOVE ' *****'            TO WS-PCT-TEXT
           ELSE
               MOVE WS-PCT              TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT         TO WS-PCT-TEXT
           END-IF.

       5400-EXIT. EXIT.

       6000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'DFRGNRUP HISTORY FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE WS-HIST-RECORD (WS-HIST-SUB) TO HISTORY-OUT-RECORD
               WRITE HISTORY-OUT-RECORD
               ADD 1                    TO WS-HIST-WRITTEN
           END-PERFORM.

           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                       UNTIL WS-STR-SUB > WS-STORE-COUNT
               IF WS-STR-ACTIVE-FLAG (WS-STR-SUB) = 'Y'
                   PERFORM 6100-WRITE-CURRENT-MONTH THRU 6100-EXIT
               END-IF
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       6000-EXIT. EXIT.

       6100-WRITE-CURRENT-MONTH.

           MOVE SPACES                 TO REGION-HISTORY-RECORD.
           MOVE WS-PERIOD              TO RG-MONTH.
           MOVE WS-STR-CODE (WS-STR-SUB)        TO RG-STORE-CODE.
           MOVE WS-STR-REGION (WS-STR-SUB)      TO RG-REGION.
           MOVE WS-STR-STATUS (WS-STR-SUB)      TO RG-STORE-STATUS.
           MOVE WS-STR-GROSS (WS-STR-SUB)       TO RG-SETTLED-GROSS.
           MOVE WS-STR-FEES (WS-STR-SUB)        TO RG-PROCESSOR-FEES.
           MOVE WS-STR-COMMISSION (WS-STR-SUB)  TO RG-COMMISSION.
           MOVE WS-STR-ALLOCATED (WS-STR-SUB)   TO RG-ALLOCATED-VALUE.
           MOVE WS-STR-CHARGEBACKS (WS-STR-SUB) TO RG-CHARGEBACKS.
           MOVE WS-STR-OVER-SHORT (WS-STR-SUB)  TO RG-OVER-SHORT.

           MOVE REGION-HISTORY-RECORD  TO HISTORY-OUT-RECORD.
           WRITE HISTORY-OUT-RECORD.
           ADD 1                       TO WS-HIST-WRITTEN.

       6100-EXIT. EXIT.

       7000-WRITE-SUMMARY.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'STORES LISTED'        TO SL-LABEL.
           MOVE WS-STORE-COUNT         TO SL-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'STORES NOT ON THE STORE MASTER' TO SL-LABEL.
           MOVE WS-UNKNOWN-COUNT       TO SL-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'ALLOCATION LINES WITH NO STANDARD COST'
                                        TO SL-LABEL.
           MOVE WS-UNCOSTED-COUNT      TO SL-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-MASTER-MISSING-FLAG = 'Y'
               MOVE SPACES              TO WS-SUMMARY-LINE
               MOVE 'NO STORE MASTER - REGIONS SHOWN AS ????'
                                        TO SL-LABEL
               MOVE WS-SUMMARY-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
