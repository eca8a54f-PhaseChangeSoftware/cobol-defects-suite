       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFGLRECN.

      *REMARKS:    NIGHTLY SUBLEDGER-TO-GENERAL-LEDGER RECONCILIATION.
      *            TOTALS THE RECEIVABLE, PREMIUM RECEIVABLE, REFUND
      *            CHECK AND UNAPPLIED CASH SUBLEDGERS AND PROVES EACH
      *            AGAINST ITS DFGLFILE CONTROL ACCOUNTS.

      ******************************************************************
      ****   NOTHING PROVED THAT THE DETAIL FILES AGREED WITH THE   ****
      ****   CONTROL ACCOUNTS, SO A DRIFT SURFACED ONLY AT AUDIT.   ****
      ****   EACH NIGHT THIS RUN TOTALS FOUR SUBLEDGERS:            ****
      ****                                                          ****
      ****     DF29BALF  CUSTOMER BALANCES (SIGNED)                 ****
      ****     DF26RCVB  DF26PREC OPEN PREMIUM ITEMS (OPEN AMOUNT)  ****
      ****     DF29CREG  REFUND CHECKS STILL OUTSTANDING (STATUS I) ****
      ****     DF29UNAP  UNAPPLIED CASH                             ****
      ****                                                          ****
      ****   THE DFGLRCMP MAPPING CARDS NAME THE CONTROL ACCOUNT(S) ****
      ****   FOR EACH SUBLEDGER.  THE CONTROL BALANCE IS EVERY      ****
      ****   DFGLFILE POSTING TO THOSE ACCOUNTS DATED ON OR BEFORE  ****
      ****   THE PROCESSING DATE, IN THE ACCOUNT'S NORMAL BALANCE   ****
      ****   DIRECTION (DEBIT FOR ASSET AND EXPENSE ACCOUNTS ON     ****
      ****   DFGLCOA, CREDIT FOR EVERYTHING ELSE).                  ****
      ****                                                          ****
      ****   THE DFGLRCNH HISTORY KEEPS EACH SUBLEDGER'S NIGHTLY    ****
      ****   FIGURES BACK TO THE LAST NIGHT IT BALANCED.  WHEN A    ****
      ****   SUBLEDGER IS OUT, THE REPORT BREAKS THE DIFFERENCE     ****
      ****   DOWN BY RUN DATE SINCE THEN - THE PART OF IT THAT      ****
      ****   FIRST APPEARED EACH NIGHT, WITH THE SUBLEDGER MOVEMENT ****
      ****   BESIDE THE GL POSTINGS DATED IN THAT WINDOW AND, FOR   ****
      ****   DF29BALF, THE POSTED/CREDITED/REAPPLY ACTIVITY TRACED  ****
      ****   ON THE DF29LINF LINEAGE FILE - SO THE HUNT STARTS ON   ****
      ****   THE RIGHT DAY.  THE 'OUT OF BALANCE' AND 'NOT          ****
      ****   RECONCILED' LINES ON DFGLRPTA ARE PICKED UP BY THE     ****
      ****   DFMORN MORNING DIGEST.  RETURN CODE 4 WHEN ANY         ****
      ****   SUBLEDGER IS OUT OR COULD NOT BE RECONCILED.           ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************
      ****   DF29BALF LINEAGE EVENTS WRITTEN BY DF29BALA CARRY THE  ****
      ****   DIRECTION OF THE AMOUNT, SO EVERY REASON THE ROUTINE   ****
      ****   LOGS (PAYMENT, FINCHG, WRITEOFF, ESCHEAT, MERGEIN ...) ****
      ****   NOW COUNTS TOWARD THE LINEAGE WINDOW.  OLDER EVENTS    ****
      ****   WITH A BLANK DIRECTION ARE STILL SIGNED BY ACTION.     ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAP-FILE         ASSIGN TO DFGLRCMP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MAP-STATUS.

           SELECT CHART-FILE       ASSIGN TO DFGLCOA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHART-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RCVB-FILE        ASSIGN TO DF26RCVB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RCVB-STATUS.

           SELECT REGISTER-FILE    ASSIGN TO DF29CREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT UNAPPLIED-FILE   ASSIGN TO DF29UNAP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT LINEAGE-FILE     ASSIGN TO DF29LINF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT GL-FILE          ASSIGN TO DFGLFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GL-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DFGLRCNH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO DFGLRCNH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFGLRPTA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      **** COL 1-8   SUBLEDGER (DF29BALF, DF26RCVB, DF29CREG OR
      ****           DF29UNAP)
      **** COL 9-16  DFGLCOA CONTROL ACCOUNT - ONE CARD PER ACCOUNT
       FD  MAP-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS MAP-RECORD.

       01  MAP-RECORD.
           05  RM-SUBLEDGER             PIC X(08).
           05  RM-ACCOUNT               PIC X(08).

       FD  CHART-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CHART-RECORD.

       01  CHART-RECORD.
           05  CA-ACCOUNT               PIC X(08).
           05  CA-DESCRIPTION           PIC X(30).
           05  CA-TYPE                  PIC X(01).
           05  CA-ACTIVE-FLAG           PIC X(01).

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  RCVB-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RCVB-RECORD.

       01  RCVB-RECORD.
           05  RV-COMPANY-CODE          PIC X(03).
           05  RV-POLICY-NUMBER         PIC X(12).
           05  RV-BILLED-DATE           PIC X(10).
           05  RV-BILLED-AMOUNT         PIC 9(07)V99.
           05  RV-OPEN-AMOUNT           PIC 9(07)V99.

       FD  REGISTER-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-RECORD.

       01  REGISTER-RECORD.
           05  RG-CHECK-NUMBER          PIC 9(08).
           05  RG-CHECK-DATE            PIC X(10).
           05  RG-CUST-NUMBER           PIC X(10).
           05  RG-AMOUNT                PIC 9(09)V99.
           05  RG-STATUS                PIC X(01).
               88  RG-ISSUED                VALUE 'I'.
           05  RG-PPAY-SENT             PIC X(01).
           05  RG-PAID-DATE             PIC X(10).
           05  FILLER                   PIC X(11).

       FD  UNAPPLIED-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS UNAPPLIED-RECORD.

       01  UNAPPLIED-RECORD.
           05  UA-PAYMENT-DATE          PIC X(10).
           05  UA-CHECK-NUMBER          PIC X(10).
           05  UA-CUST-NUMBER           PIC X(10).
           05  UA-AMOUNT                PIC 9(09)V99.
           05  UA-REASON                PIC X(30).
           05  FILLER                   PIC X(01).

       FD  LINEAGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-LIN-RECORD.

       COPY DF29LIN.

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

      **** ONE RECORD PER SUBLEDGER PER NIGHTLY RUN, KEPT BACK TO
      **** THE LAST RUN THAT SUBLEDGER BALANCED.
       FD  HISTORY-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD.
           05  RH-SUBLEDGER             PIC X(08).
           05  RH-RUN-DATE              PIC X(10).
           05  RH-SUB-TOTAL             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RH-GL-BALANCE            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RH-DIFFERENCE            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(20).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD.
           05  RHO-SUBLEDGER            PIC X(08).
           05  RHO-RUN-DATE             PIC X(10).
           05  RHO-SUB-TOTAL            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RHO-GL-BALANCE           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  RHO-DIFFERENCE           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(20).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CHART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RCVB-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-UNAPPLIED-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LINEAGE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-EOF                      VALUE 'Y'.

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

      **** THE FOUR SUBLEDGERS, IN REPORT ORDER.
       01  WS-SUBLEDGER-NAMES.
           05  FILLER                  PIC X(08) VALUE 'DF29BALF'.
           05  FILLER                  PIC X(08) VALUE 'DF26RCVB'.
           05  FILLER                  PIC X(08) VALUE 'DF29CREG'.
           05  FILLER                  PIC X(08) VALUE 'DF29UNAP'.

       01  WS-SUBLEDGER-NAME-TABLE     REDEFINES WS-SUBLEDGER-NAMES.
           05  WS-SUBLEDGER-NAME       PIC X(08) OCCURS 4 TIMES.

       01  WS-SUBLEDGER-TABLE.
           05  WS-SUB-ENTRY            OCCURS 4 TIMES.
               10  WS-SUB-PRESENT      PIC X(01).
               10  WS-SUB-MAPPED       PIC X(01).
               10  WS-SUB-TOTAL        PIC S9(11)V99.
               10  WS-SUB-GL           PIC S9(11)V99.
               10  WS-SUB-DIFF         PIC S9(11)V99.
               10  WS-SUB-STATUS       PIC X(30).

       01  WS-SUB-IDX                  PIC 9(01) VALUE ZERO.
       01  WS-LOOKUP-SUB               PIC X(08) VALUE SPACES.

       01  WS-CHART-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-CHART-TABLE.
           05  WS-COA-ENTRY            OCCURS 200 TIMES.
               10  WS-COA-ACCOUNT      PIC X(08).
               10  WS-COA-TYPE         PIC X(01).

       01  WS-COA-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-MAP-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY            OCCURS 40 TIMES.
               10  WS-MAP-ACCOUNT      PIC X(08).
               10  WS-MAP-SUB-IDX      PIC 9(01).
               10  WS-MAP-DEBIT-NORMAL PIC X(01).

       01  WS-MAP-SUB                  PIC 9(02) VALUE ZERO.

       01  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HST-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-HIST-COUNT
                                       ASCENDING KEY IS WS-HST-KEY
                                       INDEXED BY WS-HST-IDX.
               10  WS-HST-KEY.
                   15  WS-HST-SUBLEDGER PIC X(08).
                   15  WS-HST-RUN-DATE PIC X(10).
               10  WS-HST-SUB-TOTAL    PIC S9(11)V99.
               10  WS-HST-GL-BALANCE   PIC S9(11)V99.
               10  WS-HST-DIFFERENCE   PIC S9(11)V99.
               10  WS-HST-WINDOW-GL    PIC S9(11)V99.
               10  WS-HST-WINDOW-LIN   PIC S9(11)V99.

       01  WS-HST-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ANCHOR-SUB               PIC 9(04) VALUE ZERO.
       01  WS-FIRST-SUB                PIC 9(04) VALUE ZERO.
       01  WS-TODAY-SUB                PIC 9(04) VALUE ZERO.
       01  WS-BUCKET-DATE              PIC X(10) VALUE SPACES.

       01  WS-SIGNED-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-DIFF               PIC S9(11)V99 VALUE ZERO.
       01  WS-FIRST-APPEARED-FLAG      PIC X(01) VALUE 'N'.

       01  WS-OUT-COUNT                PIC 9(01) VALUE ZERO.
       01  WS-NOT-RECONCILED-COUNT     PIC 9(01) VALUE ZERO.

       COPY DFRUNDT.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(12) VALUE 'SUBLEDGER = '.
           05  SL-SUBLEDGER            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-STATUS               PIC X(30).
           05  FILLER                  PIC X(13) VALUE
                                       '  DIFFERENCE '.
           05  SL-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE '  SUBLEDGER '.
           05  SL-SUB-TOTAL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE '  GL '.
           05  SL-GL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-BREAKDOWN-HEADING.
           05  FILLER                  PIC X(16) VALUE
                                       '    RUN DATE'.
           05  FILLER                  PIC X(17) VALUE
                                       '   SUBLEDGER MOVE'.
           05  FILLER                  PIC X(17) VALUE
                                       '  GL POSTED DATED'.
           05  FILLER                  PIC X(17) VALUE
                                       '   LINEAGE TRACED'.
           05  FILLER                  PIC X(17) VALUE
                                       '   NEW DIFFERENCE'.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-BREAKDOWN-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  BL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  BL-SUB-MOVE             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-GL-POSTED            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-LINEAGE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  BL-LINEAGE-X            REDEFINES BL-LINEAGE
                                       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-NEW-DIFF             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-NOTE                 PIC X(20).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFGLRECN START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-YYYY        TO WS-PD-YYYY
               MOVE DFRUNDT-MM          TO WS-PD-MM
               MOVE DFRUNDT-DD          TO WS-PD-DD
           ELSE
               DISPLAY 'DFGLRECN NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-DATE-FIELDS
               MOVE WS-CLOCK-YYYY       TO WS-PD-YYYY
               MOVE WS-CLOCK-MM         TO WS-PD-MM
               MOVE WS-CLOCK-DD         TO WS-PD-DD
           END-IF.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
               MOVE 'N'                 TO WS-SUB-PRESENT (WS-SUB-IDX)
               MOVE 'N'                 TO WS-SUB-MAPPED (WS-SUB-IDX)
               MOVE ZERO                TO WS-SUB-TOTAL (WS-SUB-IDX)
                                           WS-SUB-GL (WS-SUB-IDX)
                                           WS-SUB-DIFF (WS-SUB-IDX)
               MOVE SPACES              TO WS-SUB-STATUS (WS-SUB-IDX)
           END-PERFORM.

           PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
           PERFORM 1200-LOAD-MAP THRU 1200-EXIT.

       1000-TOTAL-SUBLEDGERS.

           PERFORM 2100-TOTAL-BALANCES THRU 2100-EXIT.
           PERFORM 2200-TOTAL-PREMIUM-ITEMS THRU 2200-EXIT.
           PERFORM 2300-TOTAL-REFUND-CHECKS THRU 2300-EXIT.
           PERFORM 2400-TOTAL-UNAPPLIED THRU 2400-EXIT.

       1000-LOAD-HISTORY.

           PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.

       1000-CONTROL-BALANCES.

           PERFORM 4000-ACCUMULATE-GL THRU 4000-EXIT.
           PERFORM 4500-ACCUMULATE-LINEAGE THRU 4500-EXIT.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
               PERFORM 4800-SETTLE-SUBLEDGER THRU 4800-EXIT
           END-PERFORM.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFGLRECN - SUBLEDGER TO GL RECONCILIATION'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
               PERFORM 6000-REPORT-SUBLEDGER THRU 6000-EXIT
           END-PERFORM.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-SAVE-HISTORY.

           PERFORM 7000-REWRITE-HISTORY THRU 7000-EXIT.

           IF WS-OUT-COUNT > ZERO
              OR WS-NOT-RECONCILED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFGLRECN SUBLEDGERS OUT OF BALANCE = '
                   WS-OUT-COUNT UPON CONSOLE.
           DISPLAY 'DFGLRECN SUBLEDGERS NOT RECONCILED = '
                   WS-NOT-RECONCILED-COUNT UPON CONSOLE.
           DISPLAY 'DFGLRECN END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-CHART.

           OPEN INPUT CHART-FILE.

           IF WS-CHART-STATUS NOT = '00'
               DISPLAY 'DFGLRECN NO CHART OF ACCOUNTS ON FILE'
                                               UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ CHART-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE CA-ACCOUNT
                               TO WS-COA-ACCOUNT (WS-CHART-COUNT)
                           MOVE CA-TYPE
                               TO WS-COA-TYPE (WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHART-FILE.

       1100-EXIT. EXIT.

      **** A CARD FOR AN UNKNOWN SUBLEDGER OR AN ACCOUNT NOT ON THE
      **** CHART IS IGNORED WITH A CONSOLE MESSAGE; THE SUBLEDGER IT
      **** WAS MEANT FOR THEN SHOWS AS NOT RECONCILED IF IT HAS NO
      **** OTHER CARD.
       1200-LOAD-MAP.

           OPEN INPUT MAP-FILE.

           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'DFGLRECN NO CONTROL ACCOUNT MAPPING ON FILE'
                                               UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ MAP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-ADD-MAP-CARD THRU 1250-EXIT
               END-READ
           END-PERFORM.

           CLOSE MAP-FILE.

       1200-EXIT. EXIT.

       1250-ADD-MAP-CARD.

           MOVE RM-SUBLEDGER           TO WS-LOOKUP-SUB.
           PERFORM 5000-FIND-SUBLEDGER THRU 5000-EXIT.

           IF WS-SUB-IDX = ZERO
               DISPLAY 'DFGLRECN UNKNOWN SUBLEDGER ON MAPPING CARD '
                       RM-SUBLEDGER UPON CONSOLE
               GO TO 1250-EXIT
           END-IF.

           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-CHART-COUNT
                          OR WS-COA-ACCOUNT (WS-COA-SUB) = RM-ACCOUNT
               CONTINUE
           END-PERFORM.

           IF WS-COA-SUB > WS-CHART-COUNT
               DISPLAY 'DFGLRECN CONTROL ACCOUNT NOT ON CHART '
                       RM-ACCOUNT UPON CONSOLE
               GO TO 1250-EXIT
           END-IF.

           IF WS-MAP-COUNT NOT < 40
               DISPLAY 'DFGLRECN MAPPING TABLE FULL - CARD IGNORED '
                       RM-ACCOUNT UPON CONSOLE
               GO TO 1250-EXIT
           END-IF.

           ADD 1                       TO WS-MAP-COUNT.
           MOVE RM-ACCOUNT             TO WS-MAP-ACCOUNT (WS-MAP-COUNT).
           MOVE WS-SUB-IDX             TO WS-MAP-SUB-IDX (WS-MAP-COUNT).
           MOVE 'Y'                    TO WS-SUB-MAPPED (WS-SUB-IDX).

           IF WS-COA-TYPE (WS-COA-SUB) = 'A'
              OR WS-COA-TYPE (WS-COA-SUB) = 'E'
               MOVE 'Y'           TO WS-MAP-DEBIT-NORMAL (WS-MAP-COUNT)
           ELSE
               MOVE 'N'           TO WS-MAP-DEBIT-NORMAL (WS-MAP-COUNT)
           END-IF.

       1250-EXIT. EXIT.

       2100-TOTAL-BALANCES.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-SUB-PRESENT (1).
           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD BR-BALANCE   TO WS-SUB-TOTAL (1)
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       2100-EXIT. EXIT.

       2200-TOTAL-PREMIUM-ITEMS.

           OPEN INPUT RCVB-FILE.

           IF WS-RCVB-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-SUB-PRESENT (2).
           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ RCVB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD RV-OPEN-AMOUNT TO WS-SUB-TOTAL (2)
               END-READ
           END-PERFORM.

           CLOSE RCVB-FILE.

       2200-EXIT. EXIT.

      **** ONLY CHECKS STILL OUT WITH THE PAYEE ARE A LIABILITY -
      **** VOIDED, CLEARED AND ESCHEATED CHECKS ARE NOT.
       2300-TOTAL-REFUND-CHECKS.

           OPEN INPUT REGISTER-FILE.

           IF WS-REGISTER-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-SUB-PRESENT (3).
           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RG-ISSUED
                           ADD RG-AMOUNT TO WS-SUB-TOTAL (3)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-FILE.

       2300-EXIT. EXIT.

       2400-TOTAL-UNAPPLIED.

           OPEN INPUT UNAPPLIED-FILE.

           IF WS-UNAPPLIED-STATUS NOT = '00'
               GO TO 2400-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-SUB-PRESENT (4).
           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ UNAPPLIED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD UA-AMOUNT    TO WS-SUB-TOTAL (4)
               END-READ
           END-PERFORM.

           CLOSE UNAPPLIED-FILE.

       2400-EXIT. EXIT.

      **** EARLIER NIGHTS ARE LOADED AS THEY STAND; A RERUN OF THE
      **** SAME PROCESSING DATE REPLACES THAT NIGHT.  TONIGHT'S ROW
      **** IS ADDED FOR EVERY SUBLEDGER THAT CAN BE RECONCILED, SO
      **** THE GL AND LINEAGE PASSES HAVE A WINDOW TO FILL FOR IT.
       3000-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               GO TO 3000-ADD-TONIGHT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ HISTORY-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE < WS-PROCESSING-DATE
                           IF WS-HIST-COUNT < 1996
                               ADD 1 TO WS-HIST-COUNT
                               MOVE RH-SUBLEDGER
                                 TO WS-HST-SUBLEDGER (WS-HIST-COUNT)
                               MOVE RH-RUN-DATE
                                 TO WS-HST-RUN-DATE (WS-HIST-COUNT)
                               MOVE RH-SUB-TOTAL
                                 TO WS-HST-SUB-TOTAL (WS-HIST-COUNT)
                               MOVE RH-GL-BALANCE
                                 TO WS-HST-GL-BALANCE (WS-HIST-COUNT)
                               MOVE RH-DIFFERENCE
                                 TO WS-HST-DIFFERENCE (WS-HIST-COUNT)
                               MOVE ZERO
                                 TO WS-HST-WINDOW-GL (WS-HIST-COUNT)
                                    WS-HST-WINDOW-LIN (WS-HIST-COUNT)
                           ELSE
                               DISPLAY 'DFGLRECN HISTORY TABLE FULL'
                                               UPON CONSOLE
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

       3000-ADD-TONIGHT.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
               IF WS-SUB-PRESENT (WS-SUB-IDX) = 'Y'
                  AND WS-SUB-MAPPED (WS-SUB-IDX) = 'Y'
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-SUBLEDGER-NAME (WS-SUB-IDX)
                                 TO WS-HST-SUBLEDGER (WS-HIST-COUNT)
                   MOVE WS-PROCESSING-DATE
                                 TO WS-HST-RUN-DATE (WS-HIST-COUNT)
                   MOVE WS-SUB-TOTAL (WS-SUB-IDX)
                                 TO WS-HST-SUB-TOTAL (WS-HIST-COUNT)
                   MOVE ZERO     TO WS-HST-GL-BALANCE (WS-HIST-COUNT)
                                    WS-HST-DIFFERENCE (WS-HIST-COUNT)
                                    WS-HST-WINDOW-GL (WS-HIST-COUNT)
                                    WS-HST-WINDOW-LIN (WS-HIST-COUNT)
               END-IF
           END-PERFORM.

           IF WS-HIST-COUNT > 1
               SORT WS-HST-ENTRY
                   ASCENDING KEY WS-HST-KEY
           END-IF.

       3000-EXIT. EXIT.

      **** EACH POSTING TO A CONTROL ACCOUNT ADDS TO THE CONTROL
      **** BALANCE AND TO THE WINDOW OF THE FIRST RUN DATE ON OR
      **** AFTER ITS POSTING DATE.
       4000-ACCUMULATE-GL.

           OPEN INPUT GL-FILE.

           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DFGLRECN NO GENERAL LEDGER ON FILE'
                                               UPON CONSOLE
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ GL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GL-POSTING-DATE NOT > WS-PROCESSING-DATE
                           PERFORM 4100-APPLY-POSTING THRU 4100-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-FILE.

       4000-EXIT. EXIT.

       4100-APPLY-POSTING.

           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                       UNTIL WS-MAP-SUB > WS-MAP-COUNT
                          OR WS-MAP-ACCOUNT (WS-MAP-SUB) = GL-ACCOUNT
               CONTINUE
           END-PERFORM.

           IF WS-MAP-SUB > WS-MAP-COUNT
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-MAP-SUB-IDX (WS-MAP-SUB) TO WS-SUB-IDX.

           IF (GL-DR-CR = 'DR'
               AND WS-MAP-DEBIT-NORMAL (WS-MAP-SUB) = 'Y')
              OR (GL-DR-CR NOT = 'DR'
               AND WS-MAP-DEBIT-NORMAL (WS-MAP-SUB) = 'N')
               MOVE GL-AMOUNT           TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-AMOUNT
           END-IF.

           ADD WS-SIGNED-AMOUNT        TO WS-SUB-GL (WS-SUB-IDX).

           MOVE GL-POSTING-DATE        TO WS-BUCKET-DATE.
           PERFORM 5100-FIND-WINDOW THRU 5100-EXIT.

           IF WS-HST-SUB > ZERO
               ADD WS-SIGNED-AMOUNT
                             TO WS-HST-WINDOW-GL (WS-HST-SUB)
           END-IF.

       4100-EXIT. EXIT.

      **** ONLY THE DF29BALF EVENTS CARRY A DIRECTION WE CAN TRUST:
      **** THE ROUTINE MARKS EACH ONE + OR -; OLDER EVENTS FALL BACK
      **** TO POSTED CHARGES ADDING TO THE BALANCE, CREDITS AND
      **** REAPPLIED CASH TAKING FROM IT.
       4500-ACCUMULATE-LINEAGE.

           OPEN INPUT LINEAGE-FILE.

           IF WS-LINEAGE-STATUS NOT = '00'
               GO TO 4500-EXIT
           END-IF.

           MOVE 1                      TO WS-SUB-IDX.
           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ LINEAGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4600-APPLY-LINEAGE THRU 4600-EXIT
               END-READ
           END-PERFORM.

           CLOSE LINEAGE-FILE.

       4500-EXIT. EXIT.

       4600-APPLY-LINEAGE.

           IF DF29-LIN-EVENT-DATE > WS-PROCESSING-DATE
               GO TO 4600-EXIT
           END-IF.

           IF DF29-LIN-FILE-NAME = 'DF29BALF'
               IF DF29-LIN-RAISED
                   MOVE DF29-LIN-AMOUNT TO WS-SIGNED-AMOUNT
                   GO TO 4600-ADD-TO-WINDOW
               END-IF
               IF DF29-LIN-LOWERED
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - DF29-LIN-AMOUNT
                   GO TO 4600-ADD-TO-WINDOW
               END-IF
           END-IF.

           EVALUATE DF29-LIN-ACTION
               WHEN 'POSTED  '
                   MOVE DF29-LIN-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN 'CREDITED'
               WHEN 'REAPPLY '
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - DF29-LIN-AMOUNT
               WHEN OTHER
                   GO TO 4600-EXIT
           END-EVALUATE.

       4600-ADD-TO-WINDOW.

           MOVE DF29-LIN-EVENT-DATE    TO WS-BUCKET-DATE.
           PERFORM 5100-FIND-WINDOW THRU 5100-EXIT.

           IF WS-HST-SUB > ZERO
               ADD WS-SIGNED-AMOUNT
                             TO WS-HST-WINDOW-LIN (WS-HST-SUB)
           END-IF.

       4600-EXIT. EXIT.

       4800-SETTLE-SUBLEDGER.

           IF WS-SUB-PRESENT (WS-SUB-IDX) NOT = 'Y'
               MOVE 'NOT RECONCILED - NO FILE'
                                  TO WS-SUB-STATUS (WS-SUB-IDX)
               ADD 1                    TO WS-NOT-RECONCILED-COUNT
               GO TO 4800-EXIT
           END-IF.

           IF WS-SUB-MAPPED (WS-SUB-IDX) NOT = 'Y'
               MOVE 'NOT RECONCILED - NO ACCOUNT'
                                  TO WS-SUB-STATUS (WS-SUB-IDX)
               ADD 1                    TO WS-NOT-RECONCILED-COUNT
               GO TO 4800-EXIT
           END-IF.

           COMPUTE WS-SUB-DIFF (WS-SUB-IDX) =
                   WS-SUB-TOTAL (WS-SUB-IDX) - WS-SUB-GL (WS-SUB-IDX).

           IF WS-SUB-DIFF (WS-SUB-IDX) = ZERO
               MOVE 'IN BALANCE'   TO WS-SUB-STATUS (WS-SUB-IDX)
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-SUB-STATUS (WS-SUB-IDX)
               ADD 1                    TO WS-OUT-COUNT
           END-IF.

           MOVE WS-PROCESSING-DATE     TO WS-BUCKET-DATE.
           PERFORM 5100-FIND-WINDOW THRU 5100-EXIT.

           IF WS-HST-SUB > ZERO
               MOVE WS-SUB-GL (WS-SUB-IDX)
                             TO WS-HST-GL-BALANCE (WS-HST-SUB)
               MOVE WS-SUB-DIFF (WS-SUB-IDX)
                             TO WS-HST-DIFFERENCE (WS-HST-SUB)
           END-IF.

       4800-EXIT. EXIT.

       5000-FIND-SUBLEDGER.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
                          OR WS-SUBLEDGER-NAME (WS-SUB-IDX) =
                                                   WS-LOOKUP-SUB
               CONTINUE
           END-PERFORM.

           IF WS-SUB-IDX > 4
               MOVE ZERO                TO WS-SUB-IDX
           END-IF.

       5000-EXIT. EXIT.

      **** THE FIRST HISTORY ROW FOR SUBLEDGER WS-SUB-IDX DATED ON OR
      **** AFTER WS-BUCKET-DATE - ZERO WHEN THERE IS NONE.
       5100-FIND-WINDOW.

           MOVE ZERO                   TO WS-HST-SUB.

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HIST-COUNT
                          OR WS-HST-SUB > ZERO
               IF WS-HST-SUBLEDGER (WS-HST-IDX) =
                                   WS-SUBLEDGER-NAME (WS-SUB-IDX)
                  AND WS-HST-RUN-DATE (WS-HST-IDX) NOT <
                                   WS-BUCKET-DATE
                   SET WS-HST-SUB       TO WS-HST-IDX
               END-IF
           END-PERFORM.

       5100-EXIT. EXIT.

      **** THE SUMMARY LINE, AND FOR A SUBLEDGER THAT IS OUT, ONE
      **** LINE PER NIGHT SINCE IT LAST BALANCED.
       6000-REPORT-SUBLEDGER.

           MOVE WS-SUBLEDGER-NAME (WS-SUB-IDX) TO SL-SUBLEDGER.
           MOVE WS-SUB-TOTAL (WS-SUB-IDX) TO SL-SUB-TOTAL.
           MOVE WS-SUB-GL (WS-SUB-IDX) TO SL-GL-BALANCE.
           MOVE WS-SUB-DIFF (WS-SUB-IDX) TO SL-DIFFERENCE.
           MOVE WS-SUB-STATUS (WS-SUB-IDX) TO SL-STATUS.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-SUB-STATUS (WS-SUB-IDX) NOT = 'OUT OF BALANCE'
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-FIND-ANCHOR THRU 6100-EXIT.

           MOVE WS-BREAKDOWN-HEADING   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-ANCHOR-SUB > ZERO
               MOVE WS-HST-SUB-TOTAL (WS-ANCHOR-SUB) TO WS-PRIOR-TOTAL
               MOVE WS-HST-DIFFERENCE (WS-ANCHOR-SUB) TO WS-PRIOR-DIFF
           ELSE
               MOVE ZERO                TO WS-PRIOR-TOTAL
                                           WS-PRIOR-DIFF
           END-IF.

           MOVE 'N'                    TO WS-FIRST-APPEARED-FLAG.

           PERFORM VARYING WS-HST-SUB FROM WS-FIRST-SUB BY 1
                       UNTIL WS-HST-SUB > WS-TODAY-SUB
               PERFORM 6200-REPORT-NIGHT THRU 6200-EXIT
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6000-EXIT. EXIT.

      **** TONIGHT'S ROW, AND THE LATEST EARLIER ROW WITH NO
      **** DIFFERENCE (ZERO WHEN THE HISTORY NEVER BALANCED).
       6100-FIND-ANCHOR.

           MOVE ZERO                   TO WS-ANCHOR-SUB
                                          WS-FIRST-SUB
                                          WS-TODAY-SUB.

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HIST-COUNT
               IF WS-HST-SUBLEDGER (WS-HST-IDX) =
                                   WS-SUBLEDGER-NAME (WS-SUB-IDX)
                   IF WS-FIRST-SUB = ZERO
                       SET WS-FIRST-SUB TO WS-HST-IDX
                   END-IF
                   IF WS-HST-RUN-DATE (WS-HST-IDX) =
                                   WS-PROCESSING-DATE
                       SET WS-TODAY-SUB TO WS-HST-IDX
                   ELSE
                       IF WS-HST-DIFFERENCE (WS-HST-IDX) = ZERO
                           SET WS-ANCHOR-SUB TO WS-HST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ANCHOR-SUB > ZERO
               ADD 1 WS-ANCHOR-SUB GIVING WS-FIRST-SUB
           END-IF.

       6100-EXIT. EXIT.

       6200-REPORT-NIGHT.

           MOVE SPACES                 TO WS-BREAKDOWN-LINE.
           MOVE WS-HST-RUN-DATE (WS-HST-SUB) TO BL-RUN-DATE.

           COMPUTE BL-SUB-MOVE =
                   WS-HST-SUB-TOTAL (WS-HST-SUB) - WS-PRIOR-TOTAL.
           MOVE WS-HST-WINDOW-GL (WS-HST-SUB) TO BL-GL-POSTED.

           IF WS-SUB-IDX = 1
               MOVE WS-HST-WINDOW-LIN (WS-HST-SUB) TO BL-LINEAGE
           ELSE
               MOVE SPACES              TO BL-LINEAGE-X
           END-IF.

           COMPUTE BL-NEW-DIFF =
                   WS-HST-DIFFERENCE (WS-HST-SUB) - WS-PRIOR-DIFF.

           IF WS-HST-DIFFERENCE (WS-HST-SUB) NOT = WS-PRIOR-DIFF
               IF WS-FIRST-APPEARED-FLAG = 'N'
                   MOVE '<-- FIRST APPEARED' TO BL-NOTE
                   MOVE 'Y'             TO WS-FIRST-APPEARED-FLAG
               ELSE
                   MOVE '<-- ADDED'     TO BL-NOTE
               END-IF
           END-IF.

           MOVE WS-BREAKDOWN-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-HST-SUB-TOTAL (WS-HST-SUB) TO WS-PRIOR-TOTAL.
           MOVE WS-HST-DIFFERENCE (WS-HST-SUB) TO WS-PRIOR-DIFF.

       6200-EXIT. EXIT.

      **** EACH SUBLEDGER KEEPS ITS ROWS FROM THE LAST NIGHT IT
      **** BALANCED ONWARD - A BALANCED NIGHT ENDS THE TRAIL.
       7000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFGLRECN HISTORY FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 4
               PERFORM 7100-WRITE-SUBLEDGER-ROWS THRU 7100-EXIT
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       7000-EXIT. EXIT.

       7100-WRITE-SUBLEDGER-ROWS.

           MOVE ZERO                   TO WS-ANCHOR-SUB.

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HIST-COUNT
               IF WS-HST-SUBLEDGER (WS-HST-IDX) =
                                   WS-SUBLEDGER-NAME (WS-SUB-IDX)
                  AND WS-HST-DIFFERENCE (WS-HST-IDX) = ZERO
                   SET WS-ANCHOR-SUB    TO WS-HST-IDX
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > WS-HIST-COUNT
               IF WS-HST-SUBLEDGER (WS-HST-IDX) =
                                   WS-SUBLEDGER-NAME (WS-SUB-IDX)
                  AND WS-HST-IDX NOT < WS-ANCHOR-SUB
                   MOVE SPACES          TO HISTORY-OUT-RECORD
                   MOVE WS-HST-SUBLEDGER (WS-HST-IDX)
                                        TO RHO-SUBLEDGER
                   MOVE WS-HST-RUN-DATE (WS-HST-IDX)
                                        TO RHO-RUN-DATE
                   MOVE WS-HST-SUB-TOTAL (WS-HST-IDX)
                                        TO RHO-SUB-TOTAL
                   MOVE WS-HST-GL-BALANCE (WS-HST-IDX)
                                        TO RHO-GL-BALANCE
                   MOVE WS-HST-DIFFERENCE (WS-HST-IDX)
                                        TO RHO-DIFFERENCE
                   WRITE HISTORY-OUT-RECORD
               END-IF
           END-PERFORM.

       7100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
