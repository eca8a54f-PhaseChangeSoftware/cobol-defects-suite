       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02VALU.

      *REMARKS:    MONTH-END INVENTORY VALUATION OF THE DF02INVF
      *            ON-HAND FILE AT STANDARD COST, BY PLANT AND PART,
      *            TIED TO THE INVENTORY CONTROL ACCOUNT ON DFGLFILE.

      ******************************************************************
      ****   ON-HAND QUANTITIES HAD NO VALUE, SO NOTHING PROVED     ****
      ****   THE INVENTORY LINE OF THE BALANCE SHEET.  THIS STEP    ****
      ****   RUNS AT MONTH END, AFTER DF02CNTP AND DFGLPST, AND     ****
      ****   PRICES EVERY DF02INVF PLANT/PART AT THE STANDARD UNIT  ****
      ****   COST ON THE DF02PRTM PART MASTER IN FORCE AT THE LAST  ****
      ****   DAY OF THE MONTH (A PENDING COST COUNTS ONCE ITS       ****
      ****   EFFECTIVE DATE HAS ARRIVED), LISTING PART BY PART      ****
      ****   WITH A TOTAL PER PLANT AND FOR THE WHOLE BOOK.         ****
      ****                                                          ****
      ****   THE BOOK TOTAL IS THEN TIED TO THE INVENTORY CONTROL   ****
      ****   ACCOUNT - ITS DEBITS LESS CREDITS ON DFGLFILE DATED ON ****
      ****   OR BEFORE THE MONTH END.  THE ACCOUNT COMES FROM THE   ****
      ****   DF02VLPM PARAMETER CARD, OR FAILING THAT FROM THE      ****
      ****   DFGLMAP ROW THAT CREDITS DF02CNTP SHRINK TO INVENTORY. ****
      ****   THE CARD MAY ALSO NAME THE MONTH (YYYY-MM) TO VALUE;   ****
      ****   OTHERWISE IT IS THE MONTH OF THE PROCESSING DATE.      ****
      ****   A DIFFERENCE, A PART WITH NO STANDARD COST, OR NO      ****
      ****   CONTROL ACCOUNT TO TIE TO ENDS THE RUN WITH RETURN     ****
      ****   CODE 4.                                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF02VLPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PART-FILE        ASSIGN TO DF02PRTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT INVENTORY-FILE   ASSIGN TO DF02INVF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INV-STATUS.

           SELECT MAP-FILE         ASSIGN TO DFGLMAP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-FILE          ASSIGN TO DFGLFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  VP-PERIOD               PIC X(07).
           05  FILLER                  PIC X(01).
           05  VP-CONTROL-ACCOUNT      PIC X(08).

       FD  PART-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-RECORD.

       01  PART-RECORD.
           05  PM-PART-CODE             PIC X(08).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-OF-MEASURE       PIC X(03).
           05  PM-ACTIVE-FLAG           PIC X(01).
           05  PM-STANDARD-COST         PIC 9(07)V9999.
           05  PM-COST-EFFECTIVE        PIC X(10).
           05  PM-PENDING-COST          PIC 9(07)V9999.
           05  PM-PENDING-EFFECTIVE     PIC X(10).
           05  PM-SERIALIZED-FLAG       PIC X(01).

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  IR-PLANT                PIC X(03).
           05  IR-PART                 PIC X(08).
           05  IR-ON-HAND              PIC 9(07).

       FD  MAP-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS MAP-RECORD.

       01  MAP-RECORD.
           05  GM-SOURCE               PIC X(08).
           05  GM-KEY                  PIC X(08).
           05  GM-DEBIT-ACCT           PIC X(08).
           05  GM-CREDIT-ACCT          PIC X(08).

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

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-INV-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PART-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.

       01  WS-INV-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-INV-EOF                  VALUE 'Y'.

       01  WS-MAP-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-MAP-EOF                  VALUE 'Y'.

       01  WS-GL-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-GL-EOF                   VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC X(02).

       COPY DFRUNDT.

      **** THE MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT
      **** MONTH, AS IN DF26UPR.
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
               10  WS-PRT-DESC         PIC X(30).
               10  WS-PRT-UOM          PIC X(03).
               10  WS-PRT-COST         PIC 9(07)V9999.

       01  WS-CONTROL-ACCOUNT          PIC X(08) VALUE SPACES.

       01  WS-UNIT-COST                PIC 9(07)V9999 VALUE ZERO.
       01  WS-LINE-VALUE               PIC 9(11)V99 VALUE ZERO.
       01  WS-PREV-PLANT               PIC X(03) VALUE SPACES.
       01  WS-PLANT-VALUE              PIC 9(11)V99 VALUE ZERO.
       01  WS-BOOK-VALUE               PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-BALANCE               PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.

       01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNCOSTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-COUNT-EDIT               PIC ZZZZ9.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
                                       'VALUATION AS AT '.
           05  PL-MONTH-END            PIC X(10).
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PLANT'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(05) VALUE 'UOM'.
           05  FILLER                  PIC X(10) VALUE '  ON HAND'.
           05  FILLER                  PIC X(14) VALUE
                                       '     UNIT COST'.
           05  FILLER                  PIC X(20) VALUE
                                       '               VALUE'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PLANT                PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UOM                  PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ON-HAND              PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(12).
           05  FILLER                  PIC X(20) VALUE SPACES.

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

           DISPLAY 'DF02VALU START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-SET-MONTH-END THRU 1300-EXIT.
           PERFORM 1400-LOAD-PART-COSTS THRU 1400-EXIT.
           PERFORM 1500-FIND-CONTROL-ACCOUNT THRU 1500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02VALU A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING VALUED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN INPUT INVENTORY-FILE.

           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'DF02VALU ON-HAND FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-LIST-VALUATION.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02VALU - INVENTORY AT STANDARD COST'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-MONTH-END-DATE      TO PL-MONTH-END.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM UNTIL WS-INV-EOF
               READ INVENTORY-FILE
                   AT END
                       SET WS-INV-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-VALUE-ONE-PART THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.

           IF WS-LISTED-COUNT > ZERO
               PERFORM 2500-PRINT-PLANT-TOTAL THRU 2500-EXIT
           END-IF.

           PERFORM 3000-SUM-CONTROL-ACCOUNT THRU 3000-EXIT.
           PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-UNCOSTED-COUNT > ZERO
              OR WS-DIFFERENCE NOT = ZERO
              OR WS-CONTROL-ACCOUNT = SPACES
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02VALU VALUATION MONTH END = ' WS-MONTH-END-DATE
                                               UPON CONSOLE.
           DISPLAY 'DF02VALU PLANT/PARTS LISTED  = ' WS-LISTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02VALU INVENTORY VALUE     = ' WS-BOOK-VALUE
                                               UPON CONSOLE.
           DISPLAY 'DF02VALU CONTROL ACCOUNT     = ' WS-GL-BALANCE
                                               UPON CONSOLE.
           DISPLAY 'DF02VALU END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE (1:4) TO WS-PER-YYYY
               MOVE DFRUNDT-PROCESSING-DATE (6:2) TO WS-PER-MM
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
               END-IF
           ELSE
               DISPLAY 'DF02VALU NO RUN CONTROL SET - USING SYSTEM '
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

           IF VP-PERIOD (1:4) NUMERIC
              AND VP-PERIOD (5:1) = '-'
              AND VP-PERIOD (6:2) NUMERIC
              AND VP-PERIOD (6:2) > '00'
              AND VP-PERIOD (6:2) < '13'
               MOVE VP-PERIOD (1:4)     TO WS-PER-YYYY
               MOVE VP-PERIOD (6:2)     TO WS-PER-MM
           END-IF.

           MOVE VP-CONTROL-ACCOUNT     TO WS-CONTROL-ACCOUNT.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

       1300-SET-MONTH-END.

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
               DISPLAY 'DF02VALU NO PART MASTER - NOTHING CAN BE '
                       'COSTED' UPON CONSOLE
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
      **** COST IN FORCE THEN, WHETHER OR NOT DF02PMST HAS SINCE
      **** MADE IT CURRENT.
       1410-STORE-PART.

           MOVE PM-PART-CODE           TO WS-PRT-CODE (WS-PART-COUNT).
           MOVE PM-DESCRIPTION         TO WS-PRT-DESC (WS-PART-COUNT).
           MOVE PM-UNIT-OF-MEASURE     TO WS-PRT-UOM (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-COST (WS-PART-COUNT).

           IF PM-STANDARD-COST NUMERIC
               MOVE PM-STANDARD-COST    TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

           IF PM-PENDING-EFFECTIVE NOT = SPACES
              AND PM-PENDING-EFFECTIVE NOT > WS-MONTH-END-DATE
              AND PM-PENDING-COST NUMERIC
               MOVE PM-PENDING-COST     TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

       1410-EXIT. EXIT.

      **** NO ACCOUNT ON THE PARAMETER CARD - USE THE ACCOUNT THE
      **** COUNT-SHRINK POSTING CREDITS, WHICH IS INVENTORY.
       1500-FIND-CONTROL-ACCOUNT.

           IF WS-CONTROL-ACCOUNT NOT = SPACES
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT MAP-FILE.

           IF WS-MAP-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF GM-SOURCE = 'DF02CNTP'
                          AND GM-KEY = 'SHRINK'
                           MOVE GM-CREDIT-ACCT TO WS-CONTROL-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MAP-FILE.

       1500-EXIT. EXIT.

       2000-VALUE-ONE-PART.

           IF WS-LISTED-COUNT > ZERO
              AND IR-PLANT NOT = WS-PREV-PLANT
               PERFORM 2500-PRINT-PLANT-TOTAL THRU 2500-EXIT
           END-IF.

           MOVE IR-PLANT               TO WS-PREV-PLANT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE IR-PLANT               TO DL-PLANT.
           MOVE IR-PART                TO DL-PART.
           MOVE IR-ON-HAND             TO DL-ON-HAND.
           MOVE ZERO                   TO WS-UNIT-COST.

           IF WS-PART-COUNT > ZERO
               SEARCH ALL WS-PRT-ENTRY
                   AT END
                       MOVE 'NOT ON MASTER' TO DL-DESCRIPTION
                   WHEN WS-PRT-CODE (WS-PRT-IDX) = IR-PART
                       MOVE WS-PRT-DESC (WS-PRT-IDX) TO DL-DESCRIPTION
                       MOVE WS-PRT-UOM (WS-PRT-IDX)  TO DL-UOM
                       MOVE WS-PRT-COST (WS-PRT-IDX) TO WS-UNIT-COST
               END-SEARCH
           ELSE
               MOVE 'NOT ON MASTER'     TO DL-DESCRIPTION
           END-IF.

           IF WS-UNIT-COST = ZERO AND IR-ON-HAND > ZERO
               ADD 1                    TO WS-UNCOSTED-COUNT
               MOVE 'NO STD COST'       TO DL-NOTE
           END-IF.

           COMPUTE WS-LINE-VALUE ROUNDED =
                       IR-ON-HAND * WS-UNIT-COST.

           MOVE WS-UNIT-COST           TO DL-UNIT-COST.
           MOVE WS-LINE-VALUE          TO DL-VALUE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD WS-LINE-VALUE           TO WS-PLANT-VALUE.
           ADD WS-LINE-VALUE           TO WS-BOOK-VALUE.
           ADD 1                       TO WS-LISTED-COUNT.

       2000-EXIT. EXIT.

       2500-PRINT-PLANT-TOTAL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE SPACES                 TO SL-LABEL.
           STRING 'PLANT ' WS-PREV-PLANT ' TOTAL'
                  DELIMITED BY SIZE
                  INTO SL-LABEL
           END-STRING.
           MOVE WS-PLANT-VALUE         TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-PLANT-VALUE.

       2500-EXIT. EXIT.

      **** DEBITS LESS CREDITS TO THE CONTROL ACCOUNT THROUGH THE
      **** MONTH END.
       3000-SUM-CONTROL-ACCOUNT.

           IF WS-CONTROL-ACCOUNT = SPACES
               DISPLAY 'DF02VALU NO INVENTORY CONTROL ACCOUNT - '
                       'VALUATION NOT TIED' UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT GL-FILE.

           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DF02VALU NO GENERAL LEDGER FILE - CONTROL '
                       'BALANCE TAKEN AS ZERO' UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       IF GL-ACCOUNT = WS-CONTROL-ACCOUNT
                          AND GL-POSTING-DATE NOT > WS-MONTH-END-DATE
                           IF GL-DR-CR = 'DR'
                               ADD GL-AMOUNT TO WS-GL-BALANCE
                           ELSE
                               SUBTRACT GL-AMOUNT FROM WS-GL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-FILE.

       3000-EXIT. EXIT.

       7000-WRITE-SUMMARY.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'INVENTORY AT STANDARD COST' TO SL-LABEL.
           MOVE WS-BOOK-VALUE          TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-CONTROL-ACCOUNT = SPACES
               MOVE SPACES              TO WS-SUMMARY-LINE
               MOVE 'INVENTORY CONTROL ACCOUNT' TO SL-LABEL
               MOVE 'NOT SET - NOT TIED' TO SL-NOTE
               MOVE WS-SUMMARY-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 7000-EXIT
           END-IF.

           COMPUTE WS-DIFFERENCE = WS-BOOK-VALUE - WS-GL-BALANCE.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE SPACES                 TO SL-LABEL.
           STRING 'CONTROL ACCOUNT ' WS-CONTROL-ACCOUNT ' BALANCE'
                  DELIMITED BY SIZE
                  INTO SL-LABEL
           END-STRING.
           MOVE WS-GL-BALANCE          TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'DIFFERENCE'           TO SL-LABEL.
           MOVE WS-DIFFERENCE          TO SL-AMOUNT.

           IF WS-DIFFERENCE = ZERO
               MOVE 'IN BALANCE'        TO SL-NOTE
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO SL-NOTE
           END-IF.

           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-UNCOSTED-COUNT > ZERO
               MOVE SPACES              TO WS-SUMMARY-LINE
               MOVE 'PLANT/PARTS WITH NO STANDARD COST' TO SL-LABEL
               MOVE WS-UNCOSTED-COUNT   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT       TO SL-AMOUNT (15:5)
               MOVE WS-SUMMARY-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
