       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02DSRP.

      *REMARKS:    WEEKLY PHASE-OUT STOCK REPORT - EVERY PRODUCT ON
      *            THE DF02DISC PHASE-OUT MASTER NOT YET RETIRED, WITH
      *            THE STOCK EACH PLANT STILL HOLDS ON DF02INVF.

      ******************************************************************
      ****   RUN WEEKLY FOR THE BUYERS AND THE PLANTS.  ONE BLOCK   ****
      ****   PER PRODUCT IN PART ORDER - PENDING, PHASING OUT OR AT ****
      ****   STOCK ZERO AWAITING RETIREMENT (SEE DF02DSCR) -        ****
      ****   SHOWING THE PHASE-OUT DATE, HOW MANY DAYS IT HAS BEEN  ****
      ****   SELLING THROUGH, THE MARKDOWN AND WHETHER DF40DSCP GOT ****
      ****   IT PRICED, THEN ONE LINE PER PLANT STILL HOLDING THE   ****
      ****   PART AND THE TOTAL LEFT.  A MARKDOWN THAT FAILED TO    ****
      ****   PRICE ENDS THE RUN WITH RETURN CODE 4 SO PRICING       ****
      ****   FOLLOWS IT UP.                                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PHASE-OUT-FILE   ASSIGN TO DF02DISC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PHASE-OUT-STATUS.

           SELECT INVENTORY-FILE   ASSIGN TO DF02INVF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTK
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PHASE-OUT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS PHASE-OUT-RECORD.

       01  PHASE-OUT-RECORD            PIC X(110).

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  IR-PLANT                PIC X(03).
           05  IR-PART                 PIC X(08).
           05  IR-ON-HAND              PIC 9(07).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PHASE-OUT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PHASE-OUT-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-PHASE-OUT-EOF            VALUE 'Y'.

       01  WS-INVENTORY-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-INVENTORY-EOF            VALUE 'Y'.

       01  WS-INV-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-INV-COUNT
                                       ASCENDING KEY IS WS-INV-KEY
                                       INDEXED BY WS-INV-IDX.
               10  WS-INV-KEY.
                   15  WS-INV-PART     PIC X(08).
                   15  WS-INV-PLANT    PIC X(03).
               10  WS-INV-ON-HAND      PIC 9(07).

       01  WS-INV-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-INV-FULL-FLAG            PIC X(01) VALUE 'N'.

       01  WS-PRODUCT-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-PRODUCT-ON-HAND          PIC 9(09) VALUE ZERO.
       01  WS-GRAND-ON-HAND            PIC 9(09) VALUE ZERO.
       01  WS-PLANT-LINES              PIC 9(04) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-STATUS-COUNTS.
           05  WS-PENDING-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-PHASING-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-ZERO-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-DAYS-OUT                 PIC S9(05) VALUE ZERO.

       01  WS-DATE-WORK-X.
           05  WS-DWX-YYYY             PIC 9(04).
           05  WS-DWX-MM               PIC 9(02).
           05  WS-DWX-DD               PIC 9(02).
       01  WS-DATE-WORK-N              REDEFINES WS-DATE-WORK-X
                                       PIC 9(08).

       01  WS-PROCESSING-INTEGER       PIC 9(08) VALUE ZERO.

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

       COPY DF02DSCR.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(42) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(12) VALUE 'PHASE-OUT'.
           05  FILLER                  PIC X(14) VALUE 'STATUS'.
           05  FILLER                  PIC X(07) VALUE ' DAYS'.
           05  FILLER                  PIC X(04) VALUE 'MD%'.
           05  FILLER                  PIC X(12) VALUE '   MD PRICE'.
           05  FILLER                  PIC X(10) VALUE 'PRICED'.
           05  FILLER                  PIC X(07) VALUE 'PLANT'.
           05  FILLER                  PIC X(14) VALUE '     ON-HAND'.

       01  WS-DETAIL-LINE.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRODUCT              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PHASE-OUT-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATUS               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DAYS-OUT             PIC ----9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MARKDOWN-PCT         PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MARKDOWN-PRICE       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-PRICED               PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-PLANT                PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ON-HAND              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(87).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02DSRP START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02DSRP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-DWX-YYYY.
           MOVE WS-PRD-MM              TO WS-DWX-MM.
           MOVE WS-PRD-DD              TO WS-DWX-DD.
           COMPUTE WS-PROCESSING-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).

           PERFORM 1100-LOAD-ON-HAND THRU 1100-EXIT.

           OPEN INPUT PHASE-OUT-FILE.

           IF WS-PHASE-OUT-STATUS NOT = '00'
               DISPLAY 'DF02DSRP NO PHASE-OUT MASTER - NOTHING TO '
                       'REPORT' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02DSRP - PHASE-OUT STOCK REPORT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-REPORT-PRODUCTS.

           PERFORM UNTIL WS-PHASE-OUT-EOF
               READ PHASE-OUT-FILE INTO DF02-DISCONTINUE-RECORD
                   AT END
                       SET WS-PHASE-OUT-EOF TO TRUE
                   NOT AT END
                       IF NOT DF02-DSC-RETIRED
                           PERFORM 2000-REPORT-ONE-PRODUCT THRU
                                   2000-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PHASE-OUT-FILE.

           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-FAILED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02DSRP PRODUCTS REPORTED  = ' WS-PRODUCT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02DSRP UNITS REMAINING    = ' WS-GRAND-ON-HAND
                                               UPON CONSOLE.
           DISPLAY 'DF02DSRP MARKDOWNS FAILED   = ' WS-FAILED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02DSRP END OF JOB' UPON CONSOLE.

           GOBACK.

      **** ON-HAND IN PART/PLANT ORDER, SO EACH PRODUCT'S PLANTS
      **** ARE FOUND TOGETHER.
       1100-LOAD-ON-HAND.

           OPEN INPUT INVENTORY-FILE.

           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'DF02DSRP NO ON-HAND FILE - REMAINING STOCK '
                       'NOT SHOWN' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-INVENTORY-EOF
               READ INVENTORY-FILE
                   AT END
                       SET WS-INVENTORY-EOF TO TRUE
                   NOT AT END
                       IF WS-INV-COUNT < 2000
                           ADD 1 TO WS-INV-COUNT
                           MOVE IR-PART
                               TO WS-INV-PART (WS-INV-COUNT)
                           MOVE IR-PLANT
                               TO WS-INV-PLANT (WS-INV-COUNT)
                           MOVE IR-ON-HAND
                               TO WS-INV-ON-HAND (WS-INV-COUNT)
                       ELSE
                           IF WS-INV-FULL-FLAG = 'N'
                               DISPLAY 'DF02DSRP ON-HAND TABLE FULL - '
                                       'STOCK UNDERSTATED'
                                               UPON CONSOLE
                               MOVE 'Y' TO WS-INV-FULL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.

           IF WS-INV-COUNT > 1
               SORT WS-INV-ENTRY
                   ASCENDING KEY WS-INV-KEY
           END-IF.

       1100-EXIT. EXIT.

       2000-REPORT-ONE-PRODUCT.

           ADD 1                       TO WS-PRODUCT-COUNT.
           MOVE ZERO                   TO WS-PRODUCT-ON-HAND
                                          WS-PLANT-LINES.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE DF02-DSC-PART          TO DL-PART.
           MOVE DF02-DSC-PRODUCT       TO DL-PRODUCT.
           MOVE DF02-DSC-PHASE-OUT-DATE TO DL-PHASE-OUT-DATE.
           MOVE DF02-DSC-MARKDOWN-PCT  TO DL-MARKDOWN-PCT.

           EVALUATE TRUE
               WHEN DF02-DSC-PENDING
                   MOVE 'PENDING'       TO DL-STATUS
                   ADD 1                TO WS-PENDING-COUNT
               WHEN DF02-DSC-PHASING-OUT
                   MOVE 'PHASING OUT'   TO DL-STATUS
                   ADD 1                TO WS-PHASING-COUNT
               WHEN DF02-DSC-STOCK-ZERO
                   MOVE 'STOCK ZERO'    TO DL-STATUS
                   ADD 1                TO WS-ZERO-COUNT
               WHEN OTHER
                   MOVE DF02-DSC-STATUS TO DL-STATUS
           END-EVALUATE.

      **** DAYS SELLING THROUGH - NEGATIVE WHILE THE DATE IS AHEAD.
           MOVE DF02-DSC-PHASE-OUT-DATE (1:4) TO WS-DWX-YYYY.
           MOVE DF02-DSC-PHASE-OUT-DATE (6:2) TO WS-DWX-MM.
           MOVE DF02-DSC-PHASE-OUT-DATE (9:2) TO WS-DWX-DD.
           COMPUTE WS-DAYS-OUT = WS-PROCESSING-INTEGER -
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).
           MOVE WS-DAYS-OUT            TO DL-DAYS-OUT.

           EVALUATE TRUE
               WHEN DF02-DSC-MARKDOWN-DONE
                   MOVE DF02-DSC-MARKDOWN-PRICE TO DL-MARKDOWN-PRICE
                   MOVE 'YES'           TO DL-PRICED
               WHEN DF02-DSC-MARKDOWN-FAILED
                   MOVE 'FAILED'        TO DL-PRICED
                   ADD 1                TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE 'NOT YET'       TO DL-PRICED
           END-EVALUATE.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-PART (WS-INV-SUB) = DF02-DSC-PART
                  AND WS-INV-ON-HAND (WS-INV-SUB) > ZERO
                   PERFORM 2100-REPORT-ONE-PLANT THRU 2100-EXIT
               END-IF
           END-PERFORM.

      **** A PRODUCT NO PLANT HOLDS STILL GETS ITS ONE LINE.
           IF WS-PLANT-LINES = ZERO
               MOVE 'NONE'              TO DL-PLANT
               MOVE ZERO                TO DL-ON-HAND
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'TOTAL'                TO DL-PLANT.
           MOVE WS-PRODUCT-ON-HAND     TO DL-ON-HAND.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD WS-PRODUCT-ON-HAND      TO WS-GRAND-ON-HAND.

       2000-EXIT. EXIT.

      **** THE PRODUCT'S OWN COLUMNS PRINT ON ITS FIRST LINE ONLY.
       2100-REPORT-ONE-PLANT.

           IF WS-PLANT-LINES > ZERO
               MOVE SPACES              TO WS-DETAIL-LINE
           END-IF.

           ADD 1                       TO WS-PLANT-LINES.
           MOVE WS-INV-PLANT (WS-INV-SUB) TO DL-PLANT.
           MOVE WS-INV-ON-HAND (WS-INV-SUB) TO DL-ON-HAND.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD WS-INV-ON-HAND (WS-INV-SUB) TO WS-PRODUCT-ON-HAND.

       2100-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'PRODUCTS IN PHASE-OUT'  TO TL-LABEL.
           MOVE WS-PRODUCT-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE '  PENDING'            TO TL-LABEL.
           MOVE WS-PENDING-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE '  PHASING OUT'        TO TL-LABEL.
           MOVE WS-PHASING-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE '  STOCK ZERO'         TO TL-LABEL.
           MOVE WS-ZERO-COUNT          TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'UNITS REMAINING IN PLANTS' TO TL-LABEL.
           MOVE WS-GRAND-ON-HAND       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'MARKDOWNS THAT FAILED TO PRICE' TO TL-LABEL.
           MOVE WS-FAILED-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT REPLACING ==PRINT-FILE-RECORD== BY ==REPORT-LINE==
                               ==DETAIL-LINE== BY ==WS-DETAIL-LINE==.
