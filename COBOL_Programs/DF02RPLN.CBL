      ****   - PRINTS THE SHORTAGE REPORT RANKED BY HOW FAR BELOW   ****
      ****     THRESHOLD EACH PLANT/PART SITS, WORST FIRST, SO      ****
      ****     THE BIGGEST HOLES GET LOOKED AT FIRST.               ****
      ******************************************************************

      ******************************************************************
      ****   A SHORTAGE NO PLANT COULD COVER USED TO DROP OFF HERE  ****
      ****   AND THE BUYERS PHONED SUPPLIERS.  WHAT THE DONORS      ****
      ****   CANNOT SPARE IS NOW NETTED AGAINST WHAT IS ALREADY ON  ****
      ****   ORDER FOR THE PLANT/PART (OPEN DF02POFL PO LINES LESS  ****
      ****   WHAT HAS BEEN RECEIVED, PLUS PURCHASE SUGGESTIONS      ****
      ****   STILL AWAITING APPROVAL ON DF02PTRN), AND ANY BALANCE  ****
      ****   IS QUEUED AS AN ACTION-'P' PURCHASE SUGGESTION FOR THE ****
      ****   SAME DF02PAPP APPROVAL.  THE SUPPLIER IS THE DF02SUPF  ****
      ****   SUPPLIER OF THE PART WITH THE SHORTEST LEAD TIME,      ****
      ****   LOWEST UNIT COST BREAKING A TIE, AND THE QUANTITY IS   ****
      ****   RAISED TO THE SUPPLIER'S MINIMUM ORDER.  ON APPROVAL   ****
      ****   DF02PMNT RELEASES IT AS A PURCHASE-ORDER LINE.  A      ****
      ****   PART NO SUPPLIER CARRIES PRINTS AS NO SUPPLIER.        ****
      ******************************************************************

      ******************************************************************
      ****   A PART ON THE DF02DISC PHASE-OUT MASTER WHOSE PHASE-   ****
      ****   OUT DATE HAS COME (AS OF THE DFRUNDTR PROCESSING DATE) ****
      ****   IS NO LONGER REPLENISHED - ITS REMAINING STOCK IS      ****
      ****   BEING SOLD THROUGH, SO A PLANT RUNNING LOW ON IT IS    ****
      ****   NEITHER TOPPED UP FROM ANOTHER PLANT NOR PURCHASED.    ****
      ******************************************************************
      ****   DF02PTRN NOW ENDS WITH THE USER ID OF THE OPERATOR WHO ****
      ****   ENTERED EACH PENDING TRANSACTION, FOR THE DF02PAPP     ****
      ****   MAKER-CHECKER TEST.  THE SUGGESTIONS QUEUED HERE ARE   ****
      ****   ENTERED UNDER THE PROGRAM NAME, SO ANY QUALIFIED       ****
      ****   OPERATOR MAY APPROVE THEM.                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PENDING-STATUS.

           SELECT SUPPLIER-FILE    ASSIGN TO DF02SUPF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PO-FILE          ASSIGN TO DF02POFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPT8
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT PHASE-OUT-FILE   ASSIGN TO DF02DISC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PHASE-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  IR-ON-HAND              PIC 9(07).

       FD  PENDING-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PENDING-RECORD.

       01  PENDING-RECORD.
           05  PN-PART                 PIC X(08).
           05  PN-QUANTITY             PIC 9(07).
           05  PN-FROM-PLANT           PIC X(03).
           05  PN-SUPPLIER             PIC X(06).
           05  PN-ENTERED-BY           PIC X(08).

       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DF02-SUPPLIER-RECORD.

       COPY DF02SUPR.

       FD  PO-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DF02-PO-LINE-RECORD.

       COPY DF02POLR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS

       01  REPORT-LINE                 PIC X(132).

       FD  PHASE-OUT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS PHASE-OUT-RECORD.

       01  PHASE-OUT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-PLANT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUPPLIER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PHASE-OUT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-PHASE-OUT-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-PHASE-OUT-EOF            VALUE 'Y'.

      **** PARTS PAST THEIR PHASE-OUT DATE - NO LONGER REPLENISHED.
       01  WS-PHASE-OUT-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-PHASE-OUT-TABLE.
           05  WS-PHO-PART             OCCURS 500 TIMES
                                       PIC X(08).

       01  WS-PHO-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PHASED-OUT-FLAG          PIC X(01) VALUE 'N'.
       01  WS-PHASED-OUT-SKIP-COUNT    PIC 9(04) VALUE ZERO.

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

       01  WS-SUPPLIER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-SUPPLIER-EOF             VALUE 'Y'.

       01  WS-PO-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-PO-EOF                   VALUE 'Y'.

       01  WS-PENDING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-PENDING-EOF              VALUE 'Y'.

       01  WS-SUPPLIER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY            OCCURS 1000 TIMES.
               10  WS-SUP-SUPPLIER     PIC X(06).
               10  WS-SUP-PART         PIC X(08).
               10  WS-SUP-LEAD-DAYS    PIC 9(03).
               10  WS-SUP-MIN-ORDER    PIC 9(07).
               10  WS-SUP-UNIT-COST    PIC 9(07)V9999.

       01  WS-SUP-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-BEST-SUP-SUB             PIC 9(04) VALUE ZERO.

      **** QUANTITY ALREADY COMING IN BY PURCHASE, BY PLANT/PART.
       01  WS-ON-ORDER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-ON-ORDER-TABLE.
           05  WS-OOR-ENTRY            OCCURS 500 TIMES.
               10  WS-OOR-PLANT        PIC X(03).
               10  WS-OOR-PART         PIC X(08).
               10  WS-OOR-QUANTITY     PIC 9(07).

       01  WS-OOR-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ADD-PLANT                PIC X(03) VALUE SPACES.
       01  WS-ADD-PART                 PIC X(08) VALUE SPACES.
       01  WS-ADD-QUANTITY             PIC 9(07) VALUE ZERO.
       01  WS-ON-ORDER-QTY             PIC 9(07) VALUE ZERO.
       01  WS-ORDER-QTY                PIC 9(07) VALUE ZERO.
       01  WS-PURCHASE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-NO-SUPPLIER-COUNT        PIC 9(04) VALUE ZERO.

       01  WS-PLANT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-PLANT-EOF                VALUE 'Y'.
               10  WS-SHT-ON-HAND      PIC 9(07).
               10  WS-SHT-THRESHOLD    PIC 9(01).
               10  WS-SHT-SOURCED      PIC 9(07).
               10  WS-SHT-ON-ORDER     PIC 9(07).
               10  WS-SHT-PO-QTY       PIC 9(07).
               10  WS-SHT-SUPPLIER     PIC X(08).

       01  WS-NEED-QTY                 PIC S9(07) VALUE ZERO.
       01  WS-SURPLUS-QTY              PIC S9(07) VALUE ZERO.
           05  FILLER                  PIC X(07) VALUE ' THRESH'.
           05  FILLER                  PIC X(10) VALUE '    BELOW'.
           05  FILLER                  PIC X(10) VALUE '  SOURCED'.
           05  FILLER                  PIC X(10) VALUE ' ON ORDER'.
           05  FILLER                  PIC X(10) VALUE '   PO QTY'.
           05  FILLER                  PIC X(10) VALUE ' SUPPLIER'.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-PLANT                PIC X(03).
           05  DL-BELOW                PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SOURCED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ON-ORDER             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PO-QTY               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SUPPLIER             PIC X(08).
           05  FILLER                  PIC X(55) VALUE SPACES.

       COPY DFRPT.


           DISPLAY 'DF02RPLN START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02RPLN NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-PLANTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-ON-HAND THRU 1200-EXIT.
           PERFORM 1300-LOAD-SUPPLIERS THRU 1300-EXIT.
           PERFORM 1400-LOAD-OPEN-ORDERS THRU 1400-EXIT.
           PERFORM 1500-LOAD-PENDING-PURCHASES THRU 1500-EXIT.
           PERFORM 1600-LOAD-PHASE-OUTS THRU 1600-EXIT.

       1000-OPEN-PENDING.

               MOVE WS-SHT-THRESHOLD (WS-SHT-IDX) TO DL-THRESHOLD
               MOVE WS-SHT-BELOW (WS-SHT-IDX)     TO DL-BELOW
               MOVE WS-SHT-SOURCED (WS-SHT-IDX)   TO DL-SOURCED
               MOVE WS-SHT-ON-ORDER (WS-SHT-IDX)  TO DL-ON-ORDER
               MOVE WS-SHT-PO-QTY (WS-SHT-IDX)    TO DL-PO-QTY
               MOVE WS-SHT-SUPPLIER (WS-SHT-IDX)  TO DL-SUPPLIER
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

                                               UPON CONSOLE.
           DISPLAY 'DF02RPLN TRANSFERS SUGGESTED = '
                                    WS-SUGGESTED-COUNT UPON CONSOLE.
           DISPLAY 'DF02RPLN PURCHASES SUGGESTED = '
                                    WS-PURCHASE-COUNT UPON CONSOLE.
           DISPLAY 'DF02RPLN NO SUPPLIER FOR     = '
                                    WS-NO-SUPPLIER-COUNT UPON CONSOLE.
           DISPLAY 'DF02RPLN PHASED OUT SKIPPED  = '
                                WS-PHASED-OUT-SKIP-COUNT UPON CONSOLE.
           DISPLAY 'DF02RPLN END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-EXIT. EXIT.

       1300-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-FILE.

           IF WS-SUPPLIER-STATUS NOT = '00'
               DISPLAY 'DF02RPLN NO SUPPLIER MASTER - NO PURCHASES '
                       'SUGGESTED' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-SUPPLIER-EOF
               READ SUPPLIER-FILE
                   AT END
                       SET WS-SUPPLIER-EOF TO TRUE
                   NOT AT END
                       IF WS-SUPPLIER-COUNT < 1000
                           ADD 1 TO WS-SUPPLIER-COUNT
                           MOVE DF02-SUP-SUPPLIER
                               TO WS-SUP-SUPPLIER (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-PART
                               TO WS-SUP-PART (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-LEAD-DAYS
                               TO WS-SUP-LEAD-DAYS (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-MIN-ORDER-QTY
                               TO WS-SUP-MIN-ORDER (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-UNIT-COST
                               TO WS-SUP-UNIT-COST (WS-SUPPLIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUPPLIER-FILE.

       1300-EXIT. EXIT.

      **** WHAT IS STILL DUE ON EACH OPEN OR PART-RECEIVED PO LINE.
       1400-LOAD-OPEN-ORDERS.

           OPEN INPUT PO-FILE.

           IF WS-PO-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PO-EOF
               READ PO-FILE
                   AT END
                       SET WS-PO-EOF TO TRUE
                   NOT AT END
                       IF NOT DF02-POL-CLOSED
                          AND DF02-POL-ORDER-QTY >
                                       DF02-POL-RECEIVED-QTY
                           MOVE DF02-POL-PLANT TO WS-ADD-PLANT
                           MOVE DF02-POL-PART  TO WS-ADD-PART
                           COMPUTE WS-ADD-QUANTITY =
                                   DF02-POL-ORDER-QTY
                                 - DF02-POL-RECEIVED-QTY
                           PERFORM 1450-ADD-ON-ORDER THRU 1450-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PO-FILE.

       1400-EXIT. EXIT.

       1450-ADD-ON-ORDER.

           PERFORM VARYING WS-OOR-SUB FROM 1 BY 1
                       UNTIL WS-OOR-SUB > WS-ON-ORDER-COUNT
                          OR (WS-OOR-PLANT (WS-OOR-SUB) = WS-ADD-PLANT
                          AND WS-OOR-PART (WS-OOR-SUB) = WS-ADD-PART)
               CONTINUE
           END-PERFORM.

           IF WS-OOR-SUB > WS-ON-ORDER-COUNT
               IF WS-ON-ORDER-COUNT >= 500
                   DISPLAY 'DF02RPLN ON-ORDER TABLE FULL - '
                           WS-ADD-PLANT ' ' WS-ADD-PART
                           ' NOT NETTED' UPON CONSOLE
                   GO TO 1450-EXIT
               END-IF
               ADD 1                    TO WS-ON-ORDER-COUNT
               MOVE WS-ON-ORDER-COUNT   TO WS-OOR-SUB
               MOVE WS-ADD-PLANT        TO WS-OOR-PLANT (WS-OOR-SUB)
               MOVE WS-ADD-PART         TO WS-OOR-PART (WS-OOR-SUB)
               MOVE ZERO                TO WS-OOR-QUANTITY
                                                  (WS-OOR-SUB)
           END-IF.

           ADD WS-ADD-QUANTITY         TO WS-OOR-QUANTITY (WS-OOR-SUB).

       1450-EXIT. EXIT.

      **** A PURCHASE SUGGESTED ON AN EARLIER NIGHT AND NOT YET
      **** DECIDED COUNTS AS ON ORDER, SO IT IS NOT SUGGESTED TWICE.
       1500-LOAD-PENDING-PURCHASES.

           OPEN INPUT PENDING-FILE.

           IF WS-PENDING-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-FILE
                   AT END
                       SET WS-PENDING-EOF TO TRUE
                   NOT AT END
                       IF PN-ACTION = 'P'
                           MOVE PN-PLANT    TO WS-ADD-PLANT
                           MOVE PN-PART     TO WS-ADD-PART
                           MOVE PN-QUANTITY TO WS-ADD-QUANTITY
                           PERFORM 1450-ADD-ON-ORDER THRU 1450-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-FILE.

       1500-EXIT. EXIT.

       1600-LOAD-PHASE-OUTS.

           OPEN INPUT PHASE-OUT-FILE.

           IF WS-PHASE-OUT-STATUS NOT = '00'
               GO TO 1600-EXIT
           END-IF.

           PERFORM UNTIL WS-PHASE-OUT-EOF
               READ PHASE-OUT-FILE INTO DF02-DISCONTINUE-RECORD
                   AT END
                       SET WS-PHASE-OUT-EOF TO TRUE
                   NOT AT END
                       IF DF02-DSC-PHASE-OUT-DATE
                                       NOT > WS-PROCESSING-DATE
                          OR NOT DF02-DSC-PENDING
                           IF WS-PHASE-OUT-COUNT < 500
                               ADD 1 TO WS-PHASE-OUT-COUNT
                               MOVE DF02-DSC-PART
                                   TO WS-PHO-PART (WS-PHASE-OUT-COUNT)
                           ELSE
                               DISPLAY 'DF02RPLN PHASE-OUT TABLE FULL'
                                       ' - ' DF02-DSC-PART
                                       ' STILL REPLENISHED'
                                               UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PHASE-OUT-FILE.

       1600-EXIT. EXIT.

       2000-CONSIDER-ONE-ON-HAND.

           PERFORM 2100-FIND-PLANT THRU 2100-EXIT.
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-PHASED-OUT-FLAG.

           PERFORM VARYING WS-PHO-SUB FROM 1 BY 1
                       UNTIL WS-PHO-SUB > WS-PHASE-OUT-COUNT
               IF WS-PHO-PART (WS-PHO-SUB) = WS-INV-PART (WS-INV-SUB)
                   MOVE 'Y'             TO WS-PHASED-OUT-FLAG
               END-IF
           END-PERFORM.

           IF WS-PHASED-OUT-FLAG = 'Y'
               ADD 1                    TO WS-PHASED-OUT-SKIP-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-SHORT-COUNT >= 300
               DISPLAY 'DF02RPLN SHORTAGE TABLE FULL' UPON CONSOLE
               GO TO 2000-EXIT
                       WS-PLT-THRESHOLD (WS-FOUND-PLT-SUB)
                     - WS-INV-ON-HAND (WS-INV-SUB).
           MOVE ZERO                   TO WS-SHT-SOURCED
                                                  (WS-SHORT-COUNT)
                                          WS-SHT-ON-ORDER
                                                  (WS-SHORT-COUNT)
                                          WS-SHT-PO-QTY
                                                  (WS-SHORT-COUNT).
           MOVE SPACES                 TO WS-SHT-SUPPLIER
                                                  (WS-SHORT-COUNT).

           COMPUTE WS-NEED-QTY =
                   UNTIL WS-NEED-QTY NOT > ZERO
                      OR WS-DONOR-SUB = ZERO.

           IF WS-NEED-QTY > ZERO
               PERFORM 4000-SUGGEST-PURCHASE THRU 4000-EXIT
           END-IF.

       2000-EXIT. EXIT.

       2100-FIND-PLANT.
           MOVE WS-INV-PART (WS-INV-SUB)  TO PN-PART.
           MOVE WS-PIECE-QTY           TO PN-QUANTITY.
           MOVE WS-INV-PLANT (WS-DONOR-SUB) TO PN-FROM-PLANT.
           MOVE 'DF02RPLN'             TO PN-ENTERED-BY.
           WRITE PENDING-RECORD.

       3200-EXIT. EXIT.

      **** WHAT NO DONOR COULD SPARE - NET OF WHAT IS ALREADY ON
      **** ORDER - IS BOUGHT IN.  THE ON-ORDER ENTRY IS DRAWN DOWN SO
      **** ONE ORDER IS NOT COUNTED AGAINST TWO SHORTAGES.
       4000-SUGGEST-PURCHASE.

           MOVE ZERO                   TO WS-ON-ORDER-QTY.

           PERFORM VARYING WS-OOR-SUB FROM 1 BY 1
                       UNTIL WS-OOR-SUB > WS-ON-ORDER-COUNT
               IF WS-OOR-PLANT (WS-OOR-SUB) = WS-INV-PLANT (WS-INV-SUB)
                  AND WS-OOR-PART (WS-OOR-SUB) =
                                       WS-INV-PART (WS-INV-SUB)
                   IF WS-OOR-QUANTITY (WS-OOR-SUB) > WS-NEED-QTY
                       MOVE WS-NEED-QTY TO WS-ON-ORDER-QTY
                   ELSE
                       MOVE WS-OOR-QUANTITY (WS-OOR-SUB)
                                        TO WS-ON-ORDER-QTY
                   END-IF
                   SUBTRACT WS-ON-ORDER-QTY
                       FROM WS-OOR-QUANTITY (WS-OOR-SUB)
               END-IF
           END-PERFORM.

           MOVE WS-ON-ORDER-QTY        TO WS-SHT-ON-ORDER
                                                  (WS-SHORT-COUNT).
           SUBTRACT WS-ON-ORDER-QTY    FROM WS-NEED-QTY.

           IF WS-NEED-QTY NOT > ZERO
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-BEST-SUP-SUB.

           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
               IF WS-SUP-PART (WS-SUP-SUB) = WS-INV-PART (WS-INV-SUB)
                   PERFORM 4100-RATE-ONE-SUPPLIER THRU 4100-EXIT
               END-IF
           END-PERFORM.

           IF WS-BEST-SUP-SUB = ZERO
               ADD 1                    TO WS-NO-SUPPLIER-COUNT
               MOVE 'NO SUPPL'          TO WS-SHT-SUPPLIER
                                                  (WS-SHORT-COUNT)
               GO TO 4000-EXIT
           END-IF.

           IF WS-NEED-QTY < WS-SUP-MIN-ORDER (WS-BEST-SUP-SUB)
               MOVE WS-SUP-MIN-ORDER (WS-BEST-SUP-SUB)
                                        TO WS-ORDER-QTY
           ELSE
               MOVE WS-NEED-QTY         TO WS-ORDER-QTY
           END-IF.

           MOVE WS-ORDER-QTY           TO WS-SHT-PO-QTY
                                                  (WS-SHORT-COUNT).
           MOVE WS-SUP-SUPPLIER (WS-BEST-SUP-SUB)
                                        TO WS-SHT-SUPPLIER
                                                  (WS-SHORT-COUNT).
           ADD 1                       TO WS-PURCHASE-COUNT.

           MOVE SPACES                 TO PENDING-RECORD.
           MOVE 'P'                    TO PN-ACTION.
           MOVE WS-INV-PLANT (WS-INV-SUB) TO PN-PLANT.
           MOVE ZERO                   TO PN-PRIORITY.
           MOVE ZERO                   TO PN-ANTI-THEFT-THRESH.
           MOVE WS-INV-PART (WS-INV-SUB)  TO PN-PART.
           MOVE WS-ORDER-QTY           TO PN-QUANTITY.
           MOVE WS-SUP-SUPPLIER (WS-BEST-SUP-SUB) TO PN-SUPPLIER.
           MOVE 'DF02RPLN'             TO PN-ENTERED-BY.
           WRITE PENDING-RECORD.

       4000-EXIT. EXIT.

      **** SHORTEST LEAD TIME WINS; THE LOWER UNIT COST BREAKS A TIE.
       4100-RATE-ONE-SUPPLIER.

           IF WS-BEST-SUP-SUB = ZERO
               MOVE WS-SUP-SUB          TO WS-BEST-SUP-SUB
               GO TO 4100-EXIT
           END-IF.

           IF WS-SUP-LEAD-DAYS (WS-SUP-SUB) <
                       WS-SUP-LEAD-DAYS (WS-BEST-SUP-SUB)
               MOVE WS-SUP-SUB          TO WS-BEST-SUP-SUB
               GO TO 4100-EXIT
           END-IF.

           IF WS-SUP-LEAD-DAYS (WS-SUP-SUB) =
                       WS-SUP-LEAD-DAYS (WS-BEST-SUP-SUB)
              AND WS-SUP-UNIT-COST (WS-SUP-SUB) <
                       WS-SUP-UNIT-COST (WS-BEST-SUP-SUB)
               MOVE WS-SUP-SUB          TO WS-BEST-SUP-SUB
           END-IF.

       4100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
