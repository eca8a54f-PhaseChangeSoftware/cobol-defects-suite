      ****   REQUESTS THE PLANTS COULD NOT FILL - IN PART OR IN     ****
      ****   FULL - LAND ON THE SHORTFALL REPORT SO THE BUYERS SEE  ****
      ****   UNMET DEMAND INSTEAD OF HEARING ABOUT IT BY PHONE.     ****
      ******************************************************************

      ******************************************************************
      ****   AN UNFILLED QUANTITY IS NO LONGER FORGOTTEN.  WHAT A   ****
      ****   REQUEST COULD NOT GET IS WRITTEN TO THE DF02BORD       ****
      ****   BACKORDER FILE WITH THE DATE OF THE REQUEST, AND EACH  ****
      ****   RUN FILLS THE CARRIED BACKORDERS - OLDEST FIRST, FROM  ****
      ****   THE SAME PLANTS IN THE SAME PRIORITY ORDER - BEFORE    ****
      ****   IT LOOKS AT THE NEW REQUESTS.  FILLS GO OUT AS NORMAL  ****
      ****   DF02AORD/DF02ASHP ALLOCATIONS AND PRINT ON THE REPORT; ****
      ****   THE STORES DO NOT HAVE TO ASK AGAIN.  A REQUEST FOR A  ****
      ****   PRODUCT THE STORE DOES NOT CARRY IS NOT BACKORDERED.   ****
      ******************************************************************

      ******************************************************************
      ****   EVERY PIECE ALLOCATED IS ALSO APPENDED TO THE DF02STLG ****
      ****   STORE STOCK LEDGER, SO DF02RTNA CAN TELL WHICH STORES  ****
      ****   HOLD A PART WHEN IT IS RECALLED.                       ****
      ******************************************************************

      ******************************************************************
      ****   A PRODUCT ON THE DF02DISC PHASE-OUT MASTER WHOSE       ****
      ****   PHASE-OUT DATE HAS COME (SEE DF02DSCM) IS NO LONGER    ****
      ****   SUPPLIED: A REQUEST OR CARRIED BACKORDER FOR IT STILL  ****
      ****   TAKES WHAT THE PLANTS HOLD - THAT IS THE STOCK BEING   ****
      ****   SOLD THROUGH AT THE MARKDOWN PRICE - BUT WHATEVER THEY ****
      ****   CANNOT FILL IS NOT BACKORDERED, AND AN OLD BACKORDER'S ****
      ****   UNFILLED BALANCE IS CANCELLED.                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO DF02STLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BACKORDER-IN-FILE
                                   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-IN-STATUS.

           SELECT BACKORDER-OUT-FILE
                                   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-OUT-STATUS.

           SELECT PHASE-OUT-FILE   ASSIGN TO DF02DISC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PHASE-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-LINE                 PIC X(132).

       FD  LEDGER-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS DF02-STORE-LEDGER-RECORD.

       COPY DF02STLR.

       FD  BACKORDER-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-IN-RECORD.

       01  BACKORDER-IN-RECORD         PIC X(100).

       FD  BACKORDER-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-OUT-RECORD.

       01  BACKORDER-OUT-RECORD        PIC X(100).

       FD  PHASE-OUT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS PHASE-OUT-RECORD.

       01  PHASE-OUT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORDER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SHIP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BO-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BO-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PHASE-OUT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-PHASE-OUT-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-PHASE-OUT-EOF            VALUE 'Y'.

      **** PRODUCTS PAST THEIR PHASE-OUT DATE - NO LONGER SUPPLIED.
       01  WS-PHASE-OUT-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-PHASE-OUT-TABLE.
           05  WS-PHO-ENTRY            OCCURS 500 TIMES.
               10  WS-PHO-PART         PIC X(08).
               10  WS-PHO-PRODUCT      PIC X(40).

       01  WS-PHO-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PHASED-OUT-FLAG          PIC X(01) VALUE 'N'.
       01  WS-BO-CANCELLED-COUNT       PIC 9(06) VALUE ZERO.

       01  WS-BO-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-BO-EOF                   VALUE 'Y'.

      **** 'N' WHEN THE BACKORDER FILE DID NOT FIT - NOTHING IS
      **** FILLED OR ADDED AND THE FILE IS LEFT AS IT WAS.
       01  WS-BO-LOADED-FLAG           PIC X(01) VALUE 'Y'.
           88  WS-BO-LOADED                VALUE 'Y'.

       01  WS-BO-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY             OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-BO-COUNT
                                       ASCENDING KEY IS WS-BO-KEY
                                       INDEXED BY WS-BO-IDX.
               10  WS-BO-KEY           PIC X(16).
               10  WS-BO-RECORD        PIC X(100).

       01  WS-BO-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-BO-HIGH-SEQUENCE         PIC 9(06) VALUE ZERO.
       01  WS-BO-FILLED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-BO-ADDED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-BO-OPEN-COUNT            PIC 9(06) VALUE ZERO.

      **** THE DEMAND BEING ALLOCATED - A CARRIED BACKORDER OR THE
      **** STORE REQUEST JUST READ.
       01  WS-DEMAND-STORE             PIC X(20) VALUE SPACES.
       01  WS-DEMAND-PRODUCT           PIC X(40) VALUE SPACES.
       01  WS-DEMAND-PART              PIC X(08) VALUE SPACES.

       01  WS-REQUEST-OPEN-FLAG        PIC X(01) VALUE 'N'.

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

       COPY DF02BORR.

       COPY DF02DSCR.

       COPY DFRUNDT.

       01  WS-REQUEST-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REQUEST-EOF              VALUE 'Y'.

           DISPLAY 'DF02ALOC START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02ALOC NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-ELIGIBLE-PLANTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-ON-HAND THRU 1200-EXIT.
           PERFORM 1300-LOAD-STORE-RANGE THRU 1300-EXIT.
           PERFORM 1400-LOAD-BACKORDERS THRU 1400-EXIT.
           PERFORM 1500-LOAD-PHASE-OUTS THRU 1500-EXIT.

       1000-OPEN-FILES.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS = '00'
               MOVE 'Y'                 TO WS-REQUEST-OPEN-FLAG
           ELSE
               DISPLAY 'DF02ALOC NO STORE REQUESTS' UPON CONSOLE
               IF WS-BO-COUNT = ZERO
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN OUTPUT ORDER-FILE.
           OPEN OUTPUT SHIP-FILE.
           OPEN OUTPUT REPORT-FILE.

           OPEN EXTEND LEDGER-FILE.

           IF WS-LEDGER-STATUS = '00'
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT LEDGER-FILE
           END-IF.

           MOVE 'DF02ALOC - ALLOCATION SHORTFALL REPORT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-FILL-BACKORDERS.

      **** CARRIED BACKORDERS ARE IN REQUEST-DATE ORDER, SO THE
      **** OLDEST IS OFFERED THE STOCK FIRST.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
               PERFORM 2500-FILL-ONE-BACKORDER THRU 2500-EXIT
           END-PERFORM.

       1000-ALLOCATE-REQUESTS.

           IF WS-REQUEST-OPEN-FLAG = 'Y'
               PERFORM UNTIL WS-REQUEST-EOF
                   READ REQUEST-FILE
                       AT END
                           SET WS-REQUEST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 2000-ALLOCATE-ONE-REQUEST THRU
                                   2000-EXIT
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

           CLOSE ORDER-FILE.
           CLOSE SHIP-FILE.
           CLOSE LEDGER-FILE.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-BACKORDERS THRU 4000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF02ALOC REQUESTS READ     = ' WS-REQUEST-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02ALOC SHORTFALL LINES   = ' WS-SHORTFALL-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02ALOC BACKORDERS FILLED = ' WS-BO-FILLED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02ALOC BACKORDERS ADDED  = ' WS-BO-ADDED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02ALOC BACKORDERS OPEN   = ' WS-BO-OPEN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02ALOC BO CANCELLED PHASE= '
                                   WS-BO-CANCELLED-COUNT UPON CONSOLE.
           DISPLAY 'DF02ALOC END OF JOB' UPON CONSOLE.

           GOBACK.

       1300-EXIT. EXIT.

       1400-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-IN-FILE.

           IF WS-BO-IN-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-BO-EOF
               READ BACKORDER-IN-FILE INTO DF02-BACKORDER-RECORD
                   AT END
                       SET WS-BO-EOF TO TRUE
                   NOT AT END
                       IF WS-BO-COUNT < 2000
                           ADD 1 TO WS-BO-COUNT
                           MOVE DF02-BO-KEY
                               TO WS-BO-KEY (WS-BO-COUNT)
                           MOVE DF02-BACKORDER-RECORD
                               TO WS-BO-RECORD (WS-BO-COUNT)
                           IF DF02-BO-SEQUENCE > WS-BO-HIGH-SEQUENCE
                               MOVE DF02-BO-SEQUENCE
                                   TO WS-BO-HIGH-SEQUENCE
                           END-IF
                       ELSE
                           DISPLAY 'DF02ALOC BACKORDER TABLE FULL - '
                                   'BACKORDERS NOT PROCESSED'
                                               UPON CONSOLE
                           MOVE ZERO TO WS-BO-COUNT
                           MOVE 'N' TO WS-BO-LOADED-FLAG
                           MOVE 8 TO RETURN-CODE
                           SET WS-BO-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BACKORDER-IN-FILE.

           IF WS-BO-COUNT > 1
               SORT WS-BO-ENTRY
                   ASCENDING KEY WS-BO-KEY
           END-IF.

       1400-EXIT. EXIT.

      **** A PENDING ENTRY WHOSE DATE HAS COME COUNTS AS PHASED OUT
      **** EVEN IF DF02DSCM HAS NOT YET RUN TONIGHT; A RETIRED ONE
      **** STAYS PHASED OUT.
       1500-LOAD-PHASE-OUTS.

           OPEN INPUT PHASE-OUT-FILE.

           IF WS-PHASE-OUT-STATUS NOT = '00'
               GO TO 1500-EXIT
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
                               MOVE DF02-DSC-PRODUCT
                                   TO WS-PHO-PRODUCT
                                                (WS-PHASE-OUT-COUNT)
                           ELSE
                               DISPLAY 'DF02ALOC PHASE-OUT TABLE FULL'
                                       ' - ' DF02-DSC-PART
                                       ' STILL SUPPLIED' UPON CONSOLE
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PHASE-OUT-FILE.

       1500-EXIT. EXIT.

       2000-ALLOCATE-ONE-REQUEST.

           IF WS-RANGE-LOADED-FLAG = 'Y'
               END-IF
           END-IF.

           MOVE RQ-STORE               TO WS-DEMAND-STORE.
           MOVE RQ-PRODUCT             TO WS-DEMAND-PRODUCT.
           MOVE RQ-PART                TO WS-DEMAND-PART.
           MOVE RQ-QUANTITY            TO WS-REMAINING-QTY.

           PERFORM 2700-CHECK-PHASED-OUT THRU 2700-EXIT.

      **** WALK THE ELIGIBLE PLANTS BEST PRIORITY FIRST, TAKING AS
      **** MUCH AS EACH CAN GIVE UNTIL THE REQUEST IS FILLED.
           PERFORM VARYING WS-PLT-IDX FROM 1 BY 1
               MOVE RQ-QUANTITY         TO DL-REQUESTED
               MOVE WS-REMAINING-QTY    TO DL-SHORT
               MOVE 'INSUFFICIENT STOCK' TO DL-REASON
               IF WS-PHASED-OUT-FLAG = 'Y'
                   MOVE 'PHASE-OUT - NO BACKORDER' TO DL-REASON
               ELSE
                   PERFORM 2600-ADD-BACKORDER THRU 2600-EXIT
               END-IF
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.


           ADD 1                       TO WS-ORDER-COUNT.

           MOVE WS-DEMAND-STORE        TO AO-STORE.
           MOVE WS-DEMAND-PRODUCT      TO AO-PRODUCT.
           MOVE WS-DEMAND-PART         TO AO-PART.
           MOVE WS-PLT-PLANT (WS-PLT-IDX) TO AO-PLANT.
           MOVE WS-PIECE-QTY           TO AO-QUANTITY.
           WRITE ORDER-RECORD.

           MOVE WS-DEMAND-PART         TO SH-PART.
           MOVE WS-PIECE-QTY           TO SH-QUANTITY.
           MOVE WS-PLT-PLANT (WS-PLT-IDX) TO SH-FROM-LOCATION.
           WRITE SHIP-RECORD.

           MOVE WS-DEMAND-STORE        TO DF02-STL-STORE.
           MOVE WS-DEMAND-PART         TO DF02-STL-PART.
           MOVE 'A'                    TO DF02-STL-ACTION.
           MOVE WS-PIECE-QTY           TO DF02-STL-QUANTITY.
           MOVE WS-PROCESSING-DATE     TO DF02-STL-DATE.
           MOVE 'DF02ALOC'             TO DF02-STL-SOURCE.
           WRITE DF02-STORE-LEDGER-RECORD.

       2200-EXIT. EXIT.

       2300-FIND-PLANT-ON-HAND.
                       UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-PLANT (WS-INV-SUB) =
                                       WS-PLT-PLANT (WS-PLT-IDX)
                  AND WS-INV-PART (WS-INV-SUB) = WS-DEMAND-PART
                   MOVE WS-INV-SUB      TO WS-FOUND-INV-SUB
               END-IF
           END-PERFORM.

       2300-EXIT. EXIT.

       2500-FILL-ONE-BACKORDER.

           MOVE WS-BO-RECORD (WS-BO-SUB) TO DF02-BACKORDER-RECORD.

           IF DF02-BO-OPEN-QTY = ZERO
               GO TO 2500-EXIT
           END-IF.

           MOVE DF02-BO-STORE          TO WS-DEMAND-STORE.
           MOVE DF02-BO-PRODUCT        TO WS-DEMAND-PRODUCT.
           MOVE DF02-BO-PART           TO WS-DEMAND-PART.
           MOVE DF02-BO-OPEN-QTY       TO WS-REMAINING-QTY.

           PERFORM 2700-CHECK-PHASED-OUT THRU 2700-EXIT.

           PERFORM VARYING WS-PLT-IDX FROM 1 BY 1
                       UNTIL WS-PLT-IDX > WS-PLANT-COUNT
                          OR WS-REMAINING-QTY = ZERO
               PERFORM 2200-ALLOCATE-FROM-PLANT THRU 2200-EXIT
           END-PERFORM.

           IF WS-PHASED-OUT-FLAG = 'Y'
              AND WS-REMAINING-QTY > ZERO
               PERFORM 2550-CANCEL-BACKORDER THRU 2550-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF WS-REMAINING-QTY = DF02-BO-OPEN-QTY
               GO TO 2500-EXIT
           END-IF.

           ADD 1                       TO WS-BO-FILLED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-BO-STORE          TO DL-STORE.
           MOVE DF02-BO-PRODUCT        TO DL-PRODUCT.
           MOVE DF02-BO-PART           TO DL-PART.
           MOVE DF02-BO-OPEN-QTY       TO DL-REQUESTED.
           MOVE WS-REMAINING-QTY       TO DL-SHORT.

           IF WS-REMAINING-QTY = ZERO
               MOVE 'BACKORDER FILLED'  TO DL-REASON
           ELSE
               MOVE 'BACKORDER PART FILLED' TO DL-REASON
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-REMAINING-QTY       TO DF02-BO-OPEN-QTY.
           MOVE DF02-BACKORDER-RECORD  TO WS-BO-RECORD (WS-BO-SUB).

       2500-EXIT. EXIT.

      **** THE PRODUCT IS NO LONGER SUPPLIED - WHAT THE PLANTS COULD
      **** NOT FILL FROM THE STOCK BEING SOLD THROUGH WILL NEVER
      **** ARRIVE, SO THE BALANCE IS CANCELLED AND DROPS OFF THE FILE.
       2550-CANCEL-BACKORDER.

           ADD 1                       TO WS-BO-CANCELLED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-BO-STORE          TO DL-STORE.
           MOVE DF02-BO-PRODUCT        TO DL-PRODUCT.
           MOVE DF02-BO-PART           TO DL-PART.
           MOVE DF02-BO-OPEN-QTY       TO DL-REQUESTED.
           MOVE WS-REMAINING-QTY       TO DL-SHORT.
           MOVE 'BO CANCELLED - PHASE-OUT' TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO DF02-BO-OPEN-QTY.
           MOVE DF02-BACKORDER-RECORD  TO WS-BO-RECORD (WS-BO-SUB).

       2550-EXIT. EXIT.

      **** THE UNFILLED BALANCE OF A NEW REQUEST IS QUEUED UNDER
      **** TODAY'S DATE, BEHIND EVERYTHING ALREADY WAITING.
       2600-ADD-BACKORDER.

           IF NOT WS-BO-LOADED
               GO TO 2600-EXIT
           END-IF.

           IF WS-BO-COUNT NOT < 2000
               DISPLAY 'DF02ALOC BACKORDER TABLE FULL - ' RQ-STORE
                       ' ' RQ-PART ' NOT BACKORDERED' UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF.

           ADD 1                       TO WS-BO-COUNT.
           ADD 1                       TO WS-BO-HIGH-SEQUENCE.
           ADD 1                       TO WS-BO-ADDED-COUNT.

           MOVE SPACES                 TO DF02-BACKORDER-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF02-BO-REQUEST-DATE.
           MOVE WS-BO-HIGH-SEQUENCE    TO DF02-BO-SEQUENCE.
           MOVE RQ-STORE               TO DF02-BO-STORE.
           MOVE RQ-PRODUCT             TO DF02-BO-PRODUCT.
           MOVE RQ-PART                TO DF02-BO-PART.
           MOVE RQ-QUANTITY            TO DF02-BO-ORIGINAL-QTY.
           MOVE WS-REMAINING-QTY       TO DF02-BO-OPEN-QTY.

           MOVE DF02-BO-KEY            TO WS-BO-KEY (WS-BO-COUNT).
           MOVE DF02-BACKORDER-RECORD  TO WS-BO-RECORD (WS-BO-COUNT).

           MOVE 'BACKORDERED'          TO DL-REASON.

       2600-EXIT. EXIT.

       2700-CHECK-PHASED-OUT.

           MOVE 'N'                    TO WS-PHASED-OUT-FLAG.

           PERFORM VARYING WS-PHO-SUB FROM 1 BY 1
                       UNTIL WS-PHO-SUB > WS-PHASE-OUT-COUNT
               IF WS-PHO-PART (WS-PHO-SUB) = WS-DEMAND-PART
                  OR WS-PHO-PRODUCT (WS-PHO-SUB) = WS-DEMAND-PRODUCT
                   MOVE 'Y'             TO WS-PHASED-OUT-FLAG
               END-IF
           END-PERFORM.

       2700-EXIT. EXIT.

      **** WHAT IS STILL OPEN GOES BACK IN KEY ORDER; FILLED
      **** BACKORDERS DROP OFF.
       4000-REWRITE-BACKORDERS.

           IF NOT WS-BO-LOADED
               GO TO 4000-EXIT
           END-IF.

           OPEN OUTPUT BACKORDER-OUT-FILE.

           IF WS-BO-OUT-STATUS NOT = '00'
               DISPLAY 'DF02ALOC BACKORDER FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
               MOVE WS-BO-RECORD (WS-BO-SUB) TO DF02-BACKORDER-RECORD
               IF DF02-BO-OPEN-QTY > ZERO
                   ADD 1                TO WS-BO-OPEN-COUNT
                   WRITE BACKORDER-OUT-RECORD
                                        FROM DF02-BACKORDER-RECORD
               END-IF
           END-PERFORM.

           CLOSE BACKORDER-OUT-FILE.

       4000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
