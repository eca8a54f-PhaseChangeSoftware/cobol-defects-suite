      ****     THE IN-TRANSIT AGING SECTION, OLDEST FIRST IN DAYS,  ****
      ****     SO A TRUCK THAT NEVER ARRIVED IS NOTICED IN DAYS,    ****
      ****     NOT AT THE ANNUAL COUNT.                             ****
      ******************************************************************

      ******************************************************************
      ****   UNITS OF A SERIALIZED PART ARE RECEIVED BY SERIAL      ****
      ****   NUMBER.  THE DOCK LISTS THE SERIALS IT TOOK OFF EACH   ****
      ****   TRUCK ON DF02RCSN (MANIFEST NUMBER, SERIAL).  EVERY    ****
      ****   MATCHED RECEIPT APPENDS AN 'M' MANIFEST-RECEIVED EVENT ****
      ****   TO DF02SEVT, FOLLOWED BY AN 'R' EVENT FOR EACH SERIAL  ****
      ****   LISTED AGAINST IT; DF02SERM THEN MARKS ANY UNIT        ****
      ****   SHIPPED ON THE MANIFEST BUT NOT LISTED AS MISSING.     ****
      ****   SERIALS LISTED AGAINST A MANIFEST NOT RECEIVED THIS    ****
      ****   RUN ARE REPORTED AS SERIAL NO RECEIPT AND NOT          ****
      ****   RECORDED.                                              ****
      ******************************************************************

      ******************************************************************
      ****   SUPPLIER DELIVERIES ARE RECEIVED HERE TOO.  A RECEIPT  ****
      ****   WHOSE NUMBER MATCHES NO OPEN MANIFEST IS TRIED AS A    ****
      ****   PURCHASE-ORDER NUMBER ON DF02POFL; THE RECEIPT'S PART  ****
      ****   PICKS THE ORDER LINE (BLANK TAKES THE FIRST LINE STILL ****
      ****   DUE).  THE QUANTITY IS ADDED TO THE LINE'S RECEIVED    ****
      ****   QUANTITY, THE LINE GOES PARTIAL OR CLOSED, AND AN 'R'  ****
      ****   TRANSACTION GOES TO DF02ITRN FOR THE SHIP-TO PLANT     ****
      ****   JUST AS FOR A MANIFEST.  PARTIAL AND OVER DELIVERIES   ****
      ****   ARE FLAGGED, AND ORDER LINES STILL DUE AFTER THEIR DUE ****
      ****   DATE PRINT ON THE AGING SECTION AS PO PAST DUE.        ****
      ******************************************************************

      ******************************************************************
      ****   RECEIVED STOCK FILLS STORE BACKORDERS.  AFTER EACH     ****
      ****   RECEIPT - MANIFEST OR PURCHASE ORDER - THE RECEIVED    ****
      ****   QUANTITY IS OFFERED TO THE DF02BORD BACKORDERS FOR     ****
      ****   THE PART, OLDEST FIRST, PROVIDED THE RECEIVING PLANT   ****
      ****   IS ONE DF02ALOC ALLOCATES FROM (PRIORITY NOT ZERO ON   ****
      ****   DF02PLNT).  EACH FILL IS APPENDED TO DF02BFOR AND      ****
      ****   DF02BFSH IN THE DF02AORD AND DF02ASHP LAYOUTS, SO IT   ****
      ****   SHIPS THROUGH DF02RTE LIKE ANY OTHER ALLOCATION, AND   ****
      ****   PRINTS ON THE REPORT AS BACKORDER FILLED WITH THE      ****
      ****   QUANTITY STILL OPEN.  EACH FILL IS ALSO APPENDED TO    ****
      ****   THE DF02STLG STORE STOCK LEDGER.                       ****
      ******************************************************************

      ******************************************************************
      ****   STORE RETURNS ARRIVE THE SAME WAY.  DF02RTNA WRITES    ****
      ****   THE RUN'S RETURN MANIFESTS TO DF02RMNF, WHOSE FIRST 41 ****
      ****   BYTES ARE THE DF02TORD SHAPE; THEY ARE FOLDED INTO THE ****
      ****   OPEN MANIFESTS ALONGSIDE THE NEW TRANSFER ORDERS AND   ****
      ****   MATCHED, POSTED AND AGED EXACTLY LIKE THEM - THE 'R'   ****
      ****   TRANSACTION CREDITS THE RETURN'S DESTINATION, WHICH    ****
      ****   FOR DAMAGED OR RECALLED STOCK IS THE QUARANTINE        ****
      ****   LOCATION RATHER THAN SELLABLE PLANT STOCK.  RETURNS    ****
      ****   CARRY NO SERIAL EVENTS.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT SERIAL-IN-FILE   ASSIGN TO DF02RCSN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SERIAL-IN-STATUS.

           SELECT EVENT-FILE       ASSIGN TO DF02SEVT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EVENT-STATUS.

           SELECT PO-IN-FILE       ASSIGN TO DF02POFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-IN-STATUS.

           SELECT PO-OUT-FILE      ASSIGN TO DF02POFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-OUT-STATUS.

           SELECT RETURN-FILE      ASSIGN TO DF02RMNF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO DF02STLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PLANT-FILE       ASSIGN TO DF02PLNT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLANT-STATUS.

           SELECT BACKORDER-IN-FILE
                                   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-IN-STATUS.

           SELECT BACKORDER-OUT-FILE
                                   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-OUT-STATUS.

           SELECT FILL-ORDER-FILE  ASSIGN TO DF02BFOR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FILL-ORDER-STATUS.

           SELECT FILL-SHIP-FILE   ASSIGN TO DF02BFSH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FILL-SHIP-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  TO-ROUTING-DATE          PIC X(10).

       FD  RECEIPT-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
           05  RC-MANIFEST-NO           PIC X(10).
           05  RC-QUANTITY              PIC 9(07).
           05  RC-RECEIPT-DATE          PIC X(10).
           05  RC-PART                  PIC X(08).

       FD  ITRN-FILE
           RECORD CONTAINS 19 CHARACTERS

       01  REPORT-LINE                 PIC X(132).

       FD  SERIAL-IN-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS SERIAL-IN-RECORD.

       01  SERIAL-IN-RECORD.
           05  SN-MANIFEST-NO           PIC X(10).
           05  SN-SERIAL                PIC X(12).

       FD  EVENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF02-SERIAL-EVENT.

       COPY DF02SEVR.

       FD  PO-IN-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PO-IN-RECORD.

       01  PO-IN-RECORD                PIC X(90).

       FD  PO-OUT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PO-OUT-RECORD.

       01  PO-OUT-RECORD               PIC X(90).

       FD  RETURN-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS RETURN-RECORD.

       01  RETURN-RECORD               PIC X(63).

       FD  LEDGER-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS DF02-STORE-LEDGER-RECORD.

       COPY DF02STLR.

       FD  PLANT-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PLANT-RECORD.

       01  PLANT-RECORD.
           05  PR-PLANT                PIC X(03).
           05  PR-PRIORITY             PIC 9(02).
           05  PR-ANTI-THEFT-THRESH    PIC 9(01).

       FD  BACKORDER-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-IN-RECORD.

       01  BACKORDER-IN-RECORD         PIC X(100).

       FD  BACKORDER-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-OUT-RECORD.

       01  BACKORDER-OUT-RECORD        PIC X(100).

       FD  FILL-ORDER-FILE
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS FILL-ORDER-RECORD.

       01  FILL-ORDER-RECORD.
           05  FO-STORE                PIC X(20).
           05  FO-PRODUCT              PIC X(40).
           05  FO-PART                 PIC X(08).
           05  FO-PLANT                PIC X(03).
           05  FO-QUANTITY             PIC 9(07).

       FD  FILL-SHIP-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS FILL-SHIP-RECORD.

       01  FILL-SHIP-RECORD.
           05  FS-PART                 PIC X(08).
           05  FS-QUANTITY             PIC 9(07).
           05  FS-FROM-LOCATION        PIC X(03).

       WORKING-STORAGE SECTION.

       01  WS-OPEN-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ITRN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-OPEN-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SERIAL-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PO-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PO-OUT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PO-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-PO-EOF                   VALUE 'Y'.

      **** 'N' WHEN THE ORDER FILE DID NOT FIT - RECEIPTS AGAINST IT
      **** ARE THEN REFUSED AND THE FILE IS LEFT AS IT WAS.
       01  WS-PO-LOADED-FLAG           PIC X(01) VALUE 'Y'.
           88  WS-PO-LOADED                VALUE 'Y'.

       01  WS-PO-LINE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PO-LINE-TABLE.
           05  WS-POL-RECORD           PIC X(90)
                                       OCCURS 2000 TIMES.

       01  WS-POL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-POL-FOUND-SUB            PIC 9(04) VALUE ZERO.
       01  WS-PO-RECEIVED-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-PO-PARTIAL-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-PO-OVER-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PO-PAST-DUE-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-PO-OUTSTANDING           PIC S9(08) VALUE ZERO.

       01  WS-PLANT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RETURN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-RETURN-EOF               VALUE 'Y'.
       01  WS-BO-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BO-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FILL-ORDER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-FILL-SHIP-STATUS         PIC X(02) VALUE SPACES.

       01  WS-PLANT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-PLANT-EOF                VALUE 'Y'.

       01  WS-BO-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-BO-EOF                   VALUE 'Y'.

       01  WS-FILL-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  WS-FILL-OPEN                VALUE 'Y'.

      **** PLANTS DF02ALOC ALLOCATES FROM (PRIORITY NOT ZERO).
       01  WS-ELIGIBLE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-ELIGIBLE-TABLE.
           05  WS-ELG-PLANT            PIC X(03) OCCURS 100 TIMES.

       01  WS-ELG-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-ELIGIBLE-FLAG            PIC X(01) VALUE 'N'.

      **** 'N' WHEN THE BACKORDER FILE DID NOT FIT - NOTHING IS
      **** FILLED AND THE FILE IS LEFT AS IT WAS.
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
       01  WS-BO-FILL-COUNT            PIC 9(04) VALUE ZERO.

      **** THE STOCK JUST RECEIVED, OFFERED TO THE BACKORDERS.
       01  WS-FILL-PLANT               PIC X(03) VALUE SPACES.
       01  WS-FILL-PART                PIC X(08) VALUE SPACES.
       01  WS-FILL-SOURCE              PIC X(10) VALUE SPACES.
       01  WS-FILL-AVAILABLE           PIC 9(07) VALUE ZERO.
       01  WS-FILL-QTY                 PIC 9(07) VALUE ZERO.

       01  WS-SERIAL-IN-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-SERIAL-IN-EOF            VALUE 'Y'.

       01  WS-EVENT-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  WS-EVENT-OPEN               VALUE 'Y'.

      **** SERIALS THE DOCK TOOK OFF EACH TRUCK, EACH USED ONCE.
       01  WS-RCV-SERIAL-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-RCV-SERIAL-TABLE.
           05  WS-RSN-ENTRY            OCCURS 1000 TIMES.
               10  WS-RSN-MANIFEST     PIC X(10).
               10  WS-RSN-SERIAL       PIC X(12).
               10  WS-RSN-USED         PIC X(01).

       01  WS-RSN-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-RECEIVED-COUNT    PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-ORPHAN-COUNT      PIC 9(04) VALUE ZERO.

       01  WS-OPEN-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-OPEN-EOF                 VALUE 'Y'.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-DD               PIC X(02).

       COPY DF02POLR.

       COPY DF02BORR.

       COPY DF02RMNR.

       COPY DFRUNDT.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EXTRA-LABEL          PIC X(07).
           05  DL-EXTRA-VALUE          PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STORE                PIC X(20).
           05  FILLER                  PIC X(23) VALUE SPACES.

       COPY DFRPT.


           PERFORM 1100-LOAD-CARRIED-MANIFESTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-NEW-ORDERS THRU 1200-EXIT.
           PERFORM 1250-LOAD-NEW-RETURNS THRU 1250-EXIT.
           PERFORM 1300-LOAD-RECEIVED-SERIALS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PURCHASE-ORDERS THRU 1400-EXIT.
           PERFORM 1500-LOAD-ELIGIBLE-PLANTS THRU 1500-EXIT.
           PERFORM 1600-LOAD-BACKORDERS THRU 1600-EXIT.

       1000-MATCH-RECEIPTS.


           CLOSE ITRN-FILE.

           IF WS-EVENT-OPEN
               CLOSE EVENT-FILE
           END-IF.

           IF WS-FILL-OPEN
               CLOSE FILL-ORDER-FILE
               CLOSE FILL-SHIP-FILE
               CLOSE LEDGER-FILE
           END-IF.

           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                       UNTIL WS-RSN-SUB > WS-RCV-SERIAL-COUNT
               IF WS-RSN-USED (WS-RSN-SUB) = 'N'
                   ADD 1                TO WS-SERIAL-ORPHAN-COUNT
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE 'SERIAL NO RECEIPT' TO DL-TAG
                   MOVE WS-RSN-MANIFEST (WS-RSN-SUB) TO DL-MANIFEST
                   MOVE WS-RSN-SERIAL (WS-RSN-SUB) TO DL-SERIAL
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

       1000-AGE-OPEN-MANIFESTS.

           PERFORM VARYING WS-MNF-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-PO-LINE-COUNT
               PERFORM 3200-REPORT-PAST-DUE-ORDER THRU 3200-EXIT
           END-PERFORM.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-OPEN-MANIFESTS THRU 4000-EXIT.
           PERFORM 4200-REWRITE-PURCHASE-ORDERS THRU 4200-EXIT.
           PERFORM 4400-REWRITE-BACKORDERS THRU 4400-EXIT.

       1000-END-OF-JOB.

                                               UPON CONSOLE.
           DISPLAY 'DF02RECV STILL IN TRANSIT   = '
                                    WS-STILL-OPEN-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV SERIALS RECEIVED   = '
                               WS-SERIAL-RECEIVED-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV SERIALS NO RECEIPT = '
                                 WS-SERIAL-ORPHAN-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV PO LINES RECEIVED  = '
                                   WS-PO-RECEIVED-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV PO PARTIAL RECEIPTS= '
                                    WS-PO-PARTIAL-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV PO OVER RECEIPTS   = '
                                       WS-PO-OVER-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV PO LINES PAST DUE  = '
                                   WS-PO-PAST-DUE-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV BACKORDER FILLS    = '
                                       WS-BO-FILL-COUNT UPON CONSOLE.
           DISPLAY 'DF02RECV END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-EXIT. EXIT.

       1250-LOAD-NEW-RETURNS.

           OPEN INPUT RETURN-FILE.

           IF WS-RETURN-STATUS NOT = '00'
               GO TO 1250-EXIT
           END-IF.

           PERFORM UNTIL WS-RETURN-EOF
               READ RETURN-FILE INTO DF02-RETURN-MANIFEST
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       IF WS-MANIFEST-COUNT < 500
                           ADD 1 TO WS-MANIFEST-COUNT
                           MOVE DF02-RTM-MANIFEST-NO
                               TO WS-MNF-NUMBER (WS-MANIFEST-COUNT)
                           MOVE DF02-RTM-PART
                               TO WS-MNF-PART (WS-MANIFEST-COUNT)
                           MOVE DF02-RTM-QUANTITY
                               TO WS-MNF-QUANTITY (WS-MANIFEST-COUNT)
                           MOVE DF02-RTM-FROM-LOCATION
                               TO WS-MNF-FROM (WS-MANIFEST-COUNT)
                           MOVE DF02-RTM-PLANT
                               TO WS-MNF-PLANT (WS-MANIFEST-COUNT)
                           MOVE DF02-RTM-ROUTING-DATE
                               TO WS-MNF-DATE (WS-MANIFEST-COUNT)
                           MOVE 'O'
                               TO WS-MNF-STATE (WS-MANIFEST-COUNT)
                       ELSE
                           DISPLAY 'DF02RECV MANIFEST TABLE FULL'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RETURN-FILE.

       1250-EXIT. EXIT.

       1300-LOAD-RECEIVED-SERIALS.

           OPEN INPUT SERIAL-IN-FILE.

           IF WS-SERIAL-IN-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-SERIAL-IN-EOF
               READ SERIAL-IN-FILE
                   AT END
                       SET WS-SERIAL-IN-EOF TO TRUE
                   NOT AT END
                       IF WS-RCV-SERIAL-COUNT < 1000
                           ADD 1 TO WS-RCV-SERIAL-COUNT
                           MOVE SN-MANIFEST-NO
                               TO WS-RSN-MANIFEST
                                               (WS-RCV-SERIAL-COUNT)
                           MOVE SN-SERIAL
                               TO WS-RSN-SERIAL (WS-RCV-SERIAL-COUNT)
                           MOVE 'N'
                               TO WS-RSN-USED (WS-RCV-SERIAL-COUNT)
                       ELSE
                           DISPLAY 'DF02RECV RECEIVED-SERIAL TABLE '
                                   'FULL - ' SN-SERIAL ' NOT LOADED'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SERIAL-IN-FILE.

       1300-EXIT. EXIT.

       1400-LOAD-PURCHASE-ORDERS.

           OPEN INPUT PO-IN-FILE.

           IF WS-PO-IN-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PO-EOF
               READ PO-IN-FILE INTO DF02-PO-LINE-RECORD
                   AT END
                       SET WS-PO-EOF TO TRUE
                   NOT AT END
                       IF WS-PO-LINE-COUNT < 2000
                           ADD 1 TO WS-PO-LINE-COUNT
                           MOVE DF02-PO-LINE-RECORD
                               TO WS-POL-RECORD (WS-PO-LINE-COUNT)
                       ELSE
                           DISPLAY 'DF02RECV PURCHASE ORDER TABLE '
                                   'FULL - NO PO RECEIPTS THIS RUN'
                                               UPON CONSOLE
                           MOVE ZERO TO WS-PO-LINE-COUNT
                           MOVE 'N' TO WS-PO-LOADED-FLAG
                           MOVE 8 TO RETURN-CODE
                           SET WS-PO-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PO-IN-FILE.

       1400-EXIT. EXIT.

       1500-LOAD-ELIGIBLE-PLANTS.

           OPEN INPUT PLANT-FILE.

           IF WS-PLANT-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-PLANT-EOF
               READ PLANT-FILE
                   AT END
                       SET WS-PLANT-EOF TO TRUE
                   NOT AT END
                       IF PR-PRIORITY NOT = ZERO
                          AND WS-ELIGIBLE-COUNT < 100
                           ADD 1 TO WS-ELIGIBLE-COUNT
                           MOVE PR-PLANT
                               TO WS-ELG-PLANT (WS-ELIGIBLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLANT-FILE.

       1500-EXIT. EXIT.

       1600-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-IN-FILE.

           IF WS-BO-IN-STATUS NOT = '00'
               GO TO 1600-EXIT
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
                       ELSE
                           DISPLAY 'DF02RECV BACKORDER TABLE FULL - '
                                   'NO BACKORDER FILLS THIS RUN'
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

       1600-EXIT. EXIT.

       2000-MATCH-ONE-RECEIPT.

           MOVE ZERO                   TO WS-FOUND-SUB.
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
              AND RC-MANIFEST-NO (1:2) = 'PO'
               PERFORM 2200-RECEIVE-PURCHASE-ORDER THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-FOUND-SUB = ZERO
               ADD 1                    TO WS-ORPHAN-COUNT
               MOVE SPACES              TO WS-DETAIL-LINE
           MOVE RC-QUANTITY            TO IT-QUANTITY.
           WRITE ITRN-RECORD.

           MOVE WS-MNF-PLANT (WS-FOUND-SUB)  TO WS-FILL-PLANT.
           MOVE WS-MNF-PART (WS-FOUND-SUB)   TO WS-FILL-PART.
           MOVE WS-MNF-NUMBER (WS-FOUND-SUB) TO WS-FILL-SOURCE.
           PERFORM 2700-FILL-BACKORDERS THRU 2700-EXIT.

           IF WS-MNF-FROM (WS-FOUND-SUB) NOT = 'STR'
               PERFORM 2500-RECEIVE-SERIALS THRU 2500-EXIT
           END-IF.

           COMPUTE WS-QTY-DIFFERENCE =
                       RC-QUANTITY - WS-MNF-QUANTITY (WS-FOUND-SUB).


       2000-EXIT. EXIT.

      **** THE MANIFEST-RECEIVED MARKER GOES FIRST SO DF02SERM
      **** KNOWS EVERY UNIT SHIPPED ON THE MANIFEST SHOULD HAVE COME
      **** OFF THE TRUCK; THE SERIALS THE DOCK LISTED FOLLOW IT.
       2200-RECEIVE-PURCHASE-ORDER.

           MOVE ZERO                   TO WS-POL-FOUND-SUB.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-PO-LINE-COUNT
                          OR WS-POL-FOUND-SUB NOT = ZERO
               MOVE WS-POL-RECORD (WS-POL-SUB) TO DF02-PO-LINE-RECORD
               IF DF02-POL-PO-NUMBER = RC-MANIFEST-NO
                  AND NOT DF02-POL-CLOSED
                  AND (RC-PART = SPACES OR RC-PART = DF02-POL-PART)
                   MOVE WS-POL-SUB      TO WS-POL-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-POL-FOUND-SUB = ZERO
               ADD 1                    TO WS-ORPHAN-COUNT
               MOVE SPACES              TO WS-DETAIL-LINE
               MOVE 'RECEIPT NO PO LINE' TO DL-TAG
               MOVE RC-MANIFEST-NO      TO DL-MANIFEST
               MOVE RC-PART             TO DL-PART
               MOVE RC-QUANTITY         TO DL-QUANTITY
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-POL-RECORD (WS-POL-FOUND-SUB)
                                        TO DF02-PO-LINE-RECORD.

           ADD 1                       TO WS-PO-RECEIVED-COUNT.
           ADD RC-QUANTITY             TO DF02-POL-RECEIVED-QTY.

           COMPUTE WS-PO-OUTSTANDING =
                       DF02-POL-ORDER-QTY - DF02-POL-RECEIVED-QTY.

           IF WS-PO-OUTSTANDING > ZERO
               MOVE 'P'                 TO DF02-POL-STATUS
           ELSE
               MOVE 'C'                 TO DF02-POL-STATUS
           END-IF.

           MOVE DF02-PO-LINE-RECORD    TO
                                   WS-POL-RECORD (WS-POL-FOUND-SUB).

           MOVE 'R'                    TO IT-ACTION.
           MOVE DF02-POL-PLANT         TO IT-PLANT.
           MOVE DF02-POL-PART          TO IT-PART.
           MOVE RC-QUANTITY            TO IT-QUANTITY.
           WRITE ITRN-RECORD.

           MOVE DF02-POL-PLANT         TO WS-FILL-PLANT.
           MOVE DF02-POL-PART          TO WS-FILL-PART.
           MOVE DF02-POL-PO-NUMBER     TO WS-FILL-SOURCE.
           PERFORM 2700-FILL-BACKORDERS THRU 2700-EXIT.

           IF WS-PO-OUTSTANDING = ZERO
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-POL-PO-NUMBER     TO DL-MANIFEST.
           MOVE DF02-POL-PART          TO DL-PART.
           MOVE DF02-POL-PLANT         TO DL-PLANT.
           MOVE RC-QUANTITY            TO DL-QUANTITY.

           IF WS-PO-OUTSTANDING > ZERO
               ADD 1                    TO WS-PO-PARTIAL-COUNT
               MOVE 'PO PARTIAL RECEIPT' TO DL-TAG
               MOVE 'DUE  ='            TO DL-EXTRA-LABEL
               MOVE WS-PO-OUTSTANDING   TO DL-EXTRA-VALUE
           ELSE
               ADD 1                    TO WS-PO-OVER-COUNT
               MOVE 'PO OVER RECEIPT'   TO DL-TAG
               MOVE 'DIFF ='            TO DL-EXTRA-LABEL
               COMPUTE DL-EXTRA-VALUE = ZERO - WS-PO-OUTSTANDING
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       2200-EXIT. EXIT.

       2500-RECEIVE-SERIALS.

           IF NOT WS-EVENT-OPEN
               OPEN EXTEND EVENT-FILE
               IF WS-EVENT-STATUS NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               IF WS-EVENT-STATUS NOT = '00'
                   DISPLAY 'DF02RECV SERIAL EVENT OPEN ERROR'
                                               UPON CONSOLE
                   GO TO 2500-EXIT
               END-IF
               MOVE 'Y'                 TO WS-EVENT-OPEN-FLAG
           END-IF.

           MOVE SPACES                 TO DF02-SERIAL-EVENT.
           MOVE 'DF02RECV'             TO DF02-SEV-SOURCE.
           MOVE 'M'                    TO DF02-SEV-TYPE.
           MOVE WS-MNF-PART (WS-FOUND-SUB)   TO DF02-SEV-PART.
           MOVE WS-MNF-PLANT (WS-FOUND-SUB)  TO DF02-SEV-PLANT.
           MOVE WS-MNF-FROM (WS-FOUND-SUB)   TO DF02-SEV-FROM-PLANT.
           MOVE WS-MNF-NUMBER (WS-FOUND-SUB) TO DF02-SEV-MANIFEST-NO.
           MOVE RC-RECEIPT-DATE        TO DF02-SEV-DATE.

           IF RC-RECEIPT-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO DF02-SEV-DATE
           END-IF.

           WRITE DF02-SERIAL-EVENT.

           MOVE 'R'                    TO DF02-SEV-TYPE.

           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                       UNTIL WS-RSN-SUB > WS-RCV-SERIAL-COUNT
               IF WS-RSN-MANIFEST (WS-RSN-SUB) = RC-MANIFEST-NO
                  AND WS-RSN-USED (WS-RSN-SUB) = 'N'
                   MOVE 'Y'             TO WS-RSN-USED (WS-RSN-SUB)
                   MOVE WS-RSN-SERIAL (WS-RSN-SUB)
                                        TO DF02-SEV-SERIAL
                   WRITE DF02-SERIAL-EVENT
                   ADD 1                TO WS-SERIAL-RECEIVED-COUNT
               END-IF
           END-PERFORM.

       2500-EXIT. EXIT.

      **** OFFER THE RECEIVED QUANTITY TO THE PART'S BACKORDERS,
      **** OLDEST FIRST, UNTIL ONE OR THE OTHER RUNS OUT.
       2700-FILL-BACKORDERS.

           IF WS-BO-COUNT = ZERO OR RC-QUANTITY = ZERO
               GO TO 2700-EXIT
           END-IF.

           MOVE 'N'                    TO WS-ELIGIBLE-FLAG.

           PERFORM VARYING WS-ELG-SUB FROM 1 BY 1
                       UNTIL WS-ELG-SUB > WS-ELIGIBLE-COUNT
               IF WS-ELG-PLANT (WS-ELG-SUB) = WS-FILL-PLANT
                   MOVE 'Y'             TO WS-ELIGIBLE-FLAG
               END-IF
           END-PERFORM.

           IF WS-ELIGIBLE-FLAG NOT = 'Y'
               GO TO 2700-EXIT
           END-IF.

           MOVE RC-QUANTITY            TO WS-FILL-AVAILABLE.

           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
                          OR WS-FILL-AVAILABLE = ZERO
               MOVE WS-BO-RECORD (WS-BO-SUB) TO DF02-BACKORDER-RECORD
               IF DF02-BO-PART = WS-FILL-PART
                  AND DF02-BO-OPEN-QTY > ZERO
                   PERFORM 2800-FILL-ONE-BACKORDER THRU 2800-EXIT
               END-IF
           END-PERFORM.

       2700-EXIT. EXIT.

       2800-FILL-ONE-BACKORDER.

           IF NOT WS-FILL-OPEN
               OPEN EXTEND FILL-ORDER-FILE
               IF WS-FILL-ORDER-STATUS NOT = '00'
                   OPEN OUTPUT FILL-ORDER-FILE
               END-IF
               OPEN EXTEND FILL-SHIP-FILE
               IF WS-FILL-SHIP-STATUS NOT = '00'
                   OPEN OUTPUT FILL-SHIP-FILE
               END-IF
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               MOVE 'Y'                 TO WS-FILL-OPEN-FLAG
           END-IF.

           IF DF02-BO-OPEN-QTY > WS-FILL-AVAILABLE
               MOVE WS-FILL-AVAILABLE   TO WS-FILL-QTY
           ELSE
               MOVE DF02-BO-OPEN-QTY    TO WS-FILL-QTY
           END-IF.

           SUBTRACT WS-FILL-QTY        FROM WS-FILL-AVAILABLE.
           SUBTRACT WS-FILL-QTY        FROM DF02-BO-OPEN-QTY.
           MOVE DF02-BACKORDER-RECORD  TO WS-BO-RECORD (WS-BO-SUB).
           ADD 1                       TO WS-BO-FILL-COUNT.

           MOVE DF02-BO-STORE          TO FO-STORE.
           MOVE DF02-BO-PRODUCT        TO FO-PRODUCT.
           MOVE DF02-BO-PART           TO FO-PART.
           MOVE WS-FILL-PLANT          TO FO-PLANT.
           MOVE WS-FILL-QTY            TO FO-QUANTITY.
           WRITE FILL-ORDER-RECORD.

           MOVE DF02-BO-PART           TO FS-PART.
           MOVE WS-FILL-QTY            TO FS-QUANTITY.
           MOVE WS-FILL-PLANT          TO FS-FROM-LOCATION.
           WRITE FILL-SHIP-RECORD.

           MOVE DF02-BO-STORE          TO DF02-STL-STORE.
           MOVE DF02-BO-PART           TO DF02-STL-PART.
           MOVE 'A'                    TO DF02-STL-ACTION.
           MOVE WS-FILL-QTY            TO DF02-STL-QUANTITY.
           MOVE WS-PROCESSING-DATE     TO DF02-STL-DATE.
           MOVE 'DF02RECV'             TO DF02-STL-SOURCE.
           WRITE DF02-STORE-LEDGER-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'BACKORDER FILLED'     TO DL-TAG.
           MOVE WS-FILL-SOURCE         TO DL-MANIFEST.
           MOVE DF02-BO-PART           TO DL-PART.
           MOVE WS-FILL-PLANT          TO DL-PLANT.
           MOVE WS-FILL-QTY            TO DL-QUANTITY.
           MOVE 'OPEN ='               TO DL-EXTRA-LABEL.
           MOVE DF02-BO-OPEN-QTY       TO DL-EXTRA-VALUE.
           MOVE DF02-BO-STORE          TO DL-STORE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2800-EXIT. EXIT.

       3000-REPORT-OPEN-MANIFEST.

           ADD 1                       TO WS-STILL-OPEN-COUNT.

       3000-EXIT. EXIT.

      **** AN ORDER LINE STILL OPEN OR PARTIAL AFTER ITS DUE DATE IS
      **** AGED IN DAYS LATE, WITH THE QUANTITY STILL TO COME.
       3200-REPORT-PAST-DUE-ORDER.

           MOVE WS-POL-RECORD (WS-POL-SUB) TO DF02-PO-LINE-RECORD.

           IF DF02-POL-CLOSED OR DF02-POL-DUE-DATE = SPACES
               GO TO 3200-EXIT
           END-IF.

           MOVE DF02-POL-DUE-DATE (1:4)  TO WS-DWX-YYYY.
           MOVE DF02-POL-DUE-DATE (6:2)  TO WS-DWX-MM.
           MOVE DF02-POL-DUE-DATE (9:2)  TO WS-DWX-DD.
           COMPUTE WS-AGE-DAYS =
                       WS-PROCESS-INTEGER
                     - FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).

           IF WS-AGE-DAYS NOT > ZERO
               GO TO 3200-EXIT
           END-IF.

           ADD 1                       TO WS-PO-PAST-DUE-COUNT.

           COMPUTE WS-PO-OUTSTANDING =
                       DF02-POL-ORDER-QTY - DF02-POL-RECEIVED-QTY.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'PO PAST DUE'          TO DL-TAG.
           MOVE DF02-POL-PO-NUMBER     TO DL-MANIFEST.
           MOVE DF02-POL-PART          TO DL-PART.
           MOVE DF02-POL-PLANT         TO DL-PLANT.
           MOVE WS-PO-OUTSTANDING      TO DL-QUANTITY.
           MOVE 'LATE ='               TO DL-EXTRA-LABEL.
           MOVE WS-AGE-DAYS            TO DL-EXTRA-VALUE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3200-EXIT. EXIT.

       4000-REWRITE-OPEN-MANIFESTS.

           OPEN OUTPUT OPEN-OUT-FILE.

       4000-EXIT. EXIT.

       4200-REWRITE-PURCHASE-ORDERS.

           IF WS-PO-RECEIVED-COUNT = ZERO OR NOT WS-PO-LOADED
               GO TO 4200-EXIT
           END-IF.

           OPEN OUTPUT PO-OUT-FILE.

           IF WS-PO-OUT-STATUS NOT = '00'
               DISPLAY 'DF02RECV PURCHASE ORDER FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-PO-LINE-COUNT
               WRITE PO-OUT-RECORD    FROM WS-POL-RECORD (WS-POL-SUB)
           END-PERFORM.

           CLOSE PO-OUT-FILE.

       4200-EXIT. EXIT.

      **** WHAT IS STILL OPEN GOES BACK IN KEY ORDER; FILLED
      **** BACKORDERS DROP OFF.
       4400-REWRITE-BACKORDERS.

           IF WS-BO-FILL-COUNT = ZERO OR NOT WS-BO-LOADED
               GO TO 4400-EXIT
           END-IF.

           OPEN OUTPUT BACKORDER-OUT-FILE.

           IF WS-BO-OUT-STATUS NOT = '00'
               DISPLAY 'DF02RECV BACKORDER FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4400-EXIT
           END-IF.

           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
               MOVE WS-BO-RECORD (WS-BO-SUB) TO DF02-BACKORDER-RECORD
               IF DF02-BO-OPEN-QTY > ZERO
                   WRITE BACKORDER-OUT-RECORD
                                        FROM DF02-BACKORDER-RECORD
               END-IF
           END-PERFORM.

           CLOSE BACKORDER-OUT-FILE.

       4400-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
