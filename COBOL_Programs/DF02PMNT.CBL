      *            TRANSACTIONS GO TO THE DF02RPT6 REJECT REPORT AND
      *            EVERY DECISION LANDS ON THE DFAUTHLG ACTIVITY LOG.

      ******************************************************************
      ****   AN APPROVED ACTION-'P' RECORD IS A DF02RPLN PURCHASE   ****
      ****   SUGGESTION FOR A SHORTAGE NO PLANT COULD COVER.  IT IS ****
      ****   RELEASED AS A LINE ON THE DF02POFL PURCHASE-ORDER      ****
      ****   FILE, PRICED AND DUE-DATED FROM THE DF02SUPF SUPPLIER  ****
      ****   MASTER AS IT STANDS TODAY (DUE = PROCESSING DATE PLUS  ****
      ****   THE SUPPLIER'S LEAD TIME).  THE LINES RELEASED IN ONE  ****
      ****   RUN FOR THE SAME SUPPLIER AND SHIP-TO PLANT SHARE ONE  ****
      ****   PO NUMBER, THE NEXT AFTER THE HIGHEST ALREADY ON FILE. ****
      ****   DF02POPR PRINTS THE NEW ORDERS AND DF02RECV RECEIVES   ****
      ****   AGAINST THEM.                                          ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUTH-RPT-STATUS.

           SELECT SUPPLIER-FILE    ASSIGN TO DF02SUPF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PO-IN-FILE       ASSIGN TO DF02POFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-IN-STATUS.

           SELECT PO-OUT-FILE      ASSIGN TO WS-PO-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  MIR-ANTI-THEFT-THRESH   PIC 9(01).

       FD  TRANS-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

      **** ACTION 'X' RECORDS ARE APPROVED DF02RPLN REPLENISHMENT
               88  TR-ACTION-ADD           VALUE 'A'.
               88  TR-ACTION-RETIRE        VALUE 'R'.
               88  TR-ACTION-TRANSFER      VALUE 'X'.
               88  TR-ACTION-PURCHASE      VALUE 'P'.
           05  TR-PLANT                PIC X(03).
           05  TR-PRIORITY             PIC 9(02).
           05  TR-ANTI-THEFT-THRESH    PIC 9(01).
           05  TR-QUANTITY             PIC 9(07).
           05  TR-FROM-PLANT           PIC X(03).
           05  TR-OPERATOR-ID          PIC X(08).
           05  TR-SUPPLIER             PIC X(06).

      **** SAME SHAPE AS THE DF02IUPD TRANSACTION RECORD - 'S'
      **** SHIPS THE QUANTITY OUT OF THE FROM-PLANT, 'R' RECEIVES

       01  AUTH-REPORT-LINE            PIC X(80).

       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DF02-SUPPLIER-RECORD.

       COPY DF02SUPR.

       FD  PO-IN-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PO-IN-RECORD.

       01  PO-IN-RECORD.
           05  PI-PO-PREFIX            PIC X(02).
           05  PI-PO-SEQUENCE          PIC X(08).
           05  FILLER                  PIC X(80).

       FD  PO-OUT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DF02-PO-LINE-RECORD.

       COPY DF02POLR.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-FOUND-FLAG                PIC X(01) VALUE 'N'.
       01  WS-AUTH-RPT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUTH-REJECT-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-PO-LINE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-PO-REJECT-COUNT           PIC 9(04) VALUE ZERO.

       01  WS-SUPPLIER-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PO-IN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PO-OUT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SUPPLIER-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-SUPPLIER-EOF              VALUE 'Y'.
       01  WS-PO-EOF-FLAG               PIC X(01) VALUE SPACE.
           88  WS-PO-EOF                    VALUE 'Y'.

      **** 'Y' ONCE THE SUPPLIER TERMS AND THE LAST PO NUMBER ARE
      **** LOADED AND THE PO FILE IS OPEN FOR THE RUN'S NEW LINES,
      **** 'F' IF THAT FAILED AND NO PURCHASE IS RELEASED THIS RUN.
       01  WS-PO-OPEN-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PO-OPEN                   VALUE 'Y'.

       01  WS-SUPPLIER-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY             OCCURS 1000 TIMES.
               10  WS-SUP-SUPPLIER      PIC X(06).
               10  WS-SUP-PART          PIC X(08).
               10  WS-SUP-LEAD-DAYS     PIC 9(03).
               10  WS-SUP-UNIT-COST     PIC 9(07)V9999.

       01  WS-SUP-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUP-SUB             PIC 9(04) VALUE ZERO.

      **** THE PO NUMBER AND LAST LINE GIVEN TO EACH SUPPLIER AND
      **** SHIP-TO PLANT IN THIS RUN.
       01  WS-RUN-PO-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RUN-PO-TABLE.
           05  WS-RPO-ENTRY             OCCURS 200 TIMES.
               10  WS-RPO-SUPPLIER      PIC X(06).
               10  WS-RPO-PLANT         PIC X(03).
               10  WS-RPO-PO-NUMBER     PIC X(10).
               10  WS-RPO-LAST-LINE     PIC 9(03).

       01  WS-RPO-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-FOUND-RPO-SUB             PIC 9(03) VALUE ZERO.

       01  WS-LAST-PO-SEQUENCE          PIC 9(08) VALUE ZERO.
       01  WS-NEW-PO-NUMBER.
           05  FILLER                   PIC X(02) VALUE 'PO'.
           05  WS-NPO-SEQUENCE          PIC 9(08).

       01  WS-PROCESS-INTEGER           PIC S9(09) VALUE ZERO.
       01  WS-DATE-WORK-X.
           05  WS-DWX-YYYY              PIC 9(04).
           05  WS-DWX-MM                PIC 9(02).
           05  WS-DWX-DD                PIC 9(02).
       01  WS-DATE-WORK-N               REDEFINES WS-DATE-WORK-X
                                        PIC 9(08).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY               PIC X(04).
           05  WS-CD-MM                 PIC X(02).
           05  WS-CD-DD                 PIC X(02).
           05  FILLER                   PIC X(13).

       01  WS-PROCESSING-DATE.
           05  WS-PRD-YYYY              PIC X(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-PRD-MM                PIC X(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-PRD-DD                PIC X(02).

       01  WS-DUE-DATE.
           05  WS-DUE-YYYY              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-DUE-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-DUE-DD                PIC 9(02).

       01  WS-AUTH-REJECT-DETAIL.
           05  FILLER                  PIC X(24) VALUE
      **** WINDOW (DFDRYRPT SUMMARIZES THE SHADOWS AFTERWARDS).
       01  WS-MASTER-OUT-NAME          PIC X(09) VALUE 'DF02PLNT'.
       01  WS-ITRN-OUT-NAME            PIC X(09) VALUE 'DF02ITRN'.
       01  WS-PO-OUT-NAME              PIC X(09) VALUE 'DF02POFL'.

       COPY DFRUNDT.
       01  WS-GEN-KEEP                 PIC 9(01) VALUE 3.
           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'DF02PLNTS'         TO WS-MASTER-OUT-NAME
               MOVE 'DF02ITRNS'         TO WS-ITRN-OUT-NAME
               MOVE 'DF02POFLS'         TO WS-PO-OUT-NAME
               DISPLAY 'DF02PMNT SIMULATION - MASTER WRITES GO TO '
                       'THE SHADOW COPY' UPON CONSOLE
           END-IF.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-DWX-YYYY.
           MOVE WS-PRD-MM              TO WS-DWX-MM.
           MOVE WS-PRD-DD              TO WS-DWX-DD.
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).

       1000-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.
               CLOSE INVENTORY-TRANS-FILE
           END-IF.

           IF WS-PO-OPEN
               CLOSE PO-OUT-FILE
           END-IF.

           CLOSE AUTH-REPORT-FILE.

       1000-WRITE-MASTER.
                                              UPON CONSOLE.
           DISPLAY 'DF02PMNT UNAUTHORIZED    = ' WS-AUTH-REJECT-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02PMNT PO LINES RELEASED = ' WS-PO-LINE-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02PMNT PO LINES NOT RELEASED = '
                                     WS-PO-REJECT-COUNT UPON CONSOLE.
           DISPLAY 'DF02PMNT END OF JOB' UPON CONSOLE.

           GOBACK.
               GO TO 2000-APPLY-EXIT
           END-IF.

           IF TR-ACTION-PURCHASE
               PERFORM 2700-RELEASE-PURCHASE-ORDER THRU 2700-EXIT
               GO TO 2000-APPLY-EXIT
           END-IF.

           PERFORM 2500-CHECK-OPERATOR-AUTHORITY THRU 2500-EXIT.

           IF DFAUTH-DENIED

       2600-EXIT. EXIT.

      **** ONE APPROVED PURCHASE SUGGESTION BECOMES ONE PO LINE.  A
      **** SUPPLIER THAT HAS SINCE STOPPED CARRYING THE PART ON THE
      **** SUPPLIER MASTER GETS NO ORDER - THE SHORTAGE COMES BACK
      **** ON THE NEXT DF02RPLN RUN AND IS RE-SOURCED.
       2700-RELEASE-PURCHASE-ORDER.

           IF WS-PO-OPEN-FLAG = 'N'
               PERFORM 2750-OPEN-PURCHASE-ORDERS THRU 2750-EXIT
           END-IF.

           IF NOT WS-PO-OPEN
               ADD 1                    TO WS-PO-REJECT-COUNT
               GO TO 2700-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-SUP-SUB.

           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
                          OR WS-FOUND-SUP-SUB NOT = ZERO
               IF WS-SUP-SUPPLIER (WS-SUP-SUB) = TR-SUPPLIER
                  AND WS-SUP-PART (WS-SUP-SUB) = TR-PART
                   MOVE WS-SUP-SUB      TO WS-FOUND-SUP-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUP-SUB = ZERO
               ADD 1                    TO WS-PO-REJECT-COUNT
               DISPLAY 'DF02PMNT SUPPLIER ' TR-SUPPLIER
                       ' NO LONGER SUPPLIES ' TR-PART
                       ' - PO LINE NOT RELEASED' UPON CONSOLE
               GO TO 2700-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-RPO-SUB.

           PERFORM VARYING WS-RPO-SUB FROM 1 BY 1
                       UNTIL WS-RPO-SUB > WS-RUN-PO-COUNT
                          OR WS-FOUND-RPO-SUB NOT = ZERO
               IF WS-RPO-SUPPLIER (WS-RPO-SUB) = TR-SUPPLIER
                  AND WS-RPO-PLANT (WS-RPO-SUB) = TR-PLANT
                  AND WS-RPO-LAST-LINE (WS-RPO-SUB) < 999
                   MOVE WS-RPO-SUB      TO WS-FOUND-RPO-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-RPO-SUB = ZERO
               IF WS-RUN-PO-COUNT >= 200
                   ADD 1                TO WS-PO-REJECT-COUNT
                   DISPLAY 'DF02PMNT PO TABLE FULL - PO LINE NOT '
                           'RELEASED FOR ' TR-PLANT ' ' TR-PART
                                              UPON CONSOLE
                   GO TO 2700-EXIT
               END-IF
               ADD 1                    TO WS-RUN-PO-COUNT
               ADD 1                    TO WS-LAST-PO-SEQUENCE
               MOVE WS-LAST-PO-SEQUENCE TO WS-NPO-SEQUENCE
               MOVE WS-RUN-PO-COUNT     TO WS-FOUND-RPO-SUB
               MOVE TR-SUPPLIER         TO WS-RPO-SUPPLIER
                                                  (WS-FOUND-RPO-SUB)
               MOVE TR-PLANT            TO WS-RPO-PLANT
                                                  (WS-FOUND-RPO-SUB)
               MOVE WS-NEW-PO-NUMBER    TO WS-RPO-PO-NUMBER
                                                  (WS-FOUND-RPO-SUB)
               MOVE ZERO                TO WS-RPO-LAST-LINE
                                                  (WS-FOUND-RPO-SUB)
           END-IF.

           ADD 1                       TO WS-RPO-LAST-LINE
                                                  (WS-FOUND-RPO-SUB).

           COMPUTE WS-DATE-WORK-N =
                   FUNCTION DATE-OF-INTEGER (WS-PROCESS-INTEGER
                          + WS-SUP-LEAD-DAYS (WS-FOUND-SUP-SUB)).
           MOVE WS-DWX-YYYY            TO WS-DUE-YYYY.
           MOVE WS-DWX-MM              TO WS-DUE-MM.
           MOVE WS-DWX-DD              TO WS-DUE-DD.

           MOVE SPACES                 TO DF02-PO-LINE-RECORD.
           MOVE WS-RPO-PO-NUMBER (WS-FOUND-RPO-SUB)
                                        TO DF02-POL-PO-NUMBER.
           MOVE WS-RPO-LAST-LINE (WS-FOUND-RPO-SUB)
                                        TO DF02-POL-LINE.
           MOVE TR-SUPPLIER            TO DF02-POL-SUPPLIER.
           MOVE TR-PLANT               TO DF02-POL-PLANT.
           MOVE TR-PART                TO DF02-POL-PART.
           MOVE TR-QUANTITY            TO DF02-POL-ORDER-QTY.
           MOVE ZERO                   TO DF02-POL-RECEIVED-QTY.
           MOVE WS-SUP-UNIT-COST (WS-FOUND-SUP-SUB)
                                        TO DF02-POL-UNIT-COST.
           MOVE WS-PROCESSING-DATE     TO DF02-POL-ORDER-DATE.
           MOVE WS-DUE-DATE            TO DF02-POL-DUE-DATE.
           MOVE 'O'                    TO DF02-POL-STATUS.
           MOVE 'N'                    TO DF02-POL-PRINTED-FLAG.
           MOVE TR-OPERATOR-ID         TO DF02-POL-APPROVER.
           WRITE DF02-PO-LINE-RECORD.

           ADD 1                       TO WS-PO-LINE-COUNT.

       2700-EXIT. EXIT.

      **** FIRST PURCHASE OF THE RUN - LOAD THE SUPPLIER TERMS, FIND
      **** THE HIGHEST PO NUMBER ALREADY ISSUED, AND OPEN THE PO
      **** FILE TO ADD THE RUN'S LINES AFTER THE ONES ON FILE.
       2750-OPEN-PURCHASE-ORDERS.

           MOVE 'F'                    TO WS-PO-OPEN-FLAG.

           OPEN INPUT SUPPLIER-FILE.

           IF WS-SUPPLIER-STATUS NOT = '00'
               DISPLAY 'DF02PMNT NO SUPPLIER MASTER - PURCHASE '
                       'ORDERS NOT RELEASED' UPON CONSOLE
               GO TO 2750-EXIT
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
                           MOVE DF02-SUP-UNIT-COST
                               TO WS-SUP-UNIT-COST (WS-SUPPLIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUPPLIER-FILE.

           OPEN INPUT PO-IN-FILE.

           IF WS-PO-IN-STATUS = '00'
               PERFORM UNTIL WS-PO-EOF
                   READ PO-IN-FILE
                       AT END
                           SET WS-PO-EOF TO TRUE
                       NOT AT END
                           IF PI-PO-SEQUENCE NUMERIC
                              AND PI-PO-SEQUENCE > WS-LAST-PO-SEQUENCE
                               MOVE PI-PO-SEQUENCE
                                        TO WS-LAST-PO-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-IN-FILE
           END-IF.

           OPEN EXTEND PO-OUT-FILE.

           IF WS-PO-OUT-STATUS NOT = '00'
               OPEN OUTPUT PO-OUT-FILE
           END-IF.

           IF WS-PO-OUT-STATUS NOT = '00'
               DISPLAY 'DF02PMNT PURCHASE ORDER FILE OPEN ERROR - '
                       'PURCHASE ORDERS NOT RELEASED' UPON CONSOLE
               GO TO 2750-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-PO-OPEN-FLAG.

       2750-EXIT. EXIT.

      **** THE APPROVED FILE CARRIES THE APPROVING OPERATOR'S ID -
      **** THAT OPERATOR MUST HOLD THE PLANT-MAINTENANCE FUNCTION ON
      **** THE SECURITY MASTER BEFORE THE TRANSACTION IS APPLIED.
