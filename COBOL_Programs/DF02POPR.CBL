       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02POPR.

      *REMARKS:    PURCHASE-ORDER DOCUMENT PRINT OVER THE DF02POFL
      *            PURCHASE-ORDER FILE - ONE DOCUMENT PER NEW PO FOR
      *            THE BUYERS TO SEND TO THE SUPPLIER.

      ******************************************************************
      ****   DF02PMNT RELEASES EACH APPROVED DF02RPLN PURCHASE      ****
      ****   SUGGESTION AS A LINE ON DF02POFL, UNPRINTED.  THIS     ****
      ****   RUN LOADS THE FILE, SORTS IT BY PO NUMBER AND LINE,    ****
      ****   AND PRINTS EVERY PO THAT STILL HAS AN UNPRINTED LINE   ****
      ****   AS ITS OWN DOCUMENT - A FRESH PAGE PER PO - WITH THE   ****
      ****   SUPPLIER'S NAME FROM DF02SUPF, THE SHIP-TO PLANT, THE  ****
      ****   ORDER DATE AND APPROVER, ONE LINE PER PART (QUANTITY,  ****
      ****   UNIT COST, EXTENDED COST, DUE DATE) AND THE ORDER      ****
      ****   TOTAL.  THE PRINTED LINES ARE THEN MARKED SO A RERUN   ****
      ****   DOES NOT SEND THE SAME ORDER TWICE.  A DRY-RUN WINDOW  ****
      ****   PRINTS UNDER THE SIMULATION BANNER AND MARKS THE       ****
      ****   SHADOW COPY ONLY.                                      ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PO-IN-FILE       ASSIGN TO DF02POFL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-IN-STATUS.

           SELECT SUPPLIER-FILE    ASSIGN TO DF02SUPF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PO-OUT-FILE      ASSIGN TO WS-PO-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PO-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02PODC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PO-IN-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PO-IN-RECORD.

       01  PO-IN-RECORD                PIC X(90).

       FD  SUPPLIER-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DF02-SUPPLIER-RECORD.

       COPY DF02SUPR.

       FD  PO-OUT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PO-OUT-RECORD.

       01  PO-OUT-RECORD               PIC X(90).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PO-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SUPPLIER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PO-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PO-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-PO-EOF                   VALUE 'Y'.

       01  WS-SUPPLIER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-SUPPLIER-EOF             VALUE 'Y'.

      **** THE REWRITE TARGET - THE LIVE PO FILE, OR ITS SHADOW COPY
      **** WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-PO-OUT-NAME              PIC X(09) VALUE 'DF02POFL'.

       01  WS-PO-LINE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PO-LINE-TABLE.
           05  WS-POL-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PO-LINE-COUNT
                                       ASCENDING KEY IS WS-POL-KEY
                                       INDEXED BY WS-POL-IDX.
               10  WS-POL-KEY.
                   15  WS-POL-PO-NUMBER PIC X(10).
                   15  WS-POL-LINE     PIC 9(03).
               10  WS-POL-RECORD       PIC X(90).

       01  WS-POL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PRINT-SUB                PIC 9(04) VALUE ZERO.

       01  WS-SUPPLIER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY            OCCURS 1000 TIMES.
               10  WS-SUP-SUPPLIER     PIC X(06).
               10  WS-SUP-NAME         PIC X(30).

       01  WS-SUP-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-PO               PIC X(10) VALUE SPACES.
       01  WS-PRINT-FLAG               PIC X(01) VALUE 'N'.
       01  WS-PO-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-EXTENDED-COST            PIC 9(11)V99 VALUE ZERO.
       01  WS-ORDER-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-PRINTED-LINE-COUNT       PIC 9(04) VALUE ZERO.

       COPY DF02POLR.

       COPY DFRUNDT.

       01  WS-PO-HEADER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
                                       'PURCHASE ORDER  '.
           05  PH-PO-NUMBER            PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ORDER DATE  '.
           05  PH-ORDER-DATE           PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
                                       'APPROVED BY  '.
           05  PH-APPROVER             PIC X(08).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-PO-HEADER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
                                       'SUPPLIER        '.
           05  PH-SUPPLIER             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PH-SUPPLIER-NAME        PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
                                       'SHIP TO PLANT   '.
           05  PH-PLANT                PIC X(03).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(06) VALUE 'LINE'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(10) VALUE '  QUANTITY'.
           05  FILLER                  PIC X(15) VALUE
                                       '      UNIT COST'.
           05  FILLER                  PIC X(20) VALUE
                                       '       EXTENDED COST'.
           05  FILLER                  PIC X(12) VALUE '  DUE DATE'.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-LINE                 PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UNIT-COST            PIC Z,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EXTENDED-COST        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-DUE-DATE             PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(34) VALUE
                                       'ORDER TOTAL'.
           05  TL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02POPR START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'DF02POFLS'         TO WS-PO-OUT-NAME
               MOVE 'D'                 TO DFRPT-DRY-RUN-FLAG
               DISPLAY 'DF02POPR SIMULATION - PRINTED MARKS GO TO '
                       'THE SHADOW COPY' UPON CONSOLE
           END-IF.

           PERFORM 1100-LOAD-PO-LINES THRU 1100-EXIT.

           IF WS-PO-LINE-COUNT = ZERO
               DISPLAY 'DF02POPR NO PURCHASE ORDERS - NOTHING TO '
                       'PRINT' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1200-LOAD-SUPPLIER-NAMES THRU 1200-EXIT.

       1000-PRINT-ORDERS.

           IF WS-PO-LINE-COUNT > 1
               SORT WS-POL-ENTRY
                   ASCENDING KEY WS-POL-KEY
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02POPR - PURCHASE ORDER'
                                        TO DFRPT-TITLE.

           MOVE SPACES                 TO WS-CURRENT-PO.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-PO-LINE-COUNT
               IF WS-POL-PO-NUMBER (WS-POL-SUB) NOT = WS-CURRENT-PO
                   PERFORM 3000-FINISH-ORDER THRU 3000-EXIT
                   PERFORM 3100-START-ORDER THRU 3100-EXIT
               END-IF
               IF WS-PRINT-FLAG = 'Y'
                   PERFORM 3200-PRINT-ORDER-LINE THRU 3200-EXIT
               END-IF
           END-PERFORM.

           PERFORM 3000-FINISH-ORDER THRU 3000-EXIT.

           IF WS-ORDER-COUNT > ZERO
               PERFORM 8300-RPT-WRITE-FOOTER
           END-IF.

           CLOSE REPORT-FILE.

           IF WS-ORDER-COUNT = ZERO
               DISPLAY 'DF02POPR NO NEW PURCHASE ORDERS TO PRINT'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-REWRITE-ORDERS.

           OPEN OUTPUT PO-OUT-FILE.

           IF WS-PO-OUT-STATUS NOT = '00'
               DISPLAY 'DF02POPR PURCHASE ORDER FILE OPEN ERROR - '
                       'PRINTED MARKS NOT SAVED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                       UNTIL WS-POL-IDX > WS-PO-LINE-COUNT
               WRITE PO-OUT-RECORD    FROM WS-POL-RECORD (WS-POL-IDX)
           END-PERFORM.

           CLOSE PO-OUT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF02POPR ORDERS PRINTED      = ' WS-ORDER-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02POPR ORDER LINES PRINTED = '
                                 WS-PRINTED-LINE-COUNT UPON CONSOLE.
           DISPLAY 'DF02POPR END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-PO-LINES.

           OPEN INPUT PO-IN-FILE.

           IF WS-PO-IN-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-PO-EOF
               READ PO-IN-FILE INTO DF02-PO-LINE-RECORD
                   AT END
                       SET WS-PO-EOF TO TRUE
                   NOT AT END
                       IF WS-PO-LINE-COUNT < 2000
                           ADD 1 TO WS-PO-LINE-COUNT
                           MOVE DF02-POL-PO-NUMBER
                               TO WS-POL-PO-NUMBER (WS-PO-LINE-COUNT)
                           MOVE DF02-POL-LINE
                               TO WS-POL-LINE (WS-PO-LINE-COUNT)
                           MOVE DF02-PO-LINE-RECORD
                               TO WS-POL-RECORD (WS-PO-LINE-COUNT)
                       ELSE
                           DISPLAY 'DF02POPR PO LINE TABLE FULL - '
                                   'NOTHING PRINTED' UPON CONSOLE
                           MOVE ZERO TO WS-PO-LINE-COUNT
                           MOVE 8 TO RETURN-CODE
                           SET WS-PO-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PO-IN-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-SUPPLIER-NAMES.

           OPEN INPUT SUPPLIER-FILE.

           IF WS-SUPPLIER-STATUS NOT = '00'
               GO TO 1200-EXIT
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
                           MOVE DF02-SUP-NAME
                               TO WS-SUP-NAME (WS-SUPPLIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUPPLIER-FILE.

       1200-EXIT. EXIT.

      **** CLOSE OUT THE ORDER IN PROGRESS WITH ITS TOTAL.  NOTHING
      **** TO DO ON THE VERY FIRST CALL OR FOR AN ORDER ALREADY SENT.
       3000-FINISH-ORDER.

           IF WS-CURRENT-PO = SPACES OR WS-PRINT-FLAG NOT = 'Y'
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-PO-TOTAL            TO TL-TOTAL.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** AN ORDER PRINTS WHEN ANY OF ITS LINES IS STILL UNPRINTED;
      **** IT THEN PRINTS WHOLE, ONE ORDER PER PAGE, THE HEADER
      **** TAKEN FROM ITS FIRST LINE.
       3100-START-ORDER.

           MOVE WS-POL-PO-NUMBER (WS-POL-SUB) TO WS-CURRENT-PO.
           MOVE 'N'                    TO WS-PRINT-FLAG.
           MOVE ZERO                   TO WS-PO-TOTAL.

           PERFORM VARYING WS-PRINT-SUB FROM WS-POL-SUB BY 1
                       UNTIL WS-PRINT-SUB > WS-PO-LINE-COUNT
                          OR WS-POL-PO-NUMBER (WS-PRINT-SUB) NOT =
                                       WS-CURRENT-PO
               MOVE WS-POL-RECORD (WS-PRINT-SUB)
                                        TO DF02-PO-LINE-RECORD
               IF NOT DF02-POL-PRINTED
                   MOVE 'Y'             TO WS-PRINT-FLAG
               END-IF
           END-PERFORM.

           IF WS-PRINT-FLAG NOT = 'Y'
               GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-ORDER-COUNT.

           MOVE WS-POL-RECORD (WS-POL-SUB) TO DF02-PO-LINE-RECORD.

           MOVE SPACES                 TO PH-SUPPLIER-NAME.

           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
                          OR PH-SUPPLIER-NAME NOT = SPACES
               IF WS-SUP-SUPPLIER (WS-SUP-SUB) = DF02-POL-SUPPLIER
                   MOVE WS-SUP-NAME (WS-SUP-SUB) TO PH-SUPPLIER-NAME
               END-IF
           END-PERFORM.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE DF02-POL-PO-NUMBER     TO PH-PO-NUMBER.
           MOVE DF02-POL-ORDER-DATE    TO PH-ORDER-DATE.
           MOVE DF02-POL-APPROVER      TO PH-APPROVER.
           MOVE WS-PO-HEADER-LINE-1    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE DF02-POL-SUPPLIER      TO PH-SUPPLIER.
           MOVE DF02-POL-PLANT         TO PH-PLANT.
           MOVE WS-PO-HEADER-LINE-2    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

       3200-PRINT-ORDER-LINE.

           MOVE WS-POL-RECORD (WS-POL-SUB) TO DF02-PO-LINE-RECORD.

           COMPUTE WS-EXTENDED-COST ROUNDED =
                       DF02-POL-ORDER-QTY * DF02-POL-UNIT-COST.
           ADD WS-EXTENDED-COST        TO WS-PO-TOTAL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-POL-LINE          TO DL-LINE.
           MOVE DF02-POL-PART          TO DL-PART.
           MOVE DF02-POL-ORDER-QTY     TO DL-QUANTITY.
           MOVE DF02-POL-UNIT-COST     TO DL-UNIT-COST.
           MOVE WS-EXTENDED-COST       TO DL-EXTENDED-COST.
           MOVE DF02-POL-DUE-DATE      TO DL-DUE-DATE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'Y'                    TO DF02-POL-PRINTED-FLAG.
           MOVE DF02-PO-LINE-RECORD    TO WS-POL-RECORD (WS-POL-SUB).
           ADD 1                       TO WS-PRINTED-LINE-COUNT.

       3200-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
