       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02SUPM.

      *REMARKS:    SUPPLIER MASTER MAINTENANCE BATCH FOR THE DF02SUPF
      *            FILE THAT DF02RPLN SOURCES PURCHASE ORDERS FROM,
      *            BUILT ON THE SAME LOAD/APPLY/REWRITE SHAPE AS
      *            DF02PMST.

      ******************************************************************
      ****   WHEN NO PLANT COULD SPARE A PART, THE SHORTAGE FELL    ****
      ****   OFF THE DF02RPLN REPORT AND THE BUYERS PHONED          ****
      ****   SUPPLIERS FROM MEMORY.  THE SUPPLIER MASTER NOW HOLDS  ****
      ****   ONE RECORD PER SUPPLIER AND PART IT CAN SHIP - NAME,   ****
      ****   LEAD TIME IN DAYS, MINIMUM ORDER QUANTITY AND UNIT     ****
      ****   COST.  THIS BATCH READS DF02STRN TRANSACTIONS - 'A'    ****
      ****   ADDS A SUPPLIER/PART OR REPLACES ITS TERMS, 'D' DROPS  ****
      ****   IT - REWRITES THE MASTER SORTED BY SUPPLIER AND PART,  ****
      ****   AND PRINTS AN APPLIED/REJECTED REGISTER.  THE KEYING   ****
      ****   OPERATOR MUST HOLD THE PURCHASING FUNCTION (PUR)       ****
      ****   THROUGH THE SHARED DFAUTH ROUTINE, SINCE THE TERMS     ****
      ****   KEYED HERE BECOME THE PRICES ON THE PURCHASE ORDERS.   ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MASTER-IN-FILE   ASSIGN TO DF02SUPF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT TRANS-FILE       ASSIGN TO DF02STRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT MASTER-OUT-FILE  ASSIGN TO DF02SUPF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-IN-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DF02-SUPPLIER-RECORD.

       COPY DF02SUPR.

       FD  TRANS-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  ST-ACTION               PIC X(01).
               88  ST-ACTION-ADD           VALUE 'A'.
               88  ST-ACTION-DELETE        VALUE 'D'.
           05  ST-SUPPLIER             PIC X(06).
           05  ST-PART                 PIC X(08).
           05  ST-NAME                 PIC X(30).
           05  ST-LEAD-DAYS            PIC 9(03).
           05  ST-MIN-ORDER-QTY        PIC 9(07).
           05  ST-UNIT-COST            PIC 9(07)V9999.
           05  ST-OPERATOR-ID          PIC X(08).

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS MASTER-OUT-RECORD.

       01  MASTER-OUT-RECORD           PIC X(70).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-SUPPLIER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-SUPPLIER-COUNT
                                       ASCENDING KEY IS WS-SUP-KEY
                                       INDEXED BY WS-SUP-IDX.
               10  WS-SUP-KEY.
                   15  WS-SUP-SUPPLIER PIC X(06).
                   15  WS-SUP-PART     PIC X(08).
               10  WS-SUP-NAME         PIC X(30).
               10  WS-SUP-LEAD-DAYS    PIC 9(03).
               10  WS-SUP-MIN-ORDER    PIC 9(07).
               10  WS-SUP-UNIT-COST    PIC 9(07)V9999.

       01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       COPY DFAUTH.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE
                   'DF02SUPM SUPPLIER MASTER MAINTENANCE'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REGISTER-DETAIL.
           05  RD-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-SUPPLIER             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-PART                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-REASON               PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02SUPM START OF JOB' UPON CONSOLE.

       1000-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.

           IF WS-MASTER-IN-STATUS NOT = '00'
               DISPLAY 'DF02SUPM NO EXISTING SUPPLIER MASTER - '
                       'STARTING A NEW ONE' UPON CONSOLE
               GO TO 1000-APPLY-TRANSACTIONS
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-IN-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-SUPPLIER-COUNT < 1000
                           ADD 1 TO WS-SUPPLIER-COUNT
                           MOVE DF02-SUP-SUPPLIER
                               TO WS-SUP-SUPPLIER (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-PART
                               TO WS-SUP-PART (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-NAME
                               TO WS-SUP-NAME (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-LEAD-DAYS
                               TO WS-SUP-LEAD-DAYS (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-MIN-ORDER-QTY
                               TO WS-SUP-MIN-ORDER (WS-SUPPLIER-COUNT)
                           MOVE DF02-SUP-UNIT-COST
                               TO WS-SUP-UNIT-COST (WS-SUPPLIER-COUNT)
                       ELSE
                           DISPLAY 'DF02SUPM SUPPLIER TABLE FULL - '
                                   'MASTER NOT REWRITTEN' UPON CONSOLE
                           MOVE 8 TO RETURN-CODE
                           CLOSE MASTER-IN-FILE
                           GO TO 1000-END-OF-JOB
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-IN-FILE.

       1000-APPLY-TRANSACTIONS.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE          FROM WS-REPORT-HEADING.

           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DF02SUPM NO TRANSACTIONS TO APPLY'
                                              UPON CONSOLE
               GO TO 1000-WRITE-MASTER
           END-IF.

           PERFORM UNTIL WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-TRANSACTION THRU
                               2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.

       1000-WRITE-MASTER.

           IF WS-SUPPLIER-COUNT > 1
               SORT WS-SUP-ENTRY
                   ASCENDING KEY WS-SUP-KEY
           END-IF.

           OPEN OUTPUT MASTER-OUT-FILE.

           IF WS-MASTER-OUT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DF02SUPM MASTER OPEN ERROR' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
               MOVE SPACES              TO DF02-SUPPLIER-RECORD
               MOVE WS-SUP-SUPPLIER (WS-SUP-IDX) TO DF02-SUP-SUPPLIER
               MOVE WS-SUP-PART (WS-SUP-IDX)     TO DF02-SUP-PART
               MOVE WS-SUP-NAME (WS-SUP-IDX)     TO DF02-SUP-NAME
               MOVE WS-SUP-LEAD-DAYS (WS-SUP-IDX)
                                        TO DF02-SUP-LEAD-DAYS
               MOVE WS-SUP-MIN-ORDER (WS-SUP-IDX)
                                        TO DF02-SUP-MIN-ORDER-QTY
               MOVE WS-SUP-UNIT-COST (WS-SUP-IDX)
                                        TO DF02-SUP-UNIT-COST
               WRITE MASTER-OUT-RECORD FROM DF02-SUPPLIER-RECORD
           END-PERFORM.

           CLOSE MASTER-OUT-FILE.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF02SUPM TRANSACTIONS APPLIED  = '
                                        WS-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DF02SUPM TRANSACTIONS REJECTED = '
                                        WS-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DF02SUPM END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-APPLY-ONE-TRANSACTION.

           PERFORM 2100-FIND-SUPPLIER-PART THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN ST-ACTION-ADD
                   PERFORM 3000-ADD-OR-CHANGE THRU 3000-EXIT
               WHEN ST-ACTION-DELETE
                   PERFORM 4000-DELETE THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
           END-EVALUATE.

       2000-EXIT. EXIT.

       2100-FIND-SUPPLIER-PART.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
               IF WS-SUP-SUPPLIER (WS-SUP-IDX) = ST-SUPPLIER
                  AND WS-SUP-PART (WS-SUP-IDX) = ST-PART
                   MOVE WS-SUP-IDX      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

      **** THE SAME 'A' ADDS A NEW SUPPLIER/PART OR REPLACES THE
      **** TERMS OF ONE ALREADY ON FILE.
       3000-ADD-OR-CHANGE.

           IF ST-SUPPLIER = SPACES OR ST-PART = SPACES
               MOVE 'SUPPLIER AND PART REQUIRED' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           IF ST-LEAD-DAYS NOT NUMERIC
              OR ST-MIN-ORDER-QTY NOT NUMERIC
              OR ST-UNIT-COST NOT NUMERIC
               MOVE 'TERMS NOT NUMERIC' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 5000-CHECK-OPERATOR THRU 5000-EXIT.

           IF DFAUTH-DENIED
               GO TO 3000-EXIT
           END-IF.

           IF WS-FOUND-SUB = ZERO
               IF WS-SUPPLIER-COUNT >= 1000
                   MOVE 'SUPPLIER TABLE FULL' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 3000-EXIT
               END-IF
               ADD 1                    TO WS-SUPPLIER-COUNT
               MOVE WS-SUPPLIER-COUNT   TO WS-FOUND-SUB
               MOVE ST-SUPPLIER         TO WS-SUP-SUPPLIER
                                                  (WS-FOUND-SUB)
               MOVE ST-PART             TO WS-SUP-PART (WS-FOUND-SUB)
               MOVE 'ADDED'             TO RD-REASON
           ELSE
               MOVE 'TERMS CHANGED'     TO RD-REASON
           END-IF.

           MOVE ST-NAME                TO WS-SUP-NAME (WS-FOUND-SUB).
           MOVE ST-LEAD-DAYS           TO WS-SUP-LEAD-DAYS
                                                  (WS-FOUND-SUB).
           MOVE ST-MIN-ORDER-QTY       TO WS-SUP-MIN-ORDER
                                                  (WS-FOUND-SUB).
           MOVE ST-UNIT-COST           TO WS-SUP-UNIT-COST
                                                  (WS-FOUND-SUB).

           PERFORM 6000-WRITE-APPLIED-LINE.

       3000-EXIT. EXIT.

       4000-DELETE.

           IF WS-FOUND-SUB = ZERO
               MOVE 'SUPPLIER/PART NOT ON MASTER' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 5000-CHECK-OPERATOR THRU 5000-EXIT.

           IF DFAUTH-DENIED
               GO TO 4000-EXIT
           END-IF.

      **** SHIFT EVERY ENTRY AFTER THE DROPPED ONE DOWN ONE SLOT AND
      **** SHRINK THE OCCURS DEPENDING ON COUNT BY ONE.
           PERFORM VARYING WS-SUP-IDX FROM WS-FOUND-SUB BY 1
                       UNTIL WS-SUP-IDX >= WS-SUPPLIER-COUNT
               MOVE WS-SUP-ENTRY (WS-SUP-IDX + 1)
                   TO WS-SUP-ENTRY (WS-SUP-IDX)
           END-PERFORM.

           SUBTRACT 1                  FROM WS-SUPPLIER-COUNT.

           MOVE 'DROPPED'              TO RD-REASON.
           PERFORM 6000-WRITE-APPLIED-LINE.

       4000-EXIT. EXIT.

       5000-CHECK-OPERATOR.

           MOVE ST-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'PUR'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'SUPPLIER ' ST-SUPPLIER ' PART ' ST-PART
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
           END-IF.

       5000-EXIT. EXIT.

       6000-WRITE-APPLIED-LINE.

           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE 'APPLIED'              TO RD-DISPOSITION.
           MOVE ST-ACTION              TO RD-ACTION.
           MOVE ST-SUPPLIER            TO RD-SUPPLIER.
           MOVE ST-PART                TO RD-PART.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           MOVE SPACES                 TO WS-REGISTER-DETAIL.

       6100-WRITE-REJECTED-LINE.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE 'REJECTED'             TO RD-DISPOSITION.
           MOVE ST-ACTION              TO RD-ACTION.
           MOVE ST-SUPPLIER            TO RD-SUPPLIER.
           MOVE ST-PART                TO RD-PART.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           MOVE SPACES                 TO WS-REGISTER-DETAIL.
