      ****   DFRPT/DFRPTPRT REPORT LAYER - EACH RECEIVING PLANT      ****
      ****   STARTS A FRESH PAGE SO THE DOCK CAN WORK STRAIGHT OFF   ****
      ****   THE BATCH OUTPUT INSTEAD OF RETYPED PAPERWORK.          ****
      ******************************************************************

      ******************************************************************
      ****   A PART FLAGGED SERIALIZED ON DF02PRTM IS NOW SHIPPED    ****
      ****   BY SERIAL NUMBER.  THE DOCK LISTS THE UNITS GOING OUT   ****
      ****   ON DF02SHSN (PART, FROM-LOCATION, SERIAL); WHEN SUCH A  ****
      ****   SHIPMENT ROUTES, AS MANY OF ITS UNITS AS THE SHIPMENT   ****
      ****   QUANTITY ARE TIED TO THE MANIFEST NUMBER AS 'T' EVENTS  ****
      ****   ON DF02SEVT FOR DF02SERM TO CARRY ON THE SERIAL MASTER. ****
      ****   A SERIALIZED SHIPMENT WITH TOO FEW SERIALS LISTED STILL ****
      ****   ROUTES BUT IS REPORTED ON THE CONSOLE.                  ****
      ******************************************************************

      ******************************************************************
      ****   EVERY ROUTED SHIPMENT IS ALSO APPENDED TO THE DF02MVHS  ****
      ****   MOVEMENT HISTORY AS A 'T' MOVEMENT OF THE PART AT THE   ****
      ****   PLANT CHOSEN TO FILL IT, FOR THE MONTHLY DF02ABCC       ****
      ****   VELOCITY CLASSIFICATION.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SERIAL-IN-FILE   ASSIGN TO DF02SHSN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SERIAL-IN-STATUS.

           SELECT EVENT-FILE       ASSIGN TO DF02SEVT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EVENT-STATUS.

           SELECT MOVEMENT-FILE    ASSIGN TO DF02MVHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MOVEMENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  MANIFEST-LINE               PIC X(132).

       FD  PART-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-MASTER-RECORD.

       01  PART-MASTER-RECORD.
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-OF-MEASURE       PIC X(03).
           05  PM-ACTIVE-FLAG           PIC X(01).
      **** STANDARD AND PENDING COST, KEPT BY DF02PMST.
           05  FILLER                   PIC X(42).
           05  PM-SERIALIZED-FLAG       PIC X(01).

       FD  SERIAL-IN-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS SERIAL-IN-RECORD.

       01  SERIAL-IN-RECORD.
           05  SN-PART                 PIC X(08).
           05  SN-FROM-LOCATION        PIC X(03).
           05  SN-SERIAL               PIC X(12).

       FD  EVENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF02-SERIAL-EVENT.

       COPY DF02SEVR.

       FD  MOVEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.

       01  MOVEMENT-RECORD             PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.

       01  WS-PART-MST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SERIAL-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SERIAL-IN-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-SERIAL-IN-EOF            VALUE 'Y'.

       01  WS-EVENT-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  WS-EVENT-OPEN               VALUE 'Y'.

       01  WS-MOVEMENT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOVEMENT-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  WS-MOVEMENT-OPEN            VALUE 'Y'.
           88  WS-MOVEMENT-FAILED          VALUE 'F'.

      **** UNITS LISTED FOR SHIPMENT, EACH USED ONCE.
       01  WS-SHIP-SERIAL-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-SHIP-SERIAL-TABLE.
           05  WS-SSN-ENTRY            OCCURS 1000 TIMES.
               10  WS-SSN-PART         PIC X(08).
               10  WS-SSN-FROM         PIC X(03).
               10  WS-SSN-SERIAL       PIC X(12).
               10  WS-SSN-USED         PIC X(01).

       01  WS-SSN-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SERIALS-TIED             PIC 9(07) VALUE ZERO.
       01  WS-SERIAL-EVENT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-SERIAL-SHORT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-PART-SERIAL-FLAG         PIC X(01) VALUE 'N'.
           88  WS-PART-SERIALIZED          VALUE 'Y'.

       01  WS-PART-MST-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-PART-MST-EOF             VALUE 'Y'.
           05  WS-PMS-ENTRY            OCCURS 500 TIMES.
               10  WS-PMS-CODE         PIC X(08).
               10  WS-PMS-ACTIVE       PIC X(01).
               10  WS-PMS-SERIALIZED   PIC X(01).

       01  WS-PMS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PART-OK-FLAG             PIC X(01) VALUE SPACE.
           05  MD-FROM                 PIC X(03).
           05  FILLER                  PIC X(75) VALUE SPACES.

       COPY DF02MVHR.

       COPY DFRPT.

       COPY DFHRTBT.
                               TO WS-PMS-CODE (WS-PART-MST-COUNT)
                           MOVE PM-ACTIVE-FLAG
                               TO WS-PMS-ACTIVE (WS-PART-MST-COUNT)
                           MOVE PM-SERIALIZED-FLAG
                               TO WS-PMS-SERIALIZED
                                               (WS-PART-MST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       1000-PROCESS-SHIPMENTS.

           PERFORM 1500-LOAD-SHIPPED-SERIALS THRU 1500-EXIT.

           OPEN INPUT SHIPMENT-FILE.

           IF WS-SHIPMENT-STATUS NOT = '00'
           CLOSE SHIPMENT-FILE.
           CLOSE TRANSFER-FILE.

           IF WS-EVENT-OPEN
               CLOSE EVENT-FILE
           END-IF.

           IF WS-MOVEMENT-OPEN
               CLOSE MOVEMENT-FILE
           END-IF.

           PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT.

       1000-END-OF-JOB.
                                              UPON CONSOLE.
           DISPLAY 'DF02RTE SHIPMENTS UNROUTED= ' WS-UNROUTED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02RTE SERIALS SHIPPED   = '
                                 WS-SERIAL-EVENT-COUNT UPON CONSOLE.
           DISPLAY 'DF02RTE SERIALS MISSING   = '
                                 WS-SERIAL-SHORT-COUNT UPON CONSOLE.
           DISPLAY 'DF02RTE END OF JOB' UPON CONSOLE.

           GOBACK.

      **** AN UNKNOWN OR INACTIVE PART DOES NOT ROUTE - IT IS
      **** REPORTED AND SKIPPED BEFORE ANY PLANT IS CONSIDERED.
           MOVE 'N'                    TO WS-PART-SERIAL-FLAG.

           IF WS-PART-MASTER-LOADED
               PERFORM 2050-CHECK-PART-CODE
               IF WS-PART-OK-FLAG = 'N'
           MOVE WS-ROUTING-DATE        TO TO-ROUTING-DATE.
           WRITE TRANSFER-RECORD.

           IF WS-PART-SERIALIZED
               PERFORM 2200-SHIP-SERIALS THRU 2200-EXIT
           END-IF.

           PERFORM 2300-RECORD-MOVEMENT THRU 2300-EXIT.

           IF WS-ORDER-COUNT < 500
               ADD 1                    TO WS-ORDER-COUNT
               MOVE WS-NEW-LOCATION     TO WS-ORD-PLANT
               IF WS-PMS-CODE (WS-PMS-SUB) = SH-PART
                  AND WS-PMS-ACTIVE (WS-PMS-SUB) = 'A'
                   MOVE 'Y'             TO WS-PART-OK-FLAG
                   MOVE WS-PMS-SERIALIZED (WS-PMS-SUB)
                                        TO WS-PART-SERIAL-FLAG
               END-IF
           END-PERFORM.

      **** TIE THE LISTED UNITS OF THIS PART LEAVING THIS LOCATION
      **** TO THE MANIFEST JUST WRITTEN, UP TO THE SHIPMENT QUANTITY.
       2200-SHIP-SERIALS.

           MOVE ZERO                   TO WS-SERIALS-TIED.

           PERFORM VARYING WS-SSN-SUB FROM 1 BY 1
                       UNTIL WS-SSN-SUB > WS-SHIP-SERIAL-COUNT
                          OR WS-SERIALS-TIED >= SH-QUANTITY
               IF WS-SSN-PART (WS-SSN-SUB) = SH-PART
                  AND WS-SSN-FROM (WS-SSN-SUB) = SH-FROM-LOCATION
                  AND WS-SSN-USED (WS-SSN-SUB) = 'N'
                   PERFORM 2250-WRITE-SHIPPED-EVENT THRU 2250-EXIT
               END-IF
           END-PERFORM.

           IF WS-SERIALS-TIED < SH-QUANTITY
               COMPUTE WS-SERIAL-SHORT-COUNT =
                       WS-SERIAL-SHORT-COUNT
                     + SH-QUANTITY - WS-SERIALS-TIED
               DISPLAY 'DF02RTE SERIALIZED PART ' SH-PART
                       ' MANIFEST ' WS-MANIFEST-NUMBER
                       ' SHIPPED WITHOUT ALL SERIALS' UPON CONSOLE
           END-IF.

       2200-EXIT. EXIT.

       2250-WRITE-SHIPPED-EVENT.

           IF NOT WS-EVENT-OPEN
               OPEN EXTEND EVENT-FILE
               IF WS-EVENT-STATUS NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               IF WS-EVENT-STATUS NOT = '00'
                   DISPLAY 'DF02RTE SERIAL EVENT OPEN ERROR'
                                              UPON CONSOLE
                   MOVE SH-QUANTITY     TO WS-SERIALS-TIED
                   GO TO 2250-EXIT
               END-IF
               MOVE 'Y'                 TO WS-EVENT-OPEN-FLAG
           END-IF.

           MOVE 'Y'                    TO WS-SSN-USED (WS-SSN-SUB).
           ADD 1                       TO WS-SERIALS-TIED.
           ADD 1                       TO WS-SERIAL-EVENT-COUNT.

           MOVE SPACES                 TO DF02-SERIAL-EVENT.
           MOVE 'DF02RTE'              TO DF02-SEV-SOURCE.
           MOVE 'T'                    TO DF02-SEV-TYPE.
           MOVE SH-PART                TO DF02-SEV-PART.
           MOVE WS-SSN-SERIAL (WS-SSN-SUB) TO DF02-SEV-SERIAL.
           MOVE WS-NEW-LOCATION        TO DF02-SEV-PLANT.
           MOVE SH-FROM-LOCATION       TO DF02-SEV-FROM-PLANT.
           MOVE WS-MANIFEST-NUMBER     TO DF02-SEV-MANIFEST-NO.
           MOVE WS-ROUTING-DATE        TO DF02-SEV-DATE.
           WRITE DF02-SERIAL-EVENT.

       2250-EXIT. EXIT.

       2300-RECORD-MOVEMENT.

           IF WS-MOVEMENT-FAILED
               GO TO 2300-EXIT
           END-IF.

           IF NOT WS-MOVEMENT-OPEN
               OPEN EXTEND MOVEMENT-FILE
               IF WS-MOVEMENT-STATUS NOT = '00'
                   OPEN OUTPUT MOVEMENT-FILE
               END-IF
               IF WS-MOVEMENT-STATUS NOT = '00'
                   DISPLAY 'DF02RTE MOVEMENT HISTORY OPEN ERROR'
                                              UPON CONSOLE
                   MOVE 'F'             TO WS-MOVEMENT-OPEN-FLAG
                   GO TO 2300-EXIT
               END-IF
               MOVE 'Y'                 TO WS-MOVEMENT-OPEN-FLAG
           END-IF.

           MOVE SPACES                 TO DF02-MOVEMENT-RECORD.
           MOVE WS-ROUTING-DATE        TO DF02-MVH-DATE.
           MOVE 'DF02RTE'              TO DF02-MVH-SOURCE.
           MOVE 'T'                    TO DF02-MVH-ACTION.
           MOVE WS-NEW-LOCATION        TO DF02-MVH-PLANT.
           MOVE SH-PART                TO DF02-MVH-PART.
           MOVE SH-QUANTITY            TO DF02-MVH-QUANTITY.
           WRITE MOVEMENT-RECORD       FROM DF02-MOVEMENT-RECORD.

       2300-EXIT. EXIT.

      **** THE TRANSFER ORDERS ARE SORTED BY RECEIVING PLANT AND
      **** PRINTED AS ONE MANIFEST PER PLANT, EACH PLANT STARTING A
      **** FRESH PAGE.

       3000-EXIT. EXIT.

       1500-LOAD-SHIPPED-SERIALS.

           OPEN INPUT SERIAL-IN-FILE.

           IF WS-SERIAL-IN-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-SERIAL-IN-EOF
               READ SERIAL-IN-FILE
                   AT END
                       SET WS-SERIAL-IN-EOF TO TRUE
                   NOT AT END
                       IF WS-SHIP-SERIAL-COUNT < 1000
                           ADD 1 TO WS-SHIP-SERIAL-COUNT
                           MOVE SN-PART
                               TO WS-SSN-PART (WS-SHIP-SERIAL-COUNT)
                           MOVE SN-FROM-LOCATION
                               TO WS-SSN-FROM (WS-SHIP-SERIAL-COUNT)
                           MOVE SN-SERIAL
                               TO WS-SSN-SERIAL (WS-SHIP-SERIAL-COUNT)
                           MOVE 'N'
                               TO WS-SSN-USED (WS-SHIP-SERIAL-COUNT)
                       ELSE
                           DISPLAY 'DF02RTE SHIPPED-SERIAL TABLE FULL '
                                   '- ' SN-PART ' ' SN-SERIAL
                                   ' NOT LOADED' UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SERIAL-IN-FILE.

       1500-EXIT. EXIT.

       2100-GET-PLANT-ON-HAND.

           MOVE ZERO                   TO WS-ON-HAND-QTY.
