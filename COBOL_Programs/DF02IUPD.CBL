      ****   AND REPORTED INSTEAD OF QUIETLY CREATING A PHANTOM     ****
      ****   ON-HAND BALANCE.  WITH NO PART MASTER ON FILE THE      ****
      ****   CHECK IS SUSPENDED WITH A CONSOLE WARNING.             ****
      ******************************************************************

      ******************************************************************
      ****   RECEIPTS AND SHIPMENTS OF A PART FLAGGED SERIALIZED ON ****
      ****   DF02PRTM NAME THEIR UNITS ON DF02ITSN (ACTION, PLANT,  ****
      ****   PART, SERIAL).  EACH LISTED UNIT IS APPENDED TO        ****
      ****   DF02SEVT - AN 'I' EVENT FOR A RECEIPT INTO THE PLANT,  ****
      ****   AN 'O' EVENT FOR A SHIPMENT OUT OF IT - FOR DF02SERM   ****
      ****   TO CARRY ON THE SERIAL MASTER.  A SERIAL FOR A PART    ****
      ****   THAT IS NOT SERIALIZED, OR WITH AN ACTION OTHER THAN   ****
      ****   'R' OR 'S', IS REJECTED.  A DRY RUN RECORDS NO SERIAL  ****
      ****   EVENTS.                                                ****
      ******************************************************************

      ******************************************************************
      ****   EVERY TRANSACTION APPLIED IS ALSO APPENDED TO THE      ****
      ****   DF02MVHS MOVEMENT HISTORY (DATE, ACTION, PLANT, PART,  ****
      ****   QUANTITY) THAT THE MONTHLY DF02ABCC RUN CLASSIFIES     ****
      ****   EACH PLANT/PART BY.  A DRY RUN RECORDS NO MOVEMENTS.   ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT SERIAL-IN-FILE   ASSIGN TO DF02ITSN
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
           05  IOR-ON-HAND             PIC 9(07).

       FD  PART-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-RECORD.

       01  PART-RECORD.
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-OF-MEASURE       PIC X(03).
           05  PM-ACTIVE-FLAG           PIC X(01).
      **** STANDARD AND PENDING COST, KEPT BY DF02PMST.
           05  FILLER                   PIC X(42).
           05  PM-SERIALIZED-FLAG       PIC X(01).

       FD  SERIAL-IN-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SERIAL-IN-RECORD.

       01  SERIAL-IN-RECORD.
           05  SN-ACTION               PIC X(01).
           05  SN-PLANT                PIC X(03).
           05  SN-PART                 PIC X(08).
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

           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SERIAL-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SERIAL-IN-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-SERIAL-IN-EOF            VALUE 'Y'.

       01  WS-MOVEMENT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOVEMENT-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  WS-MOVEMENT-OPEN            VALUE 'Y'.
           88  WS-MOVEMENT-FAILED          VALUE 'F'.
       01  WS-MOVEMENT-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-MOVEMENT-DATE.
           05  WS-MVD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MVD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MVD-DD               PIC X(02).

       01  WS-SERIAL-EVENT-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-REJECT-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PART-SERIAL-FLAG         PIC X(01) VALUE SPACE.

       01  WS-PART-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.
           05  WS-PRT-ENTRY            OCCURS 500 TIMES.
               10  WS-PRT-CODE         PIC X(08).
               10  WS-PRT-ACTIVE       PIC X(01).
               10  WS-PRT-SERIALIZED   PIC X(01).

       01  WS-PRT-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PART-OK-FLAG             PIC X(01) VALUE SPACE.
       01  WS-INV-OUT-NAME             PIC X(09) VALUE 'DF02INVF'.

       COPY DFRUNDT.

       COPY DF02MVHR.

       01  WS-GEN-KEEP                 PIC 9(01) VALUE 3.
       01  WS-GEN-RETURN-CODE          PIC X(02) VALUE SPACES.

                       'THE SHADOW COPY' UPON CONSOLE
           END-IF.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-MOVEMENT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-MVD-YYYY
               MOVE WS-CD-MM            TO WS-MVD-MM
               MOVE WS-CD-DD            TO WS-MVD-DD
           END-IF.

           PERFORM 1500-LOAD-PART-MASTER THRU 1500-EXIT.

       1000-LOAD-INVENTORY.

           CLOSE TRANS-FILE.

           IF WS-MOVEMENT-OPEN
               CLOSE MOVEMENT-FILE
           END-IF.

           PERFORM 4000-RECORD-SERIALS THRU 4000-EXIT.

       1000-WRITE-INVENTORY.

      **** A DRY-RUN WRITES THE SHADOW, NOT THE MASTER, SO THERE IS
                                              UPON CONSOLE.
           DISPLAY 'DF02IUPD UNKNOWN-PART REJECTS = '
                                    WS-PART-REJECT-COUNT UPON CONSOLE.
           DISPLAY 'DF02IUPD MOVEMENTS RECORDED= ' WS-MOVEMENT-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02IUPD SERIALS RECORDED  = '
                                   WS-SERIAL-EVENT-COUNT UPON CONSOLE.
           DISPLAY 'DF02IUPD SERIALS REJECTED  = '
                                  WS-SERIAL-REJECT-COUNT UPON CONSOLE.
           DISPLAY 'DF02IUPD END OF JOB' UPON CONSOLE.

           GOBACK.
                               TO WS-PRT-CODE (WS-PART-COUNT)
                           MOVE PM-ACTIVE-FLAG
                               TO WS-PRT-ACTIVE (WS-PART-COUNT)
                           MOVE PM-SERIALIZED-FLAG
                               TO WS-PRT-SERIALIZED (WS-PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-IF.

           PERFORM 2500-RECORD-MOVEMENT THRU 2500-EXIT.

       2000-EXIT. EXIT.

       2100-CHECK-PART-CODE.
               END-IF
           END-PERFORM.

       2500-RECORD-MOVEMENT.

           IF DFRUNDT-DRY-RUN OR WS-MOVEMENT-FAILED
               GO TO 2500-EXIT
           END-IF.

           IF NOT WS-MOVEMENT-OPEN
               OPEN EXTEND MOVEMENT-FILE
               IF WS-MOVEMENT-STATUS NOT = '00'
                   OPEN OUTPUT MOVEMENT-FILE
               END-IF
               IF WS-MOVEMENT-STATUS NOT = '00'
                   DISPLAY 'DF02IUPD MOVEMENT HISTORY OPEN ERROR - '
                           'MOVEMENTS NOT RECORDED' UPON CONSOLE
                   MOVE 'F'             TO WS-MOVEMENT-OPEN-FLAG
                   GO TO 2500-EXIT
               END-IF
               MOVE 'Y'                 TO WS-MOVEMENT-OPEN-FLAG
           END-IF.

           MOVE SPACES                 TO DF02-MOVEMENT-RECORD.
           MOVE WS-MOVEMENT-DATE       TO DF02-MVH-DATE.
           MOVE 'DF02IUPD'             TO DF02-MVH-SOURCE.
           MOVE TR-ACTION              TO DF02-MVH-ACTION.
           MOVE TR-PLANT               TO DF02-MVH-PLANT.
           MOVE TR-PART                TO DF02-MVH-PART.
           MOVE TR-QUANTITY            TO DF02-MVH-QUANTITY.
           WRITE MOVEMENT-RECORD       FROM DF02-MOVEMENT-RECORD.
           ADD 1                       TO WS-MOVEMENT-COUNT.

       2500-EXIT. EXIT.

       3000-FIND-OR-ADD-PLANT-PART.

           MOVE ZERO                   TO WS-FOUND-SUB.
                                                  (WS-ENTRY-COUNT).

       3000-EXIT. EXIT.

       4000-RECORD-SERIALS.

           OPEN INPUT SERIAL-IN-FILE.

           IF WS-SERIAL-IN-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.

           IF DFRUNDT-DRY-RUN
               DISPLAY 'DF02IUPD SIMULATION - SERIALS NOT RECORDED'
                                              UPON CONSOLE
               CLOSE SERIAL-IN-FILE
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND EVENT-FILE.

           IF WS-EVENT-STATUS NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.

           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'DF02IUPD SERIAL EVENT OPEN ERROR - SERIALS '
                       'NOT RECORDED' UPON CONSOLE
               CLOSE SERIAL-IN-FILE
               GO TO 4000-EXIT
           END-IF.

           PERFORM UNTIL WS-SERIAL-IN-EOF
               READ SERIAL-IN-FILE
                   AT END
                       SET WS-SERIAL-IN-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-RECORD-ONE-SERIAL THRU 4100-EXIT
               END-READ
           END-PERFORM.

           CLOSE SERIAL-IN-FILE.
           CLOSE EVENT-FILE.

       4000-EXIT. EXIT.

       4100-RECORD-ONE-SERIAL.

           MOVE 'N'                    TO WS-PART-SERIAL-FLAG.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                       UNTIL WS-PRT-SUB > WS-PART-COUNT
               IF WS-PRT-CODE (WS-PRT-SUB) = SN-PART
                   MOVE WS-PRT-SERIALIZED (WS-PRT-SUB)
                                        TO WS-PART-SERIAL-FLAG
               END-IF
           END-PERFORM.

           IF WS-PART-SERIAL-FLAG NOT = 'Y'
              OR (SN-ACTION NOT = 'R' AND SN-ACTION NOT = 'S')
               ADD 1                    TO WS-SERIAL-REJECT-COUNT
               DISPLAY 'DF02IUPD SERIAL ' SN-SERIAL ' FOR '
                       SN-PLANT '/' SN-PART ' ACTION ' SN-ACTION
                       ' REJECTED' UPON CONSOLE
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                 TO DF02-SERIAL-EVENT.
           MOVE 'DF02IUPD'             TO DF02-SEV-SOURCE.

           IF SN-ACTION = 'R'
               MOVE 'I'                 TO DF02-SEV-TYPE
           ELSE
               MOVE 'O'                 TO DF02-SEV-TYPE
           END-IF.

           MOVE SN-PART                TO DF02-SEV-PART.
           MOVE SN-SERIAL              TO DF02-SEV-SERIAL.
           MOVE SN-PLANT               TO DF02-SEV-PLANT.
           MOVE DFRUNDT-PROCESSING-DATE TO DF02-SEV-DATE.

           IF DFRUNDT-RETURN-CODE NOT = '00'
               MOVE SPACES              TO DF02-SEV-DATE
           END-IF.

           WRITE DF02-SERIAL-EVENT.
           ADD 1                       TO WS-SERIAL-EVENT-COUNT.

       4100-EXIT. EXIT.
