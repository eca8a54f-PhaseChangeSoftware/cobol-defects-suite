      ****   RECEIPT FOR A NEW PLANT/PART.                          ****
      ******************************************************************

      ******************************************************************
      ****   COUNT ADJUSTMENTS NEVER REACHED THE BOOKS.  EACH       ****
      ****   VARIANCE IS NOW VALUED AT THE PART'S STANDARD UNIT     ****
      ****   COST FROM THE DF02PRTM PART MASTER (THE PENDING COST   ****
      ****   ONCE ITS EFFECTIVE DATE HAS ARRIVED) AND THE RUN'S     ****
      ****   SHORTAGES AND OVERAGES GO TO DFGLSRC AS SOURCE         ****
      ****   DF02CNTP, KEYS SHRINK AND OVERAGE, FOR DFGLPST TO      ****
      ****   JOURNAL AGAINST SHRINK EXPENSE AND THE INVENTORY       ****
      ****   CONTROL ACCOUNT THROUGH THE DFGLMAP MAPPING.  A PART   ****
      ****   WITH NO STANDARD COST IS LISTED AT ZERO VALUE AND      ****
      ****   ENDS THE RUN WITH RETURN CODE 4 SO IT GETS COSTED.     ****
      ******************************************************************

      *            EXTENDED TO APPEND EVERY AUTHORIZED COUNT - MATCHED
      *            OR NOT - TO THE DF02SHRH SHRINK HISTORY (COUNT DATE,
      *            PLANT, PART, BOOK AND COUNTED QUANTITY) THAT THE
      *            DF02SHRK TREND RUN MEASURES PLANT SHRINK FROM.

      *            EXTENDED TO RECORD THE SERIAL NUMBERS SEEN AT THE
      *            COUNT OF A PART FLAGGED SERIALIZED ON DF02PRTM.  THE
      *            COUNTER LISTS THEM ON DF02CNSN (PLANT, PART, SERIAL)
      *            AND EACH UNIT LISTED UNDER AN AUTHORIZED COUNT IS
      *            APPENDED TO DF02SEVT AS A 'C' EVENT, FROM WHICH
      *            DF02SERM REPORTS UNITS COUNTED AT THE WRONG PLANT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT PART-FILE        ASSIGN TO DF02PRTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF02SHRH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SERIAL-IN-FILE   ASSIGN TO DF02CNSN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SERIAL-IN-STATUS.

           SELECT EVENT-FILE       ASSIGN TO DF02SEVT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-LINE                 PIC X(132).

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

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD.
           05  SH-COUNT-DATE           PIC X(10).
           05  SH-PLANT                PIC X(03).
           05  SH-PART                 PIC X(08).
           05  SH-BOOK-QTY             PIC 9(07).
           05  SH-COUNTED-QTY          PIC 9(07).
           05  FILLER                  PIC X(05).

       FD  SERIAL-IN-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS SERIAL-IN-RECORD.

       01  SERIAL-IN-RECORD.
           05  SN-PLANT                PIC X(03).
           05  SN-PART                 PIC X(08).
           05  SN-SERIAL               PIC X(12).

       FD  EVENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF02-SERIAL-EVENT.

       COPY DF02SEVR.

       WORKING-STORAGE SECTION.

       01  WS-INV-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COUNT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-INV-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.

       01  WS-HISTORY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  WS-HISTORY-OPEN             VALUE 'Y'.

       01  WS-SERIAL-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SERIAL-IN-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-SERIAL-IN-EOF            VALUE 'Y'.

       01  WS-EVENT-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  WS-EVENT-OPEN               VALUE 'Y'.

      **** SERIALS THE COUNTERS LISTED, EACH RECORDED ONCE.
       01  WS-CNT-SERIAL-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-CNT-SERIAL-TABLE.
           05  WS-CSN-ENTRY            OCCURS 1000 TIMES.
               10  WS-CSN-PLANT        PIC X(03).
               10  WS-CSN-PART         PIC X(08).
               10  WS-CSN-SERIAL       PIC X(12).
               10  WS-CSN-USED         PIC X(01).

       01  WS-CSN-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-EVENT-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-UNUSED-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PART-SERIAL-FLAG         PIC X(01) VALUE SPACE.

       01  WS-PART-FLAG                PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.

       01  WS-INV-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-INV-EOF                  VALUE 'Y'.
               10  WS-VAR-COUNTED      PIC 9(07).
               10  WS-VAR-DIFFERENCE   PIC S9(08) COMP-3.
               10  WS-VAR-OPERATOR     PIC X(08).
               10  WS-VAR-UNIT-COST    PIC 9(07)V9999.
               10  WS-VAR-VALUE        PIC S9(09)V99 COMP-3.
               10  WS-VAR-COST-FLAG    PIC X(01).

      **** STANDARD COST IN FORCE FOR EACH PART AS OF THE PROCESSING
      **** DATE.  THE MASTER IS KEPT IN PART-CODE ORDER.
       01  WS-PART-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PART-COUNT
                                       ASCENDING KEY IS WS-PRT-CODE
                                       INDEXED BY WS-PRT-IDX.
               10  WS-PRT-CODE         PIC X(08).
               10  WS-PRT-COST         PIC 9(07)V9999.
               10  WS-PRT-SERIALIZED   PIC X(01).

       01  WS-UNIT-COST                PIC 9(07)V9999 VALUE ZERO.
       01  WS-COST-FOUND-FLAG          PIC X(01) VALUE SPACE.
           88  WS-COST-FOUND               VALUE 'Y'.
       01  WS-VARIANCE-VALUE           PIC S9(09)V99 VALUE ZERO.
       01  WS-SHRINK-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-OVERAGE-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01  WS-UNCOSTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-GL-TOTAL                 PIC S9(11)V99 VALUE ZERO.

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

       COPY DFRUNDT.

       COPY DFBAL.

       01  WS-DIFFERENCE               PIC S9(08) VALUE ZERO.

           05  FILLER                  PIC X(10) VALUE '  COUNTED'.
           05  FILLER                  PIC X(12) VALUE '  DIFFERENCE'.
           05  FILLER                  PIC X(10) VALUE '  COUNTER'.
           05  FILLER                  PIC X(14) VALUE
                                       '     UNIT COST'.
           05  FILLER                  PIC X(15) VALUE
                                       '          VALUE'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-PLANT                PIC X(03).
           05  DL-DIFFERENCE           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UNIT-COST            PIC ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VALUE                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-COST-NOTE            PIC X(12).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(30).
           05  TL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(87).

       COPY DFRPT.


           DISPLAY 'DF02CNTP START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
               DISPLAY 'DF02CNTP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
           END-IF.

           PERFORM 1100-LOAD-PART-COSTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-COUNTED-SERIALS THRU 1200-EXIT.

       1000-LOAD-INVENTORY.

           OPEN INPUT INVENTORY-IN-FILE.

           CLOSE COUNT-FILE.

           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF.

           IF WS-EVENT-OPEN
               CLOSE EVENT-FILE
           END-IF.

           PERFORM VARYING WS-CSN-SUB FROM 1 BY 1
                       UNTIL WS-CSN-SUB > WS-CNT-SERIAL-COUNT
               IF WS-CSN-USED (WS-CSN-SUB) = 'N'
                   ADD 1                TO WS-SERIAL-UNUSED-COUNT
                   DISPLAY 'DF02CNTP SERIAL ' WS-CSN-SERIAL (WS-CSN-SUB)
                           ' FOR ' WS-CSN-PLANT (WS-CSN-SUB) '/'
                           WS-CSN-PART (WS-CSN-SUB)
                           ' HAS NO AUTHORIZED COUNT OF A SERIALIZED '
                           'PART - NOT RECORDED' UPON CONSOLE
               END-IF
           END-PERFORM.

       1000-WRITE-INVENTORY.

           IF WS-ENTRY-COUNT > 1
               MOVE WS-VAR-COUNTED (WS-VAR-IDX)    TO DL-COUNTED
               MOVE WS-VAR-DIFFERENCE (WS-VAR-IDX) TO DL-DIFFERENCE
               MOVE WS-VAR-OPERATOR (WS-VAR-IDX)   TO DL-OPERATOR
               MOVE WS-VAR-UNIT-COST (WS-VAR-IDX)  TO DL-UNIT-COST
               MOVE WS-VAR-VALUE (WS-VAR-IDX)      TO DL-VALUE
               IF WS-VAR-COST-FLAG (WS-VAR-IDX) = 'N'
                   MOVE 'NO STD COST'   TO DL-COST-NOTE
               END-IF
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE 'SHRINK AT STANDARD COST'  TO TL-LABEL.
           MOVE WS-SHRINK-TOTAL        TO TL-AMOUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'OVERAGE AT STANDARD COST' TO TL-LABEL.
           MOVE WS-OVERAGE-TOTAL       TO TL-AMOUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 4000-POST-VARIANCES THRU 4000-EXIT.

      **** DFAUTH AND DFBALWR EACH LEAVE THEIR OWN RETURN CODE
      **** BEHIND, SO THE RUN'S OWN CODE IS SET AGAIN ON THE WAY OUT.
           IF WS-UNCOSTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02CNTP COUNTS APPLIED   = ' WS-APPLIED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02CNTP COUNTS DENIED    = ' WS-DENIED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02CNTP SHRINK VALUE     = ' WS-SHRINK-TOTAL
                                              UPON CONSOLE.
           DISPLAY 'DF02CNTP OVERAGE VALUE    = ' WS-OVERAGE-TOTAL
                                              UPON CONSOLE.
           DISPLAY 'DF02CNTP PARTS NOT COSTED = ' WS-UNCOSTED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02CNTP SERIALS COUNTED  = '
                                   WS-SERIAL-EVENT-COUNT UPON CONSOLE.
           DISPLAY 'DF02CNTP SERIALS IGNORED  = '
                                  WS-SERIAL-UNUSED-COUNT UPON CONSOLE.
           DISPLAY 'DF02CNTP END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-PART-COSTS.

           OPEN INPUT PART-FILE.

           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'DF02CNTP NO PART MASTER - VARIANCES ARE NOT '
                       'COSTED' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-PART-EOF
               READ PART-FILE
                   AT END
                       SET WS-PART-EOF TO TRUE
                   NOT AT END
                       IF WS-PART-COUNT < 2000
                           ADD 1 TO WS-PART-COUNT
                           PERFORM 1110-STORE-PART-COST THRU
                                   1110-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PART-FILE.

       1100-EXIT. EXIT.

      **** THE PENDING COST APPLIES ONCE ITS DATE HAS ARRIVED EVEN
      **** IF DF02PMST HAS NOT RUN SINCE TO MAKE IT CURRENT.
       1110-STORE-PART-COST.

           MOVE PM-PART-CODE           TO WS-PRT-CODE (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-COST (WS-PART-COUNT).
           MOVE PM-SERIALIZED-FLAG     TO WS-PRT-SERIALIZED
                                                  (WS-PART-COUNT).

           IF PM-STANDARD-COST NUMERIC
               MOVE PM-STANDARD-COST    TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

           IF PM-PENDING-EFFECTIVE NOT = SPACES
              AND PM-PENDING-EFFECTIVE NOT > WS-PROCESSING-DATE
              AND PM-PENDING-COST NUMERIC
               MOVE PM-PENDING-COST     TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

       1110-EXIT. EXIT.

       1200-LOAD-COUNTED-SERIALS.

           OPEN INPUT SERIAL-IN-FILE.

           IF WS-SERIAL-IN-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-SERIAL-IN-EOF
               READ SERIAL-IN-FILE
                   AT END
                       SET WS-SERIAL-IN-EOF TO TRUE
                   NOT AT END
                       IF WS-CNT-SERIAL-COUNT < 1000
                           ADD 1 TO WS-CNT-SERIAL-COUNT
                           MOVE SN-PLANT
                               TO WS-CSN-PLANT (WS-CNT-SERIAL-COUNT)
                           MOVE SN-PART
                               TO WS-CSN-PART (WS-CNT-SERIAL-COUNT)
                           MOVE SN-SERIAL
                               TO WS-CSN-SERIAL (WS-CNT-SERIAL-COUNT)
                           MOVE 'N'
                               TO WS-CSN-USED (WS-CNT-SERIAL-COUNT)
                       ELSE
                           DISPLAY 'DF02CNTP COUNTED-SERIAL TABLE '
                                   'FULL - ' SN-SERIAL ' NOT LOADED'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SERIAL-IN-FILE.

       1200-EXIT. EXIT.

       2000-APPLY-ONE-COUNT.

      **** THE COUNTER'S OPERATOR ID RIDES EVERY ADJUSTMENT AND IS
                       CE-COUNTED-QTY
                     - WS-INV-ON-HAND (WS-FOUND-SUB).

           PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
           PERFORM 2600-RECORD-SERIALS THRU 2600-EXIT.

           IF WS-DIFFERENCE = ZERO
               ADD 1                    TO WS-MATCHED-COUNT
               GO TO 2000-EXIT
                   TO WS-VAR-OPERATOR (WS-VAR-COUNT)
           END-IF.

           PERFORM 3500-COST-VARIANCE THRU 3500-EXIT.

           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE CE-COUNTED-QTY         TO WS-INV-ON-HAND
                                                  (WS-FOUND-SUB).

       2000-EXIT. EXIT.

      **** A MATCHED COUNT IS HISTORY TOO - IT IS THE STOCK THAT
      **** DID NOT GO MISSING, THE OTHER HALF OF THE SHRINK RATE.
       2500-WRITE-HISTORY.

           IF NOT WS-HISTORY-OPEN
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'DF02CNTP SHRINK HISTORY OPEN ERROR - '
                           'COUNT NOT RECORDED' UPON CONSOLE
                   GO TO 2500-EXIT
               END-IF
               MOVE 'Y'                 TO WS-HISTORY-OPEN-FLAG
           END-IF.

           MOVE SPACES                 TO HISTORY-RECORD.
           MOVE WS-PROCESSING-DATE     TO SH-COUNT-DATE.
           MOVE CE-PLANT               TO SH-PLANT.
           MOVE CE-PART                TO SH-PART.
           MOVE WS-INV-ON-HAND (WS-FOUND-SUB) TO SH-BOOK-QTY.
           MOVE CE-COUNTED-QTY         TO SH-COUNTED-QTY.
           WRITE HISTORY-RECORD.

       2500-EXIT. EXIT.

       2600-RECORD-SERIALS.

           MOVE 'N'                    TO WS-PART-SERIAL-FLAG.

           IF WS-PART-COUNT > ZERO
               SEARCH ALL WS-PRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRT-CODE (WS-PRT-IDX) = CE-PART
                       MOVE WS-PRT-SERIALIZED (WS-PRT-IDX)
                                        TO WS-PART-SERIAL-FLAG
               END-SEARCH
           END-IF.

           IF WS-PART-SERIAL-FLAG NOT = 'Y'
               GO TO 2600-EXIT
           END-IF.

           PERFORM VARYING WS-CSN-SUB FROM 1 BY 1
                       UNTIL WS-CSN-SUB > WS-CNT-SERIAL-COUNT
               IF WS-CSN-PLANT (WS-CSN-SUB) = CE-PLANT
                  AND WS-CSN-PART (WS-CSN-SUB) = CE-PART
                  AND WS-CSN-USED (WS-CSN-SUB) = 'N'
                   PERFORM 2650-WRITE-COUNTED-EVENT THRU 2650-EXIT
               END-IF
           END-PERFORM.

       2600-EXIT. EXIT.

       2650-WRITE-COUNTED-EVENT.

           IF NOT WS-EVENT-OPEN
               OPEN EXTEND EVENT-FILE
               IF WS-EVENT-STATUS NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               IF WS-EVENT-STATUS NOT = '00'
                   DISPLAY 'DF02CNTP SERIAL EVENT OPEN ERROR - '
                           'SERIAL NOT RECORDED' UPON CONSOLE
                   GO TO 2650-EXIT
               END-IF
               MOVE 'Y'                 TO WS-EVENT-OPEN-FLAG
           END-IF.

           MOVE 'Y'                    TO WS-CSN-USED (WS-CSN-SUB).
           ADD 1                       TO WS-SERIAL-EVENT-COUNT.

           MOVE SPACES                 TO DF02-SERIAL-EVENT.
           MOVE 'DF02CNTP'             TO DF02-SEV-SOURCE.
           MOVE 'C'                    TO DF02-SEV-TYPE.
           MOVE CE-PART                TO DF02-SEV-PART.
           MOVE WS-CSN-SERIAL (WS-CSN-SUB) TO DF02-SEV-SERIAL.
           MOVE CE-PLANT               TO DF02-SEV-PLANT.
           MOVE WS-PROCESSING-DATE     TO DF02-SEV-DATE.
           WRITE DF02-SERIAL-EVENT.

       2650-EXIT. EXIT.

       3000-FIND-OR-ADD-PLANT-PART.

           MOVE ZERO                   TO WS-FOUND-SUB.

       3000-EXIT. EXIT.

      **** THE ADJUSTMENT AT STANDARD COST - A SHORTAGE IS SHRINK,
      **** AN OVERAGE WRITES INVENTORY BACK UP.
       3500-COST-VARIANCE.

           MOVE ZERO                   TO WS-UNIT-COST.
           MOVE SPACE                  TO WS-COST-FOUND-FLAG.

           IF WS-PART-COUNT > ZERO
               SEARCH ALL WS-PRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRT-CODE (WS-PRT-IDX) = CE-PART
                       MOVE WS-PRT-COST (WS-PRT-IDX) TO WS-UNIT-COST
                       MOVE 'Y'         TO WS-COST-FOUND-FLAG
               END-SEARCH
           END-IF.

           IF WS-UNIT-COST = ZERO
               MOVE SPACE               TO WS-COST-FOUND-FLAG
               ADD 1                    TO WS-UNCOSTED-COUNT
               DISPLAY 'DF02CNTP NO STANDARD COST FOR PART ' CE-PART
                                              UPON CONSOLE
           END-IF.

           COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-DIFFERENCE * WS-UNIT-COST.

           IF WS-VARIANCE-VALUE < ZERO
               SUBTRACT WS-VARIANCE-VALUE FROM WS-SHRINK-TOTAL
           ELSE
               ADD WS-VARIANCE-VALUE    TO WS-OVERAGE-TOTAL
           END-IF.

           IF WS-VAR-COUNT > ZERO
              AND WS-VAR-PLANT (WS-VAR-COUNT) = CE-PLANT
              AND WS-VAR-PART (WS-VAR-COUNT) = CE-PART
               MOVE WS-UNIT-COST
                   TO WS-VAR-UNIT-COST (WS-VAR-COUNT)
               MOVE WS-VARIANCE-VALUE
                   TO WS-VAR-VALUE (WS-VAR-COUNT)
               IF WS-COST-FOUND
                   MOVE 'Y'   TO WS-VAR-COST-FLAG (WS-VAR-COUNT)
               ELSE
                   MOVE 'N'   TO WS-VAR-COST-FLAG (WS-VAR-COUNT)
               END-IF
           END-IF.

       3500-EXIT. EXIT.

      **** ONE DFGLSRC RECORD FOR EACH SIDE OF THE RUN'S VARIANCES.
       4000-POST-VARIANCES.

           IF WS-SHRINK-TOTAL = ZERO AND WS-OVERAGE-TOTAL = ZERO
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND GLSRC-FILE.

           IF WS-GLSRC-STATUS NOT = '00'
               OPEN OUTPUT GLSRC-FILE
           END-IF.

           IF WS-GLSRC-STATUS NOT = '00'
               DISPLAY 'DF02CNTP POSTING-SOURCE OPEN ERROR - '
                       'VARIANCES NOT POSTED' UPON CONSOLE
               GO TO 4000-EXIT
           END-IF.

           IF WS-SHRINK-TOTAL > ZERO
               MOVE 'DF02CNTP'          TO SR-SOURCE
               MOVE 'SHRINK'            TO SR-KEY
               MOVE WS-SHRINK-TOTAL     TO SR-AMOUNT
               MOVE SPACES              TO SR-COMPANY
                                           SR-COST-CENTER
               WRITE GLSRC-RECORD
               ADD 1                    TO WS-GL-COUNT
               ADD WS-SHRINK-TOTAL      TO WS-GL-TOTAL
           END-IF.

           IF WS-OVERAGE-TOTAL > ZERO
               MOVE 'DF02CNTP'          TO SR-SOURCE
               MOVE 'OVERAGE'           TO SR-KEY
               MOVE WS-OVERAGE-TOTAL    TO SR-AMOUNT
               MOVE SPACES              TO SR-COMPANY
                                           SR-COST-CENTER
               WRITE GLSRC-RECORD
               ADD 1                    TO WS-GL-COUNT
               ADD WS-OVERAGE-TOTAL     TO WS-GL-TOTAL
           END-IF.

           CLOSE GLSRC-FILE.

           MOVE 'DF02CNTP'             TO DFBAL-FEED-ID.
           SET DFBAL-ROLE-PRODUCER     TO TRUE.
           MOVE 'DF02CNTP'             TO DFBAL-PROGRAM-ID.
           MOVE WS-GL-COUNT            TO DFBAL-RECORD-COUNT.
           MOVE WS-GL-TOTAL            TO DFBAL-AMOUNT-TOTAL.
           CALL 'DFBALWR'             USING DFBAL-CONTROL-RECORD.

       4000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
