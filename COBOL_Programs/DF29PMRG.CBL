       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29PMRG.

      *REMARKS:    PARTITION MERGE AND PROOF FOR THE CUSTOMER-RANGE
      *            SPLIT DF29POST AND DF29CASH RUNS - PROVES THE
      *            PARTITIONS ADD UP TO THE WHOLE FEED, THEN COMBINES
      *            THEIR OUTPUT INTO THE LIVE FILES.

      ******************************************************************
      ****   DF29POST AND DF29CASH CAN EACH RUN AS SEVERAL          ****
      ****   CUSTOMER-RANGE PARTITIONS AT ONCE (SEE DF29PTN.CPY),   ****
      ****   EACH WRITING ITS OWN PARTITION FILES AND RECORDING ITS ****
      ****   SLICE'S CONTROL TOTALS ON DFBALFIL.  THIS STEP RUNS    ****
      ****   ONCE EVERY PARTITION OF A RUN HAS FINISHED AND PROVES, ****
      ****   BEFORE ANY OUTPUT IS COMBINED, THAT THE SLICES ADD UP  ****
      ****   TO THE WHOLE:                                          ****
      ****                                                          ****
      ****   - THE DF29PTBL TABLE IS VALID - NUMERIC PARTITION      ****
      ****     NUMBERS, NO RANGE BACKWARDS, NO TWO RANGES           ****
      ****     OVERLAPPING;                                         ****
      ****   - THE WHOLE INPUT (DF29TRAN AND DF29PCRD FOR DF29POST, ****
      ****     DF29LBOX FOR DF29CASH) AGREES WITH TONIGHT'S         ****
      ****     PRODUCER TOTAL FOR THE FEED WHERE ONE IS RECORDED,   ****
      ****     AND EVERY ITEM IN IT FALLS IN SOME PARTITION'S       ****
      ****     RANGE;                                               ****
      ****   - EVERY PARTITION RECORDED TONIGHT'S SLICE TOTALS, AND ****
      ****     THEY MATCH THE ITEMS OF THE WHOLE INPUT IN ITS       ****
      ****     RANGE;                                               ****
      ****   - EVERY PARTITION FILE IS ON HAND - A MISSING ONE IS   ****
      ****     LISTED AS NO FILE.                                   ****
      ****                                                          ****
      ****   ONLY THEN ARE THE PARTITION FILES APPENDED TO THE LIVE ****
      ****   FILES AND EMPTIED, AND EACH SLICE'S PRODUCER ENTRY     ****
      ****   RECORDED ON DFBALFIL AGAINST THE PARTITION'S CONSUMER  ****
      ****   ENTRY, WITH THE WHOLE FEED'S CONSUMER ENTRIES AN       ****
      ****   UNSPLIT RUN WOULD HAVE WRITTEN.  THE SLICE PRODUCER    ****
      ****   ENTRIES ARE WHAT DFSEQRUN WAITS ON BEFORE RELEASING    ****
      ****   THE STEPS DOWNSTREAM OF A PARTITIONED RUN.  A FAILED   ****
      ****   PROOF COMBINES NOTHING, LEAVES THE PARTITION FILES     ****
      ****   WHERE THEY ARE FOR A RESTART, AND ENDS RC 8; A MISSING ****
      ****   PARTITION FILE DOES THE SAME BUT ENDS RC 16.  A LIVE   ****
      ****   FILE THAT WILL NOT OPEN FOR THE COMBINE, OR A          ****
      ****   PARTITION FILE LOST PART-WAY, IS LISTED AND ITS        ****
      ****   PARTITION FILES LEFT AS THEY ARE; DF29PCRD IS LEFT     ****
      ****   UNEMPTIED, NO SLICE PRODUCER ENTRY IS RECORDED, SO     ****
      ****   NOTHING DOWNSTREAM IS RELEASED, AND THE STEP ENDS RC   ****
      ****   16 - THE RERUN COMBINES THE REST.  A SECOND RUN THE    ****
      ****   SAME NIGHT FINDS ITS OWN SLICE ENTRIES AND STOPS RC 4. ****
      ******************************************************************

      ******************************************************************
      ****   UNDER A DRY-RUN WINDOW DF29POST'S PARTITIONS WRITE     ****
      ****   SHADOWS AND NO DFBAL ENTRIES, SO THE MERGE COMBINES    ****
      ****   THE SHADOWS INTO THE DF29POST SHADOWS FOR DFDRYRPT,    ****
      ****   CHECKS ONLY THE TABLE AND THE WHOLE INPUT, AND RECORDS ****
      ****   NOTHING.  DF29CASH HAS NO SIMULATION MODE, SO ITS      ****
      ****   MERGE ALWAYS RUNS LIVE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MERGE-CARD       ASSIGN TO DF29MPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CARD-STATUS.

           SELECT PARTITION-TABLE  ASSIGN TO DF29PTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PTBL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO DF29TRAN
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT CREDIT-FILE      ASSIGN TO DF29PCRD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LOCKBOX-FILE     ASSIGN TO DF29LBOX
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DFBALFIL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT PART-IN-FILE     ASSIGN TO WS-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-IN-STATUS.

           SELECT LIVE-OUT-FILE    ASSIGN TO WS-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MERGE-CARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MERGE-CARD-RECORD.

      **** COL 1-8   THE PARTITIONED PROGRAM TO MERGE - DF29POST (THE
      ****           DEFAULT WHEN NO CARD IS GIVEN) OR DF29CASH
       01  MERGE-CARD-RECORD.
           05  MC-PROGRAM-ID            PIC X(08).
           05  FILLER                   PIC X(72).

       FD  PARTITION-TABLE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DF29-PT-RECORD.

           COPY DF29PTN.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-TRAN-RECORD.

       COPY DF29TRN.

       FD  CREDIT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CREDIT-RECORD.

       01  CREDIT-RECORD.
           05  PC-CUST-NUMBER           PIC X(10).
           05  PC-AMOUNT                PIC 9(09)V99.
           05  PC-SOURCE                PIC X(08).
           05  PC-REFERENCE             PIC X(12).
           05  FILLER                   PIC X(09).

       FD  LOCKBOX-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS LOCKBOX-RECORD.

       01  LOCKBOX-RECORD.
           05  LB-PAYMENT-DATE          PIC X(10).
           05  LB-CHECK-NUMBER          PIC X(10).
           05  LB-CUST-NUMBER           PIC X(10).
           05  LB-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(01).
           05  LB-INVOICE-NUMBER        PIC X(12).

       FD  BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-FEED-ID              PIC X(08).
           05  BR-FEED-PARTS           REDEFINES BR-FEED-ID.
               10  BR-FEED-PREFIX      PIC X(06).
               10  BR-FEED-PARTITION   PIC X(02).
           05  BR-ROLE                 PIC X(01).
           05  BR-PROGRAM-ID           PIC X(08).
           05  BR-RECORD-COUNT         PIC 9(09).
           05  BR-AMOUNT-TOTAL         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BR-WINDOW-DATE          PIC X(10).

      **** THE PARTITION FILES ARE COPIED RECORD FOR RECORD, WHATEVER
      **** THEIR LAYOUT - NONE IS WIDER THAN A REPORT LINE.
       FD  PART-IN-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PART-IN-RECORD.

       01  PART-IN-RECORD              PIC X(132).

       FD  LIVE-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LIVE-OUT-RECORD.

       01  LIVE-OUT-RECORD             PIC X(132).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PTBL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOCKBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PTBL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PTBL-EOF                 VALUE 'Y'.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-CREDIT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CREDIT-EOF               VALUE 'Y'.

       01  WS-LOCKBOX-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-LOCKBOX-EOF              VALUE 'Y'.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-IN-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-IN-EOF                   VALUE 'Y'.

       01  WS-IN-NAME                  PIC X(12) VALUE SPACES.
       01  WS-OUT-NAME                 PIC X(12) VALUE SPACES.

       01  WS-MERGE-PROGRAM            PIC X(08) VALUE 'DF29POST'.
           88  WS-MERGING-POST             VALUE 'DF29POST'.
           88  WS-MERGING-CASH             VALUE 'DF29CASH'.

       01  WS-SIMULATE-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SIMULATING               VALUE 'Y'.

       01  WS-TABLE-ERROR-FLAG         PIC X(01) VALUE 'N'.
           88  WS-TABLE-ERROR              VALUE 'Y'.

       01  WS-COMBINED-FLAG            PIC X(01) VALUE 'N'.
           88  WS-ALREADY-COMBINED         VALUE 'Y'.

       01  WS-WHOLE-MISSING-FLAG       PIC X(01) VALUE 'N'.
           88  WS-WHOLE-MISSING            VALUE 'Y'.

       01  WS-PROOF-FLAG               PIC X(01) VALUE 'N'.
           88  WS-PROOF-FAILED             VALUE 'Y'.

       01  WS-PART-MISSING-FLAG        PIC X(01) VALUE 'N'.
           88  WS-PART-FILE-MISSING        VALUE 'Y'.

       01  WS-COMBINE-FAILED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-COMBINE-FAILED           VALUE 'Y'.

      **** ONE SLOT PER FEED A PARTITION RECORDS - DF29POST RECORDS
      **** ITS DETAILS (DF29TRNN) AND ITS CREDITS (DF29PCNN), DF29CASH
      **** ITS LOCKBOX PAYMENTS (DF29LBNN).
       01  WS-SLOT-COUNT               PIC 9(01) VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY           OCCURS 2 TIMES.
               10  WS-SLOT-PREFIX      PIC X(06).
               10  WS-WHOLE-FEED       PIC X(08).
               10  WS-WHOLE-COUNT      PIC 9(09).
               10  WS-WHOLE-AMOUNT     PIC S9(11)V99.
               10  WS-PRODUCER-FLAG    PIC X(01).
               10  WS-PRODUCER-COUNT   PIC 9(09).
               10  WS-PRODUCER-AMOUNT  PIC S9(11)V99.
               10  WS-UNASSIGNED-COUNT PIC 9(09).
               10  WS-UNASSIGNED-AMOUNT
                                       PIC S9(11)V99.

       01  WS-PT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY             OCCURS 20 TIMES.
               10  WS-PT-ID            PIC X(02).
               10  WS-PT-LOW           PIC X(10).
               10  WS-PT-HIGH          PIC X(10).
               10  WS-PT-SLOT          OCCURS 2 TIMES.
                   15  WS-PT-EXP-COUNT PIC 9(09).
                   15  WS-PT-EXP-AMOUNT
                                       PIC S9(11)V99.
                   15  WS-PT-GOT-FLAG  PIC X(01).
                   15  WS-PT-GOT-COUNT PIC 9(09).
                   15  WS-PT-GOT-AMOUNT
                                       PIC S9(11)V99.

       01  WS-PT-IDX                   PIC 9(04) VALUE ZERO.
       01  WS-PT-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-FOUND-PT                 PIC 9(04) VALUE ZERO.
       01  WS-SLOT-IDX                 PIC 9(04) VALUE ZERO.

       01  WS-LOOK-CUST                PIC X(10) VALUE SPACES.
       01  WS-LOOK-AMOUNT              PIC 9(09)V99 VALUE ZERO.

      **** THE LIVE FILES EACH PARTITION FILE IS APPENDED TO - A
      **** REPORT IS REPLACED BY THE PARTITIONS' REPORTS IN TURN
      **** RATHER THAN ADDED TO LAST NIGHT'S.
       01  WS-CMB-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-CMB-TABLE.
           05  WS-CMB-ENTRY            OCCURS 8 TIMES.
               10  WS-CMB-LIVE-NAME    PIC X(12).
               10  WS-CMB-REPLACE-FLAG PIC X(01).
       01  WS-CMB-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-COPY-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-FILES-COMBINED           PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-WINDOW-DATE.
           05  WS-WIN-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-DD               PIC X(02).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'PART'.
           05  FILLER                  PIC X(08) VALUE 'FEED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
                                       'CUSTOMER RANGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
                                       'WHOLE ITEMS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                                       '      WHOLE AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
                                       'SLICE ITEMS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                                       '      SLICE AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'RESULT'.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PARTITION            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-FEED                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-LOW-CUST             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PL-HIGH-CUST            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-WHOLE-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-WHOLE-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-SLICE-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-SLICE-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RESULT               PIC X(20).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-COMBINE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-ACTION               PIC X(10).
           05  CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       ' RECORDS FROM '.
           05  CL-IN-NAME              PIC X(12).
           05  FILLER                  PIC X(06) VALUE ' INTO '.
           05  CL-OUT-NAME             PIC X(12).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       COPY DFBAL.

       COPY DFRUNDT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29PMRG START OF JOB' UPON CONSOLE.

      **** THE DFBAL ENTRIES THE PROOF LOOKS FOR ARE STAMPED WITH THE
      **** RUN-CONTROL WINDOW DATE, OR THE SYSTEM DATE WITHOUT ONE,
      **** EXACTLY AS DFBALWR STAMPS THEM.
           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-WINDOW-DATE
           ELSE
               DISPLAY 'DF29PMRG NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-WIN-YYYY
               MOVE WS-CD-MM            TO WS-WIN-MM
               MOVE WS-CD-DD            TO WS-WIN-DD
           END-IF.

           PERFORM 2000-READ-MERGE-CARD THRU 2000-EXIT.

           IF NOT WS-MERGING-POST AND NOT WS-MERGING-CASH
               DISPLAY 'DF29PMRG DF29MPRM NAMES ' WS-MERGE-PROGRAM
                       ' - ONLY DF29POST OR DF29CASH RUN PARTITIONED'
                                               UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
              AND WS-MERGING-POST
               MOVE 'Y'                 TO WS-SIMULATE-FLAG
               MOVE 'D'                 TO DFRPT-DRY-RUN-FLAG
               DISPLAY 'DF29PMRG SIMULATION - PARTITION SHADOWS ARE '
                       'COMBINED INTO THE SHADOW FILES' UPON CONSOLE
           END-IF.

           PERFORM 2100-LOAD-PARTITION-TABLE THRU 2100-EXIT.

           IF WS-TABLE-ERROR
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2200-SET-FEEDS-AND-FILES THRU 2200-EXIT.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES                 TO DFRPT-TITLE.
           STRING 'DF29PMRG - ' WS-MERGE-PROGRAM
                  ' PARTITION PROOF'
                  DELIMITED BY SIZE
                  INTO DFRPT-TITLE
           END-STRING.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-CHECK-ALREADY-COMBINED.

           PERFORM 3000-SCAN-BALANCE-FILE THRU 3000-EXIT.

           IF WS-ALREADY-COMBINED
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING '  ' WS-MERGE-PROGRAM
                      ' PARTITIONS WERE ALREADY COMBINED FOR '
                      WS-WINDOW-DATE ' - NOTHING DONE'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               DISPLAY 'DF29PMRG ' WS-MERGE-PROGRAM
                       ' ALREADY COMBINED FOR ' WS-WINDOW-DATE
                                               UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 1000-CLOSE-REPORT
           END-IF.

       1000-BUCKET-WHOLE-FEED.

           IF WS-MERGING-POST
               PERFORM 3100-BUCKET-TRANSACTIONS THRU 3100-EXIT
               PERFORM 3200-BUCKET-CREDITS THRU 3200-EXIT
           ELSE
               PERFORM 3300-BUCKET-LOCKBOX THRU 3300-EXIT
           END-IF.

           IF WS-WHOLE-MISSING
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING '  NO ' WS-WHOLE-FEED (1)
                      ' FILE ON HAND - NOTHING TO PROVE OR COMBINE'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               DISPLAY 'DF29PMRG NO ' WS-WHOLE-FEED (1)
                       ' FILE ON HAND' UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 1000-CLOSE-REPORT
           END-IF.

       1000-PROVE-PARTITIONS.

           PERFORM 4000-CHECK-WHOLE-FEED THRU 4000-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
                 UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.

           PERFORM 4100-CHECK-ONE-PARTITION THRU 4100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > WS-PT-COUNT.

           IF WS-PROOF-FAILED
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING '  PROOF FAILED - NOTHING COMBINED, '
                      'PARTITION FILES LEFT IN PLACE'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               DISPLAY 'DF29PMRG ' WS-MERGE-PROGRAM
                       ' PARTITIONS DO NOT PROVE - NOTHING COMBINED'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-CLOSE-REPORT
           END-IF.

      **** EVERY PARTITION STEP LEAVES EVERY ONE OF ITS FILES, EMPTY
      **** OR NOT.  ONE MISSING MEANS A SLICE OF THE OUTPUT IS
      **** UNACCOUNTED FOR, SO NOTHING IS COMBINED OR RELEASED.
       1000-CHECK-PARTITION-FILES.

           PERFORM 5040-CHECK-ONE-LIVE-FILE THRU 5040-EXIT
               VARYING WS-CMB-IDX FROM 1 BY 1
                 UNTIL WS-CMB-IDX > WS-CMB-COUNT.

           IF WS-PART-FILE-MISSING
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING '  PARTITION FILE MISSING - NOTHING COMBINED, '
                      'NOTHING RELEASED'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-CLOSE-REPORT
           END-IF.

       1000-COMBINE-FILES.

           PERFORM 5000-COMBINE-ONE-FILE THRU 5000-EXIT
               VARYING WS-CMB-IDX FROM 1 BY 1
                 UNTIL WS-CMB-IDX > WS-CMB-COUNT.

      **** A PARTITION FILE LOST, OR A LIVE FILE THAT WOULD NOT OPEN,
      **** LEAVES A SLICE UNCOMBINED - THE CREDITS STAY UNSPENT AND NO
      **** SLICE PRODUCER ENTRY IS RECORDED, SO NOTHING IS RELEASED AND
      **** THE RERUN IS NOT STOPPED AS ALREADY COMBINED.
           IF WS-PART-FILE-MISSING
              OR WS-COMBINE-FAILED
               DISPLAY 'DF29PMRG ' WS-MERGE-PROGRAM
                       ' COMBINE INCOMPLETE - '
                       'NOTHING RELEASED' UPON CONSOLE
               MOVE SPACES              TO WS-DETAIL-LINE
               STRING '  COMBINE INCOMPLETE - NOTHING RELEASED, '
                      'RERUN ONCE CORRECTED'
                      DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-CLOSE-REPORT
           END-IF.

      **** THE CREDITS ARE SPENT ONCE THE PARTITIONS THAT POSTED THEM
      **** ARE COMBINED, JUST AS AN UNSPLIT DF29POST EMPTIES THE FILE.
           IF WS-MERGING-POST AND NOT WS-SIMULATING
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
           END-IF.

           IF NOT WS-SIMULATING
               PERFORM 6000-RECORD-CONTROL-TOTALS THRU 6000-EXIT
           END-IF.

       1000-CLOSE-REPORT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF29PMRG PARTITIONS        = ' WS-PT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29PMRG FILES COMBINED    = ' WS-FILES-COMBINED
                                               UPON CONSOLE.
           DISPLAY 'DF29PMRG END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-READ-MERGE-CARD.

           OPEN INPUT MERGE-CARD.

           IF WS-CARD-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           READ MERGE-CARD
               AT END
                   MOVE SPACES          TO MC-PROGRAM-ID
           END-READ.

           CLOSE MERGE-CARD.

           IF MC-PROGRAM-ID NOT = SPACES
               MOVE MC-PROGRAM-ID       TO WS-MERGE-PROGRAM
           END-IF.

       2000-EXIT. EXIT.

      **** A TABLE THAT COULD SEND ONE CUSTOMER TO TWO PARTITIONS (OR
      **** NAME A PARTITION NO STEP CAN RUN) STOPS THE MERGE OUTRIGHT.
       2100-LOAD-PARTITION-TABLE.

           OPEN INPUT PARTITION-TABLE.

           IF WS-PTBL-STATUS NOT = '00'
               DISPLAY 'DF29PMRG NO DF29PTBL PARTITION TABLE'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-ERROR-FLAG
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-PTBL-EOF
               READ PARTITION-TABLE
                   AT END
                       SET WS-PTBL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-CHECK-ONE-PARTITION THRU 2150-EXIT
               END-READ
           END-PERFORM.

           CLOSE PARTITION-TABLE.

           IF WS-PT-COUNT = ZERO
               DISPLAY 'DF29PMRG DF29PTBL PARTITION TABLE IS EMPTY'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-ERROR-FLAG
           END-IF.

       2100-EXIT. EXIT.

       2150-CHECK-ONE-PARTITION.

           IF WS-PT-COUNT >= 20
               DISPLAY 'DF29PMRG DF29PTBL HOLDS MORE THAN 20 '
                       'PARTITIONS' UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-ERROR-FLAG
               GO TO 2150-EXIT
           END-IF.

           IF DF29-PT-PARTITION NOT NUMERIC
              OR DF29-PT-PARTITION = '00'
               DISPLAY 'DF29PMRG DF29PTBL INVALID PARTITION NUMBER '
                       DF29-PT-PARTITION UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-ERROR-FLAG
               GO TO 2150-EXIT
           END-IF.

           IF DF29-PT-LOW-CUST > DF29-PT-HIGH-CUST
               DISPLAY 'DF29PMRG DF29PTBL PARTITION '
                       DF29-PT-PARTITION ' RANGE RUNS BACKWARDS'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-ERROR-FLAG
               GO TO 2150-EXIT
           END-IF.

           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-ID (WS-PT-SUB) = DF29-PT-PARTITION
                   DISPLAY 'DF29PMRG DF29PTBL PARTITION '
                           DF29-PT-PARTITION ' IS LISTED TWICE'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-TABLE-ERROR-FLAG
               END-IF
               IF DF29-PT-LOW-CUST NOT > WS-PT-HIGH (WS-PT-SUB)
                  AND DF29-PT-HIGH-CUST NOT < WS-PT-LOW (WS-PT-SUB)
                   DISPLAY 'DF29PMRG DF29PTBL PARTITION '
                           DF29-PT-PARTITION ' OVERLAPS PARTITION '
                           WS-PT-ID (WS-PT-SUB) UPON CONSOLE
                   MOVE 'Y'             TO WS-TABLE-ERROR-FLAG
               END-IF
           END-PERFORM.

           ADD 1                       TO WS-PT-COUNT.
           MOVE DF29-PT-PARTITION      TO WS-PT-ID (WS-PT-COUNT).
           MOVE DF29-PT-LOW-CUST       TO WS-PT-LOW (WS-PT-COUNT).
           MOVE DF29-PT-HIGH-CUST      TO WS-PT-HIGH (WS-PT-COUNT).

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 2
               MOVE ZERO                TO WS-PT-EXP-COUNT
                                           (WS-PT-COUNT, WS-SLOT-IDX)
               MOVE ZERO                TO WS-PT-EXP-AMOUNT
                                           (WS-PT-COUNT, WS-SLOT-IDX)
               MOVE 'N'                 TO WS-PT-GOT-FLAG
                                           (WS-PT-COUNT, WS-SLOT-IDX)
               MOVE ZERO                TO WS-PT-GOT-COUNT
                                           (WS-PT-COUNT, WS-SLOT-IDX)
               MOVE ZERO                TO WS-PT-GOT-AMOUNT
                                           (WS-PT-COUNT, WS-SLOT-IDX)
           END-PERFORM.

       2150-EXIT. EXIT.

      **** THE FEEDS EACH PARTITION RECORDS, THE WHOLE FEEDS THEY ARE
      **** SLICES OF, AND THE LIVE FILES THEIR OUTPUT JOINS.  A
      **** SIMULATED DF29POST PARTITION WROTE ONLY THE POSTED AND
      **** BALANCE SHADOWS AND ITS REGISTER.
       2200-SET-FEEDS-AND-FILES.

           MOVE ZERO                   TO WS-CMB-COUNT.

           IF WS-MERGING-POST
               MOVE 2                   TO WS-SLOT-COUNT
               MOVE 'DF29TR'            TO WS-SLOT-PREFIX (1)
               MOVE 'DF29TRAN'          TO WS-WHOLE-FEED (1)
               MOVE 'DF29PC'            TO WS-SLOT-PREFIX (2)
               MOVE 'DF29PCRD'          TO WS-WHOLE-FEED (2)
               IF WS-SIMULATING
                   MOVE 'DF29PSTDS'     TO WS-CMB-LIVE-NAME (1)
                   MOVE 'N'             TO WS-CMB-REPLACE-FLAG (1)
                   MOVE 'DF29BALFS'     TO WS-CMB-LIVE-NAME (2)
                   MOVE 'Y'             TO WS-CMB-REPLACE-FLAG (2)
                   MOVE 'DF29RPT1'      TO WS-CMB-LIVE-NAME (3)
                   MOVE 'Y'             TO WS-CMB-REPLACE-FLAG (3)
                   MOVE 3               TO WS-CMB-COUNT
               ELSE
                   MOVE 'DF29PSTD'      TO WS-CMB-LIVE-NAME (1)
                   MOVE 'N'             TO WS-CMB-REPLACE-FLAG (1)
                   MOVE 'DF29OACT'      TO WS-CMB-LIVE-NAME (2)
                   MOVE 'N'             TO WS-CMB-REPLACE-FLAG (2)
                   MOVE 'DF29LINF'      TO WS-CMB-LIVE-NAME (3)
                   MOVE 'N'             TO WS-CMB-REPLACE-FLAG (3)
                   MOVE 'DF29RPT1'      TO WS-CMB-LIVE-NAME (4)
                   MOVE 'Y'             TO WS-CMB-REPLACE-FLAG (4)
                   MOVE 4               TO WS-CMB-COUNT
               END-IF
           ELSE
               MOVE 1                   TO WS-SLOT-COUNT
               MOVE 'DF29LB'            TO WS-SLOT-PREFIX (1)
               MOVE 'DF29LBOX'          TO WS-WHOLE-FEED (1)
               MOVE 'DF29UNAP'          TO WS-CMB-LIVE-NAME (1)
               MOVE 'N'                 TO WS-CMB-REPLACE-FLAG (1)
               MOVE 'DF29RCVY'          TO WS-CMB-LIVE-NAME (2)
               MOVE 'N'                 TO WS-CMB-REPLACE-FLAG (2)
               MOVE 'DF29RCPT'          TO WS-CMB-LIVE-NAME (3)
               MOVE 'N'                 TO WS-CMB-REPLACE-FLAG (3)
               MOVE 'DF29OACT'          TO WS-CMB-LIVE-NAME (4)
               MOVE 'N'                 TO WS-CMB-REPLACE-FLAG (4)
               MOVE 'DF29LINF'          TO WS-CMB-LIVE-NAME (5)
               MOVE 'N'                 TO WS-CMB-REPLACE-FLAG (5)
               MOVE 'DF29RPT7'          TO WS-CMB-LIVE-NAME (6)
               MOVE 'Y'                 TO WS-CMB-REPLACE-FLAG (6)
               MOVE 6                   TO WS-CMB-COUNT
           END-IF.

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               MOVE ZERO                TO WS-WHOLE-COUNT (WS-SLOT-IDX)
               MOVE ZERO                TO WS-WHOLE-AMOUNT
                                                      (WS-SLOT-IDX)
               MOVE 'N'                 TO WS-PRODUCER-FLAG
                                                      (WS-SLOT-IDX)
               MOVE ZERO                TO WS-PRODUCER-COUNT
                                                      (WS-SLOT-IDX)
               MOVE ZERO                TO WS-PRODUCER-AMOUNT
                                                      (WS-SLOT-IDX)
               MOVE ZERO                TO WS-UNASSIGNED-COUNT
                                                      (WS-SLOT-IDX)
               MOVE ZERO                TO WS-UNASSIGNED-AMOUNT
                                                      (WS-SLOT-IDX)
           END-PERFORM.

       2200-EXIT. EXIT.

      **** ONLY TONIGHT'S ENTRIES COUNT.  THE LATEST ENTRY FOR A FEED
      **** WINS, SO A PARTITION THAT WAS RERUN IS JUDGED ON ITS RERUN.
       3000-SCAN-BALANCE-FILE.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 3050-TAKE-BALANCE-ENTRY THRU 3050-EXIT
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       3000-EXIT. EXIT.

       3050-TAKE-BALANCE-ENTRY.

           IF BR-WINDOW-DATE NOT = WS-WINDOW-DATE
               GO TO 3050-EXIT
           END-IF.

           IF BR-ROLE = 'P' AND BR-PROGRAM-ID = 'DF29PMRG'
              AND BR-FEED-PREFIX = WS-SLOT-PREFIX (1)
               MOVE 'Y'                 TO WS-COMBINED-FLAG
               GO TO 3050-EXIT
           END-IF.

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               IF BR-ROLE = 'P'
                  AND BR-FEED-ID = WS-WHOLE-FEED (WS-SLOT-IDX)
                   MOVE 'Y'             TO WS-PRODUCER-FLAG
                                                      (WS-SLOT-IDX)
                   MOVE BR-RECORD-COUNT TO WS-PRODUCER-COUNT
                                                      (WS-SLOT-IDX)
                   MOVE BR-AMOUNT-TOTAL TO WS-PRODUCER-AMOUNT
                                                      (WS-SLOT-IDX)
               END-IF
               IF BR-ROLE = 'C'
                  AND BR-PROGRAM-ID = WS-MERGE-PROGRAM
                  AND BR-FEED-PREFIX = WS-SLOT-PREFIX (WS-SLOT-IDX)
                   PERFORM 3060-TAKE-PARTITION-ENTRY THRU 3060-EXIT
               END-IF
           END-PERFORM.

       3050-EXIT. EXIT.

       3060-TAKE-PARTITION-ENTRY.

           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-ID (WS-PT-SUB) = BR-FEED-PARTITION
                   MOVE 'Y'             TO WS-PT-GOT-FLAG
                                             (WS-PT-SUB, WS-SLOT-IDX)
                   MOVE BR-RECORD-COUNT TO WS-PT-GOT-COUNT
                                             (WS-PT-SUB, WS-SLOT-IDX)
                   MOVE BR-AMOUNT-TOTAL TO WS-PT-GOT-AMOUNT
                                             (WS-PT-SUB, WS-SLOT-IDX)
               END-IF
           END-PERFORM.

       3060-EXIT. EXIT.

       3100-BUCKET-TRANSACTIONS.

           OPEN INPUT TRANSACTION-FILE.

           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'Y'                 TO WS-WHOLE-MISSING-FLAG
               GO TO 3100-EXIT
           END-IF.

           MOVE 1                      TO WS-SLOT-IDX.

           PERFORM UNTIL WS-TRANS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-TRANS-EOF TO TRUE
                   NOT AT END
                       MOVE DF29-TRAN-CUST-NUMBER TO WS-LOOK-CUST
                       MOVE DF29-TRAN-AMOUNT TO WS-LOOK-AMOUNT
                       PERFORM 3500-BUCKET-ONE-ITEM THRU 3500-EXIT
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.

       3100-EXIT. EXIT.

      **** NO CREDIT FILE SIMPLY MEANS NO CREDITS TONIGHT.
       3200-BUCKET-CREDITS.

           OPEN INPUT CREDIT-FILE.

           IF WS-CREDIT-STATUS NOT = '00'
               GO TO 3200-EXIT
           END-IF.

           MOVE 2                      TO WS-SLOT-IDX.

           PERFORM UNTIL WS-CREDIT-EOF
               READ CREDIT-FILE
                   AT END
                       SET WS-CREDIT-EOF TO TRUE
                   NOT AT END
                       MOVE PC-CUST-NUMBER TO WS-LOOK-CUST
                       MOVE PC-AMOUNT   TO WS-LOOK-AMOUNT
                       PERFORM 3500-BUCKET-ONE-ITEM THRU 3500-EXIT
               END-READ
           END-PERFORM.

           CLOSE CREDIT-FILE.

       3200-EXIT. EXIT.

       3300-BUCKET-LOCKBOX.

           OPEN INPUT LOCKBOX-FILE.

           IF WS-LOCKBOX-STATUS NOT = '00'
               MOVE 'Y'                 TO WS-WHOLE-MISSING-FLAG
               GO TO 3300-EXIT
           END-IF.

           MOVE 1                      TO WS-SLOT-IDX.

           PERFORM UNTIL WS-LOCKBOX-EOF
               READ LOCKBOX-FILE
                   AT END
                       SET WS-LOCKBOX-EOF TO TRUE
                   NOT AT END
                       MOVE LB-CUST-NUMBER TO WS-LOOK-CUST
                       MOVE LB-AMOUNT   TO WS-LOOK-AMOUNT
                       PERFORM 3500-BUCKET-ONE-ITEM THRU 3500-EXIT
               END-READ
           END-PERFORM.

           CLOSE LOCKBOX-FILE.

       3300-EXIT. EXIT.

      **** AN ITEM IN NO PARTITION'S RANGE WAS POSTED BY NOBODY.
       3500-BUCKET-ONE-ITEM.

           ADD 1                       TO WS-WHOLE-COUNT (WS-SLOT-IDX).
           ADD WS-LOOK-AMOUNT          TO WS-WHOLE-AMOUNT (WS-SLOT-IDX).

           MOVE ZERO                   TO WS-FOUND-PT.

           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-LOOK-CUST NOT < WS-PT-LOW (WS-PT-SUB)
                  AND WS-LOOK-CUST NOT > WS-PT-HIGH (WS-PT-SUB)
                   MOVE WS-PT-SUB       TO WS-FOUND-PT
               END-IF
           END-PERFORM.

           IF WS-FOUND-PT = ZERO
               ADD 1                    TO WS-UNASSIGNED-COUNT
                                                      (WS-SLOT-IDX)
               ADD WS-LOOK-AMOUNT       TO WS-UNASSIGNED-AMOUNT
                                                      (WS-SLOT-IDX)
               GO TO 3500-EXIT
           END-IF.

           ADD 1                       TO WS-PT-EXP-COUNT
                                             (WS-FOUND-PT, WS-SLOT-IDX).
           ADD WS-LOOK-AMOUNT          TO WS-PT-EXP-AMOUNT
                                             (WS-FOUND-PT, WS-SLOT-IDX).

       3500-EXIT. EXIT.

      **** THE WHOLE FEED AGAINST ITS OWN TRAILER - THE PRODUCER'S
      **** DFBAL TOTAL FOR TONIGHT, WHERE THE FEED HAS A PRODUCER -
      **** AND NO ITEM LEFT OUTSIDE EVERY PARTITION.
       4000-CHECK-WHOLE-FEED.

           MOVE SPACES                 TO WS-PROOF-LINE.
           MOVE WS-WHOLE-FEED (WS-SLOT-IDX) TO PL-FEED.
           MOVE WS-WHOLE-COUNT (WS-SLOT-IDX) TO PL-WHOLE-COUNT.
           MOVE WS-WHOLE-AMOUNT (WS-SLOT-IDX) TO PL-WHOLE-AMOUNT.

           IF WS-PRODUCER-FLAG (WS-SLOT-IDX) = 'Y'
               MOVE WS-PRODUCER-COUNT (WS-SLOT-IDX) TO PL-SLICE-COUNT
               MOVE WS-PRODUCER-AMOUNT (WS-SLOT-IDX)
                                        TO PL-SLICE-AMOUNT
               IF WS-PRODUCER-COUNT (WS-SLOT-IDX) =
                                        WS-WHOLE-COUNT (WS-SLOT-IDX)
                  AND WS-PRODUCER-AMOUNT (WS-SLOT-IDX) =
                                        WS-WHOLE-AMOUNT (WS-SLOT-IDX)
                   MOVE 'AGREES WITH TRAILER' TO PL-RESULT
               ELSE
                   MOVE 'TRAILER MISMATCH'    TO PL-RESULT
                   MOVE 'Y'             TO WS-PROOF-FLAG
               END-IF
           ELSE
               MOVE 'NO TRAILER TONIGHT' TO PL-RESULT
           END-IF.

           MOVE WS-PROOF-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-UNASSIGNED-COUNT (WS-SLOT-IDX) = ZERO
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-PROOF-LINE.
           MOVE WS-WHOLE-FEED (WS-SLOT-IDX) TO PL-FEED.
           MOVE 'NO RANGE'          TO PL-LOW-CUST.
           MOVE WS-UNASSIGNED-COUNT (WS-SLOT-IDX) TO PL-WHOLE-COUNT.
           MOVE WS-UNASSIGNED-AMOUNT (WS-SLOT-IDX) TO PL-WHOLE-AMOUNT.
           MOVE 'NOT IN ANY PARTITION' TO PL-RESULT.
           MOVE 'Y'                    TO WS-PROOF-FLAG.
           MOVE WS-PROOF-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

      **** A SIMULATED PARTITION RECORDS NO SLICE TOTALS, SO UNDER A
      **** DRY RUN THE SLICES ARE LISTED BUT NOT HELD TO ACCOUNT.
       4100-CHECK-ONE-PARTITION.

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               MOVE SPACES              TO WS-PROOF-LINE
               MOVE WS-PT-ID (WS-PT-IDX) TO PL-PARTITION
               MOVE WS-SLOT-PREFIX (WS-SLOT-IDX) TO PL-FEED
               MOVE WS-PT-ID (WS-PT-IDX) TO PL-FEED (7:2)
               MOVE WS-PT-LOW (WS-PT-IDX) TO PL-LOW-CUST
               MOVE WS-PT-HIGH (WS-PT-IDX) TO PL-HIGH-CUST
               MOVE WS-PT-EXP-COUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO PL-WHOLE-COUNT
               MOVE WS-PT-EXP-AMOUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO PL-WHOLE-AMOUNT
               EVALUATE TRUE
                   WHEN WS-SIMULATING
                       MOVE 'NOT CHECKED - SIM' TO PL-RESULT
                   WHEN WS-PT-GOT-FLAG (WS-PT-IDX, WS-SLOT-IDX)
                                        NOT = 'Y'
                       MOVE 'NO SLICE TOTALS' TO PL-RESULT
                       MOVE 'Y'         TO WS-PROOF-FLAG
                   WHEN WS-PT-GOT-COUNT (WS-PT-IDX, WS-SLOT-IDX) =
                        WS-PT-EXP-COUNT (WS-PT-IDX, WS-SLOT-IDX)
                    AND WS-PT-GOT-AMOUNT (WS-PT-IDX, WS-SLOT-IDX) =
                        WS-PT-EXP-AMOUNT (WS-PT-IDX, WS-SLOT-IDX)
                       MOVE 'PROVEN'    TO PL-RESULT
                   WHEN OTHER
                       MOVE 'SLICE MISMATCH' TO PL-RESULT
                       MOVE 'Y'         TO WS-PROOF-FLAG
               END-EVALUATE
               IF WS-PT-GOT-FLAG (WS-PT-IDX, WS-SLOT-IDX) = 'Y'
                   MOVE WS-PT-GOT-COUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO PL-SLICE-COUNT
                   MOVE WS-PT-GOT-AMOUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO PL-SLICE-AMOUNT
               END-IF
               MOVE WS-PROOF-LINE       TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

       4100-EXIT. EXIT.

       5000-COMBINE-ONE-FILE.

           MOVE WS-CMB-LIVE-NAME (WS-CMB-IDX) TO WS-OUT-NAME.

           IF WS-CMB-REPLACE-FLAG (WS-CMB-IDX) = 'Y'
               OPEN OUTPUT LIVE-OUT-FILE
           ELSE
               OPEN EXTEND LIVE-OUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                   OPEN OUTPUT LIVE-OUT-FILE
               END-IF
           END-IF.

           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'DF29PMRG OPEN ERROR ' WS-OUT-STATUS ' ON '
                       WS-OUT-NAME UPON CONSOLE
               SET WS-COMBINE-FAILED    TO TRUE
               MOVE SPACES              TO WS-COMBINE-LINE
               MOVE 'NOT OPENED'        TO CL-ACTION
               MOVE ZERO                TO CL-COUNT
               MOVE SPACES              TO CL-IN-NAME
               MOVE WS-OUT-NAME         TO CL-OUT-NAME
               MOVE WS-COMBINE-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-COPY-PARTITION-FILE THRU 5100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > WS-PT-COUNT.

           CLOSE LIVE-OUT-FILE.

           ADD 1                       TO WS-FILES-COMBINED.

       5000-EXIT. EXIT.

       5040-CHECK-ONE-LIVE-FILE.

           MOVE WS-CMB-LIVE-NAME (WS-CMB-IDX) TO WS-OUT-NAME.

           PERFORM 5050-CHECK-PARTITION-FILE THRU 5050-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > WS-PT-COUNT.

       5040-EXIT. EXIT.

       5050-CHECK-PARTITION-FILE.

           PERFORM 5060-SET-PARTITION-NAME THRU 5060-EXIT.

           OPEN INPUT PART-IN-FILE.

           IF WS-IN-STATUS = '00'
               CLOSE PART-IN-FILE
               GO TO 5050-EXIT
           END-IF.

           DISPLAY 'DF29PMRG PARTITION FILE ' WS-IN-NAME
                   ' WILL NOT OPEN - STATUS ' WS-IN-STATUS
                                               UPON CONSOLE.
           SET WS-PART-FILE-MISSING    TO TRUE.

           MOVE SPACES                 TO WS-COMBINE-LINE.
           MOVE 'NO FILE'              TO CL-ACTION.
           MOVE ZERO                   TO CL-COUNT.
           MOVE WS-IN-NAME             TO CL-IN-NAME.
           MOVE WS-OUT-NAME            TO CL-OUT-NAME.
           MOVE WS-COMBINE-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5050-EXIT. EXIT.

      **** THE PARTITION'S OWN FILE: THE LIVE NAME, P, THE PARTITION.
       5060-SET-PARTITION-NAME.

           MOVE SPACES                 TO WS-IN-NAME.
           STRING WS-OUT-NAME          DELIMITED BY SPACE
                  'P'                  DELIMITED BY SIZE
                  WS-PT-ID (WS-PT-IDX) DELIMITED BY SIZE
                  INTO WS-IN-NAME
           END-STRING.

       5060-EXIT. EXIT.

      **** A PARTITION FILE IS EMPTIED ONCE IT HAS JOINED THE LIVE
      **** FILE, SO TOMORROW'S PARTITION STARTS CLEAN.  ONE THAT HAS
      **** GONE SINCE THE CHECK ABOVE STOPS THE RELEASE.
       5100-COPY-PARTITION-FILE.

           PERFORM 5060-SET-PARTITION-NAME THRU 5060-EXIT.

           MOVE ZERO                   TO WS-COPY-COUNT.
           MOVE SPACE                  TO WS-IN-EOF-FLAG.

           OPEN INPUT PART-IN-FILE.

           IF WS-IN-STATUS NOT = '00'
               SET WS-PART-FILE-MISSING TO TRUE
               MOVE SPACES              TO WS-COMBINE-LINE
               MOVE 'NO FILE'           TO CL-ACTION
               MOVE ZERO                TO CL-COUNT
               MOVE WS-IN-NAME          TO CL-IN-NAME
               MOVE WS-OUT-NAME         TO CL-OUT-NAME
               MOVE WS-COMBINE-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 5100-EXIT
           END-IF.

           PERFORM UNTIL WS-IN-EOF
               READ PART-IN-FILE
                   AT END
                       SET WS-IN-EOF    TO TRUE
                   NOT AT END
                       MOVE PART-IN-RECORD TO LIVE-OUT-RECORD
                       WRITE LIVE-OUT-RECORD
                       ADD 1            TO WS-COPY-COUNT
               END-READ
           END-PERFORM.

           CLOSE PART-IN-FILE.

           OPEN OUTPUT PART-IN-FILE.
           CLOSE PART-IN-FILE.

           MOVE SPACES                 TO WS-COMBINE-LINE.
           MOVE 'COMBINED'             TO CL-ACTION.
           MOVE WS-COPY-COUNT          TO CL-COUNT.
           MOVE WS-IN-NAME             TO CL-IN-NAME.
           MOVE WS-OUT-NAME            TO CL-OUT-NAME.
           MOVE WS-COMBINE-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5100-EXIT. EXIT.

      **** EACH SLICE GETS THE PRODUCER ENTRY ITS PARTITION'S CONSUMER
      **** ENTRY IS BALANCED AGAINST, AND THE WHOLE FEEDS GET THE
      **** CONSUMER ENTRIES AN UNSPLIT DF29POST WOULD HAVE WRITTEN.
       6000-RECORD-CONTROL-TOTALS.

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   MOVE SPACES          TO DFBAL-FEED-ID
                   STRING WS-SLOT-PREFIX (WS-SLOT-IDX)
                          WS-PT-ID (WS-PT-IDX)
                          DELIMITED BY SIZE
                          INTO DFBAL-FEED-ID
                   END-STRING
                   SET DFBAL-ROLE-PRODUCER TO TRUE
                   MOVE 'DF29PMRG'      TO DFBAL-PROGRAM-ID
                   MOVE WS-PT-EXP-COUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO DFBAL-RECORD-COUNT
                   MOVE WS-PT-EXP-AMOUNT (WS-PT-IDX, WS-SLOT-IDX)
                                        TO DFBAL-AMOUNT-TOTAL
                   CALL 'DFBALWR'     USING DFBAL-CONTROL-RECORD
               END-PERFORM
           END-PERFORM.

           IF WS-MERGING-POST
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   MOVE WS-WHOLE-FEED (WS-SLOT-IDX) TO DFBAL-FEED-ID
                   SET DFBAL-ROLE-CONSUMER TO TRUE
                   MOVE 'DF29POST'      TO DFBAL-PROGRAM-ID
                   MOVE WS-WHOLE-COUNT (WS-SLOT-IDX)
                                        TO DFBAL-RECORD-COUNT
                   MOVE WS-WHOLE-AMOUNT (WS-SLOT-IDX)
                                        TO DFBAL-AMOUNT-TOTAL
                   CALL 'DFBALWR'     USING DFBAL-CONTROL-RECORD
               END-PERFORM
           END-IF.

       6000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
