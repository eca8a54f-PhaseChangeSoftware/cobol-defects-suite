       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02DSCM.

      *REMARKS:    PRODUCT DISCONTINUATION MASTER UPDATE - APPLIES THE
      *            DF02DSRQ DISCONTINUE/CANCEL REQUESTS TO THE DF02DISC
      *            PHASE-OUT MASTER AND MOVES EACH PRODUCT ALONG ITS
      *            PHASE-OUT AS ITS DATE ARRIVES AND ITS STOCK RUNS OUT.

      ******************************************************************
      ****   A PRODUCT USED TO BE RETIRED BY DELETING ITS RANGE     ****
      ****   ROWS FROM DEFECTS.DF40.TABLE, LEAVING ALLOCATIONS,     ****
      ****   REPLENISHMENT AND PLANT STOCK BEHIND.  IT IS NOW       ****
      ****   RETIRED THROUGH THE DF02DISC PHASE-OUT MASTER (SEE     ****
      ****   DF02DSCR).  THIS STEP RUNS NIGHTLY AHEAD OF DF40DSCP,  ****
      ****   DF02ALOC AND DF02RPLN AND:                             ****
      ****                                                          ****
      ****   - ADDS A PRODUCT FOR EACH 'D' REQUEST - THE PART MUST  ****
      ****     BE ACTIVE ON DF02PRTM AND NOT ALREADY ON THE         ****
      ****     MASTER, THE PHASE-OUT DATE MUST BE AFTER THE         ****
      ****     PROCESSING DATE AND THE MARKDOWN 1 TO 99 PERCENT;    ****
      ****   - DROPS A PRODUCT ON A 'C' REQUEST, BUT ONLY WHILE ITS ****
      ****     PHASE-OUT DATE IS STILL AHEAD;                       ****
      ****   - MOVES A PENDING PRODUCT TO PHASING OUT ON ITS DATE - ****
      ****     FROM THEN DF02ALOC AND DF02RPLN STOP SUPPLYING IT;   ****
      ****   - TOTALS EACH PRODUCT'S DF02INVF ON-HAND OVER EVERY    ****
      ****     PLANT AND, ONCE A PHASING-OUT PRODUCT IS AT ZERO     ****
      ****     EVERYWHERE, MARKS IT STOCK ZERO AND APPENDS AN 'I'   ****
      ****     INACTIVATION TO DF02MTRN FOR DF02PMST.  DF40DSCP     ****
      ****     THEN TAKES IT OFF DEFECTS.DF40.TABLE.                ****
      ****                                                          ****
      ****   A DRY-RUN WINDOW WRITES THE SHADOW MASTER AND QUEUES   ****
      ****   NO INACTIVATIONS.  A REJECTED REQUEST ENDS THE RUN     ****
      ****   WITH RETURN CODE 4; A FILE TOO LARGE FOR ITS TABLE     ****
      ****   ENDS IT WITH 8 AND NOTHING REWRITTEN.                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MASTER-IN-FILE   ASSIGN TO DF02DISC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT REQUEST-FILE     ASSIGN TO DF02DSRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PART-FILE        ASSIGN TO DF02PRTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT INVENTORY-FILE   ASSIGN TO DF02INVF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT TRANS-FILE       ASSIGN TO DF02MTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT MASTER-OUT-FILE  ASSIGN TO WS-MASTER-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTJ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-IN-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS MASTER-IN-RECORD.

       01  MASTER-IN-RECORD            PIC X(110).

       FD  REQUEST-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

       01  REQUEST-RECORD.
           05  DR-ACTION               PIC X(01).
               88  DR-ACTION-DISCONTINUE   VALUE 'D'.
               88  DR-ACTION-CANCEL        VALUE 'C'.
           05  DR-PRODUCT              PIC X(40).
           05  DR-PART                 PIC X(08).
           05  DR-PHASE-OUT-DATE       PIC X(10).
           05  DR-MARKDOWN-PCT         PIC 9(02).
           05  DR-OPERATOR-ID          PIC X(08).

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

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  IR-PLANT                PIC X(03).
           05  IR-PART                 PIC X(08).
           05  IR-ON-HAND              PIC 9(07).

       FD  TRANS-FILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  MT-ACTION               PIC X(01).
           05  MT-PART-CODE            PIC X(08).
           05  MT-DESCRIPTION          PIC X(30).
           05  MT-UNIT-OF-MEASURE      PIC X(03).
           05  MT-UNIT-COST            PIC 9(07)V9999.
           05  MT-EFFECTIVE-DATE       PIC X(10).
           05  MT-OPERATOR-ID          PIC X(08).

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS MASTER-OUT-RECORD.

       01  MASTER-OUT-RECORD           PIC X(110).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REQUEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       01  WS-REQUEST-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REQUEST-EOF              VALUE 'Y'.

       01  WS-PART-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.

       01  WS-INVENTORY-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-INVENTORY-EOF            VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
       01  WS-TRANS-OPEN-FLAG          PIC X(01) VALUE 'N'.

      **** THE REWRITE TARGET - THE LIVE PHASE-OUT MASTER, OR ITS
      **** SHADOW COPY WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-MASTER-OUT-NAME          PIC X(09) VALUE 'DF02DISC'.

       01  WS-DISC-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-DISC-TABLE.
           05  WS-DSC-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-DISC-COUNT
                                       ASCENDING KEY IS WS-DSC-PART
                                       INDEXED BY WS-DSC-IDX.
               10  WS-DSC-PART         PIC X(08).
               10  WS-DSC-REST         PIC X(102).
               10  WS-DSC-STOCK        PIC 9(07).
               10  WS-DSC-DROP         PIC X(01).

       01  WS-DSC-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       01  WS-PART-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY            OCCURS 500 TIMES.
               10  WS-PRT-CODE         PIC X(08).
               10  WS-PRT-DESC         PIC X(30).
               10  WS-PRT-ACTIVE       PIC X(01).

       01  WS-PRT-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PRT-FOUND-SUB            PIC 9(04) VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CANCELLED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-PHASED-OUT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-STOCK-ZERO-COUNT         PIC 9(06) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

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

      **** A REQUESTED PHASE-OUT DATE, CHECKED FOR SHAPE BEFORE IT
      **** IS COMPARED WITH THE PROCESSING DATE.
       01  WS-REQUEST-DATE.
           05  WS-RQD-YYYY             PIC X(04).
           05  WS-RQD-DASH-1           PIC X(01).
           05  WS-RQD-MM               PIC X(02).
           05  WS-RQD-DASH-2           PIC X(01).
           05  WS-RQD-DD               PIC X(02).

       COPY DF02DSCR.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(38) VALUE 'ACTION'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(42) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(12) VALUE 'PHASE-OUT'.
           05  FILLER                  PIC X(06) VALUE 'STAT'.
           05  FILLER                  PIC X(11) VALUE '   ON-HAND'.
           05  FILLER                  PIC X(13) VALUE 'OPERATOR'.

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRODUCT              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PHASE-OUT-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATUS               PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-ON-HAND              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02DSCM START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'DF02DISCS'     TO WS-MASTER-OUT-NAME
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   DISPLAY 'DF02DSCM SIMULATION - PHASE-OUT MASTER '
                           'WRITES GO TO THE SHADOW COPY'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF02DSCM NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.

           PERFORM 1200-LOAD-PARTS THRU 1200-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02DSCM A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-APPLY-REQUESTS.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02DSCM - PRODUCT PHASE-OUT REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS = '00'
               PERFORM UNTIL WS-REQUEST-EOF
                   READ REQUEST-FILE
                       AT END
                           SET WS-REQUEST-EOF TO TRUE
                       NOT AT END
                           ADD 1        TO WS-REQUEST-COUNT
                           PERFORM 2000-APPLY-ONE-REQUEST THRU
                                   2000-EXIT
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           ELSE
               DISPLAY 'DF02DSCM NO DISCONTINUATION REQUESTS THIS RUN'
                                              UPON CONSOLE
           END-IF.

       1000-ADVANCE-PHASE-OUTS.

           PERFORM 1300-TOTAL-ON-HAND THRU 1300-EXIT.

           PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                       UNTIL WS-DSC-SUB > WS-DISC-COUNT
               IF WS-DSC-DROP (WS-DSC-SUB) NOT = 'Y'
                   PERFORM 3000-ADVANCE-ONE-PRODUCT THRU 3000-EXIT
               END-IF
           END-PERFORM.

           IF WS-TRANS-OPEN-FLAG = 'Y'
               CLOSE TRANS-FILE
           END-IF.

           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02DSCM PHASE-OUT TABLE FULL - MASTER NOT '
                       'REWRITTEN' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-WRITE-MASTER.

           IF WS-DISC-COUNT > 1
               SORT WS-DSC-ENTRY
                   ASCENDING KEY WS-DSC-PART
           END-IF.

           OPEN OUTPUT MASTER-OUT-FILE.

           IF WS-MASTER-OUT-STATUS NOT = '00'
               DISPLAY 'DF02DSCM PHASE-OUT MASTER OPEN ERROR'
                                              UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
                       UNTIL WS-DSC-IDX > WS-DISC-COUNT
               IF WS-DSC-DROP (WS-DSC-IDX) NOT = 'Y'
                   MOVE WS-DSC-PART (WS-DSC-IDX) TO DF02-DSC-PART
                   MOVE WS-DSC-REST (WS-DSC-IDX)
                                        TO DF02-DISCONTINUE-RECORD
                                                  (9:102)
                   WRITE MASTER-OUT-RECORD
                                        FROM DF02-DISCONTINUE-RECORD
               END-IF
           END-PERFORM.

           CLOSE MASTER-OUT-FILE.

           IF WS-REJECTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02DSCM REQUESTS READ      = ' WS-REQUEST-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM PRODUCTS ADDED     = ' WS-ADDED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM PRODUCTS CANCELLED = ' WS-CANCELLED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM REQUESTS REJECTED  = ' WS-REJECTED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM NOW PHASING OUT    = ' WS-PHASED-OUT-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM NOW STOCK ZERO     = ' WS-STOCK-ZERO-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02DSCM END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.

           IF WS-MASTER-IN-STATUS NOT = '00'
               DISPLAY 'DF02DSCM NO EXISTING PHASE-OUT MASTER - '
                       'STARTING A NEW ONE' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-IN-FILE INTO DF02-DISCONTINUE-RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-DISC-COUNT < 500
                           ADD 1 TO WS-DISC-COUNT
                           MOVE DF02-DSC-PART
                               TO WS-DSC-PART (WS-DISC-COUNT)
                           MOVE DF02-DISCONTINUE-RECORD (9:102)
                               TO WS-DSC-REST (WS-DISC-COUNT)
                           MOVE ZERO
                               TO WS-DSC-STOCK (WS-DISC-COUNT)
                           MOVE 'N'
                               TO WS-DSC-DROP (WS-DISC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-IN-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-PARTS.

           OPEN INPUT PART-FILE.

           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'DF02DSCM PART MASTER NOT AVAILABLE - NO '
                       'DISCONTINUATION CAN BE ADDED' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-PART-EOF
               READ PART-FILE
                   AT END
                       SET WS-PART-EOF TO TRUE
                   NOT AT END
                       IF WS-PART-COUNT < 500
                           ADD 1 TO WS-PART-COUNT
                           MOVE PM-PART-CODE
                               TO WS-PRT-CODE (WS-PART-COUNT)
                           MOVE PM-DESCRIPTION
                               TO WS-PRT-DESC (WS-PART-COUNT)
                           MOVE PM-ACTIVE-FLAG
                               TO WS-PRT-ACTIVE (WS-PART-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PART-FILE.

       1200-EXIT. EXIT.

      ******************************************************************
      ****   ON-HAND FOR EACH PRODUCT ON THE MASTER, SUMMED OVER    ****
      ****   EVERY PLANT THAT HOLDS THE PART.                       ****
      ******************************************************************

       1300-TOTAL-ON-HAND.

           OPEN INPUT INVENTORY-FILE.

           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'DF02DSCM NO PLANT INVENTORY FILE - NOTHING '
                       'CAN REACH STOCK ZERO' UPON CONSOLE
               PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                           UNTIL WS-DSC-SUB > WS-DISC-COUNT
                   MOVE 9999999         TO WS-DSC-STOCK (WS-DSC-SUB)
               END-PERFORM
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-INVENTORY-EOF
               READ INVENTORY-FILE
                   AT END
                       SET WS-INVENTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                                   UNTIL WS-DSC-SUB > WS-DISC-COUNT
                           IF WS-DSC-PART (WS-DSC-SUB) = IR-PART
                               ADD IR-ON-HAND
                                   TO WS-DSC-STOCK (WS-DSC-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.

       1300-EXIT. EXIT.

       2000-APPLY-ONE-REQUEST.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DR-PART                TO DL-PART.
           MOVE DR-PRODUCT             TO DL-PRODUCT.
           MOVE DR-PHASE-OUT-DATE      TO DL-PHASE-OUT-DATE.
           MOVE DR-OPERATOR-ID         TO DL-OPERATOR.
           MOVE ZERO                   TO DL-ON-HAND.

           PERFORM 2100-FIND-PRODUCT THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN DR-ACTION-DISCONTINUE
                   PERFORM 2200-ADD-PRODUCT THRU 2200-EXIT
               WHEN DR-ACTION-CANCEL
                   PERFORM 2300-CANCEL-PRODUCT THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
           END-EVALUATE.

       2000-EXIT. EXIT.

       2100-FIND-PRODUCT.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                       UNTIL WS-DSC-SUB > WS-DISC-COUNT
               IF WS-DSC-PART (WS-DSC-SUB) = DR-PART
               AND WS-DSC-DROP (WS-DSC-SUB) NOT = 'Y'
                   MOVE WS-DSC-SUB      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

       2200-ADD-PRODUCT.

           IF DR-PART = SPACES OR DR-PRODUCT = SPACES
               MOVE 'PART OR PRODUCT MISSING' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-FOUND-SUB > ZERO
               MOVE 'ALREADY DISCONTINUED'    TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO                   TO WS-PRT-FOUND-SUB.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                       UNTIL WS-PRT-SUB > WS-PART-COUNT
               IF WS-PRT-CODE (WS-PRT-SUB) = DR-PART
                   MOVE WS-PRT-SUB      TO WS-PRT-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-PRT-FOUND-SUB = ZERO
               MOVE 'PART NOT ON PART MASTER' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-PRT-ACTIVE (WS-PRT-FOUND-SUB) NOT = 'A'
               MOVE 'PART NOT ACTIVE'         TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE DR-PHASE-OUT-DATE      TO WS-REQUEST-DATE.

           IF WS-RQD-YYYY NOT NUMERIC
           OR WS-RQD-MM NOT NUMERIC
           OR WS-RQD-DD NOT NUMERIC
           OR WS-RQD-DASH-1 NOT = '-'
           OR WS-RQD-DASH-2 NOT = '-'
           OR WS-RQD-MM < '01' OR WS-RQD-MM > '12'
           OR WS-RQD-DD < '01' OR WS-RQD-DD > '31'
               MOVE 'PHASE-OUT DATE INVALID'  TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-REQUEST-DATE NOT > WS-PROCESSING-DATE
               MOVE 'PHASE-OUT DATE NOT AHEAD' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF DR-MARKDOWN-PCT NOT NUMERIC
           OR DR-MARKDOWN-PCT = ZERO
               MOVE 'MARKDOWN NOT 1-99 PERCENT' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-DISC-COUNT NOT < 500
               MOVE 'PHASE-OUT TABLE FULL'    TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES                 TO DF02-DISCONTINUE-RECORD.
           MOVE DR-PART                TO DF02-DSC-PART.
           MOVE DR-PRODUCT             TO DF02-DSC-PRODUCT.
           MOVE DR-PHASE-OUT-DATE      TO DF02-DSC-PHASE-OUT-DATE.
           MOVE DR-MARKDOWN-PCT        TO DF02-DSC-MARKDOWN-PCT.
           MOVE DR-OPERATOR-ID         TO DF02-DSC-REQUESTED-BY.
           MOVE WS-PROCESSING-DATE     TO DF02-DSC-REQUESTED-DATE.
           SET DF02-DSC-PENDING        TO TRUE.
           SET DF02-DSC-MARKDOWN-DUE   TO TRUE.
           MOVE ZERO                   TO DF02-DSC-MARKDOWN-PRICE
                                          DF02-DSC-ON-HAND.
           MOVE WS-PROCESSING-DATE     TO DF02-DSC-STATUS-DATE.

           ADD 1                       TO WS-DISC-COUNT.
           MOVE DF02-DSC-PART          TO WS-DSC-PART (WS-DISC-COUNT).
           MOVE DF02-DISCONTINUE-RECORD (9:102)
                                       TO WS-DSC-REST (WS-DISC-COUNT).
           MOVE ZERO                   TO WS-DSC-STOCK (WS-DISC-COUNT).
           MOVE 'N'                    TO WS-DSC-DROP (WS-DISC-COUNT).

           ADD 1                       TO WS-ADDED-COUNT.
           MOVE 'DISCONTINUATION ADDED' TO DL-ACTION.
           MOVE DF02-DSC-STATUS        TO DL-STATUS.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2200-EXIT. EXIT.

       2300-CANCEL-PRODUCT.

           IF WS-FOUND-SUB = ZERO
               MOVE 'NOT ON PHASE-OUT MASTER' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-DSC-PART (WS-FOUND-SUB) TO DF02-DSC-PART.
           MOVE WS-DSC-REST (WS-FOUND-SUB)
                                       TO DF02-DISCONTINUE-RECORD
                                                  (9:102).

      **** ONCE THE DATE HAS COME THE STORES HAVE BEEN TOLD AND THE
      **** MARKDOWN IS ON THE SHELF - IT CAN NO LONGER BE UNDONE HERE.
           IF NOT DF02-DSC-PENDING
               MOVE 'PHASE-OUT ALREADY STARTED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-REQUEST THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-DSC-DROP (WS-FOUND-SUB).

           ADD 1                       TO WS-CANCELLED-COUNT.
           MOVE 'DISCONTINUATION CANCELLED' TO DL-ACTION.
           MOVE DF02-DSC-PRODUCT       TO DL-PRODUCT.
           MOVE DF02-DSC-PHASE-OUT-DATE TO DL-PHASE-OUT-DATE.
           MOVE DF02-DSC-STATUS        TO DL-STATUS.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2300-EXIT. EXIT.

       2900-REJECT-REQUEST.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE SPACES                 TO DL-ACTION.
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                                       INTO DL-ACTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2900-EXIT. EXIT.

      ******************************************************************
      ****   PENDING BECOMES PHASING OUT ON THE PHASE-OUT DATE;     ****
      ****   PHASING OUT BECOMES STOCK ZERO WHEN NO PLANT HOLDS     ****
      ****   ANY MORE, AND THE PART IS QUEUED FOR INACTIVATION.     ****
      ******************************************************************

       3000-ADVANCE-ONE-PRODUCT.

           MOVE WS-DSC-PART (WS-DSC-SUB) TO DF02-DSC-PART.
           MOVE WS-DSC-REST (WS-DSC-SUB)
                                       TO DF02-DISCONTINUE-RECORD
                                                  (9:102).

           IF DF02-DSC-RETIRED
               GO TO 3000-EXIT
           END-IF.

           IF WS-DSC-STOCK (WS-DSC-SUB) NOT = 9999999
               MOVE WS-DSC-STOCK (WS-DSC-SUB) TO DF02-DSC-ON-HAND
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.

           IF DF02-DSC-PENDING
           AND DF02-DSC-PHASE-OUT-DATE NOT > WS-PROCESSING-DATE
               SET DF02-DSC-PHASING-OUT TO TRUE
               MOVE WS-PROCESSING-DATE  TO DF02-DSC-STATUS-DATE
               ADD 1                    TO WS-PHASED-OUT-COUNT
               MOVE 'NOW PHASING OUT'   TO DL-ACTION
               PERFORM 3100-WRITE-PRODUCT-LINE THRU 3100-EXIT
           END-IF.

           IF DF02-DSC-PHASING-OUT
           AND WS-DSC-STOCK (WS-DSC-SUB) = ZERO
               SET DF02-DSC-STOCK-ZERO  TO TRUE
               MOVE WS-PROCESSING-DATE  TO DF02-DSC-STATUS-DATE
               ADD 1                    TO WS-STOCK-ZERO-COUNT
               PERFORM 3200-QUEUE-INACTIVATION THRU 3200-EXIT
               PERFORM 3100-WRITE-PRODUCT-LINE THRU 3100-EXIT
           END-IF.

           MOVE DF02-DISCONTINUE-RECORD (9:102)
                                       TO WS-DSC-REST (WS-DSC-SUB).

       3000-EXIT. EXIT.

       3100-WRITE-PRODUCT-LINE.

           MOVE DF02-DSC-PART          TO DL-PART.
           MOVE DF02-DSC-PRODUCT       TO DL-PRODUCT.
           MOVE DF02-DSC-PHASE-OUT-DATE TO DL-PHASE-OUT-DATE.
           MOVE DF02-DSC-STATUS        TO DL-STATUS.
           MOVE DF02-DSC-ON-HAND       TO DL-ON-HAND.
           MOVE DF02-DSC-REQUESTED-BY  TO DL-OPERATOR.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

       3200-QUEUE-INACTIVATION.

           MOVE 'STOCK ZERO - INACTIVATE PART' TO DL-ACTION.

           MOVE ZERO                   TO WS-PRT-FOUND-SUB.

           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                       UNTIL WS-PRT-SUB > WS-PART-COUNT
               IF WS-PRT-CODE (WS-PRT-SUB) = DF02-DSC-PART
                   MOVE WS-PRT-SUB      TO WS-PRT-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-PRT-FOUND-SUB > ZERO
               IF WS-PRT-ACTIVE (WS-PRT-FOUND-SUB) NOT = 'A'
                   MOVE 'STOCK ZERO - PART ALREADY OFF'
                                        TO DL-ACTION
                   GO TO 3200-EXIT
               END-IF
           END-IF.

           IF DFRUNDT-DRY-RUN
               GO TO 3200-EXIT
           END-IF.

           IF WS-TRANS-OPEN-FLAG NOT = 'Y'
               OPEN EXTEND TRANS-FILE
               IF WS-TRANS-STATUS NOT = '00'
                   OPEN OUTPUT TRANS-FILE
               END-IF
               MOVE 'Y'                 TO WS-TRANS-OPEN-FLAG
           END-IF.

           MOVE SPACES                 TO TRANS-RECORD.
           MOVE 'I'                    TO MT-ACTION.
           MOVE DF02-DSC-PART          TO MT-PART-CODE.
           MOVE ZERO                   TO MT-UNIT-COST.
           MOVE WS-PROCESSING-DATE     TO MT-EFFECTIVE-DATE.
           MOVE 'DF02DSCM'             TO MT-OPERATOR-ID.
           WRITE TRANS-RECORD.

       3200-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'REQUESTS READ'        TO TL-LABEL.
           MOVE WS-REQUEST-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'DISCONTINUATIONS ADDED' TO TL-LABEL.
           MOVE WS-ADDED-COUNT         TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'DISCONTINUATIONS CANCELLED' TO TL-LABEL.
           MOVE WS-CANCELLED-COUNT     TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'REQUESTS REJECTED'    TO TL-LABEL.
           MOVE WS-REJECTED-COUNT      TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'NOW PHASING OUT'      TO TL-LABEL.
           MOVE WS-PHASED-OUT-COUNT    TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'NOW AT STOCK ZERO'    TO TL-LABEL.
           MOVE WS-STOCK-ZERO-COUNT    TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT REPLACING ==PRINT-FILE-RECORD== BY ==REPORT-LINE==
                               ==DETAIL-LINE== BY ==WS-DETAIL-LINE==.
