       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02ABCC.

      *REMARKS:    MONTHLY ABC VELOCITY CLASSIFICATION OF EVERY PLANT/
      *            PART ON DF02INVF AND ROLLING CYCLE-COUNT SCHEDULE
      *            FOR THE REST OF THE MONTH.

      ******************************************************************
      ****   THE ONLY COUNT WAS THE ANNUAL WALL-TO-WALL ONE, WHICH  ****
      ****   SHUTS A PLANT DOWN.  THIS RUN, ONCE A MONTH, VALUES    ****
      ****   THE MOVEMENT OF EVERY PART AT EVERY PLANT OVER THE     ****
      ****   WINDOW OF MONTHS ENDING ON THE PROCESSING DATE - THE   ****
      ****   QUANTITIES ON THE DF02MVHS MOVEMENT HISTORY (DF02IUPD  ****
      ****   RECEIPTS AND SHIPMENTS, DF02RTE ROUTED SHIPMENTS) AT   ****
      ****   THE STANDARD COST IN FORCE ON DF02PRTM - AND RANKS     ****
      ****   EACH PLANT'S PARTS BIGGEST VALUE FIRST:                ****
      ****                                                          ****
      ****   'A' THE PARTS MAKING UP THE FIRST A-PERCENT OF THE     ****
      ****       PLANT'S MOVEMENT VALUE (DEFAULT 80) - COUNTED      ****
      ****       MONTHLY;                                           ****
      ****   'B' THE PARTS UP TO THE B-PERCENT (DEFAULT 95) -       ****
      ****       COUNTED QUARTERLY;                                 ****
      ****   'C' EVERYTHING ELSE, INCLUDING PARTS THAT DID NOT      ****
      ****       MOVE - COUNTED YEARLY.                             ****
      ****                                                          ****
      ****   THE CLASSES ARE WRITTEN TO DF02ABCF.  THE RUN THEN     ****
      ****   SCHEDULES THE COUNTS DUE: A PART IS DUE WHEN THE       ****
      ****   DF02SHRH COUNT HISTORY SHOWS NO COUNT OF IT AT THE     ****
      ****   PLANT SINCE THE START OF THE MONTH (A), OF THE MONTH   ****
      ****   TWO MONTHS BACK (B) OR OF THE MONTH ELEVEN MONTHS      ****
      ****   BACK (C).  EVERY DUE A PART IS SCHEDULED; ONLY A THIRD ****
      ****   OF THE PLANT'S B PARTS AND A TWELFTH OF ITS C PARTS    ****
      ****   ARE TAKEN IN ONE MONTH, LONGEST-UNCOUNTED FIRST, SO    ****
      ****   THE WORK IS LEVEL FROM MONTH TO MONTH.  EACH PLANT'S   ****
      ****   SCHEDULED PARTS ARE DEALT IN TURN ACROSS THE BUSINESS  ****
      ****   DAYS (DFCALBD) FROM THE PROCESSING DATE TO MONTH END   ****
      ****   AND WRITTEN TO DF02CCSC, FROM WHICH DF02CNTX PRINTS    ****
      ****   EACH DAY'S COUNT SHEET.  THE COUNTS ARE APPLIED BY     ****
      ****   DF02CNTP AS BEFORE.                                    ****
      ****                                                          ****
      ****   THE DF02ABPM PARAMETER CARD MAY SET THE A-PERCENT      ****
      ****   (999), THE B-PERCENT (999) AND THE WINDOW IN MONTHS    ****
      ****   (99, DEFAULT 12).  A DRY-RUN WINDOW WRITES BOTH FILES  ****
      ****   TO THEIR SHADOW COPIES.  A MOVING PART WITH NO         ****
      ****   STANDARD COST IS VALUED AT ZERO AND ENDS THE RUN WITH  ****
      ****   RETURN CODE 4 SO IT GETS COSTED.                       ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF02ABPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PART-FILE        ASSIGN TO DF02PRTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PART-STATUS.

           SELECT INVENTORY-FILE   ASSIGN TO DF02INVF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT MOVEMENT-FILE    ASSIGN TO DF02MVHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF02SHRH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CLASS-FILE       ASSIGN TO WS-CLASS-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CLASS-STATUS.

           SELECT SCHEDULE-FILE    ASSIGN TO WS-SCHEDULE-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  AP-A-PERCENT            PIC 9(03).
           05  AP-B-PERCENT            PIC 9(03).
           05  AP-WINDOW-MONTHS        PIC 9(02).

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

       FD  MOVEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.

       01  MOVEMENT-RECORD             PIC X(40).

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

       FD  CLASS-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CLASS-RECORD.

       01  CLASS-RECORD                PIC X(40).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SCHEDULE-RECORD.

       01  SCHEDULE-RECORD             PIC X(24).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MOVEMENT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CLASS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PART-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PART-EOF                 VALUE 'Y'.

       01  WS-INVENTORY-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-INVENTORY-EOF            VALUE 'Y'.

       01  WS-MOVEMENT-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-MOVEMENT-EOF             VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

      **** THE REWRITE TARGETS - THE LIVE FILES, OR THEIR SHADOW
      **** COPIES WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-CLASS-OUT-NAME           PIC X(09) VALUE 'DF02ABCF'.
       01  WS-SCHEDULE-OUT-NAME        PIC X(09) VALUE 'DF02CCSC'.

       01  WS-A-PERCENT                PIC 9(03) VALUE 80.
       01  WS-B-PERCENT                PIC 9(03) VALUE 95.
       01  WS-WINDOW-MONTHS            PIC 9(02) VALUE 12.

      **** STANDARD COST IN FORCE FOR EACH PART AS OF THE PROCESSING
      **** DATE, IN PART-CODE ORDER.
       01  WS-PART-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PART-COUNT
                                       ASCENDING KEY IS WS-PRT-CODE
                                       INDEXED BY WS-PRT-IDX.
               10  WS-PRT-CODE         PIC X(08).
               10  WS-PRT-COST         PIC 9(07)V9999.

      **** ONE ENTRY PER PLANT/PART ON DF02INVF.  THE TABLE IS
      **** RE-SORTED FOR EACH STEP; THE DECLARED KEY IS THE PLANT/
      **** PART ORDER THE LOOK-UPS SEARCH IN.
       01  WS-ITEM-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-ITEM-COUNT
                                       ASCENDING KEY IS WS-ITM-PLANT
                                                        WS-ITM-PART
                                       INDEXED BY WS-ITM-IDX.
               10  WS-ITM-PLANT        PIC X(03).
               10  WS-ITM-PART         PIC X(08).
               10  WS-ITM-ON-HAND      PIC 9(07).
               10  WS-ITM-UNITS        PIC 9(09).
               10  WS-ITM-COST-FLAG    PIC X(01).
               10  WS-ITM-VALUE        PIC 9(11)V99.
               10  WS-ITM-CUM-PCT      PIC 9(03)V99.
               10  WS-ITM-CLASS        PIC X(01).
               10  WS-ITM-LAST-COUNTED PIC X(10).
               10  WS-ITM-COUNT-DATE   PIC X(10).

       01  WS-ITM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ITEM-OVERFLOW-FLAG       PIC X(01) VALUE 'N'.

       01  WS-CURRENT-PLANT            PIC X(03) VALUE SPACES.
       01  WS-PLANT-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-PLANT-CUM                PIC 9(13)V99 VALUE ZERO.
       01  WS-PCT-BEFORE               PIC 9(03)V99 VALUE ZERO.

       01  WS-MOVEMENTS-USED           PIC 9(07) VALUE ZERO.
       01  WS-MOVEMENTS-UNMATCHED      PIC 9(07) VALUE ZERO.
       01  WS-UNCOSTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SCHEDULED-TOTAL          PIC 9(06) VALUE ZERO.

      **** BUSINESS DAYS LEFT IN THE MONTH TO SPREAD THE COUNTS OVER.
       01  WS-DAY-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-DATE             PIC X(10) OCCURS 31 TIMES.

       01  WS-DAY-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-DAYS-DONE-FLAG           PIC X(01) VALUE 'N'.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.

      **** COUNT DUE DATES - A PART LAST COUNTED BEFORE ITS CLASS'S
      **** DATE IS DUE.
       01  WS-DUE-A                    PIC X(10) VALUE SPACES.
       01  WS-DUE-B                    PIC X(10) VALUE SPACES.
       01  WS-DUE-C                    PIC X(10) VALUE SPACES.
       01  WS-DUE-DATE                 PIC X(10) VALUE SPACES.

      **** PER-PLANT CLASS COUNTS, MONTHLY QUOTAS AND COUNTS TAKEN,
      **** SUBSCRIPTED 1 = A, 2 = B, 3 = C.
       01  WS-CLASS-WORK.
           05  WS-CLW-ENTRY            OCCURS 3 TIMES.
               10  WS-CLW-PARTS        PIC 9(04).
               10  WS-CLW-QUOTA        PIC 9(04).
               10  WS-CLW-TAKEN        PIC 9(04).

       01  WS-CLW-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-PLANT-SCHEDULED          PIC 9(04) VALUE ZERO.

       01  WS-MONTHS-BACK              PIC 9(02) VALUE ZERO.
       01  WS-MONTH-WORK               PIC 9(06) VALUE ZERO.
       01  WS-BACK-DATE.
           05  WS-BKD-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-BKD-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-BKD-DD               PIC X(02).

      **** THE MOVEMENT WINDOW OPENS THE DAY AFTER THE SAME DATE
      **** THE WINDOW'S NUMBER OF MONTHS AGO.
       01  WS-WINDOW-START             PIC X(10) VALUE SPACES.

       01  WS-DATE-WORK-X.
           05  WS-DWX-YYYY             PIC 9(04).
           05  WS-DWX-MM               PIC 9(02).
           05  WS-DWX-DD               PIC 9(02).
       01  WS-DATE-WORK-N              REDEFINES WS-DATE-WORK-X
                                       PIC 9(08).

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

       01  WS-PRD-YYYY-N               PIC 9(04) VALUE ZERO.
       01  WS-PRD-MM-N                 PIC 9(02) VALUE ZERO.

       COPY DF02MVHR.

       COPY DF02ABCR.

       COPY DF02CCSR.

       COPY DFCAL.

       COPY DFRUNDT.

       01  WS-PLANT-HEADER-LINE.
           05  FILLER                  PIC X(20) VALUE
                                       'ABC CLASSES - PLANT '.
           05  PH-PLANT                PIC X(03).
           05  FILLER                  PIC X(18) VALUE
                                       '   MOVEMENT AFTER '.
           05  PH-WINDOW-START         PIC X(10).
           05  FILLER                  PIC X(09) VALUE
                                       ' THROUGH '.
           05  PH-WINDOW-END           PIC X(10).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(11) VALUE '  ON HAND'.
           05  FILLER                  PIC X(13) VALUE 'UNITS MOVED'.
           05  FILLER                  PIC X(19) VALUE
                                       '   MOVEMENT VALUE'.
           05  FILLER                  PIC X(08) VALUE ' CUM %'.
           05  FILLER                  PIC X(07) VALUE 'CLASS'.
           05  FILLER                  PIC X(12) VALUE 'LAST COUNT'.
           05  FILLER                  PIC X(12) VALUE 'COUNT DATE'.
           05  FILLER                  PIC X(40) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ON-HAND              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UNITS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUM-PCT              PIC ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-CLASS                PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-LAST-COUNTED         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COUNT-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(12).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(06) VALUE 'CLASS '.
           05  SM-CLASS                PIC X(01).
           05  FILLER                  PIC X(09) VALUE ' PARTS = '.
           05  SM-PARTS                PIC ZZZ9.
           05  FILLER                  PIC X(24) VALUE
                                       '   SCHEDULED THIS RUN = '.
           05  SM-SCHEDULED            PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SM-INTERVAL             PIC X(20).
           05  FILLER                  PIC X(62) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02ABCC START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'DF02ABCFS'     TO WS-CLASS-OUT-NAME
                   MOVE 'DF02CCSCS'     TO WS-SCHEDULE-OUT-NAME
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   DISPLAY 'DF02ABCC SIMULATION - CLASSES AND '
                           'SCHEDULE GO TO THE SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF02ABCC NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-PRD-YYYY-N.
           MOVE WS-PRD-MM              TO WS-PRD-MM-N.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-DATES THRU 1200-EXIT.
           PERFORM 1300-LOAD-PART-COSTS THRU 1300-EXIT.
           PERFORM 1400-LOAD-ON-HAND THRU 1400-EXIT.

           IF WS-ITEM-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02ABCC ON-HAND FILE TOO LARGE FOR THE '
                       'TABLE - NOTHING CLASSIFIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'DF02ABCC NO ON-HAND FILE - NOTHING TO '
                       'CLASSIFY' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1500-LOAD-MOVEMENTS THRU 1500-EXIT.
           PERFORM 1600-LOAD-LAST-COUNTS THRU 1600-EXIT.
           PERFORM 1700-VALUE-MOVEMENT THRU 1700-EXIT.

       1000-CLASSIFY.

           SORT WS-ITM-ENTRY
               ASCENDING KEY WS-ITM-PLANT
               DESCENDING KEY WS-ITM-VALUE
               ASCENDING KEY WS-ITM-PART.

           MOVE SPACES                 TO WS-CURRENT-PLANT.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               PERFORM 2000-CLASSIFY-ONE-PART THRU 2000-EXIT
           END-PERFORM.

       1000-SCHEDULE.

           PERFORM 3000-BUILD-COUNT-DAYS THRU 3000-EXIT.

           IF WS-DAY-COUNT = ZERO
               DISPLAY 'DF02ABCC NO BUSINESS DAYS LEFT THIS MONTH - '
                       'NO COUNTS SCHEDULED' UPON CONSOLE
               GO TO 1000-WRITE-FILES
           END-IF.

           SORT WS-ITM-ENTRY
               ASCENDING KEY WS-ITM-PLANT WS-ITM-CLASS
                             WS-ITM-LAST-COUNTED
               DESCENDING KEY WS-ITM-VALUE.

           MOVE SPACES                 TO WS-CURRENT-PLANT.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               PERFORM 3200-SCHEDULE-ONE-PART THRU 3200-EXIT
           END-PERFORM.

       1000-WRITE-FILES.

           PERFORM 4000-WRITE-SCHEDULE THRU 4000-EXIT.
           PERFORM 4100-WRITE-CLASSES THRU 4100-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.

           IF WS-UNCOSTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02ABCC PLANT/PARTS CLASSIFIED = ' WS-ITEM-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02ABCC MOVEMENTS IN WINDOW    = '
                                   WS-MOVEMENTS-USED UPON CONSOLE.
           DISPLAY 'DF02ABCC MOVEMENTS NOT ON HAND  = '
                              WS-MOVEMENTS-UNMATCHED UPON CONSOLE.
           DISPLAY 'DF02ABCC PARTS NOT COSTED       = '
                                   WS-UNCOSTED-COUNT UPON CONSOLE.
           DISPLAY 'DF02ABCC COUNTS SCHEDULED       = '
                                  WS-SCHEDULED-TOTAL UPON CONSOLE.
           DISPLAY 'DF02ABCC END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF AP-A-PERCENT NUMERIC AND AP-A-PERCENT > ZERO
              AND AP-A-PERCENT NOT > 100
               MOVE AP-A-PERCENT        TO WS-A-PERCENT
           END-IF.

           IF AP-B-PERCENT NUMERIC AND AP-B-PERCENT > ZERO
              AND AP-B-PERCENT NOT > 100
               MOVE AP-B-PERCENT        TO WS-B-PERCENT
           END-IF.

           IF AP-WINDOW-MONTHS NUMERIC AND AP-WINDOW-MONTHS > ZERO
               MOVE AP-WINDOW-MONTHS    TO WS-WINDOW-MONTHS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

           IF WS-B-PERCENT < WS-A-PERCENT
               MOVE WS-A-PERCENT        TO WS-B-PERCENT
           END-IF.

       1100-EXIT. EXIT.

      **** THE MOVEMENT WINDOW, AND THE DATE EACH CLASS IS DUE FROM -
      **** THE FIRST OF THIS MONTH (A), OF THE MONTH TWO BACK (B),
      **** OF THE MONTH ELEVEN BACK (C).
       1200-SET-DATES.

           MOVE WS-WINDOW-MONTHS       TO WS-MONTHS-BACK.
           PERFORM 1250-MONTHS-BACK THRU 1250-EXIT.
           MOVE WS-PRD-DD              TO WS-BKD-DD.
           MOVE WS-BACK-DATE           TO WS-WINDOW-START.

           MOVE ZERO                   TO WS-MONTHS-BACK.
           PERFORM 1250-MONTHS-BACK THRU 1250-EXIT.
           MOVE WS-BACK-DATE           TO WS-DUE-A.

           MOVE 2                      TO WS-MONTHS-BACK.
           PERFORM 1250-MONTHS-BACK THRU 1250-EXIT.
           MOVE WS-BACK-DATE           TO WS-DUE-B.

           MOVE 11                     TO WS-MONTHS-BACK.
           PERFORM 1250-MONTHS-BACK THRU 1250-EXIT.
           MOVE WS-BACK-DATE           TO WS-DUE-C.

       1200-EXIT. EXIT.

       1250-MONTHS-BACK.

           COMPUTE WS-MONTH-WORK = WS-PRD-YYYY-N * 12
                                 + WS-PRD-MM-N - 1
                                 - WS-MONTHS-BACK.

           COMPUTE WS-BKD-YYYY = WS-MONTH-WORK / 12.
           COMPUTE WS-BKD-MM = WS-MONTH-WORK
                             - (WS-BKD-YYYY * 12) + 1.
           MOVE '01'                   TO WS-BKD-DD.

       1250-EXIT. EXIT.

       1300-LOAD-PART-COSTS.

           OPEN INPUT PART-FILE.

           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'DF02ABCC NO PART MASTER - MOVEMENT IS NOT '
                       'VALUED' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-PART-EOF
               READ PART-FILE
                   AT END
                       SET WS-PART-EOF TO TRUE
                   NOT AT END
                       IF WS-PART-COUNT < 2000
                           ADD 1 TO WS-PART-COUNT
                           PERFORM 1310-STORE-PART-COST THRU
                                   1310-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PART-FILE.

           IF WS-PART-COUNT > 1
               SORT WS-PRT-ENTRY
                   ASCENDING KEY WS-PRT-CODE
           END-IF.

       1300-EXIT. EXIT.

      **** THE PENDING COST APPLIES ONCE ITS DATE HAS ARRIVED EVEN
      **** IF DF02PMST HAS NOT RUN SINCE TO MAKE IT CURRENT.
       1310-STORE-PART-COST.

           MOVE PM-PART-CODE           TO WS-PRT-CODE (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-COST (WS-PART-COUNT).

           IF PM-STANDARD-COST NUMERIC
               MOVE PM-STANDARD-COST    TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

           IF PM-PENDING-EFFECTIVE NOT = SPACES
              AND PM-PENDING-EFFECTIVE NOT > WS-PROCESSING-DATE
              AND PM-PENDING-COST NUMERIC
               MOVE PM-PENDING-COST     TO WS-PRT-COST (WS-PART-COUNT)
           END-IF.

       1310-EXIT. EXIT.

       1400-LOAD-ON-HAND.

           OPEN INPUT INVENTORY-FILE.

           IF WS-INVENTORY-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-INVENTORY-EOF
               READ INVENTORY-FILE
                   AT END
                       SET WS-INVENTORY-EOF TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT < 1000
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM 1410-STORE-ITEM THRU 1410-EXIT
                       ELSE
                           MOVE 'Y' TO WS-ITEM-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.

           IF WS-ITEM-COUNT > 1
               SORT WS-ITM-ENTRY
                   ASCENDING KEY WS-ITM-PLANT WS-ITM-PART
           END-IF.

       1400-EXIT. EXIT.

       1410-STORE-ITEM.

           MOVE IR-PLANT               TO WS-ITM-PLANT (WS-ITEM-COUNT).
           MOVE IR-PART                TO WS-ITM-PART (WS-ITEM-COUNT).
           MOVE IR-ON-HAND             TO WS-ITM-ON-HAND
                                                     (WS-ITEM-COUNT).
           MOVE ZERO                   TO WS-ITM-UNITS (WS-ITEM-COUNT)
                                          WS-ITM-VALUE (WS-ITEM-COUNT)
                                          WS-ITM-CUM-PCT
                                                     (WS-ITEM-COUNT).
           MOVE 'Y'                    TO WS-ITM-COST-FLAG
                                                     (WS-ITEM-COUNT).
           MOVE 'C'                    TO WS-ITM-CLASS (WS-ITEM-COUNT).
           MOVE SPACES                 TO WS-ITM-LAST-COUNTED
                                                     (WS-ITEM-COUNT)
                                          WS-ITM-COUNT-DATE
                                                     (WS-ITEM-COUNT).

       1410-EXIT. EXIT.

       1500-LOAD-MOVEMENTS.

           OPEN INPUT MOVEMENT-FILE.

           IF WS-MOVEMENT-STATUS NOT = '00'
               DISPLAY 'DF02ABCC NO MOVEMENT HISTORY - EVERY PART '
                       'IS CLASS C' UPON CONSOLE
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-MOVEMENT-EOF
               READ MOVEMENT-FILE INTO DF02-MOVEMENT-RECORD
                   AT END
                       SET WS-MOVEMENT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-POST-MOVEMENT THRU 1510-EXIT
               END-READ
           END-PERFORM.

           CLOSE MOVEMENT-FILE.

       1500-EXIT. EXIT.

       1510-POST-MOVEMENT.

           IF DF02-MVH-DATE NOT > WS-WINDOW-START
              OR DF02-MVH-DATE > WS-PROCESSING-DATE
              OR DF02-MVH-QUANTITY NOT NUMERIC
               GO TO 1510-EXIT
           END-IF.

           SEARCH ALL WS-ITM-ENTRY
               AT END
                   ADD 1                TO WS-MOVEMENTS-UNMATCHED
               WHEN WS-ITM-PLANT (WS-ITM-IDX) = DF02-MVH-PLANT
                AND WS-ITM-PART (WS-ITM-IDX) = DF02-MVH-PART
                   ADD DF02-MVH-QUANTITY
                                        TO WS-ITM-UNITS (WS-ITM-IDX)
                   ADD 1                TO WS-MOVEMENTS-USED
           END-SEARCH.

       1510-EXIT. EXIT.

      **** THE LATEST COUNT OF EACH PLANT/PART ON THE SHRINK HISTORY.
       1600-LOAD-LAST-COUNTS.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'DF02ABCC NO COUNT HISTORY - EVERY PART IS '
                       'DUE FOR COUNT' UPON CONSOLE
               GO TO 1600-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       SEARCH ALL WS-ITM-ENTRY
                           WHEN WS-ITM-PLANT (WS-ITM-IDX) = SH-PLANT
                            AND WS-ITM-PART (WS-ITM-IDX) = SH-PART
                               IF SH-COUNT-DATE >
                                   WS-ITM-LAST-COUNTED (WS-ITM-IDX)
                                   MOVE SH-COUNT-DATE TO
                                    WS-ITM-LAST-COUNTED (WS-ITM-IDX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1600-EXIT. EXIT.

       1700-VALUE-MOVEMENT.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               IF WS-ITM-UNITS (WS-ITM-SUB) > ZERO
                   PERFORM 1710-VALUE-ONE-PART THRU 1710-EXIT
               END-IF
           END-PERFORM.

       1700-EXIT. EXIT.

       1710-VALUE-ONE-PART.

           IF WS-PART-COUNT = ZERO
               GO TO 1710-NO-COST
           END-IF.

           SEARCH ALL WS-PRT-ENTRY
               AT END
                   GO TO 1710-NO-COST
               WHEN WS-PRT-CODE (WS-PRT-IDX) = WS-ITM-PART (WS-ITM-SUB)
                   IF WS-PRT-COST (WS-PRT-IDX) = ZERO
                       GO TO 1710-NO-COST
                   END-IF
                   COMPUTE WS-ITM-VALUE (WS-ITM-SUB) ROUNDED =
                           WS-ITM-UNITS (WS-ITM-SUB)
                         * WS-PRT-COST (WS-PRT-IDX)
           END-SEARCH.

           GO TO 1710-EXIT.

       1710-NO-COST.

           MOVE 'N'                    TO WS-ITM-COST-FLAG (WS-ITM-SUB).
           ADD 1                       TO WS-UNCOSTED-COUNT.

       1710-EXIT. EXIT.

      **** THE TABLE IS IN PLANT ORDER, BIGGEST MOVEMENT VALUE FIRST.
      **** A PART'S CLASS IS SET BY THE SHARE OF THE PLANT'S VALUE
      **** ALREADY TAKEN BY THE PARTS AHEAD OF IT.
       2000-CLASSIFY-ONE-PART.

           IF WS-ITM-PLANT (WS-ITM-SUB) NOT = WS-CURRENT-PLANT
               PERFORM 2100-TOTAL-PLANT THRU 2100-EXIT
           END-IF.

           IF WS-PLANT-TOTAL = ZERO
              OR WS-ITM-VALUE (WS-ITM-SUB) = ZERO
               MOVE 'C'                 TO WS-ITM-CLASS (WS-ITM-SUB)
               IF WS-PLANT-TOTAL = ZERO
                   MOVE ZERO            TO WS-ITM-CUM-PCT (WS-ITM-SUB)
               ELSE
                   MOVE 100             TO WS-ITM-CUM-PCT (WS-ITM-SUB)
               END-IF
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-PCT-BEFORE =
                   WS-PLANT-CUM * 100 / WS-PLANT-TOTAL.

           EVALUATE TRUE
               WHEN WS-PCT-BEFORE < WS-A-PERCENT
                   MOVE 'A'             TO WS-ITM-CLASS (WS-ITM-SUB)
               WHEN WS-PCT-BEFORE < WS-B-PERCENT
                   MOVE 'B'             TO WS-ITM-CLASS (WS-ITM-SUB)
               WHEN OTHER
                   MOVE 'C'             TO WS-ITM-CLASS (WS-ITM-SUB)
           END-EVALUATE.

           ADD WS-ITM-VALUE (WS-ITM-SUB) TO WS-PLANT-CUM.

           COMPUTE WS-ITM-CUM-PCT (WS-ITM-SUB) ROUNDED =
                   WS-PLANT-CUM * 100 / WS-PLANT-TOTAL.

       2000-EXIT. EXIT.

       2100-TOTAL-PLANT.

           MOVE WS-ITM-PLANT (WS-ITM-SUB) TO WS-CURRENT-PLANT.
           MOVE ZERO                   TO WS-PLANT-TOTAL
                                          WS-PLANT-CUM.

           PERFORM VARYING WS-GRP-SUB FROM WS-ITM-SUB BY 1
                       UNTIL WS-GRP-SUB > WS-ITEM-COUNT
                          OR WS-ITM-PLANT (WS-GRP-SUB) NOT =
                                             WS-CURRENT-PLANT
               ADD WS-ITM-VALUE (WS-GRP-SUB) TO WS-PLANT-TOTAL
           END-PERFORM.

       2100-EXIT. EXIT.

      **** THE BUSINESS DAYS FROM THE PROCESSING DATE TO MONTH END -
      **** EACH DATE IS ROLLED PAST WEEKENDS AND HOLIDAYS BY THE
      **** SHARED CALENDAR SERVICE UNTIL IT LEAVES THE MONTH.
       3000-BUILD-COUNT-DAYS.

           MOVE WS-PRD-YYYY            TO WS-DWX-YYYY.
           MOVE WS-PRD-MM              TO WS-DWX-MM.
           MOVE WS-PRD-DD              TO WS-DWX-DD.
           MOVE 'N'                    TO WS-DAYS-DONE-FLAG.

           PERFORM UNTIL WS-DAYS-DONE-FLAG = 'Y'
               PERFORM 3100-NEXT-COUNT-DAY THRU 3100-EXIT
           END-PERFORM.

       3000-EXIT. EXIT.

       3100-NEXT-COUNT-DAY.

           MOVE WS-DATE-WORK-N         TO DFCAL-DATE-YYYYMMDD.
           CALL 'DFCALBD'             USING DFCAL-CONTROL-RECORD.
           MOVE DFCAL-DATE-YYYYMMDD    TO WS-DATE-WORK-N.

           IF WS-DWX-MM NOT = WS-PRD-MM-N
              OR WS-DWX-YYYY NOT = WS-PRD-YYYY-N
              OR WS-DAY-COUNT NOT < 31
               MOVE 'Y'                 TO WS-DAYS-DONE-FLAG
               GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-DAY-COUNT.
           MOVE WS-PRD-YYYY            TO WS-DAY-DATE (WS-DAY-COUNT).
           MOVE '-'                TO WS-DAY-DATE (WS-DAY-COUNT) (5:1).
           MOVE WS-PRD-MM          TO WS-DAY-DATE (WS-DAY-COUNT) (6:2).
           MOVE '-'                TO WS-DAY-DATE (WS-DAY-COUNT) (8:1).
           MOVE WS-DWX-DD          TO WS-DAY-DATE (WS-DAY-COUNT) (9:2).

           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) + 1.
           COMPUTE WS-DATE-WORK-N =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

       3100-EXIT. EXIT.

      **** THE TABLE IS IN PLANT AND CLASS ORDER, LONGEST-UNCOUNTED
      **** FIRST.  EACH DUE PART WITHIN ITS CLASS'S MONTHLY QUOTA IS
      **** GIVEN THE PLANT'S NEXT COUNT DAY IN TURN.
       3200-SCHEDULE-ONE-PART.

           IF WS-ITM-PLANT (WS-ITM-SUB) NOT = WS-CURRENT-PLANT
               PERFORM 3300-SET-PLANT-QUOTAS THRU 3300-EXIT
           END-IF.

           EVALUATE WS-ITM-CLASS (WS-ITM-SUB)
               WHEN 'A'
                   MOVE 1               TO WS-CLW-SUB
                   MOVE WS-DUE-A        TO WS-DUE-DATE
               WHEN 'B'
                   MOVE 2               TO WS-CLW-SUB
                   MOVE WS-DUE-B        TO WS-DUE-DATE
               WHEN OTHER
                   MOVE 3               TO WS-CLW-SUB
                   MOVE WS-DUE-C        TO WS-DUE-DATE
           END-EVALUATE.

           IF WS-ITM-LAST-COUNTED (WS-ITM-SUB) NOT < WS-DUE-DATE
              OR WS-CLW-TAKEN (WS-CLW-SUB) NOT <
                                       WS-CLW-QUOTA (WS-CLW-SUB)
               GO TO 3200-EXIT
           END-IF.

           ADD 1                       TO WS-CLW-TAKEN (WS-CLW-SUB)
                                          WS-PLANT-SCHEDULED
                                          WS-SCHEDULED-TOTAL.

           COMPUTE WS-DAY-SUB =
                   FUNCTION MOD (WS-PLANT-SCHEDULED - 1, WS-DAY-COUNT)
                   + 1.

           MOVE WS-DAY-DATE (WS-DAY-SUB)
                                   TO WS-ITM-COUNT-DATE (WS-ITM-SUB).

       3200-EXIT. EXIT.

      **** A THIRD OF THE B PARTS AND A TWELFTH OF THE C PARTS A
      **** MONTH, ROUNDED UP, SO EACH CLASS COMES ROUND IN TIME.
       3300-SET-PLANT-QUOTAS.

           MOVE WS-ITM-PLANT (WS-ITM-SUB) TO WS-CURRENT-PLANT.
           MOVE ZERO                   TO WS-PLANT-SCHEDULED.
           INITIALIZE WS-CLASS-WORK.

           PERFORM VARYING WS-GRP-SUB FROM WS-ITM-SUB BY 1
                       UNTIL WS-GRP-SUB > WS-ITEM-COUNT
                          OR WS-ITM-PLANT (WS-GRP-SUB) NOT =
                                             WS-CURRENT-PLANT
               EVALUATE WS-ITM-CLASS (WS-GRP-SUB)
                   WHEN 'A'
                       ADD 1            TO WS-CLW-PARTS (1)
                   WHEN 'B'
                       ADD 1            TO WS-CLW-PARTS (2)
                   WHEN OTHER
                       ADD 1            TO WS-CLW-PARTS (3)
               END-EVALUATE
           END-PERFORM.

           MOVE WS-CLW-PARTS (1)       TO WS-CLW-QUOTA (1).
           COMPUTE WS-CLW-QUOTA (2) = (WS-CLW-PARTS (2) + 2) / 3.
           COMPUTE WS-CLW-QUOTA (3) = (WS-CLW-PARTS (3) + 11) / 12.

       3300-EXIT. EXIT.

       4000-WRITE-SCHEDULE.

           SORT WS-ITM-ENTRY
               ASCENDING KEY WS-ITM-COUNT-DATE WS-ITM-PLANT
                             WS-ITM-PART.

           OPEN OUTPUT SCHEDULE-FILE.

           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'DF02ABCC SCHEDULE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               IF WS-ITM-COUNT-DATE (WS-ITM-SUB) NOT = SPACES
                   MOVE SPACES          TO DF02-CYCLE-COUNT-RECORD
                   MOVE WS-ITM-COUNT-DATE (WS-ITM-SUB)
                                        TO DF02-CCS-COUNT-DATE
                   MOVE WS-ITM-PLANT (WS-ITM-SUB) TO DF02-CCS-PLANT
                   MOVE WS-ITM-PART (WS-ITM-SUB)  TO DF02-CCS-PART
                   MOVE WS-ITM-CLASS (WS-ITM-SUB) TO DF02-CCS-CLASS
                   WRITE SCHEDULE-RECORD FROM DF02-CYCLE-COUNT-RECORD
               END-IF
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       4000-EXIT. EXIT.

       4100-WRITE-CLASSES.

           SORT WS-ITM-ENTRY
               ASCENDING KEY WS-ITM-PLANT WS-ITM-PART.

           OPEN OUTPUT CLASS-FILE.

           IF WS-CLASS-STATUS NOT = '00'
               DISPLAY 'DF02ABCC CLASS FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               MOVE SPACES              TO DF02-ABC-CLASS-RECORD
               MOVE WS-ITM-PLANT (WS-ITM-SUB) TO DF02-ABC-PLANT
               MOVE WS-ITM-PART (WS-ITM-SUB)  TO DF02-ABC-PART
               MOVE WS-ITM-CLASS (WS-ITM-SUB) TO DF02-ABC-CLASS
               MOVE WS-ITM-VALUE (WS-ITM-SUB)
                                        TO DF02-ABC-MOVEMENT-VALUE
               MOVE WS-ITM-LAST-COUNTED (WS-ITM-SUB)
                                        TO DF02-ABC-LAST-COUNTED
               WRITE CLASS-RECORD     FROM DF02-ABC-CLASS-RECORD
           END-PERFORM.

           CLOSE CLASS-FILE.

       4100-EXIT. EXIT.

      **** ONE PAGE PER PLANT, BIGGEST MOVEMENT VALUE FIRST, WITH THE
      **** CLASS COUNTS AND THE COUNTS SCHEDULED AT THE FOOT.
       5000-PRINT-REPORT.

           SORT WS-ITM-ENTRY
               ASCENDING KEY WS-ITM-PLANT
               DESCENDING KEY WS-ITM-VALUE
               ASCENDING KEY WS-ITM-PART.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02ABCC - ABC CLASSES AND CYCLE COUNTS'
                                        TO DFRPT-TITLE.
           MOVE SPACES                 TO WS-CURRENT-PLANT.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               IF WS-ITM-PLANT (WS-ITM-SUB) NOT = WS-CURRENT-PLANT
                   IF WS-CURRENT-PLANT NOT = SPACES
                       PERFORM 5200-PRINT-PLANT-SUMMARY THRU 5200-EXIT
                   END-IF
                   PERFORM 5100-START-PLANT THRU 5100-EXIT
               END-IF
               PERFORM 5300-PRINT-PART THRU 5300-EXIT
           END-PERFORM.

           PERFORM 5200-PRINT-PLANT-SUMMARY THRU 5200-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       5000-EXIT. EXIT.

       5100-START-PLANT.

           MOVE WS-ITM-PLANT (WS-ITM-SUB) TO WS-CURRENT-PLANT.
           INITIALIZE WS-CLASS-WORK.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-CURRENT-PLANT       TO PH-PLANT.
           MOVE WS-WINDOW-START        TO PH-WINDOW-START.
           MOVE WS-PROCESSING-DATE     TO PH-WINDOW-END.
           MOVE WS-PLANT-HEADER-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5100-EXIT. EXIT.

       5200-PRINT-PLANT-SUMMARY.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-CLW-SUB FROM 1 BY 1
                       UNTIL WS-CLW-SUB > 3
               MOVE WS-CLW-PARTS (WS-CLW-SUB) TO SM-PARTS
               MOVE WS-CLW-TAKEN (WS-CLW-SUB) TO SM-SCHEDULED
               EVALUATE WS-CLW-SUB
                   WHEN 1
                       MOVE 'A'         TO SM-CLASS
                       MOVE 'COUNTED MONTHLY' TO SM-INTERVAL
                   WHEN 2
                       MOVE 'B'         TO SM-CLASS
                       MOVE 'COUNTED QUARTERLY' TO SM-INTERVAL
                   WHEN OTHER
                       MOVE 'C'         TO SM-CLASS
                       MOVE 'COUNTED YEARLY' TO SM-INTERVAL
               END-EVALUATE
               MOVE WS-SUMMARY-LINE     TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

       5200-EXIT. EXIT.

       5300-PRINT-PART.

           EVALUATE WS-ITM-CLASS (WS-ITM-SUB)
               WHEN 'A'
                   MOVE 1               TO WS-CLW-SUB
               WHEN 'B'
                   MOVE 2               TO WS-CLW-SUB
               WHEN OTHER
                   MOVE 3               TO WS-CLW-SUB
           END-EVALUATE.

           ADD 1                       TO WS-CLW-PARTS (WS-CLW-SUB).

           IF WS-ITM-COUNT-DATE (WS-ITM-SUB) NOT = SPACES
               ADD 1                    TO WS-CLW-TAKEN (WS-CLW-SUB)
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-ITM-PART (WS-ITM-SUB)    TO DL-PART.
           MOVE WS-ITM-ON-HAND (WS-ITM-SUB) TO DL-ON-HAND.
           MOVE WS-ITM-UNITS (WS-ITM-SUB)   TO DL-UNITS.
           MOVE WS-ITM-VALUE (WS-ITM-SUB)   TO DL-VALUE.
           MOVE WS-ITM-CUM-PCT (WS-ITM-SUB) TO DL-CUM-PCT.
           MOVE WS-ITM-CLASS (WS-ITM-SUB)   TO DL-CLASS.

           IF WS-ITM-LAST-COUNTED (WS-ITM-SUB) = SPACES
               MOVE 'NEVER'             TO DL-LAST-COUNTED
           ELSE
               MOVE WS-ITM-LAST-COUNTED (WS-ITM-SUB)
                                        TO DL-LAST-COUNTED
           END-IF.

           MOVE WS-ITM-COUNT-DATE (WS-ITM-SUB) TO DL-COUNT-DATE.

           IF WS-ITM-COST-FLAG (WS-ITM-SUB) = 'N'
               MOVE 'NO STD COST'       TO DL-NOTE
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       5300-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
