       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF40DSCP.

      *REMARKS:    NIGHTLY DEFECTS.DF40 SIDE OF A PRODUCT PHASE-OUT -
      *            SELL-THROUGH MARKDOWN PRICE ROWS AND REMOVAL OF A
      *            RETIRED PRODUCT FROM THE STORE RANGES.

      ******************************************************************
      ****   RUNS AFTER DF02DSCM AND BEFORE DF40LABL AGAINST THE    ****
      ****   DF02DISC PHASE-OUT MASTER (SEE DF02DSCR):              ****
      ****                                                          ****
      ****   - A PRODUCT WHOSE PHASE-OUT DATE FALLS BY THE NEXT     ****
      ****     PROCESSING DATE (THE DAY AFTER THE DFRUNDTR DATE,    ****
      ****     ROLLED BY DFCALBD) AND WHOSE MARKDOWN IS STILL DUE   ****
      ****     GETS A SELL-THROUGH PRICE ROW INSERTED ON            ****
      ****     DEFECTS.DF40.PRICE - THE PRICE IN EFFECT ON THE      ****
      ****     PROCESSING DATE LESS THE REQUESTED PERCENTAGE,       ****
      ****     EFFECTIVE ON THE PHASE-OUT DATE (OR THE NEXT         ****
      ****     PROCESSING DATE IF THAT HAS ALREADY PASSED).         ****
      ****     DF40LABL THEN LABELS IT THE SAME NIGHT.  A PRODUCT   ****
      ****     WITH NO PRICE, OR WITH A ROW ALREADY ON THAT DATE    ****
      ****     (-803), IS MARKED MARKDOWN FAILED FOR PRICING TO     ****
      ****     FOLLOW UP;                                           ****
      ****   - A PRODUCT DF02DSCM HAS FOUND AT STOCK ZERO IN EVERY  ****
      ****     PLANT IS DELETED FROM DEFECTS.DF40.TABLE IN EVERY    ****
      ****     STORE AND MARKED RETIRED.  ITS PRICE ROWS STAY AS    ****
      ****     THE PRICING HISTORY.                                 ****
      ****                                                          ****
      ****   THE MASTER IS REWRITTEN WITH THE OUTCOMES.  A DRY-RUN  ****
      ****   WINDOW WORKS FROM DF02DSCM'S SHADOW MASTER, CHANGES    ****
      ****   NOTHING ON DB2 AND ONLY REPORTS WHAT IT WOULD DO.  A   ****
      ****   FAILED MARKDOWN OR DELETE ENDS THE RUN WITH RETURN     ****
      ****   CODE 4.                                                ****
      ****                                                          ****
      ****   THE EXEC SQL STATEMENTS MUST GO THROUGH THE DB2        ****
      ****   PRECOMPILER - THEY ARE NOT NATIVE COBOL AND ARE NOT    ****
      ****   EXPECTED TO PARSE ON A PLAIN COBOL COMPILER.           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MASTER-IN-FILE   ASSIGN TO WS-MASTER-IN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT MASTER-OUT-FILE  ASSIGN TO WS-MASTER-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF40RPT3
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-IN-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS MASTER-IN-RECORD.

       01  MASTER-IN-RECORD            PIC X(110).

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
       01  WS-MASTER-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

      **** THE LIVE PHASE-OUT MASTER, OR DF02DSCM'S SHADOW COPY OF
      **** IT WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-MASTER-IN-NAME           PIC X(09) VALUE 'DF02DISC'.
       01  WS-MASTER-OUT-NAME          PIC X(09) VALUE 'DF02DISC'.

       01  WS-DISC-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-DISC-TABLE.
           05  WS-DSC-ENTRY            OCCURS 500 TIMES
                                       PIC X(110).

       01  WS-DSC-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-MASTER-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-MARKDOWN-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-RETIRED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-BASE-PRICE               PIC S9(05)V99 USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-MARKDOWN-PRICE           PIC S9(05)V99 USAGE COMP-3
                                                  VALUE ZERO.

       01  WS-DATE-WORK-X.
           05  WS-DWX-YYYY             PIC 9(04).
           05  WS-DWX-MM               PIC 9(02).
           05  WS-DWX-DD               PIC 9(02).
       01  WS-DATE-WORK-N              REDEFINES WS-DATE-WORK-X
                                       PIC 9(08).

       01  WS-DATE-INTEGER             PIC 9(08) VALUE ZERO.

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

       01  WS-NEXT-PROCESSING-DATE.
           05  WS-NPD-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-NPD-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-NPD-DD               PIC 9(02).

      **** FLAT DATE HOST VARIABLES.
       01  WS-PRICE-AS-OF-DATE         PIC X(10) VALUE SPACES.

       COPY DF02DSCR.

       COPY DFRUNDT.

       COPY DFCAL.

       COPY DFSQL.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF40TABL END-EXEC.
           EXEC SQL INCLUDE DF40PRCT END-EXEC.

       01  WS-SPAN-LINE.
           05  FILLER                  PIC X(24) VALUE
                                       'MARKDOWNS FOR PHASE-OUTS'.
           05  FILLER                  PIC X(14) VALUE
                                       ' DATED THROUGH'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-NEXT-DATE            PIC X(10).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(32) VALUE 'ACTION'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(42) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(12) VALUE 'PHASE-OUT'.
           05  FILLER                  PIC X(12) VALUE 'EFFECTIVE'.
           05  FILLER                  PIC X(11) VALUE ' BASE PRICE'.
           05  FILLER                  PIC X(13) VALUE '  SELL-THRU'.

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRODUCT              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PHASE-OUT-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EFFECTIVE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BASE-PRICE           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-MARKDOWN-PRICE       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF40DSCP START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'DF02DISCS'     TO WS-MASTER-IN-NAME
                                           WS-MASTER-OUT-NAME
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   DISPLAY 'DF40DSCP SIMULATION - NO DB2 CHANGES, '
                           'SHADOW PHASE-OUT MASTER USED'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF40DSCP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

      **** THE NEXT PROCESSING DATE IS THE DAY AFTER, ROLLED PAST
      **** WEEKENDS AND HOLIDAYS BY THE SHARED CALENDAR SERVICE -
      **** THE SAME SPAN DF40LABL LABELS.
           MOVE WS-PRD-YYYY            TO WS-DWX-YYYY.
           MOVE WS-PRD-MM              TO WS-DWX-MM.
           MOVE WS-PRD-DD              TO WS-DWX-DD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) + 1.
           COMPUTE WS-DATE-WORK-N =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-DATE-WORK-N         TO DFCAL-DATE-YYYYMMDD.
           CALL 'DFCALBD'             USING DFCAL-CONTROL-RECORD.
           MOVE DFCAL-DATE-YYYYMMDD    TO WS-DATE-WORK-N.
           MOVE WS-DWX-YYYY            TO WS-NPD-YYYY.
           MOVE WS-DWX-MM              TO WS-NPD-MM.
           MOVE WS-DWX-DD              TO WS-NPD-DD.

           MOVE WS-PROCESSING-DATE     TO WS-PRICE-AS-OF-DATE.

           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF40DSCP PHASE-OUT MASTER TOO LARGE FOR ITS '
                       'TABLE - NOTHING APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-PROCESS-PHASE-OUTS.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF40DSCP - PHASE-OUT PRICING AND RANGE'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-NEXT-PROCESSING-DATE TO SL-NEXT-DATE.
           MOVE WS-SPAN-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                       UNTIL WS-DSC-SUB > WS-DISC-COUNT
               MOVE WS-DSC-ENTRY (WS-DSC-SUB)
                                        TO DF02-DISCONTINUE-RECORD
               PERFORM 2000-PROCESS-ONE-PRODUCT THRU 2000-EXIT
               MOVE DF02-DISCONTINUE-RECORD
                                        TO WS-DSC-ENTRY (WS-DSC-SUB)
           END-PERFORM.

           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-WRITE-MASTER.

           OPEN OUTPUT MASTER-OUT-FILE.

           IF WS-MASTER-OUT-STATUS NOT = '00'
               DISPLAY 'DF40DSCP PHASE-OUT MASTER OPEN ERROR'
                                              UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                       UNTIL WS-DSC-SUB > WS-DISC-COUNT
               WRITE MASTER-OUT-RECORD  FROM WS-DSC-ENTRY (WS-DSC-SUB)
           END-PERFORM.

           CLOSE MASTER-OUT-FILE.

           IF WS-FAILED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF40DSCP PHASE-OUT PRODUCTS = ' WS-MASTER-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40DSCP MARKDOWNS PRICED   = ' WS-MARKDOWN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40DSCP PRODUCTS RETIRED   = ' WS-RETIRED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40DSCP FAILURES           = ' WS-FAILED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40DSCP END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.

           IF WS-MASTER-IN-STATUS NOT = '00'
               DISPLAY 'DF40DSCP NO PHASE-OUT MASTER - NOTHING TO DO'
                                              UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-IN-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-DISC-COUNT < 500
                           ADD 1 TO WS-DISC-COUNT
                           MOVE MASTER-IN-RECORD
                               TO WS-DSC-ENTRY (WS-DISC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-IN-FILE.

           MOVE WS-DISC-COUNT          TO WS-MASTER-COUNT.

       1100-EXIT. EXIT.

       2000-PROCESS-ONE-PRODUCT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-DSC-PART          TO DL-PART.
           MOVE DF02-DSC-PRODUCT       TO DL-PRODUCT.
           MOVE DF02-DSC-PHASE-OUT-DATE TO DL-PHASE-OUT-DATE.

           IF DF02-DSC-MARKDOWN-DUE
           AND (DF02-DSC-PENDING OR DF02-DSC-PHASING-OUT)
           AND DF02-DSC-PHASE-OUT-DATE NOT > WS-NEXT-PROCESSING-DATE
               PERFORM 3000-INSERT-MARKDOWN THRU 3000-EXIT
           END-IF.

           IF DF02-DSC-STOCK-ZERO
               PERFORM 4000-RETIRE-PRODUCT THRU 4000-EXIT
           END-IF.

       2000-EXIT. EXIT.

      ******************************************************************
      ****   THE SELL-THROUGH PRICE IS TAKEN OFF THE PRICE IN       ****
      ****   EFFECT TONIGHT AND INSERTED, NEVER UPDATED, SO THE     ****
      ****   MARKDOWN SITS IN THE PRICE HISTORY LIKE ANY OTHER.     ****
      ******************************************************************

       3000-INSERT-MARKDOWN.

           MOVE DF02-DSC-PRODUCT       TO DF40-PRC-PRODUCT.

           IF DF02-DSC-PHASE-OUT-DATE > WS-PROCESSING-DATE
               MOVE DF02-DSC-PHASE-OUT-DATE TO DF40-PRC-EFFECTIVE-DATE
           ELSE
               MOVE WS-NEXT-PROCESSING-DATE TO DF40-PRC-EFFECTIVE-DATE
           END-IF.

           MOVE DF40-PRC-EFFECTIVE-DATE TO DL-EFFECTIVE.

           MOVE ZERO                   TO WS-BASE-PRICE.

           EXEC SQL
                SELECT PRICE
                  INTO :WS-BASE-PRICE
                  FROM DEFECTS.DF40.PRICE
                 WHERE PRODUCT = :DF40-PRC-PRODUCT
                   AND EFFECTIVE_DATE =
                       (SELECT MAX(EFFECTIVE_DATE)
                          FROM DEFECTS.DF40.PRICE
                         WHERE PRODUCT = :DF40-PRC-PRODUCT
                           AND EFFECTIVE_DATE <= :WS-PRICE-AS-OF-DATE)
           END-EXEC.

           MOVE 'SELECT BASE PRICE'    TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF NOT DFSQL-STATUS-OK
               SET DF02-DSC-MARKDOWN-FAILED TO TRUE
               ADD 1                    TO WS-FAILED-COUNT
               MOVE 'MARKDOWN FAILED - NO PRICE' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-MARKDOWN-PRICE ROUNDED =
                   WS-BASE-PRICE * (100 - DF02-DSC-MARKDOWN-PCT) / 100.

           MOVE WS-BASE-PRICE          TO DL-BASE-PRICE.
           MOVE WS-MARKDOWN-PRICE      TO DL-MARKDOWN-PRICE.

           IF DFRUNDT-DRY-RUN
               MOVE 'MARKDOWN - DRY RUN, NOT PRICED' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-MARKDOWN-PRICE      TO DF40-PRC-PRICE.
           MOVE 'DF40DSCP'             TO DF40-PRC-ENTERED-BY.

           EXEC SQL
                INSERT INTO DEFECTS.DF40.PRICE
                       (PRODUCT, EFFECTIVE_DATE, PRICE,
                        ENTERED_TIMESTAMP, ENTERED_BY_USERID)
                VALUES (:DF40-PRC-PRODUCT, :DF40-PRC-EFFECTIVE-DATE,
                        :DF40-PRC-PRICE, CURRENT TIMESTAMP,
                        :DF40-PRC-ENTERED-BY)
           END-EXEC.

           MOVE 'INSERT MARKDOWN ROW'  TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           EVALUATE TRUE
               WHEN DFSQL-STATUS-OK
                   SET DF02-DSC-MARKDOWN-DONE TO TRUE
                   MOVE WS-MARKDOWN-PRICE TO DF02-DSC-MARKDOWN-PRICE
                   ADD 1                TO WS-MARKDOWN-COUNT
                   MOVE 'SELL-THROUGH MARKDOWN PRICED' TO DL-ACTION
               WHEN DFSQL-SQLCODE = -803
                   SET DF02-DSC-MARKDOWN-FAILED TO TRUE
                   ADD 1                TO WS-FAILED-COUNT
                   MOVE 'MARKDOWN FAILED - DATE PRICED'
                                        TO DL-ACTION
               WHEN OTHER
                   SET DF02-DSC-MARKDOWN-FAILED TO TRUE
                   ADD 1                TO WS-FAILED-COUNT
                   MOVE 'MARKDOWN FAILED - SEE SQLLOG' TO DL-ACTION
           END-EVALUATE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      ******************************************************************
      ****   NO PLANT HOLDS ANY MORE - THE PRODUCT COMES OFF EVERY  ****
      ****   STORE'S RANGE.  NOT FOUND IS FINE: SOMEONE MAY HAVE    ****
      ****   TAKEN IT OFF BY HAND ALREADY.                          ****
      ******************************************************************

       4000-RETIRE-PRODUCT.

           MOVE SPACES                 TO DL-EFFECTIVE.
           MOVE ZERO                   TO DL-BASE-PRICE.
           MOVE DF02-DSC-MARKDOWN-PRICE TO DL-MARKDOWN-PRICE.

           IF DFRUNDT-DRY-RUN
               MOVE 'RETIRE - DRY RUN, NOT REMOVED' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 4000-EXIT
           END-IF.

           MOVE DF02-DSC-PRODUCT       TO DF40-PRODUCT.

           EXEC SQL
                DELETE FROM DEFECTS.DF40.TABLE
                 WHERE PRODUCT = :DF40-PRODUCT
           END-EXEC.

           MOVE 'DELETE RANGE ROWS'    TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-NOTOK
               ADD 1                    TO WS-FAILED-COUNT
               MOVE 'RETIRE FAILED - SEE SQLLOG' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 4000-EXIT
           END-IF.

           SET DF02-DSC-RETIRED        TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DF02-DSC-STATUS-DATE.
           ADD 1                       TO WS-RETIRED-COUNT.
           MOVE 'RETIRED - OFF ALL STORE RANGES' TO DL-ACTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'PHASE-OUT PRODUCTS ON FILE' TO TL-LABEL.
           MOVE WS-MASTER-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'SELL-THROUGH MARKDOWNS PRICED' TO TL-LABEL.
           MOVE WS-MARKDOWN-COUNT      TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'PRODUCTS RETIRED'     TO TL-LABEL.
           MOVE WS-RETIRED-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'FAILURES'             TO TL-LABEL.
           MOVE WS-FAILED-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF40DSCP'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
