       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF40LABL.

      *REMARKS:    NIGHTLY SHELF-LABEL AND STORE PRICE-CHANGE NOTICE
      *            RUN FOR DEFECTS.DF40.PRICE ROWS TAKING EFFECT ON
      *            THE NEXT PROCESSING DATE.

      ******************************************************************
      ****   DF40PRCM INSERTS FUTURE-DATED PRICE ROWS, BUT A STORE  ****
      ****   USED TO LEARN OF A NEW PRICE ONLY WHEN THE REGISTER    ****
      ****   RANG A DIFFERENT AMOUNT.  THIS RUN TAKES EVERY PRODUCT ****
      ****   WHOSE PRICE CHANGES AFTER THE DFRUNDTR PROCESSING DATE ****
      ****   UP TO AND INCLUDING THE NEXT PROCESSING DATE (THE NEXT ****
      ****   BUSINESS DAY PER DFCALBD, SO A CHANGE DATED ON A       ****
      ****   WEEKEND OR HOLIDAY IS LABELLED THE NIGHT BEFORE IT IS  ****
      ****   FIRST SOLD AT) AND EXPLODES IT TO EVERY STORE CARRYING ****
      ****   IT ON DEFECTS.DF40.TABLE.  WHEN MORE THAN ONE ROW      ****
      ****   FALLS IN THAT SPAN THE LATEST IS THE ONE LABELLED.     ****
      ****                                                          ****
      ****   THE DF40LABF PRINT FILE HOLDS A STORE HEADER (THE      ****
      ****   STORE'S PRICE-CHANGE NOTICE) FOLLOWED BY ONE SHELF     ****
      ****   LABEL PER DEPARTMENT/PRODUCT, SHOWING THE PRICE IN     ****
      ****   EFFECT ON THE PROCESSING DATE AND THE NEW PRICE, AND   ****
      ****   FLAGGED AS A MARKDOWN, AN INCREASE, OR A PRODUCT'S     ****
      ****   FIRST PRICE.  A NEW ROW AT THE SAME PRICE NEEDS NO     ****
      ****   LABEL AND IS ONLY REPORTED.  THE DF40RPT2 SUMMARY      ****
      ****   LISTS EACH CHANGE BY DEPARTMENT, OLD AND NEW PRICE     ****
      ****   SIDE BY SIDE, WITH DEPARTMENT AND RUN TOTALS.          ****
      ****                                                          ****
      ****   THE EXEC SQL STATEMENTS MUST GO THROUGH THE DB2        ****
      ****   PRECOMPILER - THEY ARE NOT NATIVE COBOL AND ARE NOT    ****
      ****   EXPECTED TO PARSE ON A PLAIN COBOL COMPILER.           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LABEL-FILE       ASSIGN TO DF40LABF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LABEL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF40RPT2
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LABEL-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS LABEL-RECORD.

       01  LABEL-RECORD                PIC X(130).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LABEL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-ROW-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-LABEL-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-STORE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-LAST-STORE               PIC X(20) VALUE LOW-VALUES.

      **** THE PRICE IN EFFECT ON THE PROCESSING DATE AND WHETHER
      **** THE PRODUCT HAD ONE.
       01  WS-OLD-PRICE                PIC S9(05)V99 USAGE COMP-3
                                                  VALUE ZERO.
       01  WS-OLD-PRICE-FLAG           PIC X(01) VALUE 'N'.
       01  WS-CHANGE-TYPE              PIC X(01) VALUE SPACE.

      **** ONE ENTRY PER DEPARTMENT/PRODUCT CHANGING PRICE - THE OLD
      **** PRICE IS LOOKED UP ONCE PER PRODUCT AND REUSED FOR EVERY
      **** OTHER STORE AND DEPARTMENT CARRYING IT.
       01  WS-CHANGE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-CHANGE-COUNT
                                       ASCENDING KEY IS
                                                 WS-CHG-DEPARTMENT
                                                 WS-CHG-PRODUCT
                                       INDEXED BY WS-CHG-IDX.
               10  WS-CHG-DEPARTMENT   PIC X(40).
               10  WS-CHG-PRODUCT      PIC X(40).
               10  WS-CHG-EFFECTIVE    PIC X(10).
               10  WS-CHG-OLD-PRICE    PIC 9(05)V99.
               10  WS-CHG-NEW-PRICE    PIC 9(05)V99.
               10  WS-CHG-TYPE         PIC X(01).
               10  WS-CHG-STORES       PIC 9(05).

       01  WS-CHG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SEARCH-SUB               PIC 9(04) VALUE ZERO.
       01  WS-PRODUCT-SUB              PIC 9(04) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG          PIC X(01) VALUE 'N'.

       01  WS-CURRENT-DEPARTMENT       PIC X(40) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-ENTRY            OCCURS 2 TIMES.
               10  WS-TOT-PRODUCTS     PIC 9(05).
               10  WS-TOT-MARKDOWNS    PIC 9(05).
               10  WS-TOT-INCREASES    PIC 9(05).
               10  WS-TOT-NEW          PIC 9(05).
               10  WS-TOT-LABELS       PIC 9(06).

       01  WS-TOT-SUB                  PIC 9(01) VALUE ZERO.

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

      **** THE SPAN AS FLAT DATE HOST VARIABLES FOR THE CURSOR.
       01  WS-SPAN-START-DATE          PIC X(10) VALUE SPACES.
       01  WS-SPAN-END-DATE            PIC X(10) VALUE SPACES.

       COPY DF40LBLR.

       COPY DFRUNDT.

       COPY DFCAL.

       COPY DFSQL.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF40TABL END-EXEC.
           EXEC SQL INCLUDE DF40PRCT END-EXEC.

       01  WS-SPAN-LINE.
           05  FILLER                  PIC X(26) VALUE
                                       'PRICES TAKING EFFECT AFTER'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-PROCESSING-DATE      PIC X(10).
           05  FILLER                  PIC X(13) VALUE
                                       ' UP TO AND ON'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-NEXT-DATE            PIC X(10).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-DEPARTMENT-LINE.
           05  FILLER                  PIC X(12) VALUE 'DEPARTMENT  '.
           05  DH-DEPARTMENT           PIC X(40).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(42) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(12) VALUE 'EFFECTIVE'.
           05  FILLER                  PIC X(12) VALUE 'OLD PRICE'.
           05  FILLER                  PIC X(12) VALUE 'NEW PRICE'.
           05  FILLER                  PIC X(12) VALUE '    CHANGE'.
           05  FILLER                  PIC X(12) VALUE 'TYPE'.
           05  FILLER                  PIC X(06) VALUE 'STORES'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(18).
           05  FILLER                  PIC X(11) VALUE 'PRODUCTS = '.
           05  TL-PRODUCTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  MARKDOWNS = '.
           05  TL-MARKDOWNS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  INCREASES = '.
           05  TL-INCREASES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  NEW = '.
           05  TL-NEW                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  LABELS = '.
           05  TL-LABELS               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-PRODUCT              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EFFECTIVE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OLD-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-NEW-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-CHANGE               PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TYPE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STORES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF40LABL START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF40LABL NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

      **** THE NEXT PROCESSING DATE IS THE DAY AFTER, ROLLED PAST
      **** WEEKENDS AND HOLIDAYS BY THE SHARED CALENDAR SERVICE.
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

           MOVE WS-PROCESSING-DATE     TO WS-SPAN-START-DATE.
           MOVE WS-NEXT-PROCESSING-DATE TO WS-SPAN-END-DATE.

           DISPLAY 'DF40LABL LABELLING PRICES EFFECTIVE THROUGH '
                   WS-NEXT-PROCESSING-DATE UPON CONSOLE.

       1000-OPEN-LABEL-FILE.

           OPEN OUTPUT LABEL-FILE.

           IF WS-LABEL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DF40LABL LABEL FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

      **** ONE ROW PER STORE/DEPARTMENT CARRYING A PRODUCT WHOSE
      **** LATEST PRICE ROW UP TO THE NEXT PROCESSING DATE IS DATED
      **** AFTER THE PROCESSING DATE - IN STORE ORDER, SO EACH
      **** STORE'S LABELS COME OUT TOGETHER.
       1000-DECLARE-LABEL-CURSOR.

           EXEC SQL DECLARE DF40_LABEL_CURSOR CURSOR FOR
                    SELECT   T.STORE, T.DEPARTMENT, T.PRODUCT,
                             P.EFFECTIVE_DATE, P.PRICE
                    FROM     DEFECTS.DF40.TABLE T,
                             DEFECTS.DF40.PRICE P
                    WHERE    P.PRODUCT        = T.PRODUCT
                      AND    P.EFFECTIVE_DATE > :WS-SPAN-START-DATE
                      AND    P.EFFECTIVE_DATE =
                             (SELECT MAX(EFFECTIVE_DATE)
                                FROM DEFECTS.DF40.PRICE
                               WHERE PRODUCT = T.PRODUCT
                                 AND EFFECTIVE_DATE <=
                                     :WS-SPAN-END-DATE)
                    ORDER BY T.STORE, T.DEPARTMENT, T.PRODUCT
           END-EXEC.

       1000-OPEN-LABEL-CURSOR.

           EXEC SQL OPEN DF40_LABEL_CURSOR END-EXEC.

           MOVE 'OPEN LABEL CSR'       TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-NOTOK
               MOVE 8                   TO RETURN-CODE
               CLOSE LABEL-FILE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-FETCH-LABEL-CURSOR.

           INITIALIZE DF40-TABLE
                      DF40-PRICE-ROW.

           EXEC SQL FETCH DF40_LABEL_CURSOR
                    INTO :DF40-STORE, :DF40-DEPARTMENT, :DF40-PRODUCT,
                         :DF40-PRC-EFFECTIVE-DATE, :DF40-PRC-PRICE
           END-EXEC.

           MOVE 'FETCH LABEL CSR'      TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-END-OF-DATA
               GO TO 1000-CLOSE-LABEL-CURSOR
           END-IF.

           IF DFSQL-STATUS-NOTOK
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-CLOSE-LABEL-CURSOR
           END-IF.

           ADD 1                       TO WS-ROW-COUNT.

           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT.

           GO TO 1000-FETCH-LABEL-CURSOR.

       1000-CLOSE-LABEL-CURSOR.

           EXEC SQL CLOSE DF40_LABEL_CURSOR END-EXEC.

           MOVE 'CLOSE LABEL CSR'      TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           CLOSE LABEL-FILE.

       1000-PRINT-SUMMARY.

           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF40LABL STORE ROWS READ    = ' WS-ROW-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40LABL PRICE CHANGES      = ' WS-CHANGE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40LABL SHELF LABELS       = ' WS-LABEL-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40LABL STORES NOTIFIED    = ' WS-STORE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40LABL END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-PROCESS-ONE-ROW.

           PERFORM 2100-FIND-CHANGE THRU 2100-EXIT.

           IF WS-CHANGE-TYPE = 'U'
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-WRITE-LABEL THRU 2300-EXIT.

       2000-EXIT. EXIT.

      **** FINDS (OR ADDS) THE DEPARTMENT/PRODUCT ENTRY AND SETS THE
      **** OLD PRICE AND KIND OF CHANGE FOR THIS ROW.
       2100-FIND-CHANGE.

           MOVE ZERO                   TO WS-CHG-SUB.

           PERFORM VARYING WS-SEARCH-SUB FROM 1 BY 1
                       UNTIL WS-SEARCH-SUB > WS-CHANGE-COUNT
                          OR WS-CHG-SUB > ZERO
               IF WS-CHG-DEPARTMENT (WS-SEARCH-SUB) = DF40-DEPARTMENT
                  AND WS-CHG-PRODUCT (WS-SEARCH-SUB) = DF40-PRODUCT
                   MOVE WS-SEARCH-SUB   TO WS-CHG-SUB
               END-IF
           END-PERFORM.

           IF WS-CHG-SUB > ZERO
               MOVE WS-CHG-TYPE (WS-CHG-SUB) TO WS-CHANGE-TYPE
               MOVE WS-CHG-OLD-PRICE (WS-CHG-SUB) TO WS-OLD-PRICE
               ADD 1                    TO WS-CHG-STORES (WS-CHG-SUB)
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-LOOK-UP-OLD-PRICE THRU 2200-EXIT.

           EVALUATE TRUE
               WHEN WS-OLD-PRICE-FLAG = 'N'
                   MOVE 'N'             TO WS-CHANGE-TYPE
               WHEN DF40-PRC-PRICE < WS-OLD-PRICE
                   MOVE 'M'             TO WS-CHANGE-TYPE
               WHEN DF40-PRC-PRICE > WS-OLD-PRICE
                   MOVE 'I'             TO WS-CHANGE-TYPE
               WHEN OTHER
                   MOVE 'U'             TO WS-CHANGE-TYPE
           END-EVALUATE.

           IF WS-CHANGE-COUNT NOT < 500
               IF WS-TABLE-FULL-FLAG = 'N'
                   DISPLAY 'DF40LABL CHANGE TABLE FULL - SUMMARY '
                           'INCOMPLETE, LABELS STILL WRITTEN'
                                              UPON CONSOLE
                   MOVE 'Y'             TO WS-TABLE-FULL-FLAG
                   MOVE 4               TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF.

           ADD 1                       TO WS-CHANGE-COUNT.
           MOVE WS-CHANGE-COUNT        TO WS-CHG-SUB.
           MOVE DF40-DEPARTMENT        TO WS-CHG-DEPARTMENT
                                                  (WS-CHG-SUB).
           MOVE DF40-PRODUCT           TO WS-CHG-PRODUCT (WS-CHG-SUB).
           MOVE DF40-PRC-EFFECTIVE-DATE
                                       TO WS-CHG-EFFECTIVE
                                                  (WS-CHG-SUB).
           MOVE WS-OLD-PRICE           TO WS-CHG-OLD-PRICE
                                                  (WS-CHG-SUB).
           MOVE DF40-PRC-PRICE         TO WS-CHG-NEW-PRICE
                                                  (WS-CHG-SUB).
           MOVE WS-CHANGE-TYPE         TO WS-CHG-TYPE (WS-CHG-SUB).
           MOVE 1                      TO WS-CHG-STORES (WS-CHG-SUB).

       2100-EXIT. EXIT.

      **** THE OLD PRICE IS THE ONE IN EFFECT ON THE PROCESSING DATE,
      **** TAKEN FROM ANY ENTRY ALREADY HOLDING THIS PRODUCT BEFORE
      **** GOING TO THE TABLE.  NO ROW MEANS THE PRODUCT IS BEING
      **** PRICED FOR THE FIRST TIME.
       2200-LOOK-UP-OLD-PRICE.

           MOVE ZERO                   TO WS-PRODUCT-SUB.

           PERFORM VARYING WS-SEARCH-SUB FROM 1 BY 1
                       UNTIL WS-SEARCH-SUB > WS-CHANGE-COUNT
                          OR WS-PRODUCT-SUB > ZERO
               IF WS-CHG-PRODUCT (WS-SEARCH-SUB) = DF40-PRODUCT
                   MOVE WS-SEARCH-SUB   TO WS-PRODUCT-SUB
               END-IF
           END-PERFORM.

           IF WS-PRODUCT-SUB > ZERO
               MOVE WS-CHG-OLD-PRICE (WS-PRODUCT-SUB) TO WS-OLD-PRICE
               IF WS-CHG-TYPE (WS-PRODUCT-SUB) = 'N'
                   MOVE 'N'             TO WS-OLD-PRICE-FLAG
               ELSE
                   MOVE 'Y'             TO WS-OLD-PRICE-FLAG
               END-IF
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO                   TO WS-OLD-PRICE.

           EXEC SQL
                SELECT PRICE
                  INTO :WS-OLD-PRICE
                  FROM DEFECTS.DF40.PRICE
                 WHERE PRODUCT = :DF40-PRODUCT
                   AND EFFECTIVE_DATE =
                       (SELECT MAX(EFFECTIVE_DATE)
                          FROM DEFECTS.DF40.PRICE
                         WHERE PRODUCT = :DF40-PRODUCT
                           AND EFFECTIVE_DATE <= :WS-SPAN-START-DATE)
           END-EXEC.

           MOVE 'SELECT OLD PRICE'     TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-OK
               MOVE 'Y'                 TO WS-OLD-PRICE-FLAG
           ELSE
               MOVE ZERO                TO WS-OLD-PRICE
               MOVE 'N'                 TO WS-OLD-PRICE-FLAG
           END-IF.

       2200-EXIT. EXIT.

      **** THE FIRST LABEL FOR A STORE IS PRECEDED BY THE STORE'S
      **** PRICE-CHANGE NOTICE HEADER.
       2300-WRITE-LABEL.

           IF DF40-STORE NOT = WS-LAST-STORE
               MOVE DF40-STORE          TO WS-LAST-STORE
               MOVE SPACES              TO DF40-LABEL-RECORD
               SET DF40-LBL-STORE-HEADER TO TRUE
               MOVE DF40-STORE          TO DF40-LBL-STORE
               MOVE WS-PROCESSING-DATE  TO DF40-LBH-NOTICE-DATE
               MOVE WS-NEXT-PROCESSING-DATE
                                        TO DF40-LBH-EFFECTIVE-THROUGH
               WRITE LABEL-RECORD       FROM DF40-LABEL-RECORD
               ADD 1                    TO WS-STORE-COUNT
           END-IF.

           MOVE SPACES                 TO DF40-LABEL-RECORD.
           SET DF40-LBL-LABEL          TO TRUE.
           MOVE DF40-STORE             TO DF40-LBL-STORE.
           MOVE DF40-DEPARTMENT        TO DF40-LBL-DEPARTMENT.
           MOVE DF40-PRODUCT           TO DF40-LBL-PRODUCT.
           MOVE DF40-PRC-EFFECTIVE-DATE TO DF40-LBL-EFFECTIVE-DATE.
           MOVE WS-OLD-PRICE           TO DF40-LBL-OLD-PRICE.
           MOVE DF40-PRC-PRICE         TO DF40-LBL-NEW-PRICE.
           MOVE WS-CHANGE-TYPE         TO DF40-LBL-CHANGE-TYPE.

           WRITE LABEL-RECORD          FROM DF40-LABEL-RECORD.

           IF WS-LABEL-STATUS = '00'
               ADD 1                    TO WS-LABEL-COUNT
           ELSE
               DISPLAY 'DF40LABL LABEL WRITE ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

       2300-EXIT. EXIT.

       4000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF40LABL - SHELF PRICE CHANGES'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PROCESSING-DATE     TO SL-PROCESSING-DATE.
           MOVE WS-NEXT-PROCESSING-DATE TO SL-NEXT-DATE.
           MOVE WS-SPAN-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           INITIALIZE WS-TOTALS.

           IF WS-CHANGE-COUNT > 1
               SORT WS-CHG-ENTRY
                   ASCENDING KEY WS-CHG-DEPARTMENT WS-CHG-PRODUCT
           END-IF.

           MOVE LOW-VALUES             TO WS-CURRENT-DEPARTMENT.

           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
               PERFORM 4100-PRINT-CHANGE-LINE THRU 4100-EXIT
           END-PERFORM.

           IF WS-CHANGE-COUNT > ZERO
               MOVE 1                   TO WS-TOT-SUB
               MOVE 'DEPARTMENT TOTAL'  TO TL-LABEL
               PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE 2                      TO WS-TOT-SUB.
           MOVE 'ALL DEPARTMENTS'      TO TL-LABEL.
           PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       4000-EXIT. EXIT.

       4100-PRINT-CHANGE-LINE.

           IF WS-CHG-DEPARTMENT (WS-CHG-SUB) NOT =
                                       WS-CURRENT-DEPARTMENT
               IF WS-CURRENT-DEPARTMENT NOT = LOW-VALUES
                   MOVE 1               TO WS-TOT-SUB
                   MOVE 'DEPARTMENT TOTAL' TO TL-LABEL
                   PERFORM 4200-PRINT-TOTAL-LINE THRU 4200-EXIT
               END-IF
               MOVE WS-CHG-DEPARTMENT (WS-CHG-SUB)
                                        TO WS-CURRENT-DEPARTMENT
               MOVE SPACES              TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE WS-CURRENT-DEPARTMENT TO DH-DEPARTMENT
               MOVE WS-DEPARTMENT-LINE  TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE WS-COLUMN-HEADING   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-CHG-PRODUCT (WS-CHG-SUB)   TO DL-PRODUCT.
           MOVE WS-CHG-EFFECTIVE (WS-CHG-SUB) TO DL-EFFECTIVE.
           MOVE WS-CHG-NEW-PRICE (WS-CHG-SUB) TO DL-NEW-PRICE.
           MOVE WS-CHG-STORES (WS-CHG-SUB)    TO DL-STORES.

           IF WS-CHG-TYPE (WS-CHG-SUB) NOT = 'N'
               MOVE WS-CHG-OLD-PRICE (WS-CHG-SUB) TO DL-OLD-PRICE
               COMPUTE DL-CHANGE = WS-CHG-NEW-PRICE (WS-CHG-SUB)
                                 - WS-CHG-OLD-PRICE (WS-CHG-SUB)
           END-IF.

           ADD 1                       TO WS-TOT-PRODUCTS (1)
                                          WS-TOT-PRODUCTS (2).

           EVALUATE WS-CHG-TYPE (WS-CHG-SUB)
               WHEN 'M'
                   MOVE 'MARKDOWN'      TO DL-TYPE
                   ADD 1                TO WS-TOT-MARKDOWNS (1)
                                           WS-TOT-MARKDOWNS (2)
               WHEN 'I'
                   MOVE 'INCREASE'      TO DL-TYPE
                   ADD 1                TO WS-TOT-INCREASES (1)
                                           WS-TOT-INCREASES (2)
               WHEN 'N'
                   MOVE 'NEW PRICE'     TO DL-TYPE
                   ADD 1                TO WS-TOT-NEW (1)
                                           WS-TOT-NEW (2)
               WHEN OTHER
                   MOVE 'UNCHANGED'     TO DL-TYPE
           END-EVALUATE.

           IF WS-CHG-TYPE (WS-CHG-SUB) NOT = 'U'
               ADD WS-CHG-STORES (WS-CHG-SUB) TO WS-TOT-LABELS (1)
                                                 WS-TOT-LABELS (2)
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       4100-EXIT. EXIT.

       4200-PRINT-TOTAL-LINE.

           MOVE WS-TOT-PRODUCTS (WS-TOT-SUB)  TO TL-PRODUCTS.
           MOVE WS-TOT-MARKDOWNS (WS-TOT-SUB) TO TL-MARKDOWNS.
           MOVE WS-TOT-INCREASES (WS-TOT-SUB) TO TL-INCREASES.
           MOVE WS-TOT-NEW (WS-TOT-SUB)       TO TL-NEW.
           MOVE WS-TOT-LABELS (WS-TOT-SUB)    TO TL-LABELS.

           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-TOT-SUB = 1
               INITIALIZE WS-TOT-ENTRY (1)
           END-IF.

       4200-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF40LABL'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
