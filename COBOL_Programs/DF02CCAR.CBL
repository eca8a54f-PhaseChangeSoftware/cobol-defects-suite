       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02CCAR.

      *REMARKS:    CYCLE-COUNT ACCURACY REPORT BY ABC CLASS FOR THE
      *            MONTH TO DATE.

      ******************************************************************
      ****   MEASURES THE MONTH'S CYCLE COUNTS.  EVERY COUNT ON THE ****
      ****   DF02SHRH COUNT HISTORY (WRITTEN BY DF02CNTP) FROM THE  ****
      ****   FIRST OF THE PROCESSING MONTH TO THE PROCESSING DATE   ****
      ****   IS TAKEN UNDER THE PLANT/PART'S CLASS ON DF02ABCF AND, ****
      ****   FOR EACH CLASS:                                        ****
      ****                                                          ****
      ****   - THE COUNTS THE DF02CCSC SCHEDULE DUE SO FAR, HOW     ****
      ****     MANY WERE DONE, AND HOW MANY WERE MISSED (DATED      ****
      ****     BEFORE THE PROCESSING DATE AND NOT COUNTED);         ****
      ****   - THE COUNTS TAKEN AND HOW MANY FOUND THE BOOK         ****
      ****     QUANTITY EXACTLY RIGHT (RECORD ACCURACY);            ****
      ****   - THE BOOK UNITS COUNTED AND THE UNITS THE COUNTS      ****
      ****     DIFFERED BY EITHER WAY (UNIT ACCURACY).              ****
      ****                                                          ****
      ****   A COUNT OF A PART NOT ON DF02ABCF IS SHOWN AS NOT      ****
      ****   CLASSED.  EVERY MISSED COUNT AND EVERY SCHEDULED COUNT ****
      ****   THAT FOUND THE BOOK WRONG IS LISTED AFTER THE SUMMARY. ****
      ****   A MISSED COUNT ENDS THE RUN WITH RETURN CODE 4.        ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SCHEDULE-FILE    ASSIGN TO DF02CCSC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT CLASS-FILE       ASSIGN TO DF02ABCF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CLASS-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF02SHRH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTI
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SCHEDULE-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SCHEDULE-RECORD.

       01  SCHEDULE-RECORD             PIC X(24).

       FD  CLASS-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CLASS-RECORD.

       01  CLASS-RECORD                PIC X(40).

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

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CLASS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SCHEDULE-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-SCHEDULE-EOF             VALUE 'Y'.

       01  WS-CLASS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CLASS-EOF                VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

      **** THE MONTH'S SCHEDULED COUNTS AND WHAT BECAME OF THEM.
       01  WS-SCHEDULE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-ENTRY            OCCURS 2000 TIMES.
               10  WS-SCH-DATE         PIC X(10).
               10  WS-SCH-PLANT        PIC X(03).
               10  WS-SCH-PART         PIC X(08).
               10  WS-SCH-CLASS        PIC X(01).
               10  WS-SCH-DONE-FLAG    PIC X(01).
               10  WS-SCH-COUNT-DATE   PIC X(10).
               10  WS-SCH-BOOK-QTY     PIC 9(07).
               10  WS-SCH-COUNTED-QTY  PIC 9(07).

       01  WS-SCH-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-CLASS-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-CLASS-COUNT
                                       ASCENDING KEY IS WS-CLS-PLANT
                                                        WS-CLS-PART
                                       INDEXED BY WS-CLS-IDX.
               10  WS-CLS-PLANT        PIC X(03).
               10  WS-CLS-PART         PIC X(08).
               10  WS-CLS-CLASS        PIC X(01).

      **** ACCURACY BY CLASS - 1 = A, 2 = B, 3 = C, 4 = NOT CLASSED,
      **** 5 = ALL CLASSES.
       01  WS-ACCURACY-TABLE.
           05  WS-ACC-ENTRY            OCCURS 5 TIMES.
               10  WS-ACC-SCHEDULED    PIC 9(06).
               10  WS-ACC-DONE         PIC 9(06).
               10  WS-ACC-MISSED       PIC 9(06).
               10  WS-ACC-COUNTS       PIC 9(06).
               10  WS-ACC-ACCURATE     PIC 9(06).
               10  WS-ACC-BOOK-UNITS   PIC 9(09).
               10  WS-ACC-UNITS-OFF    PIC 9(09).

       01  WS-ACC-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-COUNT-CLASS              PIC X(01) VALUE SPACE.
       01  WS-DIFFERENCE               PIC S9(08) VALUE ZERO.
       01  WS-MISSED-TOTAL             PIC 9(06) VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(06) VALUE ZERO.

       01  WS-PERIOD-START             PIC X(10) VALUE SPACES.

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

       COPY DF02ABCR.

       COPY DF02CCSR.

       COPY DFRUNDT.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(18) VALUE
                                       'COUNTS TAKEN FROM '.
           05  PL-PERIOD-START         PIC X(10).
           05  FILLER                  PIC X(09) VALUE ' THROUGH '.
           05  PL-PERIOD-END           PIC X(10).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                  PIC X(12) VALUE 'CLASS'.
           05  FILLER                  PIC X(10) VALUE ' SCHEDULED'.
           05  FILLER                  PIC X(10) VALUE '      DONE'.
           05  FILLER                  PIC X(10) VALUE '    MISSED'.
           05  FILLER                  PIC X(10) VALUE '    COUNTS'.
           05  FILLER                  PIC X(10) VALUE '  ACCURATE'.
           05  FILLER                  PIC X(09) VALUE '    ACC %'.
           05  FILLER                  PIC X(14) VALUE
                                       '    BOOK UNITS'.
           05  FILLER                  PIC X(14) VALUE
                                       '     UNITS OFF'.
           05  FILLER                  PIC X(10) VALUE ' UNIT ACC%'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  CL-CLASS                PIC X(12).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-SCHEDULED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-DONE                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-MISSED               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-COUNTS               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-ACCURATE             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-ACCURACY-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-BOOK-UNITS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-UNITS-OFF            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CL-UNIT-PCT             PIC ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(16) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(05) VALUE 'PLT'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(05) VALUE 'CLS'.
           05  FILLER                  PIC X(12) VALUE 'SCHEDULED'.
           05  FILLER                  PIC X(12) VALUE 'COUNTED ON'.
           05  FILLER                  PIC X(11) VALUE ' BOOK QTY'.
           05  FILLER                  PIC X(11) VALUE '  COUNTED'.
           05  FILLER                  PIC X(10) VALUE '      DIFF'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  EX-TYPE                 PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-PLANT                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-CLASS                PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  EX-SCHEDULE-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-COUNT-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-BOOK-QTY             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-COUNTED-QTY          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EX-DIFFERENCE           PIC --,---,--9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02CCAR START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02CCAR NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PROCESSING-DATE     TO WS-PERIOD-START.
           MOVE '01'                   TO WS-PERIOD-START (9:2).

           INITIALIZE WS-ACCURACY-TABLE.

           PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
           PERFORM 1200-LOAD-CLASSES THRU 1200-EXIT.

       1000-MEASURE-COUNTS.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'DF02CCAR NO COUNT HISTORY - NO COUNTS TAKEN'
                                              UPON CONSOLE
               GO TO 1000-TALLY-SCHEDULE
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-MEASURE-ONE-COUNT THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1000-TALLY-SCHEDULE.

           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                       UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
               PERFORM 3000-TALLY-ONE-SCHEDULED THRU 3000-EXIT
           END-PERFORM.

           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.

           IF WS-MISSED-TOTAL > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02CCAR COUNTS MEASURED    = ' WS-HISTORY-USED
                                              UPON CONSOLE.
           DISPLAY 'DF02CCAR COUNTS SCHEDULED   = ' WS-ACC-SCHEDULED (5)
                                              UPON CONSOLE.
           DISPLAY 'DF02CCAR SCHEDULED COUNTS MISSED = '
                                     WS-MISSED-TOTAL UPON CONSOLE.
           DISPLAY 'DF02CCAR END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-SCHEDULE.

           OPEN INPUT SCHEDULE-FILE.

           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'DF02CCAR NO CYCLE-COUNT SCHEDULE' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-SCHEDULE-EOF
               READ SCHEDULE-FILE INTO DF02-CYCLE-COUNT-RECORD
                   AT END
                       SET WS-SCHEDULE-EOF TO TRUE
                   NOT AT END
                       IF WS-SCHEDULE-COUNT < 2000
                           ADD 1 TO WS-SCHEDULE-COUNT
                           PERFORM 1110-STORE-SCHEDULED THRU 1110-EXIT
                       ELSE
                           DISPLAY 'DF02CCAR SCHEDULE TABLE FULL - '
                                   DF02-CCS-PLANT '/' DF02-CCS-PART
                                   ' NOT MEASURED' UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       1100-EXIT. EXIT.

       1110-STORE-SCHEDULED.

           MOVE DF02-CCS-COUNT-DATE    TO WS-SCH-DATE
                                                  (WS-SCHEDULE-COUNT).
           MOVE DF02-CCS-PLANT         TO WS-SCH-PLANT
                                                  (WS-SCHEDULE-COUNT).
           MOVE DF02-CCS-PART          TO WS-SCH-PART
                                                  (WS-SCHEDULE-COUNT).
           MOVE DF02-CCS-CLASS         TO WS-SCH-CLASS
                                                  (WS-SCHEDULE-COUNT).
           MOVE 'N'                    TO WS-SCH-DONE-FLAG
                                                  (WS-SCHEDULE-COUNT).
           MOVE SPACES                 TO WS-SCH-COUNT-DATE
                                                  (WS-SCHEDULE-COUNT).
           MOVE ZERO                   TO WS-SCH-BOOK-QTY
                                                  (WS-SCHEDULE-COUNT)
                                          WS-SCH-COUNTED-QTY
                                                  (WS-SCHEDULE-COUNT).

       1110-EXIT. EXIT.

       1200-LOAD-CLASSES.

           OPEN INPUT CLASS-FILE.

           IF WS-CLASS-STATUS NOT = '00'
               DISPLAY 'DF02CCAR NO ABC CLASS FILE - COUNTS ARE NOT '
                       'CLASSED' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-CLASS-EOF
               READ CLASS-FILE INTO DF02-ABC-CLASS-RECORD
                   AT END
                       SET WS-CLASS-EOF TO TRUE
                   NOT AT END
                       IF WS-CLASS-COUNT < 2000
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE DF02-ABC-PLANT
                               TO WS-CLS-PLANT (WS-CLASS-COUNT)
                           MOVE DF02-ABC-PART
                               TO WS-CLS-PART (WS-CLASS-COUNT)
                           MOVE DF02-ABC-CLASS
                               TO WS-CLS-CLASS (WS-CLASS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLASS-FILE.

           IF WS-CLASS-COUNT > 1
               SORT WS-CLS-ENTRY
                   ASCENDING KEY WS-CLS-PLANT WS-CLS-PART
           END-IF.

       1200-EXIT. EXIT.

       2000-MEASURE-ONE-COUNT.

           IF SH-COUNT-DATE < WS-PERIOD-START
              OR SH-COUNT-DATE > WS-PROCESSING-DATE
               GO TO 2000-EXIT
           END-IF.

           ADD 1                       TO WS-HISTORY-USED.

           MOVE SPACE                  TO WS-COUNT-CLASS.

           IF WS-CLASS-COUNT > ZERO
               SEARCH ALL WS-CLS-ENTRY
                   WHEN WS-CLS-PLANT (WS-CLS-IDX) = SH-PLANT
                    AND WS-CLS-PART (WS-CLS-IDX) = SH-PART
                       MOVE WS-CLS-CLASS (WS-CLS-IDX)
                                        TO WS-COUNT-CLASS
               END-SEARCH
           END-IF.

           PERFORM 2100-SET-CLASS-SUB THRU 2100-EXIT.

           COMPUTE WS-DIFFERENCE = SH-COUNTED-QTY - SH-BOOK-QTY.

           PERFORM 2200-ADD-COUNT THRU 2200-EXIT.
           MOVE 5                      TO WS-ACC-SUB.
           PERFORM 2200-ADD-COUNT THRU 2200-EXIT.

      **** THE FIRST COUNT OF A SCHEDULED PLANT/PART IN THE MONTH
      **** SATISFIES THE SCHEDULE, WHATEVER DAY IT WAS TAKEN.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                       UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
               IF WS-SCH-PLANT (WS-SCH-SUB) = SH-PLANT
                  AND WS-SCH-PART (WS-SCH-SUB) = SH-PART
                  AND WS-SCH-DONE-FLAG (WS-SCH-SUB) = 'N'
                   MOVE 'Y'         TO WS-SCH-DONE-FLAG (WS-SCH-SUB)
                   MOVE SH-COUNT-DATE
                                    TO WS-SCH-COUNT-DATE (WS-SCH-SUB)
                   MOVE SH-BOOK-QTY TO WS-SCH-BOOK-QTY (WS-SCH-SUB)
                   MOVE SH-COUNTED-QTY
                                    TO WS-SCH-COUNTED-QTY (WS-SCH-SUB)
               END-IF
           END-PERFORM.

       2000-EXIT. EXIT.

       2100-SET-CLASS-SUB.

           EVALUATE WS-COUNT-CLASS
               WHEN 'A'
                   MOVE 1               TO WS-ACC-SUB
               WHEN 'B'
                   MOVE 2               TO WS-ACC-SUB
               WHEN 'C'
                   MOVE 3               TO WS-ACC-SUB
               WHEN OTHER
                   MOVE 4               TO WS-ACC-SUB
           END-EVALUATE.

       2100-EXIT. EXIT.

       2200-ADD-COUNT.

           ADD 1                       TO WS-ACC-COUNTS (WS-ACC-SUB).
           ADD SH-BOOK-QTY             TO WS-ACC-BOOK-UNITS
                                                      (WS-ACC-SUB).

           IF WS-DIFFERENCE = ZERO
               ADD 1                    TO WS-ACC-ACCURATE (WS-ACC-SUB)
           ELSE
               IF WS-DIFFERENCE < ZERO
                   SUBTRACT WS-DIFFERENCE FROM WS-ACC-UNITS-OFF
                                                      (WS-ACC-SUB)
               ELSE
                   ADD WS-DIFFERENCE    TO WS-ACC-UNITS-OFF
                                                      (WS-ACC-SUB)
               END-IF
           END-IF.

       2200-EXIT. EXIT.

      **** ONLY THE COUNTS DUE BY THE PROCESSING DATE ARE MEASURED;
      **** ONE DUE TODAY AND NOT YET COUNTED IS NOT MISSED.
       3000-TALLY-ONE-SCHEDULED.

           IF WS-SCH-DATE (WS-SCH-SUB) > WS-PROCESSING-DATE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-SCH-CLASS (WS-SCH-SUB) TO WS-COUNT-CLASS.
           PERFORM 2100-SET-CLASS-SUB THRU 2100-EXIT.

           ADD 1                       TO WS-ACC-SCHEDULED (WS-ACC-SUB)
                                          WS-ACC-SCHEDULED (5).

           IF WS-SCH-DONE-FLAG (WS-SCH-SUB) = 'Y'
               ADD 1                    TO WS-ACC-DONE (WS-ACC-SUB)
                                           WS-ACC-DONE (5)
           ELSE
               IF WS-SCH-DATE (WS-SCH-SUB) < WS-PROCESSING-DATE
                   ADD 1                TO WS-ACC-MISSED (WS-ACC-SUB)
                                           WS-ACC-MISSED (5)
                                           WS-MISSED-TOTAL
               END-IF
           END-IF.

       3000-EXIT. EXIT.

       4000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02CCAR - CYCLE COUNT ACCURACY'
                                        TO DFRPT-TITLE.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-PERIOD-START        TO PL-PERIOD-START.
           MOVE WS-PROCESSING-DATE     TO PL-PERIOD-END.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-SUMMARY-HEADING     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                       UNTIL WS-ACC-SUB > 5
               PERFORM 4100-PRINT-CLASS-LINE THRU 4100-EXIT
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-EXCEPTION-HEADING   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                       UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
               PERFORM 4200-PRINT-EXCEPTION THRU 4200-EXIT
           END-PERFORM.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       4000-EXIT. EXIT.

       4100-PRINT-CLASS-LINE.

           EVALUATE WS-ACC-SUB
               WHEN 1
                   MOVE 'A'             TO CL-CLASS
               WHEN 2
                   MOVE 'B'             TO CL-CLASS
               WHEN 3
                   MOVE 'C'             TO CL-CLASS
               WHEN 4
                   MOVE 'NOT CLASSED'   TO CL-CLASS
               WHEN OTHER
                   MOVE 'ALL CLASSES'   TO CL-CLASS
           END-EVALUATE.

           MOVE WS-ACC-SCHEDULED (WS-ACC-SUB) TO CL-SCHEDULED.
           MOVE WS-ACC-DONE (WS-ACC-SUB)      TO CL-DONE.
           MOVE WS-ACC-MISSED (WS-ACC-SUB)    TO CL-MISSED.
           MOVE WS-ACC-COUNTS (WS-ACC-SUB)    TO CL-COUNTS.
           MOVE WS-ACC-ACCURATE (WS-ACC-SUB)  TO CL-ACCURATE.
           MOVE WS-ACC-BOOK-UNITS (WS-ACC-SUB) TO CL-BOOK-UNITS.
           MOVE WS-ACC-UNITS-OFF (WS-ACC-SUB) TO CL-UNITS-OFF.
           MOVE ZERO                   TO CL-ACCURACY-PCT
                                          CL-UNIT-PCT.

           IF WS-ACC-COUNTS (WS-ACC-SUB) > ZERO
               COMPUTE CL-ACCURACY-PCT ROUNDED =
                       WS-ACC-ACCURATE (WS-ACC-SUB) * 100
                     / WS-ACC-COUNTS (WS-ACC-SUB)
           END-IF.

      **** UNIT ACCURACY IS 100 LESS THE UNITS OFF AS A PERCENT OF
      **** THE BOOK UNITS, FLOORED AT ZERO.
           IF WS-ACC-BOOK-UNITS (WS-ACC-SUB) > ZERO
              AND WS-ACC-UNITS-OFF (WS-ACC-SUB) <
                                       WS-ACC-BOOK-UNITS (WS-ACC-SUB)
               COMPUTE CL-UNIT-PCT ROUNDED =
                       100 - (WS-ACC-UNITS-OFF (WS-ACC-SUB) * 100
                            / WS-ACC-BOOK-UNITS (WS-ACC-SUB))
           END-IF.

           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4100-EXIT. EXIT.

       4200-PRINT-EXCEPTION.

           IF WS-SCH-DATE (WS-SCH-SUB) > WS-PROCESSING-DATE
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.

           IF WS-SCH-DONE-FLAG (WS-SCH-SUB) = 'N'
               IF WS-SCH-DATE (WS-SCH-SUB) NOT < WS-PROCESSING-DATE
                   GO TO 4200-EXIT
               END-IF
               MOVE 'MISSED COUNT'      TO EX-TYPE
           ELSE
               IF WS-SCH-BOOK-QTY (WS-SCH-SUB) =
                                       WS-SCH-COUNTED-QTY (WS-SCH-SUB)
                   GO TO 4200-EXIT
               END-IF
               MOVE 'BOOK WRONG'        TO EX-TYPE
               MOVE WS-SCH-COUNT-DATE (WS-SCH-SUB) TO EX-COUNT-DATE
               MOVE WS-SCH-BOOK-QTY (WS-SCH-SUB)   TO EX-BOOK-QTY
               MOVE WS-SCH-COUNTED-QTY (WS-SCH-SUB) TO EX-COUNTED-QTY
               COMPUTE EX-DIFFERENCE =
                       WS-SCH-COUNTED-QTY (WS-SCH-SUB)
                     - WS-SCH-BOOK-QTY (WS-SCH-SUB)
           END-IF.

           MOVE WS-SCH-PLANT (WS-SCH-SUB)  TO EX-PLANT.
           MOVE WS-SCH-PART (WS-SCH-SUB)   TO EX-PART.
           MOVE WS-SCH-CLASS (WS-SCH-SUB)  TO EX-CLASS.
           MOVE WS-SCH-DATE (WS-SCH-SUB)   TO EX-SCHEDULE-DATE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       4200-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
