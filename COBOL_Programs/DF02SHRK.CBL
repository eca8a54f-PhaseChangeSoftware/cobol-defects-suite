       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02SHRK.

      *REMARKS:    ROLLING TWELVE-MONTH SHRINK TREND BY PLANT AND PART
      *            FROM THE DF02SHRH COUNT HISTORY, FLAGGING PLANTS
      *            WHOSE SHRINK RUNS ABOVE TOLERANCE AND QUEUEING A
      *            PROPOSED PRIORITY CHANGE INTO THE DF02PAPP APPROVAL
      *            QUEUE.

      ******************************************************************
      ****   DF02CNTP TELLS US WHAT WENT MISSING ON THE DAY OF A    ****
      ****   COUNT, BUT A PLANT THAT LOSES A LITTLE EVERY MONTH     ****
      ****   NEVER STOOD OUT AND DF02RTE KEPT ROUTING TO IT AT THE  ****
      ****   SAME PRIORITY.  THIS RUN READS THE DF02SHRH HISTORY    ****
      ****   THE COUNT STEP APPENDS (ONE LINE PER COUNTED PLANT/    ****
      ****   PART - BOOK QUANTITY AND COUNTED QUANTITY) FOR THE     ****
      ****   TWELVE MONTHS ENDING ON THE PROCESSING DATE AND:       ****
      ****                                                          ****
      ****   - PRINTS THE SHRINK RATE (UNITS SHORT AS A PERCENT OF  ****
      ****     BOOK UNITS COUNTED) FOR EVERY PLANT/PART, WITH A     ****
      ****     TOTAL LINE PER PLANT;                                ****
      ****   - MEASURES EACH ROUTABLE PLANT (PRIORITY NOT ZERO) ON  ****
      ****     THE COUNTS WHERE THE BOOK QUANTITY STOOD ABOVE THE   ****
      ****     PLANT'S ANTI-THEFT THRESHOLD - THE STOCK DF02RTE     ****
      ****     WOULD ROUTE TO IT - AND FLAGS IT WHEN THAT RATE IS   ****
      ****     OVER THE TOLERANCE;                                  ****
      ****   - FOR A FLAGGED PLANT, APPENDS AN ACTION-'A' PENDING   ****
      ****     TRANSACTION TO DF02PTRN MOVING IT DOWN THE ROUTING   ****
      ****     ORDER BY THE PRIORITY STEP (A HIGHER NUMBER ROUTES   ****
      ****     LATER), THRESHOLD UNCHANGED, FOR THE DF02PAPP        ****
      ****     SUPERVISOR TO APPROVE OR REJECT.  A PLANT ALREADY    ****
      ****     CARRYING A PENDING 'A' OR 'R' IS NOT QUEUED AGAIN,   ****
      ****     NOR IS ONE ALREADY AT PRIORITY 99.                   ****
      ****                                                          ****
      ****   THE DF02SHPM PARAMETER CARD MAY SET THE TOLERANCE      ****
      ****   PERCENT (999V99, DEFAULT 2.00) AND THE PRIORITY STEP   ****
      ****   (99, DEFAULT 1).  A DRY-RUN WINDOW PRINTS THE REPORT   ****
      ****   BUT QUEUES NOTHING.  A FLAGGED PLANT ENDS THE RUN WITH ****
      ****   RETURN CODE 4.                                         ****
      ******************************************************************
      ****   DF02PTRN NOW ENDS WITH THE USER ID OF THE OPERATOR WHO ****
      ****   ENTERED EACH PENDING TRANSACTION, FOR THE DF02PAPP     ****
      ****   MAKER-CHECKER TEST.  THE SUGGESTIONS QUEUED HERE ARE   ****
      ****   ENTERED UNDER THE PROGRAM NAME, SO ANY QUALIFIED       ****
      ****   OPERATOR MAY APPROVE THEM.                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF02SHPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PLANT-FILE       ASSIGN TO DF02PLNT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLANT-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF02SHRH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-FILE     ASSIGN TO DF02PTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  SP-TOLERANCE-PCT        PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  SP-PRIORITY-STEP        PIC 9(02).

       FD  PLANT-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PLANT-RECORD.

       01  PLANT-RECORD.
           05  PR-PLANT                PIC X(03).
           05  PR-PRIORITY             PIC 9(02).
           05  PR-ANTI-THEFT-THRESH    PIC 9(01).

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

       FD  PENDING-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PENDING-RECORD.

       01  PENDING-RECORD.
           05  PN-ACTION               PIC X(01).
           05  PN-PLANT                PIC X(03).
           05  PN-PRIORITY             PIC 9(02).
           05  PN-ANTI-THEFT-THRESH    PIC 9(01).
           05  PN-PART                 PIC X(08).
           05  PN-QUANTITY             PIC 9(07).
           05  PN-FROM-PLANT           PIC X(03).
           05  PN-SUPPLIER             PIC X(06).
           05  PN-ENTERED-BY           PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PLANT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PLANT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-PLANT-EOF                VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-PENDING-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-PENDING-EOF              VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

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

      **** THE WINDOW OPENS THE DAY AFTER THE SAME DATE A YEAR AGO.
       01  WS-WINDOW-START.
           05  WS-WIN-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-DD               PIC X(02).

       01  WS-TOLERANCE-PCT            PIC 9(03)V99 VALUE 2.00.
       01  WS-PRIORITY-STEP            PIC 9(02) VALUE 1.

       01  WS-PLANT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PLANT-TABLE.
           05  WS-PLT-ENTRY            OCCURS 100 TIMES.
               10  WS-PLT-PLANT        PIC X(03).
               10  WS-PLT-PRIORITY     PIC 9(02).
               10  WS-PLT-THRESHOLD    PIC 9(01).
               10  WS-PLT-PENDING      PIC X(01).
               10  WS-PLT-BOOK         PIC 9(09).
               10  WS-PLT-SHRINK       PIC 9(09).
               10  WS-PLT-EXP-BOOK     PIC 9(09).
               10  WS-PLT-EXP-SHRINK   PIC 9(09).

       01  WS-PLT-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-PLT-SUB            PIC 9(03) VALUE ZERO.

      **** TWELVE MONTHS OF COUNTS SUMMED BY PLANT/PART, THEN
      **** SORTED INTO PLANT/PART ORDER FOR THE REPORT.
       01  WS-TREND-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-TREND-TABLE.
           05  WS-TRD-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-TREND-COUNT
                                       ASCENDING KEY IS WS-TRD-KEY
                                       INDEXED BY WS-TRD-IDX.
               10  WS-TRD-KEY.
                   15  WS-TRD-PLANT    PIC X(03).
                   15  WS-TRD-PART     PIC X(08).
               10  WS-TRD-COUNTS       PIC 9(05).
               10  WS-TRD-BOOK         PIC 9(09).
               10  WS-TRD-COUNTED      PIC 9(09).
               10  WS-TRD-SHRINK       PIC 9(09).

       01  WS-TRD-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-TRD-SUB            PIC 9(04) VALUE ZERO.

       01  WS-SHORT-QTY                PIC S9(07) VALUE ZERO.
       01  WS-RATE                     PIC 9(03)V99 VALUE ZERO.
       01  WS-EXP-RATE                 PIC 9(03)V99 VALUE ZERO.
       01  WS-NEW-PRIORITY             PIC 9(03) VALUE ZERO.
       01  WS-PREV-PLANT               PIC X(03) VALUE SPACES.

       01  WS-HISTORY-READ             PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(07) VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(03) VALUE ZERO.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
                                       'COUNTS AFTER  '.
           05  PL-WINDOW-START         PIC X(10).
           05  FILLER                  PIC X(15) VALUE
                                       '  THROUGH      '.
           05  PL-PROCESSING-DATE      PIC X(10).
           05  FILLER                  PIC X(14) VALUE
                                       '   TOLERANCE '.
           05  PL-TOLERANCE            PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PLANT'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(08) VALUE '  COUNTS'.
           05  FILLER                  PIC X(12) VALUE
                                       '  BOOK UNITS'.
           05  FILLER                  PIC X(12) VALUE
                                       '     COUNTED'.
           05  FILLER                  PIC X(12) VALUE
                                       '       SHORT'.
           05  FILLER                  PIC X(09) VALUE '  SHRINK%'.
           05  FILLER                  PIC X(10) VALUE ' AT RISK%'.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PLANT                PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-COUNTS               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BOOK                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-COUNTED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-SHRINK               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-EXP-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-NOTE                 PIC X(40).
           05  FILLER                  PIC X(08) VALUE SPACES.

       COPY DFRUNDT.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02SHRK START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-WINDOW THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-LOAD-PLANTS THRU 1300-EXIT.
           PERFORM 1400-NOTE-PENDING THRU 1400-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02SHRK A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING FLAGGED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-PENDING.

      **** A DRY-RUN WINDOW LEAVES THE APPROVAL QUEUE ALONE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND PENDING-FILE
               IF WS-PENDING-STATUS = '00'
                   NEXT SENTENCE
               ELSE
                   OPEN OUTPUT PENDING-FILE
               END-IF
           END-IF.

       1000-WRITE-REPORT.

           IF WS-TREND-COUNT > 1
               SORT WS-TRD-ENTRY
                   ASCENDING KEY WS-TRD-KEY
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02SHRK - 12-MONTH SHRINK TREND'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-WINDOW-START        TO PL-WINDOW-START.
           MOVE WS-PROCESSING-DATE     TO PL-PROCESSING-DATE.
           MOVE WS-TOLERANCE-PCT       TO PL-TOLERANCE.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TREND-COUNT
               IF WS-TRD-PLANT (WS-TRD-IDX) NOT = WS-PREV-PLANT
                   IF WS-PREV-PLANT NOT = SPACES
                       PERFORM 3000-JUDGE-PLANT THRU 3000-EXIT
                   END-IF
                   MOVE WS-TRD-PLANT (WS-TRD-IDX) TO WS-PREV-PLANT
               END-IF
               PERFORM 2000-PRINT-PLANT-PART THRU 2000-EXIT
           END-PERFORM.

           IF WS-PREV-PLANT NOT = SPACES
               PERFORM 3000-JUDGE-PLANT THRU 3000-EXIT
           END-IF.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE PENDING-FILE
           END-IF.

           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02SHRK HISTORY LINES READ  = ' WS-HISTORY-READ
                                               UPON CONSOLE.
           DISPLAY 'DF02SHRK IN 12-MONTH WINDOW  = ' WS-HISTORY-USED
                                               UPON CONSOLE.
           DISPLAY 'DF02SHRK PLANTS FLAGGED      = ' WS-FLAGGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02SHRK CHANGES QUEUED      = ' WS-QUEUED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02SHRK END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-WINDOW.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
               END-IF
           ELSE
               DISPLAY 'DF02SHRK NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-WIN-YYYY.
           SUBTRACT 1                  FROM WS-WIN-YYYY.
           MOVE WS-PRD-MM              TO WS-WIN-MM.
           MOVE WS-PRD-DD              TO WS-WIN-DD.

       1100-EXIT. EXIT.

       1200-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1200-CLOSE-PARM
           END-READ.

           IF SP-TOLERANCE-PCT NUMERIC
               MOVE SP-TOLERANCE-PCT    TO WS-TOLERANCE-PCT
           END-IF.

           IF SP-PRIORITY-STEP NUMERIC
              AND SP-PRIORITY-STEP > ZERO
               MOVE SP-PRIORITY-STEP    TO WS-PRIORITY-STEP
           END-IF.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

       1300-LOAD-PLANTS.

           OPEN INPUT PLANT-FILE.

           IF WS-PLANT-STATUS NOT = '00'
               DISPLAY 'DF02SHRK NO PLANT MASTER - NO PLANT WILL BE '
                       'FLAGGED' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-PLANT-EOF
               READ PLANT-FILE
                   AT END
                       SET WS-PLANT-EOF TO TRUE
                   NOT AT END
                       IF WS-PLANT-COUNT < 100
                           ADD 1 TO WS-PLANT-COUNT
                           MOVE PR-PLANT
                               TO WS-PLT-PLANT (WS-PLANT-COUNT)
                           MOVE PR-PRIORITY
                               TO WS-PLT-PRIORITY (WS-PLANT-COUNT)
                           MOVE PR-ANTI-THEFT-THRESH
                               TO WS-PLT-THRESHOLD (WS-PLANT-COUNT)
                           MOVE 'N'
                               TO WS-PLT-PENDING (WS-PLANT-COUNT)
                           MOVE ZERO
                               TO WS-PLT-BOOK (WS-PLANT-COUNT)
                                  WS-PLT-SHRINK (WS-PLANT-COUNT)
                                  WS-PLT-EXP-BOOK (WS-PLANT-COUNT)
                                  WS-PLT-EXP-SHRINK (WS-PLANT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLANT-FILE.

       1300-EXIT. EXIT.

      **** A PLANT WITH A PRIORITY CHANGE OR RETIREMENT ALREADY
      **** AWAITING THE SUPERVISOR IS NOT QUEUED A SECOND ONE.
       1400-NOTE-PENDING.

           OPEN INPUT PENDING-FILE.

           IF WS-PENDING-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-FILE
                   AT END
                       SET WS-PENDING-EOF TO TRUE
                   NOT AT END
                       IF PN-ACTION = 'A' OR PN-ACTION = 'R'
                           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1
                                   UNTIL WS-PLT-SUB > WS-PLANT-COUNT
                               IF WS-PLT-PLANT (WS-PLT-SUB) = PN-PLANT
                                   MOVE 'Y' TO WS-PLT-PENDING
                                                        (WS-PLT-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-FILE.

       1400-EXIT. EXIT.

       1500-LOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'DF02SHRK NO SHRINK HISTORY - NOTHING TO '
                       'MEASURE' UPON CONSOLE
               GO TO 1500-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-HISTORY-READ
                       PERFORM 1510-ADD-ONE-COUNT THRU 1510-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1500-EXIT. EXIT.

       1510-ADD-ONE-COUNT.

           IF SH-COUNT-DATE NOT > WS-WINDOW-START
              OR SH-COUNT-DATE > WS-PROCESSING-DATE
               GO TO 1510-EXIT
           END-IF.

           ADD 1                       TO WS-HISTORY-USED.

           COMPUTE WS-SHORT-QTY = SH-BOOK-QTY - SH-COUNTED-QTY.

           IF WS-SHORT-QTY < ZERO
               MOVE ZERO                TO WS-SHORT-QTY
           END-IF.

           MOVE ZERO                   TO WS-FOUND-TRD-SUB.

           PERFORM VARYING WS-TRD-SUB FROM 1 BY 1
                       UNTIL WS-TRD-SUB > WS-TREND-COUNT
                          OR WS-FOUND-TRD-SUB NOT = ZERO
               IF WS-TRD-PLANT (WS-TRD-SUB) = SH-PLANT
                  AND WS-TRD-PART (WS-TRD-SUB) = SH-PART
                   MOVE WS-TRD-SUB      TO WS-FOUND-TRD-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-TRD-SUB = ZERO
               IF WS-TREND-COUNT >= 1000
                   MOVE 'Y'             TO WS-OVERFLOW-FLAG
                   GO TO 1510-EXIT
               END-IF
               ADD 1                    TO WS-TREND-COUNT
               MOVE WS-TREND-COUNT      TO WS-FOUND-TRD-SUB
               MOVE SH-PLANT            TO WS-TRD-PLANT
                                                 (WS-FOUND-TRD-SUB)
               MOVE SH-PART             TO WS-TRD-PART
                                                 (WS-FOUND-TRD-SUB)
               MOVE ZERO                TO WS-TRD-COUNTS
                                                 (WS-FOUND-TRD-SUB)
                                           WS-TRD-BOOK
                                                 (WS-FOUND-TRD-SUB)
                                           WS-TRD-COUNTED
                                                 (WS-FOUND-TRD-SUB)
                                           WS-TRD-SHRINK
                                                 (WS-FOUND-TRD-SUB)
           END-IF.

           ADD 1              TO WS-TRD-COUNTS (WS-FOUND-TRD-SUB).
           ADD SH-BOOK-QTY    TO WS-TRD-BOOK (WS-FOUND-TRD-SUB).
           ADD SH-COUNTED-QTY TO WS-TRD-COUNTED (WS-FOUND-TRD-SUB).
           ADD WS-SHORT-QTY   TO WS-TRD-SHRINK (WS-FOUND-TRD-SUB).

           PERFORM 2100-FIND-PLANT THRU 2100-EXIT.

           IF WS-FOUND-PLT-SUB = ZERO
               GO TO 1510-EXIT
           END-IF.

           ADD SH-BOOK-QTY    TO WS-PLT-BOOK (WS-FOUND-PLT-SUB).
           ADD WS-SHORT-QTY   TO WS-PLT-SHRINK (WS-FOUND-PLT-SUB).

      **** ONLY STOCK HELD ABOVE THE ANTI-THEFT THRESHOLD - THE
      **** STOCK DF02RTE WOULD ROUTE HERE - COUNTS TOWARD THE FLAG.
           IF SH-BOOK-QTY > WS-PLT-THRESHOLD (WS-FOUND-PLT-SUB)
               ADD SH-BOOK-QTY  TO WS-PLT-EXP-BOOK (WS-FOUND-PLT-SUB)
               ADD WS-SHORT-QTY TO WS-PLT-EXP-SHRINK
                                                 (WS-FOUND-PLT-SUB)
           END-IF.

       1510-EXIT. EXIT.

       2000-PRINT-PLANT-PART.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-TRD-PLANT (WS-TRD-IDX)   TO DL-PLANT.
           MOVE WS-TRD-PART (WS-TRD-IDX)    TO DL-PART.
           MOVE WS-TRD-COUNTS (WS-TRD-IDX)  TO DL-COUNTS.
           MOVE WS-TRD-BOOK (WS-TRD-IDX)    TO DL-BOOK.
           MOVE WS-TRD-COUNTED (WS-TRD-IDX) TO DL-COUNTED.
           MOVE WS-TRD-SHRINK (WS-TRD-IDX)  TO DL-SHRINK.

           MOVE ZERO                   TO WS-RATE.

           IF WS-TRD-BOOK (WS-TRD-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                       WS-TRD-SHRINK (WS-TRD-IDX) * 100
                     / WS-TRD-BOOK (WS-TRD-IDX)
           END-IF.

           MOVE WS-RATE                TO DL-RATE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2000-EXIT. EXIT.

       2100-FIND-PLANT.

           MOVE ZERO                   TO WS-FOUND-PLT-SUB.

           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1
                       UNTIL WS-PLT-SUB > WS-PLANT-COUNT
                          OR WS-FOUND-PLT-SUB NOT = ZERO
               IF WS-PLT-PLANT (WS-PLT-SUB) = SH-PLANT
                   MOVE WS-PLT-SUB      TO WS-FOUND-PLT-SUB
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

      **** THE PLANT TOTAL LINE, AND THE FLAG WHEN THE AT-RISK
      **** RATE IS OVER TOLERANCE.
       3000-JUDGE-PLANT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-PREV-PLANT          TO DL-PLANT.
           MOVE 'TOTAL'                TO DL-PART.

           MOVE ZERO                   TO WS-FOUND-PLT-SUB.

           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1
                       UNTIL WS-PLT-SUB > WS-PLANT-COUNT
                          OR WS-FOUND-PLT-SUB NOT = ZERO
               IF WS-PLT-PLANT (WS-PLT-SUB) = WS-PREV-PLANT
                   MOVE WS-PLT-SUB      TO WS-FOUND-PLT-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-PLT-SUB = ZERO
               MOVE 'NOT ON PLANT MASTER' TO DL-NOTE
               GO TO 3000-WRITE
           END-IF.

           MOVE WS-PLT-BOOK (WS-FOUND-PLT-SUB)   TO DL-BOOK.
           MOVE WS-PLT-SHRINK (WS-FOUND-PLT-SUB) TO DL-SHRINK.

           MOVE ZERO                   TO WS-RATE.
           MOVE ZERO                   TO WS-EXP-RATE.

           IF WS-PLT-BOOK (WS-FOUND-PLT-SUB) > ZERO
               COMPUTE WS-RATE ROUNDED =
                       WS-PLT-SHRINK (WS-FOUND-PLT-SUB) * 100
                     / WS-PLT-BOOK (WS-FOUND-PLT-SUB)
           END-IF.

           IF WS-PLT-EXP-BOOK (WS-FOUND-PLT-SUB) > ZERO
               COMPUTE WS-EXP-RATE ROUNDED =
                       WS-PLT-EXP-SHRINK (WS-FOUND-PLT-SUB) * 100
                     / WS-PLT-EXP-BOOK (WS-FOUND-PLT-SUB)
           END-IF.

           MOVE WS-RATE                TO DL-RATE.
           MOVE WS-EXP-RATE            TO DL-EXP-RATE.

           IF WS-PLT-PRIORITY (WS-FOUND-PLT-SUB) = ZERO
               MOVE 'NOT ROUTED - PRIORITY 00' TO DL-NOTE
               GO TO 3000-WRITE
           END-IF.

           IF WS-EXP-RATE NOT > WS-TOLERANCE-PCT
               GO TO 3000-WRITE
           END-IF.

           ADD 1                       TO WS-FLAGGED-COUNT.

           COMPUTE WS-NEW-PRIORITY =
                   WS-PLT-PRIORITY (WS-FOUND-PLT-SUB)
                 + WS-PRIORITY-STEP.

           IF WS-NEW-PRIORITY > 99
               MOVE 99                  TO WS-NEW-PRIORITY
           END-IF.

           IF WS-PLT-PRIORITY (WS-FOUND-PLT-SUB) = 99
               MOVE '*FLAGGED - ALREADY AT PRIORITY 99'
                                        TO DL-NOTE
               GO TO 3000-WRITE
           END-IF.

           IF WS-PLT-PENDING (WS-FOUND-PLT-SUB) = 'Y'
               MOVE '*FLAGGED - CHANGE ALREADY PENDING'
                                        TO DL-NOTE
               GO TO 3000-WRITE
           END-IF.

           MOVE SPACES                 TO DL-NOTE.
           STRING '*FLAGGED - PRIORITY '
                  WS-PLT-PRIORITY (WS-FOUND-PLT-SUB)
                  ' TO ' WS-NEW-PRIORITY (2:2)
                  DELIMITED BY SIZE
                  INTO DL-NOTE
           END-STRING.

           IF DFRUNDT-DRY-RUN
               MOVE ' NOT QUEUED'       TO DL-NOTE (29:11)
               GO TO 3000-WRITE
           END-IF.

           MOVE ' QUEUED'              TO DL-NOTE (29:7).

           MOVE SPACES                 TO PENDING-RECORD.
           MOVE 'A'                    TO PN-ACTION.
           MOVE WS-PREV-PLANT          TO PN-PLANT.
           MOVE WS-NEW-PRIORITY        TO PN-PRIORITY.
           MOVE WS-PLT-THRESHOLD (WS-FOUND-PLT-SUB)
                                        TO PN-ANTI-THEFT-THRESH.
           MOVE ZERO                   TO PN-QUANTITY.
           MOVE 'DF02SHRK'             TO PN-ENTERED-BY.
           WRITE PENDING-RECORD.

           ADD 1                       TO WS-QUEUED-COUNT.
           MOVE 'Y'                    TO WS-PLT-PENDING
                                                 (WS-FOUND-PLT-SUB).

       3000-WRITE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
