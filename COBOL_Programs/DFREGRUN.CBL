      ****   ACCOMPANYING DFREGRUN.JCL JOB STREAM, ONE DD PER STEP)   ****
      ****   TO CONFIRM THE ACTUAL DEFECT-PATTERN BEHAVIOR, NOT JUST  ****
      ****   THAT THE MODULE LOADED AND RAN.                          ****
      ******************************************************************
      ****   EACH RUN NOW ALSO LEAVES A MEMORY.  EVERY SNIPPET'S    ****
      ****   PASS OR FAIL IS KEPT ON THE DFRGHIST REGRESSION        ****
      ****   HISTORY UNDER THE DFRUNDTR PROCESSING DATE (A RERUN OF ****
      ****   THE SAME DATE REPLACES THAT DATE; THE LAST 20 RUN      ****
      ****   DATES ARE KEPT), AND THE DFRGRPT2 COMPARISON REPORT    ****
      ****   LISTS THE SNIPPETS THAT NEWLY FAIL OR NEWLY PASS       ****
      ****   AGAINST THEIR PREVIOUS RESULT, AND THOSE FLIPPING      ****
      ****   BETWEEN THE TWO (TWO OR MORE CHANGES OVER THEIR LAST   ****
      ****   SIX RUNS).  EACH NEWLY FAILING SNIPPET IS FOLLOWED BY  ****
      ****   THE COPYBOOKS IT USES FROM THE DFCPYXRF WHERE-USED     ****
      ****   CROSS-REFERENCE THAT DFCPYIMP BUILDS.  THE 'NEWLY      ****
      ****   FAILING =' LINES ARE ESCALATED ON THE DFMORN MORNING   ****
      ****   DIGEST, AND RETURN CODE 4 IS SET WHEN THERE ARE ANY.   ****
      ****   A DRY-RUN WINDOW PRINTS THE COMPARISON BUT LEAVES THE  ****
      ****   HISTORY AS IT WAS.                                     ****
      ******************************************************************
      ****   A RUN BACK-DATED THROUGH DFRUNDTR COMPARES ONLY WITH   ****
      ****   THE DATES BEFORE IT AND LEAVES ANY LATER DATES ON THE  ****
      ****   HISTORY AS THEY WERE.  THE NEWLY FAILING, NEWLY        ****
      ****   PASSING AND FLIPPING COUNTS ARE TAKEN WITH THE TRENDS, ****
      ****   SO THE CONSOLE TOTALS AND RETURN CODE STAND EVEN WHEN  ****
      ****   DFRGRPT2 CANNOT BE OPENED.  THAT OPEN FAILURE, OR A    ****
      ****   HISTORY TOO BIG FOR THE TABLE, SETS RETURN CODE 8 AND  ****
      ****   LEAVES DFRGHIST UNCHANGED FOR THE RERUN.               ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    RECORD KEY IS DF37-DEFECT-ID
                                    FILE STATUS IS WS-CATALOG-STATUS.

           SELECT HISTORY-IN-FILE   ASSIGN TO DFRGHIST
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE  ASSIGN TO DFRGHIST
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT XREF-FILE         ASSIGN TO DFCPYXRF
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT COMPARE-FILE      ASSIGN TO DFRGRPT2
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-COMPARE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY DF37CAT.

      **** ONE RECORD PER SNIPPET PER RUN DATE, KEPT FOR THE LAST
      **** 20 RUN DATES.
       FD  HISTORY-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD.
           05  RH-RUN-DATE              PIC X(10).
           05  RH-PGM-NAME              PIC X(08).
           05  RH-RESULT                PIC X(04).
           05  FILLER                   PIC X(58).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD.
           05  RHO-RUN-DATE             PIC X(10).
           05  RHO-PGM-NAME             PIC X(08).
           05  RHO-RESULT               PIC X(04).
           05  FILLER                   PIC X(58).

      **** THE WHERE-USED CROSS-REFERENCE DFCPYIMP BUILDS.
       FD  XREF-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS XREF-RECORD.

       01  XREF-RECORD.
           05  XR-COPYBOOK              PIC X(08).
           05  XR-PROGRAM               PIC X(08).

       FD  COMPARE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS COMPARE-LINE.

       01  COMPARE-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-COMPARE-STATUS            PIC X(02) VALUE SPACES.

       01  WS-HIST-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                  VALUE 'Y'.

       01  WS-XREF-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-XREF-EOF                  VALUE 'Y'.

       01  WS-HIST-FULL-FLAG            PIC X(01) VALUE 'N'.
           88  WS-HIST-TABLE-FULL           VALUE 'Y'.

       01  WS-COMPARE-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  WS-COMPARE-NOT-WRITTEN       VALUE 'E'.

       01  WS-CATALOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  WS-CATALOG-OPEN              VALUE 'Y'.
       01  WS-CURRENT-PGM               PIC X(08).
       01  WS-SUB                       PIC 9(04) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RD-YYYY               PIC 9(04) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-RD-MM                 PIC 9(02) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-RD-DD                 PIC 9(02) VALUE ZERO.

       01  WS-CLOCK-DATE-FIELDS.
           05  WS-CLOCK-YYYY            PIC 9(04).
           05  WS-CLOCK-MM              PIC 9(02).
           05  WS-CLOCK-DD              PIC 9(02).
           05  FILLER                   PIC X(13).

       01  WS-PRIOR-RUN-DATE            PIC X(10) VALUE SPACES.
       01  WS-CUTOFF-DATE               PIC X(10) VALUE SPACES.
       01  WS-DATE-COUNT                PIC 9(04) VALUE ZERO.

      **** EVERY OTHER RUN DATE FROM DFRGHIST, SORTED OLDEST RUN
      **** FIRST.  THE FIRST WS-EARLIER-COUNT ROWS ARE THE RUNS BEFORE
      **** THIS ONE; ANY ROWS AFTER THEM ARE LATER DATES, KEPT ONLY SO
      **** THE REWRITE DOES NOT LOSE THEM.
       01  WS-HIST-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-EARLIER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HST-ENTRY             OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WS-HIST-COUNT
                                        ASCENDING KEY IS WS-HST-KEY.
               10  WS-HST-KEY.
                   15  WS-HST-RUN-DATE  PIC X(10).
                   15  WS-HST-PGM-NAME  PIC X(08).
               10  WS-HST-RESULT        PIC X(04).

       01  WS-HST-SUB                   PIC 9(04) VALUE ZERO.

      **** THIS RUN'S RESULT FOR EACH SNIPPET BESIDE ITS TREND - ONE
      **** BYTE PER RUN (P OR F), OLDEST FIRST, THIS RUN LAST.
       01  WS-SNP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-SNP-TABLE.
           05  WS-SNP-ENTRY             OCCURS 50 TIMES.
               10  WS-SNP-PGM-NAME      PIC X(08).
               10  WS-SNP-RESULT        PIC X(04).
               10  WS-SNP-PRIOR-RESULT  PIC X(04).
               10  WS-SNP-PRIOR-DATE    PIC X(10).
               10  WS-SNP-TREND         PIC X(06).
               10  WS-SNP-FLIPS         PIC 9(02).

       01  WS-SNP-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-TREND-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-TREND-WORK                PIC X(06) VALUE SPACES.
       01  WS-RESULT-WORK               PIC X(04) VALUE SPACES.

       01  WS-XRF-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-XRF-TABLE.
           05  WS-XRF-ENTRY             OCCURS 2000 TIMES.
               10  WS-XRF-COPY          PIC X(08).
               10  WS-XRF-PROGRAM       PIC X(08).

       01  WS-XRF-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-COPY-HIT-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-XREF-LOAD-FLAG            PIC X(01) VALUE 'N'.
           88  WS-XREF-LOADED               VALUE 'Y'.
           88  WS-XREF-MISSING              VALUE 'M'.

       01  WS-NEW-FAIL-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-NEW-PASS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-FLIP-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-DETAIL-LINE               PIC X(132) VALUE SPACES.

       01  WS-COMPARE-HEADER-LINE.
           05  FILLER                   PIC X(11) VALUE 'THIS RUN = '.
           05  CH-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(19) VALUE
                   '   COMPARED WITH = '.
           05  CH-PRIOR-DATE            PIC X(10).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-TEXT                  PIC X(50).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  CL-LABEL                 PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CL-PGM-NAME              PIC X(08).
           05  FILLER                   PIC X(15) VALUE
                   '  PREVIOUSLY = '.
           05  CL-PRIOR-RESULT          PIC X(04).
           05  FILLER                   PIC X(04) VALUE ' ON '.
           05  CL-PRIOR-DATE            PIC X(10).
           05  FILLER                   PIC X(17) VALUE
                   '   RECENT RUNS = '.
           05  CL-TREND                 PIC X(06).
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-COPYBOOK-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
                   'USES COPYBOOK '.
           05  CB-COPYBOOK              PIC X(08).
           05  FILLER                   PIC X(106) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  NL-TEXT                  PIC X(60).
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(24) VALUE
                   'TOTALS:  NEWLY FAILING ='.
           05  TL-NEW-FAIL              PIC ZZZ9.
           05  FILLER                   PIC X(17) VALUE
                   '  NEWLY PASSING ='.
           05  TL-NEW-PASS              PIC ZZZ9.
           05  FILLER                   PIC X(12) VALUE
                   '  FLIPPING ='.
           05  TL-FLIP                  PIC ZZZ9.
           05  FILLER                   PIC X(67) VALUE SPACES.

       COPY DFRUNDT.

       COPY DFRPT.

       01  WS-PGM-TABLE.
           05  FILLER  PIC X(08)  VALUE 'DF01TEST'.
           05  FILLER  PIC X(08)  VALUE 'DF02TEST'.

           DISPLAY 'DFREGRUN START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'             USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-YYYY        TO WS-RD-YYYY
               MOVE DFRUNDT-MM          TO WS-RD-MM
               MOVE DFRUNDT-DD          TO WS-RD-DD
               MOVE DFRUNDT-DRY-RUN-FLAG TO DFRPT-DRY-RUN-FLAG
           ELSE
               DISPLAY 'DFREGRUN NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-DATE-FIELDS
               MOVE WS-CLOCK-YYYY       TO WS-RD-YYYY
               MOVE WS-CLOCK-MM         TO WS-RD-MM
               MOVE WS-CLOCK-DD         TO WS-RD-DD
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
           END-IF.

       1000-OPEN-REPORT-FILE.

           OPEN OUTPUT REPORT-FILE.
               DISPLAY 'DFREGRUN REPORT CLOSE ERROR' UPON CONSOLE
           END-IF.

       1000-COMPARE-WITH-HISTORY.

           PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
           PERFORM 4000-BUILD-TRENDS THRU 4000-EXIT.
           PERFORM 5000-WRITE-COMPARISON THRU 5000-EXIT.

      **** A PARTLY LOADED HISTORY WOULD BE WRITTEN BACK SHORT, AND A
      **** COMPARISON NOBODY COULD READ WOULD BE LOST FOR GOOD ONCE
      **** THIS RUN BECAME THE ONE THE NEXT RUN COMPARES WITH - EITHER
      **** WAY THE HISTORY IS LEFT AS IT WAS FOR THE RERUN.
           EVALUATE TRUE
               WHEN DFRUNDT-DRY-RUN
                   DISPLAY 'DFREGRUN DRY RUN - REGRESSION HISTORY NOT '
                           'UPDATED' UPON CONSOLE
               WHEN WS-HIST-TABLE-FULL
               WHEN WS-COMPARE-NOT-WRITTEN
                   DISPLAY 'DFREGRUN REGRESSION HISTORY NOT UPDATED - '
                           'RERUN AFTER CORRECTING' UPON CONSOLE
               WHEN OTHER
                   PERFORM 7000-REWRITE-HISTORY THRU 7000-EXIT
           END-EVALUATE.

           DISPLAY 'DFREGRUN NEWLY FAILING   = ' WS-NEW-FAIL-COUNT
                                                 UPON CONSOLE.
           DISPLAY 'DFREGRUN NEWLY PASSING   = ' WS-NEW-PASS-COUNT
                                                 UPON CONSOLE.
           DISPLAY 'DFREGRUN FLIPPING        = ' WS-FLIP-COUNT
                                                 UPON CONSOLE.

           IF WS-NEW-FAIL-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFREGRUN END OF JOB' UPON CONSOLE.
           MOVE SPACES                  TO REPORT-RECORD.
           MOVE WS-CURRENT-PGM          TO RD-PGM-NAME.
           MOVE 'FAIL'                  TO RD-RESULT.
           PERFORM 2300-RECORD-RESULT THRU 2300-EXIT.
           WRITE REPORT-RECORD.

           DISPLAY 'DFREGRUN FAIL - ' WS-CURRENT-PGM
           MOVE SPACES                  TO REPORT-RECORD.
           MOVE WS-CURRENT-PGM          TO RD-PGM-NAME.
           MOVE 'PASS'                  TO RD-RESULT.
           PERFORM 2300-RECORD-RESULT THRU 2300-EXIT.
           WRITE REPORT-RECORD.

      **** EVERY SNIPPET'S RESULT IS HELD FOR THE RUN-OVER-RUN
      **** COMPARISON ONCE ALL OF THEM HAVE BEEN CALLED.
       2300-RECORD-RESULT.

           IF WS-SNP-COUNT NOT < 50
               DISPLAY 'DFREGRUN SNIPPET TABLE FULL - ' WS-CURRENT-PGM
                       ' NOT COMPARED' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           ADD 1                        TO WS-SNP-COUNT.
           MOVE WS-CURRENT-PGM     TO WS-SNP-PGM-NAME (WS-SNP-COUNT).
           MOVE RD-RESULT          TO WS-SNP-RESULT (WS-SNP-COUNT).
           MOVE SPACES             TO WS-SNP-PRIOR-RESULT (WS-SNP-COUNT)
                                      WS-SNP-PRIOR-DATE (WS-SNP-COUNT)
                                      WS-SNP-TREND (WS-SNP-COUNT).
           MOVE ZERO                   TO WS-SNP-FLIPS (WS-SNP-COUNT).

       2300-EXIT. EXIT.

      **** EVERY RUN DATE BUT THIS ONE IS LOADED AS IT STANDS; A RERUN
      **** OF THE SAME PROCESSING DATE REPLACES THAT DATE'S RESULTS.
      **** A BACK-DATED RUN LEAVES ANY LATER DATES ON FILE UNTOUCHED
      **** AND COMPARES ONLY WITH THE DATES BEFORE IT.  THE CUTOFF IS
      **** THE OLDEST OF THE 19 MOST RECENT EARLIER DATES, SO THE
      **** REWRITTEN HISTORY KEEPS 20 RUN DATES UP TO THIS ONE.
       3000-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DFREGRUN NO REGRESSION HISTORY ON FILE - '
                       'THIS RUN STARTS IT' UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-IN-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE NOT = WS-RUN-DATE
                           IF WS-HIST-COUNT < 2000
                               ADD 1 TO WS-HIST-COUNT
                               MOVE RH-RUN-DATE
                                 TO WS-HST-RUN-DATE (WS-HIST-COUNT)
                               MOVE RH-PGM-NAME
                                 TO WS-HST-PGM-NAME (WS-HIST-COUNT)
                               MOVE RH-RESULT
                                 TO WS-HST-RESULT (WS-HIST-COUNT)
                           ELSE
                               IF NOT WS-HIST-TABLE-FULL
                                   DISPLAY 'DFREGRUN HISTORY TABLE FULL'
                                               UPON CONSOLE
                               END-IF
                               SET WS-HIST-TABLE-FULL TO TRUE
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

           IF WS-HIST-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           IF WS-HIST-COUNT > 1
               SORT WS-HST-ENTRY
                   ASCENDING KEY WS-HST-KEY
           END-IF.

           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-HIST-COUNT
                          OR WS-HST-RUN-DATE (WS-HST-SUB) > WS-RUN-DATE
               ADD 1                    TO WS-EARLIER-COUNT
           END-PERFORM.

           IF WS-EARLIER-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-HST-RUN-DATE (WS-EARLIER-COUNT)
                                        TO WS-PRIOR-RUN-DATE.

           PERFORM VARYING WS-HST-SUB FROM WS-EARLIER-COUNT BY -1
                       UNTIL WS-HST-SUB = ZERO
               IF WS-HST-RUN-DATE (WS-HST-SUB) NOT = WS-CUTOFF-DATE
                   ADD 1                TO WS-DATE-COUNT
                   IF WS-DATE-COUNT < 20
                       MOVE WS-HST-RUN-DATE (WS-HST-SUB)
                                        TO WS-CUTOFF-DATE
                   END-IF
               END-IF
           END-PERFORM.

       3000-EXIT. EXIT.

      **** THE HISTORY IS WALKED OLDEST FIRST, SO EACH SNIPPET ENDS UP
      **** WITH ITS MOST RECENT EARLIER RESULT AS THE PRIOR ONE AND
      **** ITS LAST FIVE EARLIER RESULTS IN THE TREND.  THIS RUN'S
      **** RESULT GOES ON THE END, THEN THE CHANGES ARE COUNTED.
      **** LATER DATES ON FILE PLAY NO PART.
       4000-BUILD-TRENDS.

           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-EARLIER-COUNT
               PERFORM 4100-APPLY-HISTORY-ROW THRU 4100-EXIT
           END-PERFORM.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
               MOVE WS-SNP-RESULT (WS-SNP-SUB) TO WS-RESULT-WORK
               PERFORM 4200-SHIFT-TREND THRU 4200-EXIT
               PERFORM 4300-COUNT-FLIPS THRU 4300-EXIT
               PERFORM 4400-COUNT-CHANGES THRU 4400-EXIT
           END-PERFORM.

       4000-EXIT. EXIT.

       4100-APPLY-HISTORY-ROW.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
                          OR WS-SNP-PGM-NAME (WS-SNP-SUB) =
                                       WS-HST-PGM-NAME (WS-HST-SUB)
               CONTINUE
           END-PERFORM.

      **** A SNIPPET NO LONGER IN THE RUN IS SIMPLY LEFT OUT.
           IF WS-SNP-SUB > WS-SNP-COUNT
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-HST-RESULT (WS-HST-SUB)   TO WS-RESULT-WORK
                                      WS-SNP-PRIOR-RESULT (WS-SNP-SUB).
           MOVE WS-HST-RUN-DATE (WS-HST-SUB)
                                      TO WS-SNP-PRIOR-DATE (WS-SNP-SUB).
           PERFORM 4200-SHIFT-TREND THRU 4200-EXIT.

       4100-EXIT. EXIT.

       4200-SHIFT-TREND.

           MOVE WS-SNP-TREND (WS-SNP-SUB) TO WS-TREND-WORK.
           MOVE WS-TREND-WORK (2:5)
                                  TO WS-SNP-TREND (WS-SNP-SUB) (1:5).
           MOVE WS-RESULT-WORK (1:1)
                                  TO WS-SNP-TREND (WS-SNP-SUB) (6:1).

       4200-EXIT. EXIT.

       4300-COUNT-FLIPS.

           MOVE ZERO                   TO WS-SNP-FLIPS (WS-SNP-SUB).
           MOVE WS-SNP-TREND (WS-SNP-SUB) TO WS-TREND-WORK.

           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                       UNTIL WS-TREND-SUB > 5
               IF WS-TREND-WORK (WS-TREND-SUB:1) NOT = SPACE
                  AND WS-TREND-WORK (WS-TREND-SUB + 1:1) NOT = SPACE
                  AND WS-TREND-WORK (WS-TREND-SUB:1) NOT =
                      WS-TREND-WORK (WS-TREND-SUB + 1:1)
                   ADD 1                TO WS-SNP-FLIPS (WS-SNP-SUB)
               END-IF
           END-PERFORM.

       4300-EXIT. EXIT.

      **** A SNIPPET IS NEWLY FAILING OR NEWLY PASSING ONLY AGAINST AN
      **** EARLIER RESULT - ITS FIRST RUN ON FILE IS NEITHER.  IT IS
      **** FLIPPING WHEN ITS RESULT HAS CHANGED TWICE OR MORE OVER
      **** ITS LAST SIX RUNS, AND THEN APPEARS THERE AS WELL.  THE
      **** COUNTS ARE TAKEN HERE SO THE CONSOLE, THE DFMORN DIGEST
      **** AND THE RETURN CODE HAVE THEM EVEN WITHOUT THE REPORT.
       4400-COUNT-CHANGES.

           IF WS-SNP-RESULT (WS-SNP-SUB) = 'FAIL'
              AND WS-SNP-PRIOR-RESULT (WS-SNP-SUB) = 'PASS'
               ADD 1                    TO WS-NEW-FAIL-COUNT
               DISPLAY 'DFREGRUN NEWLY FAILING - '
                       WS-SNP-PGM-NAME (WS-SNP-SUB) UPON CONSOLE
           END-IF.

           IF WS-SNP-RESULT (WS-SNP-SUB) = 'PASS'
              AND WS-SNP-PRIOR-RESULT (WS-SNP-SUB) = 'FAIL'
               ADD 1                    TO WS-NEW-PASS-COUNT
           END-IF.

           IF WS-SNP-FLIPS (WS-SNP-SUB) > 1
               ADD 1                    TO WS-FLIP-COUNT
           END-IF.

       4400-EXIT. EXIT.

       5000-WRITE-COMPARISON.

           OPEN OUTPUT COMPARE-FILE.

           IF WS-COMPARE-STATUS NOT = '00'
               DISPLAY 'DFREGRUN COMPARISON REPORT OPEN ERROR - '
                       'STATUS ' WS-COMPARE-STATUS UPON CONSOLE
               SET WS-COMPARE-NOT-WRITTEN TO TRUE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           MOVE 'DFREGRUN - RUN-OVER-RUN COMPARISON' TO DFRPT-TITLE.
           MOVE 'DFRGRPT2'             TO DFRPT-REPORT-ID.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-RUN-DATE            TO CH-RUN-DATE.

           IF WS-PRIOR-RUN-DATE = SPACES
               MOVE 'NO HISTORY'        TO CH-PRIOR-DATE
           ELSE
               MOVE WS-PRIOR-RUN-DATE   TO CH-PRIOR-DATE
           END-IF.

           MOVE WS-COMPARE-HEADER-LINE TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE '1 - NEWLY FAILING'    TO SC-TEXT.
           PERFORM 5900-WRITE-SECTION-LINE THRU 5900-EXIT.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
               IF WS-SNP-RESULT (WS-SNP-SUB) = 'FAIL'
                  AND WS-SNP-PRIOR-RESULT (WS-SNP-SUB) = 'PASS'
                   PERFORM 5100-LIST-NEW-FAILURE THRU 5100-EXIT
               END-IF
           END-PERFORM.

           IF WS-NEW-FAIL-COUNT = ZERO
               MOVE 'NONE'              TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE '2 - NEWLY PASSING'    TO SC-TEXT.
           PERFORM 5900-WRITE-SECTION-LINE THRU 5900-EXIT.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
               IF WS-SNP-RESULT (WS-SNP-SUB) = 'PASS'
                  AND WS-SNP-PRIOR-RESULT (WS-SNP-SUB) = 'FAIL'
                   MOVE 'NEWLY PASSING =' TO CL-LABEL
                   PERFORM 5200-WRITE-CHANGE-LINE THRU 5200-EXIT
               END-IF
           END-PERFORM.

           IF WS-NEW-PASS-COUNT = ZERO
               MOVE 'NONE'              TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE '3 - FLIPPING BETWEEN PASS AND FAIL' TO SC-TEXT.
           PERFORM 5900-WRITE-SECTION-LINE THRU 5900-EXIT.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
               IF WS-SNP-FLIPS (WS-SNP-SUB) > 1
                   MOVE 'FLIPPING      =' TO CL-LABEL
                   PERFORM 5200-WRITE-CHANGE-LINE THRU 5200-EXIT
               END-IF
           END-PERFORM.

           IF WS-FLIP-COUNT = ZERO
               MOVE 'NONE'              TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-NEW-FAIL-COUNT      TO TL-NEW-FAIL.
           MOVE WS-NEW-PASS-COUNT      TO TL-NEW-PASS.
           MOVE WS-FLIP-COUNT          TO TL-FLIP.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE COMPARE-FILE.

       5000-EXIT. EXIT.

      **** THE COPYBOOKS A NEWLY FAILING SNIPPET USES ARE LISTED
      **** UNDER IT - A FAILURE THAT LANDS RIGHT AFTER A COPYBOOK
      **** CHANGE POINTS STRAIGHT AT THE COPYBOOK.
       5100-LIST-NEW-FAILURE.

           MOVE 'NEWLY FAILING ='      TO CL-LABEL.
           PERFORM 5200-WRITE-CHANGE-LINE THRU 5200-EXIT.

           IF NOT WS-XREF-LOADED
              AND NOT WS-XREF-MISSING
               PERFORM 6000-LOAD-XREF THRU 6000-EXIT
           END-IF.

           IF WS-XREF-MISSING
               MOVE 'WHERE-USED CROSS-REFERENCE (DFCPYXRF) NOT PRESENT'
                                        TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 5100-EXIT
           END-IF.

           MOVE ZERO                   TO WS-COPY-HIT-COUNT.

           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                       UNTIL WS-XRF-SUB > WS-XRF-COUNT
               IF WS-XRF-PROGRAM (WS-XRF-SUB) =
                                       WS-SNP-PGM-NAME (WS-SNP-SUB)
                   ADD 1                TO WS-COPY-HIT-COUNT
                   MOVE WS-XRF-COPY (WS-XRF-SUB) TO CB-COPYBOOK
                   MOVE WS-COPYBOOK-LINE TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           IF WS-COPY-HIT-COUNT = ZERO
               MOVE 'NO COPYBOOKS FOR THIS SNIPPET ON DFCPYXRF'
                                        TO NL-TEXT
               MOVE WS-NOTE-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       5100-EXIT. EXIT.

       5200-WRITE-CHANGE-LINE.

           MOVE WS-SNP-PGM-NAME (WS-SNP-SUB)     TO CL-PGM-NAME.
           MOVE WS-SNP-PRIOR-RESULT (WS-SNP-SUB) TO CL-PRIOR-RESULT.
           MOVE WS-SNP-PRIOR-DATE (WS-SNP-SUB)   TO CL-PRIOR-DATE.
           MOVE WS-SNP-TREND (WS-SNP-SUB)        TO CL-TREND.
           MOVE WS-CHANGE-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5200-EXIT. EXIT.

       5900-WRITE-SECTION-LINE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5900-EXIT. EXIT.

       6000-LOAD-XREF.

           OPEN INPUT XREF-FILE.

           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'DFREGRUN NO WHERE-USED CROSS-REFERENCE ON '
                       'DFCPYXRF' UPON CONSOLE
               SET WS-XREF-MISSING      TO TRUE
               GO TO 6000-EXIT
           END-IF.

           PERFORM UNTIL WS-XREF-EOF
               READ XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF WS-XRF-COUNT < 2000
                           ADD 1 TO WS-XRF-COUNT
                           MOVE XR-COPYBOOK
                               TO WS-XRF-COPY (WS-XRF-COUNT)
                           MOVE XR-PROGRAM
                               TO WS-XRF-PROGRAM (WS-XRF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-FILE.

           SET WS-XREF-LOADED          TO TRUE.

       6000-EXIT. EXIT.

       7000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFREGRUN HISTORY FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.

      **** WRITTEN IN DATE ORDER - THE KEPT EARLIER DATES, THIS RUN,
      **** THEN ANY LATER DATES A BACK-DATED RUN FOUND ON FILE.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-EARLIER-COUNT
               IF WS-HST-RUN-DATE (WS-HST-SUB) NOT < WS-CUTOFF-DATE
                   PERFORM 7100-WRITE-HISTORY-ROW THRU 7100-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                       UNTIL WS-SNP-SUB > WS-SNP-COUNT
               MOVE SPACES              TO HISTORY-OUT-RECORD
               MOVE WS-RUN-DATE         TO RHO-RUN-DATE
               MOVE WS-SNP-PGM-NAME (WS-SNP-SUB) TO RHO-PGM-NAME
               MOVE WS-SNP-RESULT (WS-SNP-SUB)   TO RHO-RESULT
               WRITE HISTORY-OUT-RECORD
           END-PERFORM.

           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-HIST-COUNT
               IF WS-HST-SUB > WS-EARLIER-COUNT
                   PERFORM 7100-WRITE-HISTORY-ROW THRU 7100-EXIT
               END-IF
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       7000-EXIT. EXIT.

       7100-WRITE-HISTORY-ROW.

           MOVE SPACES                 TO HISTORY-OUT-RECORD.
           MOVE WS-HST-RUN-DATE (WS-HST-SUB) TO RHO-RUN-DATE.
           MOVE WS-HST-PGM-NAME (WS-HST-SUB) TO RHO-PGM-NAME.
           MOVE WS-HST-RESULT (WS-HST-SUB)   TO RHO-RESULT.
           WRITE HISTORY-OUT-RECORD.

       7100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==COMPARE-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
