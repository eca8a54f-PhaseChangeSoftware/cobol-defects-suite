       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF42PROD.

      *REMARKS:    WEEKLY CLERK PRODUCTIVITY REPORT - SALES PER LABOR
      *            HOUR AND COMMISSION COST PER HOUR BY STORE,
      *            DEPARTMENT AND CLERK FROM THE DF42TAHS HOURS
      *            HISTORY AND THE DF42CDTL COMMISSION DETAIL.

      ******************************************************************
      ****   HEADCOUNT ALONE COULD NOT SAY WHETHER A DEPARTMENT WAS ****
      ****   OVERSTAFFED OR UNDERPERFORMING.  THIS WEEKLY RUN TAKES ****
      ****   THE SEVEN DAYS ENDING ON THE PROCESSING DATE, TOTALS   ****
      ****   EACH CLERK'S VALIDATED HOURS FROM THE DF42TAHS HISTORY ****
      ****   KEPT BY DF42TIME, AND THE SAME CLERK'S SALES AND       ****
      ****   COMMISSION FROM THE DF42CDTL DETAIL OF THE WEEK'S      ****
      ****   DF42COMM RUN, AND PRINTS ON DF42RPTA, BY STORE,        ****
      ****   DEPARTMENT AND CLERK WITH DEPARTMENT AND STORE TOTALS, ****
      ****   THE HOURS, SALES, COMMISSION, SALES PER LABOR HOUR AND ****
      ****   COMMISSION COST PER HOUR.  A CLERK WITH SALES BUT NO   ****
      ****   HOURS IN THE DEPARTMENT IS MARKED NO HRS.  A NAME NOT  ****
      ****   ON THE COMMISSION DETAIL IS TAKEN FROM                 ****
      ****   DEFECTS.DF42.CLERKMST.  THE EXEC SQL SECTIONS NEED THE ****
      ****   DB2 PRECOMPILER AND DO NOT PARSE ON A PLAIN COBOL      ****
      ****   COMPILER.                                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HOURS-FILE        ASSIGN TO DF42TAHS
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HOURS-STATUS.

           SELECT DETAIL-FILE       ASSIGN TO DF42CDTL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DETAIL-STATUS.

           SELECT REPORT-FILE       ASSIGN TO DF42RPTA
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HOURS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOURS-RECORD.

       01  HOURS-RECORD                PIC X(100).

       FD  DETAIL-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS DETAIL-RECORD.

       01  DETAIL-RECORD.
           05  CD-EMPLOYEE-ID          PIC X(08).
           05  CD-CLERK-NAME           PIC X(40).
           05  CD-STORE                PIC X(20).
           05  CD-DEPARTMENT           PIC X(40).
           05  CD-RATE                 PIC 9V9999.
           05  CD-SALES                PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CD-COMMISSION           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HOURS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DETAIL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-HOURS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-HOURS-EOF                VALUE 'Y'.

       01  WS-DETAIL-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-DETAIL-EOF               VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF42CLKT END-EXEC.

       COPY DFSQL.

       COPY DF42LHR.

      **** ONE ENTRY PER STORE, DEPARTMENT AND CLERK SEEN IN EITHER
      **** THE WEEK'S HOURS OR THE COMMISSION DETAIL.
       01  WS-PROD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PROD-TABLE.
           05  WS-PC-ENTRY             OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PROD-COUNT
                                       ASCENDING KEY IS WS-PC-STORE
                                                    WS-PC-DEPARTMENT
                                                    WS-PC-EMPID
                                       INDEXED BY WS-PC-SUB.
               10  WS-PC-STORE         PIC X(20).
               10  WS-PC-DEPARTMENT    PIC X(40).
               10  WS-PC-EMPID         PIC X(08).
               10  WS-PC-NAME          PIC X(40).
               10  WS-PC-HOURS         PIC S9(05)V99 COMP-3.
               10  WS-PC-SALES         PIC S9(09)V99 COMP-3.
               10  WS-PC-COMMISSION    PIC S9(09)V99 COMP-3.

       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-KEY-STORE                PIC X(20) VALUE SPACES.
       01  WS-KEY-DEPARTMENT           PIC X(40) VALUE SPACES.
       01  WS-KEY-EMPID                PIC X(08) VALUE SPACES.

      **** TOTALS AT EACH LEVEL - DEPARTMENT, STORE AND THE WEEK.
       01  WS-TOTALS.
           05  WS-TOT-ENTRY            OCCURS 3 TIMES.
               10  WS-TOT-HOURS        PIC S9(07)V99 COMP-3.
               10  WS-TOT-SALES        PIC S9(11)V99 COMP-3.
               10  WS-TOT-COMMISSION   PIC S9(11)V99 COMP-3.
       01  WS-TOT-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-DEPT-LEVEL               PIC 9(01) VALUE 1.
       01  WS-STORE-LEVEL              PIC 9(01) VALUE 2.
       01  WS-WEEK-LEVEL               PIC 9(01) VALUE 3.

       01  WS-PREV-STORE               PIC X(20) VALUE SPACES.
       01  WS-PREV-DEPARTMENT          PIC X(40) VALUE SPACES.

       01  WS-CALC-HOURS               PIC S9(07)V99 VALUE ZERO.
       01  WS-CALC-SALES               PIC S9(11)V99 VALUE ZERO.
       01  WS-CALC-COMMISSION          PIC S9(11)V99 VALUE ZERO.
       01  WS-SALES-PER-HOUR           PIC S9(07)V99 VALUE ZERO.
       01  WS-COMM-PER-HOUR            PIC S9(05)V99 VALUE ZERO.

       01  WS-HOURS-READ               PIC 9(06) VALUE ZERO.
       01  WS-HOURS-IN-WEEK            PIC 9(06) VALUE ZERO.
       01  WS-DETAIL-READ              PIC 9(06) VALUE ZERO.
       01  WS-NO-HOURS-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-PROCESS-NUMERIC          PIC 9(08) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-WEEK-START-NUMERIC       PIC 9(08) VALUE ZERO.

       01  WS-WEEK-START.
           05  WS-WKS-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WKS-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WKS-DD               PIC X(02).

       01  WS-PROCESSING-DATE.
           05  WS-PRD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-DD               PIC X(02).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       COPY DFRUNDT.

       01  WS-WEEK-LINE.
           05  FILLER                  PIC X(13) VALUE 'WEEK FROM '.
           05  WL-WEEK-START           PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WL-WEEK-END             PIC X(10).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(18) VALUE 'STORE'.
           05  FILLER                  PIC X(22) VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(10) VALUE 'CLERK'.
           05  FILLER                  PIC X(18) VALUE 'NAME'.
           05  FILLER                  PIC X(10) VALUE '    HOURS'.
           05  FILLER                  PIC X(15) VALUE
                                       '          SALES'.
           05  FILLER                  PIC X(12) VALUE
                                       '  COMMISSION'.
           05  FILLER                  PIC X(11) VALUE
                                       ' SALES/HR'.
           05  FILLER                  PIC X(10) VALUE
                                       '  COMM/HR'.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-PROD-LINE.
           05  PL-STORE                PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-DEPARTMENT           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-NAME                 PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-HOURS                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-SALES                PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-COMMISSION           PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-SALES-PER-HOUR       PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-COMM-PER-HOUR        PIC -Z,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-FLAG                 PIC X(06).

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF42PROD START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-REPORT-WEEK THRU 1200-EXIT.

           PERFORM 2000-LOAD-WEEK-HOURS THRU 2000-EXIT.
           PERFORM 2500-LOAD-COMMISSION-DETAIL THRU 2500-EXIT.

           IF WS-PROD-COUNT = ZERO
               DISPLAY 'DF42PROD NO HOURS OR SALES FOR THE WEEK'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-PROD-COUNT > 1
               SORT WS-PC-ENTRY ASCENDING KEY WS-PC-STORE
                                               WS-PC-DEPARTMENT
                                               WS-PC-EMPID
           END-IF.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF42PROD - SALES PER LABOR HOUR'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-WEEK-START          TO WL-WEEK-START.
           MOVE WS-PROCESSING-DATE     TO WL-WEEK-END.
           WRITE REPORT-LINE           FROM WS-WEEK-LINE.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           INITIALIZE WS-TOTALS.

           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                       UNTIL WS-PC-SUB > WS-PROD-COUNT
               PERFORM 3000-PRINT-ONE-CLERK THRU 3000-EXIT
           END-PERFORM.

           PERFORM 3200-PRINT-DEPT-TOTAL.
           PERFORM 3300-PRINT-STORE-TOTAL.

           MOVE WS-WEEK-LEVEL          TO WS-TOT-SUB.
           MOVE SPACES                 TO WS-PROD-LINE.
           MOVE 'WEEK TOTAL'           TO PL-STORE.
           PERFORM 3900-PRINT-TOTAL-LINE.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF42PROD HOURS RECORDS READ = ' WS-HOURS-READ
                                               UPON CONSOLE.
           DISPLAY 'DF42PROD HOURS IN THE WEEK  = ' WS-HOURS-IN-WEEK
                                               UPON CONSOLE.
           DISPLAY 'DF42PROD DETAIL LINES READ  = ' WS-DETAIL-READ
                                               UPON CONSOLE.
           DISPLAY 'DF42PROD SALES WITH NO HOURS= ' WS-NO-HOURS-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PROD END OF JOB' UPON CONSOLE.

           GOBACK.

      **** THE REPORT WEEK IS THE SEVEN DAYS ENDING ON THE OFFICIAL
      **** PROCESSING DATE.
       1200-SET-REPORT-WEEK.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
               END-IF
           ELSE
               DISPLAY 'DF42PROD NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-PROCESS-NUMERIC (1:4).
           MOVE WS-PRD-MM              TO WS-PROCESS-NUMERIC (5:2).
           MOVE WS-PRD-DD              TO WS-PROCESS-NUMERIC (7:2).

           COMPUTE WS-PROCESS-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-PROCESS-NUMERIC).
           COMPUTE WS-WEEK-START-NUMERIC =
                   FUNCTION DATE-OF-INTEGER (WS-PROCESS-INTEGER - 6).

           MOVE WS-WEEK-START-NUMERIC (1:4) TO WS-WKS-YYYY.
           MOVE WS-WEEK-START-NUMERIC (5:2) TO WS-WKS-MM.
           MOVE WS-WEEK-START-NUMERIC (7:2) TO WS-WKS-DD.

       1200-EXIT. EXIT.

       2000-LOAD-WEEK-HOURS.

           OPEN INPUT HOURS-FILE.

           IF WS-HOURS-STATUS NOT = '00'
               DISPLAY 'DF42PROD NO LABOR-HOURS HISTORY - EVERY CLERK '
                       'SHOWS NO HOURS' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-HOURS-EOF
               READ HOURS-FILE             INTO LABOR-HOURS-RECORD
                   AT END
                       SET WS-HOURS-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-HOURS-READ
                       IF LH-WORK-DATE NOT < WS-WEEK-START
                          AND LH-WORK-DATE NOT > WS-PROCESSING-DATE
                           ADD 1        TO WS-HOURS-IN-WEEK
                           MOVE LH-STORE      TO WS-KEY-STORE
                           MOVE LH-DEPARTMENT TO WS-KEY-DEPARTMENT
                           MOVE LH-EMPLOYEE-ID TO WS-KEY-EMPID
                           PERFORM 2900-FIND-ENTRY THRU 2900-EXIT
                           IF WS-FOUND-SUB > ZERO
                               ADD LH-HOURS
                                   TO WS-PC-HOURS (WS-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOURS-FILE.

       2000-EXIT. EXIT.

       2500-LOAD-COMMISSION-DETAIL.

           OPEN INPUT DETAIL-FILE.

           IF WS-DETAIL-STATUS NOT = '00'
               DISPLAY 'DF42PROD NO COMMISSION DETAIL - EVERY CLERK '
                       'SHOWS NO SALES' UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-DETAIL-EOF
               READ DETAIL-FILE
                   AT END
                       SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-DETAIL-READ
                       MOVE CD-STORE       TO WS-KEY-STORE
                       MOVE CD-DEPARTMENT  TO WS-KEY-DEPARTMENT
                       MOVE CD-EMPLOYEE-ID TO WS-KEY-EMPID
                       PERFORM 2900-FIND-ENTRY THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           ADD CD-SALES
                               TO WS-PC-SALES (WS-FOUND-SUB)
                           ADD CD-COMMISSION
                               TO WS-PC-COMMISSION (WS-FOUND-SUB)
                           MOVE CD-CLERK-NAME
                               TO WS-PC-NAME (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DETAIL-FILE.

       2500-EXIT. EXIT.

      **** FIND OR ADD THE STORE, DEPARTMENT AND CLERK ENTRY.  A FULL
      **** TABLE LEAVES THE FIGURES OFF THE REPORT AND SAYS SO.
       2900-FIND-ENTRY.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                       UNTIL WS-PC-SUB > WS-PROD-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-PC-STORE (WS-PC-SUB) = WS-KEY-STORE
                  AND WS-PC-DEPARTMENT (WS-PC-SUB) = WS-KEY-DEPARTMENT
                  AND WS-PC-EMPID (WS-PC-SUB) = WS-KEY-EMPID
                   SET WS-FOUND-SUB     TO WS-PC-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB > ZERO
               GO TO 2900-EXIT
           END-IF.

           IF WS-PROD-COUNT NOT < 2000
               ADD 1                    TO WS-DROPPED-COUNT
               DISPLAY 'DF42PROD TABLE FULL - CLERK ' WS-KEY-EMPID
                       ' NOT REPORTED' UPON CONSOLE
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
               GO TO 2900-EXIT
           END-IF.

           ADD 1                       TO WS-PROD-COUNT.
           MOVE WS-PROD-COUNT          TO WS-FOUND-SUB.
           MOVE WS-KEY-STORE       TO WS-PC-STORE (WS-FOUND-SUB).
           MOVE WS-KEY-DEPARTMENT  TO WS-PC-DEPARTMENT (WS-FOUND-SUB).
           MOVE WS-KEY-EMPID       TO WS-PC-EMPID (WS-FOUND-SUB).
           MOVE SPACES             TO WS-PC-NAME (WS-FOUND-SUB).
           MOVE ZERO               TO WS-PC-HOURS (WS-FOUND-SUB).
           MOVE ZERO               TO WS-PC-SALES (WS-FOUND-SUB).
           MOVE ZERO               TO WS-PC-COMMISSION (WS-FOUND-SUB).

       2900-EXIT. EXIT.

      **** ONE LINE PER CLERK, WITH A DEPARTMENT TOTAL AT EVERY
      **** CHANGE OF DEPARTMENT AND A STORE TOTAL AT EVERY CHANGE OF
      **** STORE.
       3000-PRINT-ONE-CLERK.

           IF WS-PC-SUB > 1
               IF WS-PC-STORE (WS-PC-SUB) NOT = WS-PREV-STORE
                   PERFORM 3200-PRINT-DEPT-TOTAL
                   PERFORM 3300-PRINT-STORE-TOTAL
               ELSE
                   IF WS-PC-DEPARTMENT (WS-PC-SUB) NOT =
                                           WS-PREV-DEPARTMENT
                       PERFORM 3200-PRINT-DEPT-TOTAL
                   END-IF
               END-IF
           END-IF.

           MOVE WS-PC-STORE (WS-PC-SUB)      TO WS-PREV-STORE.
           MOVE WS-PC-DEPARTMENT (WS-PC-SUB) TO WS-PREV-DEPARTMENT.

           IF WS-PC-NAME (WS-PC-SUB) = SPACES
               PERFORM 3100-LOOKUP-CLERK-NAME
           END-IF.

           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                       UNTIL WS-TOT-SUB > 3
               ADD WS-PC-HOURS (WS-PC-SUB)
                   TO WS-TOT-HOURS (WS-TOT-SUB)
               ADD WS-PC-SALES (WS-PC-SUB)
                   TO WS-TOT-SALES (WS-TOT-SUB)
               ADD WS-PC-COMMISSION (WS-PC-SUB)
                   TO WS-TOT-COMMISSION (WS-TOT-SUB)
           END-PERFORM.

           MOVE SPACES                 TO WS-PROD-LINE.
           MOVE WS-PC-STORE (WS-PC-SUB)      TO PL-STORE.
           MOVE WS-PC-DEPARTMENT (WS-PC-SUB) TO PL-DEPARTMENT.
           MOVE WS-PC-EMPID (WS-PC-SUB)      TO PL-EMPLOYEE-ID.
           MOVE WS-PC-NAME (WS-PC-SUB)       TO PL-NAME.

           MOVE WS-PC-HOURS (WS-PC-SUB)      TO WS-CALC-HOURS.
           MOVE WS-PC-SALES (WS-PC-SUB)      TO WS-CALC-SALES.
           MOVE WS-PC-COMMISSION (WS-PC-SUB) TO WS-CALC-COMMISSION.
           PERFORM 3800-FORMAT-FIGURES.

           IF WS-CALC-HOURS = ZERO
              AND WS-CALC-SALES NOT = ZERO
               ADD 1                    TO WS-NO-HOURS-COUNT
               MOVE 'NO HRS'            TO PL-FLAG
           END-IF.

           MOVE WS-PROD-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** A CLERK WHO WORKED BUT SOLD NOTHING IS NOT ON THE
      **** COMMISSION DETAIL - THE NAME COMES FROM THE CLERK MASTER.
       3100-LOOKUP-CLERK-NAME.

           MOVE WS-PC-EMPID (WS-PC-SUB) TO DF42-CLK-EMPLOYEE-ID.

           EXEC SQL
                SELECT CLERK_NAME
                  INTO :DF42-CLK-NAME
                  FROM DEFECTS.DF42.CLERKMST
                 WHERE EMPLOYEE_ID = :DF42-CLK-EMPLOYEE-ID
           END-EXEC.

           MOVE 'SELECT CLERK'         TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-OK
               MOVE DF42-CLK-NAME       TO WS-PC-NAME (WS-PC-SUB)
           ELSE
               MOVE '*NOT ON MASTER*'   TO WS-PC-NAME (WS-PC-SUB)
           END-IF.

       3200-PRINT-DEPT-TOTAL.

           MOVE WS-DEPT-LEVEL          TO WS-TOT-SUB.
           MOVE SPACES                 TO WS-PROD-LINE.
           MOVE WS-PREV-STORE          TO PL-STORE.
           MOVE WS-PREV-DEPARTMENT     TO PL-DEPARTMENT.
           MOVE 'DEPARTMENT TOTAL'     TO PL-NAME.
           PERFORM 3900-PRINT-TOTAL-LINE.

       3300-PRINT-STORE-TOTAL.

           MOVE WS-STORE-LEVEL         TO WS-TOT-SUB.
           MOVE SPACES                 TO WS-PROD-LINE.
           MOVE WS-PREV-STORE          TO PL-STORE.
           MOVE 'STORE TOTAL'          TO PL-NAME.
           PERFORM 3900-PRINT-TOTAL-LINE.

      **** SALES AND COMMISSION PER HOUR ARE LEFT AT ZERO WHERE NO
      **** HOURS WERE WORKED.
       3800-FORMAT-FIGURES.

           MOVE ZERO                   TO WS-SALES-PER-HOUR.
           MOVE ZERO                   TO WS-COMM-PER-HOUR.

           IF WS-CALC-HOURS > ZERO
               COMPUTE WS-SALES-PER-HOUR ROUNDED =
                       WS-CALC-SALES / WS-CALC-HOURS
               COMPUTE WS-COMM-PER-HOUR ROUNDED =
                       WS-CALC-COMMISSION / WS-CALC-HOURS
           END-IF.

           MOVE WS-CALC-HOURS          TO PL-HOURS.
           MOVE WS-CALC-SALES          TO PL-SALES.
           MOVE WS-CALC-COMMISSION     TO PL-COMMISSION.
           MOVE WS-SALES-PER-HOUR      TO PL-SALES-PER-HOUR.
           MOVE WS-COMM-PER-HOUR       TO PL-COMM-PER-HOUR.

      **** PRINTS THE TOTAL AT LEVEL WS-TOT-SUB AND CLEARS IT FOR THE
      **** NEXT GROUP.
       3900-PRINT-TOTAL-LINE.

           MOVE WS-TOT-HOURS (WS-TOT-SUB)      TO WS-CALC-HOURS.
           MOVE WS-TOT-SALES (WS-TOT-SUB)      TO WS-CALC-SALES.
           MOVE WS-TOT-COMMISSION (WS-TOT-SUB) TO WS-CALC-COMMISSION.
           PERFORM 3800-FORMAT-FIGURES.

           MOVE WS-PROD-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-TOT-HOURS (WS-TOT-SUB).
           MOVE ZERO                   TO WS-TOT-SALES (WS-TOT-SUB).
           MOVE ZERO               TO WS-TOT-COMMISSION (WS-TOT-SUB).

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF42PROD'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
