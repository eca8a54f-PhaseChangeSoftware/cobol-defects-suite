       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF42TIME.

      *REMARKS:    DAILY CLERK TIME-AND-ATTENDANCE VALIDATION - EDITS
      *            THE DF42TATD HOURS FEED AGAINST THE DF42 CLERK
      *            MASTER AND DEPARTMENT ASSIGNMENTS AND KEEPS THE
      *            ROLLING DF42TAHS LABOR-HOURS HISTORY.

      ******************************************************************
      ****   DF42STAF COUNTS CLERKS AND DF42COMM KNOWS THEIR SALES, ****
      ****   BUT NOTHING KNEW THE HOURS WORKED.  THIS RUN READS THE ****
      ****   DAILY DF42TATD TIME-AND-ATTENDANCE FEED - ONE RECORD   ****
      ****   PER CLERK, STORE, DEPARTMENT AND WORK DATE WITH THE    ****
      ****   HOURS WORKED - AND:                                    ****
      ****                                                          ****
      ****   1. REJECTS A RECORD WITH AN INVALID DATE, HOURS THAT   ****
      ****      ARE NOT NUMERIC, ZERO OR ABOVE THE DF42HPRM DAILY   ****
      ****      MAXIMUM, OR A CLERK NOT ACTIVE ON                   ****
      ****      DEFECTS.DF42.CLERKMST.                              ****
      ****   2. CHECKS THE STORE AND DEPARTMENT AGAINST THE CLERK'S ****
      ****      ASSIGNMENTS ON DEFECTS.DF42.TABLE2 (LOADED BY       ****
      ****      CURSOR THE SAME WAY AS DF42COMM).  A CLERK CLOCKED  ****
      ****      INTO A DEPARTMENT THE CLERK IS NOT ASSIGNED TO IS   ****
      ****      LISTED AS AN EXCEPTION; THE HOURS WERE STILL WORKED ****
      ****      AND ARE KEPT, MARKED UNASSIGNED.                    ****
      ****   3. ADDS THE DAY TO THE DF42TAHS HOURS HISTORY (LAYOUT  ****
      ****      DF42LHR.CPY) - A RERUN REPLACES THE SAME CLERK'S    ****
      ****      DEPARTMENT-DAY INSTEAD OF DOUBLING IT - AND DROPS   ****
      ****      RECORDS OLDER THAN THE DF42HPRM RETENTION WINDOW.   ****
      ****      DF42PROD AND DF42XFER READ THE HISTORY.             ****
      ****                                                          ****
      ****   EXCEPTIONS ARE LISTED ON DF42RPT9 AND SET RETURN CODE  ****
      ****   4.  UNDER A DRY-RUN WINDOW THE HISTORY GOES TO ITS     ****
      ****   SHADOW COPY.  THE EXEC SQL SECTIONS NEED THE DB2       ****
      ****   PRECOMPILER AND DO NOT PARSE ON A PLAIN COBOL          ****
      ****   COMPILER.                                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF42HPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT HOURS-FILE       ASSIGN TO DF42TATD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOURS-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DF42TAHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO WS-HISTORY-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF42RPT9
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-4   MOST HOURS ONE CLERK CAN WORK IN A DAY, 9(2)V99
      **** COL 5-7   HISTORY RETENTION IN CALENDAR DAYS
       01  PARAMETER-RECORD.
           05  PM-MAX-DAILY-HOURS       PIC 9(02)V99.
           05  PM-RETENTION-DAYS        PIC 9(03).
           05  FILLER                   PIC X(73).

      **** ONE RECORD PER CLERK, STORE, DEPARTMENT AND DAY FROM THE
      **** TIME CLOCKS.  A BLANK WORK DATE MEANS THE PROCESSING DATE.
       FD  HOURS-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS HOURS-RECORD.

       01  HOURS-RECORD.
           05  TA-WORK-DATE             PIC X(10).
           05  TA-EMPLOYEE-ID           PIC X(08).
           05  TA-STORE                 PIC X(20).
           05  TA-DEPARTMENT            PIC X(40).
           05  TA-HOURS                 PIC 9(02)V99.

       FD  HISTORY-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD           PIC X(100).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD          PIC X(100).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HOURS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-HOURS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-HOURS-EOF                VALUE 'Y'.

       01  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-MAX-DAILY-HOURS          PIC 9(02)V99 VALUE 16.00.
       01  WS-RETENTION-DAYS           PIC 9(03) VALUE 56.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF42CLKT END-EXEC.
           EXEC SQL INCLUDE DF42TBL2 END-EXEC.

       COPY DFSQL.

       01  WS-ASSIGN-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05  WS-ASG-ENTRY            OCCURS 500 TIMES
                                       INDEXED BY WS-ASG-SUB.
               10  WS-ASG-STORE        PIC X(20).
               10  WS-ASG-DEPARTMENT   PIC X(40).
               10  WS-ASG-EMPID        PIC X(08).

      **** THE WHOLE HISTORY IS HELD AND REWRITTEN - A FILE TOO BIG
      **** FOR THE TABLE STOPS THE RUN RATHER THAN DROP HOURS.
       01  WS-HIST-MAX                 PIC 9(05) VALUE 20000.
       01  WS-HIST-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 20000 TIMES.
               10  WS-HIST-RECORD      PIC X(100).

       01  WS-HIST-SUB                 PIC 9(05) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE HISTORY RECORD BEING BUILT OR EXAMINED.
       COPY DF42LHR.

       01  WS-CLERK-OK-FLAG            PIC X(01) VALUE 'N'.
       01  WS-ASSIGNED-FLAG            PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-RECORDS-READ             PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-KEPT             PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(06) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-HOURS-KEPT               PIC 9(07)V99 VALUE ZERO.
       01  WS-HIST-DROPPED             PIC 9(06) VALUE ZERO.
       01  WS-HIST-REPLACED            PIC 9(06) VALUE ZERO.

       01  WS-DATE-VALID-FLAG          PIC X(01) VALUE 'N'.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(09) VALUE ZERO.

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

      **** UPDATE TARGET - THE LIVE HISTORY, OR ITS SHADOW COPY WHEN
      **** THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-HISTORY-OUT-NAME         PIC X(09) VALUE 'DF42TAHS'.

       COPY DFRUNDT.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(12) VALUE 'WORK DATE'.
           05  FILLER                  PIC X(10) VALUE 'CLERK'.
           05  FILLER                  PIC X(22) VALUE 'STORE'.
           05  FILLER                  PIC X(32) VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(08) VALUE '   HOURS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05  XL-WORK-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-STORE                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-DEPARTMENT           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-HOURS                PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-REASON               PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE
                                       'RECORDS READ ='.
           05  TL-READ                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  KEPT ='.
           05  TL-KEPT                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  REJECTED ='.
           05  TL-REJECTED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
                                       '  UNASSIGNED ='.
           05  TL-UNASSIGNED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
                                       '  HOURS KEPT ='.
           05  TL-HOURS                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF42TIME START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-CLERK-ASSIGNMENTS THRU 2000-EXIT.
           PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF42TIME DF42TAHS HOLDS MORE THAN ' WS-HIST-MAX
                       ' RECORDS - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN INPUT HOURS-FILE.

           IF WS-HOURS-STATUS NOT = '00'
               DISPLAY 'DF42TIME NO TIME-AND-ATTENDANCE FEED THIS RUN'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF42TIME - TIME-AND-ATTENDANCE EXCEPTIONS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-EXCEPTION-HEADING.

       1000-PROCESS-HOURS.

           PERFORM UNTIL WS-HOURS-EOF
               READ HOURS-FILE
                   AT END
                       SET WS-HOURS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-PROCESS-ONE-RECORD THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE HOURS-FILE.

           MOVE WS-RECORDS-READ        TO TL-READ.
           MOVE WS-RECORDS-KEPT        TO TL-KEPT.
           MOVE WS-RECORDS-REJECTED    TO TL-REJECTED.
           MOVE WS-UNASSIGNED-COUNT    TO TL-UNASSIGNED.
           MOVE WS-HOURS-KEPT          TO TL-HOURS.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-HISTORY THRU 6000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF42TIME RECORDS READ       = ' WS-RECORDS-READ
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME RECORDS KEPT       = ' WS-RECORDS-KEPT
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME RECORDS REJECTED   = ' WS-RECORDS-REJECTED
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME NOT ASSIGNED TO DEPT= ' WS-UNASSIGNED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME HISTORY REPLACED   = ' WS-HIST-REPLACED
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME HISTORY AGED OFF   = ' WS-HIST-DROPPED
                                               UPON CONSOLE.
           DISPLAY 'DF42TIME END OF JOB' UPON CONSOLE.

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

           IF PM-MAX-DAILY-HOURS NUMERIC
              AND PM-MAX-DAILY-HOURS > ZERO
               MOVE PM-MAX-DAILY-HOURS  TO WS-MAX-DAILY-HOURS
           END-IF.

           IF PM-RETENTION-DAYS NUMERIC AND PM-RETENTION-DAYS > ZERO
               MOVE PM-RETENTION-DAYS   TO WS-RETENTION-DAYS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

      **** DF42PROD AND DF42XFER LOOK BACK A FULL WEEK - THE HISTORY
      **** MUST AT LEAST COVER IT.
           IF WS-RETENTION-DAYS < 7
               MOVE 7                   TO WS-RETENTION-DAYS
           END-IF.

       1100-EXIT. EXIT.

      **** HOURS ARE DATED, AND HISTORY AGED, AS OF THE OFFICIAL
      **** PROCESSING DATE FROM THE RUN CONTROL.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF42TAHSS'     TO WS-HISTORY-OUT-NAME
                   DISPLAY 'DF42TIME SIMULATION - HISTORY GOES TO '
                           'ITS SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF42TIME NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PROCESSING-DATE     TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.
           MOVE WS-DATE-INTEGER        TO WS-PROCESS-INTEGER.

       1200-EXIT. EXIT.

       2000-LOAD-CLERK-ASSIGNMENTS.

           EXEC SQL DECLARE  DF42_TIME_CURSOR CURSOR FOR
                    SELECT   STORE, DEPARTMENT, CLERK_EMPLOYEE_ID
                    FROM     DEFECTS.DF42.TABLE2
                    ORDER BY STORE, CLERK_EMPLOYEE_ID, DEPARTMENT
           END-EXEC.

           EXEC SQL OPEN DF42_TIME_CURSOR END-EXEC.

           MOVE 'OPEN ASSIGN CSR'      TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-NOTOK
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL DFSQL-END-OF-DATA OR DFSQL-STATUS-NOTOK
               EXEC SQL FETCH DF42_TIME_CURSOR
                        INTO :DF42-STORE2, :DF42-DEPARTMENT2,
                             :DF42-CLERK-EMPID2
               END-EXEC
               MOVE 'FETCH ASSIGN CSR'  TO DFSQL-STATEMENT
               PERFORM 9000-CHECK-SQLCODE
               IF DFSQL-STATUS-OK
                  AND WS-ASSIGN-COUNT < 500
                   ADD 1                TO WS-ASSIGN-COUNT
                   MOVE DF42-STORE2
                       TO WS-ASG-STORE (WS-ASSIGN-COUNT)
                   MOVE DF42-DEPARTMENT2
                       TO WS-ASG-DEPARTMENT (WS-ASSIGN-COUNT)
                   MOVE DF42-CLERK-EMPID2
                       TO WS-ASG-EMPID (WS-ASSIGN-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DF42_TIME_CURSOR END-EXEC.

           MOVE 'CLOSE ASSIGN CSR'     TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

       2000-EXIT. EXIT.

      **** THE HISTORY IS LOADED WHOLE, LESS ANYTHING PAST THE
      **** RETENTION WINDOW (OR UNDATABLE), AND REWRITTEN AT THE END.
       2500-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DF42TIME NO LABOR-HOURS HISTORY - STARTING A '
                       'NEW ONE' UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-IN-FILE        INTO LABOR-HOURS-RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-KEEP-ONE-HISTORY THRU 2600-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

       2500-EXIT. EXIT.

       2600-KEEP-ONE-HISTORY.

           MOVE LH-WORK-DATE           TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG = 'Y'
               COMPUTE WS-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-DATE-INTEGER
           END-IF.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
              OR WS-AGE-DAYS NOT < WS-RETENTION-DAYS
               ADD 1                    TO WS-HIST-DROPPED
               GO TO 2600-EXIT
           END-IF.

           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1                    TO WS-HIST-COUNT
               MOVE LABOR-HOURS-RECORD
                   TO WS-HIST-RECORD (WS-HIST-COUNT)
           ELSE
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
           END-IF.

       2600-EXIT. EXIT.

       3000-PROCESS-ONE-RECORD.

           ADD 1                       TO WS-RECORDS-READ.

           IF TA-WORK-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO TA-WORK-DATE
           END-IF.

           MOVE TA-WORK-DATE           TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
               MOVE 'INVALID WORK DATE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-DATE-INTEGER > WS-PROCESS-INTEGER
               MOVE 'WORK DATE IN THE FUTURE'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TA-HOURS NOT NUMERIC
               MOVE ZERO                TO TA-HOURS
               MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TA-HOURS = ZERO
               MOVE 'NO HOURS REPORTED' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TA-HOURS > WS-MAX-DAILY-HOURS
               MOVE 'HOURS ABOVE DAILY MAXIMUM'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TA-EMPLOYEE-ID = SPACES
               MOVE 'NO EMPLOYEE ID'    TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE TA-EMPLOYEE-ID         TO DF42-CLK-EMPLOYEE-ID.
           PERFORM 3050-LOOKUP-CLERK THRU 3050-EXIT.

           IF WS-CLERK-OK-FLAG NOT = 'Y'
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3200-CHECK-ASSIGNMENT THRU 3200-EXIT.

           ADD 1                       TO WS-RECORDS-KEPT.
           ADD TA-HOURS                TO WS-HOURS-KEPT.

           PERFORM 3500-POST-HISTORY THRU 3500-EXIT.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-RECORDS-REJECTED.

           PERFORM 3800-FORMAT-EXCEPTION.
           MOVE WS-REJECT-REASON       TO XL-REASON.
           PERFORM 3900-WRITE-EXCEPTION.

       3000-EXIT. EXIT.

      **** THE CLERK MUST BE ON DEFECTS.DF42.CLERKMST AND ACTIVE.
      **** THE CALLER MOVES THE EMPLOYEE ID TO DF42-CLK-EMPLOYEE-ID.
       3050-LOOKUP-CLERK.

           MOVE 'N'                    TO WS-CLERK-OK-FLAG.

           EXEC SQL
                SELECT CLERK_NAME, STATUS
                  INTO :DF42-CLK-NAME, :DF42-CLK-STATUS
                  FROM DEFECTS.DF42.CLERKMST
                 WHERE EMPLOYEE_ID = :DF42-CLK-EMPLOYEE-ID
           END-EXEC.

           MOVE 'SELECT CLERK'         TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           EVALUATE TRUE
               WHEN DFSQL-END-OF-DATA
                   MOVE 'CLERK NOT ON MASTER' TO WS-REJECT-REASON
               WHEN DFSQL-STATUS-NOTOK
                   MOVE 'CLERK LOOKUP FAILED - SEE SQLLOG'
                                        TO WS-REJECT-REASON
               WHEN DF42-CLK-STATUS NOT = 'A'
                   MOVE 'CLERK NOT ACTIVE ON MASTER'
                                        TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'Y'             TO WS-CLERK-OK-FLAG
           END-EVALUATE.

       3050-EXIT. EXIT.

      **** THE STORE AND DEPARTMENT CLOCKED INTO MUST BE ONE OF THE
      **** CLERK'S ASSIGNMENTS ON DEFECTS.DF42.TABLE2.  THE HOURS ARE
      **** KEPT EITHER WAY - THE EXCEPTION IS FOR THE STORE TO FIX
      **** THE ASSIGNMENT OR THE CLOCK-IN.
       3200-CHECK-ASSIGNMENT.

           MOVE 'N'                    TO WS-ASSIGNED-FLAG.

           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                       UNTIL WS-ASG-SUB > WS-ASSIGN-COUNT
                          OR WS-ASSIGNED-FLAG = 'Y'
               IF WS-ASG-STORE (WS-ASG-SUB) = TA-STORE
                  AND WS-ASG-DEPARTMENT (WS-ASG-SUB) = TA-DEPARTMENT
                  AND WS-ASG-EMPID (WS-ASG-SUB) = TA-EMPLOYEE-ID
                   MOVE 'Y'             TO WS-ASSIGNED-FLAG
               END-IF
           END-PERFORM.

           IF WS-ASSIGNED-FLAG NOT = 'Y'
               ADD 1                    TO WS-UNASSIGNED-COUNT
               PERFORM 3800-FORMAT-EXCEPTION
               MOVE 'NOT ASSIGNED TO DEPARTMENT' TO XL-REASON
               PERFORM 3900-WRITE-EXCEPTION
           END-IF.

       3200-EXIT. EXIT.

       3300-EDIT-DATE.

           MOVE 'N'                    TO WS-DATE-VALID-FLAG.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (1:4) > '1600'
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               MOVE 'Y'                 TO WS-DATE-VALID-FLAG
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           END-IF.

       3300-EXIT. EXIT.

      **** A RERUN OF THE SAME DAY REPLACES THE CLERK'S HOURS IN THE
      **** DEPARTMENT - THE FIRST 78 BYTES (DATE, STORE, DEPARTMENT,
      **** CLERK) ARE ITS KEY.
       3500-POST-HISTORY.

           MOVE SPACES                 TO LABOR-HOURS-RECORD.
           MOVE TA-WORK-DATE           TO LH-WORK-DATE.
           MOVE TA-STORE               TO LH-STORE.
           MOVE TA-DEPARTMENT          TO LH-DEPARTMENT.
           MOVE TA-EMPLOYEE-ID         TO LH-EMPLOYEE-ID.
           MOVE TA-HOURS               TO LH-HOURS.

           IF WS-ASSIGNED-FLAG = 'Y'
               SET LH-ASSIGNED          TO TRUE
           ELSE
               SET LH-UNASSIGNED        TO TRUE
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-RECORD (WS-HIST-SUB) (1:78) =
                  LABOR-HOURS-RECORD (1:78)
                   MOVE LABOR-HOURS-RECORD
                       TO WS-HIST-RECORD (WS-HIST-SUB)
                   ADD 1                TO WS-HIST-REPLACED
                   GO TO 3500-EXIT
               END-IF
           END-PERFORM.

           IF WS-HIST-COUNT NOT < WS-HIST-MAX
               DISPLAY 'DF42TIME HISTORY TABLE FULL - CLERK '
                       TA-EMPLOYEE-ID ' ' TA-WORK-DATE
                       ' NOT KEPT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF.

           ADD 1                       TO WS-HIST-COUNT.
           MOVE LABOR-HOURS-RECORD
                                   TO WS-HIST-RECORD (WS-HIST-COUNT).

       3500-EXIT. EXIT.

       3800-FORMAT-EXCEPTION.

           MOVE TA-WORK-DATE           TO XL-WORK-DATE.
           MOVE TA-EMPLOYEE-ID         TO XL-EMPLOYEE-ID.
           MOVE TA-STORE               TO XL-STORE.
           MOVE TA-DEPARTMENT          TO XL-DEPARTMENT.
           MOVE TA-HOURS               TO XL-HOURS.

       3900-WRITE-EXCEPTION.

           MOVE WS-EXCEPTION-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

       6000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'DF42TIME HISTORY FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE WS-HIST-RECORD (WS-HIST-SUB) TO HISTORY-OUT-RECORD
               WRITE HISTORY-OUT-RECORD
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       6000-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF42TIME'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
