       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF40STLC.

      *REMARKS:    STORE LIFECYCLE BATCH - CLOSES A STORE ACROSS THE
      *            SUBSYSTEMS THAT CARRY IT AND SETS A NEW STORE UP
      *            FROM A MODEL STORE.

      ******************************************************************
      ****   WHEN A STORE WENT TO CLOSED ON THE DFSTORMF STORE      ****
      ****   MASTER EVERY SUBSYSTEM WAS CHASED BY HAND, AND A NEW   ****
      ****   STORE'S RANGE WAS KEYED ROW BY ROW.  THIS RUN READS    ****
      ****   DF40STRQ CARDS - ACTION C (CLOSE) OR O (OPEN), THE     ****
      ****   STORE, THE MODEL STORE FOR AN OPENING, AND THE         ****
      ****   SUBMITTING OPERATOR - AND FOR A CLOSING STORE, WHICH   ****
      ****   MUST ALREADY BE CLOSED ON THE STORE MASTER (DFSTRCHK): ****
      ****                                                          ****
      ****   - LISTS EVERY DEFECTS.DF42.TABLE2 CLERK ASSIGNMENT ON  ****
      ****     THE DF42CLXF TRANSFER LIST (DF42XFER'S TRANSFER      ****
      ****     LAYOUT, TO-DEPARTMENT LEFT FOR THE AREA MANAGER);    ****
      ****   - DELETES THE STORE'S PRODUCT RANGE FROM               ****
      ****     DEFECTS.DF40.TABLE;                                  ****
      ****   - CANCELS ITS OPEN DF02ALOC STORE REQUESTS (DF02SREQ)  ****
      ****     AND BACKORDERS (DF02BORD);                           ****
      ****   - CONFIRMS THE STORE'S LAST DF35BAL SETTLEMENT TOTALS  ****
      ****     ON DF35HIST BALANCED.  A STORE WITH NO SETTLEMENT ON ****
      ****     FILE, OR ONE OUT OF BALANCE, IS REPORTED CLOSING     ****
      ****     INCOMPLETE - THE CARD IS RESUBMITTED ONCE DF35 HAS   ****
      ****     BALANCED, AND THE STEPS ABOVE FIND NOTHING LEFT.     ****
      ****                                                          ****
      ****   FOR AN OPENING STORE, OPEN ON THE STORE MASTER WITH NO ****
      ****   RANGE YET, THE OPERATOR MUST HOLD THE STORE SET-UP     ****
      ****   FUNCTION (STR) THROUGH THE SHARED DFAUTH ROUTINE, AND  ****
      ****   THE MODEL STORE'S DEPARTMENTS AND PRODUCTS ARE COPIED  ****
      ****   INTO DEFECTS.DF40.TABLE UNDER THE NEW STORE.           ****
      ****                                                          ****
      ****   THE DF40RPT4 REGISTER SHOWS EVERY STEP.  A DRY-RUN     ****
      ****   WINDOW CHANGES NOTHING ON DB2 AND WRITES THE REWRITTEN ****
      ****   REQUEST AND BACKORDER FILES TO THEIR SHADOW COPIES.    ****
      ****   A REJECTED CARD, AN INCOMPLETE CLOSING OR A FAILED     ****
      ****   SQL STATEMENT ENDS THE RUN WITH RETURN CODE 4.         ****
      ****                                                          ****
      ****   THE EXEC SQL STATEMENTS MUST GO THROUGH THE DB2        ****
      ****   PRECOMPILER - THEY ARE NOT NATIVE COBOL AND ARE NOT    ****
      ****   EXPECTED TO PARSE ON A PLAIN COBOL COMPILER.           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CARD-FILE        ASSIGN TO DF40STRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CARD-STATUS.

           SELECT SETTLEMENT-FILE  ASSIGN TO DF35HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SETTLEMENT-STATUS.

           SELECT REQUEST-IN-FILE  ASSIGN TO DF02SREQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-IN-STATUS.

           SELECT REQUEST-OUT-FILE ASSIGN TO WS-REQUEST-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-OUT-STATUS.

           SELECT BACKORDER-IN-FILE
                                   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-IN-STATUS.

           SELECT BACKORDER-OUT-FILE
                                   ASSIGN TO WS-BACKORDER-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BO-OUT-STATUS.

           SELECT TRANSFER-FILE    ASSIGN TO DF42CLXF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF40RPT4
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CARD-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS CARD-RECORD.

       01  CARD-RECORD.
           05  SC-ACTION               PIC X(01).
               88  SC-CLOSE-STORE          VALUE 'C'.
               88  SC-OPEN-STORE           VALUE 'O'.
           05  SC-STORE                PIC X(20).
           05  SC-MODEL-STORE          PIC X(20).
           05  SC-OPERATOR-ID          PIC X(08).

       FD  SETTLEMENT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS SETTLEMENT-RECORD.

       01  SETTLEMENT-RECORD.
           05  SH-STORE-CODE           PIC X(08).
           05  SH-DEBIT-TOTAL          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  SH-CREDIT-TOTAL         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  REQUEST-IN-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS REQUEST-IN-RECORD.

       01  REQUEST-IN-RECORD           PIC X(75).

       FD  REQUEST-OUT-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS REQUEST-OUT-RECORD.

       01  REQUEST-OUT-RECORD          PIC X(75).

       FD  BACKORDER-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-IN-RECORD.

       01  BACKORDER-IN-RECORD         PIC X(100).

       FD  BACKORDER-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-OUT-RECORD.

       01  BACKORDER-OUT-RECORD        PIC X(100).

       FD  TRANSFER-FILE
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS TRANSFER-RECORD.

       01  TRANSFER-RECORD.
           05  XF-STORE                PIC X(20).
           05  XF-FROM-DEPARTMENT      PIC X(40).
           05  XF-TO-DEPARTMENT        PIC X(40).
           05  XF-CLERK                PIC X(40).
           05  XF-EMPLOYEE-ID          PIC X(08).
           05  XF-EFFECTIVE-DATE       PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SETTLEMENT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REQUEST-IN-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REQUEST-OUT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BO-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BO-OUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRANSFER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CARD-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CARD-EOF                 VALUE 'Y'.
       01  WS-SETTLEMENT-EOF-FLAG      PIC X(01) VALUE SPACE.
           88  WS-SETTLEMENT-EOF           VALUE 'Y'.
       01  WS-REQUEST-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REQUEST-EOF              VALUE 'Y'.
       01  WS-BACKORDER-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-BACKORDER-EOF            VALUE 'Y'.

      **** THE LIVE REQUEST AND BACKORDER FILES, OR THEIR SHADOW
      **** COPIES WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-REQUEST-OUT-NAME         PIC X(09) VALUE 'DF02SREQ'.
       01  WS-BACKORDER-OUT-NAME       PIC X(09) VALUE 'DF02BORD'.

      **** THE LAST DF35BAL RUN'S TOTALS, ONE ENTRY PER STORE.
       01  WS-SETTLE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-SETTLE-TABLE.
           05  WS-SET-ENTRY            OCCURS 500 TIMES.
               10  WS-SET-STORE        PIC X(08).
               10  WS-SET-DEBIT        PIC S9(09)V99.
               10  WS-SET-CREDIT       PIC S9(09)V99.

      **** STORES CLOSED BY THIS RUN, WHOSE REQUESTS AND BACKORDERS
      **** ARE CANCELLED WHEN THE CARDS ARE DONE.
       01  WS-CLOSE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CLOSE-TABLE.
           05  WS-CLS-ENTRY            OCCURS 50 TIMES.
               10  WS-CLS-STORE        PIC X(20).

       01  WS-REQUEST-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY            OCCURS 2000 TIMES
                                       PIC X(75).

       01  WS-BACKORDER-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-BACKORDER-TABLE.
           05  WS-BOR-ENTRY            OCCURS 2000 TIMES
                                       PIC X(100).

       01  WS-REQUEST-WORK.
           05  WS-RQ-STORE             PIC X(20).
           05  WS-RQ-PRODUCT           PIC X(40).
           05  WS-RQ-PART              PIC X(08).
           05  WS-RQ-QUANTITY          PIC 9(07).

       01  WS-SUB                      PIC 9(04) VALUE ZERO.
       01  WS-CLS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
       01  WS-CLOSING-OK-FLAG          PIC X(01) VALUE 'Y'.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CLERK-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-RANGE-DELETED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-RANGE-CLONED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-REQ-CANCELLED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-BO-CANCELLED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(26) VALUE SPACES.
       01  WS-LAST-DEPARTMENT          PIC X(40) VALUE SPACES.
       01  WS-ROW-COUNT                PIC S9(09) USAGE COMP
                                                  VALUE ZERO.

       01  WS-SETTLE-AMOUNTS.
           05  FILLER                  PIC X(03) VALUE 'DR '.
           05  SA-DEBIT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE ' CR '.
           05  SA-CREDIT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.

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

       COPY DF02BORR.

       COPY DFSTORE.

       COPY DFAUTH.

       COPY DFRUNDT.

       COPY DFSQL.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF40TABL END-EXEC.
           EXEC SQL INCLUDE DF42TBL2 END-EXEC.

      **** SECOND STORE HOST VARIABLE FOR THE MODEL STORE OF AN
      **** OPENING.
       01  WS-MODEL-STORE              PIC X(20) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(22) VALUE 'STORE'.
           05  FILLER                  PIC X(39) VALUE 'ACTION'.
           05  FILLER                  PIC X(41) VALUE
                                       'DEPARTMENT / CLERK / PRODUCT'.
           05  FILLER                  PIC X(22) VALUE
                                       'EMP ID / PART / MODEL'.
           05  FILLER                  PIC X(08) VALUE '  COUNT'.

       01  WS-DETAIL-LINE.
           05  DL-STORE                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(37).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NAME                 PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-CODE                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF40STLC START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'DF02SREQS'     TO WS-REQUEST-OUT-NAME
                   MOVE 'DF02BORDS'     TO WS-BACKORDER-OUT-NAME
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   DISPLAY 'DF40STLC SIMULATION - NO DB2 CHANGES, '
                           'SHADOW REQUEST/BACKORDER FILES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF40STLC NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-SETTLEMENTS THRU 1100-EXIT.

           OPEN INPUT CARD-FILE.

           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'DF40STLC NO DF40STRQ CARDS - NOTHING TO DO'
                                              UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT TRANSFER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF40STLC - STORE CLOSINGS AND OPENINGS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-PROCESS-CARDS.

           PERFORM UNTIL WS-CARD-EOF
               READ CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-CARD-COUNT
                       PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE.
           CLOSE TRANSFER-FILE.

       1000-CANCEL-ALLOCATIONS.

           IF WS-CLOSE-COUNT > ZERO
               PERFORM 5000-CANCEL-REQUESTS THRU 5000-EXIT
               PERFORM 5500-CANCEL-BACKORDERS THRU 5500-EXIT
           END-IF.

           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF RETURN-CODE < 8
               IF WS-REJECT-COUNT > ZERO
               OR WS-INCOMPLETE-COUNT > ZERO
               OR WS-FAILED-COUNT > ZERO
                   MOVE 4               TO RETURN-CODE
               ELSE
                   MOVE ZERO            TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF40STLC CARDS READ         = ' WS-CARD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC CARDS REJECTED     = ' WS-REJECT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC STORES CLOSED      = ' WS-CLOSED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC CLOSINGS INCOMPLETE= ' WS-INCOMPLETE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC STORES OPENED      = ' WS-OPENED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC CLERKS TO TRANSFER = ' WS-CLERK-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC REQUESTS CANCELLED = '
                   WS-REQ-CANCELLED-COUNT     UPON CONSOLE.
           DISPLAY 'DF40STLC BACKORDERS CANCELLED = '
                   WS-BO-CANCELLED-COUNT      UPON CONSOLE.
           DISPLAY 'DF40STLC SQL FAILURES       = ' WS-FAILED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF40STLC END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-SETTLEMENTS.

           OPEN INPUT SETTLEMENT-FILE.

           IF WS-SETTLEMENT-STATUS NOT = '00'
               DISPLAY 'DF40STLC NO DF35HIST SETTLEMENT TOTALS - NO '
                       'CLOSING CAN COMPLETE' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-SETTLEMENT-EOF
               READ SETTLEMENT-FILE
                   AT END
                       SET WS-SETTLEMENT-EOF TO TRUE
                   NOT AT END
                       IF WS-SETTLE-COUNT < 500
                           ADD 1 TO WS-SETTLE-COUNT
                           MOVE SH-STORE-CODE
                               TO WS-SET-STORE (WS-SETTLE-COUNT)
                           MOVE SH-DEBIT-TOTAL
                               TO WS-SET-DEBIT (WS-SETTLE-COUNT)
                           MOVE SH-CREDIT-TOTAL
                               TO WS-SET-CREDIT (WS-SETTLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SETTLEMENT-FILE.

       1100-EXIT. EXIT.

       2000-PROCESS-ONE-CARD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.

           EVALUATE TRUE
               WHEN SC-CLOSE-STORE
                   PERFORM 3000-CLOSE-STORE THRU 3000-EXIT
               WHEN SC-OPEN-STORE
                   PERFORM 4000-OPEN-STORE THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'ACTION NOT C OR O'  TO WS-REJECT-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
           END-EVALUATE.

       2000-EXIT. EXIT.

      ******************************************************************
      ****   A CLOSING STORE MUST BE MARKED CLOSED ON THE STORE     ****
      ****   MASTER FIRST - THE CARD ONLY SAYS THE SUBSYSTEMS MAY   ****
      ****   NOW BE CLEARED.  EVERY STEP IS SAFE TO RUN AGAIN.      ****
      ******************************************************************

       3000-CLOSE-STORE.

           MOVE SC-STORE               TO DFSTOR-STORE-CODE.
           CALL 'DFSTRCHK'            USING DFSTOR-CONTROL-RECORD.

           IF DFSTOR-RETURN-CODE NOT = '00'
               MOVE 'STORE MASTER NOT LOADED' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           IF DFSTOR-NOT-FOUND
               MOVE 'STORE NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           IF NOT DFSTOR-STORE-CLOSED
               MOVE 'STORE NOT CLOSED'  TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                       UNTIL WS-CLS-SUB > WS-CLOSE-COUNT
               IF WS-CLS-STORE (WS-CLS-SUB) = SC-STORE
                   MOVE 'DUPLICATE CLOSING CARD' TO WS-REJECT-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 3000-EXIT
               END-IF
           END-PERFORM.

           IF WS-CLOSE-COUNT NOT < 50
               MOVE 'TOO MANY CLOSINGS'  TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-CLOSE-COUNT.
           MOVE SC-STORE               TO WS-CLS-STORE (WS-CLOSE-COUNT).
           MOVE 'Y'                    TO WS-CLOSING-OK-FLAG.

           MOVE 'CLOSING'              TO DL-ACTION.
           MOVE DFSTOR-STORE-NAME      TO DL-NAME.
           MOVE DFSTOR-REGION          TO DL-CODE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 3100-LIST-CLERKS THRU 3100-EXIT.
           PERFORM 3200-REMOVE-RANGE THRU 3200-EXIT.
           PERFORM 3300-CHECK-SETTLEMENT THRU 3300-EXIT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.

           IF WS-CLOSING-OK-FLAG = 'Y'
               ADD 1                    TO WS-CLOSED-COUNT
               MOVE 'CLOSING COMPLETE'  TO DL-ACTION
           ELSE
               ADD 1                    TO WS-INCOMPLETE-COUNT
               MOVE 'CLOSING INCOMPLETE - RESUBMIT' TO DL-ACTION
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** EVERY CLERK STILL ASSIGNED TO THE STORE GOES ON THE
      **** TRANSFER LIST, GROUPED BY DEPARTMENT.
       3100-LIST-CLERKS.

           MOVE SC-STORE               TO DF42-STORE2.
           MOVE SPACES                 TO WS-LAST-DEPARTMENT.

           EXEC SQL DECLARE  DF40_CLOSE_CLERK_CSR CURSOR FOR
                    SELECT   DEPARTMENT, CLERK, CLERK_EMPLOYEE_ID
                    FROM     DEFECTS.DF42.TABLE2
                    WHERE    STORE        = :DF42-STORE2
                    ORDER BY DEPARTMENT, CLERK
           END-EXEC.

           EXEC SQL OPEN DF40_CLOSE_CLERK_CSR END-EXEC.

           MOVE 'OPEN CLERK CSR'       TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-NOTOK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
               GO TO 3100-EXIT
           END-IF.

           PERFORM UNTIL DFSQL-END-OF-DATA OR DFSQL-STATUS-NOTOK
               EXEC SQL FETCH DF40_CLOSE_CLERK_CSR
                        INTO :DF42-DEPARTMENT2, :DF42-CLERK2,
                             :DF42-CLERK-EMPID2
               END-EXEC
               MOVE 'FETCH CLERK CSR'   TO DFSQL-STATEMENT
               PERFORM 9000-CHECK-SQLCODE
               IF DFSQL-STATUS-OK
                   PERFORM 3150-WRITE-TRANSFER
               END-IF
           END-PERFORM.

           IF DFSQL-STATUS-NOTOK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
           END-IF.

           EXEC SQL CLOSE DF40_CLOSE_CLERK_CSR END-EXEC.

           MOVE 'CLOSE CLERK CSR'      TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

       3100-EXIT. EXIT.

       3150-WRITE-TRANSFER.

           MOVE SPACES                 TO WS-DETAIL-LINE.

           IF DF42-DEPARTMENT2 NOT = WS-LAST-DEPARTMENT
               MOVE DF42-DEPARTMENT2    TO WS-LAST-DEPARTMENT
               MOVE SC-STORE            TO DL-STORE
               MOVE 'DEPARTMENT'        TO DL-ACTION
               MOVE DF42-DEPARTMENT2    TO DL-NAME
               PERFORM 8200-RPT-WRITE-DETAIL
               MOVE SPACES              TO WS-DETAIL-LINE
           END-IF.

           ADD 1                       TO WS-CLERK-COUNT.

           MOVE SC-STORE               TO XF-STORE.
           MOVE DF42-DEPARTMENT2       TO XF-FROM-DEPARTMENT.
           MOVE SPACES                 TO XF-TO-DEPARTMENT.
           MOVE DF42-CLERK2            TO XF-CLERK.
           MOVE DF42-CLERK-EMPID2      TO XF-EMPLOYEE-ID.
           MOVE WS-PROCESSING-DATE     TO XF-EFFECTIVE-DATE.
           WRITE TRANSFER-RECORD.

           MOVE '  CLERK TO TRANSFER'  TO DL-ACTION.
           MOVE DF42-CLERK2            TO DL-NAME.
           MOVE DF42-CLERK-EMPID2      TO DL-CODE.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** THE RANGE ROWS ARE COUNTED FIRST SO THE REGISTER SHOWS
      **** HOW MANY CAME OFF.  NONE LEFT IS FINE ON A RESUBMITTED
      **** CARD.
       3200-REMOVE-RANGE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE
                                          DF40-STORE.
           MOVE ZERO                   TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM DEFECTS.DF40.TABLE
                 WHERE STORE = :DF40-STORE
           END-EXEC.

           MOVE 'COUNT RANGE ROWS'     TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF NOT DFSQL-STATUS-OK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-ROW-COUNT           TO DL-COUNT.

           IF DFRUNDT-DRY-RUN
               MOVE 'RANGE - DRY RUN, NOT REMOVED' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3200-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               EXEC SQL
                    DELETE FROM DEFECTS.DF40.TABLE
                     WHERE STORE = :DF40-STORE
               END-EXEC
               MOVE 'DELETE STORE RANGE' TO DFSQL-STATEMENT
               PERFORM 9000-CHECK-SQLCODE
               IF DFSQL-STATUS-NOTOK
                   PERFORM 6200-WRITE-SQL-FAILED-LINE
                   GO TO 3200-EXIT
               END-IF
           END-IF.

           ADD WS-ROW-COUNT            TO WS-RANGE-DELETED-COUNT.
           MOVE 'PRODUCT RANGE REMOVED' TO DL-ACTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3200-EXIT. EXIT.

      **** DF35BAL KEEPS EACH STORE'S LAST DEBIT AND CREDIT TOTALS
      **** ON DF35HIST.  THE CLOSING ONLY COMPLETES ONCE THOSE
      **** FINAL TOTALS BALANCE.
       3300-CHECK-SETTLEMENT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.
           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SETTLE-COUNT
               IF WS-SET-STORE (WS-SUB) = SC-STORE
                   MOVE WS-SUB          TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               MOVE 'N'                 TO WS-CLOSING-OK-FLAG
               MOVE 'NO FINAL SETTLEMENT ON FILE' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-SET-DEBIT (WS-FOUND-SUB)  TO SA-DEBIT.
           MOVE WS-SET-CREDIT (WS-FOUND-SUB) TO SA-CREDIT.
           MOVE WS-SETTLE-AMOUNTS      TO DL-NAME.

           IF WS-SET-DEBIT (WS-FOUND-SUB) =
                   WS-SET-CREDIT (WS-FOUND-SUB)
               MOVE 'FINAL SETTLEMENT BALANCED' TO DL-ACTION
           ELSE
               MOVE 'N'                 TO WS-CLOSING-OK-FLAG
               MOVE 'SETTLEMENT NOT BALANCED' TO DL-ACTION
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3300-EXIT. EXIT.

      ******************************************************************
      ****   AN OPENING STORE IS GIVEN THE MODEL STORE'S RANGE -    ****
      ****   EVERY DEPARTMENT AND PRODUCT ROW - IN ONE INSERT, AND  ****
      ****   ONLY WHEN IT HAS NO RANGE OF ITS OWN, SO A SECOND CARD ****
      ****   CANNOT DOUBLE IT UP.                                   ****
      ******************************************************************

       4000-OPEN-STORE.

           IF SC-MODEL-STORE = SPACES
               MOVE 'NO MODEL STORE ON CARD' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF SC-MODEL-STORE = SC-STORE
               MOVE 'MODEL IS SAME STORE' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-STORE               TO DFSTOR-STORE-CODE.
           CALL 'DFSTRCHK'            USING DFSTOR-CONTROL-RECORD.

           IF DFSTOR-RETURN-CODE NOT = '00'
               MOVE 'STORE MASTER NOT LOADED' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF DFSTOR-NOT-FOUND
               MOVE 'STORE NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF NOT DFSTOR-STORE-OPEN
               MOVE 'STORE NOT OPEN'    TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-MODEL-STORE         TO DFSTOR-STORE-CODE.
           CALL 'DFSTRCHK'            USING DFSTOR-CONTROL-RECORD.

           IF DFSTOR-NOT-FOUND
               MOVE 'MODEL NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'STR'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'OPEN STORE ' SC-STORE
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-STORE               TO DF40-STORE.
           MOVE ZERO                   TO WS-ROW-COUNT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM DEFECTS.DF40.TABLE
                 WHERE STORE = :DF40-STORE
           END-EXEC.

           MOVE 'COUNT NEW STORE RANGE' TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF NOT DFSQL-STATUS-OK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF WS-ROW-COUNT > ZERO
               MOVE 'STORE ALREADY HAS RANGE' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-MODEL-STORE         TO WS-MODEL-STORE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM DEFECTS.DF40.TABLE
                 WHERE STORE = :WS-MODEL-STORE
           END-EXEC.

           MOVE 'COUNT MODEL RANGE'    TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF NOT DFSQL-STATUS-OK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF WS-ROW-COUNT = ZERO
               MOVE 'MODEL STORE HAS NO RANGE' TO WS-REJECT-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.
           MOVE 'RANGE CLONED FROM MODEL' TO DL-NAME.
           MOVE SC-MODEL-STORE         TO DL-CODE.
           MOVE WS-ROW-COUNT           TO DL-COUNT.

           IF DFRUNDT-DRY-RUN
               MOVE 'OPENING - DRY RUN, NOT CLONED' TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 4000-EXIT
           END-IF.

           MOVE SC-OPERATOR-ID         TO DF40-UPDATED-BY-USERID.

           EXEC SQL
                INSERT INTO DEFECTS.DF40.TABLE
                       (STORE, DEPARTMENT, PRODUCT,
                        LAST_UPDATE_TIMESTAMP, UPDATED_BY_USERID)
                SELECT :DF40-STORE, DEPARTMENT, PRODUCT,
                       CURRENT TIMESTAMP, :DF40-UPDATED-BY-USERID
                  FROM DEFECTS.DF40.TABLE
                 WHERE STORE = :WS-MODEL-STORE
           END-EXEC.

           MOVE 'CLONE MODEL RANGE'    TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF NOT DFSQL-STATUS-OK
               PERFORM 6200-WRITE-SQL-FAILED-LINE
               GO TO 4000-EXIT
           END-IF.

           ADD 1                       TO WS-OPENED-COUNT.
           ADD WS-ROW-COUNT            TO WS-RANGE-CLONED-COUNT.
           MOVE 'OPENED'               TO DL-ACTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

      ******************************************************************
      ****   THE CLOSED STORES' REQUESTS ARE DROPPED FROM DF02SREQ  ****
      ****   BEFORE DF02ALOC SEES THEM, AND THEIR BACKORDERS FROM   ****
      ****   DF02BORD.  BOTH FILES ARE HELD WHOLE AND REWRITTEN; A  ****
      ****   FILE TOO LARGE FOR ITS TABLE IS LEFT UNTOUCHED.        ****
      ******************************************************************

       5000-CANCEL-REQUESTS.

           OPEN INPUT REQUEST-IN-FILE.

           IF WS-REQUEST-IN-STATUS NOT = '00'
               GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-OVERFLOW-FLAG.

           PERFORM UNTIL WS-REQUEST-EOF
               READ REQUEST-IN-FILE
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       IF WS-REQUEST-COUNT < 2000
                           ADD 1 TO WS-REQUEST-COUNT
                           MOVE REQUEST-IN-RECORD
                               TO WS-REQ-ENTRY (WS-REQUEST-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-IN-FILE.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF40STLC DF02SREQ TOO LARGE FOR ITS TABLE - '
                       'REQUESTS NOT CANCELLED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT REQUEST-OUT-FILE.

           IF WS-REQUEST-OUT-STATUS NOT = '00'
               DISPLAY 'DF40STLC DF02SREQ OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REQUEST-COUNT
               MOVE WS-REQ-ENTRY (WS-SUB) TO WS-REQUEST-WORK
               PERFORM 5900-FIND-CLOSED-STORE
               IF WS-FOUND-SUB = ZERO
                   WRITE REQUEST-OUT-RECORD
                                        FROM WS-REQ-ENTRY (WS-SUB)
               ELSE
                   ADD 1                TO WS-REQ-CANCELLED-COUNT
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE WS-RQ-STORE     TO DL-STORE
                   MOVE 'REQUEST CANCELLED' TO DL-ACTION
                   MOVE WS-RQ-PRODUCT   TO DL-NAME
                   MOVE WS-RQ-PART      TO DL-CODE
                   MOVE WS-RQ-QUANTITY  TO DL-COUNT
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           CLOSE REQUEST-OUT-FILE.

       5000-EXIT. EXIT.

       5500-CANCEL-BACKORDERS.

           OPEN INPUT BACKORDER-IN-FILE.

           IF WS-BO-IN-STATUS NOT = '00'
               GO TO 5500-EXIT
           END-IF.

           MOVE 'N'                    TO WS-OVERFLOW-FLAG.

           PERFORM UNTIL WS-BACKORDER-EOF
               READ BACKORDER-IN-FILE
                   AT END
                       SET WS-BACKORDER-EOF TO TRUE
                   NOT AT END
                       IF WS-BACKORDER-COUNT < 2000
                           ADD 1 TO WS-BACKORDER-COUNT
                           MOVE BACKORDER-IN-RECORD
                               TO WS-BOR-ENTRY (WS-BACKORDER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BACKORDER-IN-FILE.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF40STLC DF02BORD TOO LARGE FOR ITS TABLE - '
                       'BACKORDERS NOT CANCELLED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5500-EXIT
           END-IF.

           OPEN OUTPUT BACKORDER-OUT-FILE.

           IF WS-BO-OUT-STATUS NOT = '00'
               DISPLAY 'DF40STLC DF02BORD OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5500-EXIT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BACKORDER-COUNT
               MOVE WS-BOR-ENTRY (WS-SUB) TO DF02-BACKORDER-RECORD
               MOVE DF02-BO-STORE       TO WS-RQ-STORE
               PERFORM 5900-FIND-CLOSED-STORE
               IF WS-FOUND-SUB = ZERO
                   WRITE BACKORDER-OUT-RECORD
                                        FROM WS-BOR-ENTRY (WS-SUB)
               ELSE
                   ADD 1                TO WS-BO-CANCELLED-COUNT
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE DF02-BO-STORE   TO DL-STORE
                   MOVE 'BACKORDER CANCELLED' TO DL-ACTION
                   MOVE DF02-BO-PRODUCT TO DL-NAME
                   MOVE DF02-BO-PART    TO DL-CODE
                   MOVE DF02-BO-OPEN-QTY TO DL-COUNT
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           CLOSE BACKORDER-OUT-FILE.

       5500-EXIT. EXIT.

       5900-FIND-CLOSED-STORE.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                       UNTIL WS-CLS-SUB > WS-CLOSE-COUNT
               IF WS-CLS-STORE (WS-CLS-SUB) = WS-RQ-STORE
                   MOVE WS-CLS-SUB      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       6100-WRITE-REJECTED-LINE.

           ADD 1                       TO WS-REJECT-COUNT.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.
           MOVE SC-MODEL-STORE         TO DL-CODE.
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO DL-ACTION
           END-STRING.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6200-WRITE-SQL-FAILED-LINE.

           ADD 1                       TO WS-FAILED-COUNT.
           MOVE 'N'                    TO WS-CLOSING-OK-FLAG.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE SC-STORE               TO DL-STORE.
           MOVE 'SQL FAILED - SEE SQLLOG' TO DL-ACTION.
           MOVE DFSQL-STATEMENT        TO DL-NAME.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CARDS READ'           TO TL-LABEL.
           MOVE WS-CARD-COUNT          TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CARDS REJECTED'       TO TL-LABEL.
           MOVE WS-REJECT-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'STORES CLOSED'        TO TL-LABEL.
           MOVE WS-CLOSED-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CLOSINGS INCOMPLETE'  TO TL-LABEL.
           MOVE WS-INCOMPLETE-COUNT    TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CLERKS ON TRANSFER LIST' TO TL-LABEL.
           MOVE WS-CLERK-COUNT         TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'RANGE ROWS REMOVED'   TO TL-LABEL.
           MOVE WS-RANGE-DELETED-COUNT TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'STORE REQUESTS CANCELLED' TO TL-LABEL.
           MOVE WS-REQ-CANCELLED-COUNT TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'BACKORDERS CANCELLED' TO TL-LABEL.
           MOVE WS-BO-CANCELLED-COUNT  TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'STORES OPENED'        TO TL-LABEL.
           MOVE WS-OPENED-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'RANGE ROWS CLONED'    TO TL-LABEL.
           MOVE WS-RANGE-CLONED-COUNT  TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'SQL FAILURES'         TO TL-LABEL.
           MOVE WS-FAILED-COUNT        TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF40STLC'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
