       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF42PAYX.

      *REMARKS:    PAY-PERIOD PAYROLL EXPORT OF CLERK COMMISSIONS -
      *            THE DF42CDTL COMMISSION DETAIL FROM DF42COMM PLUS
      *            THE DF42ADJA ADJUSTMENTS APPROVED BY DF42STMT,
      *            ONE RECORD PER ACTIVE CLERK ON DF42PAYF.

      ******************************************************************
      ****   PAYROLL REKEYED EVERY CLERK'S COMMISSION FROM THE      ****
      ****   PRINTED DF42STMT STATEMENTS.  THIS RUN TOTALS, PER     ****
      ****   EMPLOYEE ID, THE COMMISSION ON THE DF42CDTL DETAIL     ****
      ****   AND THE DFAUTH-APPROVED ADJUSTMENTS DF42STMT WROTE TO  ****
      ****   DF42ADJA, LOOKS EACH CLERK UP ON THE                   ****
      ****   DEFECTS.DF42.CLERKMST CLERK MASTER, AND WRITES ONE     ****
      ****   DF42PAYF PAYROLL RECORD PER ACTIVE CLERK - PAY PERIOD, ****
      ****   THE PAYROLL EARNING CODE, HOME STORE, COMMISSION,      ****
      ****   ADJUSTMENTS AND NET.  THE DF42PPRM CARD CARRIES THE    ****
      ****   PAY-PERIOD END DATE (DEFAULT THE PROCESSING DATE) AND  ****
      ****   THE EARNING CODE (DEFAULT COMM).                       ****
      ****                                                          ****
      ****   NOBODY IS LEFT OUT SILENTLY: A CLERK NOT ON THE        ****
      ****   MASTER, NO LONGER ACTIVE, OR WITH A NEGATIVE NET IS    ****
      ****   HELD AND LISTED ON THE DF42RPT8 PAYROLL REGISTER WITH  ****
      ****   RETURN CODE 4.  LIKE EVERY OUTBOUND EXTRACT THE FILE   ****
      ****   IS NOT WRITTEN UNTIL DFCERT HAS CERTIFIED THE WINDOW,  ****
      ****   AND THE RUN IS REGISTERED ON DFFEDREG (FEED DF42PAYF)  ****
      ****   SO DFFEDMAT MATCHES PAYROLL'S ACKNOWLEDGMENT AND LISTS ****
      ****   ANY CLERK PAYROLL REJECTED.  UNDER A DRY-RUN WINDOW    ****
      ****   THE EXPORT GOES TO ITS SHADOW COPY AND NOTHING IS      ****
      ****   REGISTERED.  THE EXEC SQL SECTIONS NEED THE DB2        ****
      ****   PRECOMPILER AND DO NOT PARSE ON A PLAIN COBOL          ****
      ****   COMPILER.                                              ****
      ******************************************************************
      ****   THE DFFEDREG ROW NOW COMES FROM THE SHARED DFFEDRGR    ****
      ****   LAYOUT AND CARRIES ENTRY TYPE 'F', EXTRACT FEED, IN    ****
      ****   COLUMN 40.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF42PPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT DETAIL-FILE      ASSIGN TO DF42CDTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DETAIL-STATUS.

           SELECT APPROVED-FILE    ASSIGN TO DF42ADJA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-APPROVED-STATUS.

           SELECT PAYROLL-FILE     ASSIGN TO WS-PAYROLL-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF42RPT8
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT FEED-REGISTER    ASSIGN TO DFFEDREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT CERT-FILE        ASSIGN TO DFCERTOK
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-10  PAY-PERIOD END DATE YYYY-MM-DD
      **** COL 11-14 PAYROLL EARNING CODE FOR CLERK COMMISSION
       01  PARAMETER-RECORD.
           05  PM-PERIOD-END            PIC X(10).
           05  PM-EARNING-CODE          PIC X(04).
           05  FILLER                   PIC X(66).

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

      **** DF42ADJT LAYOUT - ONLY THE ADJUSTMENTS DFAUTH APPROVED.
       FD  APPROVED-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APPROVED-RECORD.

       01  APPROVED-RECORD.
           05  AJ-EMPLOYEE-ID          PIC X(08).
           05  AJ-DEPARTMENT           PIC X(40).
           05  AJ-AMOUNT               PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  AJ-REASON               PIC X(30).
           05  AJ-SUPERVISOR-ID        PIC X(08).
           05  AJ-ENTERED-BY           PIC X(08).

      **** ONE RECORD PER CLERK PAID THIS PERIOD.
       FD  PAYROLL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PAYROLL-RECORD.

       01  PAYROLL-RECORD.
           05  PY-EMPLOYEE-ID          PIC X(08).
           05  PY-PERIOD-END           PIC X(10).
           05  PY-EARNING-CODE         PIC X(04).
           05  PY-HOME-STORE           PIC X(20).
           05  PY-COMMISSION           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  PY-ADJUSTMENTS          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  PY-NET-COMMISSION       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  PY-CLERK-NAME           PIC X(40).
           05  FILLER                  PIC X(02).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       FD  FEED-REGISTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FEED-REGISTER-RECORD.

           COPY DFFEDRGR.

      **** THE WINDOW-CERTIFIED RECORD DFCERT WRITES WHEN EVERY
      **** END-OF-WINDOW CHECK PASSED - THIS EXPORT DOES NOT OPEN
      **** ITS OUTPUT WITHOUT IT.
       FD  CERT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS CERT-RECORD.

       01  CERT-RECORD.
           05  CR-WINDOW-DATE          PIC X(10).
           05  CR-STATUS               PIC X(09).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DETAIL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-APPROVED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PAYROLL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FEEDREG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CERT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CERTIFIED-FLAG           PIC X(01) VALUE 'N'.

       01  WS-DETAIL-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-DETAIL-EOF               VALUE 'Y'.

       01  WS-APPROVED-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-APPROVED-EOF             VALUE 'Y'.

       01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
       01  WS-EARNING-CODE             PIC X(04) VALUE 'COMM'.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF42CLKT END-EXEC.

       COPY DFSQL.

      **** ONE ENTRY PER CLERK - COMMISSION FROM EVERY STORE AND
      **** DEPARTMENT LINE PLUS EVERY APPROVED ADJUSTMENT.
       01  WS-CLERK-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CLERK-TABLE.
           05  WS-CLK-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-CLERK-COUNT
                                       ASCENDING KEY IS WS-CLK-EMPID
                                       INDEXED BY WS-CLK-IDX.
               10  WS-CLK-EMPID        PIC X(08).
               10  WS-CLK-NAME         PIC X(40).
               10  WS-CLK-COMMISSION   PIC S9(09)V99 COMP-3.
               10  WS-CLK-ADJUSTMENTS  PIC S9(09)V99 COMP-3.

       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-LOOKUP-EMPID             PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-NAME              PIC X(40) VALUE SPACES.
       01  WS-NET-COMMISSION           PIC S9(09)V99 VALUE ZERO.

       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ADJUSTMENT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-EXPORT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-EXPORT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ZERO-COUNT               PIC 9(06) VALUE ZERO.

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

       01  WS-REG-DATE                 PIC 9(08) VALUE ZERO.

      **** THE LIVE EXPORT, OR ITS SHADOW COPY WHEN THE RUN CONTROL
      **** SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-PAYROLL-NAME             PIC X(09) VALUE 'DF42PAYF'.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER                  PIC X(32) VALUE 'CLERK'.
           05  FILLER                  PIC X(22) VALUE 'HOME STORE'.
           05  FILLER                  PIC X(15) VALUE
                                       '     COMMISSION'.
           05  FILLER                  PIC X(15) VALUE
                                       '    ADJUSTMENTS'.
           05  FILLER                  PIC X(15) VALUE
                                       '            NET'.
           05  FILLER                  PIC X(23) VALUE
                                       '  DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  DL-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CLERK-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-HOME-STORE           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMMISSION           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ADJUSTMENTS          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-NET                  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION          PIC X(28).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                                       'CLERKS EXPORTED ='.
           05  TL-EXPORTED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
                                       '  NET EXPORTED ='.
           05  TL-EXPORT-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  HELD ='.
           05  TL-HELD                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
                                       '  PERIOD END ='.
           05  TL-PERIOD-END           PIC X(10).
           05  FILLER                  PIC X(34) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF42PAYX START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.
           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.

       1000-CHECK-CERTIFICATION.

      **** AN UNCERTIFIED WINDOW HOLDS THE EXPORT THE SAME WAY
      **** DF40EXTR HOLDS ITS EXTRACT - PAYROLL IS NEVER SENT
      **** FIGURES FROM A WINDOW DFCERT DID NOT PASS.  THE RECORD
      **** MUST BE FOR TONIGHT'S WINDOW DATE.
           OPEN INPUT CERT-FILE.

           IF WS-CERT-STATUS = '00'
               READ CERT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CR-STATUS = 'CERTIFIED'
                          AND CR-WINDOW-DATE = WS-PROCESSING-DATE
                           MOVE 'Y' TO WS-CERTIFIED-FLAG
                       END-IF
               END-READ
               CLOSE CERT-FILE
           END-IF.

           IF WS-CERTIFIED-FLAG NOT = 'Y'
               DISPLAY 'DF42PAYX WINDOW NOT CERTIFIED - PAYROLL '
                       'EXPORT HELD' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-LOAD-EARNINGS.

           PERFORM 2000-LOAD-COMMISSION-DETAIL THRU 2000-EXIT.
           PERFORM 2500-LOAD-APPROVED-ADJUSTMENTS THRU 2500-EXIT.

           IF WS-CLERK-COUNT > 1
               SORT WS-CLK-ENTRY ASCENDING KEY WS-CLK-EMPID
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT PAYROLL-FILE.

           IF WS-PAYROLL-STATUS NOT = '00'
               DISPLAY 'DF42PAYX PAYROLL EXPORT OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF42PAYX - COMMISSION PAYROLL REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-EXPORT-CLERKS.

           PERFORM VARYING WS-CLK-IDX FROM 1 BY 1
                       UNTIL WS-CLK-IDX > WS-CLERK-COUNT
               PERFORM 3000-EXPORT-ONE-CLERK THRU 3000-EXIT
           END-PERFORM.

           CLOSE PAYROLL-FILE.

           MOVE WS-EXPORT-COUNT        TO TL-EXPORTED.
           MOVE WS-EXPORT-TOTAL        TO TL-EXPORT-TOTAL.
           MOVE WS-HELD-COUNT          TO TL-HELD.
           MOVE WS-PERIOD-END          TO TL-PERIOD-END.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-HELD-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

      **** A SIMULATION'S EXPORT NEVER GOES TO PAYROLL, SO IT IS
      **** NEVER REGISTERED FOR AN ACKNOWLEDGMENT.
           IF NOT DFRUNDT-DRY-RUN
               PERFORM 7800-REGISTER-THE-EXPORT THRU 7800-EXIT
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF42PAYX DETAIL LINES READ  = ' WS-DETAIL-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX ADJUSTMENTS READ   = ' WS-ADJUSTMENT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX CLERKS EXPORTED    = ' WS-EXPORT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX NET EXPORTED       = ' WS-EXPORT-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX CLERKS HELD        = ' WS-HELD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX NOTHING DUE        = ' WS-ZERO-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF42PAYX END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-PARAMETERS.

           MOVE WS-PROCESSING-DATE     TO WS-PERIOD-END.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF PM-PERIOD-END NOT = SPACES
               MOVE PM-PERIOD-END       TO WS-PERIOD-END
           END-IF.

           IF PM-EARNING-CODE NOT = SPACES
               MOVE PM-EARNING-CODE     TO WS-EARNING-CODE
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

      **** THE CERTIFICATION, THE REGISTER ENTRY AND THE DEFAULT PAY
      **** PERIOD ALL USE THE OFFICIAL PROCESSING DATE.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               COMPUTE WS-REG-DATE =
                           (DFRUNDT-YYYY * 10000)
                         + (DFRUNDT-MM * 100)
                         + DFRUNDT-DD
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF42PAYFS'     TO WS-PAYROLL-NAME
                   DISPLAY 'DF42PAYX SIMULATION - EXPORT GOES TO ITS '
                           'SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF42PAYX NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
               MOVE WS-CURRENT-DATE-FIELDS (1:8) TO WS-REG-DATE
           END-IF.

       1200-EXIT. EXIT.

       2000-LOAD-COMMISSION-DETAIL.

           OPEN INPUT DETAIL-FILE.

           IF WS-DETAIL-STATUS NOT = '00'
               DISPLAY 'DF42PAYX NO COMMISSION DETAIL FILE'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-DETAIL-EOF
               READ DETAIL-FILE
                   AT END
                       SET WS-DETAIL-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-DETAIL-COUNT
                       MOVE CD-EMPLOYEE-ID TO WS-LOOKUP-EMPID
                       MOVE CD-CLERK-NAME  TO WS-LOOKUP-NAME
                       PERFORM 2900-FIND-CLERK THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           ADD CD-COMMISSION
                               TO WS-CLK-COMMISSION (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DETAIL-FILE.

       2000-EXIT. EXIT.

      **** A CLERK WITH AN APPROVED ADJUSTMENT BUT NO COMMISSION
      **** LINE THIS PERIOD IS STILL PAID THE ADJUSTMENT.
       2500-LOAD-APPROVED-ADJUSTMENTS.

           OPEN INPUT APPROVED-FILE.

           IF WS-APPROVED-STATUS NOT = '00'
               DISPLAY 'DF42PAYX NO APPROVED ADJUSTMENTS FILE'
                                               UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-APPROVED-EOF
               READ APPROVED-FILE
                   AT END
                       SET WS-APPROVED-EOF TO TRUE
                   NOT AT END
                       ADD 1            TO WS-ADJUSTMENT-COUNT
                       MOVE AJ-EMPLOYEE-ID TO WS-LOOKUP-EMPID
                       MOVE SPACES         TO WS-LOOKUP-NAME
                       PERFORM 2900-FIND-CLERK THRU 2900-EXIT
                       IF WS-FOUND-SUB > ZERO
                           ADD AJ-AMOUNT
                               TO WS-CLK-ADJUSTMENTS (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPROVED-FILE.

       2500-EXIT. EXIT.

      **** FIND OR ADD THE CLERK'S ENTRY.  A FULL TABLE STOPS THE
      **** EXPORT - A CLERK DROPPED HERE WOULD GO UNPAID UNSEEN.
       2900-FIND-CLERK.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CLK-IDX FROM 1 BY 1
                       UNTIL WS-CLK-IDX > WS-CLERK-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-CLK-EMPID (WS-CLK-IDX) = WS-LOOKUP-EMPID
                   SET WS-FOUND-SUB     TO WS-CLK-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB > ZERO
               IF WS-CLK-NAME (WS-FOUND-SUB) = SPACES
                   MOVE WS-LOOKUP-NAME  TO WS-CLK-NAME (WS-FOUND-SUB)
               END-IF
               GO TO 2900-EXIT
           END-IF.

           IF WS-CLERK-COUNT NOT < 500
               DISPLAY 'DF42PAYX CLERK TABLE FULL AT ' WS-LOOKUP-EMPID
                       ' - EXPORT STOPPED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           ADD 1                       TO WS-CLERK-COUNT.
           MOVE WS-CLERK-COUNT         TO WS-FOUND-SUB.
           MOVE WS-LOOKUP-EMPID        TO WS-CLK-EMPID (WS-FOUND-SUB).
           MOVE WS-LOOKUP-NAME         TO WS-CLK-NAME (WS-FOUND-SUB).
           MOVE ZERO              TO WS-CLK-COMMISSION (WS-FOUND-SUB).
           MOVE ZERO              TO WS-CLK-ADJUSTMENTS (WS-FOUND-SUB).

       2900-EXIT. EXIT.

      **** ONLY A CLERK ACTIVE ON THE MASTER IS EXPORTED; EVERY
      **** OTHER CLERK WITH MONEY DUE IS LISTED AS HELD.
       3000-EXPORT-ONE-CLERK.

           COMPUTE WS-NET-COMMISSION =
                   WS-CLK-COMMISSION (WS-CLK-IDX)
                 + WS-CLK-ADJUSTMENTS (WS-CLK-IDX).

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-CLK-EMPID (WS-CLK-IDX)       TO DL-EMPLOYEE-ID.
           MOVE WS-CLK-NAME (WS-CLK-IDX)        TO DL-CLERK-NAME.
           MOVE WS-CLK-COMMISSION (WS-CLK-IDX)  TO DL-COMMISSION.
           MOVE WS-CLK-ADJUSTMENTS (WS-CLK-IDX) TO DL-ADJUSTMENTS.
           MOVE WS-NET-COMMISSION               TO DL-NET.

           IF WS-NET-COMMISSION = ZERO
               ADD 1                    TO WS-ZERO-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CLK-EMPID (WS-CLK-IDX) TO DF42-CLK-EMPLOYEE-ID.

           EXEC SQL
                SELECT CLERK_NAME, HOME_STORE, STATUS
                  INTO :DF42-CLK-NAME, :DF42-CLK-HOME-STORE,
                       :DF42-CLK-STATUS
                  FROM DEFECTS.DF42.CLERKMST
                 WHERE EMPLOYEE_ID = :DF42-CLK-EMPLOYEE-ID
           END-EXEC.

           MOVE 'SELECT CLERK'         TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-OK
               MOVE DF42-CLK-NAME       TO DL-CLERK-NAME
               MOVE DF42-CLK-HOME-STORE TO DL-HOME-STORE
           END-IF.

           EVALUATE TRUE
               WHEN DFSQL-END-OF-DATA
                   MOVE 'HELD - NOT ON CLERK MASTER'
                                        TO DL-DISPOSITION
               WHEN DFSQL-STATUS-NOTOK
                   MOVE 'HELD - LOOKUP FAILED SQLLOG'
                                        TO DL-DISPOSITION
               WHEN DF42-CLK-STATUS NOT = 'A'
                   MOVE 'HELD - CLERK NOT ACTIVE'
                                        TO DL-DISPOSITION
               WHEN WS-NET-COMMISSION < ZERO
                   MOVE 'HELD - NET IS NEGATIVE'
                                        TO DL-DISPOSITION
               WHEN OTHER
                   MOVE 'EXPORTED'      TO DL-DISPOSITION
           END-EVALUATE.

           IF DL-DISPOSITION NOT = 'EXPORTED'
               ADD 1                    TO WS-HELD-COUNT
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO PAYROLL-RECORD.
           MOVE WS-CLK-EMPID (WS-CLK-IDX) TO PY-EMPLOYEE-ID.
           MOVE WS-PERIOD-END          TO PY-PERIOD-END.
           MOVE WS-EARNING-CODE        TO PY-EARNING-CODE.
           MOVE DF42-CLK-HOME-STORE    TO PY-HOME-STORE.
           MOVE WS-CLK-COMMISSION (WS-CLK-IDX)  TO PY-COMMISSION.
           MOVE WS-CLK-ADJUSTMENTS (WS-CLK-IDX) TO PY-ADJUSTMENTS.
           MOVE WS-NET-COMMISSION      TO PY-NET-COMMISSION.
           MOVE DF42-CLK-NAME          TO PY-CLERK-NAME.
           WRITE PAYROLL-RECORD.

           ADD 1                       TO WS-EXPORT-COUNT.
           ADD WS-NET-COMMISSION       TO WS-EXPORT-TOTAL.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE EXPORT REGISTERS ITS IDENTITY, COUNT AND NET TOTAL SO
      **** DFFEDMAT CATCHES A PAYROLL LOAD THAT NEVER HAPPENED, CAME
      **** IN SHORT, OR REJECTED A CLERK.
       7800-REGISTER-THE-EXPORT.

           OPEN EXTEND FEED-REGISTER.

           IF WS-FEEDREG-STATUS NOT = '00'
               OPEN OUTPUT FEED-REGISTER
           END-IF.

           IF WS-FEEDREG-STATUS NOT = '00'
               DISPLAY 'DF42PAYX FEED REGISTER OPEN ERROR - EXPORT '
                       'NOT REGISTERED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 7800-EXIT
           END-IF.

           MOVE 'DF42PAYF'             TO FR-FEED-ID.
           MOVE WS-REG-DATE            TO FR-RUN-DATE.
           MOVE WS-EXPORT-COUNT        TO FR-RECORD-COUNT.
           MOVE WS-EXPORT-TOTAL        TO FR-AMOUNT-TOTAL.
           MOVE 'F'                    TO FR-ENTRY-TYPE.
           WRITE FEED-REGISTER-RECORD.

           CLOSE FEED-REGISTER.

       7800-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF42PAYX'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
