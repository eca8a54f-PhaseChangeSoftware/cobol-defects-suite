       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29CREC.

      *REMARKS:    REFUND CHECK RECONCILIATION AGAINST THE BANK'S
      *            DAILY PAID-CHECK FILE.

      ******************************************************************
      ****   THE BANK RETURNS A DF29PAID FILE OF EVERY REFUND CHECK ****
      ****   IT PAID.  EACH PAID CHECK IS MATCHED TO THE DF29CREG   ****
      ****   REGISTER BY CHECK NUMBER:                              ****
      ****                                                          ****
      ****     - AN ISSUED CHECK IS MARKED CLEARED ('C') WITH THE   ****
      ****       BANK'S PAID DATE.  IF THE PAID AMOUNT IS NOT THE   ****
      ****       ISSUED AMOUNT IT IS STILL MARKED CLEARED (THE BANK ****
      ****       HAS PAID IT) BUT REPORTED AS AMOUNT DIFFERS.       ****
      ****     - A CHECK NOT ON THE REGISTER IS REPORTED AS PAID    ****
      ****       NOT ISSUED.                                        ****
      ****     - A VOIDED CHECK IS REPORTED AS PAID AFTER VOID AND  ****
      ****       STAYS VOID FOR TREASURY TO RECOVER.                ****
      ****     - A CHECK ALREADY CLEARED IS REPORTED AS A DUPLICATE ****
      ****       PRESENTMENT.                                       ****
      ****                                                          ****
      ****   THE REPORT CLOSES WITH THE OUTSTANDING-CHECKS LIST -   ****
      ****   EVERY CHECK STILL ISSUED AND UNPAID, WITH ITS AGE IN   ****
      ****   DAYS - AND ITS COUNT AND TOTAL, WHICH IS THE FIGURE    ****
      ****   THAT TIES TO THE BANK'S OUTSTANDING BALANCE.  UNDER A  ****
      ****   DRY-RUN WINDOW THE REGISTER GOES TO ITS SHADOW COPY.   ****
      ******************************************************************

      ******************************************************************
      ****   A CHECK THE DF29ESCH UNCLAIMED-PROPERTY RUN HAS        ****
      ****   ALREADY SURRENDERED TO THE STATE (STATUS 'E') IS NOT   ****
      ****   OURS TO PAY: A PRESENTMENT IS REPORTED AS PAID AFTER   ****
      ****   ESCHEAT AND THE CHECK STAYS ESCHEATED.                 ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PAID-FILE        ASSIGN TO DF29PAID
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PAID-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO DF29CREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO WS-REG-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PAID-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS PAID-RECORD.

       01  PAID-RECORD.
           05  PB-CHECK-NUMBER          PIC 9(08).
           05  PB-PAID-DATE             PIC X(10).
           05  PB-PAID-AMOUNT           PIC 9(09)V99.
           05  FILLER                   PIC X(01).

       FD  REGISTER-IN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-IN-RECORD.

       01  REGISTER-IN-RECORD.
           05  RIR-CHECK-NUMBER         PIC 9(08).
           05  RIR-CHECK-DATE           PIC X(10).
           05  RIR-CUST-NUMBER          PIC X(10).
           05  RIR-AMOUNT               PIC 9(09)V99.
           05  RIR-STATUS               PIC X(01).
           05  RIR-PPAY-SENT            PIC X(01).
           05  RIR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-OUT-RECORD.

       01  REGISTER-OUT-RECORD.
           05  ROR-CHECK-NUMBER         PIC 9(08).
           05  ROR-CHECK-DATE           PIC X(10).
           05  ROR-CUST-NUMBER          PIC X(10).
           05  ROR-AMOUNT               PIC 9(09)V99.
           05  ROR-STATUS               PIC X(01).
           05  ROR-PPAY-SENT            PIC X(01).
           05  ROR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PAID-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PAID-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PAID-EOF                 VALUE 'Y'.
       01  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REG-EOF                  VALUE 'Y'.

       01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY            OCCURS 500 TIMES.
               10  WS-REG-CHECK-NO     PIC 9(08).
               10  WS-REG-CHECK-DATE   PIC X(10).
               10  WS-REG-CUST         PIC X(10).
               10  WS-REG-AMOUNT       PIC 9(09)V99 COMP-3.
               10  WS-REG-STATUS       PIC X(01).
               10  WS-REG-PPAY-SENT    PIC X(01).
               10  WS-REG-PAID-DATE    PIC X(10).

       01  WS-REG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-PAID-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PAID-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-CLEARED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-CHECK-DATE-INTEGER       PIC S9(09) VALUE ZERO.
       01  WS-CHECK-AGE-DAYS           PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.

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

      **** UPDATE TARGET - THE LIVE REGISTER, OR ITS SHADOW COPY
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-REG-OUT-NAME             PIC X(09) VALUE 'DF29CREG'.

       COPY DFRUNDT.

       01  WS-PAID-HEADING.
           05  FILLER                  PIC X(20) VALUE 'RESULT'.
           05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE 'PAID DATE'.
           05  FILLER                  PIC X(16) VALUE
                                       '     PAID AMOUNT'.
           05  FILLER                  PIC X(18) VALUE
                                       '   ISSUED AMOUNT'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-RESULT               PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PAID-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PAID-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ISSUED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-PAID-TOTALS-LINE.
           05  FILLER                  PIC X(13) VALUE 'PAID CHECKS ='.
           05  PT-PAID-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PT-PAID-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE '  CLEARED ='.
           05  PT-CLEARED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PT-CLEARED-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
                                       '  EXCEPTIONS ='.
           05  PT-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-OUTSTANDING-TITLE.
           05  FILLER                  PIC X(40) VALUE
                   'OUTSTANDING CHECKS AS OF'.
           05  OT-AS-OF-DATE           PIC X(10).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-OUTSTANDING-HEADING.
           05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE 'CHECK DATE'.
           05  FILLER                  PIC X(12) VALUE 'PAYEE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(10) VALUE '  AGE DAYS'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-OUTSTANDING-LINE.
           05  OL-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-CHECK-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  OL-AGE-DAYS             PIC -ZZZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-OUTSTANDING-TOTALS-LINE.
           05  FILLER                  PIC X(20) VALUE
                                       'TOTAL OUTSTANDING ='.
           05  OTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OTL-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(89) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29CREC START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.
           PERFORM 2000-LOAD-CHECK-REGISTER THRU 2000-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29CREC DF29CREG HOLDS MORE THAN 500 CHECKS '
                       '- NOTHING RECONCILED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN INPUT PAID-FILE.

           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'DF29CREC NO PAID-CHECK FILE FROM THE BANK'
                                               UPON CONSOLE
               SET WS-PAID-EOF          TO TRUE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29CREC - REFUND CHECK RECONCILIATION'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-PAID-HEADING.

       1000-MATCH-PAID-CHECKS.

           PERFORM UNTIL WS-PAID-EOF
               READ PAID-FILE
                   AT END
                       SET WS-PAID-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-MATCH-ONE-PAID THRU 3000-EXIT
               END-READ
           END-PERFORM.

           MOVE WS-PAID-COUNT          TO PT-PAID-COUNT.
           MOVE WS-PAID-TOTAL          TO PT-PAID-TOTAL.
           MOVE WS-CLEARED-COUNT       TO PT-CLEARED-COUNT.
           MOVE WS-CLEARED-TOTAL       TO PT-CLEARED-TOTAL.
           MOVE WS-EXCEPTION-COUNT     TO PT-EXCEPTION-COUNT.
           MOVE WS-PAID-TOTALS-LINE    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-LIST-OUTSTANDING.

           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROCESSING-DATE     TO OT-AS-OF-DATE.
           WRITE REPORT-LINE           FROM WS-OUTSTANDING-TITLE.
           WRITE REPORT-LINE           FROM WS-OUTSTANDING-HEADING.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               IF WS-REG-STATUS (WS-REG-SUB) = 'I'
                   PERFORM 4000-LIST-ONE-OUTSTANDING THRU 4000-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-OUTSTANDING-COUNT   TO OTL-COUNT.
           MOVE WS-OUTSTANDING-TOTAL   TO OTL-TOTAL.
           MOVE WS-OUTSTANDING-TOTALS-LINE TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-CLOSE-FILES.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE PAID-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-REGISTER THRU 5000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF29CREC PAID CHECKS READ   = ' WS-PAID-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CREC CHECKS CLEARED     = ' WS-CLEARED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CREC EXCEPTIONS         = ' WS-EXCEPTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CREC CHECKS OUTSTANDING = '
                   WS-OUTSTANDING-COUNT        UPON CONSOLE.
           DISPLAY 'DF29CREC END OF JOB' UPON CONSOLE.

           IF WS-EXCEPTION-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

           GOBACK.

      **** CHECKS ARE AGED AS OF THE PROCESSING DATE.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29CREGS'     TO WS-REG-OUT-NAME
                   DISPLAY 'DF29CREC SIMULATION - REGISTER GOES TO '
                           'SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29CREC NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PROCESSING-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

       1200-EXIT. EXIT.

      **** A REGISTER TOO BIG FOR THE TABLE STOPS THE RUN RATHER
      **** THAN DROP CHECKS WHEN THE REGISTER IS REWRITTEN.
       2000-LOAD-CHECK-REGISTER.

           OPEN INPUT REGISTER-IN-FILE.

           IF WS-REG-IN-STATUS NOT = '00'
               DISPLAY 'DF29CREC NO CHECK REGISTER ON FILE'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-REG-EOF
               READ REGISTER-IN-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF WS-REGISTER-COUNT < 500
                           ADD 1 TO WS-REGISTER-COUNT
                           MOVE RIR-CHECK-NUMBER
                               TO WS-REG-CHECK-NO (WS-REGISTER-COUNT)
                           MOVE RIR-CHECK-DATE
                               TO WS-REG-CHECK-DATE (WS-REGISTER-COUNT)
                           MOVE RIR-CUST-NUMBER
                               TO WS-REG-CUST (WS-REGISTER-COUNT)
                           MOVE RIR-AMOUNT
                               TO WS-REG-AMOUNT (WS-REGISTER-COUNT)
                           MOVE RIR-STATUS
                               TO WS-REG-STATUS (WS-REGISTER-COUNT)
                           MOVE RIR-PPAY-SENT
                               TO WS-REG-PPAY-SENT (WS-REGISTER-COUNT)
                           MOVE RIR-PAID-DATE
                               TO WS-REG-PAID-DATE (WS-REGISTER-COUNT)
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN-FILE.

       2000-EXIT. EXIT.

      **** ONLY AN ISSUED CHECK CAN CLEAR.  ANYTHING ELSE THE BANK
      **** PAID IS AN EXCEPTION FOR TREASURY TO CHASE.
       3000-MATCH-ONE-PAID.

           ADD 1                       TO WS-PAID-COUNT.
           ADD PB-PAID-AMOUNT          TO WS-PAID-TOTAL.

           MOVE PB-CHECK-NUMBER        TO DL-CHECK-NUMBER.
           MOVE PB-PAID-DATE           TO DL-PAID-DATE.
           MOVE PB-PAID-AMOUNT         TO DL-PAID-AMOUNT.
           MOVE ZERO                   TO DL-ISSUED-AMOUNT.

           MOVE ZERO                   TO WS-FOUND-SUB.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-REG-CHECK-NO (WS-REG-SUB) = PB-CHECK-NUMBER
                   MOVE WS-REG-SUB      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               MOVE 'PAID NOT ISSUED'   TO DL-RESULT
               ADD 1                    TO WS-EXCEPTION-COUNT
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-REG-AMOUNT (WS-FOUND-SUB) TO DL-ISSUED-AMOUNT.

           IF WS-REG-STATUS (WS-FOUND-SUB) = 'V'
               MOVE 'PAID AFTER VOID'   TO DL-RESULT
               ADD 1                    TO WS-EXCEPTION-COUNT
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-SUB) = 'E'
               MOVE 'PAID AFTER ESCHEAT' TO DL-RESULT
               ADD 1                    TO WS-EXCEPTION-COUNT
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-SUB) = 'C'
               MOVE 'ALREADY CLEARED'   TO DL-RESULT
               ADD 1                    TO WS-EXCEPTION-COUNT
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE 'C'                    TO WS-REG-STATUS (WS-FOUND-SUB).
           MOVE PB-PAID-DATE           TO WS-REG-PAID-DATE
                                                  (WS-FOUND-SUB).
           ADD 1                       TO WS-CLEARED-COUNT.
           ADD PB-PAID-AMOUNT          TO WS-CLEARED-TOTAL.

           IF PB-PAID-AMOUNT NOT = WS-REG-AMOUNT (WS-FOUND-SUB)
               MOVE 'AMOUNT DIFFERS'    TO DL-RESULT
               ADD 1                    TO WS-EXCEPTION-COUNT
           ELSE
               MOVE 'CLEARED'           TO DL-RESULT
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** A CHECK DATE THAT WILL NOT CONVERT SHOWS AN AGE OF ZERO
      **** RATHER THAN STOP THE LIST.
       4000-LIST-ONE-OUTSTANDING.

           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO WS-DATE-WORK.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               COMPUTE WS-CHECK-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               COMPUTE WS-CHECK-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-CHECK-DATE-INTEGER
           ELSE
               MOVE ZERO                TO WS-CHECK-AGE-DAYS
           END-IF.

           ADD 1                       TO WS-OUTSTANDING-COUNT.
           ADD WS-REG-AMOUNT (WS-REG-SUB) TO WS-OUTSTANDING-TOTAL.

           MOVE WS-REG-CHECK-NO (WS-REG-SUB)   TO OL-CHECK-NUMBER.
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO OL-CHECK-DATE.
           MOVE WS-REG-CUST (WS-REG-SUB)       TO OL-CUST-NUMBER.
           MOVE WS-REG-AMOUNT (WS-REG-SUB)     TO OL-AMOUNT.
           MOVE WS-CHECK-AGE-DAYS              TO OL-AGE-DAYS.
           MOVE WS-OUTSTANDING-LINE            TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       5000-REWRITE-REGISTER.

           IF WS-REGISTER-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT REGISTER-OUT-FILE.

           IF WS-REG-OUT-STATUS NOT = '00'
               DISPLAY 'DF29CREC CHECK REGISTER OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               MOVE SPACES                       TO REGISTER-OUT-RECORD
               MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO ROR-CHECK-NUMBER
               MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO ROR-CHECK-DATE
               MOVE WS-REG-CUST (WS-REG-SUB)     TO ROR-CUST-NUMBER
               MOVE WS-REG-AMOUNT (WS-REG-SUB)   TO ROR-AMOUNT
               MOVE WS-REG-STATUS (WS-REG-SUB)   TO ROR-STATUS
               MOVE WS-REG-PPAY-SENT (WS-REG-SUB) TO ROR-PPAY-SENT
               MOVE WS-REG-PAID-DATE (WS-REG-SUB) TO ROR-PAID-DATE
               WRITE REGISTER-OUT-RECORD
           END-PERFORM.

           CLOSE REGISTER-OUT-FILE.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
