       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29DSPM.

      *REMARKS:    DISPUTE CASE MAINTENANCE AND AGING OVER THE
      *            DF29DISP DISPUTE FILE HONORED BY DF29DUN AND
      *            DF29BURX.

      ******************************************************************
      ****   DF29DUN AND DF29BURX SUPPRESS LETTERS AND BUREAU       ****
      ****   REPORTING FOR A CUSTOMER WITH AN OPEN DF29DISP CASE,   ****
      ****   BUT THE CASES WERE LOADED BY HAND.  THIS BATCH WORKS   ****
      ****   THE DF29DTRN DISPUTE TRANSACTION FILE AGAINST THE      ****
      ****   DF29DISP CASE FILE (LAYOUT DF29DSP.CPY):               ****
      ****                                                          ****
      ****     O - OPEN A NUMBERED CASE AGAINST A DF29BALF          ****
      ****         CUSTOMER FOR A DISPUTED AMOUNT AND/OR A DF06IXRF ****
      ****         INVOICE (AN INVOICE ALONE DISPUTES ITS TOTAL),   ****
      ****         WITH REASON CODE, OWNER AND NOTES,               ****
      ****     N - WORK A CASE: ADD A NOTE AND/OR REASSIGN OWNER,   ****
      ****     U - RESOLVE UPHELD: CLOSE THE CASE AND QUEUE A       ****
      ****         CREDIT (THE DISPUTED AMOUNT, OR LESS IF GIVEN)   ****
      ****         ON THE DF29PCRD POSTING-CREDIT FILE FOR DF29POST ****
      ****         TO TAKE OFF THE BALANCE,                         ****
      ****     D - RESOLVE DENIED: CLOSE THE CASE, NO CREDIT.       ****
      ****                                                          ****
      ****   EVERY TRANSACTION IS AUTHORIZED THROUGH THE SHARED     ****
      ****   DFAUTH CHECK (FUNCTION DSP) AND EVERY ACCEPTED ONE IS  ****
      ****   APPENDED TO THE DF29DLOG CASE ACTIVITY LOG WITH ITS    ****
      ****   NOTE, SO THE FULL HISTORY OF A CASE SURVIVES LATER     ****
      ****   NOTES.  CASES LOADED BY HAND BEFORE THIS BATCH ARE     ****
      ****   NUMBERED ON FIRST SIGHT.  THE CASE FILE IS LOADED,     ****
      ****   UPDATED IN A TABLE AND REWRITTEN, CLOSED CASES KEPT.   ****
      ******************************************************************

      ******************************************************************
      ****   SO A DISPUTE CANNOT SIT FOREVER QUIETLY SHIELDING AN   ****
      ****   ACCOUNT FROM COLLECTIONS, EVERY RUN ENDS WITH AN AGING ****
      ****   OF THE CASES STILL OPEN - DAYS SINCE OPENED, IN        ****
      ****   CURRENT (0-30), 31-60, 61-90 AND OVER-90 BUCKETS -     ****
      ****   AND FLAGS FOR ESCALATION EVERY CASE OLDER THAN THE     ****
      ****   DF29DPRM LIMIT (DEFAULT 60 DAYS).  UNDER A DRY-RUN     ****
      ****   WINDOW THE CASE FILE, CREDIT FILE AND LOG GO TO THEIR  ****
      ****   SHADOW COPIES AND NO DFBAL TOTALS ARE RECORDED.        ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************
      ****   THE DF29DLOG CASE ACTIVITY LOG RECORD IS DECLARED AT   ****
      ****   ITS TRUE 112 BYTES, SO THE FULL 60-BYTE NOTE IS KEPT   ****
      ****   ON EVERY LINE.                                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRANS-FILE       ASSIGN TO DF29DTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT PARAMETER-FILE   ASSIGN TO DF29DPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT DISPUTE-FILE     ASSIGN TO DF29DISP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT DISPUTE-OUT-FILE ASSIGN TO WS-DISPUTE-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DSP-OUT-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT INVOICE-XREF-FILE
                                   ASSIGN TO DF06IXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-IXRF-STATUS.

           SELECT CREDIT-FILE      ASSIGN TO WS-CREDIT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LOG-FILE         ASSIGN TO WS-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRANS-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-OPEN-CASE             VALUE 'O'.
               88  DT-WORK-CASE             VALUE 'N'.
               88  DT-UPHOLD-CASE           VALUE 'U'.
               88  DT-DENY-CASE             VALUE 'D'.
           05  DT-CASE-NUMBER           PIC X(08).
           05  DT-CUST-NUMBER           PIC X(10).
           05  DT-INVOICE-NUMBER        PIC X(12).
           05  DT-AMOUNT                PIC 9(09)V99.
           05  DT-REASON-CODE           PIC X(02).
           05  DT-OWNER-ID              PIC X(08).
           05  DT-OPERATOR-ID           PIC X(08).
           05  DT-NOTES                 PIC X(60).

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-ESCALATE-DAYS         PIC 9(03).
           05  FILLER                   PIC X(77).

       FD  DISPUTE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISPUTE-IN-RECORD.

       01  DISPUTE-IN-RECORD           PIC X(160).

       FD  DISPUTE-OUT-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISPUTE-OUT-RECORD.

       01  DISPUTE-OUT-RECORD          PIC X(160).

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  INVOICE-XREF-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS INVOICE-XREF-RECORD.

       01  INVOICE-XREF-RECORD.
           05  IX-INVOICE-NUMBER        PIC X(12).
           05  IX-CUST-NUMBER           PIC X(10).
           05  IX-INVOICE-DATE          PIC X(10).
           05  IX-INVOICE-TOTAL         PIC 9(09)V99.

       FD  CREDIT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CREDIT-RECORD.

       01  CREDIT-RECORD.
           05  PC-CUST-NUMBER           PIC X(10).
           05  PC-AMOUNT                PIC 9(09)V99.
           05  PC-SOURCE                PIC X(08).
           05  PC-REFERENCE             PIC X(12).
           05  FILLER                   PIC X(09).

       FD  LOG-FILE
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS LOG-RECORD.

      **** ONE 112-BYTE LINE PER ACCEPTED TRANSACTION, CARRYING THE
      **** FULL 60-BYTE NOTE.

       01  LOG-RECORD.
           05  LG-CASE-NUMBER           PIC X(08).
           05  LG-DATE                  PIC X(10).
           05  LG-ACTION                PIC X(01).
           05  LG-OPERATOR-ID           PIC X(08).
           05  LG-OWNER-ID              PIC X(08).
           05  LG-AMOUNT                PIC 9(09)V99.
           05  LG-NOTES                 PIC X(60).
           05  FILLER                   PIC X(06).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DISPUTE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DSP-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IXRF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-DISPUTE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-DISPUTE-EOF              VALUE 'Y'.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-IXRF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-IXRF-EOF                 VALUE 'Y'.

       01  WS-ESCALATE-DAYS            PIC 9(03) VALUE 60.

      **** THE WHOLE CASE FILE IS HELD AND REWRITTEN - A FILE TOO
      **** BIG FOR THE TABLE STOPS THE RUN RATHER THAN DROP CASES.
       01  WS-CASE-MAX                 PIC 9(04) VALUE 1000.
       01  WS-CASE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY           OCCURS 1000 TIMES.
               10  WS-CASE-RECORD      PIC X(160).

       01  WS-CASE-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE CASE BEING WORKED - LAYOUT DF29DSP.CPY.
       COPY DF29DSP.

       01  WS-LAST-CASE-NUMBER         PIC 9(08) VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY           OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-CUSTOMER-COUNT
                                       INDEXED BY WS-CUST-IDX.
               10  WS-CUST-NUMBER      PIC X(10).

       01  WS-CUST-FOUND-FLAG          PIC X(01) VALUE 'N'.

       01  WS-INVOICE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05  WS-INV-ENTRY            OCCURS 500 TIMES.
               10  WS-INV-NUMBER       PIC X(12).
               10  WS-INV-CUST         PIC X(10).
               10  WS-INV-TOTAL        PIC 9(09)V99.

       01  WS-INV-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-INV-FOUND-SUB            PIC 9(04) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-CREDIT-AMOUNT            PIC 9(09)V99 VALUE ZERO.

       01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-WORKED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-UPHELD-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-DENIED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.

      **** AGING BUCKETS: 1 = CURRENT (0-30), 2 = 31-60, 3 = 61-90,
      **** 4 = OVER 90 DAYS SINCE THE CASE WAS OPENED.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY         OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(06).
               10  WS-BUCKET-TOTAL     PIC 9(11)V99.

       01  WS-BUCKET-SUB               PIC 9(01) VALUE ZERO.

       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(12) VALUE 'CURRENT'.
           05  FILLER                  PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                  PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                  PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-NAME-TABLE        REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          OCCURS 4 TIMES PIC X(12).

       01  WS-OPEN-CASE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-OPEN-CASE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-ESCALATE-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-CASE-AGE-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-OPEN-DATE-INTEGER        PIC S9(09) VALUE ZERO.
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

      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-DISPUTE-OUT-NAME         PIC X(09) VALUE 'DF29DISP'.
       01  WS-CREDIT-NAME              PIC X(09) VALUE 'DF29PCRD'.
       01  WS-LOG-NAME                 PIC X(09) VALUE 'DF29DLOG'.

       COPY DFRUNDT.

       COPY DFAUTH.

       COPY DFBAL.

       01  WS-TRANS-HEADING.
           05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(03) VALUE 'ACT'.
           05  FILLER                  PIC X(10) VALUE 'CASE'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(14) VALUE 'INVOICE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(10) VALUE '  OWNER'.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(45) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CASE-NUMBER          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-INVOICE-NUMBER       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OWNER-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                  PIC X(14) VALUE 'BUCKET'.
           05  FILLER                  PIC X(10) VALUE 'CASE'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(12) VALUE 'OPENED'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(08) VALUE '   DAYS'.
           05  FILLER                  PIC X(04) VALUE ' RC'.
           05  FILLER                  PIC X(10) VALUE 'OWNER'.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-AGING-LINE.
           05  AL-BUCKET               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CASE-NUMBER          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-OPEN-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-AGE-DAYS             PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-OWNER-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-ESCALATE             PIC X(08).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-BUCKET-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'TOTAL'.
           05  BT-BUCKET               PIC X(14).
           05  FILLER                  PIC X(08) VALUE 'CASES ='.
           05  BT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
                                       '  AMOUNT ='.
           05  BT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-ESCALATE-LINE.
           05  FILLER                  PIC X(24) VALUE
                                       'CASES OPEN BEYOND LIMIT '.
           05  EL-LIMIT                PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE ' DAYS = '.
           05  EL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(90) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29DSPM START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-DISPUTES THRU 2000-EXIT.
           PERFORM 2300-LOAD-CUSTOMERS THRU 2300-EXIT.
           PERFORM 2600-LOAD-INVOICE-REGISTER THRU 2600-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29DSPM DF29DISP HOLDS MORE THAN ' WS-CASE-MAX
                       ' CASES - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN EXTEND CREDIT-FILE.

           IF WS-CREDIT-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-FILE
           END-IF.

           OPEN EXTEND LOG-FILE.

           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29DSPM - DISPUTE CASE ACTIVITY'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-TRANS-HEADING.

       1000-APPLY-TRANSACTIONS.

           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'DF29DSPM NO DISPUTE TRANSACTIONS ON HAND - '
                       'AGING ONLY' UPON CONSOLE
           ELSE
               PERFORM UNTIL WS-TRANS-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-APPLY-ONE-TRANS THRU 3000-EXIT
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

           CLOSE CREDIT-FILE.
           CLOSE LOG-FILE.

       1000-AGE-OPEN-CASES.

           PERFORM 4500-PRINT-AGING THRU 4500-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-DISPUTES THRU 5000-EXIT.

      **** A SIMULATION MUST NOT RECORD REAL-WINDOW CONTROL TOTALS.
           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF29PCRD'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF29DSPM'          TO DFBAL-PROGRAM-ID
               MOVE WS-CREDIT-COUNT     TO DFBAL-RECORD-COUNT
               MOVE WS-CREDIT-TOTAL     TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'         USING DFBAL-CONTROL-RECORD
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF29DSPM TRANSACTIONS READ  = ' WS-TRANS-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES OPENED       = ' WS-OPENED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES WORKED       = ' WS-WORKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES UPHELD       = ' WS-UPHELD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES DENIED       = ' WS-DENIED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM TRANSACTIONS REJECTED = '
                                               WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES STILL OPEN   = ' WS-OPEN-CASE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM CASES TO ESCALATE  = ' WS-ESCALATE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DSPM END OF JOB' UPON CONSOLE.

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

           IF PM-ESCALATE-DAYS NUMERIC AND PM-ESCALATE-DAYS > ZERO
               MOVE PM-ESCALATE-DAYS    TO WS-ESCALATE-DAYS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

      **** CASES ARE OPENED, CLOSED AND AGED AS OF THE OFFICIAL
      **** PROCESSING DATE FROM THE RUN CONTROL.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29DISPS'     TO WS-DISPUTE-OUT-NAME
                   MOVE 'DF29PCRDS'     TO WS-CREDIT-NAME
                   MOVE 'DF29DLOGS'     TO WS-LOG-NAME
                   DISPLAY 'DF29DSPM SIMULATION - CASES, CREDITS AND '
                           'LOG GO TO SHADOW COPIES' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29DSPM NO RUN CONTROL SET - USING SYSTEM '
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

      **** A CASE WITH NO NUMBER (LOADED BY HAND) IS NUMBERED AFTER
      **** THE WHOLE FILE IS IN, ABOVE THE HIGHEST NUMBER IN USE.
       2000-LOAD-DISPUTES.

           OPEN INPUT DISPUTE-FILE.

           IF WS-DISPUTE-STATUS NOT = '00'
               DISPLAY 'DF29DSPM NO DISPUTE FILE - STARTING A NEW ONE'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-DISPUTE-EOF
               READ DISPUTE-FILE
                   AT END
                       SET WS-DISPUTE-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT < WS-CASE-MAX
                           ADD 1 TO WS-CASE-COUNT
                           MOVE DISPUTE-IN-RECORD
                               TO WS-CASE-RECORD (WS-CASE-COUNT)
                           MOVE DISPUTE-IN-RECORD TO DISPUTE-RECORD
                           IF DP-CASE-NUMBER NUMERIC
                              AND DP-CASE-NUMBER > WS-LAST-CASE-NUMBER
                               MOVE DP-CASE-NUMBER
                                        TO WS-LAST-CASE-NUMBER
                           END-IF
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-FILE.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO DISPUTE-RECORD
               IF DP-CASE-NUMBER NOT NUMERIC
                   ADD 1                TO WS-LAST-CASE-NUMBER
                   MOVE WS-LAST-CASE-NUMBER TO DP-CASE-NUMBER
                   IF DP-AMOUNT NOT NUMERIC
                       MOVE ZERO        TO DP-AMOUNT
                   END-IF
                   IF DP-CREDIT-AMOUNT NOT NUMERIC
                       MOVE ZERO        TO DP-CREDIT-AMOUNT
                   END-IF
                   MOVE DISPUTE-RECORD  TO WS-CASE-RECORD (WS-CASE-SUB)
               END-IF
           END-PERFORM.

       2000-EXIT. EXIT.

       2300-LOAD-CUSTOMERS.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29DSPM NO BALANCE MASTER - NEW CASES WILL '
                       'REJECT' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 500
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE BR-CUST-NUMBER
                               TO WS-CUST-NUMBER (WS-CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       2300-EXIT. EXIT.

       2600-LOAD-INVOICE-REGISTER.

           OPEN INPUT INVOICE-XREF-FILE.

           IF WS-IXRF-STATUS NOT = '00'
               DISPLAY 'DF29DSPM NO INVOICE REGISTER - INVOICE '
                       'DISPUTES WILL REJECT' UPON CONSOLE
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-IXRF-EOF
               READ INVOICE-XREF-FILE
                   AT END
                       SET WS-IXRF-EOF TO TRUE
                   NOT AT END
                       IF WS-INVOICE-COUNT < 500
                           ADD 1 TO WS-INVOICE-COUNT
                           MOVE IX-INVOICE-NUMBER
                               TO WS-INV-NUMBER (WS-INVOICE-COUNT)
                           MOVE IX-CUST-NUMBER
                               TO WS-INV-CUST (WS-INVOICE-COUNT)
                           MOVE IX-INVOICE-TOTAL
                               TO WS-INV-TOTAL (WS-INVOICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVOICE-XREF-FILE.

       2600-EXIT. EXIT.

      **** EVERY TRANSACTION IS AUTHORIZED FIRST, THEN ROUTED BY
      **** ACTION.  A REJECT PRINTS WITH ITS REASON AND CHANGES
      **** NOTHING.
       3000-APPLY-ONE-TRANS.

           ADD 1                       TO WS-TRANS-COUNT.

           MOVE SPACES                 TO WS-REJECT-REASON.

           MOVE DT-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'DSP'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'DISPUTE ' DT-ACTION ' CASE ' DT-CASE-NUMBER
                  ' CUST ' DT-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           EVALUATE TRUE
               WHEN DT-OPEN-CASE
                   PERFORM 3100-OPEN-CASE THRU 3100-EXIT
               WHEN DT-WORK-CASE
                   PERFORM 3300-WORK-CASE THRU 3300-EXIT
               WHEN DT-UPHOLD-CASE
                   PERFORM 3500-UPHOLD-CASE THRU 3500-EXIT
               WHEN DT-DENY-CASE
                   PERFORM 3700-DENY-CASE THRU 3700-EXIT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               GO TO 3000-EXIT
           END-IF.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-DISPOSITION.
           MOVE DT-ACTION              TO DL-ACTION.
           MOVE DT-CASE-NUMBER         TO DL-CASE-NUMBER.
           MOVE DT-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE DT-INVOICE-NUMBER      TO DL-INVOICE-NUMBER.
           IF DT-AMOUNT NUMERIC
               MOVE DT-AMOUNT           TO DL-AMOUNT
           ELSE
               MOVE ZERO                TO DL-AMOUNT
           END-IF.
           MOVE DT-OWNER-ID            TO DL-OWNER-ID.
           MOVE DT-OPERATOR-ID         TO DL-OPERATOR-ID.
           MOVE WS-REJECT-REASON       TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** A NEW CASE NEEDS A BALANCE-FILE CUSTOMER, A REASON CODE
      **** AND SOMETHING DISPUTED - AN AMOUNT, AN INVOICE OF THAT
      **** CUSTOMER'S, OR BOTH (THE AMOUNT MAY BE PART OF THE
      **** INVOICE BUT NOT MORE THAN IT).
       3100-OPEN-CASE.

           PERFORM 3900-FIND-CUSTOMER THRU 3900-EXIT.

           IF WS-CUST-FOUND-FLAG = 'N'
               MOVE 'CUSTOMER NOT ON BALANCE FILE' TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.

           IF DT-REASON-CODE = SPACES
               MOVE 'NO DISPUTE REASON CODE' TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.

           IF DT-AMOUNT NOT NUMERIC
               MOVE ZERO                TO DT-AMOUNT
           END-IF.

           IF DT-INVOICE-NUMBER NOT = SPACES
               PERFORM 3950-FIND-INVOICE THRU 3950-EXIT
               IF WS-INV-FOUND-SUB = ZERO
                   MOVE 'INVOICE NOT ON REGISTER' TO WS-REJECT-REASON
                   GO TO 3100-EXIT
               END-IF
               IF WS-INV-CUST (WS-INV-FOUND-SUB) NOT = DT-CUST-NUMBER
                   MOVE 'INVOICE IS FOR ANOTHER CUSTOMER'
                                        TO WS-REJECT-REASON
                   GO TO 3100-EXIT
               END-IF
               IF DT-AMOUNT = ZERO
                   MOVE WS-INV-TOTAL (WS-INV-FOUND-SUB) TO DT-AMOUNT
               END-IF
               IF DT-AMOUNT > WS-INV-TOTAL (WS-INV-FOUND-SUB)
                   MOVE 'AMOUNT EXCEEDS INVOICE TOTAL'
                                        TO WS-REJECT-REASON
                   GO TO 3100-EXIT
               END-IF
           END-IF.

           IF DT-AMOUNT = ZERO
               MOVE 'NO DISPUTED AMOUNT OR INVOICE' TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.

           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               MOVE 'DISPUTE FILE FULL'  TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.

           ADD 1                       TO WS-LAST-CASE-NUMBER.

           MOVE SPACES                 TO DISPUTE-RECORD.
           MOVE DT-CUST-NUMBER         TO DP-CUST-NUMBER.
           SET DP-DISPUTE-OPEN         TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DP-OPEN-DATE.
           MOVE WS-LAST-CASE-NUMBER    TO DP-CASE-NUMBER.
           MOVE DT-INVOICE-NUMBER      TO DP-INVOICE-NUMBER.
           MOVE DT-AMOUNT              TO DP-AMOUNT.
           MOVE DT-REASON-CODE         TO DP-REASON-CODE.
           IF DT-OWNER-ID = SPACES
               MOVE DT-OPERATOR-ID      TO DP-OWNER-ID
           ELSE
               MOVE DT-OWNER-ID         TO DP-OWNER-ID
           END-IF.
           MOVE ZERO                   TO DP-CREDIT-AMOUNT.
           MOVE WS-PROCESSING-DATE     TO DP-LAST-ACTION-DATE.
           MOVE DT-NOTES               TO DP-NOTES.

           ADD 1                       TO WS-CASE-COUNT.
           MOVE WS-CASE-COUNT          TO WS-FOUND-SUB.
           MOVE DISPUTE-RECORD         TO WS-CASE-RECORD (WS-FOUND-SUB).

           ADD 1                       TO WS-OPENED-COUNT.

           MOVE 'OPENED'               TO DL-DISPOSITION.
           MOVE 'CASE OPENED'          TO DL-REASON.
           PERFORM 3800-LOG-AND-PRINT.

       3100-EXIT. EXIT.

      **** A NOTE REPLACES THE CASE'S LATEST NOTE (THE LOG KEEPS
      **** THEM ALL); A NEW OWNER REASSIGNS THE CASE.
       3300-WORK-CASE.

           PERFORM 3960-FIND-OPEN-CASE THRU 3960-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3300-EXIT
           END-IF.

           IF DT-OWNER-ID = SPACES
              AND DT-NOTES = SPACES
               MOVE 'NO NOTE OR NEW OWNER GIVEN' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.

           IF DT-OWNER-ID NOT = SPACES
               MOVE DT-OWNER-ID         TO DP-OWNER-ID
           END-IF.

           IF DT-NOTES NOT = SPACES
               MOVE DT-NOTES            TO DP-NOTES
           END-IF.

           MOVE WS-PROCESSING-DATE     TO DP-LAST-ACTION-DATE.
           MOVE DISPUTE-RECORD         TO WS-CASE-RECORD (WS-FOUND-SUB).

           ADD 1                       TO WS-WORKED-COUNT.

           MOVE 'WORKED'               TO DL-DISPOSITION.
           IF DT-OWNER-ID NOT = SPACES
               MOVE 'CASE REASSIGNED'   TO DL-REASON
           ELSE
               MOVE 'NOTE ADDED'        TO DL-REASON
           END-IF.
           PERFORM 3800-LOG-AND-PRINT.

       3300-EXIT. EXIT.

      **** UPHELD: THE CREDIT IS THE DISPUTED AMOUNT UNLESS A
      **** SMALLER ONE IS GIVEN, AND IS QUEUED FOR DF29POST UNDER
      **** LINEAGE REFERENCE 'DP' PLUS THE CASE NUMBER.
       3500-UPHOLD-CASE.

           PERFORM 3960-FIND-OPEN-CASE THRU 3960-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3500-EXIT
           END-IF.

           IF DT-AMOUNT NOT NUMERIC OR DT-AMOUNT = ZERO
               MOVE DP-AMOUNT           TO WS-CREDIT-AMOUNT
           ELSE
               MOVE DT-AMOUNT           TO WS-CREDIT-AMOUNT
           END-IF.

           IF WS-CREDIT-AMOUNT > DP-AMOUNT
               MOVE 'CREDIT EXCEEDS DISPUTED AMOUNT' TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.

           IF WS-CREDIT-AMOUNT = ZERO
               MOVE 'NO CREDIT AMOUNT'  TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.

           SET DP-DISPUTE-CLOSED       TO TRUE.
           SET DP-RESOLVED-UPHELD      TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DP-CLOSE-DATE.
           MOVE WS-CREDIT-AMOUNT       TO DP-CREDIT-AMOUNT.
           MOVE WS-PROCESSING-DATE     TO DP-LAST-ACTION-DATE.
           IF DT-NOTES NOT = SPACES
               MOVE DT-NOTES            TO DP-NOTES
           END-IF.
           MOVE DISPUTE-RECORD         TO WS-CASE-RECORD (WS-FOUND-SUB).

           MOVE SPACES                 TO CREDIT-RECORD.
           MOVE DP-CUST-NUMBER         TO PC-CUST-NUMBER.
           MOVE WS-CREDIT-AMOUNT       TO PC-AMOUNT.
           MOVE 'DF29DSPM'             TO PC-SOURCE.
           STRING 'DP' DP-CASE-NUMBER
                  DELIMITED BY SIZE
                  INTO PC-REFERENCE
           END-STRING.
           WRITE CREDIT-RECORD.

           ADD 1                       TO WS-UPHELD-COUNT.
           ADD 1                       TO WS-CREDIT-COUNT.
           ADD WS-CREDIT-AMOUNT        TO WS-CREDIT-TOTAL.

           MOVE 'UPHELD'               TO DL-DISPOSITION.
           MOVE 'CREDIT QUEUED FOR DF29POST' TO DL-REASON.
           PERFORM 3800-LOG-AND-PRINT.

       3500-EXIT. EXIT.

       3700-DENY-CASE.

           PERFORM 3960-FIND-OPEN-CASE THRU 3960-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3700-EXIT
           END-IF.

           SET DP-DISPUTE-CLOSED       TO TRUE.
           SET DP-RESOLVED-DENIED      TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DP-CLOSE-DATE.
           MOVE ZERO                   TO DP-CREDIT-AMOUNT.
           MOVE WS-PROCESSING-DATE     TO DP-LAST-ACTION-DATE.
           IF DT-NOTES NOT = SPACES
               MOVE DT-NOTES            TO DP-NOTES
           END-IF.
           MOVE DISPUTE-RECORD         TO WS-CASE-RECORD (WS-FOUND-SUB).

           ADD 1                       TO WS-DENIED-COUNT.

           MOVE 'DENIED'               TO DL-DISPOSITION.
           MOVE 'CASE CLOSED - NO CREDIT' TO DL-REASON.
           PERFORM 3800-LOG-AND-PRINT.

       3700-EXIT. EXIT.

      **** DISPUTE-RECORD HOLDS THE CASE AS IT NOW STANDS; THE
      **** CALLER HAS SET THE DISPOSITION AND REASON TEXT.
       3800-LOG-AND-PRINT.

           MOVE SPACES                 TO LOG-RECORD.
           MOVE DP-CASE-NUMBER         TO LG-CASE-NUMBER.
           MOVE WS-PROCESSING-DATE     TO LG-DATE.
           MOVE DT-ACTION              TO LG-ACTION.
           MOVE DT-OPERATOR-ID         TO LG-OPERATOR-ID.
           MOVE DP-OWNER-ID            TO LG-OWNER-ID.
           IF DT-UPHOLD-CASE
               MOVE DP-CREDIT-AMOUNT    TO LG-AMOUNT
           ELSE
               MOVE DP-AMOUNT           TO LG-AMOUNT
           END-IF.
           MOVE DT-NOTES               TO LG-NOTES.
           WRITE LOG-RECORD.

           MOVE DT-ACTION              TO DL-ACTION.
           MOVE DP-CASE-NUMBER         TO DL-CASE-NUMBER.
           MOVE DP-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE DP-INVOICE-NUMBER      TO DL-INVOICE-NUMBER.
           MOVE LG-AMOUNT              TO DL-AMOUNT.
           MOVE DP-OWNER-ID            TO DL-OWNER-ID.
           MOVE DT-OPERATOR-ID         TO DL-OPERATOR-ID.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3900-FIND-CUSTOMER.

           MOVE 'N'                    TO WS-CUST-FOUND-FLAG.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CUST-NUMBER (WS-CUST-IDX) = DT-CUST-NUMBER
                   MOVE 'Y'             TO WS-CUST-FOUND-FLAG
               END-IF
           END-PERFORM.

       3900-EXIT. EXIT.

       3950-FIND-INVOICE.

           MOVE ZERO                   TO WS-INV-FOUND-SUB.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INVOICE-COUNT
               IF WS-INV-FOUND-SUB = ZERO
                  AND WS-INV-NUMBER (WS-INV-SUB) = DT-INVOICE-NUMBER
                   MOVE WS-INV-SUB      TO WS-INV-FOUND-SUB
               END-IF
           END-PERFORM.

       3950-EXIT. EXIT.

      **** LEAVES THE CASE IN DISPUTE-RECORD AND ITS SLOT IN
      **** WS-FOUND-SUB, OR SETS A REJECT REASON.
       3960-FIND-OPEN-CASE.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO DISPUTE-RECORD
               IF DP-CASE-NUMBER = DT-CASE-NUMBER
                   MOVE WS-CASE-SUB     TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               MOVE 'CASE NOT ON DISPUTE FILE' TO WS-REJECT-REASON
               GO TO 3960-EXIT
           END-IF.

           IF NOT DP-DISPUTE-OPEN
               MOVE 'CASE IS ALREADY CLOSED' TO WS-REJECT-REASON
           END-IF.

       3960-EXIT. EXIT.

      **** ONE LINE PER OPEN CASE, THEN A TOTAL PER BUCKET AND THE
      **** COUNT OF CASES PAST THE ESCALATION LIMIT.
       4500-PRINT-AGING.

           INITIALIZE WS-BUCKET-TABLE.

           MOVE 'DF29DSPM - OPEN DISPUTE AGING'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-AGING-HEADING.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO DISPUTE-RECORD
               IF DP-DISPUTE-OPEN
                   PERFORM 4600-AGE-ONE-CASE THRU 4600-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-NAME (WS-BUCKET-SUB)  TO BT-BUCKET
               MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO BT-COUNT
               MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO BT-AMOUNT
               MOVE WS-BUCKET-TOTAL-LINE TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE 'OPEN CASES'           TO BT-BUCKET.
           MOVE WS-OPEN-CASE-COUNT     TO BT-COUNT.
           MOVE WS-OPEN-CASE-TOTAL     TO BT-AMOUNT.
           MOVE WS-BUCKET-TOTAL-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-ESCALATE-DAYS       TO EL-LIMIT.
           MOVE WS-ESCALATE-COUNT      TO EL-COUNT.
           MOVE WS-ESCALATE-LINE       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4500-EXIT. EXIT.

      **** A CASE WITH NO USABLE OPEN DATE AGES AS OLDEST, SO IT
      **** SURFACES FOR ESCALATION INSTEAD OF HIDING AS CURRENT.
       4600-AGE-ONE-CASE.

           MOVE DP-OPEN-DATE           TO WS-DATE-WORK.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               COMPUTE WS-OPEN-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               COMPUTE WS-CASE-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-OPEN-DATE-INTEGER
           ELSE
               MOVE 99999               TO WS-CASE-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-CASE-AGE-DAYS NOT > 30
                   MOVE 1               TO WS-BUCKET-SUB
               WHEN WS-CASE-AGE-DAYS NOT > 60
                   MOVE 2               TO WS-BUCKET-SUB
               WHEN WS-CASE-AGE-DAYS NOT > 90
                   MOVE 3               TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4               TO WS-BUCKET-SUB
           END-EVALUATE.

           ADD 1                       TO WS-BUCKET-COUNT
                                                  (WS-BUCKET-SUB).
           ADD DP-AMOUNT               TO WS-BUCKET-TOTAL
                                                  (WS-BUCKET-SUB).
           ADD 1                       TO WS-OPEN-CASE-COUNT.
           ADD DP-AMOUNT               TO WS-OPEN-CASE-TOTAL.

           MOVE SPACES                 TO WS-AGING-LINE.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO AL-BUCKET.
           MOVE DP-CASE-NUMBER         TO AL-CASE-NUMBER.
           MOVE DP-CUST-NUMBER         TO AL-CUST-NUMBER.
           MOVE DP-OPEN-DATE           TO AL-OPEN-DATE.
           MOVE DP-AMOUNT              TO AL-AMOUNT.
           MOVE WS-CASE-AGE-DAYS       TO AL-AGE-DAYS.
           MOVE DP-REASON-CODE         TO AL-REASON-CODE.
           MOVE DP-OWNER-ID            TO AL-OWNER-ID.
           IF WS-CASE-AGE-DAYS > WS-ESCALATE-DAYS
               MOVE 'ESCALATE'          TO AL-ESCALATE
               ADD 1                    TO WS-ESCALATE-COUNT
           END-IF.
           MOVE WS-AGING-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4600-EXIT. EXIT.

       5000-REWRITE-DISPUTES.

           IF WS-CASE-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT DISPUTE-OUT-FILE.

           IF WS-DSP-OUT-STATUS NOT = '00'
               DISPLAY 'DF29DSPM DISPUTE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO DISPUTE-OUT-RECORD
               WRITE DISPUTE-OUT-RECORD
           END-PERFORM.

           CLOSE DISPUTE-OUT-FILE.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
