       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF35CHBK.

      *REMARKS:    CARD-PROCESSOR CHARGEBACK AND RETRIEVAL-REQUEST
      *            CASE PROCESSING FOR THE DF35 STORE SETTLEMENTS -
      *            LOADS THE PROCESSOR'S DF35CBKF FEED AGAINST THE
      *            ORIGINAL DF35PROC SETTLEMENT, TRACKS RESPONSE
      *            DEADLINES IN BUSINESS DAYS THROUGH DFCALBD AND
      *            WORKS EACH CASE TO WON OR LOST.

      ******************************************************************
      ****   CHARGEBACKS ARRIVED AS UNEXPLAINED SHORT DEPOSITS ON   ****
      ****   THE DF35DEPR RECONCILIATION, THE STORES NEVER SAW      ****
      ****   THEM, AND THE PROCESSOR'S RESPONSE WINDOW CLOSED       ****
      ****   BEFORE ANYONE ANSWERED.  THIS RUN:                     ****
      ****                                                          ****
      ****   1. LOADS EACH CHARGEBACK (C) OR RETRIEVAL REQUEST (R)  ****
      ****      ON THE DF35CBKF PROCESSOR FEED AS A NEW CASE ON     ****
      ****      THE DF35CBCS CASE FILE (LAYOUT DF35CBK.CPY), TIED   ****
      ****      TO THE ORIGINAL DF35PROC SETTLEMENT DETAIL FOR THE  ****
      ****      SAME STORE, SETTLEMENT DATE AND CARD TYPE WHOSE     ****
      ****      GROSS COVERS THE AMOUNT.  A CASE WITH NO ORIGINAL   ****
      ****      SETTLEMENT STILL OPENS - THE DEADLINE RUNS EITHER   ****
      ****      WAY - BUT IS FLAGGED ON THE REPORT.  THE RESPONSE   ****
      ****      IS DUE THE DF35CPRM NUMBER OF BUSINESS DAYS AFTER   ****
      ****      THE PROCESSOR SENT IT (DEFAULT 10 FOR A CHARGEBACK, ****
      ****      7 FOR A RETRIEVAL REQUEST), EACH DAY ROLLED PAST    ****
      ****      WEEKENDS AND HOLIDAYS THROUGH DFCALBD.  EVERY NEW   ****
      ****      CHARGEBACK IS ALSO QUEUED ON DF35CBRQ SO DF35DEPR   ****
      ****      EXPECTS THE DEPOSIT TO COME IN SHORT BY IT.         ****
      ****   2. WORKS THE DF35CBTR CASE TRANSACTIONS, EACH ONE      ****
      ****      AUTHORIZED THROUGH DFAUTH (FUNCTION CBK):           ****
      ****        N - ADD A NOTE AND/OR REASSIGN THE OWNER,         ****
      ****        S - RESPONSE SUBMITTED TO THE PROCESSOR,          ****
      ****        W - WON: CLOSE THE CASE; A CHARGEBACK WON IS      ****
      ****            QUEUED ON DF35CBRQ AS A CREDIT DF35DEPR       ****
      ****            SHOULD SEE COME BACK,                         ****
      ****        L - LOST: CLOSE THE CASE; A CHARGEBACK LOST IS    ****
      ****            EMITTED AS A DFGLSRC POSTING-SOURCE RECORD    ****
      ****            (SOURCE DF35CHBK, KEYED AND COST-CENTERED BY  ****
      ****            STORE) FOR DFGLPST TO JOURNAL AS STORE        ****
      ****            EXPENSE, WITH THE PRODUCER SIDE OF THE DFBAL  ****
      ****            HANDSHAKE RECORDED.                           ****
      ****   3. LISTS EVERY CASE STILL OPEN WITH ITS DUE DATE AND   ****
      ****      DAYS LEFT, FLAGGING ANY WITH NO RESPONSE SENT THAT  ****
      ****      IS DUE TODAY OR PAST DUE (RETURN CODE 4).           ****
      ****                                                          ****
      ****   EVERY ACCEPTED FEED RECORD AND TRANSACTION IS LOGGED   ****
      ****   ON DF35CBLG.  UNDER A DRY-RUN WINDOW THE CASE FILE,    ****
      ****   QUEUE, LOG AND POSTING FILE GO TO THEIR SHADOW COPIES  ****
      ****   AND NO DFBAL TOTALS ARE RECORDED.                      ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF35CPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-FILE        ASSIGN TO DF35CBKF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FEED-STATUS.

           SELECT TRANS-FILE       ASSIGN TO DF35CBTR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-STATUS.

           SELECT SETTLEMENT-FILE  ASSIGN TO DF35PROC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SETTLE-STATUS.

           SELECT CASE-FILE        ASSIGN TO DF35CBCS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-OUT-FILE    ASSIGN TO WS-CASE-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CASE-OUT-STATUS.

           SELECT REDUCTION-FILE   ASSIGN TO WS-REDUCTION-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REDUCTION-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO WS-GLSRC-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT LOG-FILE         ASSIGN TO WS-LOG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF35RPT7
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-2  CHARGEBACK RESPONSE WINDOW IN BUSINESS DAYS
      **** COL 3-4  RETRIEVAL-REQUEST RESPONSE WINDOW IN BUSINESS DAYS
       01  PARAMETER-RECORD.
           05  PM-CHARGEBACK-DAYS       PIC 9(02).
           05  PM-RETRIEVAL-DAYS        PIC 9(02).
           05  FILLER                   PIC X(76).

      **** ONE RECORD PER CASE THE PROCESSOR HAS OPENED.  A BLANK
      **** RECEIVED DATE MEANS IT ARRIVED TODAY.
       FD  FEED-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS FEED-RECORD.

       01  FEED-RECORD.
           05  CF-CASE-TYPE             PIC X(01).
           05  CF-CASE-NUMBER           PIC X(12).
           05  CF-STORE-CODE            PIC X(08).
           05  CF-SETTLE-DATE           PIC X(10).
           05  CF-CARD-TYPE             PIC X(02).
           05  CF-AMOUNT                PIC 9(09)V99.
           05  CF-REASON-CODE           PIC X(04).
           05  CF-RECEIVED-DATE         PIC X(10).
           05  FILLER                   PIC X(12).

       FD  TRANS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  CT-ACTION                PIC X(01).
               88  CT-WORK-CASE             VALUE 'N'.
               88  CT-SUBMIT-RESPONSE       VALUE 'S'.
               88  CT-WIN-CASE              VALUE 'W'.
               88  CT-LOSE-CASE             VALUE 'L'.
           05  CT-CASE-NUMBER           PIC X(12).
           05  CT-OWNER-ID              PIC X(08).
           05  CT-OPERATOR-ID           PIC X(08).
           05  CT-NOTES                 PIC X(40).
           05  FILLER                   PIC X(31).

      **** THE PROCESSOR SETTLEMENT DETAILS DF35FEEV VERIFIES.
       FD  SETTLEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SETTLEMENT-RECORD.

       01  SETTLEMENT-RECORD.
           05  PD-STORE-CODE            PIC X(08).
           05  PD-SETTLE-DATE           PIC X(10).
           05  PD-CARD-TYPE             PIC X(02).
           05  PD-GROSS-AMOUNT          PIC 9(09)V99.
           05  PD-FEE-DEDUCTED          PIC 9(07)V99.

       FD  CASE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS CASE-IN-RECORD.

       01  CASE-IN-RECORD              PIC X(150).

       FD  CASE-OUT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS CASE-OUT-RECORD.

       01  CASE-OUT-RECORD             PIC X(150).

      **** DEPOSIT REDUCTIONS DF35DEPR SHOULD EXPECT - A CHARGEBACK
      **** TAKEN (POSITIVE) OR A WON CHARGEBACK CREDITED BACK
      **** (NEGATIVE).
       FD  REDUCTION-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS REDUCTION-RECORD.

       01  REDUCTION-RECORD.
           05  RQ-STORE-CODE            PIC X(08).
           05  RQ-DATE                  PIC X(10).
           05  RQ-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RQ-CASE-NUMBER           PIC X(12).
           05  RQ-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02).

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOG-RECORD.

       01  LOG-RECORD.
           05  LG-CASE-NUMBER           PIC X(12).
           05  LG-DATE                  PIC X(10).
           05  LG-ACTION                PIC X(01).
           05  LG-OPERATOR-ID           PIC X(08).
           05  LG-OWNER-ID              PIC X(08).
           05  LG-AMOUNT                PIC 9(09)V99.
           05  LG-NOTES                 PIC X(40).
           05  FILLER                   PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SETTLE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CASE-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REDUCTION-STATUS         PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-FEED-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-FEED-EOF                 VALUE 'Y'.

       01  WS-TRANS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-TRANS-EOF                VALUE 'Y'.

       01  WS-SETTLE-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-SETTLE-EOF               VALUE 'Y'.

       01  WS-CASE-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CASE-EOF                 VALUE 'Y'.

       01  WS-CHARGEBACK-DAYS          PIC 9(02) VALUE 10.
       01  WS-RETRIEVAL-DAYS           PIC 9(02) VALUE 7.
       01  WS-WINDOW-DAYS              PIC 9(02) VALUE ZERO.

      **** THE WHOLE CASE FILE IS HELD AND REWRITTEN - A FILE TOO
      **** BIG FOR THE TABLE STOPS THE RUN RATHER THAN DROP CASES.
       01  WS-CASE-MAX                 PIC 9(04) VALUE 1000.
       01  WS-CASE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY           OCCURS 1000 TIMES.
               10  WS-CASE-RECORD      PIC X(150).

       01  WS-CASE-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE CASE BEING WORKED - LAYOUT DF35CBK.CPY.
       COPY DF35CBK.

      **** ORIGINAL SETTLEMENT DETAILS A CASE IS MATCHED AGAINST.
       01  WS-SETTLE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-SETTLE-TABLE.
           05  WS-STL-ENTRY            OCCURS 2000 TIMES.
               10  WS-STL-STORE        PIC X(08).
               10  WS-STL-DATE         PIC X(10).
               10  WS-STL-CARD-TYPE    PIC X(02).
               10  WS-STL-GROSS        PIC 9(09)V99.

       01  WS-STL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SETTLE-FOUND-FLAG        PIC X(01) VALUE 'N'.

       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-LOG-ACTION               PIC X(01) VALUE SPACE.
       01  WS-LOG-OPERATOR-ID          PIC X(08) VALUE SPACES.
       01  WS-LOG-NOTES                PIC X(40) VALUE SPACES.

       01  WS-FEED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-NO-SETTLE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-WORKED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-RESPONDED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-WON-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-LOST-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-EXPENSE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-EXPENSE-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-OPEN-CASE-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-OPEN-CASE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-PAST-DUE-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-DAYS-LEFT                PIC S9(05) VALUE ZERO.
       01  WS-DATE-VALID-FLAG          PIC X(01) VALUE 'N'.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-WORK-DATE-INTEGER        PIC S9(09) VALUE ZERO.

       01  WS-WORK-DATE-X.
           05  WS-WDX-YYYY             PIC 9(04).
           05  WS-WDX-MM               PIC 9(02).
           05  WS-WDX-DD               PIC 9(02).
       01  WS-WORK-DATE-N              REDEFINES WS-WORK-DATE-X
                                       PIC 9(08).

       01  WS-DUE-DATE.
           05  WS-DUE-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DUE-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DUE-DD               PIC X(02).

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
       01  WS-CASE-OUT-NAME            PIC X(09) VALUE 'DF35CBCS'.
       01  WS-REDUCTION-NAME           PIC X(09) VALUE 'DF35CBRQ'.
       01  WS-GLSRC-NAME               PIC X(09) VALUE 'DFGLSRC'.
       01  WS-LOG-NAME                 PIC X(09) VALUE 'DF35CBLG'.

       COPY DFRUNDT.

       COPY DFCAL.

       COPY DFAUTH.

       COPY DFBAL.

       01  WS-ACTIVITY-HEADING.
           05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(03) VALUE 'ACT'.
           05  FILLER                  PIC X(14) VALUE 'CASE'.
           05  FILLER                  PIC X(03) VALUE 'T'.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(12) VALUE 'SETTLED'.
           05  FILLER                  PIC X(04) VALUE 'CT'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(12) VALUE 'DUE'.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(36) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CASE-NUMBER          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CASE-TYPE            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SETTLE-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CARD-TYPE            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DUE-DATE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-DEADLINE-HEADING.
           05  FILLER                  PIC X(14) VALUE 'CASE'.
           05  FILLER                  PIC X(03) VALUE 'T'.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                  PIC X(12) VALUE 'DUE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(08) VALUE '    LEFT'.
           05  FILLER                  PIC X(10) VALUE 'OWNER'.
           05  FILLER                  PIC X(47) VALUE 'STATUS'.

       01  WS-DEADLINE-LINE.
           05  DD-CASE-NUMBER          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-CASE-TYPE            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-RECEIVED-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-DUE-DATE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-DAYS-LEFT            PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-OWNER-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-STATUS               PIC X(20).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DEADLINE-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
                                       'CASES STILL OPEN  ='.
           05  DT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
                                       '  AMOUNT ='.
           05  DT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE
                                       '  DUE OR PAST DUE  ='.
           05  DT-PAST-DUE             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF35CHBK START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-CASES THRU 2000-EXIT.
           PERFORM 2300-LOAD-SETTLEMENTS THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF35CHBK DF35CBCS HOLDS MORE THAN ' WS-CASE-MAX
                       ' CASES - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN EXTEND GLSRC-FILE.

           IF WS-GLSRC-STATUS NOT = '00'
               OPEN OUTPUT GLSRC-FILE
           END-IF.

           IF WS-GLSRC-STATUS NOT = '00'
               DISPLAY 'DF35CHBK POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND REDUCTION-FILE.

           IF WS-REDUCTION-STATUS NOT = '00'
               OPEN OUTPUT REDUCTION-FILE
           END-IF.

           OPEN EXTEND LOG-FILE.

           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF35CHBK - CHARGEBACK CASE ACTIVITY'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-ACTIVITY-HEADING.

       1000-LOAD-NEW-CASES.

           OPEN INPUT FEED-FILE.

           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'DF35CHBK NO PROCESSOR CASE FEED THIS RUN'
                                               UPON CONSOLE
           ELSE
               PERFORM UNTIL WS-FEED-EOF
                   READ FEED-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-OPEN-ONE-CASE THRU 3000-EXIT
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF.

       1000-APPLY-TRANSACTIONS.

           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'DF35CHBK NO CASE TRANSACTIONS ON HAND'
                                               UPON CONSOLE
           ELSE
               PERFORM UNTIL WS-TRANS-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-EOF TO TRUE
                       NOT AT END
                           PERFORM 4000-APPLY-ONE-TRANS THRU 4000-EXIT
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

           CLOSE GLSRC-FILE.
           CLOSE REDUCTION-FILE.
           CLOSE LOG-FILE.

       1000-LIST-DEADLINES.

           PERFORM 5000-PRINT-DEADLINES THRU 5000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-CASES THRU 6000-EXIT.

      **** A SIMULATION MUST NOT RECORD REAL-WINDOW CONTROL TOTALS.
           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF35CHBK'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF35CHBK'          TO DFBAL-PROGRAM-ID
               MOVE WS-EXPENSE-COUNT    TO DFBAL-RECORD-COUNT
               MOVE WS-EXPENSE-TOTAL    TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'         USING DFBAL-CONTROL-RECORD
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF35CHBK FEED RECORDS READ  = ' WS-FEED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK CASES OPENED       = ' WS-OPENED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK NO ORIGINAL SETTLE = ' WS-NO-SETTLE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK TRANSACTIONS READ  = ' WS-TRANS-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK CASES WORKED       = ' WS-WORKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK RESPONSES SENT     = ' WS-RESPONDED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK CASES WON          = ' WS-WON-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK CASES LOST         = ' WS-LOST-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK EXPENSE POSTED     = ' WS-EXPENSE-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK RECORDS REJECTED   = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK CASES STILL OPEN   = ' WS-OPEN-CASE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK DUE OR PAST DUE    = ' WS-PAST-DUE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35CHBK END OF JOB' UPON CONSOLE.

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

           IF PM-CHARGEBACK-DAYS NUMERIC AND PM-CHARGEBACK-DAYS > ZERO
               MOVE PM-CHARGEBACK-DAYS  TO WS-CHARGEBACK-DAYS
           END-IF.

           IF PM-RETRIEVAL-DAYS NUMERIC AND PM-RETRIEVAL-DAYS > ZERO
               MOVE PM-RETRIEVAL-DAYS   TO WS-RETRIEVAL-DAYS
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
                   MOVE 'DF35CBCSS'     TO WS-CASE-OUT-NAME
                   MOVE 'DF35CBRQS'     TO WS-REDUCTION-NAME
                   MOVE 'DFGLSRCS'      TO WS-GLSRC-NAME
                   MOVE 'DF35CBLGS'     TO WS-LOG-NAME
                   DISPLAY 'DF35CHBK SIMULATION - CASES, QUEUE, LOG '
                           'AND POSTINGS GO TO SHADOW COPIES'
                                               UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF35CHBK NO RUN CONTROL SET - USING SYSTEM '
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

       2000-LOAD-CASES.

           OPEN INPUT CASE-FILE.

           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'DF35CHBK NO CASE FILE - STARTING A NEW ONE'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-CASE-EOF
               READ CASE-FILE
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT < WS-CASE-MAX
                           ADD 1 TO WS-CASE-COUNT
                           MOVE CASE-IN-RECORD
                               TO WS-CASE-RECORD (WS-CASE-COUNT)
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASE-FILE.

       2000-EXIT. EXIT.

      **** A CHARGEBACK CAN ARRIVE WEEKS AFTER THE SALE, SO DF35PROC
      **** MUST STILL HOLD THE SETTLEMENT DETAILS FOR THE PROCESSOR'S
      **** DISPUTE WINDOW.  DETAILS BEYOND THE TABLE CANNOT BE
      **** MATCHED AND SAY SO.
       2300-LOAD-SETTLEMENTS.

           OPEN INPUT SETTLEMENT-FILE.

           IF WS-SETTLE-STATUS NOT = '00'
               DISPLAY 'DF35CHBK NO SETTLEMENT DETAIL FILE - NEW '
                       'CASES WILL SHOW NO ORIGINAL' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-SETTLE-EOF
               READ SETTLEMENT-FILE
                   AT END
                       SET WS-SETTLE-EOF TO TRUE
                   NOT AT END
                       IF WS-SETTLE-COUNT < 2000
                           ADD 1 TO WS-SETTLE-COUNT
                           MOVE PD-STORE-CODE
                               TO WS-STL-STORE (WS-SETTLE-COUNT)
                           MOVE PD-SETTLE-DATE
                               TO WS-STL-DATE (WS-SETTLE-COUNT)
                           MOVE PD-CARD-TYPE
                               TO WS-STL-CARD-TYPE (WS-SETTLE-COUNT)
                           MOVE PD-GROSS-AMOUNT
                               TO WS-STL-GROSS (WS-SETTLE-COUNT)
                       ELSE
                           DISPLAY 'DF35CHBK SETTLEMENT TABLE FULL - '
                                   'STORE ' PD-STORE-CODE ' '
                                   PD-SETTLE-DATE ' NOT LOADED'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SETTLEMENT-FILE.

       2300-EXIT. EXIT.

      **** ONE PROCESSOR FEED RECORD BECOMES ONE NEW CASE.  A
      **** REJECT PRINTS WITH ITS REASON AND OPENS NOTHING.
       3000-OPEN-ONE-CASE.

           ADD 1                       TO WS-FEED-COUNT.

           MOVE SPACES                 TO WS-REJECT-REASON.

           IF CF-CASE-TYPE NOT = 'C' AND CF-CASE-TYPE NOT = 'R'
               MOVE 'INVALID CASE TYPE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CF-CASE-NUMBER = SPACES
               MOVE 'NO PROCESSOR CASE NUMBER' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CF-STORE-CODE = SPACES
               MOVE 'NO STORE CODE'     TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CF-AMOUNT NOT NUMERIC
               MOVE ZERO                TO CF-AMOUNT
           END-IF.

           IF CF-CASE-TYPE = 'C' AND CF-AMOUNT = ZERO
               MOVE 'NO CHARGEBACK AMOUNT' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 4900-FIND-CASE THRU 4900-EXIT.

           IF WS-FOUND-SUB NOT = ZERO
               MOVE 'CASE ALREADY ON FILE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CF-RECEIVED-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO CF-RECEIVED-DATE
           END-IF.

           MOVE CF-RECEIVED-DATE       TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG = 'N'
               MOVE 'INVALID RECEIVED DATE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               MOVE 'CASE FILE FULL'    TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3100-FIND-SETTLEMENT THRU 3100-EXIT.

           IF CF-CASE-TYPE = 'C'
               MOVE WS-CHARGEBACK-DAYS  TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-RETRIEVAL-DAYS   TO WS-WINDOW-DAYS
           END-IF.

           PERFORM 3200-COMPUTE-DUE-DATE THRU 3200-EXIT.

           MOVE SPACES                 TO CHARGEBACK-RECORD.
           MOVE CF-CASE-NUMBER         TO CB-CASE-NUMBER.
           MOVE CF-CASE-TYPE           TO CB-CASE-TYPE.
           SET CB-CASE-OPEN            TO TRUE.
           MOVE CF-STORE-CODE          TO CB-STORE-CODE.
           MOVE CF-SETTLE-DATE         TO CB-SETTLE-DATE.
           MOVE CF-CARD-TYPE           TO CB-CARD-TYPE.
           MOVE CF-AMOUNT              TO CB-AMOUNT.
           MOVE CF-REASON-CODE         TO CB-REASON-CODE.
           MOVE CF-RECEIVED-DATE       TO CB-RECEIVED-DATE.
           MOVE WS-DUE-DATE            TO CB-DUE-DATE.
           MOVE WS-SETTLE-FOUND-FLAG   TO CB-SETTLE-FOUND-FLAG.
           MOVE WS-PROCESSING-DATE     TO CB-LAST-ACTION-DATE.

           ADD 1                       TO WS-CASE-COUNT.
           MOVE WS-CASE-COUNT          TO WS-FOUND-SUB.
           MOVE CHARGEBACK-RECORD      TO WS-CASE-RECORD (WS-FOUND-SUB).

           ADD 1                       TO WS-OPENED-COUNT.

      **** THE PROCESSOR HAS ALREADY TAKEN A CHARGEBACK OUT OF THE
      **** STORE'S MONEY - TELL DF35DEPR TO EXPECT THE SHORTFALL.
           IF CB-CHARGEBACK
               MOVE SPACES              TO REDUCTION-RECORD
               MOVE CB-STORE-CODE       TO RQ-STORE-CODE
               MOVE CB-RECEIVED-DATE    TO RQ-DATE
               MOVE CB-AMOUNT           TO RQ-AMOUNT
               MOVE CB-CASE-NUMBER      TO RQ-CASE-NUMBER
               MOVE 'C'                 TO RQ-TYPE
               WRITE REDUCTION-RECORD
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'OPENED'               TO DL-DISPOSITION.
           IF CB-SETTLEMENT-FOUND
               MOVE 'CASE OPENED'       TO DL-REASON
           ELSE
               ADD 1                    TO WS-NO-SETTLE-COUNT
               MOVE 'NO ORIGINAL SETTLEMENT FOUND' TO DL-REASON
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'F'                    TO WS-LOG-ACTION
                                          DL-ACTION.
           MOVE SPACES                 TO WS-LOG-OPERATOR-ID
                                          WS-LOG-NOTES.
           PERFORM 4800-LOG-AND-PRINT.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-DISPOSITION.
           MOVE 'F'                    TO DL-ACTION.
           MOVE CF-CASE-NUMBER         TO DL-CASE-NUMBER.
           MOVE CF-CASE-TYPE           TO DL-CASE-TYPE.
           MOVE CF-STORE-CODE          TO DL-STORE.
           MOVE CF-SETTLE-DATE         TO DL-SETTLE-DATE.
           MOVE CF-CARD-TYPE           TO DL-CARD-TYPE.
           IF CF-AMOUNT NUMERIC
               MOVE CF-AMOUNT           TO DL-AMOUNT
           ELSE
               MOVE ZERO                TO DL-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON       TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE ORIGINAL SALE IS A SETTLEMENT DETAIL FOR THE SAME
      **** STORE, SETTLEMENT DATE AND CARD TYPE LARGE ENOUGH TO
      **** HAVE CARRIED THE DISPUTED AMOUNT.
       3100-FIND-SETTLEMENT.

           MOVE 'N'                    TO WS-SETTLE-FOUND-FLAG.

           PERFORM VARYING WS-STL-SUB FROM 1 BY 1
                       UNTIL WS-STL-SUB > WS-SETTLE-COUNT
                          OR WS-SETTLE-FOUND-FLAG = 'Y'
               IF WS-STL-STORE (WS-STL-SUB) = CF-STORE-CODE
                  AND WS-STL-DATE (WS-STL-SUB) = CF-SETTLE-DATE
                  AND WS-STL-CARD-TYPE (WS-STL-SUB) = CF-CARD-TYPE
                  AND WS-STL-GROSS (WS-STL-SUB) NOT < CF-AMOUNT
                   MOVE 'Y'             TO WS-SETTLE-FOUND-FLAG
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

      **** THE RESPONSE IS DUE WS-WINDOW-DAYS BUSINESS DAYS AFTER
      **** THE PROCESSOR SENT THE CASE, EACH ADDED DAY ROLLED
      **** THROUGH DFCALBD PAST WEEKENDS AND HOLIDAYS - THE SAME
      **** COUNT DF35DEPR USES FOR ITS SETTLEMENT LAG.
       3200-COMPUTE-DUE-DATE.

           MOVE CF-RECEIVED-DATE (1:4) TO WS-WDX-YYYY.
           MOVE CF-RECEIVED-DATE (6:2) TO WS-WDX-MM.
           MOVE CF-RECEIVED-DATE (9:2) TO WS-WDX-DD.

           PERFORM 3250-ADD-ONE-BUSINESS-DAY THRU 3250-EXIT
                   WS-WINDOW-DAYS TIMES.

           MOVE WS-WDX-YYYY            TO WS-DUE-YYYY.
           MOVE WS-WDX-MM              TO WS-DUE-MM.
           MOVE WS-WDX-DD              TO WS-DUE-DD.

       3200-EXIT. EXIT.

       3250-ADD-ONE-BUSINESS-DAY.

           COMPUTE WS-WORK-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N) + 1.

           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INTEGER)
                                        TO WS-WORK-DATE-N.

           MOVE WS-WORK-DATE-N         TO DFCAL-DATE-YYYYMMDD.

           CALL 'DFCALBD'             USING DFCAL-CONTROL-RECORD.

           MOVE DFCAL-DATE-YYYYMMDD    TO WS-WORK-DATE-N.

       3250-EXIT. EXIT.

      **** WS-DATE-WORK (YYYY-MM-DD) INTO WS-DATE-NUMERIC AND
      **** WS-DATE-INTEGER, WITH WS-DATE-VALID-FLAG SAYING WHETHER
      **** IT WAS A USABLE DATE.
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

      **** EVERY TRANSACTION IS AUTHORIZED FIRST, THEN ROUTED BY
      **** ACTION.  A REJECT PRINTS WITH ITS REASON AND CHANGES
      **** NOTHING.
       4000-APPLY-ONE-TRANS.

           ADD 1                       TO WS-TRANS-COUNT.

           MOVE SPACES                 TO WS-REJECT-REASON.

           MOVE CT-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'CBK'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'CHARGEBACK ' CT-ACTION ' CASE ' CT-CASE-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
               GO TO 4000-REJECT
           END-IF.

           EVALUATE TRUE
               WHEN CT-WORK-CASE
                   PERFORM 4100-WORK-CASE THRU 4100-EXIT
               WHEN CT-SUBMIT-RESPONSE
                   PERFORM 4200-SUBMIT-RESPONSE THRU 4200-EXIT
               WHEN CT-WIN-CASE
                   PERFORM 4300-WIN-CASE THRU 4300-EXIT
               WHEN CT-LOSE-CASE
                   PERFORM 4400-LOSE-CASE THRU 4400-EXIT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               GO TO 4000-EXIT
           END-IF.

       4000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-DISPOSITION.
           MOVE CT-ACTION              TO DL-ACTION.
           MOVE CT-CASE-NUMBER         TO DL-CASE-NUMBER.
           MOVE ZERO                   TO DL-AMOUNT.
           MOVE CT-OPERATOR-ID         TO DL-OPERATOR-ID.
           MOVE WS-REJECT-REASON       TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

      **** A NOTE REPLACES THE CASE'S LATEST NOTE (THE LOG KEEPS
      **** THEM ALL); A NEW OWNER REASSIGNS THE CASE.
       4100-WORK-CASE.

           PERFORM 4950-FIND-ACTIVE-CASE THRU 4950-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4100-EXIT
           END-IF.

           IF CT-OWNER-ID = SPACES
              AND CT-NOTES = SPACES
               MOVE 'NO NOTE OR NEW OWNER GIVEN' TO WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.

           IF CT-OWNER-ID NOT = SPACES
               MOVE CT-OWNER-ID         TO CB-OWNER-ID
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'WORKED'               TO DL-DISPOSITION.
           IF CT-OWNER-ID NOT = SPACES
               MOVE 'CASE REASSIGNED'   TO DL-REASON
           ELSE
               MOVE 'NOTE ADDED'        TO DL-REASON
           END-IF.

           ADD 1                       TO WS-WORKED-COUNT.

           PERFORM 4700-SAVE-CASE.

       4100-EXIT. EXIT.

      **** THE RESPONSE HAS GONE TO THE PROCESSOR - THE DEADLINE IS
      **** MET (OR MISSED, WHICH THE REPORT SAYS) AND THE CASE NOW
      **** WAITS FOR THE PROCESSOR'S DECISION.
       4200-SUBMIT-RESPONSE.

           PERFORM 4950-FIND-ACTIVE-CASE THRU 4950-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4200-EXIT
           END-IF.

           IF CB-CASE-RESPONDED
               MOVE 'RESPONSE ALREADY SUBMITTED' TO WS-REJECT-REASON
               GO TO 4200-EXIT
           END-IF.

           SET CB-CASE-RESPONDED       TO TRUE.
           MOVE WS-PROCESSING-DATE     TO CB-RESPONSE-DATE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'RESPONDED'            TO DL-DISPOSITION.
           IF WS-PROCESSING-DATE > CB-DUE-DATE
               MOVE 'RESPONSE SENT AFTER DUE DATE' TO DL-REASON
           ELSE
               MOVE 'RESPONSE SENT'     TO DL-REASON
           END-IF.

           ADD 1                       TO WS-RESPONDED-COUNT.

           PERFORM 4700-SAVE-CASE.

       4200-EXIT. EXIT.

      **** WON: A CHARGEBACK WON COMES BACK FROM THE PROCESSOR, SO
      **** DF35DEPR IS TOLD TO EXPECT THE CREDIT.
       4300-WIN-CASE.

           PERFORM 4950-FIND-ACTIVE-CASE THRU 4950-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4300-EXIT
           END-IF.

           SET CB-CASE-WON             TO TRUE.
           MOVE WS-PROCESSING-DATE     TO CB-CLOSE-DATE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'WON'                  TO DL-DISPOSITION.

           IF CB-CHARGEBACK
               MOVE SPACES              TO REDUCTION-RECORD
               MOVE CB-STORE-CODE       TO RQ-STORE-CODE
               MOVE WS-PROCESSING-DATE  TO RQ-DATE
               COMPUTE RQ-AMOUNT = ZERO - CB-AMOUNT
               MOVE CB-CASE-NUMBER      TO RQ-CASE-NUMBER
               MOVE 'W'                 TO RQ-TYPE
               WRITE REDUCTION-RECORD
               MOVE 'CREDIT BACK QUEUED FOR DF35DEPR' TO DL-REASON
           ELSE
               MOVE 'REQUEST FULFILLED' TO DL-REASON
           END-IF.

           ADD 1                       TO WS-WON-COUNT.

           PERFORM 4700-SAVE-CASE.

       4300-EXIT. EXIT.

      **** LOST: THE CHARGEBACK STANDS AND BECOMES THE STORE'S
      **** EXPENSE - ONE POSTING-SOURCE RECORD FOR DFGLPST TO TURN
      **** INTO THE DR/CR PAIR THROUGH THE DF35CHBK MAPPING ON
      **** DFGLMAP, BOOKED TO THE STORE'S COST CENTER.
       4400-LOSE-CASE.

           PERFORM 4950-FIND-ACTIVE-CASE THRU 4950-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4400-EXIT
           END-IF.

           SET CB-CASE-LOST            TO TRUE.
           MOVE WS-PROCESSING-DATE     TO CB-CLOSE-DATE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'LOST'                 TO DL-DISPOSITION.

           IF CB-CHARGEBACK
               MOVE 'DF35CHBK'          TO SR-SOURCE
               MOVE CB-STORE-CODE       TO SR-KEY
               MOVE CB-AMOUNT           TO SR-AMOUNT
               MOVE SPACES              TO SR-COMPANY
               MOVE CB-STORE-CODE       TO SR-COST-CENTER
               WRITE GLSRC-RECORD
               ADD 1                    TO WS-EXPENSE-COUNT
               ADD CB-AMOUNT            TO WS-EXPENSE-TOTAL
               MOVE 'POSTED AS STORE EXPENSE' TO DL-REASON
           ELSE
               MOVE 'REQUEST NOT FULFILLED' TO DL-REASON
           END-IF.

           ADD 1                       TO WS-LOST-COUNT.

           PERFORM 4700-SAVE-CASE.

       4400-EXIT. EXIT.

      **** CHARGEBACK-RECORD HOLDS THE CASE AS THE TRANSACTION LEFT
      **** IT; THE CALLER HAS SET THE DISPOSITION AND REASON TEXT.
       4700-SAVE-CASE.

           IF CT-NOTES NOT = SPACES
               MOVE CT-NOTES            TO CB-NOTES
           END-IF.

           MOVE WS-PROCESSING-DATE     TO CB-LAST-ACTION-DATE.
           MOVE CHARGEBACK-RECORD      TO WS-CASE-RECORD (WS-FOUND-SUB).

           MOVE CT-ACTION              TO WS-LOG-ACTION
                                          DL-ACTION.
           MOVE CT-OPERATOR-ID         TO WS-LOG-OPERATOR-ID
                                          DL-OPERATOR-ID.
           MOVE CT-NOTES               TO WS-LOG-NOTES.
           PERFORM 4800-LOG-AND-PRINT.

      **** CHARGEBACK-RECORD HOLDS THE CASE AS IT NOW STANDS; THE
      **** CALLER HAS SET THE ACTION, OPERATOR AND NOTE TO LOG
      **** ('F' AND NO OPERATOR FOR A CASE OPENED FROM THE FEED).
       4800-LOG-AND-PRINT.

           MOVE SPACES                 TO LOG-RECORD.
           MOVE CB-CASE-NUMBER         TO LG-CASE-NUMBER.
           MOVE WS-PROCESSING-DATE     TO LG-DATE.
           MOVE WS-LOG-ACTION          TO LG-ACTION.
           MOVE WS-LOG-OPERATOR-ID     TO LG-OPERATOR-ID.
           MOVE CB-OWNER-ID            TO LG-OWNER-ID.
           MOVE CB-AMOUNT              TO LG-AMOUNT.
           MOVE WS-LOG-NOTES           TO LG-NOTES.
           WRITE LOG-RECORD.

           MOVE CB-CASE-NUMBER         TO DL-CASE-NUMBER.
           MOVE CB-CASE-TYPE           TO DL-CASE-TYPE.
           MOVE CB-STORE-CODE          TO DL-STORE.
           MOVE CB-SETTLE-DATE         TO DL-SETTLE-DATE.
           MOVE CB-CARD-TYPE           TO DL-CARD-TYPE.
           MOVE CB-AMOUNT              TO DL-AMOUNT.
           MOVE CB-DUE-DATE            TO DL-DUE-DATE.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** LOOKS UP CF-CASE-NUMBER (FEED) - LEAVES THE SLOT IN
      **** WS-FOUND-SUB, ZERO WHEN THE CASE IS NEW.
       4900-FIND-CASE.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO CHARGEBACK-RECORD
               IF CB-CASE-NUMBER = CF-CASE-NUMBER
                   MOVE WS-CASE-SUB     TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       4900-EXIT. EXIT.

      **** LEAVES THE CASE IN CHARGEBACK-RECORD AND ITS SLOT IN
      **** WS-FOUND-SUB, OR SETS A REJECT REASON.
       4950-FIND-ACTIVE-CASE.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO CHARGEBACK-RECORD
               IF CB-CASE-NUMBER = CT-CASE-NUMBER
                   MOVE WS-CASE-SUB     TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               MOVE 'CASE NOT ON CASE FILE' TO WS-REJECT-REASON
               GO TO 4950-EXIT
           END-IF.

           IF NOT CB-CASE-ACTIVE
               MOVE 'CASE IS ALREADY CLOSED' TO WS-REJECT-REASON
           END-IF.

       4950-EXIT. EXIT.

      **** ONE LINE PER CASE STILL OPEN WITH ITS DAYS LEFT TO
      **** RESPOND; A CASE NOBODY HAS ANSWERED THAT IS DUE TODAY OR
      **** ALREADY PAST DUE IS FLAGGED AND SETS RETURN CODE 4.
       5000-PRINT-DEADLINES.

           MOVE 'DF35CHBK - OPEN CASE RESPONSE DEADLINES'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-DEADLINE-HEADING.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO CHARGEBACK-RECORD
               IF CB-CASE-ACTIVE
                   PERFORM 5100-LIST-ONE-CASE THRU 5100-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-OPEN-CASE-COUNT     TO DT-COUNT.
           MOVE WS-OPEN-CASE-TOTAL     TO DT-AMOUNT.
           MOVE WS-PAST-DUE-COUNT      TO DT-PAST-DUE.
           MOVE WS-DEADLINE-TOTAL-LINE TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-PAST-DUE-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

       5000-EXIT. EXIT.

      **** A CASE WITH NO USABLE DUE DATE COUNTS AS PAST DUE, SO IT
      **** SURFACES INSTEAD OF HIDING.
       5100-LIST-ONE-CASE.

           ADD 1                       TO WS-OPEN-CASE-COUNT.
           ADD CB-AMOUNT               TO WS-OPEN-CASE-TOTAL.

           MOVE CB-DUE-DATE            TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG = 'Y'
               COMPUTE WS-DAYS-LEFT =
                       WS-DATE-INTEGER - WS-PROCESS-INTEGER
           ELSE
               MOVE -99999              TO WS-DAYS-LEFT
           END-IF.

           MOVE SPACES                 TO WS-DEADLINE-LINE.
           MOVE CB-CASE-NUMBER         TO DD-CASE-NUMBER.
           MOVE CB-CASE-TYPE           TO DD-CASE-TYPE.
           MOVE CB-STORE-CODE          TO DD-STORE.
           MOVE CB-RECEIVED-DATE       TO DD-RECEIVED-DATE.
           MOVE CB-DUE-DATE            TO DD-DUE-DATE.
           MOVE CB-AMOUNT              TO DD-AMOUNT.
           MOVE WS-DAYS-LEFT           TO DD-DAYS-LEFT.
           MOVE CB-OWNER-ID            TO DD-OWNER-ID.

           EVALUATE TRUE
               WHEN CB-CASE-RESPONDED
                   MOVE 'AWAITING PROCESSOR' TO DD-STATUS
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE 'PAST DUE'      TO DD-STATUS
                   ADD 1                TO WS-PAST-DUE-COUNT
               WHEN WS-DAYS-LEFT = ZERO
                   MOVE 'DUE TODAY'     TO DD-STATUS
                   ADD 1                TO WS-PAST-DUE-COUNT
               WHEN OTHER
                   MOVE 'OPEN'          TO DD-STATUS
           END-EVALUATE.

           MOVE WS-DEADLINE-LINE       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5100-EXIT. EXIT.

       6000-REWRITE-CASES.

           IF WS-CASE-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.

           OPEN OUTPUT CASE-OUT-FILE.

           IF WS-CASE-OUT-STATUS NOT = '00'
               DISPLAY 'DF35CHBK CASE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-RECORD (WS-CASE-SUB) TO CASE-OUT-RECORD
               WRITE CASE-OUT-RECORD
           END-PERFORM.

           CLOSE CASE-OUT-FILE.

       6000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
