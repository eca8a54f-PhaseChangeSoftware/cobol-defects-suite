       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26COMM.

      *REMARKS:    AGENT COMMISSION ACCOUNTING - COMMISSION EARNED ON
      *            THE DF26PREC CLEARED-PREMIUM FEED, CHARGED BACK ON
      *            LAPSE AND CANCELLATION, WITH AGENT DEBIT BALANCES
      *            CARRIED FORWARD, A COMMISSION STATEMENT PER AGENT,
      *            A PAYABLE FILE AND THE EXPENSE POSTED TO THE GL.

      ******************************************************************
      ****   DF26PROD REPORTED WHAT EACH AGENT WROTE BUT AGENTS     ****
      ****   WERE STILL PAID FROM A SPREADSHEET.  THIS RUN KEEPS    ****
      ****   THE COMMISSION BOOKS, BY THE AGENT CODE ON THE POLICY  ****
      ****   MASTER:                                                ****
      ****                                                          ****
      ****   1. EARNED - EVERY POLICY ON THE DF26PAYF CLEARED-      ****
      ****      PREMIUM FEED EARNS COMMISSION ON THE PAYMENT THAT   ****
      ****      CLEARED IT, AT THE DF26CMRT RATE FOR ITS COMPANY.   ****
      ****      THE FIRST TERM A POLICY IS COMMISSIONED IN IS NEW   ****
      ****      BUSINESS; ONCE ITS EXPIRY HAS BEEN ADVANCED PAST    ****
      ****      THAT TERM (DF26LAPS REINSTATEMENT) IT EARNS AT THE  ****
      ****      RENEWAL RATE.  THE DF26CMLG POLICY LEDGER HOLDS THE ****
      ****      TERM, RATE, COMMISSION SO FAR AND THE LAST PAYMENT  ****
      ****      DATE COMMISSIONED, SO A RERUN EARNS NOTHING TWICE.  ****
      ****   2. CANCELLATION - A RETURN PREMIUM QUEUED ON DF26RTRN  ****
      ****      OR ALREADY PAID ON THE DF26RTPD FEED CHARGES BACK   ****
      ****      THE RETURN PREMIUM AT THE TERM'S RATE, NEVER MORE   ****
      ****      THAN THE TERM'S COMMISSION.                         ****
      ****   3. LAPSE - A COMMISSIONED POLICY NOW TERMINATED ON THE ****
      ****      MASTER WITH NO RETURN PREMIUM BEHIND IT (DF26LAPS   ****
      ****      RAN OUT ITS GRACE PERIOD) CHARGES BACK THE WHOLE    ****
      ****      TERM'S COMMISSION.                                  ****
      ****   4. SETTLEMENT - EACH AGENT'S EARNINGS LESS CHARGEBACKS ****
      ****      LESS ANY DEBIT BALANCE BROUGHT FORWARD ON DF26CMBL. ****
      ****      A CREDIT IS WRITTEN TO THE DF26CMPY PAYABLE FILE;   ****
      ****      A DEBIT IS CARRIED FORWARD AGAINST NEXT RUN.        ****
      ****                                                          ****
      ****   EACH AGENT GETS A STATEMENT PAGE ON DF26RPTF.  THE     ****
      ****   EXPENSE POSTS THROUGH DFGLSRC UNDER SOURCE 'DF26COMM'  ****
      ****   - KEY 'COMMEXP' FOR COMMISSION EARNED, 'COMMCHBK' FOR  ****
      ****   COMMISSION CHARGED BACK - WITH THE DFBAL HANDSHAKE.    ****
      ****   A POLICY WITH NO AGENT, OR A COMPANY WITH NO RATE, IS  ****
      ****   LISTED AS AN EXCEPTION (RC 4) AND EARNS NOTHING.       ****
      ****   UNDER A DRY RUN THE LEDGER, BALANCES AND PAYABLE GO TO ****
      ****   THEIR SHADOW COPIES, THE PAID-RETURNS FEED IS LEFT AS  ****
      ****   IT WAS AND NOTHING REACHES DFGLSRC.                    ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RATE-FILE        ASSIGN TO DF26CMRT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RATE-STATUS.

           SELECT AGENT-FILE       ASSIGN TO DF26AGTM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AGENT-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POLICY-STATUS.

           SELECT LEDGER-IN-FILE   ASSIGN TO DF26CMLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-IN-STATUS.

           SELECT LEDGER-OUT-FILE  ASSIGN TO WS-LEDGER-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-OUT-STATUS.

           SELECT BALANCE-IN-FILE  ASSIGN TO DF26CMBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BAL-IN-STATUS.

           SELECT BALANCE-OUT-FILE ASSIGN TO WS-BAL-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BAL-OUT-STATUS.

           SELECT CLEARED-FILE     ASSIGN TO DF26PAYF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CLEARED-STATUS.

           SELECT RETURN-FILE      ASSIGN TO DF26RTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT PAID-RETURN-FILE ASSIGN TO DF26RTPD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PAID-STATUS.

           SELECT PAYABLE-FILE     ASSIGN TO WS-PAYABLE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PAYABLE-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      **** ONE CARD PER COMPANY - COMMISSION RATES AS FRACTIONS OF
      **** PREMIUM (0.1500 = 15 PERCENT).
       FD  RATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS RATE-RECORD.

       01  RATE-RECORD.
           05  CR-COMPANY-CODE          PIC X(03).
           05  CR-NEW-RATE              PIC 9V9999.
           05  CR-RENEWAL-RATE          PIC 9V9999.
           05  FILLER                   PIC X(07).

       FD  AGENT-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS DF26-AGENT-RECORD.

       COPY DF26AGTR.

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

       COPY DF26POLR.

      **** ONE ENTRY PER COMMISSIONED POLICY.  STATUS 'A' = ACTIVE,
      **** 'C' = CHARGED BACK ON CANCELLATION, 'L' = CHARGED BACK ON
      **** LAPSE.  BUSINESS TYPE 'N' = NEW, 'R' = RENEWAL.
       FD  LEDGER-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LEDGER-IN-RECORD.

       01  LEDGER-IN-RECORD.
           05  LGI-COMPANY-CODE         PIC X(03).
           05  LGI-POLICY-NUMBER        PIC X(12).
           05  LGI-AGENT-CODE           PIC X(05).
           05  LGI-TERM-EXPIRY          PIC X(10).
           05  LGI-BUSINESS-TYPE        PIC X(01).
           05  LGI-RATE                 PIC 9V9999.
           05  LGI-TERM-COMMISSION      PIC 9(07)V99.
           05  LGI-STATUS               PIC X(01).
           05  LGI-LAST-PAID-DATE       PIC X(10).
           05  FILLER                   PIC X(04).

       FD  LEDGER-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LEDGER-OUT-RECORD.

       01  LEDGER-OUT-RECORD.
           05  LGO-COMPANY-CODE         PIC X(03).
           05  LGO-POLICY-NUMBER        PIC X(12).
           05  LGO-AGENT-CODE           PIC X(05).
           05  LGO-TERM-EXPIRY          PIC X(10).
           05  LGO-BUSINESS-TYPE        PIC X(01).
           05  LGO-RATE                 PIC 9V9999.
           05  LGO-TERM-COMMISSION      PIC 9(07)V99.
           05  LGO-STATUS               PIC X(01).
           05  LGO-LAST-PAID-DATE       PIC X(10).
           05  FILLER                   PIC X(04).

      **** DEBIT BALANCES ONLY - AN AGENT IN CREDIT IS PAID OUT IN
      **** FULL, SO ONLY WHAT AN AGENT OWES IS EVER CARRIED.
       FD  BALANCE-IN-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BALANCE-IN-RECORD.

       01  BALANCE-IN-RECORD.
           05  CBI-AGENT-CODE           PIC X(05).
           05  CBI-DEBIT-BALANCE        PIC 9(09)V99.
           05  FILLER                   PIC X(04).

       FD  BALANCE-OUT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BALANCE-OUT-RECORD.

       01  BALANCE-OUT-RECORD.
           05  CBO-AGENT-CODE           PIC X(05).
           05  CBO-DEBIT-BALANCE        PIC 9(09)V99.
           05  FILLER                   PIC X(04).

       FD  CLEARED-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS CLEARED-RECORD.

       01  CLEARED-RECORD.
           05  CL-COMPANY-CODE          PIC X(03).
           05  CL-POLICY-NUMBER         PIC X(12).
           05  CL-PAYMENT-DATE          PIC X(10).
           05  CL-PAYMENT-AMOUNT        PIC 9(09)V99.

       FD  RETURN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF26-RETURN-RECORD.

       COPY DF26RTRR.

       FD  PAID-RETURN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PAID-RETURN-RECORD.

       01  PAID-RETURN-RECORD          PIC X(60).

       FD  PAYABLE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PAYABLE-RECORD.

       01  PAYABLE-RECORD.
           05  CP-AGENT-CODE            PIC X(05).
           05  CP-AGENT-NAME            PIC X(30).
           05  CP-PAY-DATE              PIC X(10).
           05  CP-AMOUNT                PIC 9(07)V99.
           05  FILLER                   PIC X(06).

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RATE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AGENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LEDGER-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LEDGER-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-BAL-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BAL-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CLEARED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PAID-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PAYABLE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

       01  WS-RATE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY            OCCURS 50 TIMES.
               10  WS-RTE-COMPANY      PIC X(03).
               10  WS-RTE-NEW          PIC 9V9999.
               10  WS-RTE-RENEWAL      PIC 9V9999.

       01  WS-RTE-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-AGENT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-AGENT-TABLE.
           05  WS-AGT-ENTRY            OCCURS 200 TIMES.
               10  WS-AGT-CODE         PIC X(05).
               10  WS-AGT-NAME         PIC X(30).
               10  WS-AGT-DEBIT-FWD    PIC 9(09)V99.
               10  WS-AGT-EARNED       PIC 9(09)V99.
               10  WS-AGT-CHARGED      PIC 9(09)V99.

       01  WS-AGT-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-POLICY-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-POLICY-COUNT
                                       ASCENDING KEY IS WS-POL-KEY
                                       INDEXED BY WS-POL-IDX.
               10  WS-POL-KEY.
                   15  WS-POL-COMPANY  PIC X(03).
                   15  WS-POL-NUMBER   PIC X(12).
               10  WS-POL-STATUS       PIC X(01).
               10  WS-POL-EXPIRY       PIC X(10).
               10  WS-POL-AGENT        PIC X(05).

       01  WS-POL-FOUND-FLAG           PIC X(01) VALUE 'N'.
       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-COMPANY       PIC X(03).
           05  WS-LOOKUP-POLICY        PIC X(12).

       01  WS-LEDGER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-LEDGER-TABLE.
           05  WS-LDG-ENTRY            OCCURS 1000 TIMES.
               10  WS-LDG-COMPANY      PIC X(03).
               10  WS-LDG-POLICY       PIC X(12).
               10  WS-LDG-AGENT        PIC X(05).
               10  WS-LDG-TERM-EXPIRY  PIC X(10).
               10  WS-LDG-TYPE         PIC X(01).
               10  WS-LDG-RATE         PIC 9V9999.
               10  WS-LDG-TERM-COMM    PIC 9(07)V99.
               10  WS-LDG-STATUS       PIC X(01).
               10  WS-LDG-LAST-PAID    PIC X(10).

       01  WS-LDG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-LDG-SUB            PIC 9(04) VALUE ZERO.

      **** THIS RUN'S COMMISSION MOVEMENTS, PRINTED AGENT BY AGENT
      **** ON THE STATEMENT.  TYPE 'E' = EARNED, 'C' = CANCELLATION
      **** CHARGEBACK, 'L' = LAPSE CHARGEBACK.
       01  WS-ACTIVITY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1000 TIMES.
               10  WS-ACT-AGENT        PIC X(05).
               10  WS-ACT-COMPANY      PIC X(03).
               10  WS-ACT-POLICY       PIC X(12).
               10  WS-ACT-TYPE         PIC X(01).
               10  WS-ACT-BUSINESS     PIC X(01).
               10  WS-ACT-BASE         PIC 9(09)V99.
               10  WS-ACT-RATE         PIC 9V9999.
               10  WS-ACT-COMMISSION   PIC 9(07)V99.

       01  WS-ACT-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SCAN-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-ACTIVITY-TYPE            PIC X(01) VALUE SPACE.

       01  WS-COMMISSION               PIC 9(07)V99 VALUE ZERO.
       01  WS-APPLY-RATE               PIC 9V9999 VALUE ZERO.
       01  WS-NET-AMOUNT               PIC S9(09)V99 VALUE ZERO.
       01  WS-NEW-DEBIT                PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-KEY                   PIC X(08) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.

       01  WS-EXCEPTION-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-EXCEPTION-TEXT           PIC X(30) VALUE SPACES.

       01  WS-EARNED-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-CHARGED-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01  WS-PAYABLE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PAYABLE-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-GL-TOTAL                 PIC 9(11)V99 VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF36RATE ROUNDED COMPUTE.
       01  WS-RATE-NUMERATOR           PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-MULTIPLIER          PIC S9(05)V9999 VALUE ZERO.
       01  WS-RATE-DENOMINATOR         PIC S9(14)V99 VALUE 1.
       01  WS-RATE-ADJUSTMENT          PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-ROUND-MODE          PIC X(01) VALUE 'R'.
       01  WS-RATE-RESULT              PIC S9(07)V99 USAGE COMP-3.
       01  WS-RATE-RETURN-CODE         PIC X(02) VALUE SPACES.

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
       01  WS-LEDGER-OUT-NAME          PIC X(09) VALUE 'DF26CMLG'.
       01  WS-BAL-OUT-NAME             PIC X(09) VALUE 'DF26CMBL'.
       01  WS-PAYABLE-NAME             PIC X(09) VALUE 'DF26CMPY'.

       COPY DFRUNDT.

       COPY DFBAL.

       01  WS-AGENT-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE
                                       'COMMISSION STATEMENT - AGENT'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AH-AGENT-CODE           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AH-AGENT-NAME           PIC X(30).
           05  FILLER                  PIC X(06) VALUE ' DATE '.
           05  AH-DATE                 PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'CMP'.
           05  FILLER                  PIC X(14) VALUE 'POLICY'.
           05  FILLER                  PIC X(14) VALUE 'ACTIVITY'.
           05  FILLER                  PIC X(06) VALUE 'BUS'.
           05  FILLER                  PIC X(14) VALUE
                                       '  PREMIUM BASE'.
           05  FILLER                  PIC X(08) VALUE '    RATE'.
           05  FILLER                  PIC X(14) VALUE
                                       '    COMMISSION'.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTIVITY             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BUSINESS             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BASE                 PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RATE                 PIC 9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMMISSION           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TL-LABEL                PIC X(30).
           05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  EL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-TEXT                 PIC X(30).
           05  FILLER                  PIC X(64) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26COMM START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26CMLGS'     TO WS-LEDGER-OUT-NAME
                   MOVE 'DF26CMBLS'     TO WS-BAL-OUT-NAME
                   MOVE 'DF26CMPYS'     TO WS-PAYABLE-NAME
                   DISPLAY 'DF26COMM SIMULATION - UPDATES GO TO '
                           'SHADOW COPIES, NO GL POSTING'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26COMM NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
           PERFORM 1200-LOAD-AGENTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-POLICIES THRU 1300-EXIT.
           PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT.
           PERFORM 1500-LOAD-BALANCES THRU 1500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26COMM A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE GENERAL LEDGER.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND GLSRC-FILE
               IF WS-GLSRC-STATUS NOT = '00'
                   OPEN OUTPUT GLSRC-FILE
               END-IF
               IF WS-GLSRC-STATUS NOT = '00'
                   DISPLAY 'DF26COMM POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26COMM - AGENT COMMISSION STATEMENT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

       1000-COMMISSION-MOVEMENTS.

           PERFORM 2000-EARN-CLEARED-PREMIUM THRU 2000-EXIT.
           PERFORM 3000-CANCELLATION-CHARGEBACKS THRU 3000-EXIT.
           PERFORM 4000-LAPSE-CHARGEBACKS THRU 4000-EXIT.

       1000-SETTLE-AGENTS.

           OPEN OUTPUT PAYABLE-FILE.

           PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
                       UNTIL WS-AGT-SUB > WS-AGENT-COUNT
               IF WS-AGT-DEBIT-FWD (WS-AGT-SUB) > ZERO
                  OR WS-AGT-EARNED (WS-AGT-SUB) > ZERO
                  OR WS-AGT-CHARGED (WS-AGT-SUB) > ZERO
                   PERFORM 5000-SETTLE-ONE-AGENT THRU 5000-EXIT
               END-IF
           END-PERFORM.

           CLOSE PAYABLE-FILE.

           PERFORM 7000-WRITE-TOTALS.

           PERFORM 8300-RPT-WRITE-FOOTER.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE GLSRC-FILE
           END-IF.

           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-LEDGER THRU 6000-EXIT.
           PERFORM 6100-REWRITE-BALANCES THRU 6100-EXIT.

      **** EVERY PAID RETURN HAS NOW BEEN CHARGED BACK - EMPTY THE
      **** FEED SO IT ONLY EVER HOLDS RETURNS NOT YET SEEN HERE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN OUTPUT PAID-RETURN-FILE
               CLOSE PAID-RETURN-FILE
           END-IF.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF26COMM'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF26COMM'          TO DFBAL-PROGRAM-ID
               MOVE WS-GL-COUNT         TO DFBAL-RECORD-COUNT
               MOVE WS-GL-TOTAL         TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

      **** DF36RATE AND DFBALWR EACH LEAVE THEIR OWN RETURN CODE
      **** BEHIND, SO THE JOB'S OWN IS SET LAST.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF26COMM COMMISSION EARNED   = ' WS-EARNED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM CHARGED BACK        = ' WS-CHARGED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM AGENTS PAYABLE      = ' WS-PAYABLE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM TOTAL PAYABLE       = ' WS-PAYABLE-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM DEBIT CARRIED       = ' WS-DEBIT-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM EXCEPTIONS          = ' WS-EXCEPTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26COMM END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-RATES.

           OPEN INPUT RATE-FILE.

           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'DF26COMM NO COMMISSION RATE CARD - NOTHING '
                       'CAN BE EARNED' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < 50
                           ADD 1 TO WS-RATE-COUNT
                           MOVE CR-COMPANY-CODE
                               TO WS-RTE-COMPANY (WS-RATE-COUNT)
                           MOVE CR-NEW-RATE
                               TO WS-RTE-NEW (WS-RATE-COUNT)
                           MOVE CR-RENEWAL-RATE
                               TO WS-RTE-RENEWAL (WS-RATE-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-AGENTS.

           OPEN INPUT AGENT-FILE.

           IF WS-AGENT-STATUS NOT = '00'
               DISPLAY 'DF26COMM NO AGENT MASTER' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ AGENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-AGENT-COUNT < 200
                           ADD 1 TO WS-AGENT-COUNT
                           MOVE DF26-AGT-CODE
                               TO WS-AGT-CODE (WS-AGENT-COUNT)
                           MOVE DF26-AGT-NAME
                               TO WS-AGT-NAME (WS-AGENT-COUNT)
                           MOVE ZERO
                               TO WS-AGT-DEBIT-FWD (WS-AGENT-COUNT)
                                  WS-AGT-EARNED (WS-AGENT-COUNT)
                                  WS-AGT-CHARGED (WS-AGENT-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AGENT-FILE.

       1200-EXIT. EXIT.

      **** THE MASTER IS KEPT IN KEY ORDER BY DF26PMNT, SO THE TABLE
      **** CAN BE SEARCHED WITH SEARCH ALL.
       1300-LOAD-POLICIES.

           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'DF26COMM NO POLICY MASTER' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-POLICY-COUNT < 1000
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE DF26-COMPANY-CODE
                               TO WS-POL-COMPANY (WS-POLICY-COUNT)
                           MOVE DF26-POLICY-NUMBER
                               TO WS-POL-NUMBER (WS-POLICY-COUNT)
                           MOVE DF26-POL-STATUS
                               TO WS-POL-STATUS (WS-POLICY-COUNT)
                           MOVE DF26-EXPIRY-DATE
                               TO WS-POL-EXPIRY (WS-POLICY-COUNT)
                           MOVE DF26-AGENT-CODE
                               TO WS-POL-AGENT (WS-POLICY-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

       1300-EXIT. EXIT.

       1400-LOAD-LEDGER.

           OPEN INPUT LEDGER-IN-FILE.

           IF WS-LEDGER-IN-STATUS NOT = '00'
               DISPLAY 'DF26COMM NO COMMISSION LEDGER - STARTING A '
                       'NEW FILE' UPON CONSOLE
               GO TO 1400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ LEDGER-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-LEDGER-COUNT < 1000
                           ADD 1 TO WS-LEDGER-COUNT
                           MOVE LGI-COMPANY-CODE
                               TO WS-LDG-COMPANY (WS-LEDGER-COUNT)
                           MOVE LGI-POLICY-NUMBER
                               TO WS-LDG-POLICY (WS-LEDGER-COUNT)
                           MOVE LGI-AGENT-CODE
                               TO WS-LDG-AGENT (WS-LEDGER-COUNT)
                           MOVE LGI-TERM-EXPIRY
                               TO WS-LDG-TERM-EXPIRY (WS-LEDGER-COUNT)
                           MOVE LGI-BUSINESS-TYPE
                               TO WS-LDG-TYPE (WS-LEDGER-COUNT)
                           MOVE LGI-RATE
                               TO WS-LDG-RATE (WS-LEDGER-COUNT)
                           MOVE LGI-TERM-COMMISSION
                               TO WS-LDG-TERM-COMM (WS-LEDGER-COUNT)
                           MOVE LGI-STATUS
                               TO WS-LDG-STATUS (WS-LEDGER-COUNT)
                           MOVE LGI-LAST-PAID-DATE
                               TO WS-LDG-LAST-PAID (WS-LEDGER-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEDGER-IN-FILE.

       1400-EXIT. EXIT.

      **** A DEBIT BALANCE FOR AN AGENT NO LONGER ON THE MASTER
      **** CANNOT BE CARRIED - IT IS LISTED FOR FOLLOW-UP.
       1500-LOAD-BALANCES.

           OPEN INPUT BALANCE-IN-FILE.

           IF WS-BAL-IN-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ BALANCE-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-FIND-AGENT THRU 1510-EXIT
                       IF WS-AGT-SUB > ZERO
                           MOVE CBI-DEBIT-BALANCE
                               TO WS-AGT-DEBIT-FWD (WS-AGT-SUB)
                       ELSE
                           DISPLAY 'DF26COMM DEBIT BALANCE FOR '
                                   'UNKNOWN AGENT ' CBI-AGENT-CODE
                                   ' = ' CBI-DEBIT-BALANCE
                                               UPON CONSOLE
                           ADD 1            TO WS-EXCEPTION-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-IN-FILE.

       1500-EXIT. EXIT.

       1510-FIND-AGENT.

           MOVE ZERO                   TO WS-AGT-SUB.

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-AGENT-COUNT
                          OR WS-AGT-SUB > ZERO
               IF WS-AGT-CODE (WS-SCAN-SUB) = CBI-AGENT-CODE
                   MOVE WS-SCAN-SUB     TO WS-AGT-SUB
               END-IF
           END-PERFORM.

       1510-EXIT. EXIT.

      **** EARNING - ONE CLEARED PAYMENT AT A TIME.
       2000-EARN-CLEARED-PREMIUM.

           OPEN INPUT CLEARED-FILE.

           IF WS-CLEARED-STATUS NOT = '00'
               DISPLAY 'DF26COMM NO CLEARED PREMIUM THIS RUN'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-EOF
               READ CLEARED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-EARN-ONE-PAYMENT THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE CLEARED-FILE.

       2000-EXIT. EXIT.

       2100-EARN-ONE-PAYMENT.

           MOVE CL-COMPANY-CODE        TO WS-LOOKUP-COMPANY.
           MOVE CL-POLICY-NUMBER       TO WS-LOOKUP-POLICY.
           PERFORM 2500-FIND-POLICY THRU 2500-EXIT.

           IF WS-POL-FOUND-FLAG NOT = 'Y'
               MOVE 'POLICY NOT ON MASTER'  TO WS-EXCEPTION-TEXT
               GO TO 2100-REJECT
           END-IF.

           IF WS-POL-AGENT (WS-POL-IDX) = SPACES
               MOVE 'NO AGENT ON POLICY'    TO WS-EXCEPTION-TEXT
               GO TO 2100-REJECT
           END-IF.

           MOVE WS-POL-AGENT (WS-POL-IDX) TO CBI-AGENT-CODE.
           PERFORM 1510-FIND-AGENT THRU 1510-EXIT.

           IF WS-AGT-SUB = ZERO
               MOVE 'AGENT NOT ON MASTER'   TO WS-EXCEPTION-TEXT
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2600-FIND-RATE THRU 2600-EXIT.

           IF WS-RTE-SUB = ZERO
               MOVE 'NO RATE FOR COMPANY'   TO WS-EXCEPTION-TEXT
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2700-FIND-LEDGER THRU 2700-EXIT.

      **** FIRST COMMISSION FOR THE POLICY - A NEW-BUSINESS TERM.
           IF WS-FOUND-LDG-SUB = ZERO
               IF WS-LEDGER-COUNT NOT < 1000
                   MOVE 'COMMISSION LEDGER FULL' TO WS-EXCEPTION-TEXT
                   GO TO 2100-REJECT
               END-IF
               ADD 1                    TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT     TO WS-FOUND-LDG-SUB
               MOVE CL-COMPANY-CODE
                   TO WS-LDG-COMPANY (WS-FOUND-LDG-SUB)
               MOVE CL-POLICY-NUMBER
                   TO WS-LDG-POLICY (WS-FOUND-LDG-SUB)
               MOVE WS-POL-EXPIRY (WS-POL-IDX)
                   TO WS-LDG-TERM-EXPIRY (WS-FOUND-LDG-SUB)
               MOVE 'N'
                   TO WS-LDG-TYPE (WS-FOUND-LDG-SUB)
               MOVE WS-RTE-NEW (WS-RTE-SUB)
                   TO WS-LDG-RATE (WS-FOUND-LDG-SUB)
               MOVE ZERO
                   TO WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB)
               MOVE LOW-VALUES
                   TO WS-LDG-LAST-PAID (WS-FOUND-LDG-SUB)
           ELSE
               IF CL-PAYMENT-DATE NOT >
                  WS-LDG-LAST-PAID (WS-FOUND-LDG-SUB)
                   GO TO 2100-EXIT
               END-IF
      **** THE EXPIRY HAS MOVED ON PAST THE TERM LAST COMMISSIONED -
      **** THE POLICY HAS RENEWED.
               IF WS-POL-EXPIRY (WS-POL-IDX) >
                  WS-LDG-TERM-EXPIRY (WS-FOUND-LDG-SUB)
                   MOVE WS-POL-EXPIRY (WS-POL-IDX)
                       TO WS-LDG-TERM-EXPIRY (WS-FOUND-LDG-SUB)
                   MOVE 'R'
                       TO WS-LDG-TYPE (WS-FOUND-LDG-SUB)
                   MOVE WS-RTE-RENEWAL (WS-RTE-SUB)
                       TO WS-LDG-RATE (WS-FOUND-LDG-SUB)
                   MOVE ZERO
                       TO WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB)
               END-IF
           END-IF.

           MOVE WS-POL-AGENT (WS-POL-IDX)
               TO WS-LDG-AGENT (WS-FOUND-LDG-SUB).
           MOVE 'A'
               TO WS-LDG-STATUS (WS-FOUND-LDG-SUB).
           MOVE CL-PAYMENT-DATE
               TO WS-LDG-LAST-PAID (WS-FOUND-LDG-SUB).

           MOVE CL-PAYMENT-AMOUNT      TO WS-RATE-NUMERATOR.
           MOVE WS-LDG-RATE (WS-FOUND-LDG-SUB) TO WS-APPLY-RATE.
           PERFORM 2800-COMPUTE-COMMISSION THRU 2800-EXIT.

           ADD WS-COMMISSION
               TO WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB).
           ADD WS-COMMISSION           TO WS-AGT-EARNED (WS-AGT-SUB).
           ADD WS-COMMISSION           TO WS-EARNED-TOTAL.

           MOVE 'E'                    TO WS-ACTIVITY-TYPE.
           PERFORM 2900-RECORD-ACTIVITY THRU 2900-EXIT.

           MOVE 'COMMEXP'              TO WS-GL-KEY.
           MOVE WS-COMMISSION          TO WS-GL-AMOUNT.
           PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT.

           GO TO 2100-EXIT.

       2100-REJECT.

           MOVE CL-COMPANY-CODE        TO EL-COMPANY.
           MOVE CL-POLICY-NUMBER       TO EL-POLICY.
           MOVE CL-PAYMENT-AMOUNT      TO EL-AMOUNT.
           PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT.

       2100-EXIT. EXIT.

       2500-FIND-POLICY.

           MOVE 'N'                    TO WS-POL-FOUND-FLAG.

           IF WS-POLICY-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.

           SEARCH ALL WS-POL-ENTRY
               WHEN WS-POL-KEY (WS-POL-IDX) = WS-LOOKUP-KEY
                   MOVE 'Y'             TO WS-POL-FOUND-FLAG
           END-SEARCH.

       2500-EXIT. EXIT.

       2600-FIND-RATE.

           MOVE ZERO                   TO WS-RTE-SUB.

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-RATE-COUNT
                          OR WS-RTE-SUB > ZERO
               IF WS-RTE-COMPANY (WS-SCAN-SUB) = WS-LOOKUP-COMPANY
                   MOVE WS-SCAN-SUB     TO WS-RTE-SUB
               END-IF
           END-PERFORM.

       2600-EXIT. EXIT.

       2700-FIND-LEDGER.

           MOVE ZERO                   TO WS-FOUND-LDG-SUB.

           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > WS-LEDGER-COUNT
                          OR WS-FOUND-LDG-SUB > ZERO
               IF WS-LDG-COMPANY (WS-LDG-SUB) = WS-LOOKUP-COMPANY
                  AND WS-LDG-POLICY (WS-LDG-SUB) = WS-LOOKUP-POLICY
                   MOVE WS-LDG-SUB      TO WS-FOUND-LDG-SUB
               END-IF
           END-PERFORM.

       2700-EXIT. EXIT.

      **** COMMISSION = BASE * RATE, ROUNDED, THROUGH DF36RATE.
       2800-COMPUTE-COMMISSION.

           MOVE WS-APPLY-RATE          TO WS-RATE-MULTIPLIER.
           MOVE 1                      TO WS-RATE-DENOMINATOR.
           MOVE ZERO                   TO WS-RATE-ADJUSTMENT.

           CALL 'DF36RATE'            USING WS-RATE-NUMERATOR
                                            WS-RATE-MULTIPLIER
                                            WS-RATE-DENOMINATOR
                                            WS-RATE-ADJUSTMENT
                                            WS-RATE-ROUND-MODE
                                            WS-RATE-RESULT
                                            WS-RATE-RETURN-CODE.

           IF WS-RATE-RETURN-CODE NOT = '00'
               MOVE ZERO                TO WS-RATE-RESULT
           END-IF.

           MOVE WS-RATE-RESULT         TO WS-COMMISSION.

       2800-EXIT. EXIT.

      **** THE CALLER SETS WS-ACTIVITY-TYPE; THE TERM DETAILS COME
      **** FROM THE LEDGER ENTRY AT WS-FOUND-LDG-SUB.
       2900-RECORD-ACTIVITY.

           IF WS-ACTIVITY-COUNT NOT < 1000
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2900-EXIT
           END-IF.

           ADD 1                       TO WS-ACTIVITY-COUNT.
           MOVE WS-ACTIVITY-TYPE
               TO WS-ACT-TYPE (WS-ACTIVITY-COUNT).
           MOVE WS-LDG-AGENT (WS-FOUND-LDG-SUB)
               TO WS-ACT-AGENT (WS-ACTIVITY-COUNT).
           MOVE WS-LDG-COMPANY (WS-FOUND-LDG-SUB)
               TO WS-ACT-COMPANY (WS-ACTIVITY-COUNT).
           MOVE WS-LDG-POLICY (WS-FOUND-LDG-SUB)
               TO WS-ACT-POLICY (WS-ACTIVITY-COUNT).
           MOVE WS-LDG-TYPE (WS-FOUND-LDG-SUB)
               TO WS-ACT-BUSINESS (WS-ACTIVITY-COUNT).
           MOVE WS-RATE-NUMERATOR
               TO WS-ACT-BASE (WS-ACTIVITY-COUNT).
           MOVE WS-APPLY-RATE
               TO WS-ACT-RATE (WS-ACTIVITY-COUNT).
           MOVE WS-COMMISSION
               TO WS-ACT-COMMISSION (WS-ACTIVITY-COUNT).

       2900-EXIT. EXIT.

       2950-WRITE-EXCEPTION.

           ADD 1                       TO WS-EXCEPTION-COUNT.
           MOVE WS-EXCEPTION-TEXT      TO EL-TEXT.
           MOVE WS-EXCEPTION-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2950-EXIT. EXIT.

      **** CANCELLATIONS - RETURNS ALREADY PAID BY DF26RTPM FIRST,
      **** THEN ANY STILL QUEUED FOR IT.  THE LEDGER STATUS MAKES
      **** SURE EACH CANCELLATION IS CHARGED BACK ONCE ONLY.
       3000-CANCELLATION-CHARGEBACKS.

           OPEN INPUT PAID-RETURN-FILE.

           IF WS-PAID-STATUS = '00'
               MOVE SPACE               TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PAID-RETURN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PAID-RETURN-RECORD
                               TO DF26-RETURN-RECORD
                           PERFORM 3100-CHARGE-BACK-RETURN THRU
                                   3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE PAID-RETURN-FILE
           END-IF.

           OPEN INPUT RETURN-FILE.

           IF WS-RETURN-STATUS = '00'
               MOVE SPACE               TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ RETURN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-CHARGE-BACK-RETURN THRU
                                   3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       3000-EXIT. EXIT.

       3100-CHARGE-BACK-RETURN.

           MOVE DF26-RTN-COMPANY       TO WS-LOOKUP-COMPANY.
           MOVE DF26-RTN-POLICY        TO WS-LOOKUP-POLICY.
           PERFORM 2700-FIND-LEDGER THRU 2700-EXIT.

      **** NEVER COMMISSIONED, OR ALREADY CHARGED BACK.
           IF WS-FOUND-LDG-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.

           IF WS-LDG-STATUS (WS-FOUND-LDG-SUB) NOT = 'A'
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-LDG-AGENT (WS-FOUND-LDG-SUB) TO CBI-AGENT-CODE.
           PERFORM 1510-FIND-AGENT THRU 1510-EXIT.

           IF WS-AGT-SUB = ZERO
               MOVE DF26-RTN-COMPANY    TO EL-COMPANY
               MOVE DF26-RTN-POLICY     TO EL-POLICY
               MOVE DF26-RTN-RETURN-PREMIUM TO EL-AMOUNT
               MOVE 'CHARGEBACK - AGENT NOT ON FILE'
                                        TO WS-EXCEPTION-TEXT
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE DF26-RTN-RETURN-PREMIUM TO WS-RATE-NUMERATOR.
           MOVE WS-LDG-RATE (WS-FOUND-LDG-SUB) TO WS-APPLY-RATE.
           PERFORM 2800-COMPUTE-COMMISSION THRU 2800-EXIT.

           IF WS-COMMISSION > WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB)
               MOVE WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB)
                                        TO WS-COMMISSION
           END-IF.

           MOVE 'C'
               TO WS-LDG-STATUS (WS-FOUND-LDG-SUB).
           MOVE 'C'                    TO WS-ACTIVITY-TYPE.
           PERFORM 3900-BOOK-CHARGEBACK THRU 3900-EXIT.

       3100-EXIT. EXIT.

      **** THE COMMISSION COMES OFF THE TERM, THE AGENT AND THE GL.
       3900-BOOK-CHARGEBACK.

           SUBTRACT WS-COMMISSION
               FROM WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB).
           ADD WS-COMMISSION           TO WS-AGT-CHARGED (WS-AGT-SUB).
           ADD WS-COMMISSION           TO WS-CHARGED-TOTAL.

           PERFORM 2900-RECORD-ACTIVITY THRU 2900-EXIT.

           IF WS-COMMISSION > ZERO
               MOVE 'COMMCHBK'          TO WS-GL-KEY
               MOVE WS-COMMISSION       TO WS-GL-AMOUNT
               PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT
           END-IF.

       3900-EXIT. EXIT.

      **** LAPSES - A POLICY STILL ACTIVE ON THE LEDGER BUT NOW
      **** TERMINATED ON THE MASTER WITH NO RETURN PREMIUM BEHIND IT
      **** LOSES THE WHOLE TERM'S COMMISSION.
       4000-LAPSE-CHARGEBACKS.

           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > WS-LEDGER-COUNT
               IF WS-LDG-STATUS (WS-LDG-SUB) = 'A'
                   PERFORM 4100-CHECK-ONE-LAPSE THRU 4100-EXIT
               END-IF
           END-PERFORM.

       4000-EXIT. EXIT.

       4100-CHECK-ONE-LAPSE.

           MOVE WS-LDG-COMPANY (WS-LDG-SUB) TO WS-LOOKUP-COMPANY.
           MOVE WS-LDG-POLICY (WS-LDG-SUB)  TO WS-LOOKUP-POLICY.
           PERFORM 2500-FIND-POLICY THRU 2500-EXIT.

           IF WS-POL-FOUND-FLAG NOT = 'Y'
               GO TO 4100-EXIT
           END-IF.

           IF WS-POL-STATUS (WS-POL-IDX) NOT = 'T'
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-LDG-SUB             TO WS-FOUND-LDG-SUB.

           MOVE WS-LDG-AGENT (WS-FOUND-LDG-SUB) TO CBI-AGENT-CODE.
           PERFORM 1510-FIND-AGENT THRU 1510-EXIT.

           IF WS-AGT-SUB = ZERO
               MOVE WS-LDG-COMPANY (WS-FOUND-LDG-SUB) TO EL-COMPANY
               MOVE WS-LDG-POLICY (WS-FOUND-LDG-SUB)  TO EL-POLICY
               MOVE WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB) TO EL-AMOUNT
               MOVE 'CHARGEBACK - AGENT NOT ON FILE'
                                        TO WS-EXCEPTION-TEXT
               PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
               GO TO 4100-EXIT
           END-IF.

      **** NO PREMIUM BASE - THE WHOLE TERM'S COMMISSION GOES.
           MOVE WS-LDG-TERM-COMM (WS-FOUND-LDG-SUB) TO WS-COMMISSION.
           MOVE ZERO                   TO WS-RATE-NUMERATOR.
           MOVE WS-LDG-RATE (WS-FOUND-LDG-SUB)      TO WS-APPLY-RATE.

           MOVE 'L'
               TO WS-LDG-STATUS (WS-FOUND-LDG-SUB).
           MOVE 'L'                    TO WS-ACTIVITY-TYPE.
           PERFORM 3900-BOOK-CHARGEBACK THRU 3900-EXIT.

       4100-EXIT. EXIT.

      **** ONE STATEMENT PAGE PER AGENT - THE MOVEMENTS, THEN THE
      **** SETTLEMENT: PAYABLE IF IN CREDIT, DEBIT CARRIED IF NOT.
       5000-SETTLE-ONE-AGENT.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-AGT-CODE (WS-AGT-SUB) TO AH-AGENT-CODE.
           MOVE WS-AGT-NAME (WS-AGT-SUB) TO AH-AGENT-NAME.
           MOVE WS-PROCESSING-DATE     TO AH-DATE.
           MOVE WS-AGENT-HEADING       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT
               IF WS-ACT-AGENT (WS-ACT-SUB) = WS-AGT-CODE (WS-AGT-SUB)
                   PERFORM 5100-WRITE-ACTIVITY-LINE THRU 5100-EXIT
               END-IF
           END-PERFORM.

           COMPUTE WS-NET-AMOUNT =
                       WS-AGT-EARNED (WS-AGT-SUB)
                     - WS-AGT-CHARGED (WS-AGT-SUB)
                     - WS-AGT-DEBIT-FWD (WS-AGT-SUB).

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'DEBIT BALANCE FORWARD'  TO TL-LABEL.
           COMPUTE TL-AMOUNT = ZERO - WS-AGT-DEBIT-FWD (WS-AGT-SUB).
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'COMMISSION EARNED'    TO TL-LABEL.
           MOVE WS-AGT-EARNED (WS-AGT-SUB) TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'COMMISSION CHARGED BACK' TO TL-LABEL.
           COMPUTE TL-AMOUNT = ZERO - WS-AGT-CHARGED (WS-AGT-SUB).
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-NET-AMOUNT > ZERO
               MOVE 'PAYABLE THIS RUN'  TO TL-LABEL
               MOVE WS-NET-AMOUNT       TO TL-AMOUNT
               MOVE ZERO                TO WS-AGT-DEBIT-FWD (WS-AGT-SUB)
               MOVE WS-AGT-CODE (WS-AGT-SUB) TO CP-AGENT-CODE
               MOVE WS-AGT-NAME (WS-AGT-SUB) TO CP-AGENT-NAME
               MOVE WS-PROCESSING-DATE  TO CP-PAY-DATE
               MOVE WS-NET-AMOUNT       TO CP-AMOUNT
               WRITE PAYABLE-RECORD
               ADD 1                    TO WS-PAYABLE-COUNT
               ADD WS-NET-AMOUNT        TO WS-PAYABLE-TOTAL
           ELSE
               MOVE 'DEBIT CARRIED FORWARD' TO TL-LABEL
               MOVE WS-NET-AMOUNT       TO TL-AMOUNT
               COMPUTE WS-NEW-DEBIT = ZERO - WS-NET-AMOUNT
               MOVE WS-NEW-DEBIT        TO WS-AGT-DEBIT-FWD (WS-AGT-SUB)
               ADD WS-NEW-DEBIT         TO WS-DEBIT-TOTAL
           END-IF.

           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5000-EXIT. EXIT.

       5100-WRITE-ACTIVITY-LINE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-ACT-COMPANY (WS-ACT-SUB) TO DL-COMPANY.
           MOVE WS-ACT-POLICY (WS-ACT-SUB)  TO DL-POLICY.
           MOVE WS-ACT-BASE (WS-ACT-SUB)    TO DL-BASE.
           MOVE WS-ACT-RATE (WS-ACT-SUB)    TO DL-RATE.

           EVALUATE WS-ACT-TYPE (WS-ACT-SUB)
               WHEN 'E'
                   MOVE 'EARNED'        TO DL-ACTIVITY
                   MOVE WS-ACT-COMMISSION (WS-ACT-SUB) TO DL-COMMISSION
               WHEN 'C'
                   MOVE 'CANCELLED'     TO DL-ACTIVITY
                   COMPUTE DL-COMMISSION =
                       ZERO - WS-ACT-COMMISSION (WS-ACT-SUB)
               WHEN OTHER
                   MOVE 'LAPSED'        TO DL-ACTIVITY
                   COMPUTE DL-COMMISSION =
                       ZERO - WS-ACT-COMMISSION (WS-ACT-SUB)
           END-EVALUATE.

           IF WS-ACT-BUSINESS (WS-ACT-SUB) = 'R'
               MOVE 'REN'               TO DL-BUSINESS
           ELSE
               MOVE 'NEW'               TO DL-BUSINESS
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       5100-EXIT. EXIT.

      **** ONE DFGLSRC RECORD PER MOVEMENT - DFGLPST POSTS EACH AS A
      **** BALANCED PAIR THROUGH THE DF26COMM MAPPING FOR WS-GL-KEY.
       5600-WRITE-GL-SOURCE.

           ADD 1                       TO WS-GL-COUNT.
           ADD WS-GL-AMOUNT            TO WS-GL-TOTAL.

           IF DFRUNDT-DRY-RUN
               GO TO 5600-EXIT
           END-IF.

           MOVE 'DF26COMM'             TO SR-SOURCE.
           MOVE WS-GL-KEY              TO SR-KEY.
           MOVE WS-GL-AMOUNT           TO SR-AMOUNT.
           MOVE WS-LOOKUP-COMPANY       TO SR-COMPANY.
           MOVE SPACES                 TO SR-COST-CENTER.
           WRITE GLSRC-RECORD.

       5600-EXIT. EXIT.

       6000-REWRITE-LEDGER.

           OPEN OUTPUT LEDGER-OUT-FILE.

           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY 'DF26COMM COMMISSION LEDGER OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > WS-LEDGER-COUNT
               MOVE SPACES              TO LEDGER-OUT-RECORD
               MOVE WS-LDG-COMPANY (WS-LDG-SUB)    TO LGO-COMPANY-CODE
               MOVE WS-LDG-POLICY (WS-LDG-SUB)     TO LGO-POLICY-NUMBER
               MOVE WS-LDG-AGENT (WS-LDG-SUB)      TO LGO-AGENT-CODE
               MOVE WS-LDG-TERM-EXPIRY (WS-LDG-SUB) TO LGO-TERM-EXPIRY
               MOVE WS-LDG-TYPE (WS-LDG-SUB)       TO LGO-BUSINESS-TYPE
               MOVE WS-LDG-RATE (WS-LDG-SUB)       TO LGO-RATE
               MOVE WS-LDG-TERM-COMM (WS-LDG-SUB)
                                        TO LGO-TERM-COMMISSION
               MOVE WS-LDG-STATUS (WS-LDG-SUB)     TO LGO-STATUS
               MOVE WS-LDG-LAST-PAID (WS-LDG-SUB)  TO LGO-LAST-PAID-DATE
               WRITE LEDGER-OUT-RECORD
           END-PERFORM.

           CLOSE LEDGER-OUT-FILE.

       6000-EXIT. EXIT.

       6100-REWRITE-BALANCES.

           OPEN OUTPUT BALANCE-OUT-FILE.

           IF WS-BAL-OUT-STATUS NOT = '00'
               DISPLAY 'DF26COMM DEBIT BALANCE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF.

           PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
                       UNTIL WS-AGT-SUB > WS-AGENT-COUNT
               IF WS-AGT-DEBIT-FWD (WS-AGT-SUB) > ZERO
                   MOVE SPACES          TO BALANCE-OUT-RECORD
                   MOVE WS-AGT-CODE (WS-AGT-SUB)  TO CBO-AGENT-CODE
                   MOVE WS-AGT-DEBIT-FWD (WS-AGT-SUB)
                                        TO CBO-DEBIT-BALANCE
                   WRITE BALANCE-OUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE BALANCE-OUT-FILE.

       6100-EXIT. EXIT.

       7000-WRITE-TOTALS.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'RUN TOTALS'           TO WS-DETAIL-LINE (5:10).
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'COMMISSION EARNED'    TO TL-LABEL.
           MOVE WS-EARNED-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'COMMISSION CHARGED BACK' TO TL-LABEL.
           MOVE WS-CHARGED-TOTAL       TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'PAYABLE TO AGENTS'    TO TL-LABEL.
           MOVE WS-PAYABLE-TOTAL       TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'DEBIT BALANCES CARRIED' TO TL-LABEL.
           MOVE WS-DEBIT-TOTAL         TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
