       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26CLMD.

      *REMARKS:    CLAIMS DISBURSEMENT RUN OVER THE DF26CLMF CLAIMS
      *            FILE - CUTS NUMBERED CLAIM CHECKS AGAINST THE
      *            DF26CCRG CLAIM CHECK REGISTER AND FEEDS CLAIM
      *            PAYMENTS AND RESERVE MOVEMENTS TO THE GL.

      ******************************************************************
      ****   DF26CLM CARRIES A CLAIM FROM OPEN TO PAID, BUT NO      ****
      ****   CHECK WAS EVER CUT AND NEITHER THE RESERVE NOR THE     ****
      ****   PAYMENT REACHED THE GENERAL LEDGER.  THIS RUN:         ****
      ****                                                          ****
      ****     - APPLIES DF26CCTR VOID ('V') AND REISSUE ('R')      ****
      ****       TRANSACTIONS AGAINST THE CLAIM CHECK REGISTER      ****
      ****       FIRST.  A VOID STOPS THE PAYMENT FOR GOOD AND      ****
      ****       REVERSES IT ON THE GL; A REISSUE MARKS THE OLD     ****
      ****       CHECK REPLACED ('R') AND CUTS A NEW NUMBER FOR     ****
      ****       THE SAME CLAIM AND AMOUNT WITH NO GL EFFECT,       ****
      ****     - CUTS A CHECK FOR EVERY PAID OR CLOSED CLAIM WHOSE  ****
      ****       DF26-CLM-PAID-AMOUNT EXCEEDS WHAT THE REGISTER     ****
      ****       ALREADY HOLDS FOR IT (REPLACED CHECKS EXCLUDED),   ****
      ****       SO A PAYMENT IS DISBURSED EXACTLY ONCE,            ****
      ****     - COMPARES EACH CLAIM'S DF26-CLM-RESERVE WITH THE    ****
      ****       RESERVE ALREADY BOOKED ON THE DF26CRSV SNAPSHOT    ****
      ****       AND POSTS THE DIFFERENCE AS A RESERVE SET-UP OR    ****
      ****       A RESERVE TAKEDOWN.                                ****
      ****                                                          ****
      ****   EVERY AMOUNT GOES TO THE DFGLSRC POSTING SOURCE UNDER  ****
      ****   SOURCE 'DF26CLMD', AND DFGLPST MAPS EACH KEY THROUGH   ****
      ****   DFGLMAP AND THE DFGLCOA CHART OF ACCOUNTS:             ****
      ****                                                          ****
      ****     CLMPAY   - DEBIT CLAIMS PAID, CREDIT CASH            ****
      ****     CLMVOID  - DEBIT CASH, CREDIT CLAIMS PAID            ****
      ****     RSVSETUP - DEBIT INCURRED LOSS, CREDIT LOSS RESERVE  ****
      ****     RSVTAKDN - DEBIT LOSS RESERVE, CREDIT INCURRED LOSS  ****
      ****                                                          ****
      ****   CHECKS ARE DATED ON THE DFRUNDTR PROCESSING DATE       ****
      ****   ROLLED TO A BUSINESS DAY THROUGH DFCALBD, AND NUMBERS  ****
      ****   CONTINUE FROM THE HIGHEST ON THE REGISTER, THE SAME AS ****
      ****   DF29RFND.  THE RUN RECORDS THE PRODUCER SIDE OF THE    ****
      ****   DFBAL HANDSHAKE FOR WHAT IT WROTE TO DFGLSRC.  UNDER A ****
      ****   DRY-RUN WINDOW THE REGISTER, THE RESERVE SNAPSHOT AND  ****
      ****   THE CHECK-PRINT FILE GO TO SHADOW COPIES AND NOTHING   ****
      ****   IS POSTED.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CLAIM-FILE       ASSIGN TO DF26CLMF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CLAIM-STATUS.

           SELECT CHECK-TRANS-FILE ASSIGN TO DF26CCTR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CTRN-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO DF26CCRG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO WS-REG-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT RESERVE-IN-FILE  ASSIGN TO DF26CRSV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RSV-IN-STATUS.

           SELECT RESERVE-OUT-FILE ASSIGN TO WS-RSV-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RSV-OUT-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO WS-CHKP-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHKP-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CLAIM-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS DF26-CLAIM-RECORD.

       COPY DF26CLMR.

       FD  CHECK-TRANS-FILE
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS CHECK-TRANS-RECORD.

       01  CHECK-TRANS-RECORD.
           05  CT-ACTION                PIC X(01).
               88  CT-ACTION-VOID           VALUE 'V'.
               88  CT-ACTION-REISSUE        VALUE 'R'.
           05  CT-CHECK-NUMBER          PIC 9(08).

      **** REGISTER STATUS: 'I' ISSUED, 'V' VOIDED (PAYMENT STOPPED),
      **** 'R' REPLACED BY A REISSUED CHECK.
       FD  REGISTER-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REGISTER-IN-RECORD.

       01  REGISTER-IN-RECORD.
           05  RIR-CHECK-NUMBER         PIC 9(08).
           05  RIR-CHECK-DATE           PIC X(10).
           05  RIR-COMPANY              PIC X(03).
           05  RIR-POLICY               PIC X(12).
           05  RIR-CLAIM                PIC X(08).
           05  RIR-AMOUNT               PIC 9(07)V99.
           05  RIR-STATUS               PIC X(01).
           05  FILLER                   PIC X(09).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REGISTER-OUT-RECORD.

       01  REGISTER-OUT-RECORD.
           05  ROR-CHECK-NUMBER         PIC 9(08).
           05  ROR-CHECK-DATE           PIC X(10).
           05  ROR-COMPANY              PIC X(03).
           05  ROR-POLICY               PIC X(12).
           05  ROR-CLAIM                PIC X(08).
           05  ROR-AMOUNT               PIC 9(07)V99.
           05  ROR-STATUS               PIC X(01).
           05  FILLER                   PIC X(09).

      **** THE RESERVE BOOKED ON THE GL PER CLAIM AS OF THE LAST RUN.
       FD  RESERVE-IN-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RESERVE-IN-RECORD.

       01  RESERVE-IN-RECORD.
           05  RVI-COMPANY              PIC X(03).
           05  RVI-POLICY               PIC X(12).
           05  RVI-CLAIM                PIC X(08).
           05  RVI-BOOKED               PIC 9(07)V99.

       FD  RESERVE-OUT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RESERVE-OUT-RECORD.

       01  RESERVE-OUT-RECORD.
           05  RVO-COMPANY              PIC X(03).
           05  RVO-POLICY               PIC X(12).
           05  RVO-CLAIM                PIC X(08).
           05  RVO-BOOKED               PIC 9(07)V99.

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CHECK-PRINT-RECORD.

       01  CHECK-PRINT-RECORD.
           05  CP-CHECK-NUMBER          PIC 9(08).
           05  CP-CHECK-DATE            PIC X(10).
           05  CP-COMPANY               PIC X(03).
           05  CP-POLICY                PIC X(12).
           05  CP-CLAIM                 PIC X(08).
           05  CP-AMOUNT                PIC 9(07)V99.

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

       01  WS-CLAIM-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CTRN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RSV-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RSV-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CHKP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CLAIM-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CLAIM-EOF                VALUE 'Y'.

       01  WS-CTRN-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CTRN-EOF                 VALUE 'Y'.

       01  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REG-EOF                  VALUE 'Y'.

       01  WS-RSV-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-RSV-EOF                  VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

       01  WS-CLAIM-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CLAIM-TABLE.
           05  WS-CLM-ENTRY            OCCURS 500 TIMES.
               10  WS-CLM-COMPANY      PIC X(03).
               10  WS-CLM-POLICY       PIC X(12).
               10  WS-CLM-NUMBER       PIC X(08).
               10  WS-CLM-STATUS       PIC X(01).
               10  WS-CLM-RESERVE      PIC 9(07)V99.
               10  WS-CLM-PAID         PIC 9(07)V99.

       01  WS-CLM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-CLM-SUB            PIC 9(04) VALUE ZERO.

       01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY            OCCURS 500 TIMES.
               10  WS-REG-CHECK-NO     PIC 9(08).
               10  WS-REG-CHECK-DATE   PIC X(10).
               10  WS-REG-COMPANY      PIC X(03).
               10  WS-REG-POLICY       PIC X(12).
               10  WS-REG-CLAIM        PIC X(08).
               10  WS-REG-AMOUNT       PIC 9(07)V99.
               10  WS-REG-STATUS       PIC X(01).

       01  WS-REG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-REG-SUB            PIC 9(04) VALUE ZERO.
       01  WS-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.

       01  WS-RESERVE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RESERVE-TABLE.
           05  WS-RSV-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-RESERVE-COUNT
                                       ASCENDING KEY IS WS-RSV-COMPANY
                                                    WS-RSV-POLICY
                                                    WS-RSV-CLAIM
                                       INDEXED BY WS-RSV-IDX.
               10  WS-RSV-COMPANY      PIC X(03).
               10  WS-RSV-POLICY       PIC X(12).
               10  WS-RSV-CLAIM        PIC X(08).
               10  WS-RSV-BOOKED       PIC 9(07)V99.

       01  WS-FOUND-RSV-SUB            PIC 9(04) VALUE ZERO.

      **** THE CLAIM A CHECK OR RESERVE MOVEMENT IS FOR, SET BY THE
      **** CALLER BEFORE 4500-CUT-ONE-CHECK / 5500-POST-RESERVE.
       01  WS-CUT-COMPANY              PIC X(03) VALUE SPACES.
       01  WS-CUT-POLICY               PIC X(12) VALUE SPACES.
       01  WS-CUT-CLAIM                PIC X(08) VALUE SPACES.
       01  WS-CHECK-AMOUNT             PIC 9(07)V99 VALUE ZERO.
       01  WS-DISBURSED-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-RESERVE-DELTA            PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-KEY                   PIC X(08) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-COMPANY               PIC X(03) VALUE SPACES.

       01  WS-ISSUED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ISSUED-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-VOIDED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-VOIDED-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-REISSUED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SETUP-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-SETUP-TOTAL              PIC 9(09)V99 VALUE ZERO.
       01  WS-TAKEDOWN-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-TAKEDOWN-TOTAL           PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-GL-TOTAL                 PIC 9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-CHECK-DATE.
           05  WS-CHK-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-CHK-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-CHK-DD               PIC X(02).

       01  WS-ROLL-DATE-X.
           05  WS-RDX-YYYY             PIC 9(04).
           05  WS-RDX-MM               PIC 9(02).
           05  WS-RDX-DD               PIC 9(02).

       01  WS-ROLL-DATE-N              REDEFINES WS-ROLL-DATE-X
                                       PIC 9(08).

      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-REG-OUT-NAME             PIC X(09) VALUE 'DF26CCRG'.
       01  WS-RSV-OUT-NAME             PIC X(09) VALUE 'DF26CRSV'.
       01  WS-CHKP-NAME                PIC X(09) VALUE 'DF26CCHK'.

       COPY DFRUNDT.

       COPY DFCAL.

       COPY DFBAL.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE '  DATE'.
           05  FILLER                  PIC X(05) VALUE 'CO'.
           05  FILLER                  PIC X(14) VALUE 'POLICY'.
           05  FILLER                  PIC X(10) VALUE 'CLAIM'.
           05  FILLER                  PIC X(14) VALUE
                                       '        AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'GL KEY'.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-NUMBER         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CLAIM                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-GL-KEY               PIC X(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-LABEL                PIC X(30).
           05  TL-COUNT                PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(80) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26CLMD START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-CHECK-DATE.
           PERFORM 2000-LOAD-CLAIMS-FILE THRU 2000-EXIT.
           PERFORM 2100-LOAD-CHECK-REGISTER THRU 2100-EXIT.
           PERFORM 2200-LOAD-RESERVE-SNAPSHOT THRU 2200-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26CLMD A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-OUTPUTS.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE GENERAL LEDGER.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND GLSRC-FILE
               IF WS-GLSRC-STATUS NOT = '00'
                   OPEN OUTPUT GLSRC-FILE
               END-IF
               IF WS-GLSRC-STATUS NOT = '00'
                   DISPLAY 'DF26CLMD POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN EXTEND CHECK-PRINT-FILE.

           IF WS-CHKP-STATUS NOT = '00'
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26CLMD - CLAIM DISBURSEMENT REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           PERFORM 3000-APPLY-VOID-REISSUE THRU 3000-EXIT.
           PERFORM 4000-DISBURSE-PAID-CLAIMS THRU 4000-EXIT.
           PERFORM 5000-POST-RESERVE-CHANGES THRU 5000-EXIT.

       1000-CLOSE-FILES.

           PERFORM 7000-WRITE-TOTALS.

           PERFORM 8300-RPT-WRITE-FOOTER.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE GLSRC-FILE
           END-IF.

           CLOSE CHECK-PRINT-FILE.
           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-REGISTER THRU 6000-EXIT.
           PERFORM 6100-REWRITE-RESERVE-SNAPSHOT THRU 6100-EXIT.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF26CLMD'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF26CLMD'          TO DFBAL-PROGRAM-ID
               MOVE WS-GL-COUNT         TO DFBAL-RECORD-COUNT
               MOVE WS-GL-TOTAL         TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF26CLMD CLAIM CHECKS ISSUED  = ' WS-ISSUED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CLMD AMOUNT ISSUED        = ' WS-ISSUED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26CLMD CLAIM CHECKS VOIDED  = ' WS-VOIDED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CLMD CLAIM CHECKS REISSUED= '
                   WS-REISSUED-COUNT           UPON CONSOLE.
           DISPLAY 'DF26CLMD TRANSACTIONS SKIPPED = ' WS-SKIPPED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CLMD RESERVE SET-UP       = ' WS-SETUP-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26CLMD RESERVE TAKEDOWN     = '
                   WS-TAKEDOWN-TOTAL           UPON CONSOLE.
           DISPLAY 'DF26CLMD END OF JOB' UPON CONSOLE.

           IF RETURN-CODE = ZERO
              AND WS-SKIPPED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

           GOBACK.

      **** CHECKS ARE DATED ON THE PROCESSING DATE ROLLED FORWARD
      **** TO A BUSINESS DAY - NO CHECK DATED ON A SUNDAY.
       1200-SET-CHECK-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-CHECK-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26CCRGS'     TO WS-REG-OUT-NAME
                   MOVE 'DF26CRSVS'     TO WS-RSV-OUT-NAME
                   MOVE 'DF26CCHKS'     TO WS-CHKP-NAME
                   DISPLAY 'DF26CLMD SIMULATION - UPDATES GO TO '
                           'SHADOW COPIES, NO GL POSTING'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26CLMD NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-CHK-YYYY
               MOVE WS-CD-MM            TO WS-CHK-MM
               MOVE WS-CD-DD            TO WS-CHK-DD
           END-IF.

           MOVE WS-CHK-YYYY            TO WS-RDX-YYYY.
           MOVE WS-CHK-MM              TO WS-RDX-MM.
           MOVE WS-CHK-DD              TO WS-RDX-DD.
           MOVE WS-ROLL-DATE-N         TO DFCAL-DATE-YYYYMMDD.

           CALL 'DFCALBD'             USING DFCAL-CONTROL-RECORD.

           IF DFCAL-ROLLED
               MOVE DFCAL-DATE-YYYYMMDD TO WS-ROLL-DATE-N
               MOVE WS-RDX-YYYY         TO WS-CHK-YYYY
               MOVE WS-RDX-MM           TO WS-CHK-MM
               MOVE WS-RDX-DD           TO WS-CHK-DD
           END-IF.

      **** THE CLAIMS FILE IS READ ONLY - DF26CLM OWNS IT.
       2000-LOAD-CLAIMS-FILE.

           OPEN INPUT CLAIM-FILE.

           IF WS-CLAIM-STATUS NOT = '00'
               DISPLAY 'DF26CLMD NO CLAIMS FILE ON HAND'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-CLAIM-EOF
               READ CLAIM-FILE
                   AT END
                       SET WS-CLAIM-EOF TO TRUE
                   NOT AT END
                       IF WS-CLAIM-COUNT < 500
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE DF26-CLM-COMPANY
                               TO WS-CLM-COMPANY (WS-CLAIM-COUNT)
                           MOVE DF26-CLM-POLICY
                               TO WS-CLM-POLICY (WS-CLAIM-COUNT)
                           MOVE DF26-CLM-NUMBER
                               TO WS-CLM-NUMBER (WS-CLAIM-COUNT)
                           MOVE DF26-CLM-STATUS
                               TO WS-CLM-STATUS (WS-CLAIM-COUNT)
                           MOVE DF26-CLM-RESERVE
                               TO WS-CLM-RESERVE (WS-CLAIM-COUNT)
                           MOVE DF26-CLM-PAID-AMOUNT
                               TO WS-CLM-PAID (WS-CLAIM-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLAIM-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-CHECK-REGISTER.

           MOVE 1                      TO WS-NEXT-CHECK-NUMBER.

           OPEN INPUT REGISTER-IN-FILE.

           IF WS-REG-IN-STATUS NOT = '00'
               GO TO 2100-EXIT
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
                           MOVE RIR-COMPANY
                               TO WS-REG-COMPANY (WS-REGISTER-COUNT)
                           MOVE RIR-POLICY
                               TO WS-REG-POLICY (WS-REGISTER-COUNT)
                           MOVE RIR-CLAIM
                               TO WS-REG-CLAIM (WS-REGISTER-COUNT)
                           MOVE RIR-AMOUNT
                               TO WS-REG-AMOUNT (WS-REGISTER-COUNT)
                           MOVE RIR-STATUS
                               TO WS-REG-STATUS (WS-REGISTER-COUNT)
                           IF RIR-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
                               COMPUTE WS-NEXT-CHECK-NUMBER =
                                           RIR-CHECK-NUMBER + 1
                           END-IF
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN-FILE.

       2100-EXIT. EXIT.

       2200-LOAD-RESERVE-SNAPSHOT.

           OPEN INPUT RESERVE-IN-FILE.

           IF WS-RSV-IN-STATUS NOT = '00'
               DISPLAY 'DF26CLMD NO RESERVE SNAPSHOT - EVERY OPEN '
                       'RESERVE WILL BE SET UP' UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-RSV-EOF
               READ RESERVE-IN-FILE
                   AT END
                       SET WS-RSV-EOF TO TRUE
                   NOT AT END
                       IF WS-RESERVE-COUNT < 500
                           ADD 1 TO WS-RESERVE-COUNT
                           MOVE RVI-COMPANY
                               TO WS-RSV-COMPANY (WS-RESERVE-COUNT)
                           MOVE RVI-POLICY
                               TO WS-RSV-POLICY (WS-RESERVE-COUNT)
                           MOVE RVI-CLAIM
                               TO WS-RSV-CLAIM (WS-RESERVE-COUNT)
                           MOVE RVI-BOOKED
                               TO WS-RSV-BOOKED (WS-RESERVE-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESERVE-IN-FILE.

       2200-EXIT. EXIT.

      **** VOIDS AND REISSUES RUN BEFORE NEW DISBURSEMENTS SO A
      **** REISSUED CHECK'S NEW NUMBER CANNOT COLLIDE WITH TONIGHT'S
      **** ISSUES.
       3000-APPLY-VOID-REISSUE.

           OPEN INPUT CHECK-TRANS-FILE.

           IF WS-CTRN-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.

           PERFORM UNTIL WS-CTRN-EOF
               READ CHECK-TRANS-FILE
                   AT END
                       SET WS-CTRN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-CHECK-TRANS THRU
                               3100-EXIT
               END-READ
           END-PERFORM.

           CLOSE CHECK-TRANS-FILE.

       3000-EXIT. EXIT.

       3100-APPLY-ONE-CHECK-TRANS.

           IF NOT CT-ACTION-VOID AND NOT CT-ACTION-REISSUE
               DISPLAY 'DF26CLMD CHECK ' CT-CHECK-NUMBER
                       ' UNKNOWN ACTION - TRANSACTION SKIPPED'
                                               UPON CONSOLE
               ADD 1                    TO WS-SKIPPED-COUNT
               GO TO 3100-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-REG-SUB.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               IF WS-REG-CHECK-NO (WS-REG-SUB) = CT-CHECK-NUMBER
                   MOVE WS-REG-SUB      TO WS-FOUND-REG-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-REG-SUB = ZERO
               DISPLAY 'DF26CLMD CHECK ' CT-CHECK-NUMBER
                       ' NOT ON REGISTER - TRANSACTION SKIPPED'
                                               UPON CONSOLE
               ADD 1                    TO WS-SKIPPED-COUNT
               GO TO 3100-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-REG-SUB) NOT = 'I'
               DISPLAY 'DF26CLMD CHECK ' CT-CHECK-NUMBER
                       ' NOT OUTSTANDING - TRANSACTION SKIPPED'
                                               UPON CONSOLE
               ADD 1                    TO WS-SKIPPED-COUNT
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-REG-CHECK-NO (WS-FOUND-REG-SUB) TO DL-CHECK-NUMBER.
           MOVE WS-REG-CHECK-DATE (WS-FOUND-REG-SUB) TO DL-CHECK-DATE.
           MOVE WS-REG-COMPANY (WS-FOUND-REG-SUB) TO DL-COMPANY.
           MOVE WS-REG-POLICY (WS-FOUND-REG-SUB) TO DL-POLICY.
           MOVE WS-REG-CLAIM (WS-FOUND-REG-SUB) TO DL-CLAIM.
           MOVE WS-REG-AMOUNT (WS-FOUND-REG-SUB) TO DL-AMOUNT.

      **** A REISSUE REPLACES THE PAPER ONLY - THE CASH STILL GOES
      **** OUT ONCE, SO THERE IS NOTHING TO POST.
           IF CT-ACTION-REISSUE
               MOVE 'R'                 TO WS-REG-STATUS
                                                  (WS-FOUND-REG-SUB)
               MOVE 'REPLACED'          TO DL-DISPOSITION
               PERFORM 8200-RPT-WRITE-DETAIL
               ADD 1                    TO WS-REISSUED-COUNT
               MOVE WS-REG-COMPANY (WS-FOUND-REG-SUB)
                                        TO WS-CUT-COMPANY
               MOVE WS-REG-POLICY (WS-FOUND-REG-SUB)
                                        TO WS-CUT-POLICY
               MOVE WS-REG-CLAIM (WS-FOUND-REG-SUB)
                                        TO WS-CUT-CLAIM
               MOVE WS-REG-AMOUNT (WS-FOUND-REG-SUB)
                                        TO WS-CHECK-AMOUNT
               MOVE SPACES              TO WS-GL-KEY
               PERFORM 4500-CUT-ONE-CHECK THRU 4500-EXIT
               GO TO 3100-EXIT
           END-IF.

      **** A VOID STOPS THE PAYMENT - THE CHECK STAYS ON THE
      **** REGISTER AS DISBURSED SO IT IS NOT CUT AGAIN, AND THE
      **** PAYMENT IS REVERSED ON THE GL.
           MOVE 'V'                    TO WS-REG-STATUS
                                                  (WS-FOUND-REG-SUB).
           ADD 1                       TO WS-VOIDED-COUNT.
           ADD WS-REG-AMOUNT (WS-FOUND-REG-SUB) TO WS-VOIDED-TOTAL.

           MOVE 'CLMVOID'              TO WS-GL-KEY.
           MOVE WS-REG-AMOUNT (WS-FOUND-REG-SUB) TO WS-GL-AMOUNT.
           MOVE WS-REG-COMPANY (WS-FOUND-REG-SUB) TO WS-GL-COMPANY.
           PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT.

           MOVE 'VOIDED'               TO DL-DISPOSITION.
           MOVE WS-GL-KEY              TO DL-GL-KEY.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

      **** A PAID OR CLOSED CLAIM GETS A CHECK FOR ANY PAID AMOUNT
      **** THE REGISTER DOES NOT ALREADY HOLD FOR IT.
       4000-DISBURSE-PAID-CLAIMS.

           PERFORM VARYING WS-CLM-SUB FROM 1 BY 1
                       UNTIL WS-CLM-SUB > WS-CLAIM-COUNT
               PERFORM 4100-CONSIDER-ONE-CLAIM THRU 4100-EXIT
           END-PERFORM.

       4000-EXIT. EXIT.

       4100-CONSIDER-ONE-CLAIM.

           IF WS-CLM-STATUS (WS-CLM-SUB) NOT = 'P'
              AND WS-CLM-STATUS (WS-CLM-SUB) NOT = 'C'
               GO TO 4100-EXIT
           END-IF.

           MOVE ZERO                   TO WS-DISBURSED-AMOUNT.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               IF WS-REG-COMPANY (WS-REG-SUB) =
                                       WS-CLM-COMPANY (WS-CLM-SUB)
                  AND WS-REG-POLICY (WS-REG-SUB) =
                                       WS-CLM-POLICY (WS-CLM-SUB)
                  AND WS-REG-CLAIM (WS-REG-SUB) =
                                       WS-CLM-NUMBER (WS-CLM-SUB)
                  AND WS-REG-STATUS (WS-REG-SUB) NOT = 'R'
                   ADD WS-REG-AMOUNT (WS-REG-SUB)
                                        TO WS-DISBURSED-AMOUNT
               END-IF
           END-PERFORM.

           IF WS-CLM-PAID (WS-CLM-SUB) NOT > WS-DISBURSED-AMOUNT
               GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-CHECK-AMOUNT =
                       WS-CLM-PAID (WS-CLM-SUB) - WS-DISBURSED-AMOUNT.

           MOVE WS-CLM-COMPANY (WS-CLM-SUB) TO WS-CUT-COMPANY.
           MOVE WS-CLM-POLICY (WS-CLM-SUB) TO WS-CUT-POLICY.
           MOVE WS-CLM-NUMBER (WS-CLM-SUB) TO WS-CUT-CLAIM.
           MOVE 'CLMPAY'               TO WS-GL-KEY.
           PERFORM 4500-CUT-ONE-CHECK THRU 4500-EXIT.

       4100-EXIT. EXIT.

      **** ONE CHECK: PRINT RECORD, REGISTER ENTRY, REGISTER LINE,
      **** AND THE PAYMENT POSTING WHEN WS-GL-KEY IS SET (A REISSUE
      **** LEAVES IT BLANK).  THE CLAIM AND AMOUNT ARE SET BY THE
      **** CALLER.
       4500-CUT-ONE-CHECK.

           IF WS-REGISTER-COUNT >= 500
               DISPLAY 'DF26CLMD REGISTER TABLE FULL - CHECK NOT CUT '
                       'FOR CLAIM ' WS-CUT-CLAIM UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-NEXT-CHECK-NUMBER   TO CP-CHECK-NUMBER.
           MOVE WS-CHECK-DATE          TO CP-CHECK-DATE.
           MOVE WS-CUT-COMPANY         TO CP-COMPANY.
           MOVE WS-CUT-POLICY          TO CP-POLICY.
           MOVE WS-CUT-CLAIM           TO CP-CLAIM.
           MOVE WS-CHECK-AMOUNT        TO CP-AMOUNT.
           WRITE CHECK-PRINT-RECORD.

           ADD 1                       TO WS-REGISTER-COUNT.
           MOVE WS-NEXT-CHECK-NUMBER   TO WS-REG-CHECK-NO
                                                  (WS-REGISTER-COUNT).
           MOVE WS-CHECK-DATE          TO WS-REG-CHECK-DATE
                                                  (WS-REGISTER-COUNT).
           MOVE WS-CUT-COMPANY         TO WS-REG-COMPANY
                                                  (WS-REGISTER-COUNT).
           MOVE WS-CUT-POLICY          TO WS-REG-POLICY
                                                  (WS-REGISTER-COUNT).
           MOVE WS-CUT-CLAIM           TO WS-REG-CLAIM
                                                  (WS-REGISTER-COUNT).
           MOVE WS-CHECK-AMOUNT        TO WS-REG-AMOUNT
                                                  (WS-REGISTER-COUNT).
           MOVE 'I'                    TO WS-REG-STATUS
                                                  (WS-REGISTER-COUNT).

           ADD 1                       TO WS-ISSUED-COUNT.
           ADD WS-CHECK-AMOUNT         TO WS-ISSUED-TOTAL.

           IF WS-GL-KEY NOT = SPACES
               MOVE WS-CHECK-AMOUNT     TO WS-GL-AMOUNT
               MOVE WS-CUT-COMPANY      TO WS-GL-COMPANY
               PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'ISSUED'               TO DL-DISPOSITION.
           MOVE WS-NEXT-CHECK-NUMBER   TO DL-CHECK-NUMBER.
           MOVE WS-CHECK-DATE          TO DL-CHECK-DATE.
           MOVE WS-CUT-COMPANY         TO DL-COMPANY.
           MOVE WS-CUT-POLICY          TO DL-POLICY.
           MOVE WS-CUT-CLAIM           TO DL-CLAIM.
           MOVE WS-CHECK-AMOUNT        TO DL-AMOUNT.
           MOVE WS-GL-KEY              TO DL-GL-KEY.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD 1                       TO WS-NEXT-CHECK-NUMBER.

       4500-EXIT. EXIT.

      **** THE RESERVE ON THE GL FOLLOWS DF26-CLM-RESERVE: AN
      **** INCREASE IS SET UP, A DECREASE (INCLUDING THE RESERVE
      **** ZEROED WHEN A CLAIM IS PAID OR DENIED) IS TAKEN DOWN.  A
      **** BOOKED RESERVE WHOSE CLAIM HAS LEFT THE FILE IS TAKEN
      **** DOWN IN FULL.
       5000-POST-RESERVE-CHANGES.

           PERFORM VARYING WS-CLM-SUB FROM 1 BY 1
                       UNTIL WS-CLM-SUB > WS-CLAIM-COUNT
               PERFORM 5100-CHECK-ONE-RESERVE THRU 5100-EXIT
           END-PERFORM.

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
               PERFORM 5200-CHECK-ORPHAN-RESERVE THRU 5200-EXIT
           END-PERFORM.

       5000-EXIT. EXIT.

       5100-CHECK-ONE-RESERVE.

           MOVE ZERO                   TO WS-FOUND-RSV-SUB.

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
               IF WS-RSV-COMPANY (WS-RSV-IDX) =
                                       WS-CLM-COMPANY (WS-CLM-SUB)
                  AND WS-RSV-POLICY (WS-RSV-IDX) =
                                       WS-CLM-POLICY (WS-CLM-SUB)
                  AND WS-RSV-CLAIM (WS-RSV-IDX) =
                                       WS-CLM-NUMBER (WS-CLM-SUB)
                   SET WS-FOUND-RSV-SUB TO WS-RSV-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-RSV-SUB = ZERO
               IF WS-CLM-RESERVE (WS-CLM-SUB) = ZERO
                   GO TO 5100-EXIT
               END-IF
               IF WS-RESERVE-COUNT >= 500
                   DISPLAY 'DF26CLMD RESERVE TABLE FULL - RESERVE NOT '
                           'BOOKED FOR CLAIM '
                           WS-CLM-NUMBER (WS-CLM-SUB) UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 5100-EXIT
               END-IF
               ADD 1                    TO WS-RESERVE-COUNT
               MOVE WS-RESERVE-COUNT    TO WS-FOUND-RSV-SUB
               MOVE WS-CLM-COMPANY (WS-CLM-SUB)
                   TO WS-RSV-COMPANY (WS-FOUND-RSV-SUB)
               MOVE WS-CLM-POLICY (WS-CLM-SUB)
                   TO WS-RSV-POLICY (WS-FOUND-RSV-SUB)
               MOVE WS-CLM-NUMBER (WS-CLM-SUB)
                   TO WS-RSV-CLAIM (WS-FOUND-RSV-SUB)
               MOVE ZERO TO WS-RSV-BOOKED (WS-FOUND-RSV-SUB)
           END-IF.

           COMPUTE WS-RESERVE-DELTA =
                       WS-CLM-RESERVE (WS-CLM-SUB)
                     - WS-RSV-BOOKED (WS-FOUND-RSV-SUB).

           IF WS-RESERVE-DELTA = ZERO
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-CLM-RESERVE (WS-CLM-SUB)
                               TO WS-RSV-BOOKED (WS-FOUND-RSV-SUB).
           PERFORM 5500-POST-RESERVE THRU 5500-EXIT.

       5100-EXIT. EXIT.

       5200-CHECK-ORPHAN-RESERVE.

           IF WS-RSV-BOOKED (WS-RSV-IDX) = ZERO
               GO TO 5200-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-CLM-SUB.

           PERFORM VARYING WS-CLM-SUB FROM 1 BY 1
                       UNTIL WS-CLM-SUB > WS-CLAIM-COUNT
               IF WS-CLM-COMPANY (WS-CLM-SUB) =
                                       WS-RSV-COMPANY (WS-RSV-IDX)
                  AND WS-CLM-POLICY (WS-CLM-SUB) =
                                       WS-RSV-POLICY (WS-RSV-IDX)
                  AND WS-CLM-NUMBER (WS-CLM-SUB) =
                                       WS-RSV-CLAIM (WS-RSV-IDX)
                   MOVE WS-CLM-SUB      TO WS-FOUND-CLM-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-CLM-SUB NOT = ZERO
               GO TO 5200-EXIT
           END-IF.

           SET WS-FOUND-RSV-SUB        TO WS-RSV-IDX.
           COMPUTE WS-RESERVE-DELTA =
                       ZERO - WS-RSV-BOOKED (WS-RSV-IDX).
           MOVE ZERO                   TO WS-RSV-BOOKED (WS-RSV-IDX).
           PERFORM 5500-POST-RESERVE THRU 5500-EXIT.

       5200-EXIT. EXIT.

      **** ONE RESERVE MOVEMENT FOR THE SNAPSHOT ENTRY AT
      **** WS-FOUND-RSV-SUB, SIGNED IN WS-RESERVE-DELTA.
       5500-POST-RESERVE.

           MOVE SPACES                 TO WS-DETAIL-LINE.

           IF WS-RESERVE-DELTA > ZERO
               MOVE 'RSVSETUP'          TO WS-GL-KEY
               MOVE WS-RESERVE-DELTA    TO WS-GL-AMOUNT
               ADD 1                    TO WS-SETUP-COUNT
               ADD WS-GL-AMOUNT         TO WS-SETUP-TOTAL
               MOVE 'RSV SET-UP'        TO DL-DISPOSITION
           ELSE
               MOVE 'RSVTAKDN'          TO WS-GL-KEY
               COMPUTE WS-GL-AMOUNT = ZERO - WS-RESERVE-DELTA
               ADD 1                    TO WS-TAKEDOWN-COUNT
               ADD WS-GL-AMOUNT         TO WS-TAKEDOWN-TOTAL
               MOVE 'RSV TAKEDN'        TO DL-DISPOSITION
           END-IF.

           MOVE WS-RSV-COMPANY (WS-FOUND-RSV-SUB) TO WS-GL-COMPANY.
           PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT.

           MOVE WS-RSV-COMPANY (WS-FOUND-RSV-SUB) TO DL-COMPANY.
           MOVE WS-RSV-POLICY (WS-FOUND-RSV-SUB) TO DL-POLICY.
           MOVE WS-RSV-CLAIM (WS-FOUND-RSV-SUB) TO DL-CLAIM.
           MOVE WS-GL-AMOUNT           TO DL-AMOUNT.
           MOVE WS-GL-KEY              TO DL-GL-KEY.
           PERFORM 8200-RPT-WRITE-DETAIL.

       5500-EXIT. EXIT.

      **** ONE DFGLSRC RECORD PER MOVEMENT - DFGLPST POSTS EACH AS A
      **** BALANCED PAIR THROUGH THE DF26CLMD MAPPING FOR WS-GL-KEY.
       5600-WRITE-GL-SOURCE.

           ADD 1                       TO WS-GL-COUNT.
           ADD WS-GL-AMOUNT            TO WS-GL-TOTAL.

           IF DFRUNDT-DRY-RUN
               GO TO 5600-EXIT
           END-IF.

           MOVE 'DF26CLMD'             TO SR-SOURCE.
           MOVE WS-GL-KEY              TO SR-KEY.
           MOVE WS-GL-AMOUNT           TO SR-AMOUNT.
           MOVE WS-GL-COMPANY          TO SR-COMPANY.
           MOVE SPACES                 TO SR-COST-CENTER.
           WRITE GLSRC-RECORD.

       5600-EXIT. EXIT.

       6000-REWRITE-REGISTER.

           IF WS-REGISTER-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.

           OPEN OUTPUT REGISTER-OUT-FILE.

           IF WS-REG-OUT-STATUS NOT = '00'
               DISPLAY 'DF26CLMD CLAIM CHECK REGISTER OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               MOVE SPACES                       TO REGISTER-OUT-RECORD
               MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO ROR-CHECK-NUMBER
               MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO ROR-CHECK-DATE
               MOVE WS-REG-COMPANY (WS-REG-SUB)  TO ROR-COMPANY
               MOVE WS-REG-POLICY (WS-REG-SUB)   TO ROR-POLICY
               MOVE WS-REG-CLAIM (WS-REG-SUB)    TO ROR-CLAIM
               MOVE WS-REG-AMOUNT (WS-REG-SUB)   TO ROR-AMOUNT
               MOVE WS-REG-STATUS (WS-REG-SUB)   TO ROR-STATUS
               WRITE REGISTER-OUT-RECORD
           END-PERFORM.

           CLOSE REGISTER-OUT-FILE.

       6000-EXIT. EXIT.

      **** ONLY RESERVES STILL BOOKED ARE KEPT, SORTED BY CLAIM KEY.
       6100-REWRITE-RESERVE-SNAPSHOT.

           IF WS-RESERVE-COUNT > 1
               SORT WS-RSV-ENTRY
                   ASCENDING KEY WS-RSV-COMPANY WS-RSV-POLICY
                                 WS-RSV-CLAIM
           END-IF.

           OPEN OUTPUT RESERVE-OUT-FILE.

           IF WS-RSV-OUT-STATUS NOT = '00'
               DISPLAY 'DF26CLMD RESERVE SNAPSHOT OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF.

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
               IF WS-RSV-BOOKED (WS-RSV-IDX) > ZERO
                   MOVE SPACES          TO RESERVE-OUT-RECORD
                   MOVE WS-RSV-COMPANY (WS-RSV-IDX) TO RVO-COMPANY
                   MOVE WS-RSV-POLICY (WS-RSV-IDX)  TO RVO-POLICY
                   MOVE WS-RSV-CLAIM (WS-RSV-IDX)   TO RVO-CLAIM
                   MOVE WS-RSV-BOOKED (WS-RSV-IDX)  TO RVO-BOOKED
                   WRITE RESERVE-OUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE RESERVE-OUT-FILE.

       6100-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CLAIM CHECKS ISSUED'  TO TL-LABEL.
           MOVE WS-ISSUED-COUNT        TO TL-COUNT.
           MOVE WS-ISSUED-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CLAIM CHECKS VOIDED'  TO TL-LABEL.
           MOVE WS-VOIDED-COUNT        TO TL-COUNT.
           MOVE WS-VOIDED-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'RESERVE SET-UPS'      TO TL-LABEL.
           MOVE WS-SETUP-COUNT         TO TL-COUNT.
           MOVE WS-SETUP-TOTAL         TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'RESERVE TAKEDOWNS'    TO TL-LABEL.
           MOVE WS-TAKEDOWN-COUNT      TO TL-COUNT.
           MOVE WS-TAKEDOWN-TOTAL      TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
