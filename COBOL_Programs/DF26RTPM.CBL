       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26RTPM.

      *REMARKS:    CANCELLATION RETURN-PREMIUM REFUNDS FOR POLICIES
      *            TERMINATED MID-TERM BY DF26PMNT, NETTED AGAINST THE
      *            DF26RCVB OPEN RECEIVABLE AND PAID THROUGH THE
      *            DF26RFRG NUMBERED REFUND CHECK REGISTER.

      ******************************************************************
      ****   WHEN A POLICY WAS CANCELLED PART-WAY THROUGH ITS TERM  ****
      ****   THE UNEARNED PREMIUM JUST SAT THERE UNTIL SOMEONE      ****
      ****   WORKED OUT A REFUND BY HAND.  DF26PMNT NOW WORKS OUT   ****
      ****   THE RETURN PREMIUM WHEN IT TERMINATES THE POLICY AND   ****
      ****   QUEUES IT ON DF26RTRN.  THIS RUN, FOR EACH REQUEST:    ****
      ****                                                          ****
      ****     - NETS THE RETURN PREMIUM AGAINST THE POLICY'S OPEN  ****
      ****       DF26PREC RECEIVABLE ITEMS, OLDEST FIRST, SO THE    ****
      ****       POLICYHOLDER IS NOT PAID MONEY THEY STILL OWE,     ****
      ****     - PAYS WHATEVER IS LEFT AS A REFUND CHECK, NUMBERED  ****
      ****       ON FROM THE HIGHEST CHECK ON THE DF26RFRG REGISTER ****
      ****       AND DATED ON THE PROCESSING DATE ROLLED TO A       ****
      ****       BUSINESS DAY THROUGH DFCALBD, AS DF29RFND DOES,    ****
      ****     - CARRIES THE CANCELLATION TYPE, REASON CODE AND THE ****
      ****       OPERATOR DFAUTH APPROVED THE TERMINATION FOR ONTO  ****
      ****       THE REGISTER AND THE LISTING.                      ****
      ****                                                          ****
      ****   BOTH LEGS POST THROUGH DFGLSRC UNDER SOURCE 'DF26RTPM' ****
      ****   - KEY 'RPNETAR' FOR THE AMOUNT NETTED OFF THE          ****
      ****   RECEIVABLE, 'RPCHECK' FOR THE AMOUNT PAID BY CHECK -   ****
      ****   WITH THE DFBAL HANDSHAKE FOR WHAT WAS WRITTEN.  THE    ****
      ****   REQUEST FILE IS EMPTIED ONCE EVERY REQUEST IS PAID, SO ****
      ****   A RERUN CANNOT PAY TWICE.  EVERY REQUEST PAID IS ALSO  ****
      ****   APPENDED TO THE DF26RTPD PAID-RETURNS FEED, FROM WHICH ****
      ****   THE DF26COMM COMMISSION RUN CHARGES BACK THE AGENT'S   ****
      ****   COMMISSION ON THE PREMIUM RETURNED.  UNDER A DRY RUN   ****
      ****   THE RECEIVABLE, REGISTER, CHECK PRINT AND FEED GO TO   ****
      ****   THEIR SHADOW COPIES, THE REQUESTS ARE LEFT QUEUED AND  ****
      ****   NOTHING REACHES DFGLSRC.                               ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RETURN-IN-FILE   ASSIGN TO DF26RTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-IN-STATUS.

           SELECT RETURN-OUT-FILE  ASSIGN TO DF26RTRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-OUT-STATUS.

           SELECT RCVB-IN-FILE     ASSIGN TO DF26RCVB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RCVB-IN-STATUS.

           SELECT RCVB-OUT-FILE    ASSIGN TO WS-RCVB-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RCVB-OUT-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO DF26RFRG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO WS-REG-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT PAID-RETURN-FILE ASSIGN TO WS-PAID-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PAID-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO WS-CHKP-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHKP-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RETURN-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF26-RETURN-RECORD.

       COPY DF26RTRR.

       FD  RETURN-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RETURN-OUT-RECORD.

       01  RETURN-OUT-RECORD           PIC X(60).

       FD  RCVB-IN-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RCVB-IN-RECORD.

       01  RCVB-IN-RECORD.
           05  RVI-COMPANY-CODE         PIC X(03).
           05  RVI-POLICY-NUMBER        PIC X(12).
           05  RVI-BILLED-DATE          PIC X(10).
           05  RVI-BILLED-AMOUNT        PIC 9(07)V99.
           05  RVI-OPEN-AMOUNT          PIC 9(07)V99.

       FD  RCVB-OUT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RCVB-OUT-RECORD.

       01  RCVB-OUT-RECORD.
           05  RVO-COMPANY-CODE         PIC X(03).
           05  RVO-POLICY-NUMBER        PIC X(12).
           05  RVO-BILLED-DATE          PIC X(10).
           05  RVO-BILLED-AMOUNT        PIC 9(07)V99.
           05  RVO-OPEN-AMOUNT          PIC 9(07)V99.

      **** ONE ENTRY PER REFUND CHECK EVER CUT.  STATUS 'I' =
      **** ISSUED.
       FD  REGISTER-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REGISTER-IN-RECORD.

       01  REGISTER-IN-RECORD.
           05  RIR-CHECK-NUMBER         PIC 9(08).
           05  RIR-CHECK-DATE           PIC X(10).
           05  RIR-COMPANY              PIC X(03).
           05  RIR-POLICY               PIC X(12).
           05  RIR-AMOUNT               PIC 9(07)V99.
           05  RIR-STATUS               PIC X(01).
           05  RIR-CANCEL-TYPE          PIC X(01).
           05  RIR-REASON               PIC X(02).
           05  RIR-OPERATOR             PIC X(08).
           05  FILLER                   PIC X(06).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REGISTER-OUT-RECORD.

       01  REGISTER-OUT-RECORD.
           05  ROR-CHECK-NUMBER         PIC 9(08).
           05  ROR-CHECK-DATE           PIC X(10).
           05  ROR-COMPANY              PIC X(03).
           05  ROR-POLICY               PIC X(12).
           05  ROR-AMOUNT               PIC 9(07)V99.
           05  ROR-STATUS               PIC X(01).
           05  ROR-CANCEL-TYPE          PIC X(01).
           05  ROR-REASON               PIC X(02).
           05  ROR-OPERATOR             PIC X(08).
           05  FILLER                   PIC X(06).

       FD  PAID-RETURN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PAID-RETURN-RECORD.

       01  PAID-RETURN-RECORD          PIC X(60).

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS CHECK-PRINT-RECORD.

       01  CHECK-PRINT-RECORD.
           05  CP-CHECK-NUMBER          PIC 9(08).
           05  CP-CHECK-DATE            PIC X(10).
           05  CP-COMPANY               PIC X(03).
           05  CP-POLICY                PIC X(12).
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

       01  WS-RETURN-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RETURN-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RCVB-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RCVB-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CHKP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PAID-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RETURN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-RETURN-EOF               VALUE 'Y'.

       01  WS-RCVB-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-RCVB-EOF                 VALUE 'Y'.

       01  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REG-EOF                  VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

       01  WS-ITEM-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY            OCCURS 500 TIMES.
               10  WS-ITM-COMPANY      PIC X(03).
               10  WS-ITM-POLICY       PIC X(12).
               10  WS-ITM-BILLED-DATE  PIC X(10).
               10  WS-ITM-BILLED-AMT   PIC 9(07)V99.
               10  WS-ITM-OPEN-AMT     PIC 9(07)V99.

       01  WS-ITM-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.

       01  WS-RETURN-REMAINING         PIC 9(07)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT             PIC 9(07)V99 VALUE ZERO.
       01  WS-NETTED-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01  WS-CHECK-AMOUNT             PIC 9(07)V99 VALUE ZERO.
       01  WS-GL-KEY                   PIC X(08) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RETURN-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-NETTED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-NETTED-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-ISSUED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ISSUED-TOTAL             PIC 9(09)V99 VALUE ZERO.
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
       01  WS-RCVB-OUT-NAME            PIC X(09) VALUE 'DF26RCVB'.
       01  WS-REG-OUT-NAME             PIC X(09) VALUE 'DF26RFRG'.
       01  WS-CHKP-NAME                PIC X(09) VALUE 'DF26RFCK'.
       01  WS-PAID-NAME                PIC X(09) VALUE 'DF26RTPD'.

       COPY DFRUNDT.

       COPY DFCAL.

       COPY DFBAL.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(05) VALUE 'CO'.
           05  FILLER                  PIC X(14) VALUE 'POLICY'.
           05  FILLER                  PIC X(13) VALUE 'CANCELLED'.
           05  FILLER                  PIC X(04) VALUE 'TYP'.
           05  FILLER                  PIC X(05) VALUE 'RSN'.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(05) VALUE 'DAYS'.
           05  FILLER                  PIC X(14) VALUE
                                       '  RETURN PREM'.
           05  FILLER                  PIC X(14) VALUE
                                       '   NETTED OFF'.
           05  FILLER                  PIC X(10) VALUE
                                       '  CHECK NO'.
           05  FILLER                  PIC X(12) VALUE '  DATE'.
           05  FILLER                  PIC X(14) VALUE
                                       '  CHECK AMOUNT'.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CANCEL-DATE          PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-CANCEL-TYPE          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-REASON               PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RETURN-PREMIUM       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NETTED               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-NUMBER         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

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

           DISPLAY 'DF26RTPM START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-CHECK-DATE THRU 1200-EXIT.
           PERFORM 2000-LOAD-OPEN-ITEMS THRU 2000-EXIT.
           PERFORM 2100-FIND-NEXT-CHECK-NUMBER THRU 2100-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26RTPM A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN INPUT RETURN-IN-FILE.

           IF WS-RETURN-IN-STATUS NOT = '00'
               DISPLAY 'DF26RTPM NO RETURN PREMIUMS TO PAY'
                                               UPON CONSOLE
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
                   DISPLAY 'DF26RTPM POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   CLOSE RETURN-IN-FILE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN EXTEND REGISTER-OUT-FILE.

           IF WS-REG-OUT-STATUS NOT = '00'
               OPEN OUTPUT REGISTER-OUT-FILE
           END-IF.

           OPEN EXTEND CHECK-PRINT-FILE.

           IF WS-CHKP-STATUS NOT = '00'
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.

           OPEN EXTEND PAID-RETURN-FILE.

           IF WS-PAID-STATUS NOT = '00'
               OPEN OUTPUT PAID-RETURN-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26RTPM - RETURN PREMIUM REFUNDS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           PERFORM UNTIL WS-RETURN-EOF
               READ RETURN-IN-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-PAY-ONE-RETURN THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE RETURN-IN-FILE.

       1000-CLOSE-FILES.

           PERFORM 7000-WRITE-TOTALS.

           PERFORM 8300-RPT-WRITE-FOOTER.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE GLSRC-FILE
           END-IF.

           CLOSE REGISTER-OUT-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE PAID-RETURN-FILE.
           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-OPEN-ITEMS THRU 6000-EXIT.

      **** EVERY REQUEST HAS BEEN PAID OR NETTED - EMPTY THE QUEUE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN OUTPUT RETURN-OUT-FILE
               CLOSE RETURN-OUT-FILE
           END-IF.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF26RTPM'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF26RTPM'          TO DFBAL-PROGRAM-ID
               MOVE WS-GL-COUNT         TO DFBAL-RECORD-COUNT
               MOVE WS-GL-TOTAL         TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF26RTPM RETURN PREMIUMS     = ' WS-REQUEST-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26RTPM RETURN TOTAL        = ' WS-RETURN-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26RTPM NETTED OFF AR       = ' WS-NETTED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26RTPM REFUND CHECKS       = ' WS-ISSUED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26RTPM REFUND CHECK TOTAL  = ' WS-ISSUED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF26RTPM END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-SET-CHECK-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-CHECK-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26RCVBS'     TO WS-RCVB-OUT-NAME
                   MOVE 'DF26RFRGS'     TO WS-REG-OUT-NAME
                   MOVE 'DF26RFCKS'     TO WS-CHKP-NAME
                   MOVE 'DF26RTPDS'     TO WS-PAID-NAME
                   DISPLAY 'DF26RTPM SIMULATION - UPDATES GO TO '
                           'SHADOW COPIES, NO GL POSTING'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26RTPM NO RUN CONTROL SET - USING SYSTEM '
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

       1200-EXIT. EXIT.

      **** DF26PREC KEEPS THE RECEIVABLE SORTED BY POLICY AND BILLING
      **** DATE, SO A POLICY'S ITEMS ARE MET HERE OLDEST FIRST.
       2000-LOAD-OPEN-ITEMS.

           OPEN INPUT RCVB-IN-FILE.

           IF WS-RCVB-IN-STATUS NOT = '00'
               DISPLAY 'DF26RTPM NO OPEN RECEIVABLE ON FILE - NOTHING '
                       'TO NET' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-RCVB-EOF
               READ RCVB-IN-FILE
                   AT END
                       SET WS-RCVB-EOF TO TRUE
                   NOT AT END
                       IF WS-ITEM-COUNT < 500
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE RVI-COMPANY-CODE
                               TO WS-ITM-COMPANY (WS-ITEM-COUNT)
                           MOVE RVI-POLICY-NUMBER
                               TO WS-ITM-POLICY (WS-ITEM-COUNT)
                           MOVE RVI-BILLED-DATE
                               TO WS-ITM-BILLED-DATE (WS-ITEM-COUNT)
                           MOVE RVI-BILLED-AMOUNT
                               TO WS-ITM-BILLED-AMT (WS-ITEM-COUNT)
                           MOVE RVI-OPEN-AMOUNT
                               TO WS-ITM-OPEN-AMT (WS-ITEM-COUNT)
                       ELSE
                           MOVE 'Y'         TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RCVB-IN-FILE.

       2000-EXIT. EXIT.

      **** THE NEXT CHECK NUMBER CONTINUES FROM THE HIGHEST ON THE
      **** REGISTER, WHICH IS ONLY EVER APPENDED TO.
       2100-FIND-NEXT-CHECK-NUMBER.

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
                       IF RIR-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
                           COMPUTE WS-NEXT-CHECK-NUMBER =
                                       RIR-CHECK-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN-FILE.

       2100-EXIT. EXIT.

       3000-PAY-ONE-RETURN.

           ADD 1                       TO WS-REQUEST-COUNT.
           ADD DF26-RTN-RETURN-PREMIUM TO WS-RETURN-TOTAL.

           MOVE DF26-RTN-RETURN-PREMIUM TO WS-RETURN-REMAINING.
           MOVE ZERO                   TO WS-NETTED-AMOUNT.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
                          OR WS-RETURN-REMAINING = ZERO
               IF WS-ITM-COMPANY (WS-ITM-SUB) = DF26-RTN-COMPANY
                  AND WS-ITM-POLICY (WS-ITM-SUB) = DF26-RTN-POLICY
                  AND WS-ITM-OPEN-AMT (WS-ITM-SUB) > ZERO
                   PERFORM 3100-NET-ONE-ITEM THRU 3100-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-RETURN-REMAINING    TO WS-CHECK-AMOUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF26-RTN-COMPANY       TO DL-COMPANY.
           MOVE DF26-RTN-POLICY        TO DL-POLICY.
           MOVE DF26-RTN-CANCEL-DATE   TO DL-CANCEL-DATE.
           MOVE DF26-RTN-CANCEL-TYPE   TO DL-CANCEL-TYPE.
           MOVE DF26-RTN-REASON        TO DL-REASON.
           MOVE DF26-RTN-OPERATOR      TO DL-OPERATOR.
           MOVE DF26-RTN-DAYS-UNEARNED TO DL-DAYS.
           MOVE DF26-RTN-RETURN-PREMIUM TO DL-RETURN-PREMIUM.
           MOVE WS-NETTED-AMOUNT       TO DL-NETTED.

           IF WS-NETTED-AMOUNT > ZERO
               ADD 1                    TO WS-NETTED-COUNT
               ADD WS-NETTED-AMOUNT     TO WS-NETTED-TOTAL
               MOVE 'RPNETAR'           TO WS-GL-KEY
               MOVE WS-NETTED-AMOUNT    TO WS-GL-AMOUNT
               PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT
           END-IF.

           IF WS-CHECK-AMOUNT > ZERO
               PERFORM 4500-CUT-ONE-CHECK THRU 4500-EXIT
           ELSE
               MOVE 'NETTED'            TO DL-CHECK-NUMBER
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE DF26-RETURN-RECORD     TO PAID-RETURN-RECORD.
           WRITE PAID-RETURN-RECORD.

       3000-EXIT. EXIT.

       3100-NET-ONE-ITEM.

           IF WS-ITM-OPEN-AMT (WS-ITM-SUB) > WS-RETURN-REMAINING
               MOVE WS-RETURN-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-ITM-OPEN-AMT (WS-ITM-SUB) TO WS-APPLY-AMOUNT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT  FROM WS-ITM-OPEN-AMT (WS-ITM-SUB).
           SUBTRACT WS-APPLY-AMOUNT  FROM WS-RETURN-REMAINING.
           ADD WS-APPLY-AMOUNT         TO WS-NETTED-AMOUNT.

       3100-EXIT. EXIT.

      **** ONE CHECK: PRINT RECORD, REGISTER ENTRY CARRYING THE
      **** CANCELLATION TYPE, REASON AND APPROVING OPERATOR, AND THE
      **** PAYMENT POSTING.
       4500-CUT-ONE-CHECK.

           MOVE WS-NEXT-CHECK-NUMBER   TO CP-CHECK-NUMBER.
           MOVE WS-CHECK-DATE          TO CP-CHECK-DATE.
           MOVE DF26-RTN-COMPANY       TO CP-COMPANY.
           MOVE DF26-RTN-POLICY        TO CP-POLICY.
           MOVE WS-CHECK-AMOUNT        TO CP-AMOUNT.
           WRITE CHECK-PRINT-RECORD.

           MOVE SPACES                 TO REGISTER-OUT-RECORD.
           MOVE WS-NEXT-CHECK-NUMBER   TO ROR-CHECK-NUMBER.
           MOVE WS-CHECK-DATE          TO ROR-CHECK-DATE.
           MOVE DF26-RTN-COMPANY       TO ROR-COMPANY.
           MOVE DF26-RTN-POLICY        TO ROR-POLICY.
           MOVE WS-CHECK-AMOUNT        TO ROR-AMOUNT.
           MOVE 'I'                    TO ROR-STATUS.
           MOVE DF26-RTN-CANCEL-TYPE   TO ROR-CANCEL-TYPE.
           MOVE DF26-RTN-REASON        TO ROR-REASON.
           MOVE DF26-RTN-OPERATOR      TO ROR-OPERATOR.
           WRITE REGISTER-OUT-RECORD.

           ADD 1                       TO WS-ISSUED-COUNT.
           ADD WS-CHECK-AMOUNT         TO WS-ISSUED-TOTAL.

           MOVE WS-NEXT-CHECK-NUMBER   TO DL-CHECK-NUMBER.
           MOVE WS-CHECK-DATE          TO DL-CHECK-DATE.
           MOVE WS-CHECK-AMOUNT        TO DL-CHECK-AMOUNT.

           MOVE 'RPCHECK'              TO WS-GL-KEY.
           MOVE WS-CHECK-AMOUNT        TO WS-GL-AMOUNT.
           PERFORM 5600-WRITE-GL-SOURCE THRU 5600-EXIT.

           ADD 1                       TO WS-NEXT-CHECK-NUMBER.

       4500-EXIT. EXIT.

      **** ONE DFGLSRC RECORD PER MOVEMENT - DFGLPST POSTS EACH AS A
      **** BALANCED PAIR THROUGH THE DF26RTPM MAPPING FOR WS-GL-KEY.
       5600-WRITE-GL-SOURCE.

           ADD 1                       TO WS-GL-COUNT.
           ADD WS-GL-AMOUNT            TO WS-GL-TOTAL.

           IF DFRUNDT-DRY-RUN
               GO TO 5600-EXIT
           END-IF.

           MOVE 'DF26RTPM'             TO SR-SOURCE.
           MOVE WS-GL-KEY              TO SR-KEY.
           MOVE WS-GL-AMOUNT           TO SR-AMOUNT.
           MOVE DF26-RTN-COMPANY        TO SR-COMPANY.
           MOVE SPACES                 TO SR-COST-CENTER.
           WRITE GLSRC-RECORD.

       5600-EXIT. EXIT.

      **** THE SAME REWRITE DF26PREC DOES - ONLY ITEMS STILL OPEN.
       6000-REWRITE-OPEN-ITEMS.

           IF WS-NETTED-COUNT = ZERO AND NOT DFRUNDT-DRY-RUN
               GO TO 6000-EXIT
           END-IF.

           OPEN OUTPUT RCVB-OUT-FILE.

           IF WS-RCVB-OUT-STATUS NOT = '00'
               DISPLAY 'DF26RTPM RECEIVABLE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               IF WS-ITM-OPEN-AMT (WS-ITM-SUB) > ZERO
                   MOVE WS-ITM-COMPANY (WS-ITM-SUB)
                                        TO RVO-COMPANY-CODE
                   MOVE WS-ITM-POLICY (WS-ITM-SUB)
                                        TO RVO-POLICY-NUMBER
                   MOVE WS-ITM-BILLED-DATE (WS-ITM-SUB)
                                        TO RVO-BILLED-DATE
                   MOVE WS-ITM-BILLED-AMT (WS-ITM-SUB)
                                        TO RVO-BILLED-AMOUNT
                   MOVE WS-ITM-OPEN-AMT (WS-ITM-SUB)
                                        TO RVO-OPEN-AMOUNT
                   WRITE RCVB-OUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE RCVB-OUT-FILE.

       6000-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'RETURN PREMIUMS'      TO TL-LABEL.
           MOVE WS-REQUEST-COUNT       TO TL-COUNT.
           MOVE WS-RETURN-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'NETTED OFF RECEIVABLE' TO TL-LABEL.
           MOVE WS-NETTED-COUNT        TO TL-COUNT.
           MOVE WS-NETTED-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'REFUND CHECKS ISSUED' TO TL-LABEL.
           MOVE WS-ISSUED-COUNT        TO TL-COUNT.
           MOVE WS-ISSUED-TOTAL        TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
