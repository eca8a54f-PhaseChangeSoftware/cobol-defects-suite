       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29ACHD.

      *REMARKS:    OVERNIGHT AUTOPAY DRAFT RUN BUILDING THE ACH DEBIT
      *            FILE FOR THE BANK FROM THE DF29ACHE ENROLLMENTS
      *            AND POSTING THE EXPECTED PAYMENTS TO DF29BALF.

      ******************************************************************
      ****   EVERY ACTIVE DF29ACHE ENROLLMENT WHOSE BILLING CYCLE   ****
      ****   HAS REACHED ITS PAYMENT DUE DATE IS DRAFTED ONCE PER   ****
      ****   STATEMENT:                                             ****
      ****                                                          ****
      ****     - THE DUE DATE IS THE CYCLE'S LAST STATEMENT DATE    ****
      ****       FROM DF03CYCD PLUS THE DF29ACPM DUE-DAYS, ROLLED   ****
      ****       TO A BUSINESS DAY THROUGH DF19DATE,                ****
      ****     - THE CUSTOMER'S CYCLE COMES FROM DF03FILE THE SAME  ****
      ****       WAY DF03STMT ASSIGNS IT,                           ****
      ****     - THE AMOUNT IS THE FULL DF29BALF BALANCE (OPTION F) ****
      ****       OR THE MINIMUM PAYMENT (OPTION M) - THE DF29ACPM   ****
      ****       PERCENTAGE OF THE BALANCE WITH A FLOOR, NEVER      ****
      ****       MORE THAN THE BALANCE ITSELF,                      ****
      ****     - AN ENROLLMENT ALREADY DRAFTED SINCE THE CYCLE'S    ****
      ****       LAST STATEMENT, OR ENROLLED AFTER ITS DUE DATE,    ****
      ****       WAITS FOR THE NEXT STATEMENT.                      ****
      ****                                                          ****
      ****   THE DEBITS GO TO THE BANK ON DF29ACHF IN THE STANDARD  ****
      ****   94-BYTE ACH LAYOUT (ONE PPD BATCH, BLOCKED BY TEN)     ****
      ****   AND EACH ONE IS APPENDED TO THE DF29ACHH DRAFT         ****
      ****   HISTORY BY TRACE NUMBER SO DF29ACHX CAN MATCH BANK     ****
      ****   RETURNS.  THE DRAFT IS POSTED AS THE CUSTOMER'S        ****
      ****   PAYMENT TONIGHT - OFF THE DF29BALF BALANCE AND ONTO    ****
      ****   DF29OACT AS A PAYMENT FOR THE OPEN-ITEM LEDGER - AND   ****
      ****   A RETURNED DEBIT IS REVERSED LATER BY DF29ACHX.  THE   ****
      ****   ENROLLMENT IS STAMPED WITH THE DRAFT DATE AND AMOUNT.  ****
      ****                                                          ****
      ****   WITHOUT A VALID ORIGINATING BANK ROUTING NUMBER ON     ****
      ****   DF29ACPM NOTHING IS DRAFTED AND THE STEP ENDS RC 8.    ****
      ****   UNDER A DRY-RUN WINDOW THE DEBIT FILE, DRAFT HISTORY   ****
      ****   AND BALANCES GO TO SHADOW COPIES, THE ENROLLMENTS ARE  ****
      ****   NOT STAMPED AND NO OPEN-ITEM ACTIVITY IS WRITTEN.      ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH ENROLLMENT READS ITS CUSTOMER'S BALANCE THROUGH   ****
      ****   THE SHARED DF29BALA BALANCE-ACCESS ROUTINE AND THE     ****
      ****   DRAFT COMES OFF IT IN PLACE (REASON PAYMENT, LINEAGE   ****
      ****   ID THE SAME 'AC' REFERENCE AS THE OPEN-ITEM PAYMENT).  ****
      ****   UNDER A DRY-RUN THE ROUTINE SIMULATES THE PAYMENTS     ****
      ****   AND LEAVES THE CUSTOMERS TOUCHED ON DF29BALFS.         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF29ACPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT CYCLE-FILE       ASSIGN TO DF03CYCD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CYCLE-STATUS.

           SELECT ENROLL-FILE      ASSIGN TO DF29ACHE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS DF29-AE-KEY
                                   FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT DEBIT-FILE       ASSIGN TO WS-DEBIT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEBIT-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO WS-HISTORY-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTK
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-DUE-DAYS              PIC 9(02).
           05  PM-MINIMUM-PCT           PIC 9(02)V99.
           05  PM-MINIMUM-FLOOR         PIC 9(05)V99.
           05  PM-ODFI-ROUTING          PIC X(09).
           05  PM-COMPANY-ID            PIC X(10).
           05  PM-COMPANY-NAME          PIC X(16).
           05  FILLER                   PIC X(02).

       FD  CYCLE-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS CYCLE-RECORD.

       01  CYCLE-RECORD.
           05  CIR-CYCLE-CODE           PIC X(02).
           05  CIR-LAST-STMT-DATE       PIC X(10).

       FD  ENROLL-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DF29-AE-RECORD.

           COPY DF29ACHE.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  DEBIT-FILE
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS DEBIT-RECORD.

       01  DEBIT-RECORD                PIC X(94).

       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-AH-RECORD.

           COPY DF29ACHH.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CYCLE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DEBIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CYCLE-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CYCLE-EOF                VALUE 'Y'.

       01  WS-ENROLL-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-ENROLL-EOF               VALUE 'Y'.

      **** DF29ACPM DEFAULTS - PAYMENT DUE 25 DAYS AFTER THE
      **** STATEMENT, MINIMUM PAYMENT 5 PERCENT WITH A 25.00 FLOOR.
      **** THE ORIGINATING BANK HAS NO DEFAULT - IT MUST BE ON THE
      **** CARD.
       01  WS-DUE-DAYS                 PIC 9(02) VALUE 25.
       01  WS-MINIMUM-PCT              PIC 9(02)V99 VALUE 5.00.
       01  WS-MINIMUM-FLOOR            PIC 9(05)V99 VALUE 25.00.
       01  WS-ODFI-ROUTING             PIC X(09) VALUE SPACES.
       01  WS-COMPANY-ID               PIC X(10) VALUE SPACES.
       01  WS-COMPANY-NAME             PIC X(16) VALUE SPACES.

       COPY DF29BALC.

      **** ONE ENTRY PER BILLING CYCLE: ITS LAST STATEMENT DATE, THE
      **** BUSINESS-DAY DUE DATE DERIVED FROM IT, AND WHETHER THAT
      **** DUE DATE HAS BEEN REACHED.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY            OCCURS 4 TIMES.
               10  WS-CYC-LAST-DATE    PIC X(10).
               10  WS-CYC-DUE-DATE     PIC X(10).
               10  WS-CYC-DUE-FLAG     PIC X(01).

       01  WS-CYC-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-CUST-CYCLE               PIC 9(01) VALUE ZERO.
       01  WS-CYCLE-DIGIT              PIC 9(01) VALUE ZERO.
       01  WS-NUMBER-SUB               PIC 9(02) VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF19DATE SUBROUTINE.
       01  WS-INPUT-DATE               PIC X(19) VALUE SPACES.
       01  WS-HOST-DATE                PIC S9(9) VALUE ZERO.
       01  WS-DATE-RETURN-CODE         PIC X(02) VALUE SPACES.
       01  WS-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.

       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-JULIAN-DATE              PIC 9(07) VALUE ZERO.

       01  WS-DUE-STRING               PIC X(10) VALUE SPACES.
       01  WS-EFFECTIVE-DATE           PIC X(10) VALUE SPACES.
       01  WS-EFFECTIVE-YYMMDD         PIC X(06) VALUE SPACES.
       01  WS-CREATE-YYMMDD            PIC X(06) VALUE SPACES.
       01  WS-DAY-OF-YEAR              PIC X(03) VALUE SPACES.

       01  WS-DRAFT-AMOUNT             PIC S9(09)V99 VALUE ZERO.
       01  WS-MINIMUM-AMOUNT           PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE-BEFORE           PIC S9(09)V99 VALUE ZERO.
       01  WS-SKIP-REASON              PIC X(40) VALUE SPACES.

      **** DRAFTS ARE HELD UNTIL THE SCAN ENDS SO THE DEBIT FILE IS
      **** ONLY BUILT WHEN THERE IS SOMETHING TO SEND.
       01  WS-DRAFT-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DRAFT-TABLE.
           05  WS-DFT-ENTRY            OCCURS 500 TIMES.
               10  WS-DFT-CUST         PIC X(10).
               10  WS-DFT-ROUTING      PIC X(09).
               10  WS-DFT-ACCOUNT      PIC X(17).
               10  WS-DFT-TYPE         PIC X(01).
               10  WS-DFT-NAME         PIC X(22).
               10  WS-DFT-AMOUNT       PIC 9(09)V99.
               10  WS-DFT-TRACE        PIC X(15).
       01  WS-DFT-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI           PIC X(08).
           05  WS-TRACE-DAY            PIC X(03).
           05  WS-TRACE-SEQ            PIC 9(04).

       01  WS-DRAFTED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-DRAFTED-TOTAL            PIC 9(11)V99 VALUE ZERO.

       01  WS-RECORD-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-BLOCK-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-HASH               PIC 9(12) VALUE ZERO.
       01  WS-RDFI-NUMERIC             PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  WS-CD-HH                PIC X(02).
           05  WS-CD-MIN               PIC X(02).
           05  FILLER                  PIC X(09).

       01  WS-PROCESSING-DATE.
           05  WS-PRD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-DD               PIC X(02).

      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-DEBIT-NAME               PIC X(09) VALUE 'DF29ACHF'.
       01  WS-HISTORY-NAME             PIC X(09) VALUE 'DF29ACHH'.

       COPY DFRUNDT.

       COPY DF03CUST.

      **** ACH DEBIT FILE RECORDS, 94 BYTES EACH.
       01  WS-ACH-FILE-HEADER.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(02) VALUE '01'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FH-DESTINATION          PIC X(09).
           05  FH-ORIGIN               PIC X(10).
           05  FH-CREATE-DATE          PIC X(06).
           05  FH-CREATE-TIME          PIC X(04).
           05  FILLER                  PIC X(01) VALUE 'A'.
           05  FILLER                  PIC X(03) VALUE '094'.
           05  FILLER                  PIC X(02) VALUE '10'.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FH-ORIGIN-NAME          PIC X(23).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-ACH-BATCH-HEADER.
           05  FILLER                  PIC X(01) VALUE '5'.
           05  FILLER                  PIC X(03) VALUE '225'.
           05  BH-COMPANY-NAME         PIC X(16).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(03) VALUE 'PPD'.
           05  FILLER                  PIC X(10) VALUE 'AUTOPAY'.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  BH-EFFECTIVE-DATE       PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '1'.
           05  BH-ODFI                 PIC X(08).
           05  FILLER                  PIC 9(07) VALUE 1.

       01  WS-ACH-ENTRY.
           05  FILLER                  PIC X(01) VALUE '6'.
           05  EN-TRANSACTION-CODE     PIC X(02).
           05  EN-RDFI                 PIC X(08).
           05  EN-CHECK-DIGIT          PIC X(01).
           05  EN-ACCOUNT              PIC X(17).
           05  EN-AMOUNT               PIC 9(08)V99.
           05  EN-INDIVIDUAL-ID        PIC X(15).
           05  EN-INDIVIDUAL-NAME      PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE '0'.
           05  EN-TRACE                PIC X(15).

       01  WS-ACH-BATCH-CONTROL.
           05  FILLER                  PIC X(01) VALUE '8'.
           05  FILLER                  PIC X(03) VALUE '225'.
           05  BC-ENTRY-COUNT          PIC 9(06).
           05  BC-ENTRY-HASH           PIC 9(10).
           05  BC-DEBIT-TOTAL          PIC 9(10)V99.
           05  BC-CREDIT-TOTAL         PIC 9(10)V99.
           05  BC-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  BC-ODFI                 PIC X(08).
           05  FILLER                  PIC 9(07) VALUE 1.

       01  WS-ACH-FILE-CONTROL.
           05  FILLER                  PIC X(01) VALUE '9'.
           05  FILLER                  PIC 9(06) VALUE 1.
           05  FC-BLOCK-COUNT          PIC 9(06).
           05  FC-ENTRY-COUNT          PIC 9(08).
           05  FC-ENTRY-HASH           PIC 9(10).
           05  FC-DEBIT-TOTAL          PIC 9(10)V99.
           05  FC-CREDIT-TOTAL         PIC 9(10)V99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-ACH-FILLER-RECORD        PIC X(94) VALUE ALL '9'.

       01  WS-CYCLE-HEADING.
           05  FILLER                  PIC X(08) VALUE 'CYCLE'.
           05  FILLER                  PIC X(16) VALUE 'LAST STATEMENT'.
           05  FILLER                  PIC X(14) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(94) VALUE 'STATUS'.

       01  WS-CYCLE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-CYCLE                PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CL-LAST-DATE            PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  CL-DUE-DATE             PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CL-STATUS               PIC X(40).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(07) VALUE '  OPT'.
           05  FILLER                  PIC X(16) VALUE
                                       '         BALANCE'.
           05  FILLER                  PIC X(16) VALUE
                                       '         DRAFTED'.
           05  FILLER                  PIC X(17) VALUE '  TRACE'.
           05  FILLER                  PIC X(53) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION          PIC X(09).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-OPTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRACE                PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(20) VALUE
                                       'DRAFTS SENT   COUNT='.
           05  TL-DRAFTED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT ='.
           05  TL-DRAFTED-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED='.
           05  TL-SKIPPED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  EXCEPTIONS='.
           05  TL-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29ACHD START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-DRAFT-PARAMETER THRU 1100-EXIT.

           IF WS-ODFI-ROUTING NOT NUMERIC
              OR WS-ODFI-ROUTING = '000000000'
               DISPLAY 'DF29ACHD NO ORIGINATING BANK ROUTING NUMBER '
                       'ON DF29ACPM - NOTHING DRAFTED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.
           PERFORM 1300-LOAD-CYCLE-DUE-DATES THRU 1300-EXIT.
           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           IF DFRUNDT-DRY-RUN
               OPEN INPUT ENROLL-FILE
           ELSE
               OPEN I-O ENROLL-FILE
           END-IF.

           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY 'DF29ACHD NO AUTOPAY ENROLLMENT FILE ON HAND'
                                               UPON CONSOLE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF29ACHD CUSTOMER MASTER OPEN ERROR - '
                       WS-CUSTOMER-STATUS UPON CONSOLE
               CLOSE ENROLL-FILE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE ACTIVITY FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29ACHD - AUTOPAY DRAFTS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           PERFORM 4000-PRINT-CYCLE-SUMMARY THRU 4000-EXIT.

           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-DRAFT-ENROLLMENTS.

           PERFORM UNTIL WS-ENROLL-EOF
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       SET WS-ENROLL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-DRAFT-ONE-ENROLLMENT
                                                   THRU 3000-EXIT
               END-READ
           END-PERFORM.

           PERFORM 6000-WRITE-DEBIT-FILE THRU 6000-EXIT.

       1000-CLOSE-FILES.

           MOVE WS-DRAFTED-COUNT       TO TL-DRAFTED-COUNT.
           MOVE WS-DRAFTED-TOTAL       TO TL-DRAFTED-TOTAL.
           MOVE WS-SKIPPED-COUNT       TO TL-SKIPPED-COUNT.
           MOVE WS-EXCEPTION-COUNT     TO TL-EXCEPTION-COUNT.
           MOVE WS-TOTALS-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE ENROLL-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE HISTORY-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

           CLOSE REPORT-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF29ACHD DRAFTS SENT      = ' WS-DRAFTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHD AMOUNT DRAFTED   = ' WS-DRAFTED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHD ENROLLMENTS SKIPPED = ' WS-SKIPPED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHD EXCEPTIONS       = ' WS-EXCEPTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHD END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-DRAFT-PARAMETER.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF PM-DUE-DAYS NUMERIC
               MOVE PM-DUE-DAYS         TO WS-DUE-DAYS
           END-IF.

           IF PM-MINIMUM-PCT NUMERIC AND PM-MINIMUM-PCT > ZERO
               MOVE PM-MINIMUM-PCT      TO WS-MINIMUM-PCT
           END-IF.

           IF PM-MINIMUM-FLOOR NUMERIC
               MOVE PM-MINIMUM-FLOOR    TO WS-MINIMUM-FLOOR
           END-IF.

           MOVE PM-ODFI-ROUTING        TO WS-ODFI-ROUTING.
           MOVE PM-COMPANY-ID          TO WS-COMPANY-ID.
           MOVE PM-COMPANY-NAME        TO WS-COMPANY-NAME.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

      **** DRAFTS ARE DATED, AND CYCLES JUDGED DUE, AS OF THE
      **** OFFICIAL PROCESSING DATE FROM THE RUN CONTROL.  THE BANK
      **** SETTLES THE DEBITS ON THE NEXT BUSINESS DAY.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29ACHFS'     TO WS-DEBIT-NAME
                   MOVE 'DF29ACHHS'     TO WS-HISTORY-NAME
                   DISPLAY 'DF29ACHD SIMULATION - BALANCES, DEBIT FILE '
                           'AND HISTORY GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29ACHD NO RUN CONTROL SET - USING SYSTEM '
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

           COMPUTE WS-JULIAN-DATE =
                       FUNCTION DAY-OF-INTEGER (WS-PROCESS-INTEGER).
           MOVE WS-JULIAN-DATE (5:3)   TO WS-DAY-OF-YEAR.
           MOVE WS-PROCESSING-DATE (3:2) TO WS-CREATE-YYMMDD (1:2).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-CREATE-YYMMDD (3:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-CREATE-YYMMDD (5:2).

           COMPUTE WS-DATE-INTEGER = WS-PROCESS-INTEGER + 1.
           PERFORM 1500-ROLL-TO-BUSINESS-DAY THRU 1500-EXIT.
           MOVE WS-DUE-STRING          TO WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE (3:2) TO WS-EFFECTIVE-YYMMDD (1:2).
           MOVE WS-EFFECTIVE-DATE (6:2) TO WS-EFFECTIVE-YYMMDD (3:2).
           MOVE WS-EFFECTIVE-DATE (9:2) TO WS-EFFECTIVE-YYMMDD (5:2).

       1200-EXIT. EXIT.

      **** A CYCLE IS DUE WHEN ITS LAST STATEMENT DATE PLUS THE
      **** DUE-DAYS, ROLLED TO A BUSINESS DAY, IS ON OR BEFORE THE
      **** PROCESSING DATE.  A CYCLE THAT HAS NEVER HAD A STATEMENT,
      **** OR WHOSE DATE WILL NOT CONVERT, IS NOT DUE.
       1300-LOAD-CYCLE-DUE-DATES.

           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                       UNTIL WS-CYC-SUB > 4
               MOVE SPACES              TO WS-CYC-LAST-DATE (WS-CYC-SUB)
               MOVE SPACES              TO WS-CYC-DUE-DATE (WS-CYC-SUB)
               MOVE 'N'                 TO WS-CYC-DUE-FLAG (WS-CYC-SUB)
           END-PERFORM.

           OPEN INPUT CYCLE-FILE.

           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'DF29ACHD NO CYCLE CONTROL FILE - NO CYCLE IS '
                       'DUE' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-CYCLE-EOF
               READ CYCLE-FILE
                   AT END
                       SET WS-CYCLE-EOF TO TRUE
                   NOT AT END
                       IF CIR-CYCLE-CODE >= '01'
                          AND CIR-CYCLE-CODE <= '04'
                           MOVE CIR-CYCLE-CODE (2:1) TO WS-CYC-SUB
                           MOVE CIR-LAST-STMT-DATE
                               TO WS-CYC-LAST-DATE (WS-CYC-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CYCLE-FILE.

           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                       UNTIL WS-CYC-SUB > 4
               PERFORM 1400-SET-ONE-DUE-DATE THRU 1400-EXIT
           END-PERFORM.

       1300-EXIT. EXIT.

       1400-SET-ONE-DUE-DATE.

           MOVE WS-CYC-LAST-DATE (WS-CYC-SUB) TO WS-DATE-WORK.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-WORK (1:4) NOT NUMERIC
              OR WS-DATE-WORK (6:2) NOT NUMERIC
              OR WS-DATE-WORK (9:2) NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUMERIC) NOT = 0
               GO TO 1400-EXIT
           END-IF.

           COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
                     + WS-DUE-DAYS.

           PERFORM 1500-ROLL-TO-BUSINESS-DAY THRU 1500-EXIT.

           IF WS-DATE-RETURN-CODE NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           MOVE WS-DUE-STRING          TO WS-CYC-DUE-DATE (WS-CYC-SUB).

           IF WS-DUE-STRING NOT > WS-PROCESSING-DATE
               MOVE 'Y'                 TO WS-CYC-DUE-FLAG (WS-CYC-SUB)
           END-IF.

       1400-EXIT. EXIT.

      **** TURNS WS-DATE-INTEGER INTO A YYYY-MM-DD DATE AND PASSES IT
      **** THROUGH DF19DATE, WHICH VALIDATES IT AND MOVES A WEEKEND OR
      **** HOLIDAY TO THE NEXT BUSINESS DAY.
       1500-ROLL-TO-BUSINESS-DAY.

           COMPUTE WS-DATE-NUMERIC =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

           MOVE SPACES                 TO WS-INPUT-DATE.
           STRING WS-DATE-NUMERIC (1:4) '-'
                  WS-DATE-NUMERIC (5:2) '-'
                  WS-DATE-NUMERIC (7:2)
                  DELIMITED BY SIZE
                  INTO WS-INPUT-DATE
           END-STRING.

           MOVE WS-INPUT-DATE (1:10)   TO WS-DUE-STRING.

           CALL 'DF19DATE'            USING WS-INPUT-DATE
                                            WS-HOST-DATE
                                            WS-DATE-RETURN-CODE.

           IF WS-DATE-RETURN-CODE NOT = '00'
               GO TO 1500-EXIT
           END-IF.

      **** DF19DATE RETURNS THE DATE AS YYYYMMDD FOLLOWED BY ITS
      **** TRAILING NULL DIGIT, SO DROPPING THE LAST DIGIT YIELDS
      **** THE PLAIN YYYYMMDD VALUE.
           COMPUTE WS-DATE-YYYYMMDD = WS-HOST-DATE / 10.

           MOVE SPACES                 TO WS-DUE-STRING.
           STRING WS-DATE-YYYYMMDD (1:4) '-'
                  WS-DATE-YYYYMMDD (5:2) '-'
                  WS-DATE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE
                  INTO WS-DUE-STRING
           END-STRING.

       1500-EXIT. EXIT.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29ACHD'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ACHD BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29ACHD NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

      **** ONE ENROLLMENT: DECIDE WHETHER ITS CYCLE IS DUE AND NOT
      **** YET DRAFTED, WORK OUT THE AMOUNT, AND POST THE DRAFT.
       3000-DRAFT-ONE-ENROLLMENT.

           IF NOT DF29-AE-ACTIVE
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF29-AE-CUST-NUMBER    TO DL-CUST-NUMBER.
           MOVE DF29-AE-DRAFT-OPTION   TO DL-OPTION.

           MOVE SPACES                 TO CUSTOMER-RECORD-KEY.
           MOVE DF29-AE-CUST-NUMBER    TO CUSTOMER-RECORD-KEY (1:10).

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON DF03FILE' TO WS-SKIP-REASON
                   GO TO 3000-EXCEPTION
           END-READ.

           MOVE CUSTOMER-RECORD        TO DF03-CUSTOMER-RECORD.

           IF NOT DF03-CUST-ACTIVE
               MOVE 'CUSTOMER NOT ACTIVE ON DF03FILE' TO WS-SKIP-REASON
               GO TO 3000-EXCEPTION
           END-IF.

           PERFORM 3150-SET-CUSTOMER-CYCLE.

           IF WS-CYC-DUE-FLAG (WS-CUST-CYCLE) NOT = 'Y'
               GO TO 3000-EXIT
           END-IF.

           IF DF29-AE-LAST-DRAFT-DATE > WS-CYC-LAST-DATE (WS-CUST-CYCLE)
               GO TO 3000-EXIT
           END-IF.

           IF DF29-AE-ENROLL-DATE > WS-CYC-DUE-DATE (WS-CUST-CYCLE)
               MOVE 'ENROLLED AFTER DUE DATE - NEXT STATEMENT'
                                        TO WS-SKIP-REASON
               GO TO 3000-SKIP
           END-IF.

           PERFORM 3100-FIND-CUSTOMER THRU 3100-EXIT.

           IF DF29BAL-FOUND-NO
               MOVE 'CUSTOMER NOT ON BALANCE FILE' TO WS-SKIP-REASON
               GO TO 3000-EXCEPTION
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-BALANCE-BEFORE.
           MOVE WS-BALANCE-BEFORE      TO DL-BALANCE.

           IF WS-BALANCE-BEFORE NOT > ZERO
               MOVE 'NOTHING DUE'       TO WS-SKIP-REASON
               GO TO 3000-SKIP
           END-IF.

           PERFORM 3200-SET-DRAFT-AMOUNT.

           IF WS-DRAFT-AMOUNT > 99999999.99
               MOVE 'AMOUNT EXCEEDS ACH ENTRY LIMIT' TO WS-SKIP-REASON
               GO TO 3000-EXCEPTION
           END-IF.

           IF WS-DRAFT-COUNT NOT < 500
               MOVE 'DRAFT TABLE FULL - NOT DRAFTED' TO WS-SKIP-REASON
               GO TO 3000-EXCEPTION
           END-IF.

           PERFORM 3300-POST-DRAFT THRU 3300-EXIT.

           GO TO 3000-EXIT.

       3000-SKIP.

           ADD 1                       TO WS-SKIPPED-COUNT.
           MOVE 'SKIPPED'              TO DL-DISPOSITION.
           MOVE WS-SKIP-REASON         TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

           GO TO 3000-EXIT.

       3000-EXCEPTION.

           ADD 1                       TO WS-EXCEPTION-COUNT.
           MOVE 'EXCEPTION'            TO DL-DISPOSITION.
           MOVE WS-SKIP-REASON         TO DL-REASON.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3100-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE DF29-AE-CUST-NUMBER    TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ACHD BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER '
                       DF29-AE-CUST-NUMBER UPON CONSOLE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3100-EXIT. EXIT.

      **** SAME CYCLE ASSIGNMENT AS DF03STMT: THE MASTER'S BILLING
      **** CYCLE WHEN SET, OTHERWISE THE LAST DIGIT OF THE CUSTOMER
      **** NUMBER MOD 4, PLUS 1.
       3150-SET-CUSTOMER-CYCLE.

           IF DF03-BILL-CYCLE >= '01' AND DF03-BILL-CYCLE <= '04'
               MOVE DF03-BILL-CYCLE (2:1) TO WS-CUST-CYCLE
               GO TO 3150-DONE
           END-IF.

           MOVE ZERO                   TO WS-CYCLE-DIGIT.

           PERFORM VARYING WS-NUMBER-SUB FROM 1 BY 1
                       UNTIL WS-NUMBER-SUB > 10
               IF DF03-CUST-NUMBER (WS-NUMBER-SUB:1) NUMERIC
                   MOVE DF03-CUST-NUMBER (WS-NUMBER-SUB:1)
                                        TO WS-CYCLE-DIGIT
               END-IF
           END-PERFORM.

           COMPUTE WS-CUST-CYCLE =
                       FUNCTION MOD (WS-CYCLE-DIGIT, 4) + 1.

       3150-DONE. EXIT.

      **** THE MINIMUM PAYMENT IS THE DF29ACPM PERCENTAGE OF THE
      **** BALANCE OR THE FLOOR, WHICHEVER IS LARGER, BUT NEVER MORE
      **** THAN THE BALANCE ITSELF.
       3200-SET-DRAFT-AMOUNT.

           MOVE WS-BALANCE-BEFORE      TO WS-DRAFT-AMOUNT.

           IF DF29-AE-DRAFT-MINIMUM
               COMPUTE WS-MINIMUM-AMOUNT ROUNDED =
                           WS-BALANCE-BEFORE * WS-MINIMUM-PCT / 100
               IF WS-MINIMUM-AMOUNT < WS-MINIMUM-FLOOR
                   MOVE WS-MINIMUM-FLOOR TO WS-MINIMUM-AMOUNT
               END-IF
               IF WS-MINIMUM-AMOUNT < WS-BALANCE-BEFORE
                   MOVE WS-MINIMUM-AMOUNT TO WS-DRAFT-AMOUNT
               END-IF
           END-IF.

      **** THE DRAFT IS HELD FOR THE DEBIT FILE, WRITTEN TO THE DRAFT
      **** HISTORY, TAKEN OFF THE BALANCE AS TONIGHT'S PAYMENT, AND
      **** STAMPED ON THE ENROLLMENT SO THE NEXT RUN DOES NOT DRAFT
      **** THE SAME STATEMENT AGAIN.
       3300-POST-DRAFT.

           ADD 1                       TO WS-DRAFT-COUNT.

           MOVE WS-ODFI-ROUTING (1:8)  TO WS-TRACE-ODFI.
           MOVE WS-DAY-OF-YEAR         TO WS-TRACE-DAY.
           MOVE WS-DRAFT-COUNT         TO WS-TRACE-SEQ.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE DF29-AE-CUST-NUMBER    TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - WS-DRAFT-AMOUNT.
           MOVE 'PAYMENT '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'AC' WS-PROCESSING-DATE (3:2)
                  WS-TRACE-NUMBER (9:7)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00' OR DF29BAL-FOUND-NO
               DISPLAY 'DF29ACHD BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - NOT DRAFTED '
                       DF29-AE-CUST-NUMBER UPON CONSOLE
               SUBTRACT 1               FROM WS-DRAFT-COUNT
               ADD 1                    TO WS-EXCEPTION-COUNT
               MOVE 8                   TO RETURN-CODE
               MOVE 'EXCEPTION'         TO DL-DISPOSITION
               MOVE 'BALANCE MASTER UPDATE ERROR' TO DL-REASON
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3300-EXIT
           END-IF.

           MOVE DF29-AE-CUST-NUMBER    TO WS-DFT-CUST (WS-DRAFT-COUNT).
           MOVE DF29-AE-ROUTING-NUMBER
                                  TO WS-DFT-ROUTING (WS-DRAFT-COUNT).
           MOVE DF29-AE-ACCOUNT-NUMBER
                                  TO WS-DFT-ACCOUNT (WS-DRAFT-COUNT).
           MOVE DF29-AE-ACCOUNT-TYPE  TO WS-DFT-TYPE (WS-DRAFT-COUNT).
           MOVE DF03-CUST-NAME (1:22) TO WS-DFT-NAME (WS-DRAFT-COUNT).
           MOVE WS-DRAFT-AMOUNT      TO WS-DFT-AMOUNT (WS-DRAFT-COUNT).
           MOVE WS-TRACE-NUMBER      TO WS-DFT-TRACE (WS-DRAFT-COUNT).

           MOVE SPACES                 TO DF29-AH-RECORD.
           MOVE WS-TRACE-NUMBER        TO DF29-AH-TRACE-NUMBER.
           MOVE DF29-AE-CUST-NUMBER    TO DF29-AH-CUST-NUMBER.
           MOVE WS-PROCESSING-DATE     TO DF29-AH-DRAFT-DATE.
           MOVE WS-EFFECTIVE-DATE      TO DF29-AH-EFFECTIVE-DATE.
           MOVE WS-DRAFT-AMOUNT        TO DF29-AH-AMOUNT.
           MOVE DF29-AE-DRAFT-OPTION   TO DF29-AH-DRAFT-OPTION.
           SET DF29-AH-SENT            TO TRUE.
           WRITE DF29-AH-RECORD.

           IF NOT DFRUNDT-DRY-RUN
               MOVE SPACES              TO DF29-OA-RECORD
               MOVE WS-PROCESSING-DATE  TO DF29-OA-ACTIVITY-DATE
               MOVE 'DF29ACHD'          TO DF29-OA-PROGRAM-ID
               SET DF29-OA-PAYMENT      TO TRUE
               MOVE DF29-AE-CUST-NUMBER TO DF29-OA-CUST-NUMBER
               MOVE WS-DRAFT-AMOUNT     TO DF29-OA-AMOUNT
               STRING 'AC' WS-PROCESSING-DATE (3:2)
                      WS-TRACE-NUMBER (9:7)
                      DELIMITED BY SIZE
                      INTO DF29-OA-REFERENCE
               END-STRING
               WRITE DF29-OA-RECORD
               MOVE WS-PROCESSING-DATE  TO DF29-AE-LAST-DRAFT-DATE
               MOVE WS-DRAFT-AMOUNT     TO DF29-AE-LAST-DRAFT-AMOUNT
               REWRITE DF29-AE-RECORD
               IF WS-ENROLL-STATUS NOT = '00'
                   DISPLAY 'DF29ACHD ENROLLMENT REWRITE ERROR '
                           WS-ENROLL-STATUS ' FOR '
                           DF29-AE-CUST-NUMBER UPON CONSOLE
               END-IF
           END-IF.

           ADD 1                       TO WS-DRAFTED-COUNT.
           ADD WS-DRAFT-AMOUNT         TO WS-DRAFTED-TOTAL.

           MOVE 'DRAFTED'              TO DL-DISPOSITION.
           MOVE WS-DRAFT-AMOUNT        TO DL-AMOUNT.
           MOVE WS-TRACE-NUMBER        TO DL-TRACE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3300-EXIT. EXIT.

       4000-PRINT-CYCLE-SUMMARY.

           MOVE WS-CYCLE-HEADING       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                       UNTIL WS-CYC-SUB > 4
               MOVE SPACES              TO CL-CYCLE
               STRING '0' WS-CYC-SUB
                      DELIMITED BY SIZE
                      INTO CL-CYCLE
               END-STRING
               MOVE WS-CYC-LAST-DATE (WS-CYC-SUB) TO CL-LAST-DATE
               MOVE WS-CYC-DUE-DATE (WS-CYC-SUB)  TO CL-DUE-DATE
               IF WS-CYC-DUE-FLAG (WS-CYC-SUB) = 'Y'
                   MOVE 'DUE - DRAFTING'    TO CL-STATUS
               ELSE
                   IF WS-CYC-DUE-DATE (WS-CYC-SUB) = SPACES
                       MOVE 'NO STATEMENT ON FILE' TO CL-STATUS
                   ELSE
                       MOVE 'NOT YET DUE'   TO CL-STATUS
                   END-IF
               END-IF
               MOVE WS-CYCLE-LINE       TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

      **** ONE PPD BATCH OF DEBITS: FILE HEADER, BATCH HEADER, ONE
      **** ENTRY PER DRAFT, BATCH AND FILE CONTROLS, THEN ALL-NINES
      **** FILLER RECORDS TO A FULL BLOCK OF TEN.
       6000-WRITE-DEBIT-FILE.

           IF WS-DRAFT-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.

           OPEN OUTPUT DEBIT-FILE.

           IF WS-DEBIT-STATUS NOT = '00'
               DISPLAY 'DF29ACHD DEBIT FILE OPEN ERROR - '
                       WS-DEBIT-STATUS UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-FIELDS.

           MOVE WS-ODFI-ROUTING        TO FH-DESTINATION.
           MOVE WS-COMPANY-ID          TO FH-ORIGIN.
           MOVE WS-CREATE-YYMMDD       TO FH-CREATE-DATE.
           MOVE WS-CD-HH               TO FH-CREATE-TIME (1:2).
           MOVE WS-CD-MIN              TO FH-CREATE-TIME (3:2).
           MOVE WS-COMPANY-NAME        TO FH-ORIGIN-NAME.
           WRITE DEBIT-RECORD          FROM WS-ACH-FILE-HEADER.

           MOVE WS-COMPANY-NAME        TO BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID          TO BH-COMPANY-ID.
           MOVE WS-EFFECTIVE-YYMMDD    TO BH-EFFECTIVE-DATE.
           MOVE WS-ODFI-ROUTING (1:8)  TO BH-ODFI.
           WRITE DEBIT-RECORD          FROM WS-ACH-BATCH-HEADER.

           MOVE ZERO                   TO WS-ENTRY-HASH.

           PERFORM VARYING WS-DFT-SUB FROM 1 BY 1
                       UNTIL WS-DFT-SUB > WS-DRAFT-COUNT
               PERFORM 6100-WRITE-ONE-ENTRY
           END-PERFORM.

      **** THE ENTRY HASH IS THE LOW-ORDER TEN DIGITS OF THE SUM OF
      **** THE RECEIVING BANKS' EIGHT-DIGIT ROUTING IDENTIFIERS.
           MOVE WS-DRAFT-COUNT         TO BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH          TO BC-ENTRY-HASH.
           MOVE WS-DRAFTED-TOTAL       TO BC-DEBIT-TOTAL.
           MOVE ZERO                   TO BC-CREDIT-TOTAL.
           MOVE WS-COMPANY-ID          TO BC-COMPANY-ID.
           MOVE WS-ODFI-ROUTING (1:8)  TO BC-ODFI.
           WRITE DEBIT-RECORD          FROM WS-ACH-BATCH-CONTROL.

           COMPUTE WS-RECORD-COUNT = WS-DRAFT-COUNT + 4.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.

           MOVE WS-BLOCK-COUNT         TO FC-BLOCK-COUNT.
           MOVE WS-DRAFT-COUNT         TO FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH          TO FC-ENTRY-HASH.
           MOVE WS-DRAFTED-TOTAL       TO FC-DEBIT-TOTAL.
           MOVE ZERO                   TO FC-CREDIT-TOTAL.
           WRITE DEBIT-RECORD          FROM WS-ACH-FILE-CONTROL.

           PERFORM UNTIL WS-RECORD-COUNT = WS-BLOCK-COUNT * 10
               WRITE DEBIT-RECORD      FROM WS-ACH-FILLER-RECORD
               ADD 1                    TO WS-RECORD-COUNT
           END-PERFORM.

           CLOSE DEBIT-FILE.

       6000-EXIT. EXIT.

      **** TRANSACTION CODE 27 DEBITS A CHECKING ACCOUNT, 37 A
      **** SAVINGS ACCOUNT.
       6100-WRITE-ONE-ENTRY.

           IF WS-DFT-TYPE (WS-DFT-SUB) = 'S'
               MOVE '37'                TO EN-TRANSACTION-CODE
           ELSE
               MOVE '27'                TO EN-TRANSACTION-CODE
           END-IF.

           MOVE WS-DFT-ROUTING (WS-DFT-SUB) (1:8) TO EN-RDFI.
           MOVE WS-DFT-ROUTING (WS-DFT-SUB) (9:1) TO EN-CHECK-DIGIT.
           MOVE WS-DFT-ACCOUNT (WS-DFT-SUB)       TO EN-ACCOUNT.
           MOVE WS-DFT-AMOUNT (WS-DFT-SUB)        TO EN-AMOUNT.
           MOVE WS-DFT-CUST (WS-DFT-SUB)          TO EN-INDIVIDUAL-ID.
           MOVE WS-DFT-NAME (WS-DFT-SUB)       TO EN-INDIVIDUAL-NAME.
           MOVE WS-DFT-TRACE (WS-DFT-SUB)         TO EN-TRACE.
           WRITE DEBIT-RECORD          FROM WS-ACH-ENTRY.

           MOVE WS-DFT-ROUTING (WS-DFT-SUB) (1:8) TO WS-RDFI-NUMERIC.
           ADD WS-RDFI-NUMERIC         TO WS-ENTRY-HASH.

           IF WS-ENTRY-HASH > 9999999999
               SUBTRACT 10000000000    FROM WS-ENTRY-HASH
           END-IF.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
