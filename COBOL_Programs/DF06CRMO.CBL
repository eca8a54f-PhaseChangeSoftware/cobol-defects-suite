       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF06CRMO.

      *REMARKS:    CREDIT MEMO RUN REVERSING ALL OR PART OF THE LINES
      *            OF A DF06INV INVOICE, WITH THEIR TAX AT THE
      *            ORIGINAL RATE AND JURISDICTION.

      ******************************************************************
      ****   AN OVERBILLED CUSTOMER USED TO BE FIXED WITH A BARE    ****
      ****   DF29TRAN AMOUNT, LEAVING THE INVOICE AND ITS SALES     ****
      ****   TAX WRONG AND DF06REMT OVERSTATING THE TAX WE OWE.     ****
      ****   THIS RUN READS DF06CMRQ CREDIT REQUESTS - CUSTOMER,    ****
      ****   ORIGINAL INVOICE NUMBER, LINE NUMBER (000 = EVERY      ****
      ****   LINE), AMOUNT (ZERO = WHAT IS LEFT OF THE LINE),       ****
      ****   REASON AND REQUESTER - AND AGAINST THE DF06ILIN        ****
      ****   INVOICE LINE HISTORY WRITTEN BY DF06INV:               ****
      ****                                                          ****
      ****     - CREDITS EACH LINE WITH ITS TAX AT THE ORIGINAL     ****
      ****       RATE (THE LINE'S OWN TAX OVER ITS AMOUNT) IN THE   ****
      ****       ORIGINAL STATE; A LINE CAN NEVER BE CREDITED FOR   ****
      ****       MORE THAN WAS BILLED, AND CREDITING THE REST OF A  ****
      ****       LINE GIVES BACK EXACTLY THE TAX NOT YET CREDITED,  ****
      ****     - PRINTS A NUMBERED CREDIT MEMO PER CUSTOMER AND     ****
      ****       INVOICE ('CM' PLUS THE PROCESSING DATE AND A RUN   ****
      ****       SEQUENCE) WITH THE NAME AND MAILING ADDRESS,       ****
      ****     - TAKES THE MEMO TOTAL OFF THE CUSTOMER'S DF29BALF   ****
      ****       BALANCE AND APPLIES IT TO THE ORIGINAL INVOICE ON  ****
      ****       THE OPEN-ITEM LEDGER THROUGH DF29OACT,             ****
      ****     - APPENDS A NEGATIVE DF06CMLN LINE PER CREDITED LINE ****
      ****       SO DF06REMT DEDUCTS THE TAX IN THAT STATE.         ****
      ****                                                          ****
      ****   A REQUEST FOR AN UNKNOWN INVOICE OR LINE, ANOTHER      ****
      ****   CUSTOMER'S INVOICE, A CUSTOMER WITH NO BALANCE RECORD, ****
      ****   OR MORE THAN IS LEFT TO CREDIT GOES TO THE DF06RPT6    ****
      ****   EXCEPTION LIST AND THE STEP ENDS RC 4.  THE LINE       ****
      ****   HISTORY IS REWRITTEN WITH THE NEW CREDITED AMOUNTS,    ****
      ****   LESS INVOICES OLDER THAN THE RETENTION PERIOD.  UNDER  ****
      ****   A DRY-RUN WINDOW THE BALANCES, HISTORY AND CREDIT      ****
      ****   LINES GO TO SHADOW COPIES AND NO OPEN-ITEM ACTIVITY    ****
      ****   IS WRITTEN.                                            ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH REQUEST LOOKS ITS CUSTOMER UP THROUGH THE SHARED  ****
      ****   DF29BALA BALANCE-ACCESS ROUTINE, AND EACH FINISHED     ****
      ****   MEMO TAKES ITS TOTAL OFF THE BALANCE IN PLACE (REASON  ****
      ****   CREDITED, LINEAGE ID THE MEMO NUMBER).  UNDER A        ****
      ****   DRY-RUN THE ROUTINE SIMULATES THE CREDITS AND LEAVES   ****
      ****   THE CUSTOMERS TOUCHED ON THE DF29BALFS SHADOW.         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REQUEST-FILE     ASSIGN TO DF06CMRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DF06ILIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO WS-HISTORY-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO WS-CREDIT-LINE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MASTER-FILE      ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF06RPT5
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXCEPTION-FILE   ASSIGN TO DF06RPT6
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REQUEST-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

       01  REQUEST-RECORD.
           05  CR-CUST-NUMBER           PIC X(10).
           05  CR-INVOICE-NUMBER        PIC X(12).
           05  CR-LINE-NUMBER           PIC 9(03).
           05  CR-AMOUNT                PIC 9(07)V99.
           05  CR-REASON                PIC X(20).
           05  CR-REQUESTED-BY          PIC X(08).

       FD  HISTORY-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD           PIC X(100).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD          PIC X(100).

       FD  CREDIT-LINE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DF06-CL-RECORD.

           COPY DF06CMLN.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  MASTER-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS MASTER-RECORD.

       01  MASTER-RECORD.
           05  MR-CUST-NUMBER          PIC X(10).
           05  MR-HOUSE-NUMBER         PIC X(20).
           05  MR-STREET-NAME          PIC X(30).
           05  MR-CITY                 PIC X(20).
           05  MR-STATE                PIC X(02).
           05  MR-ZIP                  PIC X(05).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EXCEPTION-LINE.

       01  EXCEPTION-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EXCP-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REQUEST-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REQUEST-EOF              VALUE 'Y'.

       01  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       COPY DF03CUST.

      **** INVOICE LINES ARE KEPT ON THE HISTORY FOR TWO YEARS - THE
      **** LONGEST A CREDIT CAN STILL BE TAKEN BACK ON A FILING.
       01  WS-RETENTION-DAYS           PIC 9(03) VALUE 730.

       COPY DF29BALC.


       01  WS-HIST-MAX                 PIC 9(04) VALUE 5000.
       01  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 5000 TIMES
                                       PIC X(100).
       01  WS-HIST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-HIST-FOUND-SUB           PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** WORKING VIEW OF ONE HISTORY ENTRY.
           COPY DF06ILIN.

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY            OCCURS 500 TIMES.
               10  WS-NAM-CUST         PIC X(10).
               10  WS-NAM-NAME         PIC X(40).

       01  WS-ADDR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST         PIC X(10).
               10  WS-ADR-HOUSE        PIC X(20).
               10  WS-ADR-STREET       PIC X(30).
               10  WS-ADR-CITY         PIC X(20).
               10  WS-ADR-STATE        PIC X(02).
               10  WS-ADR-ZIP          PIC X(05).

       01  WS-NAM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ADR-SUB                  PIC 9(04) VALUE ZERO.

      **** THE CREDIT MEMO IN PROGRESS - ONE PER CUSTOMER AND
      **** ORIGINAL INVOICE OVER CONSECUTIVE REQUEST CARDS.
       01  WS-MEMO-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  WS-MEMO-OPEN                VALUE 'Y'.
       01  WS-MEMO-CUST                PIC X(10) VALUE SPACES.
       01  WS-MEMO-INVOICE             PIC X(12) VALUE SPACES.
       01  WS-MEMO-INVOICE-DATE        PIC X(10) VALUE SPACES.
       01  WS-MEMO-AMOUNT              PIC 9(09)V99 VALUE ZERO.
       01  WS-MEMO-TAX                 PIC 9(09)V99 VALUE ZERO.
       01  WS-MEMO-TOTAL               PIC 9(09)V99 VALUE ZERO.

       01  WS-MEMO-SEQUENCE            PIC 9(04) VALUE ZERO.
       01  WS-MEMO-NUMBER.
           05  FILLER                  PIC X(02) VALUE 'CM'.
           05  WS-MNO-DATE             PIC X(06).
           05  WS-MNO-SEQUENCE         PIC 9(04).

       01  WS-REMAINING-AMOUNT         PIC 9(07)V99 VALUE ZERO.
       01  WS-CREDIT-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01  WS-CREDIT-TAX               PIC 9(07)V99 VALUE ZERO.
       01  WS-LINES-CREDITED           PIC 9(04) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-REQUEST-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-MEMO-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CREDITED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-TAX-CREDITED-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.

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
       01  WS-HISTORY-OUT-NAME         PIC X(09) VALUE 'DF06ILIN'.
       01  WS-CREDIT-LINE-NAME         PIC X(09) VALUE 'DF06CMLN'.

       COPY DFRUNDT.

       01  WS-MEMO-HEADER-1.
           05  FILLER                  PIC X(14) VALUE
                                       'CREDIT MEMO:  '.
           05  MH-MEMO-NUMBER          PIC X(12).
           05  FILLER                  PIC X(08) VALUE '  DATE: '.
           05  MH-MEMO-DATE            PIC X(10).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-MEMO-HEADER-2.
           05  FILLER                  PIC X(14) VALUE
                                       'CUSTOMER:     '.
           05  MH-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MH-CUST-NAME            PIC X(40).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-MEMO-HEADER-3.
           05  FILLER                  PIC X(14) VALUE
                                       'MAIL TO:      '.
           05  MH-HOUSE                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MH-STREET               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MH-CITY                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MH-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MH-ZIP                  PIC X(05).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-MEMO-HEADER-4.
           05  FILLER                  PIC X(14) VALUE
                                       'CREDITS:      '.
           05  FILLER                  PIC X(09) VALUE 'INVOICE '.
           05  MH-INVOICE-NUMBER       PIC X(12).
           05  FILLER                  PIC X(10) VALUE ' DATED '.
           05  MH-INVOICE-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MH-REASON               PIC X(20).
           05  FILLER                  PIC X(05) VALUE ' BY '.
           05  MH-REQUESTED-BY         PIC X(08).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'LINE'.
           05  FILLER                  PIC X(14) VALUE
                                       '        BILLED'.
           05  FILLER                  PIC X(14) VALUE
                                       '      CREDITED'.
           05  FILLER                  PIC X(07) VALUE '  STATE'.
           05  FILLER                  PIC X(14) VALUE
                                       '    TAX CREDIT'.
           05  FILLER                  PIC X(17) VALUE
                                       '  EXEMPTION CERT'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-LINE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-BILLED               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CREDITED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TAX                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CERT                 PIC X(15).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TL-LABEL                PIC X(20).
           05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-REJECT-DETAIL.
           05  FILLER                  PIC X(05) VALUE 'CUST='.
           05  RJ-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' INV='.
           05  RJ-INVOICE-NUMBER       PIC X(12).
           05  FILLER                  PIC X(06) VALUE ' LINE='.
           05  RJ-LINE-NUMBER          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJ-REASON               PIC X(38).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF06CRMO START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'DF06CRMO NO CREDIT REQUESTS ON HAND'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2300-LOAD-LINE-HISTORY THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF06CRMO DF06ILIN HOLDS MORE THAN ' WS-HIST-MAX
                       ' LINES - NOTHING CREDITED' UPON CONSOLE
               CLOSE REQUEST-FILE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               CLOSE REQUEST-FILE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2500-LOAD-CUSTOMER-NAMES THRU 2500-EXIT.
           PERFORM 2600-LOAD-ADDRESSES THRU 2600-EXIT.

       1000-OPEN-FILES.

           OPEN EXTEND CREDIT-LINE-FILE.

           IF WS-CREDIT-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-LINE-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE ACTIVITY FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           MOVE 'DF06CRMO - CUSTOMER CREDIT MEMOS'
                                        TO DFRPT-TITLE.

       1000-PROCESS-REQUESTS.

           PERFORM UNTIL WS-REQUEST-EOF
               READ REQUEST-FILE
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 3000-PROCESS-ONE-REQUEST THRU 3000-EXIT
               END-READ
           END-PERFORM.

           PERFORM 3900-FINISH-MEMO THRU 3900-EXIT.

       1000-CLOSE-FILES.

           IF WS-MEMO-COUNT > ZERO
               PERFORM 8300-RPT-WRITE-FOOTER
           END-IF.

           CLOSE REQUEST-FILE.
           CLOSE CREDIT-LINE-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.

           PERFORM 4000-REWRITE-LINE-HISTORY THRU 4000-EXIT.
           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           IF WS-REJECTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF06CRMO REQUESTS READ     = ' WS-REQUEST-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06CRMO REQUESTS REJECTED = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06CRMO CREDIT MEMOS      = ' WS-MEMO-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06CRMO AMOUNT CREDITED   = ' WS-CREDITED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF06CRMO TAX CREDITED      = '
                                    WS-TAX-CREDITED-TOTAL UPON CONSOLE.
           DISPLAY 'DF06CRMO LINES AGED OFF    = ' WS-AGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06CRMO END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF06ILINS'     TO WS-HISTORY-OUT-NAME
                   MOVE 'DF06CMLNS'     TO WS-CREDIT-LINE-NAME
                   DISPLAY 'DF06CRMO SIMULATION - BALANCES, HISTORY '
                           'AND CREDIT LINES GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF06CRMO NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           STRING WS-PRD-YYYY (3:2) WS-PRD-MM WS-PRD-DD
               DELIMITED BY SIZE       INTO WS-MNO-DATE.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PROCESSING-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

       1200-EXIT. EXIT.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF06CRMO'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF06CRMO BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF06CRMO NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2300-LOAD-LINE-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DF06CRMO NO INVOICE LINE HISTORY ON FILE'
                                               UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-IN-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF WS-HIST-COUNT < WS-HIST-MAX
                           ADD 1 TO WS-HIST-COUNT
                           MOVE HISTORY-IN-RECORD
                               TO WS-HIST-ENTRY (WS-HIST-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

       2300-EXIT. EXIT.

       2500-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF06CRMO NO CUSTOMER MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-RECORD
                           TO DF03-CUSTOMER-RECORD
                       IF WS-NAME-COUNT < 500
                           ADD 1 TO WS-NAME-COUNT
                           MOVE DF03-CUST-NUMBER
                               TO WS-NAM-CUST (WS-NAME-COUNT)
                           MOVE DF03-CUST-NAME
                               TO WS-NAM-NAME (WS-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       2500-EXIT. EXIT.

       2600-LOAD-ADDRESSES.

           OPEN INPUT MASTER-FILE.

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'DF06CRMO NO CLEANSED ADDRESS MASTER - '
                       'ADDRESSES WILL BE BLANK' UPON CONSOLE
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDR-COUNT < 500
                           ADD 1 TO WS-ADDR-COUNT
                           MOVE MR-CUST-NUMBER
                               TO WS-ADR-CUST (WS-ADDR-COUNT)
                           MOVE MR-HOUSE-NUMBER
                               TO WS-ADR-HOUSE (WS-ADDR-COUNT)
                           MOVE MR-STREET-NAME
                               TO WS-ADR-STREET (WS-ADDR-COUNT)
                           MOVE MR-CITY
                               TO WS-ADR-CITY (WS-ADDR-COUNT)
                           MOVE MR-STATE
                               TO WS-ADR-STATE (WS-ADDR-COUNT)
                           MOVE MR-ZIP
                               TO WS-ADR-ZIP (WS-ADDR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

       2600-EXIT. EXIT.

      **** ONE REQUEST CARD: CHECK IT AGAINST THE INVOICE, THEN
      **** CREDIT THE ONE LINE IT NAMES OR WHAT IS LEFT OF EVERY
      **** LINE ON THE INVOICE.  A CARD FOR A DIFFERENT CUSTOMER OR
      **** INVOICE CLOSES THE MEMO IN PROGRESS FIRST.
       3000-PROCESS-ONE-REQUEST.

           IF WS-MEMO-OPEN
              AND (CR-CUST-NUMBER NOT = WS-MEMO-CUST
                   OR CR-INVOICE-NUMBER NOT = WS-MEMO-INVOICE)
               PERFORM 3900-FINISH-MEMO THRU 3900-EXIT
           END-IF.

           PERFORM 3100-FIND-INVOICE-LINE THRU 3100-EXIT.

           IF WS-HIST-FOUND-SUB = ZERO
               IF CR-LINE-NUMBER = ZERO
                   MOVE 'NO SUCH INVOICE ON THE LINE HISTORY'
                                        TO WS-REJECT-REASON
               ELSE
                   MOVE 'NO SUCH LINE ON THE INVOICE'
                                        TO WS-REJECT-REASON
               END-IF
               GO TO 3000-REJECT
           END-IF.

           MOVE WS-HIST-ENTRY (WS-HIST-FOUND-SUB) TO DF06-IL-RECORD.

           IF DF06-IL-CUST-NUMBER NOT = CR-CUST-NUMBER
               MOVE 'INVOICE BELONGS TO ANOTHER CUSTOMER'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3300-FIND-CUSTOMER THRU 3300-EXIT.

           IF DF29BAL-FOUND-NO
               MOVE 'CUSTOMER NOT ON BALANCE FILE'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CR-LINE-NUMBER = ZERO
               GO TO 3000-CREDIT-WHOLE-INVOICE
           END-IF.

           COMPUTE WS-REMAINING-AMOUNT = DF06-IL-AMOUNT
                                       - DF06-IL-CREDITED-AMOUNT.

           IF WS-REMAINING-AMOUNT = ZERO
               MOVE 'LINE ALREADY FULLY CREDITED'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CR-AMOUNT NOT NUMERIC
               MOVE 'CREDIT AMOUNT NOT NUMERIC'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CR-AMOUNT > WS-REMAINING-AMOUNT
               MOVE 'CREDIT EXCEEDS UNCREDITED LINE AMOUNT'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF CR-AMOUNT = ZERO
               MOVE WS-REMAINING-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE CR-AMOUNT           TO WS-CREDIT-AMOUNT
           END-IF.

           PERFORM 3200-CREDIT-ONE-LINE THRU 3200-EXIT.

           GO TO 3000-EXIT.

      **** LINE 000 TAKES BACK WHAT IS LEFT OF EVERY LINE.  A PART
      **** AMOUNT MUST NAME THE LINE IT COMES OFF.
       3000-CREDIT-WHOLE-INVOICE.

           IF CR-AMOUNT NOT = ZERO
               MOVE 'PART CREDIT MUST NAME AN INVOICE LINE'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE ZERO                   TO WS-LINES-CREDITED.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-ENTRY (WS-HIST-SUB) (1:12)
                                        = CR-INVOICE-NUMBER
                   MOVE WS-HIST-SUB     TO WS-HIST-FOUND-SUB
                   MOVE WS-HIST-ENTRY (WS-HIST-SUB) TO DF06-IL-RECORD
                   COMPUTE WS-REMAINING-AMOUNT =
                               DF06-IL-AMOUNT
                             - DF06-IL-CREDITED-AMOUNT
                   IF WS-REMAINING-AMOUNT > ZERO
                       MOVE WS-REMAINING-AMOUNT TO WS-CREDIT-AMOUNT
                       PERFORM 3200-CREDIT-ONE-LINE THRU 3200-EXIT
                       ADD 1            TO WS-LINES-CREDITED
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LINES-CREDITED = ZERO
               MOVE 'INVOICE ALREADY FULLY CREDITED'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE CR-CUST-NUMBER         TO RJ-CUST-NUMBER.
           MOVE CR-INVOICE-NUMBER      TO RJ-INVOICE-NUMBER.
           MOVE CR-LINE-NUMBER         TO RJ-LINE-NUMBER.
           MOVE WS-REJECT-REASON       TO RJ-REASON.
           WRITE EXCEPTION-LINE        FROM WS-REJECT-DETAIL.

       3000-EXIT. EXIT.

      **** THE NAMED LINE, OR FOR LINE 000 THE FIRST LINE OF THE
      **** INVOICE - ENOUGH TO PROVE THE INVOICE AND ITS CUSTOMER.
       3100-FIND-INVOICE-LINE.

           MOVE ZERO                   TO WS-HIST-FOUND-SUB.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
                          OR WS-HIST-FOUND-SUB > ZERO
               IF WS-HIST-ENTRY (WS-HIST-SUB) (1:12)
                                        = CR-INVOICE-NUMBER
                  AND (CR-LINE-NUMBER = ZERO
                       OR WS-HIST-ENTRY (WS-HIST-SUB) (13:3)
                                        = CR-LINE-NUMBER)
                   MOVE WS-HIST-SUB     TO WS-HIST-FOUND-SUB
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

      **** CREDIT WS-CREDIT-AMOUNT OFF THE HISTORY LINE IN
      **** DF06-IL-RECORD.  THE TAX FOLLOWS AT THE LINE'S OWN RATE;
      **** TAKING THE LAST OF THE LINE GIVES BACK EXACTLY THE TAX
      **** STILL UNCREDITED SO ROUNDING NEVER LEAVES A PENNY BEHIND.
       3200-CREDIT-ONE-LINE.

           IF NOT WS-MEMO-OPEN
               PERFORM 3800-START-MEMO THRU 3800-EXIT
           END-IF.

           IF WS-CREDIT-AMOUNT = DF06-IL-AMOUNT
                               - DF06-IL-CREDITED-AMOUNT
               COMPUTE WS-CREDIT-TAX = DF06-IL-TAX-AMOUNT
                                     - DF06-IL-CREDITED-TAX
           ELSE
               COMPUTE WS-CREDIT-TAX ROUNDED =
                           WS-CREDIT-AMOUNT * DF06-IL-TAX-AMOUNT
                         / DF06-IL-AMOUNT
           END-IF.

           ADD WS-CREDIT-AMOUNT        TO DF06-IL-CREDITED-AMOUNT.
           ADD WS-CREDIT-TAX           TO DF06-IL-CREDITED-TAX.
           MOVE DF06-IL-RECORD         TO WS-HIST-ENTRY
                                              (WS-HIST-FOUND-SUB).

           ADD WS-CREDIT-AMOUNT        TO WS-MEMO-AMOUNT.
           ADD WS-CREDIT-TAX           TO WS-MEMO-TAX.

           MOVE SPACES                 TO DF06-CL-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF06-CL-CREDIT-DATE.
           MOVE WS-MEMO-NUMBER         TO DF06-CL-MEMO-NUMBER.
           MOVE DF06-IL-INVOICE-NUMBER TO DF06-CL-INVOICE-NUMBER.
           MOVE DF06-IL-INVOICE-DATE   TO DF06-CL-INVOICE-DATE.
           MOVE DF06-IL-CUST-NUMBER    TO DF06-CL-CUST-NUMBER.
           MOVE DF06-IL-STATE          TO DF06-CL-STATE.
           COMPUTE DF06-CL-AMOUNT      = ZERO - WS-CREDIT-AMOUNT.
           COMPUTE DF06-CL-TAX-AMOUNT  = ZERO - WS-CREDIT-TAX.
           MOVE DF06-IL-CERT-NUMBER    TO DF06-CL-CERT-NUMBER.
           WRITE DF06-CL-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF06-IL-LINE-NUMBER    TO DL-LINE-NUMBER.
           MOVE DF06-IL-AMOUNT         TO DL-BILLED.
           MOVE WS-CREDIT-AMOUNT       TO DL-CREDITED.
           MOVE DF06-IL-STATE          TO DL-STATE.
           MOVE WS-CREDIT-TAX          TO DL-TAX.
           MOVE DF06-IL-CERT-NUMBER    TO DL-CERT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3200-EXIT. EXIT.

       3300-FIND-CUSTOMER.

           MOVE 'R'                    TO DF29BAL-FUNCTION.
           MOVE CR-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF06CRMO BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER '
                       CR-CUST-NUMBER UPON CONSOLE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3300-EXIT. EXIT.

      **** A FRESH PAGE, A FRESH NUMBER, AND THE NAME-AND-ADDRESS
      **** BLOCK - LAID OUT THE WAY DF06INV PRINTS AN INVOICE.
       3800-START-MEMO.

           MOVE 'Y'                    TO WS-MEMO-OPEN-FLAG.
           MOVE CR-CUST-NUMBER         TO WS-MEMO-CUST.
           MOVE CR-INVOICE-NUMBER      TO WS-MEMO-INVOICE.
           MOVE DF06-IL-INVOICE-DATE   TO WS-MEMO-INVOICE-DATE.
           MOVE ZERO                   TO WS-MEMO-AMOUNT.
           MOVE ZERO                   TO WS-MEMO-TAX.
           ADD 1                       TO WS-MEMO-COUNT.
           ADD 1                       TO WS-MEMO-SEQUENCE.
           MOVE WS-MEMO-SEQUENCE       TO WS-MNO-SEQUENCE.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-MEMO-NUMBER         TO MH-MEMO-NUMBER.
           MOVE WS-PROCESSING-DATE     TO MH-MEMO-DATE.
           MOVE WS-MEMO-HEADER-1       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-MEMO-CUST           TO MH-CUST-NUMBER.
           MOVE SPACES                 TO MH-CUST-NAME.
           PERFORM VARYING WS-NAM-SUB FROM 1 BY 1
                       UNTIL WS-NAM-SUB > WS-NAME-COUNT
               IF WS-NAM-CUST (WS-NAM-SUB) = WS-MEMO-CUST
                   MOVE WS-NAM-NAME (WS-NAM-SUB) TO MH-CUST-NAME
               END-IF
           END-PERFORM.
           MOVE WS-MEMO-HEADER-2       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO MH-HOUSE MH-STREET MH-CITY
                                          MH-STATE MH-ZIP.
           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADDR-COUNT
               IF WS-ADR-CUST (WS-ADR-SUB) = WS-MEMO-CUST
                   MOVE WS-ADR-HOUSE (WS-ADR-SUB)  TO MH-HOUSE
                   MOVE WS-ADR-STREET (WS-ADR-SUB) TO MH-STREET
                   MOVE WS-ADR-CITY (WS-ADR-SUB)   TO MH-CITY
                   MOVE WS-ADR-STATE (WS-ADR-SUB)  TO MH-STATE
                   MOVE WS-ADR-ZIP (WS-ADR-SUB)    TO MH-ZIP
               END-IF
           END-PERFORM.
           MOVE WS-MEMO-HEADER-3       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-MEMO-INVOICE        TO MH-INVOICE-NUMBER.
           MOVE WS-MEMO-INVOICE-DATE   TO MH-INVOICE-DATE.
           MOVE CR-REASON              TO MH-REASON.
           MOVE CR-REQUESTED-BY        TO MH-REQUESTED-BY.
           MOVE WS-MEMO-HEADER-4       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3800-EXIT. EXIT.

      **** CLOSE OUT THE MEMO IN PROGRESS - TOTAL LINES ON THE PAGE,
      **** THE CREDIT OFF THE BALANCE, AND THE CREDIT APPLIED TO THE
      **** ORIGINAL INVOICE ON THE OPEN-ITEM LEDGER.
       3900-FINISH-MEMO.

           IF NOT WS-MEMO-OPEN
               GO TO 3900-EXIT
           END-IF.

           MOVE 'N'                    TO WS-MEMO-OPEN-FLAG.

           COMPUTE WS-MEMO-TOTAL = WS-MEMO-AMOUNT + WS-MEMO-TAX.

           MOVE 'AMOUNT CREDITED   ='  TO TL-LABEL.
           MOVE WS-MEMO-AMOUNT         TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'TAX CREDITED      ='  TO TL-LABEL.
           MOVE WS-MEMO-TAX            TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'CREDIT MEMO TOTAL ='  TO TL-LABEL.
           MOVE WS-MEMO-TOTAL          TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-MEMO-CUST           TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - WS-MEMO-TOTAL.
           MOVE 'CREDITED'             TO DF29BAL-REASON.
           MOVE WS-MEMO-NUMBER         TO DF29BAL-LINEAGE-ID.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00' OR DF29BAL-FOUND-NO
               DISPLAY 'DF06CRMO BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - MEMO ' WS-MEMO-NUMBER
                       ' NOT TAKEN OFF ' WS-MEMO-CUST UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           ADD WS-MEMO-AMOUNT          TO WS-CREDITED-TOTAL.
           ADD WS-MEMO-TAX             TO WS-TAX-CREDITED-TOTAL.

           IF NOT DFRUNDT-DRY-RUN
               MOVE SPACES              TO DF29-OA-RECORD
               MOVE WS-PROCESSING-DATE  TO DF29-OA-ACTIVITY-DATE
               MOVE 'DF06CRMO'          TO DF29-OA-PROGRAM-ID
               SET DF29-OA-CREDIT       TO TRUE
               MOVE WS-MEMO-CUST        TO DF29-OA-CUST-NUMBER
               MOVE WS-MEMO-INVOICE     TO DF29-OA-ITEM-NUMBER
               MOVE WS-MEMO-TOTAL       TO DF29-OA-AMOUNT
               MOVE WS-MEMO-NUMBER      TO DF29-OA-REFERENCE
               WRITE DF29-OA-RECORD
           END-IF.

       3900-EXIT. EXIT.

      **** THE HISTORY IS WRITTEN BACK WITH THIS RUN'S CREDITS,
      **** LESS ANY INVOICE OLDER THAN THE RETENTION PERIOD.
       4000-REWRITE-LINE-HISTORY.

           IF WS-HIST-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'DF06CRMO LINE HISTORY OPEN ERROR'
                                               UPON CONSOLE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               PERFORM 4100-KEEP-OR-AGE-ONE-LINE THRU 4100-EXIT
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       4000-EXIT. EXIT.

       4100-KEEP-OR-AGE-ONE-LINE.

           MOVE WS-HIST-ENTRY (WS-HIST-SUB) TO DF06-IL-RECORD.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE DF06-IL-INVOICE-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE DF06-IL-INVOICE-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE DF06-IL-INVOICE-DATE (9:2) TO WS-DATE-NUMERIC (7:2).

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUMERIC) = ZERO
               COMPUTE WS-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               IF WS-PROCESS-INTEGER - WS-DATE-INTEGER
                                        > WS-RETENTION-DAYS
                   ADD 1                TO WS-AGED-COUNT
                   GO TO 4100-EXIT
               END-IF
           END-IF.

           WRITE HISTORY-OUT-RECORD    FROM DF06-IL-RECORD.

       4100-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
