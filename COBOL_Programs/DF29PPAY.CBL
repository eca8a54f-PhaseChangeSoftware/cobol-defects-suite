       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29PPAY.

      *REMARKS:    NIGHTLY POSITIVE-PAY ISSUE FILE FOR THE BANK
      *            BUILT FROM THE DF29CREG REFUND CHECK REGISTER
      *            KEPT BY DF29RFND.

      ******************************************************************
      ****   DF29RFND CUTS, VOIDS AND REISSUES REFUND CHECKS BUT    ****
      ****   THE BANK NEVER HEARD ABOUT THEM, SO IT HAD NOTHING TO  ****
      ****   SCREEN A PRESENTED CHECK AGAINST.  THIS RUN SENDS THE  ****
      ****   BANK A DF29PPAY POSITIVE-PAY ISSUE FILE EACH NIGHT:    ****
      ****                                                          ****
      ****     - AN ISSUE ('I') RECORD FOR EVERY CHECK THE BANK HAS ****
      ****       NOT YET BEEN TOLD ABOUT,                           ****
      ****     - A VOID ('V') RECORD FOR EVERY VOIDED CHECK WHOSE   ****
      ****       ISSUE WAS ALREADY SENT (A CHECK ISSUED AND VOIDED  ****
      ****       BEFORE IT WAS EVER SENT NEEDS NO RECORD AT ALL),   ****
      ****     - A TRAILER ('T') WITH THE RECORD COUNT AND THE      ****
      ****       AMOUNT TOTAL FOR THE BANK'S FILE BALANCING.        ****
      ****                                                          ****
      ****   WHAT WAS SENT IS REMEMBERED ON THE REGISTER ENTRY      ****
      ****   ITSELF (PPAY-SENT = I OR V) SO NOTHING IS SENT TWICE.  ****
      ****   A CHECK THE BANK HAS ALREADY CLEARED BEFORE ITS ISSUE  ****
      ****   WENT OUT IS MARKED SENT WITHOUT A RECORD.  THE         ****
      ****   REGISTER IS LOADED, UPDATED IN A TABLE AND REWRITTEN   ****
      ****   THE SAME WAY DF29RFND MAINTAINS IT.  UNDER A DRY-RUN   ****
      ****   WINDOW THE ISSUE FILE AND REGISTER GO TO THEIR SHADOW  ****
      ****   COPIES.                                                ****
      ******************************************************************

      ******************************************************************
      ****   A CHECK ESCHEATED TO THE STATE BY DF29ESCH (STATUS 'E')****
      ****   IS STOPPED AT THE BANK EXACTLY LIKE A VOID - THE FUNDS ****
      ****   NOW BELONG TO THE STATE, SO THE CHECK MUST NOT BE PAID.****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REGISTER-IN-FILE ASSIGN TO DF29CREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO WS-REG-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT ISSUE-FILE       ASSIGN TO WS-ISSUE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ISSUE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD  ISSUE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ISSUE-RECORD.

       01  ISSUE-RECORD.
           05  PP-RECORD-TYPE           PIC X(01).
           05  PP-CHECK-NUMBER          PIC 9(08).
           05  PP-CHECK-DATE            PIC X(10).
           05  PP-AMOUNT                PIC 9(09)V99.
           05  PP-PAYEE                 PIC X(10).

       01  ISSUE-TRAILER-RECORD.
           05  PT-RECORD-TYPE           PIC X(01).
           05  PT-ITEM-COUNT            PIC 9(08).
           05  PT-FILE-DATE             PIC X(10).
           05  PT-AMOUNT-TOTAL          PIC 9(09)V99.
           05  FILLER                   PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

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
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-ISSUE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-VOID-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-RECORD-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-ISSUE-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-VOID-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-FILE-TOTAL               PIC 9(11)V99 VALUE ZERO.

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
       01  WS-REG-OUT-NAME             PIC X(09) VALUE 'DF29CREG'.
       01  WS-ISSUE-NAME               PIC X(09) VALUE 'DF29PPAY'.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'SENT AS'.
           05  FILLER                  PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(12) VALUE '  DATE'.
           05  FILLER                  PIC X(12) VALUE 'PAYEE'.
           05  FILLER                  PIC X(16) VALUE
                                       '          AMOUNT'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CHECK-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(09) VALUE 'ISSUES ='.
           05  TL-ISSUE-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-ISSUE-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  VOIDS ='.
           05  TL-VOID-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-VOID-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17) VALUE
                                       '  FILE RECORDS ='.
           05  TL-RECORD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29PPAY START OF JOB' UPON CONSOLE.

           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.
           PERFORM 2000-LOAD-CHECK-REGISTER THRU 2000-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29PPAY DF29CREG HOLDS MORE THAN 500 CHECKS '
                       '- NOTHING SENT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT ISSUE-FILE.

           IF WS-ISSUE-STATUS NOT = '00'
               DISPLAY 'DF29PPAY ISSUE FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29PPAY - POSITIVE PAY ISSUE FILE'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-BUILD-ISSUE-FILE.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               PERFORM 3000-CONSIDER-ONE-CHECK THRU 3000-EXIT
           END-PERFORM.

           MOVE SPACES                 TO ISSUE-TRAILER-RECORD.
           MOVE 'T'                    TO PT-RECORD-TYPE.
           MOVE WS-RECORD-COUNT        TO PT-ITEM-COUNT.
           MOVE WS-PROCESSING-DATE     TO PT-FILE-DATE.
           MOVE WS-FILE-TOTAL          TO PT-AMOUNT-TOTAL.
           WRITE ISSUE-TRAILER-RECORD.

       1000-CLOSE-FILES.

           MOVE WS-ISSUE-COUNT         TO TL-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL         TO TL-ISSUE-TOTAL.
           MOVE WS-VOID-COUNT          TO TL-VOID-COUNT.
           MOVE WS-VOID-TOTAL          TO TL-VOID-TOTAL.
           MOVE WS-RECORD-COUNT        TO TL-RECORD-COUNT.
           MOVE WS-TOTALS-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE ISSUE-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-REGISTER THRU 5000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF29PPAY ISSUES SENT = ' WS-ISSUE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29PPAY VOIDS SENT  = ' WS-VOID-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29PPAY END OF JOB' UPON CONSOLE.

           GOBACK.

       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29CREGS'     TO WS-REG-OUT-NAME
                   MOVE 'DF29PPAYS'     TO WS-ISSUE-NAME
                   DISPLAY 'DF29PPAY SIMULATION - ISSUE FILE AND '
                           'REGISTER GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29PPAY NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       1200-EXIT. EXIT.

      **** A REGISTER TOO BIG FOR THE TABLE STOPS THE RUN RATHER
      **** THAN DROP CHECKS WHEN THE REGISTER IS REWRITTEN.
       2000-LOAD-CHECK-REGISTER.

           OPEN INPUT REGISTER-IN-FILE.

           IF WS-REG-IN-STATUS NOT = '00'
               DISPLAY 'DF29PPAY NO CHECK REGISTER ON FILE'
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

      **** ISSUED AND NOT YET SENT -> ISSUE RECORD.  VOIDED AFTER
      **** ITS ISSUE WENT OUT -> VOID RECORD.  VOIDED BEFORE IT WAS
      **** EVER SENT, OR CLEARED BEFORE IT WAS SENT -> NOTHING TO
      **** TELL THE BANK, JUST CLOSED OFF AS SENT.
       3000-CONSIDER-ONE-CHECK.

           EVALUATE TRUE
               WHEN WS-REG-STATUS (WS-REG-SUB) = 'I'
                AND WS-REG-PPAY-SENT (WS-REG-SUB) = SPACE
                   MOVE 'I'             TO PP-RECORD-TYPE
                   MOVE 'I'             TO WS-REG-PPAY-SENT (WS-REG-SUB)
                   MOVE 'ISSUE'         TO DL-DISPOSITION
                   ADD 1                TO WS-ISSUE-COUNT
                   ADD WS-REG-AMOUNT (WS-REG-SUB) TO WS-ISSUE-TOTAL
               WHEN (WS-REG-STATUS (WS-REG-SUB) = 'V'
                  OR WS-REG-STATUS (WS-REG-SUB) = 'E')
                AND WS-REG-PPAY-SENT (WS-REG-SUB) = 'I'
                   MOVE 'V'             TO PP-RECORD-TYPE
                   MOVE 'V'             TO WS-REG-PPAY-SENT (WS-REG-SUB)
                   MOVE 'VOID'          TO DL-DISPOSITION
                   ADD 1                TO WS-VOID-COUNT
                   ADD WS-REG-AMOUNT (WS-REG-SUB) TO WS-VOID-TOTAL
               WHEN (WS-REG-STATUS (WS-REG-SUB) = 'V'
                  OR WS-REG-STATUS (WS-REG-SUB) = 'E')
                AND WS-REG-PPAY-SENT (WS-REG-SUB) = SPACE
                   MOVE 'V'             TO WS-REG-PPAY-SENT (WS-REG-SUB)
                   GO TO 3000-EXIT
               WHEN WS-REG-STATUS (WS-REG-SUB) = 'C'
                AND WS-REG-PPAY-SENT (WS-REG-SUB) = SPACE
                   MOVE 'I'             TO WS-REG-PPAY-SENT (WS-REG-SUB)
                   GO TO 3000-EXIT
               WHEN OTHER
                   GO TO 3000-EXIT
           END-EVALUATE.

           MOVE WS-REG-CHECK-NO (WS-REG-SUB)   TO PP-CHECK-NUMBER.
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO PP-CHECK-DATE.
           MOVE WS-REG-AMOUNT (WS-REG-SUB)     TO PP-AMOUNT.
           MOVE WS-REG-CUST (WS-REG-SUB)       TO PP-PAYEE.
           WRITE ISSUE-RECORD.

           ADD 1                       TO WS-RECORD-COUNT.
           ADD WS-REG-AMOUNT (WS-REG-SUB) TO WS-FILE-TOTAL.

           MOVE WS-REG-CHECK-NO (WS-REG-SUB)   TO DL-CHECK-NUMBER.
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO DL-CHECK-DATE.
           MOVE WS-REG-CUST (WS-REG-SUB)       TO DL-CUST-NUMBER.
           MOVE WS-REG-AMOUNT (WS-REG-SUB)     TO DL-AMOUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       5000-REWRITE-REGISTER.

           IF WS-REGISTER-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT REGISTER-OUT-FILE.

           IF WS-REG-OUT-STATUS NOT = '00'
               DISPLAY 'DF29PPAY CHECK REGISTER OPEN ERROR'
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
