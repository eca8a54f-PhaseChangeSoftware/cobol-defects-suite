       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29ACHX.

      *REMARKS:    RETURNED AUTOPAY DEBIT BATCH BACKING BANK-RETURNED
      *            ACH DRAFTS OUT OF DF29BALF AND DROPPING CUSTOMERS
      *            FROM AUTOPAY AFTER REPEATED RETURNS.

      ******************************************************************
      ****   DF29ACHD POSTS EVERY AUTOPAY DRAFT AS A PAYMENT THE    ****
      ****   NIGHT IT GOES TO THE BANK.  WHEN THE CUSTOMER'S BANK   ****
      ****   SENDS A DEBIT BACK, THIS BATCH READS THE DF29ACRT      ****
      ****   RETURNS FILE AND, PER RETURN:                          ****
      ****                                                          ****
      ****     - MATCHES IT BY TRACE NUMBER TO THE DRAFT ON THE     ****
      ****       DF29ACHH HISTORY - AN UNKNOWN TRACE, A DRAFT       ****
      ****       ALREADY RETURNED, OR A CUSTOMER OR AMOUNT THAT     ****
      ****       DOES NOT AGREE IS REJECTED AND THE STEP ENDS RC 4, ****
      ****     - PUTS THE DRAFT BACK ON THE DF29BALF BALANCE WITH   ****
      ****       THE DF29ARPM HANDLING FEE ON TOP, POSTS THE FEE TO ****
      ****       DF29PSTD, FLAGS THE CUSTOMER ON DF29NSFL AND       ****
      ****       RAISES BOTH AS NEW OPEN ITEMS ON DF29OACT - THE    ****
      ****       SAME TREATMENT DF29NSF GIVES A BOUNCED CHECK,      ****
      ****     - MARKS THE DRAFT RETURNED ON THE HISTORY,           ****
      ****     - COUNTS THE RETURN ON THE DF29ACHE ENROLLMENT AND   ****
      ****       DROPS THE CUSTOMER FROM AUTOPAY (STATUS D) WHEN    ****
      ****       THE COUNT REACHES THE DF29ARPM MAXIMUM, OR AT ONCE ****
      ****       FOR A RETURN REASON THAT SAYS THE ACCOUNT CANNOT   ****
      ****       BE DEBITED AGAIN (CLOSED, NO ACCOUNT, INVALID,     ****
      ****       AUTHORIZATION REVOKED OR NOT GIVEN, STOPPED,       ****
      ****       FROZEN, NON-TRANSACTION ACCOUNT).                  ****
      ****                                                          ****
      ****   THE HISTORY IS REWRITTEN AT THE END OF THE RUN AND     ****
      ****   DRAFTS OLDER THAN THE 90-DAY RETURN WINDOW ARE AGED    ****
      ****   OFF.  UNDER A DRY-RUN WINDOW THE BALANCES, HISTORY,    ****
      ****   POSTED FEES AND NSF FLAGS GO TO SHADOW COPIES, THE     ****
      ****   ENROLLMENTS ARE NOT UPDATED AND NO OPEN-ITEM ACTIVITY  ****
      ****   IS WRITTEN.                                            ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   EACH RETURN PUTS THE DRAFT BACK (REASON ACHRETN) AND   ****
      ****   THE FEE ON TOP (REASON NSFFEE) IN PLACE THROUGH THE    ****
      ****   SHARED DF29BALA BALANCE-ACCESS ROUTINE, UNDER THE      ****
      ****   LINEAGE ID DF29ACHD GAVE THE ORIGINAL PAYMENT.  UNDER  ****
      ****   A DRY-RUN THE ROUTINE SIMULATES THE REVERSALS AND      ****
      ****   LEAVES THE CUSTOMERS TOUCHED ON DF29BALFS.             ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RETURN-FILE      ASSIGN TO DF29ACRT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT PARAMETER-FILE   ASSIGN TO DF29ARPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT ENROLL-FILE      ASSIGN TO DF29ACHE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS DF29-AE-KEY
                                   FILE STATUS IS WS-ENROLL-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DF29ACHH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO WS-HISTORY-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT POSTED-FILE      ASSIGN TO WS-POSTED-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.

           SELECT NSF-FLAG-FILE    ASSIGN TO WS-FLAG-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FLAG-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RETURN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS RETURN-RECORD.

       01  RETURN-RECORD.
           05  RT-RETURN-DATE           PIC X(10).
           05  RT-TRACE-NUMBER          PIC X(15).
           05  RT-CUST-NUMBER           PIC X(10).
           05  RT-AMOUNT                PIC 9(09)V99.
           05  RT-REASON-CODE           PIC X(03).
           05  FILLER                   PIC X(01).

       FD  PARAMETER-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-HANDLING-FEE          PIC 9(05)V99.
           05  PM-MAXIMUM-RETURNS       PIC 9(02).
           05  FILLER                   PIC X(01).

       FD  ENROLL-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DF29-AE-RECORD.

           COPY DF29ACHE.

       FD  HISTORY-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD           PIC X(80).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD          PIC X(80).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.

       01  POSTED-RECORD.
           05  PD-CUST-NUMBER           PIC X(10).
           05  PD-POSTING-DATE          PIC X(10).
           05  PD-AMOUNT                PIC 9(09)V99.

       FD  NSF-FLAG-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS NSF-FLAG-RECORD.

       01  NSF-FLAG-RECORD.
           05  NF-CUST-NUMBER           PIC X(10).
           05  NF-FLAG-DATE             PIC X(10).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ENROLL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FLAG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RETURN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-RETURN-EOF               VALUE 'Y'.

       01  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                 VALUE 'Y'.

      **** DF29ARPM DEFAULTS - THE SAME 25.00 HANDLING FEE DF29NSF
      **** CHARGES FOR A BOUNCED CHECK, AND AUTOPAY DROPPED ON THE
      **** SECOND RETURNED DEBIT.
       01  WS-HANDLING-FEE             PIC 9(05)V99 VALUE 25.00.
       01  WS-MAXIMUM-RETURNS          PIC 9(02) VALUE 2.

      **** DRAFTS ARE KEPT ON THE HISTORY FOR THE RETURN WINDOW.
       01  WS-RETENTION-DAYS           PIC 9(03) VALUE 90.

      **** RETURN REASONS THAT MEAN THE ACCOUNT CANNOT BE DEBITED
      **** AGAIN - THE CUSTOMER IS DROPPED FROM AUTOPAY ON THE FIRST.
       01  WS-ADMIN-REASON-VALUES.
           05  FILLER                  PIC X(24) VALUE
                                       'R02R03R04R07R08R10R16R20'.
       01  WS-ADMIN-REASON-TABLE       REDEFINES WS-ADMIN-REASON-VALUES.
           05  WS-ADMIN-REASON         PIC X(03) OCCURS 8 TIMES.
       01  WS-REASON-SUB               PIC 9(02) VALUE ZERO.
       01  WS-ADMIN-RETURN-FLAG        PIC X(01) VALUE 'N'.

       COPY DF29BALC.

       01  WS-BEFORE-BALANCE           PIC S9(09)V99 VALUE ZERO.

       01  WS-HIST-MAX                 PIC 9(04) VALUE 2000.
       01  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 2000 TIMES
                                       PIC X(80).
       01  WS-HIST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-HIST-FOUND-SUB           PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** WORKING VIEW OF ONE HISTORY ENTRY.
           COPY DF29ACHH.

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-ENROLL-RESULT            PIC X(20) VALUE SPACES.

       01  WS-REVERSED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-FEES-TOTAL               PIC 9(11)V99 VALUE ZERO.

       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
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
       01  WS-HISTORY-OUT-NAME         PIC X(09) VALUE 'DF29ACHH'.
       01  WS-POSTED-NAME              PIC X(09) VALUE 'DF29PSTD'.
       01  WS-FLAG-NAME                PIC X(09) VALUE 'DF29NSFL'.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(17) VALUE 'TRACE'.
           05  FILLER                  PIC X(16) VALUE
                                       '        RETURNED'.
           05  FILLER                  PIC X(16) VALUE
                                       '      BEFORE BAL'.
           05  FILLER                  PIC X(16) VALUE
                                       '       AFTER BAL'.
           05  FILLER                  PIC X(11) VALUE '        FEE'.
           05  FILLER                  PIC X(06) VALUE '  RSN'.
           05  FILLER                  PIC X(38) VALUE '  DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRACE                PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RETURNED             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BEFORE-BAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-AFTER-BAL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FEE                  PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON-CODE          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION          PIC X(40).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29ACHX START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-RETURN-PARAMETER THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           OPEN INPUT RETURN-FILE.

           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'DF29ACHX NO RETURNED-DEBIT FILE ON HAND'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               CLOSE RETURN-FILE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2300-LOAD-DRAFT-HISTORY THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29ACHX DF29ACHH HOLDS MORE THAN ' WS-HIST-MAX
                       ' DRAFTS - NOTHING UPDATED' UPON CONSOLE
               CLOSE RETURN-FILE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           IF DFRUNDT-DRY-RUN
               OPEN INPUT ENROLL-FILE
           ELSE
               OPEN I-O ENROLL-FILE
           END-IF.

           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY 'DF29ACHX AUTOPAY ENROLLMENT FILE OPEN ERROR - '
                       WS-ENROLL-STATUS ' - NOTHING UPDATED'
                                               UPON CONSOLE
               CLOSE RETURN-FILE
               PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND POSTED-FILE.

           IF WS-POSTED-STATUS NOT = '00'
               OPEN OUTPUT POSTED-FILE
           END-IF.

           OPEN EXTEND NSF-FLAG-FILE.

           IF WS-FLAG-STATUS NOT = '00'
               OPEN OUTPUT NSF-FLAG-FILE
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE ACTIVITY FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29ACHX - RETURNED AUTOPAY DEBITS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-PROCESS-RETURNS.

           PERFORM UNTIL WS-RETURN-EOF
               READ RETURN-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-REVERSE-ONE-DRAFT THRU 3000-EXIT
               END-READ
           END-PERFORM.

       1000-CLOSE-FILES.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE RETURN-FILE.
           CLOSE ENROLL-FILE.
           CLOSE POSTED-FILE.
           CLOSE NSF-FLAG-FILE.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE ACTIVITY-FILE
           END-IF.

           CLOSE REPORT-FILE.

           PERFORM 4000-REWRITE-DRAFT-HISTORY THRU 4000-EXIT.
           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           IF WS-REJECTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF29ACHX DRAFTS REVERSED  = ' WS-REVERSED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX RETURNS REJECTED = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX AMOUNT REVERSED  = ' WS-REVERSED-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX FEES ASSESSED    = ' WS-FEES-TOTAL
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX DROPPED FROM AUTOPAY = ' WS-DROPPED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX DRAFTS AGED OFF  = ' WS-AGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29ACHX END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-RETURN-PARAMETER.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF PM-HANDLING-FEE NUMERIC
               MOVE PM-HANDLING-FEE     TO WS-HANDLING-FEE
           END-IF.

           IF PM-MAXIMUM-RETURNS NUMERIC
              AND PM-MAXIMUM-RETURNS > ZERO
               MOVE PM-MAXIMUM-RETURNS  TO WS-MAXIMUM-RETURNS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29ACHHS'     TO WS-HISTORY-OUT-NAME
                   MOVE 'DF29PSTDS'     TO WS-POSTED-NAME
                   MOVE 'DF29NSFLS'     TO WS-FLAG-NAME
                   DISPLAY 'DF29ACHX SIMULATION - BALANCES, HISTORY, '
                           'FEES AND FLAGS GO TO SHADOW COPIES'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29ACHX NO RUN CONTROL SET - USING SYSTEM '
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

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29ACHX'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ACHX BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29ACHX NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2300-LOAD-DRAFT-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DF29ACHX NO DRAFT HISTORY ON FILE'
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

      **** ONE RETURNED DEBIT: THE DRAFT GOES BACK ON THE BALANCE
      **** WITH THE HANDLING FEE ON TOP, AND THE RETURN COUNTS
      **** AGAINST THE CUSTOMER'S AUTOPAY ENROLLMENT.
       3000-REVERSE-ONE-DRAFT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE RT-CUST-NUMBER         TO DL-CUST-NUMBER.
           MOVE RT-TRACE-NUMBER        TO DL-TRACE.
           MOVE RT-AMOUNT              TO DL-RETURNED.
           MOVE RT-REASON-CODE         TO DL-REASON-CODE.

           PERFORM 3100-FIND-DRAFT THRU 3100-EXIT.

           IF WS-HIST-FOUND-SUB = ZERO
               MOVE 'REJECTED - NO SUCH DRAFT ON HISTORY'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE WS-HIST-ENTRY (WS-HIST-FOUND-SUB) TO DF29-AH-RECORD.

           IF DF29-AH-RETURNED
               MOVE 'REJECTED - DRAFT ALREADY RETURNED'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF DF29-AH-CUST-NUMBER NOT = RT-CUST-NUMBER
               MOVE 'REJECTED - CUSTOMER DOES NOT MATCH DRAFT'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF DF29-AH-AMOUNT NOT = RT-AMOUNT
               MOVE 'REJECTED - AMOUNT DOES NOT MATCH DRAFT'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3200-FIND-CUSTOMER THRU 3200-EXIT.

           IF DF29BAL-FOUND-NO
               MOVE 'REJECTED - CUSTOMER NOT ON BALANCE FILE'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-BEFORE-BALANCE.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE RT-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           MOVE RT-AMOUNT              TO DF29BAL-AMOUNT.
           MOVE 'ACHRETN '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'AC' DF29-AH-DRAFT-DATE (3:2)
                  RT-TRACE-NUMBER (9:7)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE RT-REASON-CODE (2:2)   TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00' OR DF29BAL-FOUND-NO
               DISPLAY 'DF29ACHX BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - TRACE '
                       RT-TRACE-NUMBER UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               MOVE 'REJECTED - BALANCE MASTER UPDATE ERROR'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-HANDLING-FEE        TO DF29BAL-AMOUNT.
           MOVE 'NSFFEE  '             TO DF29BAL-REASON.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ACHX BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - FEE NOT CHARGED FOR '
                       RT-CUST-NUMBER UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           ADD 1                       TO WS-REVERSED-COUNT.
           ADD RT-AMOUNT               TO WS-REVERSED-TOTAL.
           ADD WS-HANDLING-FEE         TO WS-FEES-TOTAL.

           IF WS-HANDLING-FEE > ZERO
               MOVE RT-CUST-NUMBER      TO PD-CUST-NUMBER
               MOVE WS-PROCESSING-DATE  TO PD-POSTING-DATE
               MOVE WS-HANDLING-FEE     TO PD-AMOUNT
               WRITE POSTED-RECORD
           END-IF.

           MOVE RT-CUST-NUMBER         TO NF-CUST-NUMBER.
           MOVE WS-PROCESSING-DATE     TO NF-FLAG-DATE.
           WRITE NSF-FLAG-RECORD.

           IF NOT DFRUNDT-DRY-RUN
               PERFORM 3300-WRITE-OPEN-ITEM-ACTIVITY
           END-IF.

           SET DF29-AH-RETURNED        TO TRUE.
           MOVE RT-RETURN-DATE         TO DF29-AH-RETURN-DATE.
           MOVE RT-REASON-CODE         TO DF29-AH-RETURN-REASON.
           MOVE DF29-AH-RECORD         TO WS-HIST-ENTRY
                                              (WS-HIST-FOUND-SUB).

           PERFORM 3400-COUNT-RETURN THRU 3400-EXIT.

           MOVE WS-BEFORE-BALANCE      TO DL-BEFORE-BAL.
           MOVE DF29BAL-NEW-BALANCE    TO DL-AFTER-BAL.
           MOVE WS-HANDLING-FEE        TO DL-FEE.
           STRING 'REVERSED - ' WS-ENROLL-RESULT
                  DELIMITED BY SIZE
                  INTO DL-DISPOSITION
           END-STRING.
           PERFORM 8200-RPT-WRITE-DETAIL.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE WS-REJECT-REASON       TO DL-DISPOSITION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3100-FIND-DRAFT.

           MOVE ZERO                   TO WS-HIST-FOUND-SUB.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
                          OR WS-HIST-FOUND-SUB > ZERO
               IF WS-HIST-ENTRY (WS-HIST-SUB) (1:15)
                                        = RT-TRACE-NUMBER
                   MOVE WS-HIST-SUB     TO WS-HIST-FOUND-SUB
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

       3200-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE RT-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ACHX BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER '
                       RT-CUST-NUMBER UPON CONSOLE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

       3200-EXIT. EXIT.

      **** THE RETURNED DRAFT AND THE FEE ARE NEW DEBIT ITEMS FOR THE
      **** DF29OIAP LEDGER, NUMBERED 'AR' AND 'AF' PLUS THE DRAFT'S
      **** YEAR AND TRACE SEQUENCE - THE SAME SUFFIX DF29ACHD PUT ON
      **** THE PAYMENT.
       3300-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29ACHX'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-NEW-ITEM        TO TRUE.
           MOVE RT-CUST-NUMBER         TO DF29-OA-CUST-NUMBER.
           STRING 'AR' DF29-AH-DRAFT-DATE (3:2)
                  RT-TRACE-NUMBER (9:7)
                  DELIMITED BY SIZE
                  INTO DF29-OA-ITEM-NUMBER
           END-STRING.
           MOVE 'N'                    TO DF29-OA-ITEM-TYPE.
           MOVE RT-AMOUNT              TO DF29-OA-AMOUNT.
           MOVE RT-TRACE-NUMBER (1:12) TO DF29-OA-REFERENCE.
           WRITE DF29-OA-RECORD.

           IF WS-HANDLING-FEE > ZERO
               MOVE SPACES              TO DF29-OA-ITEM-NUMBER
               STRING 'AF' DF29-AH-DRAFT-DATE (3:2)
                      RT-TRACE-NUMBER (9:7)
                      DELIMITED BY SIZE
                      INTO DF29-OA-ITEM-NUMBER
               END-STRING
               MOVE 'H'                 TO DF29-OA-ITEM-TYPE
               MOVE WS-HANDLING-FEE     TO DF29-OA-AMOUNT
               WRITE DF29-OA-RECORD
           END-IF.

      **** THE RETURN COUNTS AGAINST THE ENROLLMENT; AN
      **** ADMINISTRATIVE RETURN, OR REACHING THE MAXIMUM, DROPS THE
      **** CUSTOMER FROM AUTOPAY UNTIL AN OPERATOR REINSTATES THEM ON
      **** DF29ACIC.
       3400-COUNT-RETURN.

           MOVE SPACES                 TO DF29-AE-KEY.
           MOVE RT-CUST-NUMBER         TO DF29-AE-CUST-NUMBER.

           READ ENROLL-FILE
               INVALID KEY
                   MOVE 'NO ENROLLMENT ON FILE' TO WS-ENROLL-RESULT
                   GO TO 3400-EXIT
           END-READ.

           MOVE 'N'                    TO WS-ADMIN-RETURN-FLAG.

           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 8
               IF RT-REASON-CODE = WS-ADMIN-REASON (WS-REASON-SUB)
                   MOVE 'Y'             TO WS-ADMIN-RETURN-FLAG
               END-IF
           END-PERFORM.

           IF DF29-AE-RETURN-COUNT < 99
               ADD 1                    TO DF29-AE-RETURN-COUNT
           END-IF.

           MOVE RT-RETURN-DATE         TO DF29-AE-LAST-RETURN-DATE.
           MOVE 'AUTOPAY KEPT'         TO WS-ENROLL-RESULT.

           IF DF29-AE-ACTIVE
              AND (WS-ADMIN-RETURN-FLAG = 'Y'
                   OR DF29-AE-RETURN-COUNT NOT < WS-MAXIMUM-RETURNS)
               SET DF29-AE-DROPPED      TO TRUE
               ADD 1                    TO WS-DROPPED-COUNT
               MOVE 'AUTOPAY DROPPED'   TO WS-ENROLL-RESULT
           END-IF.

           IF NOT DF29-AE-ACTIVE AND WS-ENROLL-RESULT = 'AUTOPAY KEPT'
               MOVE 'AUTOPAY NOT ACTIVE' TO WS-ENROLL-RESULT
           END-IF.

           IF DFRUNDT-DRY-RUN
               GO TO 3400-EXIT
           END-IF.

           MOVE 'DF29ACHX'             TO DF29-AE-LAST-UPDATE-USERID.
           MOVE WS-PROCESSING-DATE     TO DF29-AE-LAST-UPDATE-DATE.

           REWRITE DF29-AE-RECORD
               INVALID KEY
                   DISPLAY 'DF29ACHX ENROLLMENT REWRITE ERROR '
                           WS-ENROLL-STATUS ' FOR ' RT-CUST-NUMBER
                                               UPON CONSOLE
           END-REWRITE.

       3400-EXIT. EXIT.

      **** THE HISTORY IS WRITTEN BACK WITH THIS RUN'S RETURNS
      **** MARKED, LESS ANY DRAFT WHOSE RETURN WINDOW HAS PASSED.
       4000-REWRITE-DRAFT-HISTORY.

           IF WS-HIST-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'DF29ACHX DRAFT HISTORY OPEN ERROR'
                                               UPON CONSOLE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               PERFORM 4100-KEEP-OR-AGE-ONE-DRAFT THRU 4100-EXIT
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       4000-EXIT. EXIT.

      **** A DRAFT WHOSE DATE WILL NOT CONVERT IS KEPT RATHER THAN
      **** SILENTLY AGED OFF.
       4100-KEEP-OR-AGE-ONE-DRAFT.

           MOVE WS-HIST-ENTRY (WS-HIST-SUB) TO DF29-AH-RECORD.
           MOVE DF29-AH-DRAFT-DATE     TO WS-DATE-WORK.

           IF WS-DATE-WORK (1:4) NUMERIC
              AND WS-DATE-WORK (6:2) NUMERIC
              AND WS-DATE-WORK (9:2) NUMERIC
               MOVE ZERO                TO WS-DATE-NUMERIC
               MOVE WS-DATE-WORK (1:4)  TO WS-DATE-NUMERIC (1:4)
               MOVE WS-DATE-WORK (6:2)  TO WS-DATE-NUMERIC (5:2)
               MOVE WS-DATE-WORK (9:2)  TO WS-DATE-NUMERIC (7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUMERIC) = 0
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
                   IF WS-PROCESS-INTEGER - WS-DATE-INTEGER
                                        > WS-RETENTION-DAYS
                       ADD 1            TO WS-AGED-COUNT
                       GO TO 4100-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE DF29-AH-RECORD         TO HISTORY-OUT-RECORD.
           WRITE HISTORY-OUT-RECORD.

       4100-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
