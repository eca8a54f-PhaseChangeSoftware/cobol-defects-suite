      ****   THE SEARCH ALL ORDERING IS ALWAYS PRESERVED, AND       ****
      ****   PRINTS AN APPLIED/REJECTED REGISTER.                   ****
      ******************************************************************
      ****   THE DF26PTRN RECORD NOW COMES FROM THE SHARED DF26TRNR ****
      ****   LAYOUT, WHICH DF26PROD ALSO READS.                     ****
      ******************************************************************

      *            EXTENDED: EACH TRANSACTION NOW CARRIES THE KEYING
      *            OPERATOR'S ID, CHECKED AGAINST THE DFOPSECF
      *            AGENT CODE RIDES THE DF26POLR RECORD SO DF26PROD
      *            CAN ROLL PRODUCTION UP BY AGENT.

      *            EXTENDED AGAIN: A 'T' TERMINATION NOW CARRIES A
      *            CANCELLATION TYPE ('C' COMPANY, 'I' INSURED'S
      *            REQUEST, BLANK TAKEN AS 'C'), A TWO-CHARACTER
      *            REASON CODE AND A CANCELLATION DATE (BLANK MEANS
      *            THE PROCESSING DATE).  TERMINATING AN IN-FORCE
      *            POLICY BEFORE ITS EXPIRY WORKS OUT THE RETURN
      *            PREMIUM THROUGH DF36RATE - PRO-RATA FOR A COMPANY
      *            CANCELLATION, SHORT-RATE (NINETY PERCENT OF
      *            PRO-RATA) FOR AN INSURED'S REQUEST - AND APPENDS
      *            IT TO THE DF26RTRN RETURN-PREMIUM FILE WITH THE
      *            REASON AND THE OPERATOR DFAUTH APPROVED.  DF26RTPM
      *            NETS IT AGAINST THE OPEN RECEIVABLE AND PAYS IT.

      *            EXTENDED AGAIN: EACH TRANSACTION ALSO CARRIES THE
      *            POLICYHOLDER'S DF03FILE CUSTOMER NUMBER.  AN ADD
      *            WITH A CUSTOMER NUMBER (WHICH MUST BE ON THE
      *            CUSTOMER MASTER AND ACTIVE) WRITES THE POLICY-TO-
      *            CUSTOMER LINK TO THE DF26CXRF CROSS-REFERENCE, AND
      *            A NEW 'L' ACTION LINKS OR RELINKS AN EXISTING
      *            POLICY - HOW THE DF26CXMT MATCH'S REVIEW CASES GET
      *            SETTLED.  THE CROSS-REFERENCE IS REWRITTEN IN
      *            COMPANY/POLICY ORDER BESIDE THE MASTER, TO ITS
      *            SHADOW ON A DRY RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AGENT-STATUS.

           SELECT RETURN-FILE      ASSIGN TO WS-RETURN-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT XREF-IN-FILE     ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-XREF-IN-STATUS.

           SELECT XREF-OUT-FILE    ASSIGN TO WS-XREF-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-XREF-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       COPY DF26POLR.

       FD  TRANS-FILE
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       COPY DF26TRNR.

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 48 CHARACTERS

       COPY DF26AGTR.

       FD  RETURN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF26-RETURN-RECORD.

       COPY DF26RTRR.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  XREF-IN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS XREF-IN-RECORD.

       01  XREF-IN-RECORD              PIC X(50).

       FD  XREF-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS XREF-OUT-RECORD.

       01  XREF-OUT-RECORD             PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       01  WS-AGENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.

       01  WS-AGENT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-AGENT-EOF                VALUE 'Y'.
      **** WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-MASTER-OUT-NAME          PIC X(09) VALUE 'DF26PLCY'.

      **** THE RETURN-PREMIUM FILE, OR ITS SHADOW ON A DRY RUN.
       01  WS-RETURN-NAME              PIC X(09) VALUE 'DF26RTRN'.

       COPY DFRUNDT.

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

      **** DAY ARITHMETIC FOR THE RETURN PREMIUM, AS IN DF26ENDR.
       01  WS-CANCEL-DATE              PIC X(10) VALUE SPACES.

       01  WS-CANCEL-X.
           05  WS-CAN-YYYY             PIC X(04).
           05  WS-CAN-MM               PIC X(02).
           05  WS-CAN-DD               PIC X(02).
       01  WS-CANCEL-NUMERIC           REDEFINES WS-CANCEL-X
                                       PIC 9(08).

       01  WS-EXPIRY-X.
           05  WS-EXP-YYYY             PIC X(04).
           05  WS-EXP-MM               PIC X(02).
           05  WS-EXP-DD               PIC X(02).
       01  WS-EXPIRY-NUMERIC           REDEFINES WS-EXPIRY-X
                                       PIC 9(08).

       01  WS-DAYS-UNEARNED            PIC S9(05) VALUE ZERO.

      **** AN INSURED WHO CANCELS KEEPS NINETY PERCENT OF THE
      **** PRO-RATA RETURN; THE REST COVERS THE COST OF WRITING AN
      **** ANNUAL POLICY THAT DID NOT RUN ITS TERM.
       01  WS-SHORT-RATE-FACTOR        PIC 9V9999 VALUE 0.9000.

      **** CALL INTERFACE FOR THE SHARED DF36RATE ROUNDED COMPUTE.
       01  WS-RATE-NUMERATOR           PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-MULTIPLIER          PIC S9(05)V9999 VALUE ZERO.
       01  WS-RATE-DENOMINATOR         PIC S9(14)V99 VALUE 365.
       01  WS-RATE-ADJUSTMENT          PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-ROUND-MODE          PIC X(01) VALUE 'R'.
       01  WS-RATE-RESULT              PIC S9(07)V99 USAGE COMP-3.
       01  WS-RATE-RETURN-CODE         PIC X(02) VALUE SPACES.

       01  WS-RETURN-PREMIUM           PIC 9(07)V99 VALUE ZERO.
       01  WS-RETURN-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-RETURN-COUNT             PIC 9(04) VALUE ZERO.

      **** THE POLICY-TO-CUSTOMER CROSS-REFERENCE, LOADED WHOLE AND
      **** REWRITTEN IN COMPANY/POLICY ORDER WHEN ANY LINK CHANGED.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-XREF-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-OUT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-XREF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-XREF-EOF                 VALUE 'Y'.

       01  WS-CUSTOMER-OPEN-FLAG       PIC X(01) VALUE 'N'.
       01  WS-XREF-CHANGED-FLAG        PIC X(01) VALUE 'N'.

       01  WS-CUST-CHECK-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CUST-OK                  VALUE 'Y'.
           88  WS-CUST-UNKNOWN             VALUE 'U'.
           88  WS-CUST-NOT-ACTIVE          VALUE 'I'.

       COPY DF03CUST.

       COPY DF26CXRR.

       01  WS-XREF-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XRF-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-XREF-COUNT
                                       ASCENDING KEY IS WS-XRF-POL-KEY
                                       INDEXED BY WS-XRF-IDX.
               10  WS-XRF-POL-KEY      PIC X(15).
               10  WS-XRF-REST         PIC X(35).

       01  WS-XRF-FOUND-SUB            PIC 9(04) VALUE ZERO.
       01  WS-XRF-SEARCH-KEY.
           05  WS-XSK-COMPANY          PIC X(03).
           05  WS-XSK-POLICY           PIC X(12).
       01  WS-LINK-SOURCE              PIC X(01) VALUE SPACE.
       01  WS-LINK-COUNT               PIC 9(04) VALUE ZERO.

      **** THE CROSS-REFERENCE REWRITE TARGET, OR ITS SHADOW ON A
      **** DRY RUN.
       01  WS-XREF-OUT-NAME            PIC X(09) VALUE 'DF26CXRF'.

      **** WHAT THE APPLIED LINE SAYS BESIDES 'APPLIED', IF ANYTHING.
       01  WS-APPLIED-NOTE             PIC X(30) VALUE SPACES.

       01  WS-GEN-KEEP                 PIC 9(01) VALUE 3.
       01  WS-GEN-RETURN-CODE          PIC X(02) VALUE SPACES.


           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'DF26PLCYS'         TO WS-MASTER-OUT-NAME
               MOVE 'DF26RTRNS'         TO WS-RETURN-NAME
               MOVE 'DF26CXRFS'         TO WS-XREF-OUT-NAME
               DISPLAY 'DF26PMNT SIMULATION - MASTER WRITES GO TO '
                       'THE SHADOW COPY' UPON CONSOLE
           END-IF.

           PERFORM 1500-LOAD-AGENT-MASTER THRU 1500-EXIT.
           PERFORM 1600-LOAD-CROSS-REFERENCE THRU 1600-EXIT.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y'                 TO WS-CUSTOMER-OPEN-FLAG
           ELSE
               DISPLAY 'DF26PMNT NO CUSTOMER MASTER - POLICIES '
                       'CANNOT BE LINKED' UPON CONSOLE
           END-IF.

       1000-LOAD-MASTER.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE          FROM WS-REPORT-HEADING.

           OPEN EXTEND RETURN-FILE.

           IF WS-RETURN-STATUS NOT = '00'
               OPEN OUTPUT RETURN-FILE
           END-IF.

           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-STATUS = '00'

       1000-WRITE-MASTER.

           CLOSE RETURN-FILE.

      **** A DRY-RUN WRITES THE SHADOW, NOT THE MASTER, SO THERE IS
      **** NOTHING TO SNAPSHOT.
           IF NOT DFRUNDT-DRY-RUN

           CLOSE MASTER-OUT-FILE.

           PERFORM 5900-REWRITE-CROSS-REFERENCE THRU 5900-EXIT.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           IF WS-CUSTOMER-OPEN-FLAG = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.

           DISPLAY 'DF26PMNT TRANSACTIONS APPLIED  = '
                                        WS-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DF26PMNT TRANSACTIONS REJECTED = '
                                        WS-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DF26PMNT RETURN PREMIUMS       = '
                                        WS-RETURN-COUNT UPON CONSOLE.
           DISPLAY 'DF26PMNT CUSTOMER LINKS SET    = '
                                        WS-LINK-COUNT UPON CONSOLE.
           DISPLAY 'DF26PMNT END OF JOB' UPON CONSOLE.

           GOBACK.

       1500-EXIT. EXIT.

       1600-LOAD-CROSS-REFERENCE.

           OPEN INPUT XREF-IN-FILE.

           IF WS-XREF-IN-STATUS NOT = '00'
               DISPLAY 'DF26PMNT NO POLICY CROSS-REFERENCE - '
                       'STARTING A NEW ONE' UPON CONSOLE
               GO TO 1600-EXIT
           END-IF.

           PERFORM UNTIL WS-XREF-EOF
               READ XREF-IN-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < 500
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XREF-IN-RECORD
                               TO WS-XRF-ENTRY (WS-XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-IN-FILE.

       1600-EXIT. EXIT.

       2000-APPLY-ONE-TRANSACTION.

           PERFORM 2050-CHECK-OPERATOR-AUTHORITY THRU 2050-EXIT.
                   PERFORM 5000-REINSTATE-POLICY THRU 5000-EXIT
               WHEN TR-ACTION-ASSIGN-AGENT
                   PERFORM 5500-ASSIGN-AGENT THRU 5500-EXIT
               WHEN TR-ACTION-LINK-CUSTOMER
                   PERFORM 5700-LINK-CUSTOMER THRU 5700-EXIT
               WHEN OTHER
                   PERFORM 6100-WRITE-REJECTED-LINE
           END-EVALUATE.

       2060-EXIT. EXIT.

      **** THE POLICYHOLDER MUST BE ON THE CUSTOMER MASTER AND
      **** ACTIVE - A MERGED-AWAY NUMBER WOULD LINK THE POLICY TO A
      **** CUSTOMER WHO NO LONGER GETS STATEMENTS.
       2070-CHECK-CUSTOMER.

           SET WS-CUST-UNKNOWN         TO TRUE.

           IF WS-CUSTOMER-OPEN-FLAG NOT = 'Y'
               GO TO 2070-EXIT
           END-IF.

           MOVE SPACES                 TO CUSTOMER-RECORD-KEY.
           MOVE TR-CUST-NUMBER         TO CUSTOMER-RECORD-KEY.

           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO 2070-EXIT
           END-READ.

           MOVE CUSTOMER-RECORD        TO DF03-CUSTOMER-RECORD.

           IF DF03-CUST-ACTIVE
               SET WS-CUST-OK           TO TRUE
           ELSE
               SET WS-CUST-NOT-ACTIVE   TO TRUE
           END-IF.

       2070-EXIT. EXIT.

       2050-CHECK-OPERATOR-AUTHORITY.

           MOVE TR-OPERATOR-ID         TO DFAUTH-USER-ID.
               END-IF
           END-IF.

           IF TR-CUST-NUMBER NOT = SPACES
               PERFORM 2070-CHECK-CUSTOMER THRU 2070-EXIT
               IF WS-CUST-UNKNOWN
                   MOVE 'CUSTOMER NOT ON FILE' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 3000-EXIT
               END-IF
               IF WS-CUST-NOT-ACTIVE
                   MOVE 'CUSTOMER NOT ACTIVE' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           ADD 1                       TO WS-POLICY-COUNT.
           MOVE TR-COMPANY-CODE        TO WS-POL-COMPANY
                                                  (WS-POLICY-COUNT).
           MOVE TR-AGENT-CODE          TO WS-POL-AGENT
                                                  (WS-POLICY-COUNT).

           IF TR-CUST-NUMBER NOT = SPACES
               MOVE 'A'                 TO WS-LINK-SOURCE
               PERFORM 5800-SET-CUSTOMER-LINK THRU 5800-EXIT
           END-IF.

           PERFORM 6000-WRITE-APPLIED-LINE.

       3000-EXIT. EXIT.
               GO TO 4000-EXIT
           END-IF.

           IF NOT TR-CANCEL-BY-COMPANY AND NOT TR-CANCEL-BY-INSURED
               MOVE 'BAD CANCELLATION TYPE' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           IF TR-CANCEL-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO WS-CANCEL-DATE
           ELSE
               MOVE TR-CANCEL-DATE      TO WS-CANCEL-DATE
           END-IF.

           MOVE WS-CANCEL-DATE (1:4)   TO WS-CAN-YYYY.
           MOVE WS-CANCEL-DATE (6:2)   TO WS-CAN-MM.
           MOVE WS-CANCEL-DATE (9:2)   TO WS-CAN-DD.

           IF WS-CANCEL-NUMERIC NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-CANCEL-NUMERIC)
                                                       NOT = ZERO
               MOVE 'BAD CANCELLATION DATE' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'T'                    TO WS-POL-STATUS (WS-FOUND-SUB).

           PERFORM 4100-COMPUTE-RETURN-PREMIUM THRU 4100-EXIT.

           IF WS-RETURN-PREMIUM > ZERO
               PERFORM 4200-WRITE-RETURN-REQUEST THRU 4200-EXIT
           END-IF.

           PERFORM 6000-WRITE-APPLIED-LINE.

       4000-EXIT. EXIT.

      **** RETURN PREMIUM = ANNUAL PREMIUM * DAYS-UNEARNED / 365,
      **** THE DAYS RUNNING FROM THE CANCELLATION DATE TO EXPIRY.
      **** A SHORT-RATE RETURN FOLDS THE FACTOR INTO THE DAYS SO
      **** DF36RATE STILL MULTIPLIES ONCE BEFORE IT DIVIDES.
       4100-COMPUTE-RETURN-PREMIUM.

           MOVE ZERO                   TO WS-RETURN-PREMIUM.

           MOVE WS-POL-EXPIRY (WS-FOUND-SUB) (1:4) TO WS-EXP-YYYY.
           MOVE WS-POL-EXPIRY (WS-FOUND-SUB) (6:2) TO WS-EXP-MM.
           MOVE WS-POL-EXPIRY (WS-FOUND-SUB) (9:2) TO WS-EXP-DD.

           IF WS-EXPIRY-NUMERIC NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-DAYS-UNEARNED =
                       FUNCTION INTEGER-OF-DATE (WS-EXPIRY-NUMERIC)
                     - FUNCTION INTEGER-OF-DATE (WS-CANCEL-NUMERIC).

           IF WS-DAYS-UNEARNED NOT > ZERO
               MOVE ZERO                TO WS-DAYS-UNEARNED
               GO TO 4100-EXIT
           END-IF.

           IF WS-DAYS-UNEARNED > 365
               MOVE 365                 TO WS-DAYS-UNEARNED
           END-IF.

           MOVE WS-POL-PREMIUM (WS-FOUND-SUB) TO WS-RATE-NUMERATOR.

           IF TR-CANCEL-BY-INSURED
               COMPUTE WS-RATE-MULTIPLIER =
                           WS-DAYS-UNEARNED * WS-SHORT-RATE-FACTOR
           ELSE
               MOVE WS-DAYS-UNEARNED    TO WS-RATE-MULTIPLIER
           END-IF.

           CALL 'DF36RATE'            USING WS-RATE-NUMERATOR
                                            WS-RATE-MULTIPLIER
                                            WS-RATE-DENOMINATOR
                                            WS-RATE-ADJUSTMENT
                                            WS-RATE-ROUND-MODE
                                            WS-RATE-RESULT
                                            WS-RATE-RETURN-CODE.

           IF WS-RATE-RETURN-CODE = '00' AND WS-RATE-RESULT > ZERO
               MOVE WS-RATE-RESULT      TO WS-RETURN-PREMIUM
           END-IF.

       4100-EXIT. EXIT.

       4200-WRITE-RETURN-REQUEST.

           MOVE SPACES                 TO DF26-RETURN-RECORD.
           MOVE TR-COMPANY-CODE        TO DF26-RTN-COMPANY.
           MOVE TR-POLICY-NUMBER       TO DF26-RTN-POLICY.
           MOVE WS-CANCEL-DATE         TO DF26-RTN-CANCEL-DATE.

           IF TR-CANCEL-BY-INSURED
               MOVE 'I'                 TO DF26-RTN-CANCEL-TYPE
           ELSE
               MOVE 'C'                 TO DF26-RTN-CANCEL-TYPE
           END-IF.

           MOVE TR-CANCEL-REASON       TO DF26-RTN-REASON.
           MOVE DFAUTH-USER-ID         TO DF26-RTN-OPERATOR.
           MOVE WS-POL-PREMIUM (WS-FOUND-SUB)
                                        TO DF26-RTN-ANNUAL-PREMIUM.
           MOVE WS-DAYS-UNEARNED       TO DF26-RTN-DAYS-UNEARNED.
           MOVE WS-RETURN-PREMIUM      TO DF26-RTN-RETURN-PREMIUM.
           WRITE DF26-RETURN-RECORD.

           ADD 1                       TO WS-RETURN-COUNT.

           MOVE WS-RETURN-PREMIUM      TO WS-RETURN-EDIT.
           STRING 'RETURN PREMIUM ' WS-RETURN-EDIT
                  DELIMITED BY SIZE
                  INTO WS-APPLIED-NOTE
           END-STRING.

       4200-EXIT. EXIT.

       5000-REINSTATE-POLICY.

           IF WS-FOUND-SUB = ZERO

       5500-EXIT. EXIT.

      **** LINK (OR RELINK) AN EXISTING POLICY TO ITS POLICYHOLDER.
       5700-LINK-CUSTOMER.

           IF WS-FOUND-SUB = ZERO
               MOVE 'POLICY NOT ON FILE' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5700-EXIT
           END-IF.

           IF TR-CUST-NUMBER = SPACES
               MOVE 'CUSTOMER NUMBER REQUIRED' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5700-EXIT
           END-IF.

           PERFORM 2070-CHECK-CUSTOMER THRU 2070-EXIT.

           IF WS-CUST-UNKNOWN
               MOVE 'CUSTOMER NOT ON FILE' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5700-EXIT
           END-IF.

           IF WS-CUST-NOT-ACTIVE
               MOVE 'CUSTOMER NOT ACTIVE' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5700-EXIT
           END-IF.

           MOVE 'K'                    TO WS-LINK-SOURCE.
           PERFORM 5800-SET-CUSTOMER-LINK THRU 5800-EXIT.

           IF WS-XRF-FOUND-SUB = ZERO
               MOVE WS-APPLIED-NOTE     TO RD-REASON
               MOVE SPACES              TO WS-APPLIED-NOTE
               PERFORM 6100-WRITE-REJECTED-LINE
           ELSE
               PERFORM 6000-WRITE-APPLIED-LINE
           END-IF.

       5700-EXIT. EXIT.

      **** A POLICY ALREADY ON THE CROSS-REFERENCE HAS ITS ROW
      **** REPLACED; A NEW ONE IS APPENDED AND THE TABLE RESORTED
      **** AT REWRITE.  A FULL TABLE IS REPORTED IN THE APPLIED NOTE
      **** SO THE ADD STILL STANDS BUT THE MISSING LINK IS VISIBLE.
       5800-SET-CUSTOMER-LINK.

           MOVE TR-COMPANY-CODE        TO WS-XSK-COMPANY.
           MOVE TR-POLICY-NUMBER       TO WS-XSK-POLICY.
           MOVE ZERO                   TO WS-XRF-FOUND-SUB.

           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
               IF WS-XRF-POL-KEY (WS-XRF-IDX) = WS-XRF-SEARCH-KEY
                   SET WS-XRF-FOUND-SUB TO WS-XRF-IDX
               END-IF
           END-PERFORM.

           IF WS-XRF-FOUND-SUB = ZERO
               IF WS-XREF-COUNT >= 500
                   MOVE 'CROSS-REFERENCE FULL - NOT LINKED'
                                        TO WS-APPLIED-NOTE
                   GO TO 5800-EXIT
               END-IF
               ADD 1                    TO WS-XREF-COUNT
               MOVE WS-XREF-COUNT       TO WS-XRF-FOUND-SUB
           END-IF.

           MOVE SPACES                 TO DF26-CX-RECORD.
           MOVE TR-COMPANY-CODE        TO DF26-CX-COMPANY-CODE.
           MOVE TR-POLICY-NUMBER       TO DF26-CX-POLICY-NUMBER.
           MOVE TR-CUST-NUMBER         TO DF26-CX-CUST-NUMBER.
           MOVE WS-LINK-SOURCE         TO DF26-CX-LINK-SOURCE.
           MOVE WS-PROCESSING-DATE     TO DF26-CX-LINK-DATE.
           MOVE DFAUTH-USER-ID         TO DF26-CX-OPERATOR-ID.
           MOVE DF26-CX-RECORD         TO WS-XRF-ENTRY
                                                  (WS-XRF-FOUND-SUB).

           MOVE 'Y'                    TO WS-XREF-CHANGED-FLAG.
           ADD 1                       TO WS-LINK-COUNT.

           STRING 'LINKED TO CUSTOMER ' TR-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-APPLIED-NOTE
           END-STRING.

       5800-EXIT. EXIT.

       5900-REWRITE-CROSS-REFERENCE.

           IF WS-XREF-CHANGED-FLAG NOT = 'Y'
               GO TO 5900-EXIT
           END-IF.

           IF WS-XREF-COUNT > 1
               SORT WS-XRF-ENTRY
                   ASCENDING KEY WS-XRF-POL-KEY
           END-IF.

           OPEN OUTPUT XREF-OUT-FILE.

           IF WS-XREF-OUT-STATUS NOT = '00'
               DISPLAY 'DF26PMNT CROSS-REFERENCE OPEN ERROR'
                                               UPON CONSOLE
               GO TO 5900-EXIT
           END-IF.

           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
               WRITE XREF-OUT-RECORD FROM WS-XRF-ENTRY (WS-XRF-IDX)
           END-PERFORM.

           CLOSE XREF-OUT-FILE.

       5900-EXIT. EXIT.

       6000-WRITE-APPLIED-LINE.

           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE TR-ACTION              TO RD-ACTION.
           MOVE TR-COMPANY-CODE        TO RD-COMPANY.
           MOVE TR-POLICY-NUMBER       TO RD-POLICY.
           MOVE WS-APPLIED-NOTE        TO RD-REASON.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           MOVE SPACES                 TO WS-APPLIED-NOTE.

       6100-WRITE-REJECTED-LINE.

