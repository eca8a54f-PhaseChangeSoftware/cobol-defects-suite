       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26CXMT.

      *REMARKS:    POLICYHOLDER-TO-CUSTOMER MATCH - LINKS EXISTING
      *            DF26PLCY POLICIES TO THEIR DF03FILE CUSTOMER ON
      *            THE DF26CXRF CROSS-REFERENCE BY NAME AND ADDRESS.

      ******************************************************************
      ****   INSURANCE AND RECEIVABLES KEPT THE SAME PERSON AS TWO  ****
      ****   STRANGERS - THE POLICY MASTER HAS NO CUSTOMER NUMBER.  ****
      ****   DF26PMNT NOW LINKS A POLICY AT ADD; THIS RUN LINKS     ****
      ****   THE POLICIES WRITTEN BEFORE THAT.  IT READS THE        ****
      ****   DF26PHLD POLICYHOLDER EXTRACT (POLICY KEY, HOLDER      ****
      ****   NAME AND MAILING ADDRESS FROM THE APPLICATION FILE)    ****
      ****   AND, FOR EACH POLICY ON DF26PLCY NOT ALREADY ON THE    ****
      ****   CROSS-REFERENCE, LOOKS FOR AN ACTIVE DF03FILE          ****
      ****   CUSTOMER WITH THE SAME NAME WHOSE DF09MAST CLEANSED    ****
      ****   ADDRESS HAS THE SAME HOUSE NUMBER, STREET AND ZIP:     ****
      ****                                                          ****
      ****     - EXACTLY ONE SUCH CUSTOMER - THE LINK IS WRITTEN    ****
      ****       WITH SOURCE 'M' (MATCHED);                         ****
      ****     - MORE THAN ONE, OR A NAME MATCH AT A DIFFERENT      ****
      ****       ADDRESS - NOTHING IS LINKED AND THE POLICY PRINTS  ****
      ****       FOR REVIEW, SETTLED BY A DF26PMNT 'L' LINK;        ****
      ****     - NO NAME MATCH AT ALL - PRINTED AS UNMATCHED.       ****
      ****                                                          ****
      ****   A LINK IS NEVER GUESSED: ONLY A SINGLE NAME-AND-       ****
      ****   ADDRESS MATCH IS TAKEN, AND AN EXISTING LINK IS NEVER  ****
      ****   OVERWRITTEN, SO THE RUN IS SAFE TO REPEAT.  EVERY      ****
      ****   POLICY CONSIDERED PRINTS ON THE DF26RPTH REGISTER.     ****
      ****   UNDER A DRY RUN THE CROSS-REFERENCE GOES TO ITS        ****
      ****   SHADOW COPY.                                           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HOLDER-FILE      ASSIGN TO DF26PHLD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOLDER-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POLICY-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ADDRESS-FILE     ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT XREF-IN-FILE     ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-XREF-IN-STATUS.

           SELECT XREF-OUT-FILE    ASSIGN TO WS-XREF-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-XREF-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTH
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HOLDER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS HOLDER-RECORD.

       01  HOLDER-RECORD.
           05  PH-COMPANY-CODE          PIC X(03).
           05  PH-POLICY-NUMBER         PIC X(12).
           05  PH-HOLDER-NAME           PIC X(40).
           05  PH-HOUSE-NUMBER          PIC X(20).
           05  PH-STREET-NAME           PIC X(30).
           05  PH-CITY                  PIC X(20).
           05  PH-STATE                 PIC X(02).
           05  PH-ZIP                   PIC X(05).

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

       COPY DF26POLR.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  ADDRESS-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS ADDRESS-RECORD.

       01  ADDRESS-RECORD.
           05  AR-CUST-NUMBER           PIC X(10).
           05  AR-HOUSE-NUMBER          PIC X(20).
           05  AR-STREET-NAME           PIC X(30).
           05  AR-CITY                  PIC X(20).
           05  AR-STATE                 PIC X(02).
           05  AR-ZIP                   PIC X(05).

       FD  XREF-IN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS XREF-IN-RECORD.

       01  XREF-IN-RECORD              PIC X(50).

       FD  XREF-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS XREF-OUT-RECORD.

       01  XREF-OUT-RECORD             PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HOLDER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADDRESS-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-HOLDER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-HOLDER-EOF               VALUE 'Y'.

       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       01  WS-ADDRESS-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-ADDRESS-EOF              VALUE 'Y'.

       01  WS-XREF-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-XREF-EOF                 VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       COPY DF03CUST.

       COPY DF26CXRR.

       01  WS-POLICY-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-POLICY-TABLE.
           05  WS-POL-KEY              PIC X(15) OCCURS 500 TIMES.
       01  WS-POL-SUB                  PIC 9(04) VALUE ZERO.

      **** ACTIVE CUSTOMERS ONLY - A MERGED OR INACTIVE NUMBER IS
      **** NEVER A LINK TARGET.
       01  WS-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUS-ENTRY            OCCURS 500 TIMES.
               10  WS-CUS-NUMBER       PIC X(10).
               10  WS-CUS-NAME         PIC X(40).
       01  WS-CUS-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-ADDRESS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ADDRESS-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST         PIC X(10).
               10  WS-ADR-HOUSE        PIC X(20).
               10  WS-ADR-STREET       PIC X(30).
               10  WS-ADR-ZIP          PIC X(05).
       01  WS-ADR-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-XREF-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XRF-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-XREF-COUNT
                                       ASCENDING KEY IS WS-XRF-POL-KEY
                                       INDEXED BY WS-XRF-IDX.
               10  WS-XRF-POL-KEY      PIC X(15).
               10  WS-XRF-REST         PIC X(35).

       01  WS-HOLDER-POL-KEY.
           05  WS-HPK-COMPANY          PIC X(03).
           05  WS-HPK-POLICY           PIC X(12).

       01  WS-FOUND-FLAG               PIC X(01) VALUE 'N'.
       01  WS-NAME-MATCHES             PIC 9(04) VALUE ZERO.
       01  WS-FULL-MATCHES             PIC 9(04) VALUE ZERO.
       01  WS-MATCHED-CUST             PIC X(10) VALUE SPACES.

       01  WS-HOLDER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-LINKED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT      PIC 9(04) VALUE ZERO.

      **** THE CROSS-REFERENCE REWRITE TARGET, OR ITS SHADOW ON A
      **** DRY RUN.
       01  WS-XREF-OUT-NAME            PIC X(09) VALUE 'DF26CXRF'.

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

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'CMP'.
           05  FILLER                  PIC X(14) VALUE 'POLICY'.
           05  FILLER                  PIC X(32) VALUE 'POLICYHOLDER'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(40) VALUE 'RESULT'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-MATCH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-HOLDER-NAME          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-RESULT               PIC X(40).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'HOLDERS = '.
           05  TL-HOLDERS              PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE '  LINKED = '.
           05  TL-LINKED               PIC ZZZ9.
           05  FILLER                  PIC X(19) VALUE
                                       '  ALREADY LINKED = '.
           05  TL-ALREADY              PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REVIEW = '.
           05  TL-REVIEW               PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE
                                       '  UNMATCHED = '.
           05  TL-UNMATCHED            PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE
                                       '  NOT ON MASTER = '.
           05  TL-NOT-ON-MASTER        PIC ZZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26CXMT START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PROCESSING-DATE THRU 1100-EXIT.

           OPEN INPUT HOLDER-FILE.

           IF WS-HOLDER-STATUS NOT = '00'
               DISPLAY 'DF26CXMT NO POLICYHOLDER EXTRACT - NOTHING '
                       'TO MATCH' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-LOAD-POLICIES THRU 2000-EXIT.
           PERFORM 2100-LOAD-CUSTOMERS THRU 2100-EXIT.
           PERFORM 2200-LOAD-ADDRESSES THRU 2200-EXIT.
           PERFORM 2300-LOAD-CROSS-REFERENCE THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26CXMT A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING LINKED' UPON CONSOLE
               CLOSE HOLDER-FILE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26CXMT - POLICYHOLDER CUSTOMER MATCH'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-MATCH-HOLDERS.

           PERFORM UNTIL WS-HOLDER-EOF
               READ HOLDER-FILE
                   AT END
                       SET WS-HOLDER-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-MATCH-ONE-HOLDER THRU 3000-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-HOLDER-COUNT        TO TL-HOLDERS.
           MOVE WS-LINKED-COUNT        TO TL-LINKED.
           MOVE WS-ALREADY-COUNT       TO TL-ALREADY.
           MOVE WS-REVIEW-COUNT        TO TL-REVIEW.
           MOVE WS-UNMATCHED-COUNT     TO TL-UNMATCHED.
           MOVE WS-NOT-ON-MASTER-COUNT TO TL-NOT-ON-MASTER.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE HOLDER-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-CROSS-REFERENCE THRU 5000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF26CXMT POLICYHOLDERS READ  = ' WS-HOLDER-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CXMT POLICIES LINKED     = ' WS-LINKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CXMT ALREADY LINKED      = ' WS-ALREADY-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CXMT LEFT FOR REVIEW     = ' WS-REVIEW-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26CXMT UNMATCHED           = '
                   WS-UNMATCHED-COUNT          UPON CONSOLE.
           DISPLAY 'DF26CXMT END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26CXRFS'     TO WS-XREF-OUT-NAME
                   DISPLAY 'DF26CXMT SIMULATION - CROSS-REFERENCE '
                           'GOES TO SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26CXMT NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       1100-EXIT. EXIT.

       2000-LOAD-POLICIES.

           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'DF26CXMT NO POLICY MASTER - EVERY HOLDER '
                       'WILL REJECT' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-POLICY-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-EOF TO TRUE
                   NOT AT END
                       IF WS-POLICY-COUNT < 500
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE DF26-POL-KEY
                               TO WS-POL-KEY (WS-POLICY-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-CUSTOMERS.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF26CXMT NO CUSTOMER MASTER - NOTHING CAN '
                       'MATCH' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-RECORD
                           TO DF03-CUSTOMER-RECORD
                       IF DF03-CUST-ACTIVE
                           IF WS-CUSTOMER-COUNT < 500
                               ADD 1 TO WS-CUSTOMER-COUNT
                               MOVE DF03-CUST-NUMBER
                                   TO WS-CUS-NUMBER (WS-CUSTOMER-COUNT)
                               MOVE DF03-CUST-NAME
                                   TO WS-CUS-NAME (WS-CUSTOMER-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       2100-EXIT. EXIT.

       2200-LOAD-ADDRESSES.

           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY 'DF26CXMT NO CLEANSED ADDRESS MASTER - NAME '
                       'MATCHES GO TO REVIEW' UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           PERFORM UNTIL WS-ADDRESS-EOF
               READ ADDRESS-FILE
                   AT END
                       SET WS-ADDRESS-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDRESS-COUNT < 500
                           ADD 1 TO WS-ADDRESS-COUNT
                           MOVE AR-CUST-NUMBER
                               TO WS-ADR-CUST (WS-ADDRESS-COUNT)
                           MOVE AR-HOUSE-NUMBER
                               TO WS-ADR-HOUSE (WS-ADDRESS-COUNT)
                           MOVE AR-STREET-NAME
                               TO WS-ADR-STREET (WS-ADDRESS-COUNT)
                           MOVE AR-ZIP
                               TO WS-ADR-ZIP (WS-ADDRESS-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ADDRESS-FILE.

       2200-EXIT. EXIT.

       2300-LOAD-CROSS-REFERENCE.

           OPEN INPUT XREF-IN-FILE.

           IF WS-XREF-IN-STATUS NOT = '00'
               DISPLAY 'DF26CXMT NO POLICY CROSS-REFERENCE - '
                       'STARTING A NEW ONE' UPON CONSOLE
               GO TO 2300-EXIT
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
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-IN-FILE.

       2300-EXIT. EXIT.

      **** ONE POLICYHOLDER: THE POLICY MUST BE ON THE MASTER AND
      **** NOT YET LINKED; THEN EVERY ACTIVE CUSTOMER OF THE SAME
      **** NAME IS TESTED AGAINST THE HOLDER'S ADDRESS.
       3000-MATCH-ONE-HOLDER.

           ADD 1                       TO WS-HOLDER-COUNT.

           MOVE SPACES                 TO WS-MATCH-LINE.
           MOVE PH-COMPANY-CODE        TO ML-COMPANY.
           MOVE PH-POLICY-NUMBER       TO ML-POLICY.
           MOVE PH-HOLDER-NAME         TO ML-HOLDER-NAME.

           MOVE PH-COMPANY-CODE        TO WS-HPK-COMPANY.
           MOVE PH-POLICY-NUMBER       TO WS-HPK-POLICY.

           MOVE 'N'                    TO WS-FOUND-FLAG.

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                       UNTIL WS-POL-SUB > WS-POLICY-COUNT
                          OR WS-FOUND-FLAG = 'Y'
               IF WS-POL-KEY (WS-POL-SUB) = WS-HOLDER-POL-KEY
                   MOVE 'Y'             TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-FOUND-FLAG NOT = 'Y'
               ADD 1                    TO WS-NOT-ON-MASTER-COUNT
               MOVE 'POLICY NOT ON DF26PLCY' TO ML-RESULT
               GO TO 3000-PRINT
           END-IF.

           MOVE 'N'                    TO WS-FOUND-FLAG.

           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
                          OR WS-FOUND-FLAG = 'Y'
               IF WS-XRF-POL-KEY (WS-XRF-IDX) = WS-HOLDER-POL-KEY
                   MOVE 'Y'             TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

      **** AN EXISTING LINK STANDS - IT WAS KEYED OR MATCHED ON AN
      **** EARLIER RUN AND IS NOT SECOND-GUESSED HERE.
           IF WS-FOUND-FLAG = 'Y'
               ADD 1                    TO WS-ALREADY-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-NAME-MATCHES
                                          WS-FULL-MATCHES.
           MOVE SPACES                 TO WS-MATCHED-CUST.

           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                       UNTIL WS-CUS-SUB > WS-CUSTOMER-COUNT
               IF WS-CUS-NAME (WS-CUS-SUB) = PH-HOLDER-NAME
                   ADD 1                TO WS-NAME-MATCHES
                   PERFORM 3100-CHECK-ADDRESS THRU 3100-EXIT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-FULL-MATCHES = 1
                   PERFORM 3200-ADD-LINK THRU 3200-EXIT
               WHEN WS-FULL-MATCHES > 1
                   ADD 1                TO WS-REVIEW-COUNT
                   MOVE 'REVIEW - SEVERAL CUSTOMERS MATCH'
                                        TO ML-RESULT
               WHEN WS-NAME-MATCHES > ZERO
                   ADD 1                TO WS-REVIEW-COUNT
                   MOVE 'REVIEW - NAME MATCHES, ADDRESS DIFFERS'
                                        TO ML-RESULT
               WHEN OTHER
                   ADD 1                TO WS-UNMATCHED-COUNT
                   MOVE 'NO CUSTOMER OF THIS NAME' TO ML-RESULT
           END-EVALUATE.

       3000-PRINT.

           MOVE WS-MATCH-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       3100-CHECK-ADDRESS.

           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADDRESS-COUNT
               IF WS-ADR-CUST (WS-ADR-SUB) = WS-CUS-NUMBER (WS-CUS-SUB)
                  AND WS-ADR-HOUSE (WS-ADR-SUB) = PH-HOUSE-NUMBER
                  AND WS-ADR-STREET (WS-ADR-SUB) = PH-STREET-NAME
                  AND WS-ADR-ZIP (WS-ADR-SUB) = PH-ZIP
                   ADD 1                TO WS-FULL-MATCHES
                   MOVE WS-CUS-NUMBER (WS-CUS-SUB) TO WS-MATCHED-CUST
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

       3200-ADD-LINK.

           IF WS-XREF-COUNT >= 500
               ADD 1                    TO WS-REVIEW-COUNT
               MOVE 'CROSS-REFERENCE FULL - NOT LINKED' TO ML-RESULT
               GO TO 3200-EXIT
           END-IF.

           MOVE SPACES                 TO DF26-CX-RECORD.
           MOVE PH-COMPANY-CODE        TO DF26-CX-COMPANY-CODE.
           MOVE PH-POLICY-NUMBER       TO DF26-CX-POLICY-NUMBER.
           MOVE WS-MATCHED-CUST        TO DF26-CX-CUST-NUMBER.
           SET DF26-CX-LINKED-BY-MATCH TO TRUE.
           MOVE WS-PROCESSING-DATE     TO DF26-CX-LINK-DATE.
           MOVE 'DF26CXMT'             TO DF26-CX-OPERATOR-ID.

           ADD 1                       TO WS-XREF-COUNT.
           MOVE DF26-CX-RECORD         TO WS-XRF-ENTRY (WS-XREF-COUNT).

           ADD 1                       TO WS-LINKED-COUNT.
           MOVE WS-MATCHED-CUST        TO ML-CUST-NUMBER.
           MOVE 'LINKED BY NAME AND ADDRESS' TO ML-RESULT.

       3200-EXIT. EXIT.

       5000-REWRITE-CROSS-REFERENCE.

           IF WS-LINKED-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           IF WS-XREF-COUNT > 1
               SORT WS-XRF-ENTRY
                   ASCENDING KEY WS-XRF-POL-KEY
           END-IF.

           OPEN OUTPUT XREF-OUT-FILE.

           IF WS-XREF-OUT-STATUS NOT = '00'
               DISPLAY 'DF26CXMT CROSS-REFERENCE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XREF-COUNT
               WRITE XREF-OUT-RECORD FROM WS-XRF-ENTRY (WS-XRF-IDX)
           END-PERFORM.

           CLOSE XREF-OUT-FILE.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
