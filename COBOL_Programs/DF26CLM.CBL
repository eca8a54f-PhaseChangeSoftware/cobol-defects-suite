      ****   CLAIM NUMBER, AND THE RUN ENDS WITH A CLAIMS REGISTER  ****
      ****   SHOWING OPEN CLAIM COUNTS AND TOTAL RESERVES BY        ****
      ****   COMPANY CODE.                                          ****
      ******************************************************************

      ******************************************************************
      ****   A NEW CLAIM WAS ONLY EVER CHECKED AGAINST THE POLICY   ****
      ****   BEING IN FORCE.  EVERY NEW CLAIM THAT PASSES THAT IS   ****
      ****   NOW SCORED AGAINST THE DF26FRIN FRAUD-INDICATOR TABLE  ****
      ****   BEFORE ANY RESERVE IS SET.  EACH TABLE ROW CARRIES A   ****
      ****   WEIGHT, A DAY WINDOW, A CLAIM COUNT AND AN ACTIVE      ****
      ****   FLAG, SO THE SCREEN IS TUNED BY EDITING THE TABLE:     ****
      ****                                                          ****
      ****     EARL - LOSS WITHIN THE WINDOW AFTER THE POLICY       ****
      ****            PERIOD BEGAN                                  ****
      ****     ENDR - LOSS WITHIN THE WINDOW AFTER A DF26ENDR       ****
      ****            PREMIUM INCREASE TOOK EFFECT (DF26BADJ)       ****
      ****     REPT - AT LEAST THE COUNT OF OTHER CLAIMS ON THE     ****
      ****            POLICY WITH LOSSES INSIDE THE WINDOW          ****
      ****     AGCL - AT LEAST THE COUNT OF OTHER CLAIMS THROUGH    ****
      ****            THE SAME AGENT WITH LOSSES INSIDE THE WINDOW  ****
      ****     HOLD - NOT AN INDICATOR: ITS WEIGHT IS THE SCORE AT  ****
      ****            WHICH A CLAIM IS HELD                         ****
      ****                                                          ****
      ****   A CLAIM SCORING AT OR OVER THE HOLD SCORE IS ENTERED   ****
      ****   AS 'H' HELD WITH NO RESERVE AND QUEUED ON DF26SIUQ FOR ****
      ****   SPECIAL INVESTIGATIONS WITH THE RESERVE IT ASKED FOR.  ****
      ****   AN 'S' TRANSACTION TO 'R' (WITH THE RESERVE) RELEASES  ****
      ****   IT, ONE TO 'D' DENIES IT.  THE QUEUE IS REWRITTEN WITH ****
      ****   THE CLAIMS STILL HELD AND LISTED ON DF26RPTG WITH THE  ****
      ****   INDICATORS THAT FIRED FOR EACH.                        ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT INDICATOR-FILE   ASSIGN TO DF26FRIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INDICATOR-STATUS.

           SELECT ADJUST-FILE      ASSIGN TO DF26BADJ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADJUST-STATUS.

           SELECT SIU-IN-FILE      ASSIGN TO DF26SIUQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SIU-IN-STATUS.

           SELECT SIU-OUT-FILE     ASSIGN TO DF26SIUQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SIU-OUT-STATUS.

           SELECT SIU-REPORT-FILE  ASSIGN TO DF26RPTG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SIU-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-LINE                 PIC X(80).

      **** ONE ROW PER FRAUD INDICATOR, PLUS THE 'HOLD' ROW WHOSE
      **** WEIGHT IS THE HOLDING SCORE.  ACTIVE FLAG 'Y' OR 'N'.
       FD  INDICATOR-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS INDICATOR-RECORD.

       01  INDICATOR-RECORD.
           05  IN-CODE                 PIC X(04).
           05  IN-DESCRIPTION          PIC X(30).
           05  IN-WEIGHT               PIC 9(03).
           05  IN-WINDOW-DAYS          PIC 9(04).
           05  IN-CLAIM-COUNT          PIC 9(03).
           05  IN-ACTIVE-FLAG          PIC X(01).
           05  FILLER                  PIC X(05).

       FD  ADJUST-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS ADJUST-RECORD.

       01  ADJUST-RECORD.
           05  AJ-COMPANY-CODE         PIC X(03).
           05  AJ-POLICY-NUMBER        PIC X(12).
           05  AJ-EFFECTIVE-DATE       PIC X(10).
           05  AJ-ADJUSTMENT           PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).

      **** SPECIAL-INVESTIGATIONS QUEUE - ONE ENTRY PER HELD CLAIM.
       FD  SIU-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SIU-IN-RECORD.

       01  SIU-IN-RECORD.
           05  SQI-COMPANY             PIC X(03).
           05  SQI-POLICY              PIC X(12).
           05  SQI-CLAIM               PIC X(08).
           05  SQI-LOSS-DATE           PIC X(10).
           05  SQI-AGENT               PIC X(05).
           05  SQI-REQUESTED-RESERVE   PIC 9(07)V99.
           05  SQI-SCORE               PIC 9(03).
           05  SQI-INDICATOR           PIC X(04) OCCURS 4 TIMES.
           05  SQI-HELD-DATE           PIC X(10).
           05  FILLER                  PIC X(04).

       FD  SIU-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SIU-OUT-RECORD.

       01  SIU-OUT-RECORD              PIC X(80).

       FD  SIU-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SIU-REPORT-LINE.

       01  SIU-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CLAIM-OUT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-INDICATOR-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ADJUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SIU-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SIU-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SIU-REPORT-STATUS        PIC X(02) VALUE SPACES.

       01  WS-SCREEN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-SCREEN-EOF               VALUE 'Y'.

       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.
               10  WS-POL-NUMBER       PIC X(12).
               10  WS-POL-STATUS       PIC X(01).
               10  WS-POL-EXPIRY       PIC X(10).
               10  WS-POL-AGENT        PIC X(05).

       01  WS-CLAIM-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CLAIM-TABLE.
       01  WS-CMP-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FOUND-CMP-SUB            PIC 9(02) VALUE ZERO.

      **** FRAUD-SCREENING TABLES.  WITH NO INDICATOR TABLE THE
      **** HOLD SCORE STAYS OUT OF REACH AND NOTHING IS HELD.
       01  WS-HOLD-SCORE               PIC 9(03) VALUE 999.

       01  WS-INDICATOR-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-INDICATOR-TABLE.
           05  WS-IND-ENTRY            OCCURS 20 TIMES.
               10  WS-IND-CODE         PIC X(04).
               10  WS-IND-DESCRIPTION  PIC X(30).
               10  WS-IND-WEIGHT       PIC 9(03).
               10  WS-IND-WINDOW-DAYS  PIC 9(04).
               10  WS-IND-CLAIM-COUNT  PIC 9(03).

       01  WS-IND-SUB                  PIC 9(02) VALUE ZERO.

      **** PREMIUM INCREASES ONLY - A DECREASE IS NO MOTIVE.
       01  WS-INCREASE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-INCREASE-TABLE.
           05  WS-INC-ENTRY            OCCURS 500 TIMES.
               10  WS-INC-COMPANY      PIC X(03).
               10  WS-INC-POLICY       PIC X(12).
               10  WS-INC-EFFECTIVE    PIC X(10).

       01  WS-INC-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-SIU-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SIU-TABLE.
           05  WS-SIU-ENTRY            OCCURS 500 TIMES.
               10  WS-SIU-RECORD       PIC X(80).

       01  WS-SIU-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(04) VALUE ZERO.

      **** THE SCORE FOR THE CLAIM BEING SCREENED AND THE CODES OF
      **** THE INDICATORS THAT FIRED FOR IT.
       01  WS-FRAUD-SCORE              PIC 9(03) VALUE ZERO.
       01  WS-FIRED-COUNT              PIC 9(01) VALUE ZERO.
       01  WS-FIRED-CODES.
           05  WS-FIRED-CODE           PIC X(04) OCCURS 4 TIMES.
       01  WS-MATCH-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-SCREEN-AGENT             PIC X(05) VALUE SPACES.
       01  WS-OTHER-AGENT              PIC X(05) VALUE SPACES.

       01  WS-LOSS-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-OTHER-INTEGER            PIC S9(09) VALUE ZERO.
       01  WS-DAYS-APART               PIC S9(09) VALUE ZERO.

       01  WS-DATE-X.
           05  WS-DX-YYYY              PIC 9(04).
           05  WS-DX-MM                PIC 9(02).
           05  WS-DX-DD                PIC 9(02).
       01  WS-DATE-N                   REDEFINES WS-DATE-X
                                       PIC 9(08).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.

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

       01  WS-SIU-RECORD-WORK.
           05  SQ-COMPANY              PIC X(03).
           05  SQ-POLICY               PIC X(12).
           05  SQ-CLAIM                PIC X(08).
           05  SQ-LOSS-DATE            PIC X(10).
           05  SQ-AGENT                PIC X(05).
           05  SQ-REQUESTED-RESERVE    PIC 9(07)V99.
           05  SQ-SCORE                PIC 9(03).
           05  SQ-INDICATOR            PIC X(04) OCCURS 4 TIMES.
           05  SQ-HELD-DATE            PIC X(10).
           05  FILLER                  PIC X(04).

       01  WS-SIU-HEADING.
           05  FILLER                  PIC X(40) VALUE
                   'DF26CLM SPECIAL INVESTIGATIONS QUEUE'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-SIU-COLUMNS.
           05  FILLER                  PIC X(04) VALUE 'CO'.
           05  FILLER                  PIC X(13) VALUE 'POLICY'.
           05  FILLER                  PIC X(09) VALUE 'CLAIM'.
           05  FILLER                  PIC X(11) VALUE 'LOSS DATE'.
           05  FILLER                  PIC X(06) VALUE 'AGENT'.
           05  FILLER                  PIC X(06) VALUE 'SCORE'.
           05  FILLER                  PIC X(11) VALUE 'HELD'.
           05  FILLER                  PIC X(12) VALUE
                                       '     RESERVE'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SIU-DETAIL.
           05  SD-SIU-COMPANY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SIU-POLICY           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SIU-CLAIM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SIU-LOSS-DATE        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SIU-AGENT            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-SIU-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SD-SIU-HELD-DATE        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SIU-RESERVE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SIU-INDICATOR-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'INDICATOR '.
           05  SI-CODE                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SI-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(08) VALUE '  WEIGHT'.
           05  SI-WEIGHT               PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-SIU-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
                   'CLAIMS HELD FOR SIU   = '.
           05  ST-HELD-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26CLM START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-POLICY-MASTER THRU 1100-EXIT.
           PERFORM 1200-LOAD-CLAIMS-FILE THRU 1200-EXIT.
           PERFORM 1300-LOAD-INDICATORS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PREMIUM-INCREASES THRU 1400-EXIT.
           PERFORM 1500-LOAD-SIU-QUEUE THRU 1500-EXIT.

       1000-APPLY-TRANSACTIONS.


           CLOSE REPORT-FILE.

           PERFORM 7000-REWRITE-SIU-QUEUE THRU 7000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF26CLM TRANSACTIONS APPLIED  = '
                                        WS-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DF26CLM TRANSACTIONS REJECTED = '
                                        WS-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DF26CLM NEW CLAIMS HELD       = '
                                        WS-HELD-COUNT UPON CONSOLE.
           DISPLAY 'DF26CLM HELD CLAIMS RELEASED  = '
                                        WS-RELEASED-COUNT UPON CONSOLE.
           DISPLAY 'DF26CLM END OF JOB' UPON CONSOLE.

           GOBACK.
                               TO WS-POL-STATUS (WS-POLICY-COUNT)
                           MOVE DF26-EXPIRY-DATE
                               TO WS-POL-EXPIRY (WS-POLICY-COUNT)
                           MOVE DF26-AGENT-CODE
                               TO WS-POL-AGENT (WS-POLICY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       1200-EXIT. EXIT.

       1300-LOAD-INDICATORS.

           OPEN INPUT INDICATOR-FILE.

           IF WS-INDICATOR-STATUS NOT = '00'
               DISPLAY 'DF26CLM NO FRAUD-INDICATOR TABLE - NEW '
                       'CLAIMS ARE NOT SCREENED' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCREEN-EOF-FLAG.

           PERFORM UNTIL WS-SCREEN-EOF
               READ INDICATOR-FILE
                   AT END
                       SET WS-SCREEN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1310-STORE-INDICATOR THRU 1310-EXIT
               END-READ
           END-PERFORM.

           CLOSE INDICATOR-FILE.

       1300-EXIT. EXIT.

       1310-STORE-INDICATOR.

           IF IN-CODE = 'HOLD'
               MOVE IN-WEIGHT           TO WS-HOLD-SCORE
               GO TO 1310-EXIT
           END-IF.

           IF IN-ACTIVE-FLAG NOT = 'Y'
               GO TO 1310-EXIT
           END-IF.

           IF IN-CODE NOT = 'EARL' AND IN-CODE NOT = 'ENDR'
              AND IN-CODE NOT = 'REPT' AND IN-CODE NOT = 'AGCL'
               DISPLAY 'DF26CLM UNKNOWN FRAUD INDICATOR ' IN-CODE
                       ' IGNORED' UPON CONSOLE
               GO TO 1310-EXIT
           END-IF.

           IF WS-INDICATOR-COUNT >= 20
               DISPLAY 'DF26CLM INDICATOR TABLE FULL - ' IN-CODE
                       ' IGNORED' UPON CONSOLE
               GO TO 1310-EXIT
           END-IF.

           ADD 1                       TO WS-INDICATOR-COUNT.
           MOVE IN-CODE           TO WS-IND-CODE (WS-INDICATOR-COUNT).
           MOVE IN-DESCRIPTION
               TO WS-IND-DESCRIPTION (WS-INDICATOR-COUNT).
           MOVE IN-WEIGHT         TO WS-IND-WEIGHT (WS-INDICATOR-COUNT).
           MOVE IN-WINDOW-DAYS
               TO WS-IND-WINDOW-DAYS (WS-INDICATOR-COUNT).
           MOVE IN-CLAIM-COUNT
               TO WS-IND-CLAIM-COUNT (WS-INDICATOR-COUNT).

       1310-EXIT. EXIT.

      **** THE ENDORSEMENT HISTORY DF26ENDR ACCUMULATES ON DF26BADJ.
       1400-LOAD-PREMIUM-INCREASES.

           OPEN INPUT ADJUST-FILE.

           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCREEN-EOF-FLAG.

           PERFORM UNTIL WS-SCREEN-EOF
               READ ADJUST-FILE
                   AT END
                       SET WS-SCREEN-EOF TO TRUE
                   NOT AT END
                       IF AJ-ADJUSTMENT > ZERO
                          AND WS-INCREASE-COUNT < 500
                           ADD 1 TO WS-INCREASE-COUNT
                           MOVE AJ-COMPANY-CODE
                               TO WS-INC-COMPANY (WS-INCREASE-COUNT)
                           MOVE AJ-POLICY-NUMBER
                               TO WS-INC-POLICY (WS-INCREASE-COUNT)
                           MOVE AJ-EFFECTIVE-DATE
                               TO WS-INC-EFFECTIVE (WS-INCREASE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ADJUST-FILE.

       1400-EXIT. EXIT.

       1500-LOAD-SIU-QUEUE.

           OPEN INPUT SIU-IN-FILE.

           IF WS-SIU-IN-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCREEN-EOF-FLAG.

           PERFORM UNTIL WS-SCREEN-EOF
               READ SIU-IN-FILE
                   AT END
                       SET WS-SCREEN-EOF TO TRUE
                   NOT AT END
                       IF WS-SIU-COUNT < 500
                           ADD 1 TO WS-SIU-COUNT
                           MOVE SIU-IN-RECORD
                               TO WS-SIU-RECORD (WS-SIU-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SIU-IN-FILE.

       1500-EXIT. EXIT.

       2000-APPLY-ONE-TRANSACTION.

           PERFORM 2100-FIND-CLAIM THRU 2100-EXIT.
           MOVE CT-AMOUNT              TO WS-CLM-RESERVE
                                                  (WS-CLAIM-COUNT).

      **** SCREENED BEFORE ANY RESERVE IS SET - A HIGH SCORER IS
      **** HELD WITH NO RESERVE AND QUEUED FOR INVESTIGATION.
           PERFORM 3500-SCREEN-NEW-CLAIM THRU 3500-EXIT.

           IF WS-FRAUD-SCORE NOT < WS-HOLD-SCORE
               PERFORM 3800-HOLD-NEW-CLAIM THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF.

      **** A CLAIM ENTERED WITH A RESERVE AMOUNT GOES STRAIGHT TO
      **** RESERVED STATUS; ONE WITHOUT STAYS OPEN UNTIL A RESERVE
      **** IS POSTED.

       3000-EXIT. EXIT.

      **** SCORE THE CLAIM JUST ADDED AT WS-CLAIM-COUNT AGAINST EVERY
      **** ACTIVE INDICATOR.
       3500-SCREEN-NEW-CLAIM.

           MOVE ZERO                   TO WS-FRAUD-SCORE.
           MOVE ZERO                   TO WS-FIRED-COUNT.
           MOVE SPACES                 TO WS-FIRED-CODES.
           MOVE WS-POL-AGENT (WS-FOUND-POL-SUB) TO WS-SCREEN-AGENT.

           MOVE CT-LOSS-DATE           TO WS-ISO-DATE.
           PERFORM 3900-DATE-TO-INTEGER THRU 3900-EXIT.
           MOVE WS-DATE-INTEGER        TO WS-LOSS-INTEGER.

           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                       UNTIL WS-IND-SUB > WS-INDICATOR-COUNT
               MOVE ZERO                TO WS-MATCH-COUNT
               EVALUATE WS-IND-CODE (WS-IND-SUB)
                   WHEN 'EARL'
                       PERFORM 3510-CHECK-EARLY-LOSS THRU 3510-EXIT
                   WHEN 'ENDR'
                       PERFORM 3520-CHECK-AFTER-INCREASE THRU
                               3520-EXIT
                   WHEN 'REPT'
                       PERFORM 3530-CHECK-REPEAT-CLAIMS THRU
                               3530-EXIT
                   WHEN 'AGCL'
                       PERFORM 3540-CHECK-AGENT-CLUSTER THRU
                               3540-EXIT
               END-EVALUATE
               IF WS-MATCH-COUNT > ZERO
                   ADD WS-IND-WEIGHT (WS-IND-SUB) TO WS-FRAUD-SCORE
                       ON SIZE ERROR
                           MOVE 999     TO WS-FRAUD-SCORE
                   END-ADD
                   IF WS-FIRED-COUNT < 4
                       ADD 1            TO WS-FIRED-COUNT
                       MOVE WS-IND-CODE (WS-IND-SUB)
                           TO WS-FIRED-CODE (WS-FIRED-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       3500-EXIT. EXIT.

      **** THE POLICY PERIOD BEGAN A YEAR BEFORE THE EXPIRY DATE -
      **** WS-PERIOD-START WAS BUILT BY THE LOSS-DATE CHECK.
       3510-CHECK-EARLY-LOSS.

           MOVE WS-PERIOD-START        TO WS-ISO-DATE.
           PERFORM 3900-DATE-TO-INTEGER THRU 3900-EXIT.

           COMPUTE WS-DAYS-APART = WS-LOSS-INTEGER - WS-DATE-INTEGER.

           IF WS-DAYS-APART NOT > WS-IND-WINDOW-DAYS (WS-IND-SUB)
               MOVE 1                   TO WS-MATCH-COUNT
           END-IF.

       3510-EXIT. EXIT.

       3520-CHECK-AFTER-INCREASE.

           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                       UNTIL WS-INC-SUB > WS-INCREASE-COUNT
                          OR WS-MATCH-COUNT > ZERO
               IF WS-INC-COMPANY (WS-INC-SUB) = CT-COMPANY-CODE
                  AND WS-INC-POLICY (WS-INC-SUB) = CT-POLICY-NUMBER
                  AND WS-INC-EFFECTIVE (WS-INC-SUB) NOT > CT-LOSS-DATE
                   MOVE WS-INC-EFFECTIVE (WS-INC-SUB) TO WS-ISO-DATE
                   PERFORM 3900-DATE-TO-INTEGER THRU 3900-EXIT
                   COMPUTE WS-DAYS-APART =
                               WS-LOSS-INTEGER - WS-DATE-INTEGER
                   IF WS-DAYS-APART NOT >
                      WS-IND-WINDOW-DAYS (WS-IND-SUB)
                       MOVE 1           TO WS-MATCH-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       3520-EXIT. EXIT.

      **** OTHER CLAIMS ON THE SAME POLICY WITH A LOSS INSIDE THE
      **** WINDOW EITHER SIDE OF THIS ONE'S.  THE COUNT ONLY STANDS
      **** IF IT REACHES THE INDICATOR'S CLAIM COUNT.
       3530-CHECK-REPEAT-CLAIMS.

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                       UNTIL WS-CLM-IDX >= WS-CLAIM-COUNT
               IF WS-CLM-COMPANY (WS-CLM-IDX) = CT-COMPANY-CODE
                  AND WS-CLM-POLICY (WS-CLM-IDX) = CT-POLICY-NUMBER
                   PERFORM 3550-COUNT-IF-IN-WINDOW THRU 3550-EXIT
               END-IF
           END-PERFORM.

           IF WS-MATCH-COUNT < WS-IND-CLAIM-COUNT (WS-IND-SUB)
               MOVE ZERO                TO WS-MATCH-COUNT
           END-IF.

       3530-EXIT. EXIT.

      **** OTHER CLAIMS ON ANY POLICY WRITTEN THROUGH THE SAME AGENT.
       3540-CHECK-AGENT-CLUSTER.

           IF WS-SCREEN-AGENT = SPACES
               GO TO 3540-EXIT
           END-IF.

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                       UNTIL WS-CLM-IDX >= WS-CLAIM-COUNT
               PERFORM 3545-FIND-CLAIM-AGENT THRU 3545-EXIT
               IF WS-OTHER-AGENT = WS-SCREEN-AGENT
                   PERFORM 3550-COUNT-IF-IN-WINDOW THRU 3550-EXIT
               END-IF
           END-PERFORM.

           IF WS-MATCH-COUNT < WS-IND-CLAIM-COUNT (WS-IND-SUB)
               MOVE ZERO                TO WS-MATCH-COUNT
           END-IF.

       3540-EXIT. EXIT.

       3545-FIND-CLAIM-AGENT.

           MOVE SPACES                 TO WS-OTHER-AGENT.

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                       UNTIL WS-POL-IDX > WS-POLICY-COUNT
                          OR WS-OTHER-AGENT NOT = SPACES
               IF WS-POL-COMPANY (WS-POL-IDX) =
                                       WS-CLM-COMPANY (WS-CLM-IDX)
                  AND WS-POL-NUMBER (WS-POL-IDX) =
                                       WS-CLM-POLICY (WS-CLM-IDX)
                   MOVE WS-POL-AGENT (WS-POL-IDX) TO WS-OTHER-AGENT
                   IF WS-OTHER-AGENT = SPACES
                       MOVE LOW-VALUES  TO WS-OTHER-AGENT
                   END-IF
               END-IF
           END-PERFORM.

       3545-EXIT. EXIT.

       3550-COUNT-IF-IN-WINDOW.

           MOVE WS-CLM-LOSS-DATE (WS-CLM-IDX) TO WS-ISO-DATE.
           PERFORM 3900-DATE-TO-INTEGER THRU 3900-EXIT.

           COMPUTE WS-DAYS-APART = WS-LOSS-INTEGER - WS-DATE-INTEGER.

           IF WS-DAYS-APART < ZERO
               COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
           END-IF.

           IF WS-DAYS-APART NOT > WS-IND-WINDOW-DAYS (WS-IND-SUB)
               ADD 1                    TO WS-MATCH-COUNT
           END-IF.

       3550-EXIT. EXIT.

      **** THE CLAIM IS ON FILE BUT HELD - NO RESERVE UNTIL SPECIAL
      **** INVESTIGATIONS RELEASES IT.  THE RESERVE ASKED FOR RIDES
      **** ON THE QUEUE ENTRY.
       3800-HOLD-NEW-CLAIM.

           MOVE 'H'                    TO WS-CLM-STATUS
                                                  (WS-CLAIM-COUNT).
           MOVE ZERO                   TO WS-CLM-RESERVE
                                                  (WS-CLAIM-COUNT).

           MOVE SPACES                 TO WS-SIU-RECORD-WORK.
           MOVE CT-COMPANY-CODE        TO SQ-COMPANY.
           MOVE CT-POLICY-NUMBER       TO SQ-POLICY.
           MOVE CT-CLAIM-NUMBER        TO SQ-CLAIM.
           MOVE CT-LOSS-DATE           TO SQ-LOSS-DATE.
           MOVE WS-SCREEN-AGENT        TO SQ-AGENT.
           MOVE CT-AMOUNT              TO SQ-REQUESTED-RESERVE.
           MOVE WS-FRAUD-SCORE         TO SQ-SCORE.
           MOVE WS-FIRED-CODE (1)      TO SQ-INDICATOR (1).
           MOVE WS-FIRED-CODE (2)      TO SQ-INDICATOR (2).
           MOVE WS-FIRED-CODE (3)      TO SQ-INDICATOR (3).
           MOVE WS-FIRED-CODE (4)      TO SQ-INDICATOR (4).
           MOVE WS-PROCESSING-DATE     TO SQ-HELD-DATE.

           IF WS-SIU-COUNT < 500
               ADD 1                    TO WS-SIU-COUNT
               MOVE WS-SIU-RECORD-WORK  TO WS-SIU-RECORD (WS-SIU-COUNT)
           ELSE
               DISPLAY 'DF26CLM SIU QUEUE FULL - CLAIM ' CT-CLAIM-NUMBER
                       ' HELD BUT NOT QUEUED' UPON CONSOLE
           END-IF.

           ADD 1                       TO WS-HELD-COUNT.

           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE SPACES                 TO WS-REGISTER-DETAIL.
           MOVE 'HELD'                 TO RD-DISPOSITION.
           MOVE CT-ACTION              TO RD-ACTION.
           MOVE CT-COMPANY-CODE        TO RD-COMPANY.
           MOVE CT-POLICY-NUMBER       TO RD-POLICY.
           MOVE CT-CLAIM-NUMBER        TO RD-CLAIM.
           MOVE 'HELD FOR SIU - SCORE'  TO RD-REASON.
           MOVE WS-FRAUD-SCORE         TO RD-REASON (22:3).
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.

       3800-EXIT. EXIT.

      **** YYYY-MM-DD IN WS-ISO-DATE TO A DAY NUMBER IN
      **** WS-DATE-INTEGER.
       3900-DATE-TO-INTEGER.

           MOVE WS-ISO-DATE (1:4)      TO WS-DX-YYYY.
           MOVE WS-ISO-DATE (6:2)      TO WS-DX-MM.
           MOVE WS-ISO-DATE (9:2)      TO WS-DX-DD.

           COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-N).

       3900-EXIT. EXIT.

       4000-CHANGE-CLAIM-STATUS.

           IF WS-FOUND-CLM-SUB = ZERO
      **** LEGAL LIFECYCLE MOVES ONLY - EVERYTHING ELSE REJECTS.
           EVALUATE CT-NEW-STATUS
               WHEN 'R'
                   IF WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'H'
                       ADD 1            TO WS-RELEASED-COUNT
                   END-IF
                   IF WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'O'
                      OR WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'R'
                      OR WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'H'
                       MOVE 'R' TO WS-CLM-STATUS (WS-FOUND-CLM-SUB)
                       MOVE CT-AMOUNT
                           TO WS-CLM-RESERVE (WS-FOUND-CLM-SUB)
                           TO WS-CLM-RESERVE (WS-FOUND-CLM-SUB)
                       PERFORM 6000-WRITE-APPLIED-LINE
                   ELSE
                       IF WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'H'
                           MOVE 'CLAIM HELD FOR SIU' TO RD-REASON
                       ELSE
                           MOVE 'CLAIM NOT OPEN' TO RD-REASON
                       END-IF
                       PERFORM 6100-WRITE-REJECTED-LINE
                   END-IF
               WHEN 'C'
               WHEN 'D'
                   IF WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'O'
                      OR WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'R'
                      OR WS-CLM-STATUS (WS-FOUND-CLM-SUB) = 'H'
                       MOVE 'D' TO WS-CLM-STATUS (WS-FOUND-CLM-SUB)
                       MOVE ZERO
                           TO WS-CLM-RESERVE (WS-FOUND-CLM-SUB)

           IF WS-CLM-STATUS (WS-CLM-IDX) NOT = 'O'
              AND WS-CLM-STATUS (WS-CLM-IDX) NOT = 'R'
              AND WS-CLM-STATUS (WS-CLM-IDX) NOT = 'H'
               GO TO 5000-EXIT
           END-IF.

           MOVE CT-CLAIM-NUMBER        TO RD-CLAIM.
           WRITE REPORT-LINE          FROM WS-REGISTER-DETAIL.
           MOVE SPACES                 TO WS-REGISTER-DETAIL.

      **** KEEP ONLY THE QUEUE ENTRIES WHOSE CLAIM IS STILL HELD AND
      **** LIST THEM WITH THE INDICATORS THAT PUT THEM THERE.
       7000-REWRITE-SIU-QUEUE.

           OPEN OUTPUT SIU-REPORT-FILE.
           WRITE SIU-REPORT-LINE      FROM WS-SIU-HEADING.
           WRITE SIU-REPORT-LINE      FROM WS-SIU-COLUMNS.

           OPEN OUTPUT SIU-OUT-FILE.

           IF WS-SIU-OUT-STATUS NOT = '00'
               DISPLAY 'DF26CLM SIU QUEUE OPEN ERROR' UPON CONSOLE
               CLOSE SIU-REPORT-FILE
               GO TO 7000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-MATCH-COUNT.

           PERFORM VARYING WS-SIU-SUB FROM 1 BY 1
                       UNTIL WS-SIU-SUB > WS-SIU-COUNT
               MOVE WS-SIU-RECORD (WS-SIU-SUB) TO WS-SIU-RECORD-WORK
               PERFORM 7100-CHECK-STILL-HELD THRU 7100-EXIT
           END-PERFORM.

           MOVE WS-MATCH-COUNT         TO ST-HELD-COUNT.
           WRITE SIU-REPORT-LINE      FROM WS-SIU-TOTAL-LINE.

           CLOSE SIU-OUT-FILE.
           CLOSE SIU-REPORT-FILE.

       7000-EXIT. EXIT.

       7100-CHECK-STILL-HELD.

           MOVE ZERO                   TO WS-FOUND-CLM-SUB.

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                       UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
                          OR WS-FOUND-CLM-SUB > ZERO
               IF WS-CLM-COMPANY (WS-CLM-IDX) = SQ-COMPANY
                  AND WS-CLM-POLICY (WS-CLM-IDX) = SQ-POLICY
                  AND WS-CLM-NUMBER (WS-CLM-IDX) = SQ-CLAIM
                  AND WS-CLM-STATUS (WS-CLM-IDX) = 'H'
                   MOVE WS-CLM-IDX      TO WS-FOUND-CLM-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-CLM-SUB = ZERO
               GO TO 7100-EXIT
           END-IF.

           WRITE SIU-OUT-RECORD       FROM WS-SIU-RECORD-WORK.
           ADD 1                       TO WS-MATCH-COUNT.

           MOVE SQ-COMPANY             TO SD-SIU-COMPANY.
           MOVE SQ-POLICY              TO SD-SIU-POLICY.
           MOVE SQ-CLAIM               TO SD-SIU-CLAIM.
           MOVE SQ-LOSS-DATE           TO SD-SIU-LOSS-DATE.
           MOVE SQ-AGENT               TO SD-SIU-AGENT.
           MOVE SQ-SCORE               TO SD-SIU-SCORE.
           MOVE SQ-HELD-DATE           TO SD-SIU-HELD-DATE.
           MOVE SQ-REQUESTED-RESERVE   TO SD-SIU-RESERVE.
           WRITE SIU-REPORT-LINE      FROM WS-SIU-DETAIL.

           PERFORM VARYING WS-FIRED-COUNT FROM 1 BY 1
                       UNTIL WS-FIRED-COUNT > 4
               IF SQ-INDICATOR (WS-FIRED-COUNT) NOT = SPACES
                   PERFORM 7200-WRITE-INDICATOR-LINE THRU 7200-EXIT
               END-IF
           END-PERFORM.

       7100-EXIT. EXIT.

      **** THE DESCRIPTION AND WEIGHT COME FROM TODAY'S TABLE; AN
      **** INDICATOR SINCE DROPPED FROM IT PRINTS WITH ITS CODE ONLY.
       7200-WRITE-INDICATOR-LINE.

           MOVE SQ-INDICATOR (WS-FIRED-COUNT) TO SI-CODE.
           MOVE SPACES                 TO SI-DESCRIPTION.
           MOVE ZERO                   TO SI-WEIGHT.

           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                       UNTIL WS-IND-SUB > WS-INDICATOR-COUNT
               IF WS-IND-CODE (WS-IND-SUB) = SI-CODE
                   MOVE WS-IND-DESCRIPTION (WS-IND-SUB)
                                        TO SI-DESCRIPTION
                   MOVE WS-IND-WEIGHT (WS-IND-SUB) TO SI-WEIGHT
               END-IF
           END-PERFORM.

           WRITE SIU-REPORT-LINE      FROM WS-SIU-INDICATOR-LINE.

       7200-EXIT. EXIT.
