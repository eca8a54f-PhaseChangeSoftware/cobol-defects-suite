       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF26UPR.

      *REMARKS:    MONTH-END UNEARNED-PREMIUM RESERVE FOR THE DF26
      *            POLICY BOOK, POSTED TO THE GENERAL LEDGER THROUGH
      *            DFGLSRC AND LISTED POLICY BY POLICY.

      ******************************************************************
      ****   PREMIUM WAS BOOKED AS EARNED THE DAY IT WAS BILLED, SO ****
      ****   THE BALANCE SHEET CARRIED NO UNEARNED-PREMIUM RESERVE  ****
      ****   AND THE AUDITORS HAD NOTHING TO TIE ONE TO.  THIS STEP ****
      ****   RUNS AT MONTH END, AFTER DF26BILL AND DF26ENDR AND     ****
      ****   BEFORE DFGLPST AND THE DFGLCLSE CLOSE, AND FOR EACH    ****
      ****   IN-FORCE POLICY ON DF26PLCY WORKS OUT THE PREMIUM NOT  ****
      ****   YET EARNED AT THE LAST DAY OF THE MONTH, EARNING THE   ****
      ****   ANNUAL PREMIUM EVENLY DAY BY DAY TO DF26-EXPIRY-DATE - ****
      ****   DF26-ANNUAL-PREMIUM * DAYS-TO-EXPIRY / 365 THROUGH     ****
      ****   DF36RATE, THE SAME PRORATION DF26ENDR USES.            ****
      ****                                                          ****
      ****   DF26ENDR HAS ALREADY MOVED AN ENDORSED POLICY'S        ****
      ****   MASTER TO ITS NEW PREMIUM.  AN ENDORSEMENT EFFECTIVE   ****
      ****   ON OR BEFORE MONTH END IS THEREFORE EARNED CORRECTLY   ****
      ****   FROM THE MASTER; ONE DATED AFTER MONTH END IS READ     ****
      ****   BACK FROM THE DF26BADJ ADJUSTMENT FILE AND ITS WHOLE   ****
      ****   PRORATED ADJUSTMENT HELD UNEARNED UNTIL IT TAKES       ****
      ****   EFFECT, SHOWN IN ITS OWN COLUMN ON THE LISTING.        ****
      ****                                                          ****
      ****   THE RESERVE LAST BOOKED IS KEPT ON THE DF26UPRB FILE.  ****
      ****   ONLY THE CHANGE IS POSTED - SOURCE 'DF26UPR', KEY      ****
      ****   'UPRINCR' WHEN THE RESERVE GREW AND 'UPRDECR' WHEN IT  ****
      ****   SHRANK - SO A RERUN OF THE SAME MONTH POSTS ONLY THE   ****
      ****   DIFFERENCE FROM ITS FIRST RUN.  A MONTH ALREADY CLOSED ****
      ****   ON DFGLPER, OR EARLIER THAN THE MONTH LAST BOOKED, IS  ****
      ****   LISTED BUT NOTHING IS POSTED.  THE LISTING'S BOOK      ****
      ****   TOTAL IS THE RESERVE BALANCE ON THE LEDGER AFTER THE   ****
      ****   POSTING.  UNDER A DRY RUN THE BOOKED FILE GOES TO ITS  ****
      ****   SHADOW COPY AND NOTHING REACHES DFGLSRC.               ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF26UPPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POLICY-STATUS.

           SELECT ADJUST-FILE      ASSIGN TO DF26BADJ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADJUST-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BOOKED-IN-FILE   ASSIGN TO DF26UPRB
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BOOKED-IN-STATUS.

           SELECT BOOKED-OUT-FILE  ASSIGN TO WS-BOOKED-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BOOKED-OUT-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF26RPTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-PERIOD                PIC X(07).
           05  FILLER                   PIC X(01).

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

       COPY DF26POLR.

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

       FD  PERIOD-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PERIOD-RECORD.

       01  PERIOD-RECORD.
           05  PE-PERIOD                PIC X(07).
           05  PE-STATUS                PIC X(01).
               88  PE-PERIOD-CLOSED         VALUE 'C'.

      **** THE UNEARNED-PREMIUM RESERVE LAST POSTED TO THE LEDGER
      **** AND THE MONTH IT WAS POSTED FOR.
       FD  BOOKED-IN-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BOOKED-IN-RECORD.

       01  BOOKED-IN-RECORD.
           05  BIR-PERIOD               PIC X(07).
           05  BIR-RESERVE              PIC 9(11)V99.

       FD  BOOKED-OUT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS BOOKED-OUT-RECORD.

       01  BOOKED-OUT-RECORD.
           05  BOR-PERIOD               PIC X(07).
           05  BOR-RESERVE              PIC 9(11)V99.

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

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADJUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BOOKED-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BOOKED-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.

       01  WS-ADJUST-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-ADJUST-EOF               VALUE 'Y'.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE SPACE.

      **** 'N' WHEN THE MONTH MAY BE LISTED BUT NOT POSTED.
       01  WS-POST-FLAG                PIC X(01) VALUE 'Y'.

       01  WS-PERIOD.
           05  WS-PER-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PER-MM               PIC 9(02).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  FILLER                  PIC X(15).

       01  WS-BOOKED-OUT-NAME          PIC X(09) VALUE 'DF26UPRB'.

       COPY DFRUNDT.

       COPY DFBAL.

      **** DAY ARITHMETIC THROUGH INTEGER-OF-DATE, AS IN DF26ENDR.
      **** THE MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT
      **** MONTH.
       01  WS-NEXT-MONTH-X.
           05  WS-NXT-YYYY             PIC 9(04).
           05  WS-NXT-MM               PIC 9(02).
           05  WS-NXT-DD               PIC 9(02).
       01  WS-NEXT-MONTH-NUMERIC       REDEFINES WS-NEXT-MONTH-X
                                       PIC 9(08).

       01  WS-MONTH-END-NUMERIC        PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-X              REDEFINES WS-MONTH-END-NUMERIC.
           05  WS-ME-YYYY              PIC X(04).
           05  WS-ME-MM                PIC X(02).
           05  WS-ME-DD                PIC X(02).

       01  WS-MONTH-END-DATE.
           05  WS-MED-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MED-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-MED-DD               PIC X(02).

       01  WS-MONTH-END-DAY            PIC 9(07) VALUE ZERO.

       01  WS-DATE-X.
           05  WS-DT-YYYY              PIC X(04).
           05  WS-DT-MM                PIC X(02).
           05  WS-DT-DD                PIC X(02).
       01  WS-DATE-NUMERIC             REDEFINES WS-DATE-X
                                       PIC 9(08).

       01  WS-EXPIRY-DAY               PIC 9(07) VALUE ZERO.
       01  WS-EFFECTIVE-DAY            PIC 9(07) VALUE ZERO.
       01  WS-DAYS-TO-EXPIRY           PIC S9(05) VALUE ZERO.
       01  WS-DAYS-FROM-EFFECTIVE      PIC S9(05) VALUE ZERO.
       01  WS-DAYS-NOT-YET-EFFECTIVE   PIC S9(05) VALUE ZERO.

      **** ENDORSEMENTS DATED AFTER THE MONTH END, FROM DF26BADJ.
       01  WS-ADJUST-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ADJUST-TABLE.
           05  WS-ADJ-ENTRY            OCCURS 500 TIMES.
               10  WS-ADJ-COMPANY      PIC X(03).
               10  WS-ADJ-POLICY       PIC X(12).
               10  WS-ADJ-EFFECTIVE    PIC X(10).
               10  WS-ADJ-AMOUNT       PIC S9(07)V99.

       01  WS-ADJ-SUB                  PIC 9(04) VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF36RATE ROUNDED COMPUTE.
       01  WS-RATE-NUMERATOR           PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-MULTIPLIER          PIC S9(05)V9999 VALUE ZERO.
       01  WS-RATE-DENOMINATOR         PIC S9(14)V99 VALUE 365.
       01  WS-RATE-ADJUSTMENT          PIC S9(14)V99 VALUE ZERO.
       01  WS-RATE-ROUND-MODE          PIC X(01) VALUE 'R'.
       01  WS-RATE-RESULT              PIC S9(07)V99 USAGE COMP-3.
       01  WS-RATE-RETURN-CODE         PIC X(02) VALUE SPACES.

       01  WS-PREMIUM-BASIS            PIC S9(07)V99 VALUE ZERO.
       01  WS-ENDORSEMENT-HELD         PIC S9(07)V99 VALUE ZERO.
       01  WS-UNEARNED                 PIC S9(07)V99 VALUE ZERO.

       01  WS-PREV-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-COMPANY-RESERVE          PIC 9(11)V99 VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-BOOK-RESERVE             PIC 9(11)V99 VALUE ZERO.

       01  WS-BOOKED-PERIOD            PIC X(07) VALUE SPACES.
       01  WS-BOOKED-RESERVE           PIC 9(11)V99 VALUE ZERO.
       01  WS-RESERVE-CHANGE           PIC S9(11)V99 VALUE ZERO.

       01  WS-GL-KEY                   PIC X(08) VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-GL-TOTAL                 PIC 9(11)V99 VALUE ZERO.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
                                       'RESERVE AS AT '.
           05  PL-MONTH-END            PIC X(10).
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'CO'.
           05  FILLER                  PIC X(14) VALUE 'POLICY'.
           05  FILLER                  PIC X(12) VALUE 'EXPIRY'.
           05  FILLER                  PIC X(16) VALUE
                                       'ANNUAL PREMIUM'.
           05  FILLER                  PIC X(07) VALUE ' DAYS'.
           05  FILLER                  PIC X(16) VALUE
                                       ' PREMIUM BASIS'.
           05  FILLER                  PIC X(16) VALUE
                                       '  ENDT NOT EFF'.
           05  FILLER                  PIC X(16) VALUE
                                       '      UNEARNED'.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-POLICY               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EXPIRY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PREMIUM              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BASIS                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ENDORSEMENT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-UNEARNED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SL-LABEL                PIC X(40).
           05  SL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-NOTE                 PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF26UPR START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
           PERFORM 1300-SET-MONTH-END THRU 1300-EXIT.
           PERFORM 1400-CHECK-PERIOD-OPEN THRU 1400-EXIT.
           PERFORM 2000-LOAD-ADJUSTMENTS THRU 2000-EXIT.
           PERFORM 2100-LOAD-BOOKED-RESERVE THRU 2100-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF26UPR A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'DF26UPR POLICY MASTER OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-LIST-RESERVE.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF26UPR - UNEARNED PREMIUM RESERVE'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-MONTH-END-DATE      TO PL-MONTH-END.
           MOVE WS-PERIOD-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM UNTIL WS-POLICY-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-RESERVE-ONE-POLICY THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE POLICY-FILE.

           IF WS-LISTED-COUNT > ZERO
               PERFORM 3500-PRINT-COMPANY-TOTAL THRU 3500-EXIT
           END-IF.

           PERFORM 4000-POST-RESERVE-CHANGE THRU 4000-EXIT.
           PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-POST-FLAG = 'Y' AND NOT DFRUNDT-DRY-RUN
               MOVE 'DF26UPR'           TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF26UPR'           TO DFBAL-PROGRAM-ID
               MOVE WS-GL-COUNT         TO DFBAL-RECORD-COUNT
               MOVE WS-GL-TOTAL         TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

           IF WS-POST-FLAG = 'Y'
               PERFORM 6000-REWRITE-BOOKED-RESERVE THRU 6000-EXIT
           END-IF.

      **** DF36RATE AND DFBALWR EACH LEAVE THEIR OWN RETURN CODE
      **** BEHIND, SO THE RUN'S OWN CODE IS SET AGAIN ON THE WAY OUT.
           IF WS-POST-FLAG = 'N'
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > ZERO
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF26UPR RESERVE MONTH END   = ' WS-MONTH-END-DATE
                                               UPON CONSOLE.
           DISPLAY 'DF26UPR POLICIES LISTED     = ' WS-LISTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF26UPR UNEARNED RESERVE    = ' WS-BOOK-RESERVE
                                               UPON CONSOLE.
           DISPLAY 'DF26UPR RESERVE CHANGE      = ' WS-RESERVE-CHANGE
                                               UPON CONSOLE.
           DISPLAY 'DF26UPR END OF JOB' UPON CONSOLE.

           GOBACK.

      **** THE RESERVE MONTH DEFAULTS TO THE PROCESSING-DATE MONTH.
       1100-SET-PERIOD.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE (1:4) TO WS-PER-YYYY
               MOVE DFRUNDT-PROCESSING-DATE (6:2) TO WS-PER-MM
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF26UPRBS'     TO WS-BOOKED-OUT-NAME
                   DISPLAY 'DF26UPR SIMULATION - UPDATES GO TO SHADOW '
                           'COPIES, NO GL POSTING' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF26UPR NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PER-YYYY
               MOVE WS-CD-MM            TO WS-PER-MM
           END-IF.

       1100-EXIT. EXIT.

       1200-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1200-CLOSE-PARM
           END-READ.

           IF PM-PERIOD (1:4) NUMERIC
              AND PM-PERIOD (5:1) = '-'
              AND PM-PERIOD (6:2) NUMERIC
              AND PM-PERIOD (6:2) > '00'
              AND PM-PERIOD (6:2) < '13'
               MOVE PM-PERIOD (1:4)     TO WS-PER-YYYY
               MOVE PM-PERIOD (6:2)     TO WS-PER-MM
           END-IF.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

       1300-SET-MONTH-END.

           MOVE WS-PER-YYYY            TO WS-NXT-YYYY.
           MOVE WS-PER-MM              TO WS-NXT-MM.
           MOVE 1                      TO WS-NXT-DD.

           IF WS-NXT-MM = 12
               ADD 1                    TO WS-NXT-YYYY
               MOVE 1                   TO WS-NXT-MM
           ELSE
               ADD 1                    TO WS-NXT-MM
           END-IF.

           COMPUTE WS-MONTH-END-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUMERIC) - 1.
           COMPUTE WS-MONTH-END-NUMERIC =
                   FUNCTION DATE-OF-INTEGER (WS-MONTH-END-DAY).

           MOVE WS-ME-YYYY             TO WS-MED-YYYY.
           MOVE WS-ME-MM               TO WS-MED-MM.
           MOVE WS-ME-DD               TO WS-MED-DD.

       1300-EXIT. EXIT.

      **** A MONTH DFGLCLSE HAS CLOSED CAN STILL BE LISTED, BUT ITS
      **** RESERVE MOVEMENT WOULD ONLY LAND IN SUSPENSE.
       1400-CHECK-PERIOD-OPEN.

           OPEN INPUT PERIOD-FILE.

           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE
                   AT END
                       SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PE-PERIOD = WS-PERIOD
                          AND PE-PERIOD-CLOSED
                           MOVE 'N'     TO WS-POST-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

           IF WS-POST-FLAG = 'N'
               DISPLAY 'DF26UPR PERIOD ' WS-PERIOD ' IS CLOSED - '
                       'RESERVE LISTED, NOTHING POSTED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

       1400-EXIT. EXIT.

      **** ONLY ENDORSEMENTS NOT YET IN EFFECT AT MONTH END MATTER -
      **** THE MASTER PREMIUM ALREADY EARNS THE REST CORRECTLY.
       2000-LOAD-ADJUSTMENTS.

           OPEN INPUT ADJUST-FILE.

           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-ADJUST-EOF
               READ ADJUST-FILE
                   AT END
                       SET WS-ADJUST-EOF TO TRUE
                   NOT AT END
                       IF AJ-EFFECTIVE-DATE > WS-MONTH-END-DATE
                          AND AJ-ADJUSTMENT NOT = ZERO
                           PERFORM 2050-ADD-ADJUSTMENT THRU 2050-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ADJUST-FILE.

       2000-EXIT. EXIT.

       2050-ADD-ADJUSTMENT.

           IF WS-ADJUST-COUNT >= 500
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2050-EXIT
           END-IF.

           ADD 1                       TO WS-ADJUST-COUNT.
           MOVE AJ-COMPANY-CODE    TO WS-ADJ-COMPANY (WS-ADJUST-COUNT).
           MOVE AJ-POLICY-NUMBER   TO WS-ADJ-POLICY (WS-ADJUST-COUNT).
           MOVE AJ-EFFECTIVE-DATE  TO WS-ADJ-EFFECTIVE
                                                  (WS-ADJUST-COUNT).
           MOVE AJ-ADJUSTMENT      TO WS-ADJ-AMOUNT (WS-ADJUST-COUNT).

       2050-EXIT. EXIT.

      **** A RERUN OF THE MONTH LAST BOOKED POSTS ONLY ITS
      **** DIFFERENCE; A MONTH EARLIER THAN THAT MUST NOT POST AT ALL
      **** OR IT WOULD UNWIND THE LATER MONTH'S RESERVE.
       2100-LOAD-BOOKED-RESERVE.

           OPEN INPUT BOOKED-IN-FILE.

           IF WS-BOOKED-IN-STATUS NOT = '00'
               DISPLAY 'DF26UPR NO BOOKED RESERVE ON FILE - THE WHOLE '
                       'RESERVE POSTS' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           READ BOOKED-IN-FILE
               AT END
                   GO TO 2100-CLOSE-BOOKED
           END-READ.

           MOVE BIR-PERIOD             TO WS-BOOKED-PERIOD.
           MOVE BIR-RESERVE            TO WS-BOOKED-RESERVE.

           IF WS-BOOKED-PERIOD > WS-PERIOD
               DISPLAY 'DF26UPR RESERVE ALREADY BOOKED FOR '
                       WS-BOOKED-PERIOD ' - NOTHING POSTED'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
               MOVE 8                   TO RETURN-CODE
           END-IF.

       2100-CLOSE-BOOKED.

           CLOSE BOOKED-IN-FILE.

       2100-EXIT. EXIT.

      **** ONLY AN IN-FORCE POLICY CARRIES A RESERVE.  A POLICY IN
      **** GRACE IS ALREADY PAST EXPIRY, SO ITS PREMIUM IS EARNED.
       3000-RESERVE-ONE-POLICY.

           IF NOT DF26-POL-IN-FORCE
               GO TO 3000-EXIT
           END-IF.

           IF DF26-EXPIRY-DATE NOT > WS-MONTH-END-DATE
               GO TO 3000-EXIT
           END-IF.

           MOVE DF26-EXPIRY-DATE (1:4) TO WS-DT-YYYY.
           MOVE DF26-EXPIRY-DATE (6:2) TO WS-DT-MM.
           MOVE DF26-EXPIRY-DATE (9:2) TO WS-DT-DD.

           IF WS-DATE-NUMERIC NOT NUMERIC
               DISPLAY 'DF26UPR ' DF26-COMPANY-CODE ' '
                       DF26-POLICY-NUMBER ' BAD EXPIRY DATE - NOT '
                       'RESERVED' UPON CONSOLE
               ADD 1                    TO WS-SKIPPED-COUNT
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-EXPIRY-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).
           COMPUTE WS-DAYS-TO-EXPIRY =
                   WS-EXPIRY-DAY - WS-MONTH-END-DAY.

      **** A POLICY WHOSE TERM HAS NOT STARTED IS WHOLLY UNEARNED.
           IF WS-DAYS-TO-EXPIRY > 365
               MOVE 365                 TO WS-DAYS-TO-EXPIRY
           END-IF.

           MOVE DF26-ANNUAL-PREMIUM    TO WS-RATE-NUMERATOR.
           MOVE WS-DAYS-TO-EXPIRY      TO WS-RATE-MULTIPLIER.
           MOVE 365                    TO WS-RATE-DENOMINATOR.
           PERFORM 3900-CALL-RATE THRU 3900-EXIT.
           MOVE WS-RATE-RESULT         TO WS-PREMIUM-BASIS.

           MOVE ZERO                   TO WS-ENDORSEMENT-HELD.

           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                       UNTIL WS-ADJ-SUB > WS-ADJUST-COUNT
               IF WS-ADJ-COMPANY (WS-ADJ-SUB) = DF26-COMPANY-CODE
                  AND WS-ADJ-POLICY (WS-ADJ-SUB) = DF26-POLICY-NUMBER
                  AND WS-ADJ-EFFECTIVE (WS-ADJ-SUB) < DF26-EXPIRY-DATE
                   PERFORM 3100-HOLD-ENDORSEMENT THRU 3100-EXIT
               END-IF
           END-PERFORM.

           COMPUTE WS-UNEARNED =
                       WS-PREMIUM-BASIS + WS-ENDORSEMENT-HELD.

           IF WS-UNEARNED < ZERO
               MOVE ZERO                TO WS-UNEARNED
           END-IF.

           IF DF26-COMPANY-CODE NOT = WS-PREV-COMPANY
              AND WS-LISTED-COUNT > ZERO
               PERFORM 3500-PRINT-COMPANY-TOTAL THRU 3500-EXIT
           END-IF.

           MOVE DF26-COMPANY-CODE      TO WS-PREV-COMPANY.

           ADD 1                       TO WS-LISTED-COUNT.
           ADD WS-UNEARNED             TO WS-COMPANY-RESERVE.
           ADD WS-UNEARNED             TO WS-BOOK-RESERVE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF26-COMPANY-CODE      TO DL-COMPANY.
           MOVE DF26-POLICY-NUMBER     TO DL-POLICY.
           MOVE DF26-EXPIRY-DATE       TO DL-EXPIRY.
           MOVE DF26-ANNUAL-PREMIUM    TO DL-PREMIUM.
           MOVE WS-DAYS-TO-EXPIRY      TO DL-DAYS.
           MOVE WS-PREMIUM-BASIS       TO DL-BASIS.
           MOVE WS-ENDORSEMENT-HELD    TO DL-ENDORSEMENT.
           MOVE WS-UNEARNED            TO DL-UNEARNED.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE MASTER ALREADY EARNS THE NEW PREMIUM FROM MONTH END,
      **** BUT THE ENDORSEMENT HAS NOT STARTED: THE OLD PREMIUM
      **** EARNS UNTIL ITS EFFECTIVE DATE AND ITS WHOLE PRORATED
      **** ADJUSTMENT IS STILL UNEARNED.  THE CORRECTION TO THE
      **** PREMIUM BASIS COMES TO
      ****   ADJUSTMENT * (EFFECTIVE - MONTH END) / DAYS-FROM-EFFECTIVE
      **** TAKEN OFF, WHERE DAYS-FROM-EFFECTIVE IS THE EFFECTIVE DATE
      **** TO EXPIRY THE ADJUSTMENT WAS PRORATED OVER.
       3100-HOLD-ENDORSEMENT.

           MOVE WS-ADJ-EFFECTIVE (WS-ADJ-SUB) (1:4) TO WS-DT-YYYY.
           MOVE WS-ADJ-EFFECTIVE (WS-ADJ-SUB) (6:2) TO WS-DT-MM.
           MOVE WS-ADJ-EFFECTIVE (WS-ADJ-SUB) (9:2) TO WS-DT-DD.

           IF WS-DATE-NUMERIC NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-EFFECTIVE-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).
           COMPUTE WS-DAYS-FROM-EFFECTIVE =
                   WS-EXPIRY-DAY - WS-EFFECTIVE-DAY.
           COMPUTE WS-DAYS-NOT-YET-EFFECTIVE =
                   WS-EFFECTIVE-DAY - WS-MONTH-END-DAY.

           IF WS-DAYS-FROM-EFFECTIVE NOT > ZERO
               GO TO 3100-EXIT
           END-IF.

           IF WS-DAYS-NOT-YET-EFFECTIVE > 365
               MOVE 365                 TO WS-DAYS-NOT-YET-EFFECTIVE
           END-IF.

           MOVE WS-ADJ-AMOUNT (WS-ADJ-SUB) TO WS-RATE-NUMERATOR.
           MOVE WS-DAYS-NOT-YET-EFFECTIVE  TO WS-RATE-MULTIPLIER.
           MOVE WS-DAYS-FROM-EFFECTIVE     TO WS-RATE-DENOMINATOR.
           PERFORM 3900-CALL-RATE THRU 3900-EXIT.

           SUBTRACT WS-RATE-RESULT     FROM WS-ENDORSEMENT-HELD.

       3100-EXIT. EXIT.

       3500-PRINT-COMPANY-TOTAL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-PREV-COMPANY        TO DL-COMPANY.
           MOVE 'TOTAL'                TO DL-POLICY.
           MOVE WS-COMPANY-RESERVE     TO DL-UNEARNED.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-COMPANY-RESERVE.

       3500-EXIT. EXIT.

       3900-CALL-RATE.

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

       3900-EXIT. EXIT.

      **** ONE DFGLSRC RECORD FOR THE MONTH'S MOVEMENT IN THE
      **** RESERVE - DFGLPST POSTS IT AS A BALANCED PAIR THROUGH THE
      **** DF26UPR MAPPING FOR THE KEY.
       4000-POST-RESERVE-CHANGE.

           COMPUTE WS-RESERVE-CHANGE =
                       WS-BOOK-RESERVE - WS-BOOKED-RESERVE.

           IF WS-POST-FLAG NOT = 'Y' OR WS-RESERVE-CHANGE = ZERO
               GO TO 4000-EXIT
           END-IF.

           IF WS-RESERVE-CHANGE > ZERO
               MOVE 'UPRINCR'           TO WS-GL-KEY
               MOVE WS-RESERVE-CHANGE   TO WS-GL-AMOUNT
           ELSE
               MOVE 'UPRDECR'           TO WS-GL-KEY
               COMPUTE WS-GL-AMOUNT = ZERO - WS-RESERVE-CHANGE
           END-IF.

           ADD 1                       TO WS-GL-COUNT.
           ADD WS-GL-AMOUNT            TO WS-GL-TOTAL.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE GENERAL LEDGER.
           IF DFRUNDT-DRY-RUN
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND GLSRC-FILE.

           IF WS-GLSRC-STATUS NOT = '00'
               OPEN OUTPUT GLSRC-FILE
           END-IF.

           IF WS-GLSRC-STATUS NOT = '00'
               DISPLAY 'DF26UPR POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
               MOVE ZERO                TO WS-GL-COUNT
               MOVE ZERO                TO WS-GL-TOTAL
               MOVE 8                   TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'DF26UPR'              TO SR-SOURCE.
           MOVE WS-GL-KEY              TO SR-KEY.
           MOVE WS-GL-AMOUNT           TO SR-AMOUNT.
           MOVE SPACES                 TO SR-COMPANY
                                          SR-COST-CENTER.
           WRITE GLSRC-RECORD.

           CLOSE GLSRC-FILE.

       4000-EXIT. EXIT.

       6000-REWRITE-BOOKED-RESERVE.

           OPEN OUTPUT BOOKED-OUT-FILE.

           IF WS-BOOKED-OUT-STATUS NOT = '00'
               DISPLAY 'DF26UPR BOOKED RESERVE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-POST-FLAG
               GO TO 6000-EXIT
           END-IF.

           MOVE WS-PERIOD              TO BOR-PERIOD.
           MOVE WS-BOOK-RESERVE        TO BOR-RESERVE.
           WRITE BOOKED-OUT-RECORD.

           CLOSE BOOKED-OUT-FILE.

       6000-EXIT. EXIT.

      **** THE TIE-OUT: RESERVE LAST BOOKED PLUS THE CHANGE POSTED
      **** EQUALS THE BOOK TOTAL OF THE LISTING.
       7000-WRITE-SUMMARY.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'TOTAL UNEARNED PREMIUM RESERVE'
                                        TO SL-LABEL.
           MOVE WS-BOOK-RESERVE        TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'RESERVE PREVIOUSLY BOOKED'
                                        TO SL-LABEL.
           MOVE WS-BOOKED-RESERVE      TO SL-AMOUNT.
           MOVE WS-BOOKED-PERIOD       TO SL-NOTE.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-SUMMARY-LINE.
           MOVE 'CHANGE IN RESERVE'    TO SL-LABEL.
           MOVE WS-RESERVE-CHANGE      TO SL-AMOUNT.

           EVALUATE TRUE
               WHEN WS-POST-FLAG NOT = 'Y'
                   MOVE 'NOT POSTED'    TO SL-NOTE
               WHEN WS-RESERVE-CHANGE = ZERO
                   MOVE 'NOTHING TO POST' TO SL-NOTE
               WHEN DFRUNDT-DRY-RUN
                   MOVE 'SIMULATED ONLY' TO SL-NOTE
               WHEN OTHER
                   MOVE WS-GL-KEY       TO SL-NOTE
           END-EVALUATE.

           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
