       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFVOLCHK.

      *REMARKS:    FEED VOLUME ANOMALY CHECK - HOLDS A FEED IN
      *            DFSEQRUN WHEN TONIGHT'S PRODUCER TOTALS FALL
      *            OUTSIDE THE TOLERANCE BAND AROUND THE SAME
      *            WEEKDAY'S TRAILING AVERAGE.

      ******************************************************************
      ****   A FEED THAT ARRIVED WITH A TENTH OF ITS USUAL RECORDS  ****
      ****   - OR TEN TIMES THEM - BALANCED PERFECTLY: DFBALRPT     ****
      ****   ONLY ASKS WHETHER THE CONSUMER READ WHAT THE PRODUCER  ****
      ****   WROTE, AND DFSEQRUN ONLY WHETHER THE PRODUCER          ****
      ****   FINISHED.  THIS CHECK STEP, RUN AHEAD OF EACH DFSEQRUN ****
      ****   PASS, HOLDS TONIGHT'S PRODUCER TOTALS FOR EVERY FEED   ****
      ****   AGAINST THE FEED'S OWN HISTORY:                        ****
      ****                                                          ****
      ****   - THE DFVOLHIS HISTORY KEEPS ONE ENTRY PER FEED PER    ****
      ****     PROCESSING DATE - RECORD COUNT, AMOUNT TOTAL AND DAY ****
      ****     OF WEEK - SO A FEED IS COMPARED WITH THE SAME        ****
      ****     WEEKDAY (MONDAYS CARRY THE WEEKEND);                 ****
      ****   - THE TRAILING AVERAGE IS OVER THE LAST WEEKS OF THAT  ****
      ****     WEEKDAY, AND THE TOLERANCE BAND IS A PERCENTAGE      ****
      ****     EITHER SIDE OF IT, BOTH PER FEED FROM THE DFVOLTOL   ****
      ****     TABLE (DEFAULTS IN CODE).  A FEED WITHOUT ENOUGH     ****
      ****     HISTORY YET IS ACCEPTED AND STARTS BUILDING ONE;     ****
      ****   - A FEED OUTSIDE ITS BAND GOES ON THE DFVOLHLD HOLD    ****
      ****     FILE, WHICH DFSEQRUN READS - EVERY STEP CONSUMING IT ****
      ****     HOLDS UNTIL THE PRODUCER IS RERUN WITHIN THE BAND OR ****
      ****     AN OPERATOR RELEASES IT;                             ****
      ****   - A RELEASE IS A DFVOLOVR OVERRIDE CARD NAMING THE     ****
      ****     FEED, TONIGHT'S DATE AND THE OPERATOR, GRANTED ONLY  ****
      ****     WHEN DFAUTH ALLOWS THE OPERATOR FUNCTION VOL -       ****
      ****     DFAUTH LOGS THE DECISION, GRANTED OR DENIED, ON      ****
      ****     DFAUTHLG.                                            ****
      ****                                                          ****
      ****   A FEED ENTERS THE HISTORY ONLY ONCE IT IS ACCEPTED, SO ****
      ****   A HELD NIGHT NEVER DRAGS THE AVERAGE; AN OVERRIDDEN    ****
      ****   ONE DOES, SINCE THE OPERATOR HAS VOUCHED FOR IT.  A    ****
      ****   FEED ALREADY IN THE HISTORY FOR TONIGHT IS PASSED      ****
      ****   AGAIN ONLY WHILE ITS PRODUCER TOTALS ARE THE ONES      ****
      ****   RECORDED; A PRODUCER RERUN WITH DIFFERENT TOTALS IS    ****
      ****   JUDGED AFRESH AND, ONCE ACCEPTED, RECORDED AGAIN - THE ****
      ****   LATEST ENTRY FOR A NIGHT IS THE ONE AVERAGED.  EVERY   ****
      ****   DECISION PRINTS ON DFVOLRPT.                           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BALANCE-FILE     ASSIGN TO DFBALFIL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT TOLERANCE-FILE   ASSIGN TO DFVOLTOL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DFVOLHIS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OVERRIDE-FILE    ASSIGN TO DFVOLOVR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT HOLD-FILE        ASSIGN TO DFVOLHLD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFVOLRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BALANCE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-FEED-ID              PIC X(08).
           05  BR-ROLE                 PIC X(01).
           05  BR-PROGRAM-ID           PIC X(08).
           05  BR-RECORD-COUNT         PIC 9(09).
           05  BR-AMOUNT-TOTAL         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BR-WINDOW-DATE          PIC X(10).

      **** ONE ROW PER FEED THAT NEEDS ITS OWN BAND.  A PERCENTAGE OF
      **** ZERO SWITCHES THAT MEASURE OFF FOR THE FEED; A ROW FOR
      **** FEED 'DEFAULT' REPLACES THE DEFAULTS FOR EVERY OTHER FEED.
       FD  TOLERANCE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS TOLERANCE-RECORD.

       01  TOLERANCE-RECORD.
           05  VT-FEED-ID              PIC X(08).
           05  VT-COUNT-PCT            PIC 9(03).
           05  VT-AMOUNT-PCT           PIC 9(03).
           05  VT-WEEKS                PIC 9(02).
           05  VT-MIN-WEEKS            PIC 9(02).
           05  FILLER                  PIC X(02).

       FD  HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD.
           05  VH-FEED-ID              PIC X(08).
           05  VH-WINDOW-DATE          PIC X(10).
           05  VH-DAY-OF-WEEK          PIC 9(01).
           05  VH-RECORD-COUNT         PIC 9(09).
           05  VH-AMOUNT-TOTAL         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
      **** A = WITHIN ITS BAND, N = TOO LITTLE HISTORY TO JUDGE,
      **** O = OUTSIDE ITS BAND BUT RELEASED BY AN OPERATOR.
           05  VH-DISPOSITION          PIC X(01).
           05  VH-OPERATOR-ID          PIC X(08).

       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OVERRIDE-RECORD.

      **** COL 1-8   FEED ID TO RELEASE
      **** COL 9-18  WINDOW DATE THE RELEASE IS FOR (YYYY-MM-DD)
      **** COL 19-26 OPERATOR USER ID
      **** COL 27-66 WHY THE VOLUME IS GENUINE
       01  OVERRIDE-RECORD.
           05  VO-FEED-ID              PIC X(08).
           05  VO-WINDOW-DATE          PIC X(10).
           05  VO-OPERATOR-ID          PIC X(08).
           05  VO-REASON               PIC X(40).
           05  FILLER                  PIC X(14).

       FD  HOLD-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DFVOLH-HOLD-RECORD.

           COPY DFVOLH.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TOLERANCE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-OVERRIDE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-TOLERANCE-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-TOLERANCE-EOF            VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-OVERRIDE-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-OVERRIDE-EOF             VALUE 'Y'.

      **** THE BAND FOR ANY FEED WITHOUT A DFVOLTOL ROW.
       01  WS-DEFAULT-COUNT-PCT        PIC 9(03) VALUE 25.
       01  WS-DEFAULT-AMOUNT-PCT       PIC 9(03) VALUE 25.
       01  WS-DEFAULT-WEEKS            PIC 9(02) VALUE 6.
       01  WS-DEFAULT-MIN-WEEKS        PIC 9(02) VALUE 3.

       01  WS-TOL-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY            OCCURS 100 TIMES.
               10  WS-TOL-FEED         PIC X(08).
               10  WS-TOL-COUNT-PCT    PIC 9(03).
               10  WS-TOL-AMOUNT-PCT   PIC 9(03).
               10  WS-TOL-WEEKS        PIC 9(02).
               10  WS-TOL-MIN-WEEKS    PIC 9(02).

       01  WS-TOL-SUB                  PIC 9(03) VALUE ZERO.

      **** TONIGHT'S FEEDS - THE LATEST PRODUCER ENTRY FOR EACH - AND
      **** THE LAST TWELVE SAME-WEEKDAY HISTORY ENTRIES, OLDEST FIRST.
       01  WS-FEED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY           OCCURS 200 TIMES.
               10  WS-FD-FEED          PIC X(08).
               10  WS-FD-PROGRAM       PIC X(08).
               10  WS-FD-COUNT         PIC 9(09).
               10  WS-FD-AMOUNT        PIC S9(11)V99.
               10  WS-FD-RECORDED      PIC X(01).
               10  WS-FD-DISPOSITION   PIC X(01).
               10  WS-FD-OPERATOR      PIC X(08).
               10  WS-FD-REC-COUNT     PIC 9(09).
               10  WS-FD-REC-AMOUNT    PIC S9(11)V99.
               10  WS-FD-LAST-OBS-DATE PIC X(10).
               10  WS-FD-OBS-COUNT     PIC 9(02).
               10  WS-FD-OBS           OCCURS 12 TIMES.
                   15  WS-FD-OBS-COUNT-V
                                       PIC 9(09).
                   15  WS-FD-OBS-AMOUNT
                                       PIC S9(11)V99.

       01  WS-FD-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-CHECK-FEED               PIC X(08) VALUE SPACES.
       01  WS-FOUND-FD-SUB             PIC 9(03) VALUE ZERO.
       01  WS-OBS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-OBS-FIRST                PIC 9(02) VALUE ZERO.

      **** TONIGHT'S OVERRIDE CARDS.
       01  WS-OVR-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY            OCCURS 50 TIMES.
               10  WS-OVR-FEED         PIC X(08).
               10  WS-OVR-OPERATOR     PIC X(08).
               10  WS-OVR-REASON       PIC X(40).

       01  WS-OVR-SUB                  PIC 9(03) VALUE ZERO.

      **** THE BAND AND TRAILING AVERAGE FOR THE FEED BEING JUDGED.
       01  WS-BAND-COUNT-PCT           PIC 9(03) VALUE ZERO.
       01  WS-BAND-AMOUNT-PCT          PIC 9(03) VALUE ZERO.
       01  WS-BAND-WEEKS               PIC 9(02) VALUE ZERO.
       01  WS-BAND-MIN-WEEKS           PIC 9(02) VALUE ZERO.
       01  WS-USED-WEEKS               PIC 9(02) VALUE ZERO.

       01  WS-SUM-COUNT                PIC 9(11) VALUE ZERO.
       01  WS-SUM-AMOUNT               PIC S9(13)V99 VALUE ZERO.
       01  WS-AVG-COUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-AVG-AMOUNT               PIC S9(11)V99 VALUE ZERO.
       01  WS-ABS-AVG-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  WS-DIFF-COUNT               PIC 9(09)V99 VALUE ZERO.
       01  WS-DIFF-AMOUNT              PIC 9(12)V99 VALUE ZERO.
       01  WS-COUNT-DEV-PCT            PIC 9(05)V9 VALUE ZERO.
       01  WS-AMOUNT-DEV-PCT           PIC 9(05)V9 VALUE ZERO.

       01  WS-OUT-OF-BAND-FLAG         PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BAND              VALUE 'Y'.

       01  WS-RESULT-TEXT              PIC X(30) VALUE SPACES.

       01  WS-ACCEPTED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(03) VALUE ZERO.

       01  WS-CLOCK-FIELDS.
           05  WS-CLOCK-STAMP          PIC X(21).

       01  WS-WINDOW-DATE.
           05  WS-WIN-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WIN-DD               PIC X(02).

       01  WS-WINDOW-YYYYMMDD.
           05  WS-WYD-YYYY             PIC X(04).
           05  WS-WYD-MM               PIC X(02).
           05  WS-WYD-DD               PIC X(02).
       01  WS-WINDOW-NUMERIC           REDEFINES WS-WINDOW-YYYYMMDD
                                       PIC 9(08).

      **** DAY-OF-WEEK FROM THE INTEGER DATE, AS DFCALBD WORKS IT OUT:
      **** DAY 1 (1601-01-01) WAS A MONDAY.  1 = MONDAY .. 7 = SUNDAY.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.

       01  WS-DAY-NAMES                PIC X(21) VALUE
                                       'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE           REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME             OCCURS 7 TIMES PIC X(03).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FEED'.
           05  FILLER                  PIC X(10) VALUE 'PRODUCER'.
           05  FILLER                  PIC X(11) VALUE
                                       '    RECORDS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
                                       '    AVERAGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                                       '            AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                                       '    AVERAGE AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'WEEKS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(37) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FEED-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AVG-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AVG-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-WEEKS                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RESULT               PIC X(37).

       COPY DFRPT.

       COPY DFRUNDT.

       COPY DFAUTH.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFVOLCHK START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CLOCK-FIELDS.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-WINDOW-DATE
           ELSE
               DISPLAY 'DFVOLCHK NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE WS-CLOCK-STAMP (1:4) TO WS-WIN-YYYY
               MOVE WS-CLOCK-STAMP (5:2) TO WS-WIN-MM
               MOVE WS-CLOCK-STAMP (7:2) TO WS-WIN-DD
           END-IF.

           MOVE WS-WIN-YYYY            TO WS-WYD-YYYY.
           MOVE WS-WIN-MM              TO WS-WYD-MM.
           MOVE WS-WIN-DD              TO WS-WYD-DD.

           COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-WINDOW-NUMERIC).
           COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DATE-INTEGER, 7).

           IF WS-DAY-OF-WEEK = 0
               MOVE 7                   TO WS-DAY-OF-WEEK
           END-IF.

           PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT.
           PERFORM 1200-LOAD-TONIGHTS-FEEDS THRU 1200-EXIT.
           PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
           PERFORM 1400-LOAD-OVERRIDES THRU 1400-EXIT.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES                 TO DFRPT-TITLE.
           STRING 'DFVOLCHK - FEED VOLUMES ' WS-WINDOW-DATE ' '
                  WS-DAY-NAME (WS-DAY-OF-WEEK)
                  DELIMITED BY SIZE
                  INTO DFRPT-TITLE
           END-STRING.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           OPEN OUTPUT HOLD-FILE.

           OPEN EXTEND HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       1000-JUDGE-EACH-FEED.

           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                       UNTIL WS-FD-SUB > WS-FEED-COUNT
               PERFORM 2000-JUDGE-ONE-FEED THRU 2000-EXIT
           END-PERFORM.

           CLOSE HISTORY-FILE.
           CLOSE HOLD-FILE.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-HELD-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFVOLCHK FEEDS ACCEPTED = ' WS-ACCEPTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFVOLCHK FEEDS RELEASED = ' WS-RELEASED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFVOLCHK FEEDS HELD     = ' WS-HELD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFVOLCHK END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-TOLERANCES.

           OPEN INPUT TOLERANCE-FILE.

           IF WS-TOLERANCE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-TOLERANCE-EOF
               READ TOLERANCE-FILE
                   AT END
                       SET WS-TOLERANCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-TAKE-TOLERANCE THRU 1150-EXIT
               END-READ
           END-PERFORM.

           CLOSE TOLERANCE-FILE.

       1100-EXIT. EXIT.

       1150-TAKE-TOLERANCE.

           IF VT-COUNT-PCT NOT NUMERIC OR VT-AMOUNT-PCT NOT NUMERIC
              OR VT-WEEKS NOT NUMERIC OR VT-MIN-WEEKS NOT NUMERIC
              OR VT-WEEKS = ZERO OR VT-WEEKS > 12
               DISPLAY 'DFVOLCHK DFVOLTOL ROW FOR ' VT-FEED-ID
                       ' IS INVALID - IGNORED' UPON CONSOLE
               GO TO 1150-EXIT
           END-IF.

           IF VT-FEED-ID = 'DEFAULT'
               MOVE VT-COUNT-PCT        TO WS-DEFAULT-COUNT-PCT
               MOVE VT-AMOUNT-PCT       TO WS-DEFAULT-AMOUNT-PCT
               MOVE VT-WEEKS            TO WS-DEFAULT-WEEKS
               MOVE VT-MIN-WEEKS        TO WS-DEFAULT-MIN-WEEKS
               GO TO 1150-EXIT
           END-IF.

           IF WS-TOL-COUNT >= 100
               GO TO 1150-EXIT
           END-IF.

           ADD 1                       TO WS-TOL-COUNT.
           MOVE VT-FEED-ID             TO WS-TOL-FEED (WS-TOL-COUNT).
           MOVE VT-COUNT-PCT           TO WS-TOL-COUNT-PCT
                                                      (WS-TOL-COUNT).
           MOVE VT-AMOUNT-PCT          TO WS-TOL-AMOUNT-PCT
                                                      (WS-TOL-COUNT).
           MOVE VT-WEEKS               TO WS-TOL-WEEKS (WS-TOL-COUNT).
           MOVE VT-MIN-WEEKS           TO WS-TOL-MIN-WEEKS
                                                      (WS-TOL-COUNT).

       1150-EXIT. EXIT.

      **** ONLY A PRODUCER ENTRY STAMPED WITH TONIGHT'S WINDOW DATE
      **** COUNTS, AND A RERUN PRODUCER'S LATEST ENTRY REPLACES ITS
      **** EARLIER ONE - A CORRECTED FEED IS JUDGED AFRESH.
       1200-LOAD-TONIGHTS-FEEDS.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DFVOLCHK NO DFBAL RECORDS YET THIS WINDOW'
                                               UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       IF BR-ROLE = 'P'
                          AND BR-WINDOW-DATE = WS-WINDOW-DATE
                           PERFORM 1250-TAKE-PRODUCER-ENTRY
                               THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       1200-EXIT. EXIT.

       1250-TAKE-PRODUCER-ENTRY.

           MOVE BR-FEED-ID             TO WS-CHECK-FEED.
           PERFORM 2900-FIND-FEED THRU 2900-EXIT.

           IF WS-FOUND-FD-SUB = ZERO
               IF WS-FEED-COUNT >= 200
                   GO TO 1250-EXIT
               END-IF
               ADD 1                    TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT       TO WS-FOUND-FD-SUB
               MOVE BR-FEED-ID          TO WS-FD-FEED (WS-FEED-COUNT)
               MOVE 'N'                 TO WS-FD-RECORDED
                                                      (WS-FEED-COUNT)
               MOVE SPACE               TO WS-FD-DISPOSITION
                                                      (WS-FEED-COUNT)
               MOVE SPACES              TO WS-FD-OPERATOR
                                                      (WS-FEED-COUNT)
               MOVE ZERO                TO WS-FD-OBS-COUNT
                                                      (WS-FEED-COUNT)
               MOVE SPACES              TO WS-FD-LAST-OBS-DATE
                                                      (WS-FEED-COUNT)
           END-IF.

           MOVE BR-PROGRAM-ID          TO WS-FD-PROGRAM
                                                  (WS-FOUND-FD-SUB).
           MOVE BR-RECORD-COUNT        TO WS-FD-COUNT
                                                  (WS-FOUND-FD-SUB).
           MOVE BR-AMOUNT-TOTAL        TO WS-FD-AMOUNT
                                                  (WS-FOUND-FD-SUB).

       1250-EXIT. EXIT.

      **** THE HISTORY IS APPENDED NIGHT BY NIGHT, SO IT IS ALREADY IN
      **** DATE ORDER.  AN ENTRY FOR TONIGHT MEANS AN EARLIER PASS HAS
      **** ALREADY ACCEPTED THE FEED AT THE TOTALS IT CARRIES; A NIGHT
      **** RECORDED MORE THAN ONCE COUNTS ONCE, AT ITS LATEST ENTRY.
       1300-LOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'DFVOLCHK NO DFVOLHIS HISTORY YET - EVERY '
                       'FEED STARTS ONE TONIGHT' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-TAKE-HISTORY-ENTRY THRU 1350-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1300-EXIT. EXIT.

       1350-TAKE-HISTORY-ENTRY.

           MOVE VH-FEED-ID             TO WS-CHECK-FEED.
           PERFORM 2900-FIND-FEED THRU 2900-EXIT.

           IF WS-FOUND-FD-SUB = ZERO
               GO TO 1350-EXIT
           END-IF.

           IF VH-WINDOW-DATE = WS-WINDOW-DATE
               MOVE 'Y'                 TO WS-FD-RECORDED
                                                  (WS-FOUND-FD-SUB)
               MOVE VH-DISPOSITION      TO WS-FD-DISPOSITION
                                                  (WS-FOUND-FD-SUB)
               MOVE VH-OPERATOR-ID      TO WS-FD-OPERATOR
                                                  (WS-FOUND-FD-SUB)
               MOVE VH-RECORD-COUNT     TO WS-FD-REC-COUNT
                                                  (WS-FOUND-FD-SUB)
               MOVE VH-AMOUNT-TOTAL     TO WS-FD-REC-AMOUNT
                                                  (WS-FOUND-FD-SUB)
               GO TO 1350-EXIT
           END-IF.

           IF VH-DAY-OF-WEEK NOT = WS-DAY-OF-WEEK
              OR VH-WINDOW-DATE > WS-WINDOW-DATE
               GO TO 1350-EXIT
           END-IF.

           IF VH-WINDOW-DATE = WS-FD-LAST-OBS-DATE (WS-FOUND-FD-SUB)
               MOVE WS-FD-OBS-COUNT (WS-FOUND-FD-SUB) TO WS-OBS-SUB
               GO TO 1350-TAKE-OBSERVATION
           END-IF.

      **** KEEP THE LATEST TWELVE - WHEN FULL, THE OLDEST DROPS OFF.
           IF WS-FD-OBS-COUNT (WS-FOUND-FD-SUB) >= 12
               PERFORM VARYING WS-OBS-SUB FROM 1 BY 1
                           UNTIL WS-OBS-SUB > 11
                   MOVE WS-FD-OBS (WS-FOUND-FD-SUB, WS-OBS-SUB + 1)
                       TO WS-FD-OBS (WS-FOUND-FD-SUB, WS-OBS-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-FD-OBS-COUNT (WS-FOUND-FD-SUB)
           END-IF.

           MOVE WS-FD-OBS-COUNT (WS-FOUND-FD-SUB) TO WS-OBS-SUB.

       1350-TAKE-OBSERVATION.

           MOVE VH-WINDOW-DATE         TO WS-FD-LAST-OBS-DATE
                                                  (WS-FOUND-FD-SUB).
           MOVE VH-RECORD-COUNT        TO WS-FD-OBS-COUNT-V
                                          (WS-FOUND-FD-SUB, WS-OBS-SUB).
           MOVE VH-AMOUNT-TOTAL        TO WS-FD-OBS-AMOUNT
                                          (WS-FOUND-FD-SUB, WS-OBS-SUB).

       1350-EXIT. EXIT.

      **** A CARD FOR ANOTHER NIGHT IS LEFT ALONE - A RELEASE COVERS
      **** ONE FEED FOR ONE WINDOW, NEVER A STANDING EXEMPTION.
       1400-LOAD-OVERRIDES.

           OPEN INPUT OVERRIDE-FILE.

           IF WS-OVERRIDE-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-OVERRIDE-EOF
               READ OVERRIDE-FILE
                   AT END
                       SET WS-OVERRIDE-EOF TO TRUE
                   NOT AT END
                       IF VO-WINDOW-DATE = WS-WINDOW-DATE
                          AND WS-OVR-COUNT < 50
                           ADD 1 TO WS-OVR-COUNT
                           MOVE VO-FEED-ID
                               TO WS-OVR-FEED (WS-OVR-COUNT)
                           MOVE VO-OPERATOR-ID
                               TO WS-OVR-OPERATOR (WS-OVR-COUNT)
                           MOVE VO-REASON
                               TO WS-OVR-REASON (WS-OVR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OVERRIDE-FILE.

       1400-EXIT. EXIT.

       2000-JUDGE-ONE-FEED.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-FD-FEED (WS-FD-SUB) TO DL-FEED-ID.
           MOVE WS-FD-PROGRAM (WS-FD-SUB) TO DL-PROGRAM-ID.
           MOVE WS-FD-COUNT (WS-FD-SUB) TO DL-COUNT.
           MOVE WS-FD-AMOUNT (WS-FD-SUB) TO DL-AMOUNT.

           PERFORM 2100-SET-BAND THRU 2100-EXIT.
           PERFORM 2200-TRAILING-AVERAGE THRU 2200-EXIT.

           MOVE WS-AVG-COUNT           TO DL-AVG-COUNT.
           MOVE WS-AVG-AMOUNT          TO DL-AVG-AMOUNT.
           MOVE WS-USED-WEEKS          TO DL-WEEKS.

      **** A PRODUCER RERUN SINCE THE EARLIER PASS IS JUDGED AGAIN.
           IF WS-FD-RECORDED (WS-FD-SUB) = 'Y'
              AND (WS-FD-REC-COUNT (WS-FD-SUB) NOT =
                                        WS-FD-COUNT (WS-FD-SUB)
               OR WS-FD-REC-AMOUNT (WS-FD-SUB) NOT =
                                        WS-FD-AMOUNT (WS-FD-SUB))
               DISPLAY 'DFVOLCHK FEED ' WS-FD-FEED (WS-FD-SUB)
                       ' RERUN WITH NEW TOTALS - JUDGED AGAIN'
                                               UPON CONSOLE
               MOVE 'N'                 TO WS-FD-RECORDED (WS-FD-SUB)
               MOVE SPACE               TO WS-FD-DISPOSITION
                                                      (WS-FD-SUB)
               MOVE SPACES              TO WS-FD-OPERATOR (WS-FD-SUB)
           END-IF.

      **** AN EARLIER PASS TONIGHT ALREADY ACCEPTED OR RELEASED IT AT
      **** THESE VERY TOTALS.
           IF WS-FD-RECORDED (WS-FD-SUB) = 'Y'
               IF WS-FD-DISPOSITION (WS-FD-SUB) = 'O'
                   MOVE SPACES          TO DL-RESULT
                   STRING 'RELEASED BY '
                          WS-FD-OPERATOR (WS-FD-SUB)
                          DELIMITED BY SIZE
                          INTO DL-RESULT
                   END-STRING
                   MOVE WS-FD-OPERATOR (WS-FD-SUB)
                                        TO DFVOLH-OPERATOR-ID
                   PERFORM 2600-WRITE-HOLD-ENTRY THRU 2600-EXIT
                   ADD 1                TO WS-RELEASED-COUNT
               ELSE
                   MOVE 'ACCEPTED EARLIER TONIGHT' TO DL-RESULT
                   ADD 1                TO WS-ACCEPTED-COUNT
               END-IF
               GO TO 2000-WRITE-LINE
           END-IF.

           IF WS-USED-WEEKS < WS-BAND-MIN-WEEKS
               MOVE 'N'                 TO WS-FD-DISPOSITION
                                                      (WS-FD-SUB)
               MOVE 'TOO LITTLE HISTORY - ACCEPTED' TO DL-RESULT
               PERFORM 2500-RECORD-HISTORY THRU 2500-EXIT
               ADD 1                    TO WS-ACCEPTED-COUNT
               GO TO 2000-WRITE-LINE
           END-IF.

           PERFORM 2300-CHECK-BAND THRU 2300-EXIT.

           IF NOT WS-OUT-OF-BAND
               MOVE 'A'                 TO WS-FD-DISPOSITION
                                                      (WS-FD-SUB)
               MOVE 'WITHIN BAND'       TO DL-RESULT
               PERFORM 2500-RECORD-HISTORY THRU 2500-EXIT
               ADD 1                    TO WS-ACCEPTED-COUNT
               GO TO 2000-WRITE-LINE
           END-IF.

           PERFORM 2400-APPLY-OVERRIDE THRU 2400-EXIT.

           IF WS-FD-DISPOSITION (WS-FD-SUB) = 'O'
               MOVE SPACES              TO DL-RESULT
               STRING WS-RESULT-TEXT DELIMITED BY '  '
                      ' - OK BY ' WS-FD-OPERATOR (WS-FD-SUB)
                      DELIMITED BY SIZE
                      INTO DL-RESULT
               END-STRING
               MOVE WS-FD-OPERATOR (WS-FD-SUB)
                                        TO DFVOLH-OPERATOR-ID
               PERFORM 2500-RECORD-HISTORY THRU 2500-EXIT
               PERFORM 2600-WRITE-HOLD-ENTRY THRU 2600-EXIT
               ADD 1                    TO WS-RELEASED-COUNT
               DISPLAY 'DFVOLCHK FEED ' WS-FD-FEED (WS-FD-SUB)
                       ' OUT OF BAND, RELEASED BY '
                       WS-FD-OPERATOR (WS-FD-SUB) UPON CONSOLE
               GO TO 2000-WRITE-LINE
           END-IF.

           MOVE SPACES                 TO DL-RESULT.
           STRING WS-RESULT-TEXT DELIMITED BY '  '
                  ' - HELD'
                  DELIMITED BY SIZE
                  INTO DL-RESULT
           END-STRING.
           MOVE SPACES                 TO DFVOLH-OPERATOR-ID.
           PERFORM 2600-WRITE-HOLD-ENTRY THRU 2600-EXIT.
           ADD 1                       TO WS-HELD-COUNT.
           DISPLAY 'DFVOLCHK FEED ' WS-FD-FEED (WS-FD-SUB)
                   ' HELD - ' WS-RESULT-TEXT UPON CONSOLE.

       2000-WRITE-LINE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       2000-EXIT. EXIT.

       2100-SET-BAND.

           MOVE WS-DEFAULT-COUNT-PCT   TO WS-BAND-COUNT-PCT.
           MOVE WS-DEFAULT-AMOUNT-PCT  TO WS-BAND-AMOUNT-PCT.
           MOVE WS-DEFAULT-WEEKS       TO WS-BAND-WEEKS.
           MOVE WS-DEFAULT-MIN-WEEKS   TO WS-BAND-MIN-WEEKS.

           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                       UNTIL WS-TOL-SUB > WS-TOL-COUNT
               IF WS-TOL-FEED (WS-TOL-SUB) = WS-FD-FEED (WS-FD-SUB)
                   MOVE WS-TOL-COUNT-PCT (WS-TOL-SUB)
                                        TO WS-BAND-COUNT-PCT
                   MOVE WS-TOL-AMOUNT-PCT (WS-TOL-SUB)
                                        TO WS-BAND-AMOUNT-PCT
                   MOVE WS-TOL-WEEKS (WS-TOL-SUB)
                                        TO WS-BAND-WEEKS
                   MOVE WS-TOL-MIN-WEEKS (WS-TOL-SUB)
                                        TO WS-BAND-MIN-WEEKS
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

      **** THE AVERAGE OF THE LATEST WEEKS OF THE SAME WEEKDAY, UP TO
      **** THE FEED'S TRAILING WINDOW.
       2200-TRAILING-AVERAGE.

           MOVE ZERO                   TO WS-SUM-COUNT.
           MOVE ZERO                   TO WS-SUM-AMOUNT.
           MOVE ZERO                   TO WS-AVG-COUNT.
           MOVE ZERO                   TO WS-AVG-AMOUNT.

           MOVE WS-FD-OBS-COUNT (WS-FD-SUB) TO WS-USED-WEEKS.

           IF WS-USED-WEEKS > WS-BAND-WEEKS
               MOVE WS-BAND-WEEKS       TO WS-USED-WEEKS
           END-IF.

           IF WS-USED-WEEKS = ZERO
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-OBS-FIRST =
                   WS-FD-OBS-COUNT (WS-FD-SUB) - WS-USED-WEEKS + 1.

           PERFORM VARYING WS-OBS-SUB FROM WS-OBS-FIRST BY 1
                       UNTIL WS-OBS-SUB > WS-FD-OBS-COUNT (WS-FD-SUB)
               ADD WS-FD-OBS-COUNT-V (WS-FD-SUB, WS-OBS-SUB)
                                        TO WS-SUM-COUNT
               ADD WS-FD-OBS-AMOUNT (WS-FD-SUB, WS-OBS-SUB)
                                        TO WS-SUM-AMOUNT
           END-PERFORM.

           COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-SUM-COUNT / WS-USED-WEEKS.
           COMPUTE WS-AVG-AMOUNT ROUNDED =
                   WS-SUM-AMOUNT / WS-USED-WEEKS.

       2200-EXIT. EXIT.

      **** EACH MEASURE IS OUT OF BAND WHEN TONIGHT DIFFERS FROM THE
      **** AVERAGE BY MORE THAN ITS PERCENTAGE OF THE AVERAGE.  AGAINST
      **** AN AVERAGE OF ZERO ANY VOLUME AT ALL IS OUT OF BAND.
       2300-CHECK-BAND.

           MOVE 'N'                    TO WS-OUT-OF-BAND-FLAG.
           MOVE SPACES                 TO WS-RESULT-TEXT.

           IF WS-BAND-COUNT-PCT > ZERO
               IF WS-FD-COUNT (WS-FD-SUB) > WS-AVG-COUNT
                   COMPUTE WS-DIFF-COUNT =
                           WS-FD-COUNT (WS-FD-SUB) - WS-AVG-COUNT
               ELSE
                   COMPUTE WS-DIFF-COUNT =
                           WS-AVG-COUNT - WS-FD-COUNT (WS-FD-SUB)
               END-IF
               IF WS-AVG-COUNT = ZERO
                   IF WS-DIFF-COUNT > ZERO
                       MOVE 'Y'         TO WS-OUT-OF-BAND-FLAG
                       MOVE 'NO RECORDS USUALLY'
                                        TO WS-RESULT-TEXT
                   END-IF
               ELSE
                   COMPUTE WS-COUNT-DEV-PCT ROUNDED =
                           WS-DIFF-COUNT * 100 / WS-AVG-COUNT
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-COUNT-DEV-PCT
                   END-COMPUTE
                   IF WS-COUNT-DEV-PCT > WS-BAND-COUNT-PCT
                       MOVE 'Y'         TO WS-OUT-OF-BAND-FLAG
                       MOVE 'COUNT OUT OF BAND'
                                        TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

           IF WS-OUT-OF-BAND OR WS-BAND-AMOUNT-PCT = ZERO
               GO TO 2300-EXIT
           END-IF.

           IF WS-AVG-AMOUNT < ZERO
               COMPUTE WS-ABS-AVG-AMOUNT = ZERO - WS-AVG-AMOUNT
           ELSE
               MOVE WS-AVG-AMOUNT       TO WS-ABS-AVG-AMOUNT
           END-IF.

           IF WS-FD-AMOUNT (WS-FD-SUB) > WS-AVG-AMOUNT
               COMPUTE WS-DIFF-AMOUNT =
                       WS-FD-AMOUNT (WS-FD-SUB) - WS-AVG-AMOUNT
           ELSE
               COMPUTE WS-DIFF-AMOUNT =
                       WS-AVG-AMOUNT - WS-FD-AMOUNT (WS-FD-SUB)
           END-IF.

           IF WS-ABS-AVG-AMOUNT = ZERO
               IF WS-DIFF-AMOUNT > ZERO
                   MOVE 'Y'             TO WS-OUT-OF-BAND-FLAG
                   MOVE 'NO AMOUNT USUALLY' TO WS-RESULT-TEXT
               END-IF
               GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-AMOUNT-DEV-PCT ROUNDED =
                   WS-DIFF-AMOUNT * 100 / WS-ABS-AVG-AMOUNT
               ON SIZE ERROR
                   MOVE 99999.9         TO WS-AMOUNT-DEV-PCT
           END-COMPUTE.

           IF WS-AMOUNT-DEV-PCT > WS-BAND-AMOUNT-PCT
               MOVE 'Y'                 TO WS-OUT-OF-BAND-FLAG
               MOVE 'AMOUNT OUT OF BAND' TO WS-RESULT-TEXT
           END-IF.

       2300-EXIT. EXIT.

      **** THE FIRST CARD FOR THE FEED WHOSE OPERATOR DFAUTH ALLOWS
      **** FUNCTION VOL RELEASES IT.  A DENIED CARD IS REPORTED AND
      **** THE FEED STAYS HELD.
       2400-APPLY-OVERRIDE.

           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                       UNTIL WS-OVR-SUB > WS-OVR-COUNT
                          OR WS-FD-DISPOSITION (WS-FD-SUB) = 'O'
               IF WS-OVR-FEED (WS-OVR-SUB) = WS-FD-FEED (WS-FD-SUB)
                   PERFORM 2450-AUTHORIZE-OVERRIDE THRU 2450-EXIT
               END-IF
           END-PERFORM.

       2400-EXIT. EXIT.

       2450-AUTHORIZE-OVERRIDE.

           MOVE WS-OVR-OPERATOR (WS-OVR-SUB) TO DFAUTH-USER-ID.
           MOVE 'VOL'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'RELEASE FEED ' WS-FD-FEED (WS-FD-SUB)
                  ' ' WS-WINDOW-DATE
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-AUTHORIZED
               MOVE 'O'                 TO WS-FD-DISPOSITION
                                                      (WS-FD-SUB)
               MOVE WS-OVR-OPERATOR (WS-OVR-SUB)
                                        TO WS-FD-OPERATOR (WS-FD-SUB)
               GO TO 2450-EXIT
           END-IF.

           DISPLAY 'DFVOLCHK RELEASE OF ' WS-FD-FEED (WS-FD-SUB)
                   ' BY ' WS-OVR-OPERATOR (WS-OVR-SUB)
                   ' REFUSED - ' DFAUTH-REASON UPON CONSOLE.

       2450-EXIT. EXIT.

       2500-RECORD-HISTORY.

           MOVE SPACES                 TO HISTORY-RECORD.
           MOVE WS-FD-FEED (WS-FD-SUB) TO VH-FEED-ID.
           MOVE WS-WINDOW-DATE         TO VH-WINDOW-DATE.
           MOVE WS-DAY-OF-WEEK         TO VH-DAY-OF-WEEK.
           MOVE WS-FD-COUNT (WS-FD-SUB) TO VH-RECORD-COUNT.
           MOVE WS-FD-AMOUNT (WS-FD-SUB) TO VH-AMOUNT-TOTAL.
           MOVE WS-FD-DISPOSITION (WS-FD-SUB) TO VH-DISPOSITION.
           MOVE WS-FD-OPERATOR (WS-FD-SUB) TO VH-OPERATOR-ID.
           WRITE HISTORY-RECORD.

       2500-EXIT. EXIT.

       2600-WRITE-HOLD-ENTRY.

           MOVE WS-FD-FEED (WS-FD-SUB) TO DFVOLH-FEED-ID.
           MOVE WS-WINDOW-DATE         TO DFVOLH-WINDOW-DATE.

           IF WS-FD-DISPOSITION (WS-FD-SUB) = 'O'
               SET DFVOLH-OVERRIDDEN    TO TRUE
           ELSE
               SET DFVOLH-HELD          TO TRUE
           END-IF.

           WRITE DFVOLH-HOLD-RECORD.

       2600-EXIT. EXIT.

       2900-FIND-FEED.

           MOVE ZERO                   TO WS-FOUND-FD-SUB.

           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                       UNTIL WS-FD-SUB > WS-FEED-COUNT
               IF WS-FD-FEED (WS-FD-SUB) = WS-CHECK-FEED
                   MOVE WS-FD-SUB       TO WS-FOUND-FD-SUB
               END-IF
           END-PERFORM.

       2900-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
