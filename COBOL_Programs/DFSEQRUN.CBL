      ****   - LOGS EVERY DECISION, TIME-STAMPED, TO DFSEQLOG      ****
      ****     ALONGSIDE THE DFRH RUN-HISTORY ENTRIES THE STEPS    ****
      ****     THEMSELVES WRITE.                                   ****
      ******************************************************************

      ******************************************************************
      ****   A FEED CAN BE PRODUCED TONIGHT AND STILL BE WRONG - A  ****
      ****   TENTH OF ITS USUAL RECORDS, OR TEN TIMES THEM.  THE    ****
      ****   DFVOLCHK VOLUME CHECK, RUN AHEAD OF EACH PASS, WRITES  ****
      ****   EVERY FEED OUTSIDE ITS TOLERANCE BAND TO THE DFVOLHLD  ****
      ****   HOLD FILE.  A CONSUMED FEED HELD THERE FOR TONIGHT'S   ****
      ****   WINDOW HOLDS THE STEP (AND SO ITS BRANCH) EXACTLY AS A ****
      ****   FAILED PRODUCER DOES, UNTIL THE PRODUCER IS RERUN      ****
      ****   WITHIN THE BAND OR AN AUTHORIZED OPERATOR RELEASES THE ****
      ****   FEED.  A RELEASED ('O') OR OLDER HOLD RECORD IS        ****
      ****   IGNORED, AND NO HOLD FILE MEANS NOTHING IS HELD.       ****
      ******************************************************************

      ******************************************************************
      ****   A HELD STEP ALSO RAISES A MAJOR OPERATOR ALERT THROUGH ****
      ****   DFALRTWR (SEE DFALRT.CPY), KEYED ON THE STEP AND       ****
      ****   TONIGHT'S WINDOW DATE - EACH PASS THAT FINDS THE STEP  ****
      ****   STILL HELD REPEATS THE SAME ALERT RATHER THAN PAGING   ****
      ****   AFRESH.                                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT HOLD-FILE        ASSIGN TO DFVOLHLD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  LG-REASON               PIC X(40).
           05  FILLER                  PIC X(03).

       FD  HOLD-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DFVOLH-HOLD-RECORD.

           COPY DFVOLH.

       WORKING-STORAGE SECTION.

       01  WS-DEPEND-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RELEASE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.

       01  WS-DEPEND-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-DEPEND-EOF               VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-HOLD-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HOLD-EOF                 VALUE 'Y'.

       01  WS-DEP-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY            OCCURS 200 TIMES.
       01  WS-FED-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FEED-READY-FLAG          PIC X(01) VALUE SPACE.

      **** FEEDS THE VOLUME CHECK HOLDS FOR TONIGHT'S WINDOW.
       01  WS-VOL-HOLD-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-VOL-HOLD-TABLE.
           05  WS-VOL-HOLD-ENTRY       OCCURS 200 TIMES PIC X(08).

       01  WS-VOL-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FEED-VOL-HELD-FLAG       PIC X(01) VALUE SPACE.

      **** DFRUNHIS START/END TALLIES PER PROGRAM.
       01  WS-RUN-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-RUN-TABLE.

       COPY DFRUNDT.

       COPY DFALRT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
           END-IF.

           PERFORM 1200-LOAD-PRODUCED-FEEDS THRU 1200-EXIT.
           PERFORM 1250-LOAD-VOLUME-HOLDS THRU 1250-EXIT.
           PERFORM 1300-TALLY-RUN-HISTORY THRU 1300-EXIT.
           PERFORM 1400-BUILD-STEP-LIST THRU 1400-EXIT.


       1200-EXIT. EXIT.

       1250-LOAD-VOLUME-HOLDS.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00'
               GO TO 1250-EXIT
           END-IF.

           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF DFVOLH-HELD
                          AND DFVOLH-WINDOW-DATE = WS-WINDOW-DATE
                          AND WS-VOL-HOLD-COUNT < 200
                           ADD 1 TO WS-VOL-HOLD-COUNT
                           MOVE DFVOLH-FEED-ID
                               TO WS-VOL-HOLD-ENTRY (WS-VOL-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.

       1250-EXIT. EXIT.

       1300-TALLY-RUN-HISTORY.

           OPEN INPUT HISTORY-FILE.
           END-PERFORM.

           IF WS-FEED-READY-FLAG = 'Y'
               PERFORM 2150-CHECK-VOLUME-HOLD THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF.


       2100-EXIT. EXIT.

       2150-CHECK-VOLUME-HOLD.

           MOVE 'N'                    TO WS-FEED-VOL-HELD-FLAG.

           PERFORM VARYING WS-VOL-SUB FROM 1 BY 1
                       UNTIL WS-VOL-SUB > WS-VOL-HOLD-COUNT
               IF WS-VOL-HOLD-ENTRY (WS-VOL-SUB) = WS-CHECK-FEED
                   MOVE 'Y'             TO WS-FEED-VOL-HELD-FLAG
               END-IF
           END-PERFORM.

           IF WS-FEED-VOL-HELD-FLAG NOT = 'Y'
               GO TO 2150-EXIT
           END-IF.

           MOVE 'H'                    TO WS-STP-STATE (WS-STP-SUB).
           MOVE SPACES                 TO WS-STP-REASON (WS-STP-SUB).
           STRING 'FEED ' WS-CHECK-FEED ' HELD - VOLUME OUT OF BAND'
                  DELIMITED BY SIZE
                  INTO WS-STP-REASON (WS-STP-SUB)
           END-STRING.
           DISPLAY 'DFSEQRUN BRANCH HELD - STEP '
                   WS-STP-PROGRAM (WS-STP-SUB)
                   ' CONSUMES VOLUME-HELD FEED ' WS-CHECK-FEED
                                               UPON CONSOLE.

       2150-EXIT. EXIT.

      **** WHO PRODUCES THE FEED, AND DID THEY START WITHOUT
      **** FINISHING - MORE DFRH STARTS THAN ENDS MEANS A STEP DIED
      **** MID-FLIGHT (OR IS STILL RUNNING; EITHER WAY THE BRANCH
               WHEN WS-STP-HELD (WS-STP-SUB)
                   ADD 1                TO WS-HELD-COUNT
                   MOVE 'HELD'          TO LG-STATE
                   PERFORM 3100-RAISE-HOLD-ALERT THRU 3100-EXIT
               WHEN OTHER
                   ADD 1                TO WS-WAITING-COUNT
                   MOVE 'WAITING'       TO LG-STATE
           WRITE LOG-RECORD.

       3000-EXIT. EXIT.

       3100-RAISE-HOLD-ALERT.

           MOVE WS-STP-PROGRAM (WS-STP-SUB) TO DFALRT-PROGRAM-ID.
           SET DFALRT-STEP-HELD        TO TRUE.
           SET DFALRT-MAJOR            TO TRUE.
           MOVE SPACES                 TO DFALRT-KEY.
           STRING 'HOLD ' WS-STP-PROGRAM (WS-STP-SUB) ' '
                  WS-WINDOW-DATE
                  DELIMITED BY SIZE
                  INTO DFALRT-KEY
           END-STRING.
           MOVE SPACES                 TO DFALRT-TEXT.
           STRING 'STEP HELD - ' WS-STP-REASON (WS-STP-SUB)
                  DELIMITED BY SIZE
                  INTO DFALRT-TEXT
           END-STRING.

           CALL 'DFALRTWR'            USING DFALRT-CONTROL-RECORD.

       3100-EXIT. EXIT.
