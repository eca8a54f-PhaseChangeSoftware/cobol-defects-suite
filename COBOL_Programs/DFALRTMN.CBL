       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFALRTMN.

      *REMARKS:    OPERATOR ALERT MONITOR - ROUTES ALERT EVENTS TO
      *            THE ON-CALL CONTACT, DETECTS STALLED STEPS AND SLA
      *            BREACHES, AND ESCALATES UNACKNOWLEDGED ALERTS.

      ******************************************************************
      ****   ABENDS, STALLED STEPS AND SLA BREACHES WERE NOTICED    ****
      ****   ONLY WHEN SOMEONE LOOKED AT THE CONSOLE - OR THE       ****
      ****   MORNING REPORTS.  THIS MONITOR RUNS ON A SHORT CYCLE   ****
      ****   THROUGH THE BATCH WINDOW AND ON EACH PASS:             ****
      ****                                                          ****
      ****   - PICKS UP THE EVENTS RAISED SINCE ITS LAST PASS ON    ****
      ****     THE DFALRTEV EVENT FILE (DFALRTWR - DFSTCHK AND      ****
      ****     DFSQLCHK FATAL STATUSES, DFSEQRUN HELD STEPS);       ****
      ****   - RAISES ITS OWN EVENTS FOR A RUNNING STEP WHOSE       ****
      ****     DFHBFILE HEARTBEAT IS OLDER THAN THE STALL           ****
      ****     THRESHOLD, AND FOR A RUNNING STEP ALREADY PAST ITS   ****
      ****     DFSLACTL SLA - A STEP IS RUNNING WHILE ITS LATEST    ****
      ****     DFRUNHIS ENTRY IS A START WITHIN THE LAST DAY;       ****
      ****   - TURNS EACH NEW EVENT INTO A NUMBERED ALERT, OR A     ****
      ****     REPEAT OF AN ALERT ALREADY HELD WITH THE SAME KEY,   ****
      ****     AND ROUTES IT BY THE DFALRTRT ROUTING TABLE - THE    ****
      ****     FIRST ROW WHOSE PROGRAM (OR '*'), SEVERITY AND TIME- ****
      ****     OF-DAY WINDOW FIT - TO THE ROW'S FIRST ON-CALL       ****
      ****     CONTACT AS A DFALRTNT NOTIFICATION RECORD FOR THE    ****
      ****     PAGING/EMAIL GATEWAY;                                ****
      ****   - APPLIES THE DFALRTAK ACKNOWLEDGMENTS THE GATEWAY     ****
      ****     RETURNS, AND ESCALATES ANY OPEN ALERT NOT            ****
      ****     ACKNOWLEDGED WITHIN THE ROW'S ESCALATION MINUTES TO  ****
      ****     THE NEXT ON-CALL CONTACT (THE LAST CONTACT IS RE-    ****
      ****     NOTIFIED);                                           ****
      ****   - REWRITES THE DFALRTST ALERT STATE FILE WHOLE (DFHBWR ****
      ****     SHAPE) AND LISTS EVERY ALERT IT HOLDS ON DFALRRPT.   ****
      ****                                                          ****
      ****   AN ACKNOWLEDGED ALERT IS KEPT UNTIL THE DAY AFTER IT   ****
      ****   WAS RAISED, SO THE SAME CONDITION SEEN AGAIN THE SAME  ****
      ****   DAY IS COUNTED AS A REPEAT RATHER THAN PAGED AGAIN.    ****
      ****   RETURN CODE 4 WHILE ANY ALERT IS OPEN.                 ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARM-FILE        ASSIGN TO DFALRPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT ROUTE-FILE       ASSIGN TO DFALRTRT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ROUTE-STATUS.

           SELECT STATE-IN-FILE    ASSIGN TO DFALRTST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-STATE-IN-STATUS.

           SELECT STATE-OUT-FILE   ASSIGN TO DFALRTST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-STATE-OUT-STATUS.

           SELECT EVENT-FILE       ASSIGN TO DFALRTEV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EVENT-STATUS.

           SELECT ACK-FILE         ASSIGN TO DFALRTAK
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACK-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DFRUNHIS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROGRESS-FILE    ASSIGN TO DFHBFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROGRESS-STATUS.

           SELECT SLA-FILE         ASSIGN TO DFSLACTL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SLA-STATUS.

           SELECT NOTIFY-FILE      ASSIGN TO DFALRTNT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFALRRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

      **** COL 1-3  MINUTES WITHOUT A HEARTBEAT BEFORE A RUNNING STEP
      ****          COUNTS AS STALLED (DEFAULT 030)
       01  PARM-RECORD.
           05  PM-STALL-MINUTES        PIC 9(03).
           05  FILLER                  PIC X(77).

      **** ONE ROW PER ROUTE, MOST SPECIFIC FIRST - THE FIRST ROW THAT
      **** FITS AN ALERT ROUTES IT.  PROGRAM '*' FITS EVERY PROGRAM;
      **** THE ROW FITS ALERTS OF ITS MAXIMUM SEVERITY NUMBER OR MORE
      **** SEVERE (1 = CRITICAL, 2 = MAJOR, 3 = WARNING) RAISED
      **** BETWEEN ITS FROM AND TO TIMES (HHMM, BOTH INCLUSIVE; A FROM
      **** LATER THAN THE TO RUNS ACROSS MIDNIGHT).  ESCALATION
      **** MINUTES OF ZERO NEVER ESCALATE.  CHANNEL P = PAGE,
      **** E = EMAIL.
       FD  ROUTE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS ROUTE-RECORD.

       01  ROUTE-RECORD.
           05  RT-PROGRAM-ID           PIC X(08).
           05  RT-MAX-SEVERITY         PIC 9(01).
           05  RT-FROM-HHMM            PIC 9(04).
           05  RT-TO-HHMM              PIC 9(04).
           05  RT-ESCALATE-MINUTES     PIC 9(03).
           05  RT-CONTACT              OCCURS 3 TIMES.
               10  RT-CHANNEL          PIC X(01).
               10  RT-ADDRESS          PIC X(40).
           05  FILLER                  PIC X(07).

      **** THE FIRST RECORD IS THE CONTROL RECORD (ALERT ID ZERO) - HOW
      **** MANY DFALRTEV EVENTS HAVE BEEN TAKEN AND THE LAST ALERT ID
      **** ISSUED; EVERY OTHER RECORD IS ONE ALERT.
       FD  STATE-IN-FILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS STATE-IN-RECORD.

       01  STATE-IN-RECORD.
           05  SI-ALERT-ID             PIC 9(08).
           05  SI-ALERT-DATA           PIC X(162).

       01  STATE-IN-CONTROL.
           05  FILLER                  PIC 9(08).
           05  SI-EVENTS-TAKEN         PIC 9(09).
           05  SI-LAST-ALERT-ID        PIC 9(08).
           05  FILLER                  PIC X(145).

       FD  STATE-OUT-FILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS STATE-OUT-RECORD.

       01  STATE-OUT-RECORD.
           05  SO-ALERT-ID             PIC 9(08).
           05  SO-ALERT-DATA           PIC X(162).

       01  STATE-OUT-CONTROL.
           05  SO-CONTROL-ID           PIC 9(08).
           05  SO-EVENTS-TAKEN         PIC 9(09).
           05  SO-LAST-ALERT-ID        PIC 9(08).
           05  FILLER                  PIC X(145).

       FD  EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EVENT-RECORD.

       01  EVENT-RECORD.
           05  EV-TIMESTAMP            PIC X(14).
           05  EV-PROGRAM-ID           PIC X(08).
           05  EV-SOURCE               PIC X(04).
           05  EV-SEVERITY             PIC 9(01).
           05  EV-KEY                  PIC X(30).
           05  EV-TEXT                 PIC X(60).
           05  FILLER                  PIC X(03).

      **** WRITTEN BY THE GATEWAY WHEN THE CONTACT ACKNOWLEDGES.
       FD  ACK-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ACK-RECORD.

       01  ACK-RECORD.
           05  AK-ALERT-ID             PIC 9(08).
           05  AK-OPERATOR-ID          PIC X(08).
           05  AK-TIMESTAMP            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD.
           05  HR-PROGRAM-ID           PIC X(08).
           05  HR-PHASE                PIC X(01).
           05  HR-TIMESTAMP            PIC X(21).
           05  HR-RECORDS              PIC 9(09).

       FD  PROGRESS-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS PROGRESS-RECORD.

       01  PROGRESS-RECORD.
           05  PR-PROGRAM-ID           PIC X(08).
           05  PR-RECORDS              PIC 9(09).
           05  PR-LAST-KEY             PIC X(20).
           05  PR-TIMESTAMP            PIC X(21).

       FD  SLA-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS SLA-RECORD.

       01  SLA-RECORD.
           05  SL-PROGRAM-ID           PIC X(08).
           05  SL-SLA-SECONDS          PIC 9(06).
           05  SL-GROWTH-PCT           PIC 9(03).

       FD  NOTIFY-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS NOTIFY-RECORD.

       01  NOTIFY-RECORD.
           05  NT-TIMESTAMP            PIC X(14).
           05  NT-ALERT-ID             PIC 9(08).
           05  NT-CHANNEL              PIC X(01).
           05  NT-ADDRESS              PIC X(40).
           05  NT-LEVEL                PIC 9(01).
           05  NT-SEVERITY             PIC 9(01).
           05  NT-PROGRAM-ID           PIC X(08).
           05  NT-SOURCE               PIC X(04).
           05  NT-TEXT                 PIC X(60).
           05  FILLER                  PIC X(13).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ROUTE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-STATE-IN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-STATE-OUT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROGRESS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SLA-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NOTIFY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-END-OF-FILE              VALUE 'Y'.

       01  WS-STALL-MINUTES            PIC 9(03) VALUE 30.

      **** A START OLDER THAN THIS WITH NO END IS AN OLD ABEND ALREADY
      **** ALERTED ON, NOT A STEP STILL RUNNING.
       01  WS-RUNNING-LIMIT-MINUTES    PIC 9(05) VALUE 1440.

       01  WS-ROUTE-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-RTE-ENTRY            OCCURS 50 TIMES.
               10  WS-RTE-PROGRAM      PIC X(08).
               10  WS-RTE-MAX-SEVERITY PIC 9(01).
               10  WS-RTE-FROM-HHMM    PIC 9(04).
               10  WS-RTE-TO-HHMM      PIC 9(04).
               10  WS-RTE-ESCALATE     PIC 9(03).
               10  WS-RTE-CONTACT      OCCURS 3 TIMES.
                   15  WS-RTE-CHANNEL  PIC X(01).
                   15  WS-RTE-ADDRESS  PIC X(40).

       01  WS-RTE-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FOUND-RTE-SUB            PIC 9(02) VALUE ZERO.
       01  WS-RAISED-HHMM              PIC 9(04) VALUE ZERO.

       01  WS-EVENTS-TAKEN             PIC 9(09) VALUE ZERO.
       01  WS-EVENTS-ON-FILE           PIC 9(09) VALUE ZERO.
       01  WS-EVENT-SEQ                PIC 9(09) VALUE ZERO.
       01  WS-LAST-ALERT-ID            PIC 9(08) VALUE ZERO.

       01  WS-ALERT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-ALERT-TABLE.
           05  WS-AL-ENTRY             OCCURS 300 TIMES.
               10  WS-AL-ID            PIC 9(08).
               10  WS-AL-DATA.
                   15  WS-AL-RAISED    PIC X(14).
                   15  WS-AL-PROGRAM   PIC X(08).
                   15  WS-AL-SOURCE    PIC X(04).
                   15  WS-AL-SEVERITY  PIC 9(01).
                   15  WS-AL-KEY       PIC X(30).
                   15  WS-AL-TEXT      PIC X(60).
                   15  WS-AL-STATE     PIC X(01).
                       88  WS-AL-OPEN          VALUE 'O'.
                       88  WS-AL-ACKNOWLEDGED  VALUE 'A'.
                   15  WS-AL-LEVEL     PIC 9(01).
                   15  WS-AL-LAST-NOTIFIED
                                       PIC X(14).
                   15  WS-AL-REPEATS   PIC 9(04).
                   15  WS-AL-ACK-BY    PIC X(08).
                   15  WS-AL-ACK-TIME  PIC X(14).
                   15  FILLER          PIC X(03).

       01  WS-AL-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-FOUND-AL-SUB             PIC 9(03) VALUE ZERO.

      **** EACH PROGRAM'S LATEST DFRUNHIS ENTRY, AND THE SLA TABLE.
       01  WS-RUN-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY            OCCURS 200 TIMES.
               10  WS-RUN-PROGRAM      PIC X(08).
               10  WS-RUN-PHASE        PIC X(01).
               10  WS-RUN-STARTED      PIC X(14).

       01  WS-RUN-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-RUN-SUB            PIC 9(03) VALUE ZERO.

       01  WS-SLA-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY            OCCURS 50 TIMES.
               10  WS-SLA-PROGRAM      PIC X(08).
               10  WS-SLA-SECONDS      PIC 9(06).

       01  WS-SLA-SUB                  PIC 9(02) VALUE ZERO.

       01  WS-NOW-STAMP                PIC X(14) VALUE SPACES.
       01  WS-NOW-SECONDS              PIC S9(12) VALUE ZERO.
       01  WS-TODAY                    PIC X(08) VALUE SPACES.

       01  WS-TS-WORK.
           05  WS-TS-DATE              PIC 9(08).
           05  WS-TS-HH                PIC 9(02).
           05  WS-TS-MM                PIC 9(02).
           05  WS-TS-SS                PIC 9(02).

       01  WS-TS-SECONDS               PIC S9(12) VALUE ZERO.
       01  WS-AGE-SECONDS              PIC S9(12) VALUE ZERO.
       01  WS-AGE-MINUTES              PIC S9(09) VALUE ZERO.
       01  WS-AGE-DISPLAY              PIC ZZZZ9.

       01  WS-EVENT-STAMP              PIC X(14) VALUE SPACES.

       01  WS-NEW-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-NOTIFY-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-ACKED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(04) VALUE ZERO.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ALERT'.
           05  FILLER                  PIC X(18) VALUE 'RAISED'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(06) VALUE 'SRCE'.
           05  FILLER                  PIC X(04) VALUE 'SEV'.
           05  FILLER                  PIC X(03) VALUE 'LVL'.
           05  FILLER                  PIC X(06) VALUE 'REPTS'.
           05  FILLER                  PIC X(16) VALUE 'STATE'.
           05  FILLER                  PIC X(57) VALUE 'TEXT'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ALERT-ID             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RAISED               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SOURCE               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SEVERITY             PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-LEVEL                PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REPEATS              PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATE                PIC X(16).
           05  DL-TEXT                 PIC X(56).

       COPY DFRPT.

       COPY DFALRT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFALRTMN START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP (1:8)     TO WS-TODAY.
           MOVE WS-NOW-STAMP           TO WS-TS-WORK.
           PERFORM 3900-STAMP-TO-SECONDS THRU 3900-EXIT.
           MOVE WS-TS-SECONDS          TO WS-NOW-SECONDS.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-ROUTES THRU 1200-EXIT.
           PERFORM 1300-LOAD-ALERT-STATE THRU 1300-EXIT.
           PERFORM 1400-LOAD-RUN-HISTORY THRU 1400-EXIT.
           PERFORM 1500-LOAD-SLAS THRU 1500-EXIT.

           OPEN EXTEND NOTIFY-FILE.

           IF WS-NOTIFY-STATUS NOT = '00'
               OPEN OUTPUT NOTIFY-FILE
           END-IF.

       1000-APPLY-ACKNOWLEDGMENTS.

           PERFORM 2000-APPLY-ACKS THRU 2000-EXIT.

       1000-TAKE-NEW-EVENTS.

           PERFORM 2100-TAKE-EVENT-FILE THRU 2100-EXIT.
           PERFORM 2200-CHECK-HEARTBEATS THRU 2200-EXIT.
           PERFORM 2300-CHECK-SLAS THRU 2300-EXIT.

       1000-ESCALATE.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                       UNTIL WS-AL-SUB > WS-ALERT-COUNT
               PERFORM 4000-ESCALATE-ONE-ALERT THRU 4000-EXIT
           END-PERFORM.

           CLOSE NOTIFY-FILE.

       1000-WRITE-STATE.

           PERFORM 5000-REWRITE-ALERT-STATE THRU 5000-EXIT.

           IF RETURN-CODE = 16
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 6000-PRINT-ALERTS THRU 6000-EXIT.

           IF WS-OPEN-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFALRTMN NEW ALERTS     = ' WS-NEW-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN REPEATS        = ' WS-REPEAT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN ACKNOWLEDGED   = ' WS-ACKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN ESCALATED      = ' WS-ESCALATED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN NOTIFICATIONS  = ' WS-NOTIFY-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN ALERTS OPEN    = ' WS-OPEN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFALRTMN END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-PARAMETERS.

           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARM-FILE
               AT END
                   MOVE SPACES          TO PARM-RECORD
           END-READ.

           IF PM-STALL-MINUTES NUMERIC AND PM-STALL-MINUTES > ZERO
               MOVE PM-STALL-MINUTES    TO WS-STALL-MINUTES
           END-IF.

           CLOSE PARM-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-ROUTES.

           OPEN INPUT ROUTE-FILE.

           IF WS-ROUTE-STATUS NOT = '00'
               DISPLAY 'DFALRTMN NO DFALRTRT ROUTING TABLE - ALERTS '
                       'GO TO THE CONSOLE ONLY' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ ROUTE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-TAKE-ROUTE THRU 1250-EXIT
               END-READ
           END-PERFORM.

           CLOSE ROUTE-FILE.

       1200-EXIT. EXIT.

       1250-TAKE-ROUTE.

           IF RT-MAX-SEVERITY NOT NUMERIC OR RT-FROM-HHMM NOT NUMERIC
              OR RT-TO-HHMM NOT NUMERIC
              OR RT-ESCALATE-MINUTES NOT NUMERIC
               DISPLAY 'DFALRTMN DFALRTRT ROW FOR ' RT-PROGRAM-ID
                       ' IS INVALID - IGNORED' UPON CONSOLE
               GO TO 1250-EXIT
           END-IF.

           IF WS-ROUTE-COUNT >= 50
               GO TO 1250-EXIT
           END-IF.

           ADD 1                       TO WS-ROUTE-COUNT.
           MOVE ROUTE-RECORD (1:143)   TO WS-RTE-ENTRY (WS-ROUTE-COUNT).

       1250-EXIT. EXIT.

      **** ACKNOWLEDGED ALERTS RAISED BEFORE TODAY DROP OFF HERE.
       1300-LOAD-ALERT-STATE.

           OPEN INPUT STATE-IN-FILE.

           IF WS-STATE-IN-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ STATE-IN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1350-TAKE-STATE-RECORD THRU 1350-EXIT
               END-READ
           END-PERFORM.

           CLOSE STATE-IN-FILE.

       1300-EXIT. EXIT.

       1350-TAKE-STATE-RECORD.

           IF SI-ALERT-ID = ZERO
               MOVE SI-EVENTS-TAKEN     TO WS-EVENTS-TAKEN
               MOVE SI-LAST-ALERT-ID    TO WS-LAST-ALERT-ID
               GO TO 1350-EXIT
           END-IF.

           IF WS-ALERT-COUNT >= 300
               DISPLAY 'DFALRTMN ALERT TABLE FULL - ALERT '
                       SI-ALERT-ID ' DROPPED' UPON CONSOLE
               GO TO 1350-EXIT
           END-IF.

           ADD 1                       TO WS-ALERT-COUNT.
           MOVE STATE-IN-RECORD        TO WS-AL-ENTRY (WS-ALERT-COUNT).

           IF WS-AL-ACKNOWLEDGED (WS-ALERT-COUNT)
              AND WS-AL-RAISED (WS-ALERT-COUNT) (1:8) < WS-TODAY
               SUBTRACT 1               FROM WS-ALERT-COUNT
           END-IF.

       1350-EXIT. EXIT.

       1400-LOAD-RUN-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ HISTORY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1450-TAKE-HISTORY-ENTRY THRU 1450-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1400-EXIT. EXIT.

       1450-TAKE-HISTORY-ENTRY.

           MOVE ZERO                   TO WS-FOUND-RUN-SUB.

           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-PROGRAM (WS-RUN-SUB) = HR-PROGRAM-ID
                   MOVE WS-RUN-SUB      TO WS-FOUND-RUN-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-RUN-SUB = ZERO
               IF WS-RUN-COUNT >= 200
                   GO TO 1450-EXIT
               END-IF
               ADD 1                    TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT        TO WS-FOUND-RUN-SUB
               MOVE HR-PROGRAM-ID       TO WS-RUN-PROGRAM
                                                  (WS-FOUND-RUN-SUB)
           END-IF.

           MOVE HR-PHASE               TO WS-RUN-PHASE
                                                  (WS-FOUND-RUN-SUB).

           IF HR-PHASE = 'S'
               MOVE HR-TIMESTAMP (1:14) TO WS-RUN-STARTED
                                                  (WS-FOUND-RUN-SUB)
           END-IF.

       1450-EXIT. EXIT.

       1500-LOAD-SLAS.

           OPEN INPUT SLA-FILE.

           IF WS-SLA-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SLA-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-SLA-COUNT < 50
                          AND SL-SLA-SECONDS NUMERIC
                           ADD 1 TO WS-SLA-COUNT
                           MOVE SL-PROGRAM-ID
                               TO WS-SLA-PROGRAM (WS-SLA-COUNT)
                           MOVE SL-SLA-SECONDS
                               TO WS-SLA-SECONDS (WS-SLA-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SLA-FILE.

       1500-EXIT. EXIT.

      **** AN ACKNOWLEDGMENT FOR AN ALERT NO LONGER HELD, OR ALREADY
      **** ACKNOWLEDGED, IS IGNORED - THE GATEWAY MAY SEND IT TWICE.
       2000-APPLY-ACKS.

           OPEN INPUT ACK-FILE.

           IF WS-ACK-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ ACK-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2050-APPLY-ONE-ACK THRU 2050-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACK-FILE.

       2000-EXIT. EXIT.

       2050-APPLY-ONE-ACK.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                       UNTIL WS-AL-SUB > WS-ALERT-COUNT
               IF WS-AL-ID (WS-AL-SUB) = AK-ALERT-ID
                  AND WS-AL-OPEN (WS-AL-SUB)
                   SET WS-AL-ACKNOWLEDGED (WS-AL-SUB) TO TRUE
                   MOVE AK-OPERATOR-ID  TO WS-AL-ACK-BY (WS-AL-SUB)
                   MOVE AK-TIMESTAMP    TO WS-AL-ACK-TIME (WS-AL-SUB)
                   ADD 1                TO WS-ACKED-COUNT
                   DISPLAY 'DFALRTMN ALERT ' AK-ALERT-ID
                           ' ACKNOWLEDGED BY ' AK-OPERATOR-ID
                                               UPON CONSOLE
               END-IF
           END-PERFORM.

       2050-EXIT. EXIT.

      **** DFALRTEV ONLY GROWS THROUGH THE DAY, SO THE EVENTS ALREADY
      **** TAKEN ARE SKIPPED BY COUNT.  A FILE SHORTER THAN THE COUNT
      **** HAS BEEN EMPTIED BY OPERATIONS AND IS TAKEN FROM THE TOP.
       2100-TAKE-EVENT-FILE.

           MOVE ZERO                   TO WS-EVENTS-ON-FILE.

           OPEN INPUT EVENT-FILE.

           IF WS-EVENT-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ EVENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1            TO WS-EVENTS-ON-FILE
               END-READ
           END-PERFORM.

           CLOSE EVENT-FILE.

           IF WS-EVENTS-ON-FILE < WS-EVENTS-TAKEN
               MOVE ZERO                TO WS-EVENTS-TAKEN
           END-IF.

           IF WS-EVENTS-ON-FILE = WS-EVENTS-TAKEN
               GO TO 2100-EXIT
           END-IF.

           OPEN INPUT EVENT-FILE.

           MOVE SPACE                  TO WS-EOF-FLAG.
           MOVE ZERO                   TO WS-EVENT-SEQ.

           PERFORM UNTIL WS-END-OF-FILE
               READ EVENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1            TO WS-EVENT-SEQ
                       IF WS-EVENT-SEQ > WS-EVENTS-TAKEN
                           PERFORM 2150-TAKE-ONE-EVENT THRU 2150-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EVENT-FILE.

           MOVE WS-EVENT-SEQ           TO WS-EVENTS-TAKEN.

       2100-EXIT. EXIT.

       2150-TAKE-ONE-EVENT.

           MOVE EV-PROGRAM-ID          TO DFALRT-PROGRAM-ID.
           MOVE EV-SOURCE              TO DFALRT-SOURCE.
           MOVE EV-SEVERITY            TO DFALRT-SEVERITY.
           MOVE EV-KEY                 TO DFALRT-KEY.
           MOVE EV-TEXT                TO DFALRT-TEXT.
           MOVE EV-TIMESTAMP           TO WS-EVENT-STAMP.

           PERFORM 3000-RAISE-ALERT THRU 3000-EXIT.

       2150-EXIT. EXIT.

      **** A HEARTBEAT FROM BEFORE THE CURRENT RUN STARTED BELONGS TO
      **** AN EARLIER RUN - THE STEP HAS SIMPLY NOT BEATEN YET.
       2200-CHECK-HEARTBEATS.

           OPEN INPUT PROGRESS-FILE.

           IF WS-PROGRESS-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ PROGRESS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2250-CHECK-ONE-HEARTBEAT THRU 2250-EXIT
               END-READ
           END-PERFORM.

           CLOSE PROGRESS-FILE.

       2200-EXIT. EXIT.

       2250-CHECK-ONE-HEARTBEAT.

           MOVE PR-PROGRAM-ID          TO DFALRT-PROGRAM-ID.
           PERFORM 3800-FIND-RUNNING-STEP THRU 3800-EXIT.

           IF WS-FOUND-RUN-SUB = ZERO
               GO TO 2250-EXIT
           END-IF.

           IF PR-TIMESTAMP (1:14) < WS-RUN-STARTED (WS-FOUND-RUN-SUB)
               GO TO 2250-EXIT
           END-IF.

           MOVE PR-TIMESTAMP (1:14)    TO WS-TS-WORK.
           PERFORM 3900-STAMP-TO-SECONDS THRU 3900-EXIT.
           COMPUTE WS-AGE-MINUTES =
                   (WS-NOW-SECONDS - WS-TS-SECONDS) / 60.

           IF WS-AGE-MINUTES < WS-STALL-MINUTES
               GO TO 2250-EXIT
           END-IF.

           MOVE WS-AGE-MINUTES         TO WS-AGE-DISPLAY.
           SET DFALRT-STALL            TO TRUE.
           SET DFALRT-MAJOR            TO TRUE.
           MOVE SPACES                 TO DFALRT-KEY.
           STRING 'STAL ' PR-PROGRAM-ID ' '
                  WS-RUN-STARTED (WS-FOUND-RUN-SUB)
                  DELIMITED BY SIZE
                  INTO DFALRT-KEY
           END-STRING.
           MOVE SPACES                 TO DFALRT-TEXT.
           STRING 'NO HEARTBEAT FOR ' WS-AGE-DISPLAY
                  ' MINUTES - LAST KEY ' PR-LAST-KEY
                  DELIMITED BY SIZE
                  INTO DFALRT-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP           TO WS-EVENT-STAMP.

           PERFORM 3000-RAISE-ALERT THRU 3000-EXIT.

       2250-EXIT. EXIT.

       2300-CHECK-SLAS.

           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                       UNTIL WS-SLA-SUB > WS-SLA-COUNT
               PERFORM 2350-CHECK-ONE-SLA THRU 2350-EXIT
           END-PERFORM.

       2300-EXIT. EXIT.

       2350-CHECK-ONE-SLA.

           MOVE WS-SLA-PROGRAM (WS-SLA-SUB) TO DFALRT-PROGRAM-ID.
           PERFORM 3800-FIND-RUNNING-STEP THRU 3800-EXIT.

           IF WS-FOUND-RUN-SUB = ZERO
               GO TO 2350-EXIT
           END-IF.

           IF WS-AGE-SECONDS NOT > WS-SLA-SECONDS (WS-SLA-SUB)
               GO TO 2350-EXIT
           END-IF.

           COMPUTE WS-AGE-MINUTES = WS-AGE-SECONDS / 60.
           MOVE WS-AGE-MINUTES         TO WS-AGE-DISPLAY.
           SET DFALRT-SLA-BREACH       TO TRUE.
           SET DFALRT-MAJOR            TO TRUE.
           MOVE SPACES                 TO DFALRT-KEY.
           STRING 'SLA  ' WS-SLA-PROGRAM (WS-SLA-SUB) ' '
                  WS-RUN-STARTED (WS-FOUND-RUN-SUB)
                  DELIMITED BY SIZE
                  INTO DFALRT-KEY
           END-STRING.
           MOVE SPACES                 TO DFALRT-TEXT.
           STRING 'STILL RUNNING AFTER ' WS-AGE-DISPLAY
                  ' MINUTES - PAST ITS SLA'
                  DELIMITED BY SIZE
                  INTO DFALRT-TEXT
           END-STRING.
           MOVE WS-NOW-STAMP           TO WS-EVENT-STAMP.

           PERFORM 3000-RAISE-ALERT THRU 3000-EXIT.

       2350-EXIT. EXIT.

      **** DFALRT-CONTROL-RECORD HOLDS THE EVENT AND WS-EVENT-STAMP
      **** WHEN IT WAS SEEN.  A KEY ALREADY HELD IS A REPEAT.
       3000-RAISE-ALERT.

           MOVE ZERO                   TO WS-FOUND-AL-SUB.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                       UNTIL WS-AL-SUB > WS-ALERT-COUNT
               IF WS-AL-KEY (WS-AL-SUB) = DFALRT-KEY
                   MOVE WS-AL-SUB       TO WS-FOUND-AL-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-AL-SUB NOT = ZERO
               IF WS-AL-REPEATS (WS-FOUND-AL-SUB) < 9999
                   ADD 1 TO WS-AL-REPEATS (WS-FOUND-AL-SUB)
               END-IF
               ADD 1                    TO WS-REPEAT-COUNT
               GO TO 3000-EXIT
           END-IF.

           IF WS-ALERT-COUNT >= 300
               DISPLAY 'DFALRTMN ALERT TABLE FULL - NOT RAISED: '
                       DFALRT-PROGRAM-ID ' ' DFALRT-TEXT UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           IF DFALRT-SEVERITY NOT NUMERIC
              OR DFALRT-SEVERITY = ZERO
               SET DFALRT-MAJOR         TO TRUE
           END-IF.

           ADD 1                       TO WS-ALERT-COUNT.
           MOVE WS-ALERT-COUNT         TO WS-AL-SUB.
           ADD 1                       TO WS-LAST-ALERT-ID.
           ADD 1                       TO WS-NEW-COUNT.

           MOVE SPACES                 TO WS-AL-DATA (WS-AL-SUB).
           MOVE WS-LAST-ALERT-ID       TO WS-AL-ID (WS-AL-SUB).
           MOVE WS-EVENT-STAMP         TO WS-AL-RAISED (WS-AL-SUB).
           MOVE DFALRT-PROGRAM-ID      TO WS-AL-PROGRAM (WS-AL-SUB).
           MOVE DFALRT-SOURCE          TO WS-AL-SOURCE (WS-AL-SUB).
           MOVE DFALRT-SEVERITY        TO WS-AL-SEVERITY (WS-AL-SUB).
           MOVE DFALRT-KEY             TO WS-AL-KEY (WS-AL-SUB).
           MOVE DFALRT-TEXT            TO WS-AL-TEXT (WS-AL-SUB).
           SET WS-AL-OPEN (WS-AL-SUB)  TO TRUE.
           MOVE ZERO                   TO WS-AL-LEVEL (WS-AL-SUB).
           MOVE ZERO                   TO WS-AL-REPEATS (WS-AL-SUB).
           MOVE WS-NOW-STAMP           TO WS-AL-LAST-NOTIFIED
                                                      (WS-AL-SUB).

           DISPLAY 'DFALRTMN ALERT ' WS-LAST-ALERT-ID ' '
                   DFALRT-PROGRAM-ID ' ' DFALRT-TEXT UPON CONSOLE.

           PERFORM 3500-FIND-ROUTE THRU 3500-EXIT.

           IF WS-FOUND-RTE-SUB = ZERO
               DISPLAY 'DFALRTMN ALERT ' WS-LAST-ALERT-ID
                       ' HAS NO ROUTE - CONSOLE ONLY' UPON CONSOLE
               GO TO 3000-EXIT
           END-IF.

           MOVE 1                      TO WS-AL-LEVEL (WS-AL-SUB).
           PERFORM 3600-WRITE-NOTIFICATION THRU 3600-EXIT.

       3000-EXIT. EXIT.

      **** THE ROUTE IS DECIDED BY THE TIME THE ALERT WAS RAISED, SO AN
      **** ESCALATION STAYS ON THE ROTA THAT TOOK THE FIRST CALL.
       3500-FIND-ROUTE.

           MOVE ZERO                   TO WS-FOUND-RTE-SUB.
           MOVE WS-AL-RAISED (WS-AL-SUB) (9:4) TO WS-RAISED-HHMM.

           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                       UNTIL WS-RTE-SUB > WS-ROUTE-COUNT
                          OR WS-FOUND-RTE-SUB NOT = ZERO
               IF (WS-RTE-PROGRAM (WS-RTE-SUB) =
                                       WS-AL-PROGRAM (WS-AL-SUB)
                   OR WS-RTE-PROGRAM (WS-RTE-SUB) = '*')
                  AND WS-AL-SEVERITY (WS-AL-SUB) NOT >
                                       WS-RTE-MAX-SEVERITY (WS-RTE-SUB)
                   PERFORM 3550-CHECK-ROUTE-WINDOW THRU 3550-EXIT
               END-IF
           END-PERFORM.

       3500-EXIT. EXIT.

       3550-CHECK-ROUTE-WINDOW.

           IF WS-RTE-FROM-HHMM (WS-RTE-SUB) NOT >
                                       WS-RTE-TO-HHMM (WS-RTE-SUB)
               IF WS-RAISED-HHMM NOT < WS-RTE-FROM-HHMM (WS-RTE-SUB)
                  AND WS-RAISED-HHMM NOT > WS-RTE-TO-HHMM (WS-RTE-SUB)
                   MOVE WS-RTE-SUB      TO WS-FOUND-RTE-SUB
               END-IF
           ELSE
               IF WS-RAISED-HHMM NOT < WS-RTE-FROM-HHMM (WS-RTE-SUB)
                  OR WS-RAISED-HHMM NOT > WS-RTE-TO-HHMM (WS-RTE-SUB)
                   MOVE WS-RTE-SUB      TO WS-FOUND-RTE-SUB
               END-IF
           END-IF.

           IF WS-FOUND-RTE-SUB NOT = ZERO
              AND WS-RTE-ADDRESS (WS-FOUND-RTE-SUB, 1) = SPACES
               MOVE ZERO                TO WS-FOUND-RTE-SUB
           END-IF.

       3550-EXIT. EXIT.

       3600-WRITE-NOTIFICATION.

           MOVE SPACES                 TO NOTIFY-RECORD.
           MOVE WS-NOW-STAMP           TO NT-TIMESTAMP.
           MOVE WS-AL-ID (WS-AL-SUB)   TO NT-ALERT-ID.
           MOVE WS-RTE-CHANNEL (WS-FOUND-RTE-SUB,
                                WS-AL-LEVEL (WS-AL-SUB))
                                       TO NT-CHANNEL.
           MOVE WS-RTE-ADDRESS (WS-FOUND-RTE-SUB,
                                WS-AL-LEVEL (WS-AL-SUB))
                                       TO NT-ADDRESS.
           MOVE WS-AL-LEVEL (WS-AL-SUB) TO NT-LEVEL.
           MOVE WS-AL-SEVERITY (WS-AL-SUB) TO NT-SEVERITY.
           MOVE WS-AL-PROGRAM (WS-AL-SUB) TO NT-PROGRAM-ID.
           MOVE WS-AL-SOURCE (WS-AL-SUB) TO NT-SOURCE.
           MOVE WS-AL-TEXT (WS-AL-SUB) TO NT-TEXT.
           WRITE NOTIFY-RECORD.

           MOVE WS-NOW-STAMP           TO WS-AL-LAST-NOTIFIED
                                                      (WS-AL-SUB).
           ADD 1                       TO WS-NOTIFY-COUNT.

       3600-EXIT. EXIT.

      **** A STEP IS RUNNING WHEN ITS LATEST DFRUNHIS ENTRY IS A START
      **** LESS THAN A DAY OLD.  WS-AGE-SECONDS IS HOW LONG IT HAS RUN.
       3800-FIND-RUNNING-STEP.

           MOVE ZERO                   TO WS-FOUND-RUN-SUB.

           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-PROGRAM (WS-RUN-SUB) = DFALRT-PROGRAM-ID
                  AND WS-RUN-PHASE (WS-RUN-SUB) = 'S'
                   MOVE WS-RUN-SUB      TO WS-FOUND-RUN-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-RUN-SUB = ZERO
               GO TO 3800-EXIT
           END-IF.

           MOVE WS-RUN-STARTED (WS-FOUND-RUN-SUB) TO WS-TS-WORK.
           PERFORM 3900-STAMP-TO-SECONDS THRU 3900-EXIT.
           COMPUTE WS-AGE-SECONDS = WS-NOW-SECONDS - WS-TS-SECONDS.

           IF WS-AGE-SECONDS > WS-RUNNING-LIMIT-MINUTES * 60
               MOVE ZERO                TO WS-FOUND-RUN-SUB
           END-IF.

       3800-EXIT. EXIT.

       3900-STAMP-TO-SECONDS.

           IF WS-TS-DATE NOT NUMERIC OR WS-TS-DATE = ZERO
               MOVE ZERO                TO WS-TS-SECONDS
               GO TO 3900-EXIT
           END-IF.

           COMPUTE WS-TS-SECONDS =
                       (FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400)
                     + (WS-TS-HH * 3600)
                     + (WS-TS-MM * 60)
                     + WS-TS-SS.

       3900-EXIT. EXIT.

      **** AN OPEN ALERT NOT ACKNOWLEDGED WITHIN ITS ROUTE'S ESCALATION
      **** MINUTES OF THE LAST NOTIFICATION GOES TO THE NEXT CONTACT;
      **** AT THE LAST CONTACT IT IS SENT TO THAT CONTACT AGAIN.
       4000-ESCALATE-ONE-ALERT.

           IF NOT WS-AL-OPEN (WS-AL-SUB)
               GO TO 4000-EXIT
           END-IF.

           ADD 1                       TO WS-OPEN-COUNT.

           IF WS-AL-LEVEL (WS-AL-SUB) = ZERO
               GO TO 4000-EXIT
           END-IF.

           PERFORM 3500-FIND-ROUTE THRU 3500-EXIT.

           IF WS-FOUND-RTE-SUB = ZERO
              OR WS-RTE-ESCALATE (WS-FOUND-RTE-SUB) = ZERO
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-AL-LAST-NOTIFIED (WS-AL-SUB) TO WS-TS-WORK.
           PERFORM 3900-STAMP-TO-SECONDS THRU 3900-EXIT.
           COMPUTE WS-AGE-MINUTES =
                   (WS-NOW-SECONDS - WS-TS-SECONDS) / 60.

           IF WS-AGE-MINUTES < WS-RTE-ESCALATE (WS-FOUND-RTE-SUB)
               GO TO 4000-EXIT
           END-IF.

           IF WS-AL-LEVEL (WS-AL-SUB) < 3
               IF WS-RTE-ADDRESS (WS-FOUND-RTE-SUB,
                                  WS-AL-LEVEL (WS-AL-SUB) + 1)
                                       NOT = SPACES
                   ADD 1                TO WS-AL-LEVEL (WS-AL-SUB)
               END-IF
           END-IF.

           PERFORM 3600-WRITE-NOTIFICATION THRU 3600-EXIT.
           ADD 1                       TO WS-ESCALATED-COUNT.

           DISPLAY 'DFALRTMN ALERT ' WS-AL-ID (WS-AL-SUB)
                   ' NOT ACKNOWLEDGED - ESCALATED TO LEVEL '
                   WS-AL-LEVEL (WS-AL-SUB) UPON CONSOLE.

       4000-EXIT. EXIT.

       5000-REWRITE-ALERT-STATE.

           OPEN OUTPUT STATE-OUT-FILE.

           IF WS-STATE-OUT-STATUS NOT = '00'
               DISPLAY 'DFALRTMN DFALRTST OPEN ERROR - STATUS '
                       WS-STATE-OUT-STATUS UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES                 TO STATE-OUT-CONTROL.
           MOVE ZERO                   TO SO-CONTROL-ID.
           MOVE WS-EVENTS-TAKEN        TO SO-EVENTS-TAKEN.
           MOVE WS-LAST-ALERT-ID       TO SO-LAST-ALERT-ID.
           WRITE STATE-OUT-CONTROL.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                       UNTIL WS-AL-SUB > WS-ALERT-COUNT
               MOVE WS-AL-ENTRY (WS-AL-SUB) TO STATE-OUT-RECORD
               WRITE STATE-OUT-RECORD
           END-PERFORM.

           CLOSE STATE-OUT-FILE.

       5000-EXIT. EXIT.

       6000-PRINT-ALERTS.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES                 TO DFRPT-TITLE.
           STRING 'DFALRTMN - OPERATOR ALERTS '
                  WS-NOW-STAMP (9:2) ':' WS-NOW-STAMP (11:2)
                  DELIMITED BY SIZE
                  INTO DFRPT-TITLE
           END-STRING.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                       UNTIL WS-AL-SUB > WS-ALERT-COUNT
               PERFORM 6100-PRINT-ONE-ALERT THRU 6100-EXIT
           END-PERFORM.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       6000-EXIT. EXIT.

       6100-PRINT-ONE-ALERT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-AL-ID (WS-AL-SUB)   TO DL-ALERT-ID.
           STRING WS-AL-RAISED (WS-AL-SUB) (1:4) '-'
                  WS-AL-RAISED (WS-AL-SUB) (5:2) '-'
                  WS-AL-RAISED (WS-AL-SUB) (7:2) ' '
                  WS-AL-RAISED (WS-AL-SUB) (9:2) ':'
                  WS-AL-RAISED (WS-AL-SUB) (11:2)
                  DELIMITED BY SIZE
                  INTO DL-RAISED
           END-STRING.
           MOVE WS-AL-PROGRAM (WS-AL-SUB) TO DL-PROGRAM-ID.
           MOVE WS-AL-SOURCE (WS-AL-SUB) TO DL-SOURCE.
           MOVE WS-AL-SEVERITY (WS-AL-SUB) TO DL-SEVERITY.
           MOVE WS-AL-LEVEL (WS-AL-SUB) TO DL-LEVEL.
           MOVE WS-AL-REPEATS (WS-AL-SUB) TO DL-REPEATS.
           MOVE WS-AL-TEXT (WS-AL-SUB) TO DL-TEXT.

           EVALUATE TRUE
               WHEN WS-AL-ACKNOWLEDGED (WS-AL-SUB)
                   STRING 'ACK ' WS-AL-ACK-BY (WS-AL-SUB)
                          DELIMITED BY SIZE
                          INTO DL-STATE
                   END-STRING
               WHEN WS-AL-LEVEL (WS-AL-SUB) = ZERO
                   MOVE 'OPEN - NO ROUTE' TO DL-STATE
               WHEN OTHER
                   MOVE 'OPEN'          TO DL-STATE
           END-EVALUATE.

           PERFORM 8200-RPT-WRITE-DETAIL.

       6100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
