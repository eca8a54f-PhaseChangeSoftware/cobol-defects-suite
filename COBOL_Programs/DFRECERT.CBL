       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFRECERT.

      *REMARKS:    QUARTERLY ACCESS RECERTIFICATION EXTRACT - LISTS
      *            EACH ACTIVE DFOPSECF USER'S FUNCTION CODES WITH
      *            THEIR LAST USE, BY SUPERVISOR, FOR KEEP/REMOVE
      *            DECISIONS.

      ******************************************************************
      ****   FUNCTION CODES ON DFOPSECF WERE GRANTED AND NEVER      ****
      ****   TAKEN AWAY - PEOPLE CHANGED JOBS AND KEPT EVERYTHING.  ****
      ****   EACH QUARTER THIS STEP LISTS EVERY USER'S FUNCTION     ****
      ****   CODES (UP TO EIGHT SR-FUNCTION SLOTS) WITH THE DATE    ****
      ****   THE DFAUTHLG ACTIVITY LOG LAST SHOWS EACH ONE GRANTED  ****
      ****   ('OK'; AN 'ALL' HOLDER'S LAST USE OF ANYTHING),        ****
      ****   GROUPED BY THE SUPERVISOR THE DFOPSUPV TABLE NAMES FOR ****
      ****   THE USER:                                              ****
      ****                                                          ****
      ****   - THE DFRCRRPT REVIEW LISTING STARTS A NEW PAGE FOR    ****
      ****     EACH SUPERVISOR, SO EACH SUPERVISOR'S PAGES GO TO    ****
      ****     THAT SUPERVISOR;                                     ****
      ****   - THE DFRCREVW REVIEW FILE CARRIES THE SAME LINES (SEE ****
      ****     DFRCRV.CPY) FOR THE SUPERVISOR TO MARK KEEP OR       ****
      ****     REMOVE AND RETURN AS THE DFRCDECN DECISION FILE,     ****
      ****     WHICH DFRCAPLY APPLIES TO DFOPSECF.                  ****
      ****                                                          ****
      ****   A USER WITH NO DFOPSUPV ROW IS LISTED LAST UNDER 'NO   ****
      ****   SUPERVISOR' FOR SECURITY ADMINISTRATION TO RESOLVE.    ****
      ****   INACTIVE USERS ARE NOT REVIEWED.  THE USER TABLE HOLDS ****
      ****   200 ACTIVE USERS, AS DFRCAPLY'S DOES; A SECURITY       ****
      ****   MASTER WITH MORE IS REPORTED ON THE CONSOLE AND ENDS   ****
      ****   THE RUN WITH RETURN CODE 8.                            ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SECURITY-FILE    ASSIGN TO DFOPSECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SECURITY-STATUS.

           SELECT SUPERVISOR-FILE  ASSIGN TO DFOPSUPV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUPERVISOR-STATUS.

           SELECT LOG-FILE         ASSIGN TO DFAUTHLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT REVIEW-FILE      ASSIGN TO DFRCREVW
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFRCRRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SECURITY-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS SECURITY-RECORD.

       01  SECURITY-RECORD.
           05  SR-USER-ID              PIC X(08).
           05  SR-USER-NAME            PIC X(30).
           05  SR-FUNCTION-LIST.
               10  SR-FUNCTION         OCCURS 8 TIMES PIC X(03).
           05  SR-ACTIVE-FLAG          PIC X(01).

      **** ONE ROW PER USER: WHO CERTIFIES THE USER'S ACCESS.
       FD  SUPERVISOR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPERVISOR-RECORD.

       01  SUPERVISOR-RECORD.
           05  SU-USER-ID              PIC X(08).
           05  SU-SUPERVISOR-ID        PIC X(08).
           05  SU-SUPERVISOR-NAME      PIC X(30).
           05  FILLER                  PIC X(34).

       FD  LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOG-RECORD.

      **** THE DFAUTH ACTIVITY-LOG LINE AS DFAUTH WRITES IT.
       01  LOG-RECORD.
           05  LG-TIMESTAMP            PIC X(12).
           05  FILLER                  PIC X(01).
           05  LG-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  LG-FUNCTION             PIC X(03).
           05  FILLER                  PIC X(01).
           05  LG-RESULT               PIC X(04).
           05  FILLER                  PIC X(01).
           05  LG-DETAIL               PIC X(40).
           05  FILLER                  PIC X(09).

       FD  REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFRCRV-REVIEW-RECORD.

           COPY DFRCRV.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SECURITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SUPERVISOR-STATUS        PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REVIEW-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-END-OF-FILE              VALUE 'Y'.

       01  WS-USER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY            OCCURS 200 TIMES.
               10  WS-USR-ID           PIC X(08).
               10  WS-USR-NAME         PIC X(30).
               10  WS-USR-SUPERVISOR   PIC X(08).
               10  WS-USR-FUNCTION     OCCURS 8 TIMES PIC X(03).
               10  WS-USR-LAST-USED    OCCURS 8 TIMES PIC X(08).

       01  WS-USR-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-USR-SUB            PIC 9(03) VALUE ZERO.
       01  WS-FUNC-SUB                 PIC 9(01) VALUE ZERO.

      **** EACH SUPERVISOR ONCE, IN THE ORDER FIRST MET ON DFOPSUPV;
      **** THE LAST SLOT IS THE NO-SUPERVISOR GROUP.
       01  WS-SUPV-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SUPV-TABLE.
           05  WS-SUPV-ENTRY           OCCURS 101 TIMES.
               10  WS-SUPV-ID          PIC X(08).
               10  WS-SUPV-NAME        PIC X(30).

       01  WS-SUPV-SUB                 PIC 9(03) VALUE ZERO.

       01  WS-TODAY                    PIC 9(08) VALUE ZERO.
       01  WS-REVIEW-DATE              PIC X(10) VALUE SPACES.
       01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DAYS-SINCE               PIC S9(07) VALUE ZERO.

       01  WS-USERS-REVIEWED           PIC 9(05) VALUE ZERO.
       01  WS-LINES-WRITTEN            PIC 9(05) VALUE ZERO.
       01  WS-SECTION-LINES            PIC 9(05) VALUE ZERO.

       01  WS-SUPERVISOR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SUPERVISOR '.
           05  SL-SUPERVISOR-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-SUPERVISOR-NAME      PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                                       'REVIEW DATE '.
           05  SL-REVIEW-DATE          PIC X(10).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(06) VALUE 'FUNC'.
           05  FILLER                  PIC X(12) VALUE 'LAST USED'.
           05  FILLER                  PIC X(10) VALUE 'DAYS AGO'.
           05  FILLER                  PIC X(60) VALUE
                                       'KEEP (K) / REMOVE (R)'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-USER-NAME            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FUNCTION             PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-LAST-USED            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DAYS-SINCE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DECISION             PIC X(03).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-DAYS-EDIT                PIC ZZZZZZ9.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFRECERT START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-'
                  WS-TODAY (7:2)
                  DELIMITED BY SIZE
                  INTO WS-REVIEW-DATE
           END-STRING.

           PERFORM 1100-LOAD-SECURITY-MASTER THRU 1100-EXIT.

           IF WS-USER-COUNT = ZERO
               DISPLAY 'DFRECERT NO ACTIVE USERS ON DFOPSECF - '
                       'NOTHING TO REVIEW' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1200-LOAD-SUPERVISORS THRU 1200-EXIT.
           PERFORM 1300-SCAN-ACTIVITY-LOG THRU 1300-EXIT.

           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT REPORT-FILE.

       1000-LIST-BY-SUPERVISOR.

           PERFORM VARYING WS-SUPV-SUB FROM 1 BY 1
                       UNTIL WS-SUPV-SUB > WS-SUPV-COUNT
               PERFORM 2000-LIST-ONE-SUPERVISOR THRU 2000-EXIT
           END-PERFORM.

           IF DFRPT-PAGE-NUM > ZERO
               PERFORM 8300-RPT-WRITE-FOOTER
           END-IF.

           CLOSE REVIEW-FILE.
           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DFRECERT USERS REVIEWED   = ' WS-USERS-REVIEWED
                                               UPON CONSOLE.
           DISPLAY 'DFRECERT REVIEW LINES     = ' WS-LINES-WRITTEN
                                               UPON CONSOLE.
           DISPLAY 'DFRECERT END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-SECURITY-MASTER.

           OPEN INPUT SECURITY-FILE.

           IF WS-SECURITY-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SECURITY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SR-ACTIVE-FLAG = 'A'
                          AND WS-USER-COUNT NOT < 200
                           DISPLAY 'DFRECERT DFOPSECF HAS MORE THAN '
                                   '200 ACTIVE USERS - REST NOT '
                                   'REVIEWED' UPON CONSOLE
                           MOVE 8 TO RETURN-CODE
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
                       IF SR-ACTIVE-FLAG = 'A'
                          AND NOT WS-END-OF-FILE
                           ADD 1 TO WS-USER-COUNT
                           MOVE SR-USER-ID
                               TO WS-USR-ID (WS-USER-COUNT)
                           MOVE SR-USER-NAME
                               TO WS-USR-NAME (WS-USER-COUNT)
                           MOVE SPACES
                               TO WS-USR-SUPERVISOR (WS-USER-COUNT)
                           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                                       UNTIL WS-FUNC-SUB > 8
                               MOVE SR-FUNCTION (WS-FUNC-SUB)
                                   TO WS-USR-FUNCTION
                                       (WS-USER-COUNT, WS-FUNC-SUB)
                               MOVE ZERO
                                   TO WS-USR-LAST-USED
                                       (WS-USER-COUNT, WS-FUNC-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SECURITY-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-SUPERVISORS.

           OPEN INPUT SUPERVISOR-FILE.

           IF WS-SUPERVISOR-STATUS NOT = '00'
               DISPLAY 'DFRECERT NO DFOPSUPV SUPERVISOR TABLE - '
                       'EVERY USER LISTS UNDER NO SUPERVISOR'
                                               UPON CONSOLE
               GO TO 1200-NO-SUPERVISOR-GROUP
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SUPERVISOR-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-TAKE-SUPERVISOR THRU 1250-EXIT
               END-READ
           END-PERFORM.

           CLOSE SUPERVISOR-FILE.

       1200-NO-SUPERVISOR-GROUP.

           ADD 1                       TO WS-SUPV-COUNT.
           MOVE SPACES                 TO WS-SUPV-ID (WS-SUPV-COUNT).
           MOVE '*** NO SUPERVISOR ON DFOPSUPV'
                                       TO WS-SUPV-NAME (WS-SUPV-COUNT).

       1200-EXIT. EXIT.

       1250-TAKE-SUPERVISOR.

           MOVE ZERO                   TO WS-FOUND-USR-SUB.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
               IF WS-USR-ID (WS-USR-SUB) = SU-USER-ID
                   MOVE WS-USR-SUB      TO WS-FOUND-USR-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-USR-SUB = ZERO OR SU-SUPERVISOR-ID = SPACES
               GO TO 1250-EXIT
           END-IF.

           MOVE SU-SUPERVISOR-ID       TO WS-USR-SUPERVISOR
                                                  (WS-FOUND-USR-SUB).

           PERFORM VARYING WS-SUPV-SUB FROM 1 BY 1
                       UNTIL WS-SUPV-SUB > WS-SUPV-COUNT
               IF WS-SUPV-ID (WS-SUPV-SUB) = SU-SUPERVISOR-ID
                   GO TO 1250-EXIT
               END-IF
           END-PERFORM.

           IF WS-SUPV-COUNT < 100
               ADD 1                    TO WS-SUPV-COUNT
               MOVE SU-SUPERVISOR-ID    TO WS-SUPV-ID (WS-SUPV-COUNT)
               MOVE SU-SUPERVISOR-NAME  TO WS-SUPV-NAME (WS-SUPV-COUNT)
           ELSE
               MOVE SPACES              TO WS-USR-SUPERVISOR
                                                  (WS-FOUND-USR-SUB)
           END-IF.

       1250-EXIT. EXIT.

      **** ONLY A GRANTED CHECK ('OK') IS A USE OF A FUNCTION ON THE
      **** LIST; A FIRECALL USE IS OF A FUNCTION THE LIST LACKS, AND A
      **** DENIAL IS NO USE AT ALL.
       1300-SCAN-ACTIVITY-LOG.

           OPEN INPUT LOG-FILE.

           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DFRECERT NO DFAUTHLG ACTIVITY LOG - EVERY '
                       'FUNCTION SHOWS NEVER USED' UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ LOG-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LG-RESULT = 'OK'
                           PERFORM 1350-TAKE-LOG-ENTRY THRU 1350-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOG-FILE.

       1300-EXIT. EXIT.

       1350-TAKE-LOG-ENTRY.

           MOVE ZERO                   TO WS-FOUND-USR-SUB.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
               IF WS-USR-ID (WS-USR-SUB) = LG-USER-ID
                   MOVE WS-USR-SUB      TO WS-FOUND-USR-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-USR-SUB = ZERO
               GO TO 1350-EXIT
           END-IF.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 8
               IF (WS-USR-FUNCTION (WS-FOUND-USR-SUB, WS-FUNC-SUB) =
                                       LG-FUNCTION
                   OR WS-USR-FUNCTION (WS-FOUND-USR-SUB, WS-FUNC-SUB)
                                       = 'ALL')
                  AND LG-TIMESTAMP (1:8) > WS-USR-LAST-USED
                                      (WS-FOUND-USR-SUB, WS-FUNC-SUB)
                   MOVE LG-TIMESTAMP (1:8)
                       TO WS-USR-LAST-USED (WS-FOUND-USR-SUB,
                                            WS-FUNC-SUB)
               END-IF
           END-PERFORM.

       1350-EXIT. EXIT.

       2000-LIST-ONE-SUPERVISOR.

           MOVE ZERO                   TO WS-SECTION-LINES.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
               IF WS-USR-SUPERVISOR (WS-USR-SUB) =
                                       WS-SUPV-ID (WS-SUPV-SUB)
                   PERFORM 2100-LIST-ONE-USER THRU 2100-EXIT
               END-IF
           END-PERFORM.

       2000-EXIT. EXIT.

       2100-LIST-ONE-USER.

           IF WS-SECTION-LINES = ZERO
               PERFORM 2900-START-SECTION THRU 2900-EXIT
           END-IF.

           ADD 1                       TO WS-USERS-REVIEWED.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 8
               IF WS-USR-FUNCTION (WS-USR-SUB, WS-FUNC-SUB)
                                       NOT = SPACES
                   PERFORM 2200-LIST-ONE-FUNCTION THRU 2200-EXIT
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

       2200-LIST-ONE-FUNCTION.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-USR-ID (WS-USR-SUB) TO DL-USER-ID.
           MOVE WS-USR-NAME (WS-USR-SUB) TO DL-USER-NAME.
           MOVE WS-USR-FUNCTION (WS-USR-SUB, WS-FUNC-SUB)
                                       TO DL-FUNCTION.
           MOVE '[ ]'                  TO DL-DECISION.

           MOVE WS-USR-LAST-USED (WS-USR-SUB, WS-FUNC-SUB)
                                       TO WS-LAST-DATE.

           IF WS-LAST-DATE = ZERO
               MOVE 'NEVER'             TO DL-LAST-USED
           ELSE
               STRING WS-LAST-DATE (1:4) '-' WS-LAST-DATE (5:2) '-'
                      WS-LAST-DATE (7:2)
                      DELIMITED BY SIZE
                      INTO DL-LAST-USED
               END-STRING
               COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
               MOVE WS-DAYS-SINCE       TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT        TO DL-DAYS-SINCE
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO DFRCRV-REVIEW-RECORD.
           MOVE WS-SUPV-ID (WS-SUPV-SUB) TO DFRCRV-SUPERVISOR-ID.
           MOVE WS-USR-ID (WS-USR-SUB) TO DFRCRV-USER-ID.
           MOVE DL-FUNCTION            TO DFRCRV-FUNCTION.
           MOVE DL-LAST-USED           TO DFRCRV-LAST-USED.
           MOVE WS-REVIEW-DATE         TO DFRCRV-REVIEW-DATE.
           MOVE WS-USR-NAME (WS-USR-SUB) TO DFRCRV-USER-NAME.
           WRITE DFRCRV-REVIEW-RECORD.

           ADD 1                       TO WS-SECTION-LINES.
           ADD 1                       TO WS-LINES-WRITTEN.

       2200-EXIT. EXIT.

      **** EVERY SUPERVISOR STARTS ON A FRESH PAGE.
       2900-START-SECTION.

           MOVE 'DFRECERT - ACCESS RECERTIFICATION' TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-SUPV-ID (WS-SUPV-SUB) TO SL-SUPERVISOR-ID.
           MOVE WS-SUPV-NAME (WS-SUPV-SUB) TO SL-SUPERVISOR-NAME.
           MOVE WS-REVIEW-DATE         TO SL-REVIEW-DATE.
           WRITE REPORT-LINE           FROM WS-SUPERVISOR-LINE.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

           ADD 1                       TO WS-SECTION-LINES.

       2900-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
