       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFRCAPLY.

      *REMARKS:    APPLIES SUPERVISORS' ACCESS RECERTIFICATION
      *            DECISIONS TO DFOPSECF AND DISABLES DORMANT USERS,
      *            WITH AN AUDITOR'S REPORT OF EVERY CHANGE.

      ******************************************************************
      ****   APPLIES THE OUTCOME OF THE QUARTERLY ACCESS            ****
      ****   RECERTIFICATION TO THE DFOPSECF SECURITY MASTER, AND   ****
      ****   DISABLES DORMANT USERS, WITH AN AUDITOR'S REPORT       ****
      ****   (DFRCAUDT) OF EVERY CHANGE MADE AND EVERY DECISION     ****
      ****   THAT COULD NOT BE APPLIED:                             ****
      ****                                                          ****
      ****   - EACH DFRCDECN DECISION (THE DFRCREVW REVIEW RECORDS  ****
      ****     DFRECERT WROTE, MARKED AND RETURNED - SEE            ****
      ****     DFRCRV.CPY) IS HONORED ONLY FROM THE SUPERVISOR      ****
      ****     DFOPSUPV NAMES FOR THE USER.  R REMOVES THE FUNCTION ****
      ****     CODE FROM THE USER'S SLOT; K KEEPS IT AND CHANGES    ****
      ****     NOTHING; A LINE RETURNED UNMARKED IS REPORTED AS NOT ****
      ****     CERTIFIED;                                           ****
      ****   - ANY ACTIVE USER WITH NO DFAUTHLG ACTIVITY ('OK' OR   ****
      ****     'FIRE') IN THE DFRCPRM NUMBER OF DAYS (DEFAULT 90)   ****
      ****     HAS SR-ACTIVE-FLAG SET TO 'I' - DFAUTH REFUSES       ****
      ****     EVERYTHING TO A USER NOT 'A'.  A USER NEVER SEEN ON  ****
      ****     THE LOG IS DISABLED ONLY WHEN THE LOG ITSELF GOES    ****
      ****     BACK THAT FAR, SO A NEWLY ADDED USER IS NOT SWEPT UP ****
      ****     BEFORE FIRST USE.                                    ****
      ****                                                          ****
      ****   WITH NO DECISION FILE THE STEP RUNS THE DORMANCY CHECK ****
      ****   ALONE, SO IT CAN ALSO BE SCHEDULED BETWEEN REVIEWS.    ****
      ****   DFOPSECF IS REWRITTEN WHOLE ONLY WHEN SOMETHING        ****
      ****   CHANGED, AND THE AUDIT REPORT IS CLOSED ONLY AFTER     ****
      ****   THAT, SO A REWRITE THAT FAILS TO OPEN OR WRITE ENDS    ****
      ****   THE REPORT WITH A NOT APPLIED LINE AND RETURN CODE 16. ****
      ****   ONCE THE MASTER IS SAFELY SAVED DFRCDECN IS EMPTIED,   ****
      ****   THE WAY DF02SERM EMPTIES DF02SEVT, SO A FINISHED       ****
      ****   REVIEW IS NEVER APPLIED TWICE - A FUNCTION GRANTED     ****
      ****   AGAIN SINCE IS NOT TAKEN AWAY BY AN OLD DECISION.      ****
      ****   RETURN CODE 4 WHEN ANY EXCEPTION WAS REPORTED.         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARM-FILE        ASSIGN TO DFRCPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT SECURITY-IN-FILE ASSIGN TO DFOPSECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SECURITY-STATUS.

           SELECT SECURITY-OUT-FILE
                                   ASSIGN TO DFOPSECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SECOUT-STATUS.

           SELECT SUPERVISOR-FILE  ASSIGN TO DFOPSUPV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUPERVISOR-STATUS.

           SELECT LOG-FILE         ASSIGN TO DFAUTHLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT DECISION-FILE    ASSIGN TO DFRCDECN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DECISION-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFRCAUDT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

      **** COL 1-3  DAYS WITHOUT DFAUTH ACTIVITY BEFORE A USER IS
      ****          DISABLED (DEFAULT 090)
       01  PARM-RECORD.
           05  PM-DORMANT-DAYS         PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  SECURITY-IN-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS SECURITY-RECORD.

       01  SECURITY-RECORD.
           05  SR-USER-ID              PIC X(08).
           05  SR-USER-NAME            PIC X(30).
           05  SR-FUNCTION-LIST.
               10  SR-FUNCTION         OCCURS 8 TIMES PIC X(03).
           05  SR-ACTIVE-FLAG          PIC X(01).

       FD  SECURITY-OUT-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS SECURITY-OUT-RECORD.

       01  SECURITY-OUT-RECORD         PIC X(63).

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

       FD  DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFRCRV-REVIEW-RECORD.

           COPY DFRCRV.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SECURITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SECOUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUPERVISOR-STATUS        PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DECISION-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-END-OF-FILE              VALUE 'Y'.

       01  WS-DORMANT-DAYS             PIC 9(03) VALUE 90.

      **** THE WHOLE MASTER, INACTIVE USERS INCLUDED, AS IT WILL BE
      **** WRITTEN BACK.
       01  WS-USER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY            OCCURS 200 TIMES.
               10  WS-USR-RECORD.
                   15  WS-USR-ID       PIC X(08).
                   15  WS-USR-NAME     PIC X(30).
                   15  WS-USR-FUNCTION OCCURS 8 TIMES PIC X(03).
                   15  WS-USR-ACTIVE-FLAG
                                       PIC X(01).
               10  WS-USR-SUPERVISOR   PIC X(08).
               10  WS-USR-LAST-ACTIVE  PIC X(08).

       01  WS-USR-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-USR-SUB            PIC 9(03) VALUE ZERO.
       01  WS-FUNC-SUB                 PIC 9(01) VALUE ZERO.
       01  WS-FOUND-FUNC-SUB           PIC 9(01) VALUE ZERO.

       01  WS-TODAY                    PIC 9(08) VALUE ZERO.
       01  WS-LOG-FIRST-DATE           PIC X(08) VALUE SPACES.
       01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DAYS-SINCE               PIC S9(07) VALUE ZERO.
       01  WS-DAYS-EDIT                PIC ZZZZZZ9.

       01  WS-MASTER-CHANGED-FLAG      PIC X(01) VALUE 'N'.
           88  WS-MASTER-CHANGED           VALUE 'Y'.

       01  WS-REWRITE-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REWRITE-CLEAN            VALUE SPACE.
           88  WS-REWRITE-NOT-OPENED       VALUE 'O'.
           88  WS-REWRITE-TRUNCATED        VALUE 'T'.

       01  WS-DECISION-FILE-FLAG       PIC X(01) VALUE 'N'.
           88  WS-DECISIONS-ON-HAND        VALUE 'Y'.

       01  WS-DECISIONS-READ           PIC 9(05) VALUE ZERO.
       01  WS-REMOVED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DISABLED-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SH-TEXT                 PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(06) VALUE 'FUNC'.
           05  FILLER                  PIC X(12) VALUE 'LAST USED'.
           05  FILLER                  PIC X(10) VALUE 'BY'.
           05  FILLER                  PIC X(60) VALUE 'ACTION'.

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
           05  DL-BY                   PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(60).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFRCAPLY START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-SECURITY-MASTER THRU 1200-EXIT.

           IF WS-USER-COUNT = ZERO
               DISPLAY 'DFRCAPLY NO DFOPSECF SECURITY MASTER - '
                       'NOTHING TO APPLY' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1300-LOAD-SUPERVISORS THRU 1300-EXIT.
           PERFORM 1400-SCAN-ACTIVITY-LOG THRU 1400-EXIT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFRCAPLY - ACCESS CHANGES FOR AUDIT' TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

       1000-APPLY-DECISIONS.

           PERFORM 2000-APPLY-DECISION-FILE THRU 2000-EXIT.

       1000-DISABLE-DORMANT-USERS.

           MOVE 'DORMANT USERS DISABLED' TO SH-TEXT.
           PERFORM 2900-WRITE-SECTION-HEADING THRU 2900-EXIT.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
               PERFORM 3000-CHECK-ONE-USER THRU 3000-EXIT
           END-PERFORM.

      **** THE AUDIT REPORT IS CLOSED ONLY ONCE DFOPSECF HAS BEEN
      **** SAVED.  WHEN IT WAS NOT, THE LAST LINE SAYS THE CHANGES
      **** LISTED ABOVE WERE NOT APPLIED.
       1000-REWRITE-MASTER.

           IF WS-MASTER-CHANGED
               PERFORM 4000-REWRITE-SECURITY-MASTER THRU 4000-EXIT
           END-IF.

           IF WS-REWRITE-NOT-OPENED
               MOVE 'NOT APPLIED - DFOPSECF COULD NOT BE REWRITTEN'
                                        TO SH-TEXT
               WRITE REPORT-LINE       FROM WS-SECTION-LINE
           END-IF.

           IF WS-REWRITE-TRUNCATED
               MOVE 'NOT APPLIED - DFOPSECF WRITE FAILED, RESTORE IT'
                                        TO SH-TEXT
               WRITE REPORT-LINE       FROM WS-SECTION-LINE
           END-IF.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

      **** THE DECISIONS ARE NOW ON DFOPSECF - EMPTY THE FILE SO THE
      **** NEXT RUN DOES NOT APPLY A FINISHED REVIEW AGAIN.  LEFT IN
      **** PLACE WHEN THE MASTER COULD NOT BE SAVED, FOR THE RERUN.
           IF WS-DECISIONS-ON-HAND AND WS-REWRITE-CLEAN
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF.

           IF WS-EXCEPTION-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFRCAPLY DECISIONS READ   = ' WS-DECISIONS-READ
                                               UPON CONSOLE.
           DISPLAY 'DFRCAPLY FUNCTIONS KEPT   = ' WS-KEPT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRCAPLY FUNCTIONS REMOVED= ' WS-REMOVED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRCAPLY USERS DISABLED   = ' WS-DISABLED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRCAPLY EXCEPTIONS       = ' WS-EXCEPTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFRCAPLY END OF JOB' UPON CONSOLE.

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

           IF PM-DORMANT-DAYS NUMERIC AND PM-DORMANT-DAYS > ZERO
               MOVE PM-DORMANT-DAYS     TO WS-DORMANT-DAYS
           END-IF.

           CLOSE PARM-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-SECURITY-MASTER.

           OPEN INPUT SECURITY-IN-FILE.

           IF WS-SECURITY-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SECURITY-IN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-USER-COUNT < 200
                           ADD 1 TO WS-USER-COUNT
                           MOVE SECURITY-RECORD
                               TO WS-USR-RECORD (WS-USER-COUNT)
                           MOVE SPACES
                               TO WS-USR-SUPERVISOR (WS-USER-COUNT)
                           MOVE ZERO
                               TO WS-USR-LAST-ACTIVE (WS-USER-COUNT)
                       ELSE
                           DISPLAY 'DFRCAPLY DFOPSECF HAS MORE THAN '
                                   '200 USERS - NOTHING APPLIED'
                                               UPON CONSOLE
                           MOVE ZERO TO WS-USER-COUNT
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SECURITY-IN-FILE.

       1200-EXIT. EXIT.

       1300-LOAD-SUPERVISORS.

           OPEN INPUT SUPERVISOR-FILE.

           IF WS-SUPERVISOR-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SUPERVISOR-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SU-USER-ID  TO DFRCRV-USER-ID
                       PERFORM 2800-FIND-USER THRU 2800-EXIT
                       IF WS-FOUND-USR-SUB NOT = ZERO
                           MOVE SU-SUPERVISOR-ID
                               TO WS-USR-SUPERVISOR (WS-FOUND-USR-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUPERVISOR-FILE.

       1300-EXIT. EXIT.

      **** ANY GRANTED CHECK, FIRECALL INCLUDED, IS ACTIVITY.
       1400-SCAN-ACTIVITY-LOG.

           OPEN INPUT LOG-FILE.

           IF WS-LOG-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ LOG-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-LOG-FIRST-DATE = SPACES
                           MOVE LG-TIMESTAMP (1:8)
                               TO WS-LOG-FIRST-DATE
                       END-IF
                       IF LG-RESULT = 'OK' OR LG-RESULT = 'FIRE'
                           MOVE LG-USER-ID TO DFRCRV-USER-ID
                           PERFORM 2800-FIND-USER THRU 2800-EXIT
                           IF WS-FOUND-USR-SUB NOT = ZERO
                              AND LG-TIMESTAMP (1:8) >
                               WS-USR-LAST-ACTIVE (WS-FOUND-USR-SUB)
                               MOVE LG-TIMESTAMP (1:8)
                                   TO WS-USR-LAST-ACTIVE
                                                  (WS-FOUND-USR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOG-FILE.

       1400-EXIT. EXIT.

       2000-APPLY-DECISION-FILE.

           OPEN INPUT DECISION-FILE.

           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY 'DFRCAPLY NO DFRCDECN DECISION FILE - '
                       'DORMANCY CHECK ONLY' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           SET WS-DECISIONS-ON-HAND    TO TRUE.

           MOVE 'RECERTIFICATION DECISIONS APPLIED' TO SH-TEXT.
           PERFORM 2900-WRITE-SECTION-HEADING THRU 2900-EXIT.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ DECISION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DECISIONS-READ
                       PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
               END-READ
           END-PERFORM.

           CLOSE DECISION-FILE.

       2000-EXIT. EXIT.

      **** A KEEP CHANGES NOTHING AND PRINTS NOTHING; EVERYTHING ELSE
      **** IS EITHER A CHANGE OR AN EXCEPTION AND PRINTS.
       2100-APPLY-ONE-DECISION.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DFRCRV-USER-ID         TO DL-USER-ID.
           MOVE DFRCRV-USER-NAME       TO DL-USER-NAME.
           MOVE DFRCRV-FUNCTION        TO DL-FUNCTION.
           MOVE DFRCRV-LAST-USED       TO DL-LAST-USED.
           MOVE DFRCRV-SUPERVISOR-ID   TO DL-BY.

           PERFORM 2800-FIND-USER THRU 2800-EXIT.

           IF WS-FOUND-USR-SUB = ZERO
               MOVE 'NOT APPLIED - USER NO LONGER ON DFOPSECF'
                                        TO DL-ACTION
               GO TO 2100-EXCEPTION
           END-IF.

           IF WS-USR-SUPERVISOR (WS-FOUND-USR-SUB) = SPACES
              OR WS-USR-SUPERVISOR (WS-FOUND-USR-SUB) NOT =
                                       DFRCRV-SUPERVISOR-ID
               MOVE 'NOT APPLIED - NOT USER''S DFOPSUPV SUPERVISOR'
                                        TO DL-ACTION
               GO TO 2100-EXCEPTION
           END-IF.

           IF DFRCRV-KEEP
               ADD 1                    TO WS-KEPT-COUNT
               GO TO 2100-EXIT
           END-IF.

           IF NOT DFRCRV-REMOVE
               MOVE 'NOT CERTIFIED - NO DECISION RETURNED'
                                        TO DL-ACTION
               GO TO 2100-EXCEPTION
           END-IF.

           MOVE ZERO                   TO WS-FOUND-FUNC-SUB.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 8
               IF WS-USR-FUNCTION (WS-FOUND-USR-SUB, WS-FUNC-SUB) =
                                       DFRCRV-FUNCTION
                   MOVE WS-FUNC-SUB     TO WS-FOUND-FUNC-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-FUNC-SUB = ZERO
               MOVE 'NO CHANGE - FUNCTION ALREADY NOT HELD'
                                        TO DL-ACTION
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-USR-FUNCTION
                                  (WS-FOUND-USR-SUB, WS-FOUND-FUNC-SUB).
           SET WS-MASTER-CHANGED       TO TRUE.
           ADD 1                       TO WS-REMOVED-COUNT.

           MOVE 'FUNCTION REMOVED BY SUPERVISOR DECISION' TO DL-ACTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

           GO TO 2100-EXIT.

       2100-EXCEPTION.

           ADD 1                       TO WS-EXCEPTION-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2100-EXIT. EXIT.

       2800-FIND-USER.

           MOVE ZERO                   TO WS-FOUND-USR-SUB.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
               IF WS-USR-ID (WS-USR-SUB) = DFRCRV-USER-ID
                   MOVE WS-USR-SUB      TO WS-FOUND-USR-SUB
               END-IF
           END-PERFORM.

       2800-EXIT. EXIT.

       2900-WRITE-SECTION-HEADING.

           WRITE REPORT-LINE           FROM WS-SECTION-LINE.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       2900-EXIT. EXIT.

       3000-CHECK-ONE-USER.

           IF WS-USR-ACTIVE-FLAG (WS-USR-SUB) NOT = 'A'
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.

           IF WS-USR-LAST-ACTIVE (WS-USR-SUB) = ZERO
               IF WS-LOG-FIRST-DATE = SPACES
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-LOG-FIRST-DATE   TO WS-LAST-DATE
               MOVE 'NEVER'             TO DL-LAST-USED
           ELSE
               MOVE WS-USR-LAST-ACTIVE (WS-USR-SUB) TO WS-LAST-DATE
               STRING WS-LAST-DATE (1:4) '-' WS-LAST-DATE (5:2) '-'
                      WS-LAST-DATE (7:2)
                      DELIMITED BY SIZE
                      INTO DL-LAST-USED
               END-STRING
           END-IF.

           COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE (WS-LAST-DATE).

           IF WS-DAYS-SINCE NOT > WS-DORMANT-DAYS
               GO TO 3000-EXIT
           END-IF.

           MOVE 'I'                    TO WS-USR-ACTIVE-FLAG
                                                      (WS-USR-SUB).
           SET WS-MASTER-CHANGED       TO TRUE.
           ADD 1                       TO WS-DISABLED-COUNT.

           MOVE WS-USR-ID (WS-USR-SUB) TO DL-USER-ID.
           MOVE WS-USR-NAME (WS-USR-SUB) TO DL-USER-NAME.
           MOVE 'DORMANCY'             TO DL-BY.
           MOVE WS-DAYS-SINCE          TO WS-DAYS-EDIT.
           STRING 'USER DISABLED - NO DFAUTH ACTIVITY IN '
                  WS-DAYS-EDIT ' DAYS'
                  DELIMITED BY SIZE
                  INTO DL-ACTION
           END-STRING.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       4000-REWRITE-SECURITY-MASTER.

           OPEN OUTPUT SECURITY-OUT-FILE.

           IF WS-SECOUT-STATUS NOT = '00'
               DISPLAY 'DFRCAPLY DFOPSECF OPEN ERROR - STATUS '
                       WS-SECOUT-STATUS ' - NO CHANGE MADE'
                                               UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
               SET WS-REWRITE-NOT-OPENED TO TRUE
               GO TO 4000-EXIT
           END-IF.

           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                       UNTIL WS-USR-SUB > WS-USER-COUNT
                          OR WS-REWRITE-TRUNCATED
               WRITE SECURITY-OUT-RECORD
                                   FROM WS-USR-RECORD (WS-USR-SUB)
               IF WS-SECOUT-STATUS NOT = '00'
                   DISPLAY 'DFRCAPLY DFOPSECF WRITE ERROR - STATUS '
                           WS-SECOUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 16              TO RETURN-CODE
                   SET WS-REWRITE-TRUNCATED TO TRUE
               END-IF
           END-PERFORM.

           CLOSE SECURITY-OUT-FILE.

       4000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
