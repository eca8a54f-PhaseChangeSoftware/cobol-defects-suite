       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFSODSCN.

      *REMARKS:    NIGHTLY SCAN OF DFOPSECF FOR OPERATORS HOLDING
      *            BOTH FUNCTIONS OF A DFSODTBL SEGREGATION-OF-DUTIES
      *            CONFLICT PAIR.

      ******************************************************************
      ****   NIGHTLY SEGREGATION-OF-DUTIES SCAN.  DFAUTH STOPS AN   ****
      ****   OPERATOR APPROVING THEIR OWN ENTRY, AND DFFIRE WILL    ****
      ****   NOT HAND OUT A FIRECALL GRANT THAT COMPLETES A         ****
      ****   CONFLICTING PAIR WITHOUT A SECOND SUPERVISOR - BUT     ****
      ****   NEITHER LOOKS AT WHAT THE DFOPSECF MASTER ALREADY      ****
      ****   GIVES PEOPLE.  THIS STEP TESTS EVERY ACTIVE OPERATOR   ****
      ****   AGAINST EVERY DFSODTBL CONFLICT RULE (DFSOD.CPY) AND   ****
      ****   PRINTS ON DFSODRPT EACH OPERATOR WHO HOLDS BOTH        ****
      ****   FUNCTIONS OF A PAIR, SAYING HOW EACH HALF IS HELD:     ****
      ****                                                          ****
      ****   - MASTER    AN SR-FUNCTION SLOT ON DFOPSECF;           ****
      ****   - ALL       THE 'ALL' FUNCTION, WHICH HOLDS BOTH       ****
      ****     HALVES OF EVERY PAIR;                                ****
      ****   - FIRECALL  AN UNEXPIRED DFFIRECF GRANT (CO-SIGNED     ****
      ****     WHEN IT WAS GIVEN).  THE CO-SIGNING SUPERVISOR       ****
      ****     DFFIRE KEEPS ON THE GRANT IS NOT USED HERE.          ****
      ****                                                          ****
      ****   A DFSODTBL THAT CANNOT BE OPENED OR YIELDS NO PAIRS    ****
      ****   DOES NOT PASS FOR A CLEAN SCAN - THE REPORT SAYS NO    ****
      ****   SCAN WAS MADE.  RETURN CODE 4 WHEN ANY CONFLICT IS     ****
      ****   FOUND, SO THE SCHEDULE SHOWS IT; 8 WHEN THERE IS NO    ****
      ****   SECURITY MASTER OR NO CONFLICT TABLE TO SCAN WITH.     ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SECURITY-FILE    ASSIGN TO DFOPSECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SECURITY-STATUS.

           SELECT RULE-FILE        ASSIGN TO DFSODTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RULE-STATUS.

           SELECT FIRECALL-FILE    ASSIGN TO DFFIRECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FIRE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFSODRPT
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

       FD  RULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFSOD-RULE-RECORD.

           COPY DFSOD.

       FD  FIRECALL-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS FIRECALL-RECORD.

       01  FIRECALL-RECORD.
           05  FC-USER-ID              PIC X(08).
           05  FC-FUNCTION             PIC X(03).
           05  FC-GRANTED-BY           PIC X(08).
           05  FC-EXPIRY-STAMP         PIC X(12).
           05  FC-COSIGNED-BY          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SECURITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RULE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FIRE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-END-OF-FILE              VALUE 'Y'.

       01  WS-NOW-STAMP                PIC X(12) VALUE SPACES.

       01  WS-RULE-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY            OCCURS 50 TIMES.
               10  WS-RUL-FUNCTION-1   PIC X(03).
               10  WS-RUL-FUNCTION-2   PIC X(03).
               10  WS-RUL-DESCRIPTION  PIC X(40).

      **** UNEXPIRED FIRECALL GRANTS, LOADED ONCE.
       01  WS-GRANT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-GRANT-TABLE.
           05  WS-GRT-ENTRY            OCCURS 100 TIMES.
               10  WS-GRT-USER         PIC X(08).
               10  WS-GRT-FUNCTION     PIC X(03).

      **** WHAT THE OPERATOR IN HAND HOLDS, AND HOW.
       01  WS-HELD-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HLD-ENTRY            OCCURS 40 TIMES.
               10  WS-HLD-FUNCTION     PIC X(03).
               10  WS-HLD-VIA          PIC X(08).

       01  WS-RUL-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-GRT-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-HLD-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FUNC-SUB                 PIC 9(01) VALUE ZERO.

       01  WS-LOOK-FUNCTION            PIC X(03) VALUE SPACES.
       01  WS-LOOK-VIA                 PIC X(08) VALUE SPACES.
       01  WS-VIA-1                    PIC X(08) VALUE SPACES.

       01  WS-USERS-SCANNED            PIC 9(05) VALUE ZERO.
       01  WS-CONFLICT-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(10) VALUE 'PAIR'.
           05  FILLER                  PIC X(10) VALUE 'HELD VIA'.
           05  FILLER                  PIC X(10) VALUE 'HELD VIA'.
           05  FILLER                  PIC X(58) VALUE 'RULE'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-USER-NAME            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FUNCTION-1           PIC X(03).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  DL-FUNCTION-2           PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-VIA-1                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VIA-2                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-NO-RULES-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
                   'NO DFSODTBL CONFLICT RULES LOADED - NO SCAN MADE'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
                   'NO OPERATOR HOLDS BOTH FUNCTIONS OF ANY PAIR'.
           05  FILLER                  PIC X(80) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFSODSCN START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-STAMP.

           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           PERFORM 1200-LOAD-FIRECALL-GRANTS THRU 1200-EXIT.

           OPEN INPUT SECURITY-FILE.

           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY 'DFSODSCN NO DFOPSECF SECURITY MASTER'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFSODSCN - DUTY CONFLICTS HELD' TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

      **** WITH NO PAIRS TO TEST EVERY OPERATOR WOULD PASS - THAT IS
      **** NO SCAN AT ALL, AND MUST NOT READ AS A CLEAN ONE.
           IF WS-RULE-COUNT = ZERO
               WRITE REPORT-LINE       FROM WS-NO-RULES-LINE
               DISPLAY 'DFSODSCN NO CONFLICT RULES LOADED - NO SCAN '
                       'MADE' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               CLOSE SECURITY-FILE
               GO TO 1000-CLOSE-REPORT
           END-IF.

           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-SCAN-OPERATORS.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ SECURITY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SR-ACTIVE-FLAG = 'A'
                           ADD 1 TO WS-USERS-SCANNED
                           PERFORM 2000-SCAN-ONE-OPERATOR
                               THRU 2000-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SECURITY-FILE.

           IF WS-CONFLICT-COUNT = ZERO
               WRITE REPORT-LINE       FROM WS-NONE-LINE
           ELSE
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-CLOSE-REPORT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DFSODSCN RULES LOADED      = ' WS-RULE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFSODSCN OPERATORS SCANNED = ' WS-USERS-SCANNED
                                               UPON CONSOLE.
           DISPLAY 'DFSODSCN CONFLICTS HELD    = ' WS-CONFLICT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFSODSCN END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-RULES.

           OPEN INPUT RULE-FILE.

           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'DFSODSCN NO DFSODTBL CONFLICT RULES ON FILE'
                                               UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ RULE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DFSOD-FUNCTION-1 NOT = SPACES
                          AND DFSOD-FUNCTION-2 NOT = SPACES
                          AND WS-RULE-COUNT < 50
                           ADD 1 TO WS-RULE-COUNT
                           MOVE DFSOD-FUNCTION-1
                               TO WS-RUL-FUNCTION-1 (WS-RULE-COUNT)
                           MOVE DFSOD-FUNCTION-2
                               TO WS-RUL-FUNCTION-2 (WS-RULE-COUNT)
                           MOVE DFSOD-DESCRIPTION
                               TO WS-RUL-DESCRIPTION (WS-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RULE-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-FIRECALL-GRANTS.

           OPEN INPUT FIRECALL-FILE.

           IF WS-FIRE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ FIRECALL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FC-EXPIRY-STAMP NOT < WS-NOW-STAMP
                          AND WS-GRANT-COUNT < 100
                           ADD 1 TO WS-GRANT-COUNT
                           MOVE FC-USER-ID
                               TO WS-GRT-USER (WS-GRANT-COUNT)
                           MOVE FC-FUNCTION
                               TO WS-GRT-FUNCTION (WS-GRANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FIRECALL-FILE.

       1200-EXIT. EXIT.

      **** MASTER SLOTS GO IN FIRST SO A FUNCTION HELD BOTH WAYS
      **** REPORTS AS MASTER - THE ONE THAT NEEDS FIXING.
       2000-SCAN-ONE-OPERATOR.

           MOVE ZERO                   TO WS-HELD-COUNT.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 8
               IF SR-FUNCTION (WS-FUNC-SUB) NOT = SPACES
                   ADD 1                TO WS-HELD-COUNT
                   MOVE SR-FUNCTION (WS-FUNC-SUB)
                       TO WS-HLD-FUNCTION (WS-HELD-COUNT)
                   IF SR-FUNCTION (WS-FUNC-SUB) = 'ALL'
                       MOVE 'ALL'       TO WS-HLD-VIA (WS-HELD-COUNT)
                   ELSE
                       MOVE 'MASTER'    TO WS-HLD-VIA (WS-HELD-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-GRT-SUB FROM 1 BY 1
                       UNTIL WS-GRT-SUB > WS-GRANT-COUNT
               IF WS-GRT-USER (WS-GRT-SUB) = SR-USER-ID
                  AND WS-HELD-COUNT < 40
                   ADD 1                TO WS-HELD-COUNT
                   MOVE WS-GRT-FUNCTION (WS-GRT-SUB)
                       TO WS-HLD-FUNCTION (WS-HELD-COUNT)
                   MOVE 'FIRECALL'      TO WS-HLD-VIA (WS-HELD-COUNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                       UNTIL WS-RUL-SUB > WS-RULE-COUNT
               PERFORM 2100-CHECK-ONE-RULE THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT. EXIT.

       2100-CHECK-ONE-RULE.

           MOVE WS-RUL-FUNCTION-1 (WS-RUL-SUB) TO WS-LOOK-FUNCTION.
           PERFORM 2200-FIND-HELD-FUNCTION THRU 2200-EXIT.

           IF WS-LOOK-VIA = SPACES
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-LOOK-VIA            TO WS-VIA-1.

           MOVE WS-RUL-FUNCTION-2 (WS-RUL-SUB) TO WS-LOOK-FUNCTION.
           PERFORM 2200-FIND-HELD-FUNCTION THRU 2200-EXIT.

           IF WS-LOOK-VIA = SPACES
               GO TO 2100-EXIT
           END-IF.

           ADD 1                       TO WS-CONFLICT-COUNT.

           MOVE SR-USER-ID             TO DL-USER-ID.
           MOVE SR-USER-NAME           TO DL-USER-NAME.
           MOVE WS-RUL-FUNCTION-1 (WS-RUL-SUB) TO DL-FUNCTION-1.
           MOVE WS-RUL-FUNCTION-2 (WS-RUL-SUB) TO DL-FUNCTION-2.
           MOVE WS-VIA-1               TO DL-VIA-1.
           MOVE WS-LOOK-VIA            TO DL-VIA-2.
           MOVE WS-RUL-DESCRIPTION (WS-RUL-SUB) TO DL-DESCRIPTION.
           PERFORM 8200-RPT-WRITE-DETAIL.

       2100-EXIT. EXIT.

      **** THE FIRST SLOT HOLDING THE FUNCTION ITSELF WINS; FAILING
      **** THAT, 'ALL' HOLDS IT.
       2200-FIND-HELD-FUNCTION.

           MOVE SPACES                 TO WS-LOOK-VIA.

           PERFORM VARYING WS-HLD-SUB FROM WS-HELD-COUNT BY -1
                       UNTIL WS-HLD-SUB < 1
               IF WS-HLD-FUNCTION (WS-HLD-SUB) = WS-LOOK-FUNCTION
                   MOVE WS-HLD-VIA (WS-HLD-SUB) TO WS-LOOK-VIA
               END-IF
           END-PERFORM.

           IF WS-LOOK-VIA NOT = SPACES
               GO TO 2200-EXIT
           END-IF.

           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                       UNTIL WS-HLD-SUB > WS-HELD-COUNT
               IF WS-HLD-FUNCTION (WS-HLD-SUB) = 'ALL'
                   MOVE 'ALL'           TO WS-LOOK-VIA
               END-IF
           END-PERFORM.

       2200-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
