      ****   THAT TIMESTAMP, FLAGS EVERYTHING DONE UNDER IT AS      ****
      ****   'FIRE' ON THE ACTIVITY LOG, AND DFFIRRPT LISTS IT ALL  ****
      ****   THE NEXT MORNING - NOTHING TO REMEMBER TO UNDO.        ****
      ******************************************************************
      ****   SEGREGATION OF DUTIES: BEFORE THE GRANT IS WRITTEN THE ****
      ****   FUNCTION IS TESTED AGAINST THE DFSODTBL CONFLICT RULES ****
      ****   (DFSOD.CPY).  IF THE GRANTEE ALREADY HOLDS THE OTHER   ****
      ****   FUNCTION OF A CONFLICTING PAIR - ON THE DFOPSECF       ****
      ****   MASTER, THROUGH 'ALL', OR UNDER ANOTHER UNEXPIRED      ****
      ****   FIRECALL GRANT - THE GRANT IS REFUSED UNLESS A SECOND  ****
      ****   SUPERVISOR CO-SIGNS IT ON THE CARD (COLUMNS 26-33).    ****
      ****   THE CO-SIGNER MUST BE NEITHER THE GRANTING SUPERVISOR  ****
      ****   NOR THE GRANTEE AND MUST HOLD FIR THROUGH DFAUTH, SO   ****
      ****   THE CO-SIGNATURE LANDS ON THE ACTIVITY LOG TOO.        ****
      ******************************************************************
      ****   IF THE DFOPSECF MASTER CANNOT BE OPENED THE GRANTEE'S  ****
      ****   HELD FUNCTIONS ARE UNKNOWN, SO THE GRANT IS REFUSED    ****
      ****   WITH RC 8 RATHER THAN WRITTEN WITHOUT ITS CONFLICT     ****
      ****   CHECK.  A CO-SIGNED GRANT NOW CARRIES THE CO-SIGNER'S  ****
      ****   USER ID ON ITS DFFIRECF ROW (FC-COSIGNED-BY, RECORD    ****
      ****   NOW 39 BYTES) SO DFFIRRPT CAN SHOW WHO CO-SIGNED IT.   ****
      ******************************************************************
      ****   LIKEWISE A DFSODTBL CONFLICT TABLE THAT CANNOT BE      ****
      ****   OPENED, OR HOLDS NO RULES, REFUSES THE GRANT WITH RC 8 ****
      ****   - THE CHECK IS NEVER SKIPPED.                          ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-FIRE-STATUS.

           SELECT SECURITY-FILE    ASSIGN TO DFOPSECF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SECURITY-STATUS.

           SELECT RULE-FILE        ASSIGN TO DFSODTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RULE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      **** COL 10-17 GRANTEE USER ID
      **** COL 19-21 DFAUTH FUNCTION CODE BEING GRANTED
      **** COL 23-24 HOURS UNTIL THE GRANT EXPIRES
      **** COL 26-33 CO-SIGNING SUPERVISOR'S USER ID - NEEDED ONLY
      ****           WHEN THE GRANT WOULD COMPLETE A DFSODTBL PAIR
       01  PARAMETER-RECORD.
           05  PM-SUPERVISOR-ID         PIC X(08).
           05  FILLER                   PIC X(01).
           05  PM-FUNCTION              PIC X(03).
           05  FILLER                   PIC X(01).
           05  PM-HOURS                 PIC 9(02).
           05  FILLER                   PIC X(01).
           05  PM-COSIGNER-ID           PIC X(08).
           05  FILLER                   PIC X(47).

       FD  FIRECALL-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS FIRECALL-RECORD.

      **** FC-COSIGNED-BY IS FILLED ONLY FOR A GRANT THAT COMPLETED A
      **** DFSODTBL PAIR - BLANK ON EVERY OTHER ROW.
       01  FIRECALL-RECORD.
           05  FC-USER-ID              PIC X(08).
           05  FC-FUNCTION             PIC X(03).
           05  FC-GRANTED-BY           PIC X(08).
           05  FC-EXPIRY-STAMP         PIC X(12).
           05  FC-COSIGNED-BY          PIC X(08).

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

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FIRE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SECURITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RULE-STATUS              PIC X(02) VALUE SPACES.

      **** EVERY FUNCTION THE GRANTEE HOLDS RIGHT NOW - MASTER SLOTS
      **** PLUS UNEXPIRED FIRECALL GRANTS.
       01  WS-HELD-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-FUNCTION        OCCURS 40 TIMES PIC X(03).

       01  WS-HELD-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-FUNC-SUB                 PIC 9(01) VALUE ZERO.
       01  WS-OTHER-FUNCTION           PIC X(03) VALUE SPACES.
       01  WS-NOW-STAMP                PIC X(12) VALUE SPACES.

       01  WS-CONFLICT-FLAG            PIC X(01) VALUE 'N'.
           88  WS-CONFLICT-FOUND           VALUE 'Y'.
       01  WS-CONFLICT-FUNCTION        PIC X(03) VALUE SPACES.
       01  WS-CONFLICT-DESCRIPTION     PIC X(40) VALUE SPACES.

       01  WS-HELD-LOAD-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HELD-LOAD-FAILED         VALUE 'E'.

       01  WS-RULE-LOAD-FLAG           PIC X(01) VALUE 'N'.
           88  WS-RULE-LOAD-FAILED         VALUE 'E'.
       01  WS-RULES-READ               PIC 9(04) VALUE ZERO.

       COPY DFAUTH.

               GO TO 1000-END-OF-JOB
           END-IF.

       1000-CHECK-CONFLICTS.

           PERFORM 2000-LOAD-HELD-FUNCTIONS THRU 2000-EXIT.

      **** WITHOUT THE MASTER THE CONFLICT CHECK CANNOT SEE WHAT THE
      **** GRANTEE ALREADY HOLDS, SO NO GRANT GOES OUT UNCHECKED.
           IF WS-HELD-LOAD-FAILED
               DISPLAY 'DFFIRE GRANT REFUSED - CONFLICT CHECK COULD '
                       'NOT BE MADE' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-CHECK-CONFLICT-RULES THRU 2100-EXIT.

           IF WS-RULE-LOAD-FAILED
               DISPLAY 'DFFIRE GRANT REFUSED - CONFLICT CHECK COULD '
                       'NOT BE MADE' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF NOT WS-CONFLICT-FOUND
               GO TO 1000-COMPUTE-EXPIRY
           END-IF.

           DISPLAY 'DFFIRE ' PM-FUNCTION ' CONFLICTS WITH '
                   WS-CONFLICT-FUNCTION ' ALREADY HELD BY '
                   PM-GRANTEE-ID UPON CONSOLE.
           DISPLAY 'DFFIRE RULE - ' WS-CONFLICT-DESCRIPTION
                                               UPON CONSOLE.

           IF PM-COSIGNER-ID = SPACES
               DISPLAY 'DFFIRE GRANT REFUSED - A SECOND SUPERVISOR '
                       'MUST CO-SIGN' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF PM-COSIGNER-ID = PM-SUPERVISOR-ID
              OR PM-COSIGNER-ID = PM-GRANTEE-ID
               DISPLAY 'DFFIRE GRANT REFUSED - CO-SIGNER MUST BE A '
                       'DIFFERENT SUPERVISOR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           MOVE PM-COSIGNER-ID         TO DFAUTH-USER-ID.
           MOVE 'FIR'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'FIRECALL COSIGN ' PM-GRANTEE-ID ' ' PM-FUNCTION
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               DISPLAY 'DFFIRE CO-SIGNER NOT AUTHORIZED - '
                       DFAUTH-REASON UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           DISPLAY 'DFFIRE CONFLICTING GRANT CO-SIGNED BY '
                   PM-COSIGNER-ID UPON CONSOLE.

       1000-COMPUTE-EXPIRY.

           MOVE FUNCTION CURRENT-DATE  TO WS-NOW-FIELDS.
           MOVE PM-FUNCTION            TO FC-FUNCTION.
           MOVE PM-SUPERVISOR-ID       TO FC-GRANTED-BY.
           MOVE WS-EXPIRY-STAMP        TO FC-EXPIRY-STAMP.
           MOVE SPACES                 TO FC-COSIGNED-BY.

           IF WS-CONFLICT-FOUND
               MOVE PM-COSIGNER-ID      TO FC-COSIGNED-BY
           END-IF.

           WRITE FIRECALL-RECORD.

           CLOSE FIRECALL-FILE.
           DISPLAY 'DFFIRE END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-LOAD-HELD-FUNCTIONS.

           MOVE ZERO                   TO WS-HELD-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-NOW-STAMP.

           OPEN INPUT SECURITY-FILE.

           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY 'DFFIRE DFOPSECF OPEN ERROR - STATUS '
                       WS-SECURITY-STATUS UPON CONSOLE
               SET WS-HELD-LOAD-FAILED  TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-SECURITY-STATUS = '00'
               PERFORM UNTIL WS-SECURITY-STATUS NOT = '00'
                   READ SECURITY-FILE
                       AT END
                           MOVE '10'    TO WS-SECURITY-STATUS
                       NOT AT END
                           IF SR-USER-ID = PM-GRANTEE-ID
                              AND SR-ACTIVE-FLAG = 'A'
                               PERFORM 2050-NOTE-MASTER-FUNCTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF.

           OPEN INPUT FIRECALL-FILE.

           IF WS-FIRE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-FIRE-STATUS NOT = '00'
               READ FIRECALL-FILE
                   AT END
                       MOVE '10'        TO WS-FIRE-STATUS
                   NOT AT END
                       IF FC-USER-ID = PM-GRANTEE-ID
                          AND FC-EXPIRY-STAMP NOT < WS-NOW-STAMP
                          AND WS-HELD-COUNT < 40
                           ADD 1        TO WS-HELD-COUNT
                           MOVE FC-FUNCTION
                               TO WS-HELD-FUNCTION (WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FIRECALL-FILE.

       2000-EXIT. EXIT.

       2050-NOTE-MASTER-FUNCTIONS.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                       UNTIL WS-FUNC-SUB > 8
               IF SR-FUNCTION (WS-FUNC-SUB) NOT = SPACES
                  AND WS-HELD-COUNT < 40
                   ADD 1                TO WS-HELD-COUNT
                   MOVE SR-FUNCTION (WS-FUNC-SUB)
                       TO WS-HELD-FUNCTION (WS-HELD-COUNT)
               END-IF
           END-PERFORM.

      **** A RULE NAMES A PAIR EITHER WAY ROUND - THE GRANT CONFLICTS
      **** WHEN THE GRANTEE HOLDS THE OTHER HALF, OR HOLDS 'ALL'.
       2100-CHECK-CONFLICT-RULES.

           MOVE 'N'                    TO WS-CONFLICT-FLAG.

           OPEN INPUT RULE-FILE.

           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'DFFIRE NO DFSODTBL CONFLICT RULES ON FILE'
                                               UPON CONSOLE
               SET WS-RULE-LOAD-FAILED  TO TRUE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-RULE-STATUS NOT = '00'
                      OR WS-CONFLICT-FOUND
               READ RULE-FILE
                   AT END
                       MOVE '10'        TO WS-RULE-STATUS
                   NOT AT END
                       ADD 1            TO WS-RULES-READ
                       PERFORM 2150-CHECK-ONE-RULE
               END-READ
           END-PERFORM.

           CLOSE RULE-FILE.

      **** AN EMPTY TABLE IS A LOST TABLE, NOT A CLEAN BILL.
           IF WS-RULES-READ = ZERO
               DISPLAY 'DFFIRE DFSODTBL HOLDS NO CONFLICT RULES'
                                               UPON CONSOLE
               SET WS-RULE-LOAD-FAILED  TO TRUE
           END-IF.

       2100-EXIT. EXIT.

       2150-CHECK-ONE-RULE.

           EVALUATE PM-FUNCTION
               WHEN DFSOD-FUNCTION-1
                   MOVE DFSOD-FUNCTION-2 TO WS-OTHER-FUNCTION
               WHEN DFSOD-FUNCTION-2
                   MOVE DFSOD-FUNCTION-1 TO WS-OTHER-FUNCTION
               WHEN OTHER
                   MOVE SPACES          TO WS-OTHER-FUNCTION
           END-EVALUATE.

           IF WS-OTHER-FUNCTION NOT = SPACES
               PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                           UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   IF WS-HELD-FUNCTION (WS-HELD-SUB) =
                                        WS-OTHER-FUNCTION
                      OR WS-HELD-FUNCTION (WS-HELD-SUB) = 'ALL'
                       SET WS-CONFLICT-FOUND TO TRUE
                       MOVE WS-HELD-FUNCTION (WS-HELD-SUB)
                                        TO WS-CONFLICT-FUNCTION
                       MOVE DFSOD-DESCRIPTION
                                        TO WS-CONFLICT-DESCRIPTION
                   END-IF
               END-PERFORM
           END-IF.
