       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02SERM.

      *REMARKS:    SERIAL MASTER UPDATE FOR SERIAL-TRACKED PARTS -
      *            APPLIES THE DF02SEVT MOVEMENT EVENTS TO THE DF02SERL
      *            SERIAL MASTER AND PRINTS THE SERIAL EXCEPTIONS.

      ******************************************************************
      ****   FOR PARTS OVER THE ANTI-THEFT THRESHOLD WE ONLY KNEW   ****
      ****   HOW MANY WERE ON HAND, SO A UNIT THAT WENT MISSING     ****
      ****   BETWEEN A DF02RTE MANIFEST AND THE DF02RECV RECEIPT    ****
      ****   COULD NOT BE NAMED OR PLACED.  A PART FLAGGED          ****
      ****   SERIALIZED ON DF02PRTM NOW HAS EVERY UNIT RECORDED AS  ****
      ****   IT MOVES: DF02RTE, DF02RECV, DF02IUPD AND DF02CNTP     ****
      ****   APPEND ONE DF02SEVT EVENT PER UNIT THEY HANDLE (SEE    ****
      ****   DF02SEVR).  THIS STEP RUNS AFTER THEM AND:             ****
      ****                                                          ****
      ****   - APPLIES THE EVENTS IN FILE ORDER TO THE DF02SERL     ****
      ****     SERIAL MASTER (ONE RECORD PER PART AND SERIAL -      ****
      ****     CURRENT PLANT, STATUS, LAST MANIFEST), ADDING A      ****
      ****     UNIT THE FIRST TIME IT IS SEEN;                      ****
      ****   - MARKS MISSING EVERY UNIT STILL IN TRANSIT ON A       ****
      ****     MANIFEST THE DOCK HAS RECEIVED - SHIPPED, NEVER      ****
      ****     RECEIVED;                                            ****
      ****   - REPORTS EACH UNIT COUNTED AT A PLANT OTHER THAN THE  ****
      ****     ONE THE MASTER HAS IT AT (THE COUNT IS TAKEN AS THE  ****
      ****     TRUTH AND THE UNIT IS MOVED THERE), EACH UNIT        ****
      ****     RECEIVED OFF A MANIFEST IT WAS NOT SHIPPED ON, AND   ****
      ****     EACH UNIT SHIPPED FROM A PLANT THAT DID NOT HOLD IT; ****
      ****   - REWRITES THE MASTER IN PART/SERIAL ORDER, SNAPSHOT   ****
      ****     FIRST THROUGH DFGENMGR, AND EMPTIES DF02SEVT.        ****
      ****                                                          ****
      ****   A DRY-RUN WINDOW WRITES THE SHADOW MASTER AND LEAVES   ****
      ****   THE EVENTS IN PLACE.  ANY EXCEPTION ENDS THE RUN WITH  ****
      ****   RETURN CODE 4; A FILE TOO LARGE FOR ITS TABLE ENDS IT  ****
      ****   WITH 8 AND NOTHING REWRITTEN.                          ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MASTER-IN-FILE   ASSIGN TO DF02SERL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT EVENT-FILE       ASSIGN TO DF02SEVT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EVENT-STATUS.

           SELECT MASTER-OUT-FILE  ASSIGN TO WS-MASTER-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-IN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MASTER-IN-RECORD.

       01  MASTER-IN-RECORD            PIC X(50).

       FD  EVENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DF02-SERIAL-EVENT.

       COPY DF02SEVR.

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MASTER-OUT-RECORD.

       01  MASTER-OUT-RECORD           PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       01  WS-EVENT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-EVENT-EOF                VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE REWRITE TARGET - THE LIVE SERIAL MASTER, OR ITS
      **** SHADOW COPY WHEN THE RUN CONTROL SAYS DRY RUN.
       01  WS-MASTER-OUT-NAME          PIC X(09) VALUE 'DF02SERL'.

       01  WS-GEN-MASTER-NAME          PIC X(08) VALUE 'DF02SERL'.
       01  WS-GEN-KEEP                 PIC 9(01) VALUE 3.
       01  WS-GEN-RETURN-CODE          PIC X(02) VALUE SPACES.

       01  WS-SERIAL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-SERIAL-TABLE.
           05  WS-SRL-ENTRY            OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-SERIAL-COUNT
                                       ASCENDING KEY IS WS-SRL-KEY
                                       INDEXED BY WS-SRL-IDX.
               10  WS-SRL-KEY.
                   15  WS-SRL-PART     PIC X(08).
                   15  WS-SRL-SERIAL   PIC X(12).
               10  WS-SRL-PLANT        PIC X(03).
               10  WS-SRL-STATUS       PIC X(01).
               10  WS-SRL-MANIFEST     PIC X(10).
               10  WS-SRL-DATE         PIC X(10).

       01  WS-SRL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

      **** MANIFESTS THE DOCK CONFIRMED THIS RUN.
       01  WS-DONE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-MANIFEST        OCCURS 1000 TIMES
                                       PIC X(10).

       01  WS-DONE-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-DONE-FLAG                PIC X(01) VALUE SPACE.

       01  WS-EVENT-DATE               PIC X(10) VALUE SPACES.

       01  WS-EVENT-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-WRONG-PLANT-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.

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

       COPY DF02SERR.

       COPY DFRUNDT.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(24) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(14) VALUE 'SERIAL'.
           05  FILLER                  PIC X(08) VALUE 'AT PLNT'.
           05  FILLER                  PIC X(08) VALUE 'ON FILE'.
           05  FILLER                  PIC X(08) VALUE 'STATUS'.
           05  FILLER                  PIC X(12) VALUE 'MANIFEST'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-TAG                  PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SERIAL               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EVENT-PLANT          PIC X(03).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-FILE-PLANT           PIC X(03).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-STATUS               PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  DL-MANIFEST             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DATE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE               REDEFINES WS-DETAIL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02SERM START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'DF02SERLS'     TO WS-MASTER-OUT-NAME
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   DISPLAY 'DF02SERM SIMULATION - SERIAL MASTER '
                           'WRITES GO TO THE SHADOW COPY'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF02SERM NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE SPACE               TO DFRUNDT-DRY-RUN-FLAG
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02SERM A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-APPLY-EVENTS.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02SERM - SERIAL EXCEPTIONS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.

           OPEN INPUT EVENT-FILE.

           IF WS-EVENT-STATUS = '00'
               PERFORM UNTIL WS-EVENT-EOF
                   READ EVENT-FILE
                       AT END
                           SET WS-EVENT-EOF TO TRUE
                       NOT AT END
                           ADD 1        TO WS-EVENT-COUNT
                           PERFORM 2000-APPLY-ONE-EVENT THRU
                                   2000-EXIT
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           ELSE
               DISPLAY 'DF02SERM NO SERIAL EVENTS THIS RUN'
                                              UPON CONSOLE
           END-IF.

       1000-CLOSE-MANIFESTS.

      **** WHAT IS STILL IN TRANSIT ON A RECEIVED MANIFEST NEVER
      **** CAME OFF THE TRUCK.
           PERFORM VARYING WS-SRL-SUB FROM 1 BY 1
                       UNTIL WS-SRL-SUB > WS-SERIAL-COUNT
               IF WS-SRL-STATUS (WS-SRL-SUB) = 'T'
                   PERFORM 3000-CHECK-NOT-RECEIVED THRU 3000-EXIT
               END-IF
           END-PERFORM.

           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02SERM SERIAL TABLE FULL - MASTER NOT '
                       'REWRITTEN' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-WRITE-MASTER.

      **** A DRY-RUN WRITES THE SHADOW, NOT THE MASTER, SO THERE IS
      **** NOTHING TO SNAPSHOT.
           IF NOT DFRUNDT-DRY-RUN
               CALL 'DFGENMGR'        USING WS-GEN-MASTER-NAME
                                            WS-GEN-KEEP
                                            WS-GEN-RETURN-CODE
               IF WS-GEN-RETURN-CODE = '91'
                   DISPLAY 'DF02SERM SNAPSHOT FAILED - MASTER NOT '
                           'REWRITTEN' UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           IF WS-SERIAL-COUNT > 1
               SORT WS-SRL-ENTRY
                   ASCENDING KEY WS-SRL-KEY
           END-IF.

           OPEN OUTPUT MASTER-OUT-FILE.

           IF WS-MASTER-OUT-STATUS NOT = '00'
               DISPLAY 'DF02SERM SERIAL MASTER OPEN ERROR'
                                              UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM VARYING WS-SRL-IDX FROM 1 BY 1
                       UNTIL WS-SRL-IDX > WS-SERIAL-COUNT
               MOVE SPACES              TO DF02-SERIAL-RECORD
               MOVE WS-SRL-PART (WS-SRL-IDX)   TO DF02-SER-PART
               MOVE WS-SRL-SERIAL (WS-SRL-IDX) TO DF02-SER-SERIAL
               MOVE WS-SRL-PLANT (WS-SRL-IDX)  TO DF02-SER-PLANT
               MOVE WS-SRL-STATUS (WS-SRL-IDX) TO DF02-SER-STATUS
               MOVE WS-SRL-MANIFEST (WS-SRL-IDX)
                                        TO DF02-SER-LAST-MANIFEST
               MOVE WS-SRL-DATE (WS-SRL-IDX)   TO DF02-SER-LAST-DATE
               WRITE MASTER-OUT-RECORD FROM DF02-SERIAL-RECORD
           END-PERFORM.

           CLOSE MASTER-OUT-FILE.

      **** THE EVENTS ARE NOW ON THE MASTER - EMPTY THE FILE SO THE
      **** NEXT RUN DOES NOT APPLY THEM TWICE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
           END-IF.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE ZERO                TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF02SERM EVENTS APPLIED     = ' WS-EVENT-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02SERM SERIALS ADDED      = ' WS-ADDED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02SERM SHIPPED NOT RCVD   = ' WS-MISSING-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02SERM COUNTED WRONG PLANT= '
                                    WS-WRONG-PLANT-COUNT UPON CONSOLE.
           DISPLAY 'DF02SERM EXCEPTIONS         = ' WS-EXCEPTION-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DF02SERM END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.

           IF WS-MASTER-IN-STATUS NOT = '00'
               DISPLAY 'DF02SERM NO EXISTING SERIAL MASTER - '
                       'STARTING A NEW ONE' UPON CONSOLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-IN-FILE INTO DF02-SERIAL-RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-SERIAL-COUNT < 5000
                           ADD 1 TO WS-SERIAL-COUNT
                           MOVE DF02-SER-PART
                               TO WS-SRL-PART (WS-SERIAL-COUNT)
                           MOVE DF02-SER-SERIAL
                               TO WS-SRL-SERIAL (WS-SERIAL-COUNT)
                           MOVE DF02-SER-PLANT
                               TO WS-SRL-PLANT (WS-SERIAL-COUNT)
                           MOVE DF02-SER-STATUS
                               TO WS-SRL-STATUS (WS-SERIAL-COUNT)
                           MOVE DF02-SER-LAST-MANIFEST
                               TO WS-SRL-MANIFEST (WS-SERIAL-COUNT)
                           MOVE DF02-SER-LAST-DATE
                               TO WS-SRL-DATE (WS-SERIAL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-IN-FILE.

       1100-EXIT. EXIT.

       2000-APPLY-ONE-EVENT.

           MOVE DF02-SEV-DATE          TO WS-EVENT-DATE.

           IF WS-EVENT-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO WS-EVENT-DATE
           END-IF.

           IF DF02-SEV-MANIFEST-DONE
               IF WS-DONE-COUNT < 1000
                   ADD 1                TO WS-DONE-COUNT
                   MOVE DF02-SEV-MANIFEST-NO
                                        TO WS-DONE-MANIFEST
                                                  (WS-DONE-COUNT)
               ELSE
                   MOVE 'Y'             TO WS-OVERFLOW-FLAG
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF DF02-SEV-SERIAL = SPACES
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FIND-OR-ADD-SERIAL THRU 2100-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DF02-SEV-SHIPPED
                   PERFORM 2200-UNIT-SHIPPED THRU 2200-EXIT
               WHEN DF02-SEV-RECEIVED
                   PERFORM 2300-UNIT-RECEIVED THRU 2300-EXIT
               WHEN DF02-SEV-PLANT-IN
                   PERFORM 2400-UNIT-INTO-PLANT THRU 2400-EXIT
               WHEN DF02-SEV-PLANT-OUT
                   PERFORM 2500-UNIT-OUT-OF-PLANT THRU 2500-EXIT
               WHEN DF02-SEV-COUNTED
                   PERFORM 2600-UNIT-COUNTED THRU 2600-EXIT
               WHEN OTHER
                   DISPLAY 'DF02SERM UNKNOWN EVENT TYPE '
                           DF02-SEV-TYPE ' FROM ' DF02-SEV-SOURCE
                                              UPON CONSOLE
           END-EVALUATE.

       2000-EXIT. EXIT.

      **** A UNIT NOT YET ON THE MASTER IS ADDED WITH A BLANK
      **** STATUS; THE EVENT THAT FOUND IT DECIDES WHAT IT BECOMES.
       2100-FIND-OR-ADD-SERIAL.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-SRL-SUB FROM 1 BY 1
                       UNTIL WS-SRL-SUB > WS-SERIAL-COUNT
                          OR WS-FOUND-SUB NOT = ZERO
               IF WS-SRL-PART (WS-SRL-SUB) = DF02-SEV-PART
                  AND WS-SRL-SERIAL (WS-SRL-SUB) = DF02-SEV-SERIAL
                   MOVE WS-SRL-SUB      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB NOT = ZERO
               GO TO 2100-EXIT
           END-IF.

           IF WS-SERIAL-COUNT >= 5000
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
               GO TO 2100-EXIT
           END-IF.

           ADD 1                       TO WS-SERIAL-COUNT.
           ADD 1                       TO WS-ADDED-COUNT.
           MOVE WS-SERIAL-COUNT        TO WS-FOUND-SUB.
           MOVE DF02-SEV-PART          TO WS-SRL-PART (WS-FOUND-SUB).
           MOVE DF02-SEV-SERIAL        TO WS-SRL-SERIAL (WS-FOUND-SUB).
           MOVE SPACES                 TO WS-SRL-PLANT (WS-FOUND-SUB)
                                          WS-SRL-STATUS (WS-FOUND-SUB)
                                          WS-SRL-MANIFEST
                                                  (WS-FOUND-SUB)
                                          WS-SRL-DATE (WS-FOUND-SUB).

       2100-EXIT. EXIT.

      **** LEAVING ON A MANIFEST.  A UNIT ALREADY ON FILE SHOULD BE
      **** ON HAND AT THE PLANT IT IS SHIPPED FROM.
       2200-UNIT-SHIPPED.

           IF WS-SRL-STATUS (WS-FOUND-SUB) NOT = SPACE
              AND (WS-SRL-STATUS (WS-FOUND-SUB) NOT = 'H'
                OR WS-SRL-PLANT (WS-FOUND-SUB) NOT =
                                       DF02-SEV-FROM-PLANT)
               MOVE 'SHIPPED NOT ON HAND' TO DL-TAG
               MOVE DF02-SEV-FROM-PLANT TO DL-EVENT-PLANT
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.

           MOVE DF02-SEV-PLANT         TO WS-SRL-PLANT (WS-FOUND-SUB).
           MOVE 'T'                    TO WS-SRL-STATUS (WS-FOUND-SUB).
           MOVE DF02-SEV-MANIFEST-NO   TO WS-SRL-MANIFEST
                                                  (WS-FOUND-SUB).
           MOVE WS-EVENT-DATE          TO WS-SRL-DATE (WS-FOUND-SUB).

       2200-EXIT. EXIT.

      **** OFF THE TRUCK.  IT SHOULD BE IN TRANSIT ON THIS MANIFEST.
       2300-UNIT-RECEIVED.

           IF WS-SRL-STATUS (WS-FOUND-SUB) NOT = 'T'
              OR WS-SRL-MANIFEST (WS-FOUND-SUB) NOT =
                                       DF02-SEV-MANIFEST-NO
               MOVE 'RECEIVED NOT SHIPPED' TO DL-TAG
               MOVE DF02-SEV-PLANT      TO DL-EVENT-PLANT
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.

           MOVE DF02-SEV-PLANT         TO WS-SRL-PLANT (WS-FOUND-SUB).
           MOVE 'H'                    TO WS-SRL-STATUS (WS-FOUND-SUB).
           MOVE DF02-SEV-MANIFEST-NO   TO WS-SRL-MANIFEST
                                                  (WS-FOUND-SUB).
           MOVE WS-EVENT-DATE          TO WS-SRL-DATE (WS-FOUND-SUB).

       2300-EXIT. EXIT.

       2400-UNIT-INTO-PLANT.

           MOVE DF02-SEV-PLANT         TO WS-SRL-PLANT (WS-FOUND-SUB).
           MOVE 'H'                    TO WS-SRL-STATUS (WS-FOUND-SUB).
           MOVE WS-EVENT-DATE          TO WS-SRL-DATE (WS-FOUND-SUB).

       2400-EXIT. EXIT.

       2500-UNIT-OUT-OF-PLANT.

           IF WS-SRL-STATUS (WS-FOUND-SUB) NOT = SPACE
              AND (WS-SRL-STATUS (WS-FOUND-SUB) NOT = 'H'
                OR WS-SRL-PLANT (WS-FOUND-SUB) NOT = DF02-SEV-PLANT)
               MOVE 'SHIPPED NOT ON HAND' TO DL-TAG
               MOVE DF02-SEV-PLANT      TO DL-EVENT-PLANT
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.

           MOVE DF02-SEV-PLANT         TO WS-SRL-PLANT (WS-FOUND-SUB).
           MOVE 'O'                    TO WS-SRL-STATUS (WS-FOUND-SUB).
           MOVE WS-EVENT-DATE          TO WS-SRL-DATE (WS-FOUND-SUB).

       2500-EXIT. EXIT.

      **** THE COUNT IS WHAT IS PHYSICALLY THERE - A UNIT FOUND
      **** ANYWHERE BUT ON HAND AT THE COUNTED PLANT IS REPORTED
      **** AND MOVED TO WHERE IT WAS COUNTED.
       2600-UNIT-COUNTED.

           IF WS-SRL-STATUS (WS-FOUND-SUB) = SPACE
               MOVE 'COUNTED NOT ON FILE' TO DL-TAG
               MOVE DF02-SEV-PLANT      TO DL-EVENT-PLANT
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
               GO TO 2600-MOVE-UNIT
           END-IF.

           IF WS-SRL-STATUS (WS-FOUND-SUB) NOT = 'H'
              OR WS-SRL-PLANT (WS-FOUND-SUB) NOT = DF02-SEV-PLANT
               ADD 1                    TO WS-WRONG-PLANT-COUNT
               MOVE 'COUNTED AT WRONG PLANT' TO DL-TAG
               MOVE DF02-SEV-PLANT      TO DL-EVENT-PLANT
               PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
           END-IF.

       2600-MOVE-UNIT.

           MOVE DF02-SEV-PLANT         TO WS-SRL-PLANT (WS-FOUND-SUB).
           MOVE 'H'                    TO WS-SRL-STATUS (WS-FOUND-SUB).
           MOVE WS-EVENT-DATE          TO WS-SRL-DATE (WS-FOUND-SUB).

       2600-EXIT. EXIT.

       3000-CHECK-NOT-RECEIVED.

           MOVE 'N'                    TO WS-DONE-FLAG.

           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                       UNTIL WS-DONE-SUB > WS-DONE-COUNT
                          OR WS-DONE-FLAG = 'Y'
               IF WS-DONE-MANIFEST (WS-DONE-SUB) =
                                       WS-SRL-MANIFEST (WS-SRL-SUB)
                   MOVE 'Y'             TO WS-DONE-FLAG
               END-IF
           END-PERFORM.

           IF WS-DONE-FLAG NOT = 'Y'
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-MISSING-COUNT.
           ADD 1                       TO WS-EXCEPTION-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'SHIPPED NOT RECEIVED' TO DL-TAG.
           MOVE WS-SRL-PART (WS-SRL-SUB)     TO DL-PART.
           MOVE WS-SRL-SERIAL (WS-SRL-SUB)   TO DL-SERIAL.
           MOVE WS-SRL-PLANT (WS-SRL-SUB)    TO DL-FILE-PLANT.
           MOVE WS-SRL-STATUS (WS-SRL-SUB)   TO DL-STATUS.
           MOVE WS-SRL-MANIFEST (WS-SRL-SUB) TO DL-MANIFEST.
           MOVE WS-SRL-DATE (WS-SRL-SUB)     TO DL-DATE.
           MOVE 'DF02RECV'             TO DL-SOURCE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'M'                    TO WS-SRL-STATUS (WS-SRL-SUB).

       3000-EXIT. EXIT.

      **** DL-TAG AND DL-EVENT-PLANT ARE SET BY THE CALLER; THE
      **** REST OF THE LINE SHOWS THE EVENT AND THE UNIT AS IT
      **** STOOD ON FILE BEFORE THE EVENT.
       6000-WRITE-EXCEPTION.

           ADD 1                       TO WS-EXCEPTION-COUNT.

           MOVE DF02-SEV-PART          TO DL-PART.
           MOVE DF02-SEV-SERIAL        TO DL-SERIAL.
           MOVE WS-SRL-PLANT (WS-FOUND-SUB)  TO DL-FILE-PLANT.
           MOVE WS-SRL-STATUS (WS-FOUND-SUB) TO DL-STATUS.
           MOVE DF02-SEV-MANIFEST-NO   TO DL-MANIFEST.
           MOVE WS-EVENT-DATE          TO DL-DATE.
           MOVE DF02-SEV-SOURCE        TO DL-SOURCE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.

       6000-EXIT. EXIT.

       7000-WRITE-TOTALS.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'EVENTS APPLIED'       TO TL-LABEL.
           MOVE WS-EVENT-COUNT         TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'SERIALS ADDED TO MASTER' TO TL-LABEL.
           MOVE WS-ADDED-COUNT         TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'SHIPPED, NEVER RECEIVED' TO TL-LABEL.
           MOVE WS-MISSING-COUNT       TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'COUNTED AT THE WRONG PLANT' TO TL-LABEL.
           MOVE WS-WRONG-PLANT-COUNT   TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'TOTAL EXCEPTIONS'     TO TL-LABEL.
           MOVE WS-EXCEPTION-COUNT     TO TL-COUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
