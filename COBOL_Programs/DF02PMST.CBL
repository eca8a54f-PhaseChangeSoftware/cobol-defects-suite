      ****   (PART, DESCRIPTION, UNIT OF MEASURE), 'I' INACTIVATE,  ****
      ****   'R' REACTIVATE - REWRITES THE MASTER SORTED BY PART    ****
      ****   CODE, AND PRINTS AN APPLIED/REJECTED REGISTER.         ****
      ******************************************************************

      ******************************************************************
      ****   THE MASTER NOW CARRIES A STANDARD UNIT COST SO THE     ****
      ****   DF02INVF ON-HAND QUANTITIES CAN BE VALUED (DF02VALU)   ****
      ****   AND COUNT VARIANCES COSTED TO THE LEDGER (DF02CNTP).   ****
      ****   A 'C' TRANSACTION CARRIES THE NEW COST, THE DATE IT    ****
      ****   TAKES EFFECT AND THE OPERATOR CHANGING IT, WHO MUST    ****
      ****   HOLD THE COST FUNCTION (CST) THROUGH THE SHARED DFAUTH ****
      ****   ROUTINE.  A COST EFFECTIVE ON OR BEFORE THE PROCESSING ****
      ****   DATE REPLACES THE CURRENT COST AT ONCE; A LATER ONE IS ****
      ****   HELD AS THE PENDING COST AND BECOMES CURRENT ON THE    ****
      ****   FIRST RUN ON OR AFTER ITS EFFECTIVE DATE.  A NEW PART  ****
      ****   STARTS AT ZERO COST UNTIL ITS FIRST 'C'.               ****
      ******************************************************************

      ******************************************************************
      ****   A HIGH-THEFT PART CAN NOW BE SERIAL-TRACKED.  AN 'S'   ****
      ****   TRANSACTION SETS THE MASTER'S SERIALIZED FLAG ('Y')    ****
      ****   AND AN 'N' CLEARS IT.  WHILE THE FLAG IS ON, DF02RTE,  ****
      ****   DF02RECV, DF02IUPD AND DF02CNTP RECORD EVERY UNIT THEY ****
      ****   HANDLE BY SERIAL NUMBER AND DF02SERM KEEPS WHERE EACH  ****
      ****   UNIT IS ON THE DF02SERL SERIAL MASTER.  A NEW PART     ****
      ****   STARTS UNSERIALIZED.                                   ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  MASTER-IN-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS PART-RECORD.

       01  PART-RECORD.
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-OF-MEASURE       PIC X(03).
           05  PM-ACTIVE-FLAG           PIC X(01).
           05  PM-STANDARD-COST         PIC 9(07)V9999.
           05  PM-COST-EFFECTIVE        PIC X(10).
           05  PM-PENDING-COST          PIC 9(07)V9999.
           05  PM-PENDING-EFFECTIVE     PIC X(10).
           05  PM-SERIALIZED-FLAG       PIC X(01).

       FD  TRANS-FILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
               88  MT-ACTION-ADD           VALUE 'A'.
               88  MT-ACTION-INACTIVATE    VALUE 'I'.
               88  MT-ACTION-REACTIVATE    VALUE 'R'.
               88  MT-ACTION-COST          VALUE 'C'.
               88  MT-ACTION-SERIALIZE     VALUE 'S'.
               88  MT-ACTION-UNSERIALIZE   VALUE 'N'.
           05  MT-PART-CODE            PIC X(08).
           05  MT-DESCRIPTION          PIC X(30).
           05  MT-UNIT-OF-MEASURE      PIC X(03).
           05  MT-UNIT-COST            PIC 9(07)V9999.
           05  MT-EFFECTIVE-DATE       PIC X(10).
           05  MT-OPERATOR-ID          PIC X(08).

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS MASTER-OUT-RECORD.

       01  MASTER-OUT-RECORD           PIC X(85).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
               10  WS-PRT-DESC         PIC X(30).
               10  WS-PRT-UOM          PIC X(03).
               10  WS-PRT-ACTIVE       PIC X(01).
               10  WS-PRT-COST         PIC 9(07)V9999.
               10  WS-PRT-COST-EFF     PIC X(10).
               10  WS-PRT-PEND-COST    PIC 9(07)V9999.
               10  WS-PRT-PEND-EFF     PIC X(10).
               10  WS-PRT-SERIALIZED   PIC X(01).

       01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-COST-PROMOTED-COUNT      PIC 9(04) VALUE ZERO.

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

       01  WS-COST-EFFECTIVE           PIC X(10) VALUE SPACES.

       COPY DFRUNDT.

       COPY DFAUTH.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE

           DISPLAY 'DF02PMST START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
               DISPLAY 'DF02PMST NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
           END-IF.

       1000-LOAD-MASTER.

           OPEN INPUT MASTER-IN-FILE.
                               TO WS-PRT-UOM (WS-PART-COUNT)
                           MOVE PM-ACTIVE-FLAG
                               TO WS-PRT-ACTIVE (WS-PART-COUNT)
                           IF PM-SERIALIZED-FLAG = 'Y'
                               MOVE 'Y'
                               TO WS-PRT-SERIALIZED (WS-PART-COUNT)
                           ELSE
                               MOVE 'N'
                               TO WS-PRT-SERIALIZED (WS-PART-COUNT)
                           END-IF
                           PERFORM 1100-LOAD-PART-COST THRU
                                   1100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-PRT-DESC (WS-PRT-IDX)   TO PM-DESCRIPTION
               MOVE WS-PRT-UOM (WS-PRT-IDX)    TO PM-UNIT-OF-MEASURE
               MOVE WS-PRT-ACTIVE (WS-PRT-IDX) TO PM-ACTIVE-FLAG
               MOVE WS-PRT-COST (WS-PRT-IDX)   TO PM-STANDARD-COST
               MOVE WS-PRT-COST-EFF (WS-PRT-IDX)
                                               TO PM-COST-EFFECTIVE
               MOVE WS-PRT-PEND-COST (WS-PRT-IDX)
                                               TO PM-PENDING-COST
               MOVE WS-PRT-PEND-EFF (WS-PRT-IDX)
                                               TO PM-PENDING-EFFECTIVE
               MOVE WS-PRT-SERIALIZED (WS-PRT-IDX)
                                               TO PM-SERIALIZED-FLAG
               WRITE MASTER-OUT-RECORD FROM PART-RECORD
           END-PERFORM.

                                        WS-APPLIED-COUNT UPON CONSOLE.
           DISPLAY 'DF02PMST TRANSACTIONS REJECTED = '
                                        WS-REJECTED-COUNT UPON CONSOLE.
           DISPLAY 'DF02PMST PENDING COSTS NOW EFFECTIVE = '
                                   WS-COST-PROMOTED-COUNT UPON CONSOLE.
           DISPLAY 'DF02PMST END OF JOB' UPON CONSOLE.

           GOBACK.

      **** A MASTER WRITTEN BEFORE COSTS WERE CARRIED HAS SPACES IN
      **** THE COST FIELDS - THOSE PARTS START AT ZERO.  A PENDING
      **** COST WHOSE DATE HAS ARRIVED BECOMES THE CURRENT COST.
       1100-LOAD-PART-COST.

           IF PM-STANDARD-COST NUMERIC
               MOVE PM-STANDARD-COST    TO WS-PRT-COST (WS-PART-COUNT)
               MOVE PM-COST-EFFECTIVE
                   TO WS-PRT-COST-EFF (WS-PART-COUNT)
           ELSE
               MOVE ZERO                TO WS-PRT-COST (WS-PART-COUNT)
               MOVE SPACES
                   TO WS-PRT-COST-EFF (WS-PART-COUNT)
           END-IF.

           MOVE ZERO                   TO WS-PRT-PEND-COST
                                                  (WS-PART-COUNT).
           MOVE SPACES                 TO WS-PRT-PEND-EFF
                                                  (WS-PART-COUNT).

           IF PM-PENDING-EFFECTIVE = SPACES
              OR PM-PENDING-COST NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.

           IF PM-PENDING-EFFECTIVE > WS-PROCESSING-DATE
               MOVE PM-PENDING-COST
                   TO WS-PRT-PEND-COST (WS-PART-COUNT)
               MOVE PM-PENDING-EFFECTIVE
                   TO WS-PRT-PEND-EFF (WS-PART-COUNT)
               GO TO 1100-EXIT
           END-IF.

           MOVE PM-PENDING-COST        TO WS-PRT-COST (WS-PART-COUNT).
           MOVE PM-PENDING-EFFECTIVE   TO WS-PRT-COST-EFF
                                                  (WS-PART-COUNT).
           ADD 1                       TO WS-COST-PROMOTED-COUNT.

       1100-EXIT. EXIT.

       2000-APPLY-ONE-TRANSACTION.

           PERFORM 2100-FIND-PART THRU 2100-EXIT.
                   PERFORM 4000-INACTIVATE-PART THRU 4000-EXIT
               WHEN MT-ACTION-REACTIVATE
                   PERFORM 5000-REACTIVATE-PART THRU 5000-EXIT
               WHEN MT-ACTION-COST
                   PERFORM 5500-CHANGE-PART-COST THRU 5500-EXIT
               WHEN MT-ACTION-SERIALIZE
               WHEN MT-ACTION-UNSERIALIZE
                   PERFORM 5700-SET-SERIAL-TRACKING THRU 5700-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
           MOVE MT-UNIT-OF-MEASURE     TO WS-PRT-UOM (WS-PART-COUNT).
           MOVE 'A'                    TO WS-PRT-ACTIVE
                                                  (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-COST (WS-PART-COUNT).
           MOVE SPACES                 TO WS-PRT-COST-EFF
                                                  (WS-PART-COUNT).
           MOVE ZERO                   TO WS-PRT-PEND-COST
                                                  (WS-PART-COUNT).
           MOVE SPACES                 TO WS-PRT-PEND-EFF
                                                  (WS-PART-COUNT).
           MOVE 'N'                    TO WS-PRT-SERIALIZED
                                                  (WS-PART-COUNT).

           PERFORM 6000-WRITE-APPLIED-LINE.


       5000-EXIT. EXIT.

      **** A STANDARD-COST CHANGE.  NO EFFECTIVE DATE MEANS THE
      **** PROCESSING DATE; A LATER PENDING COST REPLACES ANY EARLIER
      **** ONE NOT YET IN EFFECT.
       5500-CHANGE-PART-COST.

           IF WS-FOUND-SUB = ZERO
               MOVE 'PART NOT ON MASTER' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5500-EXIT
           END-IF.

           IF MT-UNIT-COST NOT NUMERIC
               MOVE 'UNIT COST NOT NUMERIC' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5500-EXIT
           END-IF.

           MOVE MT-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'CST'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'STANDARD COST ' MT-PART-CODE
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5500-EXIT
           END-IF.

           IF MT-EFFECTIVE-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO WS-COST-EFFECTIVE
           ELSE
               MOVE MT-EFFECTIVE-DATE   TO WS-COST-EFFECTIVE
           END-IF.

           IF WS-COST-EFFECTIVE > WS-PROCESSING-DATE
               MOVE MT-UNIT-COST        TO WS-PRT-PEND-COST
                                                  (WS-FOUND-SUB)
               MOVE WS-COST-EFFECTIVE   TO WS-PRT-PEND-EFF
                                                  (WS-FOUND-SUB)
               ADD 1                    TO WS-APPLIED-COUNT
               MOVE SPACES              TO WS-REGISTER-DETAIL
               MOVE 'APPLIED'           TO RD-DISPOSITION
               MOVE MT-ACTION           TO RD-ACTION
               MOVE MT-PART-CODE        TO RD-PART
               MOVE 'PENDING UNTIL'     TO RD-REASON
               MOVE WS-COST-EFFECTIVE   TO RD-REASON (15:10)
               WRITE REPORT-LINE      FROM WS-REGISTER-DETAIL
               GO TO 5500-EXIT
           END-IF.

           MOVE MT-UNIT-COST           TO WS-PRT-COST (WS-FOUND-SUB).
           MOVE WS-COST-EFFECTIVE      TO WS-PRT-COST-EFF
                                                  (WS-FOUND-SUB).
           MOVE ZERO                   TO WS-PRT-PEND-COST
                                                  (WS-FOUND-SUB).
           MOVE SPACES                 TO WS-PRT-PEND-EFF
                                                  (WS-FOUND-SUB).

           PERFORM 6000-WRITE-APPLIED-LINE.

       5500-EXIT. EXIT.

      **** 'S' TURNS SERIAL TRACKING ON FOR THE PART, 'N' TURNS IT
      **** OFF.  UNITS ALREADY ON DF02SERL STAY THERE EITHER WAY.
       5700-SET-SERIAL-TRACKING.

           IF WS-FOUND-SUB = ZERO
               MOVE 'PART NOT ON MASTER' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 5700-EXIT
           END-IF.

           IF MT-ACTION-SERIALIZE
               IF WS-PRT-SERIALIZED (WS-FOUND-SUB) = 'Y'
                   MOVE 'PART ALREADY SERIALIZED' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 5700-EXIT
               END-IF
               MOVE 'Y'                 TO WS-PRT-SERIALIZED
                                                  (WS-FOUND-SUB)
           ELSE
               IF WS-PRT-SERIALIZED (WS-FOUND-SUB) NOT = 'Y'
                   MOVE 'PART NOT SERIALIZED' TO RD-REASON
                   PERFORM 6100-WRITE-REJECTED-LINE
                   GO TO 5700-EXIT
               END-IF
               MOVE 'N'                 TO WS-PRT-SERIALIZED
                                                  (WS-FOUND-SUB)
           END-IF.

           PERFORM 6000-WRITE-APPLIED-LINE.

       5700-EXIT. EXIT.

       6000-WRITE-APPLIED-LINE.

           ADD 1                       TO WS-APPLIED-COUNT.
