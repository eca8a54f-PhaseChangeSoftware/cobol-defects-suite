      ****   CONTROL) AND A PROPOSAL REPORT A MANAGER CAN APPROVE.  ****
      ****   THE EXEC SQL SECTIONS NEED THE DB2 PRECOMPILER AND DO  ****
      ****   NOT PARSE ON A PLAIN COBOL COMPILER.                   ****
      ******************************************************************
      ****   HEADCOUNT TREATS A FOUR-HOUR CLERK THE SAME AS A       ****
      ****   FORTY-HOUR ONE.  AN H IN COLUMN 3 OF DF42TPRM NOW      ****
      ****   PLANS ON HOURS INSTEAD: EACH DEPARTMENT'S LOAD IS THE  ****
      ****   HOURS ITS ASSIGNED CLERKS WORKED THERE IN THE SEVEN    ****
      ****   DAYS ENDING ON THE RUN DATE (FROM THE DF42TAHS HISTORY ****
      ****   KEPT BY DF42TIME), THE TARGET IS THE WEEKLY HOURS IN   ****
      ****   COLUMNS 4-9 (DEFAULT THE TARGET HEADCOUNT TIMES 40),   ****
      ****   AND A PROPOSED MOVE CARRIES THE CLERK'S HOURS FROM ONE ****
      ****   DEPARTMENT TO THE OTHER.  ONLY A CLERK WHO WORKED IN   ****
      ****   THE DONOR DEPARTMENT THAT WEEK IS PROPOSED.  WITH NO   ****
      ****   HOURS HISTORY THE RUN FALLS BACK TO HEADCOUNT.         ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.

           SELECT HOURS-FILE        ASSIGN TO DF42TAHS
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HOURS-STATUS.

           SELECT TRANSFER-FILE     ASSIGN TO DF42XTRN
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANSFER-STATUS.
       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-2   TARGET HEADCOUNT PER DEPARTMENT
      **** COL 3     H = PLAN ON HOURS WORKED, OTHERWISE HEADCOUNT
      **** COL 4-9   TARGET WEEKLY HOURS PER DEPARTMENT, 9(4)V99
       01  PARAMETER-RECORD.
           05  PM-TARGET-HEADCOUNT     PIC 9(02).
           05  PM-STAFF-BASIS          PIC X(01).
           05  PM-TARGET-HOURS         PIC 9(04)V99.

       FD  TRANSFER-FILE
           RECORD CONTAINS 158 CHARACTERS

       01  REPORT-LINE                 PIC X(132).

       FD  HOURS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOURS-RECORD.

       01  HOURS-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-STORE                    PIC X(20)   VALUE 'MAIN STORE'.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRANSFER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HOURS-STATUS             PIC X(02) VALUE SPACES.

       01  WS-HOURS-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-HOURS-EOF                VALUE 'Y'.

      **** DEPARTMENTS AT THIS HEADCOUNT ARE LEFT ALONE; ABOVE IT
      **** THEY CAN DONATE A CLERK, BELOW IT THEY NEED ONE.
       01  WS-TARGET-HEADCOUNT         PIC 9(02) VALUE 02.

      **** ON THE HOURS BASIS THE SAME RULE APPLIES TO THE WEEK'S
      **** HOURS WORKED IN EACH DEPARTMENT.
       01  WS-STAFF-BASIS-FLAG         PIC X(01) VALUE 'C'.
           88  WS-HOURS-BASIS              VALUE 'H'.
       01  WS-TARGET-HOURS             PIC 9(04)V99 VALUE ZERO.

       01  WS-DEPT-NEEDS-FLAG          PIC X(01) VALUE 'N'.
           88  WS-DEPT-NEEDS-CLERK         VALUE 'Y'.

       COPY DF42LHR.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF42TBL1 END-EXEC.
           EXEC SQL INCLUDE DF42TBL2 END-EXEC.
                                        INDEXED BY WS-DEPT-SUB.
               10  WS-DEPT-NAME         PIC X(40).
               10  WS-DEPT-CLERK-COUNT  PIC S9(04).
               10  WS-DEPT-HOURS        PIC S9(05)V99.

       01  WS-CLERK-ASSIGN-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-CLERK-ASSIGN-TABLE.
               10  WS-CA-CLERK          PIC X(40).
               10  WS-CA-EMPID          PIC X(08).
               10  WS-CA-PROPOSED-FLAG  PIC X(01).
               10  WS-CA-HOURS          PIC S9(05)V99.

       01  WS-ALREADY-SEEN-FLAG        PIC X(01) VALUE 'N'.
           88  WS-ALREADY-SEEN             VALUE 'Y'.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-ED-DD                PIC 9(02) VALUE ZERO.

       01  WS-EFFECTIVE-NUMERIC        PIC 9(08) VALUE ZERO.
       01  WS-WEEK-START-NUMERIC       PIC 9(08) VALUE ZERO.

       01  WS-WEEK-START.
           05  WS-WKS-YYYY             PIC 9(04) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WKS-MM               PIC 9(02) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-WKS-DD               PIC 9(02) VALUE ZERO.

       01  WS-CLOCK-DATE-FIELDS.
           05  WS-CLOCK-YYYY           PIC 9(04).
           05  WS-CLOCK-MM             PIC 9(02).
                   'DF42XFER CLERK TRANSFER PROPOSALS - STORE ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RH-STORE                PIC X(20).
           05  FILLER                  PIC X(10) VALUE ' BASIS = '.
           05  RH-BASIS                PIC X(09).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-PROPOSAL-DETAIL.
           05  FILLER                  PIC X(06) VALUE 'MOVE '.
           05  PD-EFFECTIVE-DATE       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-HOURS-DETAIL.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'WEEKLY HOURS '.
           05  HD-HOURS                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE
                                       ' - DONOR DEPT LEFT AT '.
           05  HD-DONOR-HOURS          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE
                                       ', RECEIVING DEPT AT '.
           05  HD-RECEIVER-HOURS       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-UNFILLED-DETAIL.
           05  FILLER                  PIC X(34) VALUE
                   'NO DONOR DEPARTMENT AVAILABLE FOR '.
           DISPLAY 'DF42XFER START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.

           IF WS-TARGET-HOURS = ZERO
               COMPUTE WS-TARGET-HOURS = WS-TARGET-HEADCOUNT * 40
           END-IF.
           PERFORM 1200-SET-EFFECTIVE-DATE.

           PERFORM 2000-LOAD-DEPARTMENT-LIST THRU 2000-EXIT.
           PERFORM 3000-LOAD-CLERK-ASSIGNMENTS THRU 3000-EXIT.
           PERFORM 4000-COUNT-CLERKS-PER-DEPARTMENT.

           IF WS-HOURS-BASIS
               PERFORM 4100-LOAD-WEEK-HOURS THRU 4100-EXIT
           END-IF.

       1000-PROPOSE-TRANSFERS.

           OPEN OUTPUT TRANSFER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-STORE               TO RH-STORE.

           IF WS-HOURS-BASIS
               MOVE 'HOURS'             TO RH-BASIS
           ELSE
               MOVE 'HEADCOUNT'         TO RH-BASIS
           END-IF.

           WRITE REPORT-LINE          FROM WS-REPORT-HEADING.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM 4500-CHECK-DEPARTMENT-NEED
               PERFORM UNTIL NOT WS-DEPT-NEEDS-CLERK
                   PERFORM 5000-PROPOSE-ONE-TRANSFER THRU 5000-EXIT
                   IF WS-DONOR-SUB = ZERO
                       ADD 1            TO WS-UNFILLED-COUNT
      *    NOTHING LEFT TO DONATE - STOP TRYING TO FILL THIS ONE.
                       MOVE WS-TARGET-HEADCOUNT
                           TO WS-DEPT-CLERK-COUNT (WS-DEPT-SUB)
                       MOVE WS-TARGET-HOURS
                           TO WS-DEPT-HOURS (WS-DEPT-SUB)
                   END-IF
                   PERFORM 4500-CHECK-DEPARTMENT-NEED
               END-PERFORM
           END-PERFORM.

               MOVE PM-TARGET-HEADCOUNT TO WS-TARGET-HEADCOUNT
           END-IF.

           IF PM-STAFF-BASIS = 'H'
               MOVE 'H'                 TO WS-STAFF-BASIS-FLAG
           END-IF.

           IF PM-TARGET-HOURS NUMERIC
              AND PM-TARGET-HOURS > ZERO
               MOVE PM-TARGET-HOURS     TO WS-TARGET-HOURS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.
               MOVE WS-CLOCK-DD         TO WS-ED-DD
           END-IF.

      **** THE HOURS WEEK IS THE SEVEN DAYS ENDING ON THE RUN DATE.
           COMPUTE WS-EFFECTIVE-NUMERIC =
                   (WS-ED-YYYY * 10000) + (WS-ED-MM * 100) + WS-ED-DD.
           COMPUTE WS-WEEK-START-NUMERIC =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-NUMERIC)
                        - 6).
           MOVE WS-WEEK-START-NUMERIC (1:4) TO WS-WKS-YYYY.
           MOVE WS-WEEK-START-NUMERIC (5:2) TO WS-WKS-MM.
           MOVE WS-WEEK-START-NUMERIC (7:2) TO WS-WKS-DD.

       2000-LOAD-DEPARTMENT-LIST.

           MOVE WS-STORE                TO DF42-STORE1.
                       TO WS-CA-EMPID (WS-CLERK-ASSIGN-COUNT)
                   MOVE 'N'
                       TO WS-CA-PROPOSED-FLAG (WS-CLERK-ASSIGN-COUNT)
                   MOVE ZERO
                       TO WS-CA-HOURS (WS-CLERK-ASSIGN-COUNT)
               END-IF
           END-PERFORM.

                       ADD 1 TO WS-DEPT-CLERK-COUNT (WS-DEPT-SUB)
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-DEPT-HOURS (WS-DEPT-SUB)
           END-PERFORM.

      **** EACH ASSIGNED CLERK'S HOURS IN THE DEPARTMENT THIS WEEK,
      **** ADDED TO THE CLERK AND TO THE DEPARTMENT.  HOURS FOR A
      **** CLERK NOT ASSIGNED THERE ARE ON DF42TIME'S EXCEPTIONS AND
      **** PLAY NO PART IN PLANNING.
       4100-LOAD-WEEK-HOURS.

           OPEN INPUT HOURS-FILE.

           IF WS-HOURS-STATUS NOT = '00'
               DISPLAY 'DF42XFER NO LABOR-HOURS HISTORY - PLANNING ON '
                       'HEADCOUNT' UPON CONSOLE
               MOVE 'C'                 TO WS-STAFF-BASIS-FLAG
               GO TO 4100-EXIT
           END-IF.

           PERFORM UNTIL WS-HOURS-EOF
               READ HOURS-FILE             INTO LABOR-HOURS-RECORD
                   AT END
                       SET WS-HOURS-EOF TO TRUE
                   NOT AT END
                       IF LH-STORE = WS-STORE
                          AND LH-WORK-DATE NOT < WS-WEEK-START
                          AND LH-WORK-DATE NOT > WS-EFFECTIVE-DATE
                           PERFORM 4200-ADD-CLERK-HOURS THRU 4200-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOURS-FILE.

       4100-EXIT. EXIT.

       4200-ADD-CLERK-HOURS.

           MOVE 'N'                    TO WS-ALREADY-SEEN-FLAG.

           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > WS-CLERK-ASSIGN-COUNT
               IF WS-CA-EMPID (WS-CA-SUB) = LH-EMPLOYEE-ID
                  AND WS-CA-DEPARTMENT (WS-CA-SUB) = LH-DEPARTMENT
                   ADD LH-HOURS         TO WS-CA-HOURS (WS-CA-SUB)
                   MOVE 'Y'             TO WS-ALREADY-SEEN-FLAG
               END-IF
           END-PERFORM.

           IF NOT WS-ALREADY-SEEN
               GO TO 4200-EXIT
           END-IF.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME (WS-DEPT-SUB) = LH-DEPARTMENT
                   ADD LH-HOURS         TO WS-DEPT-HOURS (WS-DEPT-SUB)
               END-IF
           END-PERFORM.

       4200-EXIT. EXIT.

      **** A DEPARTMENT BELOW TARGET - HEADCOUNT OR HOURS, BY BASIS -
      **** NEEDS A CLERK.
       4500-CHECK-DEPARTMENT-NEED.

           MOVE 'N'                    TO WS-DEPT-NEEDS-FLAG.

           IF WS-HOURS-BASIS
               IF WS-DEPT-HOURS (WS-DEPT-SUB) < WS-TARGET-HOURS
                   MOVE 'Y'             TO WS-DEPT-NEEDS-FLAG
               END-IF
           ELSE
               IF WS-DEPT-CLERK-COUNT (WS-DEPT-SUB) <
                                       WS-TARGET-HEADCOUNT
                   MOVE 'Y'             TO WS-DEPT-NEEDS-FLAG
               END-IF
           END-IF.

      **** FINDS A DONOR DEPARTMENT STILL ABOVE TARGET AND A CLERK OF
      **** ITS NOT YET PROPOSED FOR A MOVE, WRITES THE TRANSFER
      **** TRANSACTION AND THE PROPOSAL LINE, AND ADJUSTS BOTH

           PERFORM VARYING WS-DONOR-SUB FROM 1 BY 1
                       UNTIL WS-DONOR-SUB > WS-DEPT-COUNT
               IF (WS-HOURS-BASIS
                   AND WS-DEPT-HOURS (WS-DONOR-SUB) > WS-TARGET-HOURS)
                  OR (NOT WS-HOURS-BASIS
                   AND WS-DEPT-CLERK-COUNT (WS-DONOR-SUB) >
                                       WS-TARGET-HEADCOUNT)
                   PERFORM 5100-PICK-DONOR-CLERK
                   IF WS-CLERK-PICK-SUB NOT = ZERO
                       GO TO 5200-WRITE-THE-PROPOSAL
           SUBTRACT 1 FROM WS-DEPT-CLERK-COUNT (WS-DONOR-SUB).
           ADD 1      TO WS-DEPT-CLERK-COUNT (WS-DEPT-SUB).

           SUBTRACT WS-CA-HOURS (WS-CLERK-PICK-SUB)
                                 FROM WS-DEPT-HOURS (WS-DONOR-SUB).
           ADD WS-CA-HOURS (WS-CLERK-PICK-SUB)
                                 TO WS-DEPT-HOURS (WS-DEPT-SUB).

           ADD 1                       TO WS-PROPOSAL-COUNT.

           MOVE WS-STORE               TO XF-STORE.
           MOVE WS-EFFECTIVE-DATE      TO PD-EFFECTIVE-DATE.
           WRITE REPORT-LINE          FROM WS-PROPOSAL-DETAIL.

           IF WS-HOURS-BASIS
               MOVE WS-CA-HOURS (WS-CLERK-PICK-SUB) TO HD-HOURS
               MOVE WS-DEPT-HOURS (WS-DONOR-SUB)    TO HD-DONOR-HOURS
               MOVE WS-DEPT-HOURS (WS-DEPT-SUB)  TO HD-RECEIVER-HOURS
               WRITE REPORT-LINE      FROM WS-HOURS-DETAIL
           END-IF.

       5000-EXIT. EXIT.

       5100-PICK-DONOR-CLERK.
               IF WS-CA-DEPARTMENT (WS-CA-SUB) =
                               WS-DEPT-NAME (WS-DONOR-SUB)
                  AND WS-CA-PROPOSED-FLAG (WS-CA-SUB) = 'N'
                  AND (NOT WS-HOURS-BASIS
                       OR WS-CA-HOURS (WS-CA-SUB) > ZERO)
                   MOVE WS-CA-SUB       TO WS-CLERK-PICK-SUB
               END-IF
           END-PERFORM.
