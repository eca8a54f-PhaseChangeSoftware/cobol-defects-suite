      ****   BILLING AND STATEMENT RUNS.  EVERY CUSTOMER WHOSE      ****
      ****   STATE CHANGED - A TAX-JURISDICTION MOVE - IS LISTED    ****
      ****   ON THE DF09RPT3 CHANGE REPORT.                         ****
      ******************************************************************

      ******************************************************************
      ****   A CUSTOMER MARKED UNDELIVERABLE ON DF09UNDL BY THE     ****
      ****   DF09RTML RETURNED-MAIL ENTRY STAYS MARKED - AND GETS   ****
      ****   NO PAPER FROM THE STATEMENT, DUNNING OR INVOICE RUNS - ****
      ****   UNTIL THIS PASS STANDARDIZES A CLEAN ADDRESS FOR THEM  ****
      ****   THAT DIFFERS FROM THE ONE THAT CAME BACK.  THAT CLEARS ****
      ****   THE MARK: THE ROW IS DROPPED FROM DF09UNDL AND THE     ****
      ****   CUSTOMER IS LISTED ON THE DF09RPT3 CHANGE REPORT.  THE ****
      ****   SAME BAD ADDRESS ARRIVING AGAIN ON THE FEED CLEARS     ****
      ****   NOTHING.                                               ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-EXCP-STATUS.

           SELECT UNDL-IN-FILE      ASSIGN TO DF09UNDL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-UNDL-IN-STATUS.

           SELECT UNDL-OUT-FILE     ASSIGN TO DF09UNDL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-UNDL-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  MOVE-REPORT-LINE            PIC X(80).

       FD  UNDL-IN-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-IN-RECORD.

       01  UNDL-IN-RECORD              PIC X(130).

       FD  UNDL-OUT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-OUT-RECORD.

       01  UNDL-OUT-RECORD             PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-ADDR-STATUS              PIC X(02) VALUE SPACES.

       01  WS-MOVED-STATE-COUNT        PIC 9(04) VALUE ZERO.

       01  WS-UNDL-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-UNDL-OUT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

      **** UNDELIVERABLE ROWS; THE CLEARED FLAG DROPS A ROW WHEN THE
      **** FILE IS WRITTEN BACK.
       01  WS-UNDL-LOADED-FLAG         PIC X(01) VALUE 'N'.
       01  WS-UNDL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNDL-TABLE.
           05  WS-UND-ENTRY            OCCURS 500 TIMES.
               10  WS-UND-RECORD       PIC X(130).
               10  WS-UND-CLEARED-FLAG PIC X(01).
       01  WS-UND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-UNDL-CLEARED-COUNT       PIC 9(04) VALUE ZERO.

       COPY DF09UNDR.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  MV-MOVE-DATE            PIC X(10).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-CLEARED-DETAIL.
           05  CL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(34) VALUE
                   ' UNDELIVERABLE CLEARED - RETURNED '.
           05  CL-RETURN-DATE          PIC X(10).
           05  FILLER                  PIC X(09) VALUE ' AS OF = '.
           05  CL-CLEAR-DATE           PIC X(10).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  XD-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           PERFORM 1300-LOAD-SUFFIX-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-OLD-MASTER THRU 1400-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 1600-LOAD-UNDELIVERABLE THRU 1600-EXIT.

       1000-OPEN-FILES.

           CLOSE MOVE-REPORT-FILE.

           PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT.
           PERFORM 5200-REWRITE-UNDELIVERABLE THRU 5200-EXIT.

       1000-END-OF-JOB.

                                              UPON CONSOLE.
           DISPLAY 'DF09STDZ STATE CHANGES      = '
                                    WS-MOVED-STATE-COUNT UPON CONSOLE.
           DISPLAY 'DF09STDZ UNDELIVERABLE CLEARED = '
                                   WS-UNDL-CLEARED-COUNT UPON CONSOLE.
           DISPLAY 'DF09STDZ END OF JOB' UPON CONSOLE.

           GOBACK.

       1500-EXIT. EXIT.

       1600-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDL-IN-FILE.

           IF WS-UNDL-IN-STATUS NOT = '00'
               GO TO 1600-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-UNDL-LOADED-FLAG.

           PERFORM UNTIL WS-UNDL-EOF
               READ UNDL-IN-FILE
                   AT END
                       SET WS-UNDL-EOF TO TRUE
                   NOT AT END
                       IF WS-UNDL-COUNT < 500
                           ADD 1 TO WS-UNDL-COUNT
                           MOVE UNDL-IN-RECORD
                               TO WS-UND-RECORD (WS-UNDL-COUNT)
                           MOVE 'N'
                               TO WS-UND-CLEARED-FLAG (WS-UNDL-COUNT)
                       ELSE
                           DISPLAY 'DF09STDZ UNDELIVERABLE TABLE FULL '
                                   '- FILE LEFT AS IS' UPON CONSOLE
                           MOVE 'N' TO WS-UNDL-LOADED-FLAG
                           SET WS-UNDL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE UNDL-IN-FILE.

       1600-EXIT. EXIT.

       2000-STANDARDIZE-ONE.

           MOVE SPACES                 TO DF09USTR-INPUT-STRING.

           PERFORM 4000-TRACK-ADDRESS-HISTORY THRU 4000-EXIT.

           PERFORM 4500-CHECK-UNDELIVERABLE THRU 4500-EXIT.

       2000-EXIT. EXIT.

       2100-VALIDATE-STATE.

       4100-EXIT. EXIT.

      **** A CLEAN ADDRESS THAT IS NOT THE ONE THE POST OFFICE SENT
      **** BACK LIFTS THE UNDELIVERABLE MARK.
       4500-CHECK-UNDELIVERABLE.

           IF WS-UNDL-LOADED-FLAG NOT = 'Y'
               GO TO 4500-EXIT
           END-IF.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               MOVE WS-UND-RECORD (WS-UND-SUB) TO DF09-UN-RECORD
               IF DF09-UN-CUST-NUMBER = AR-CUST-NUMBER
                  AND WS-UND-CLEARED-FLAG (WS-UND-SUB) = 'N'
                  AND DF09-UN-ADDRESS NOT = WS-NEW-ADDRESS
                   MOVE 'Y'             TO WS-UND-CLEARED-FLAG
                                                  (WS-UND-SUB)
                   ADD 1                TO WS-UNDL-CLEARED-COUNT
                   MOVE AR-CUST-NUMBER  TO CL-CUST-NUMBER
                   MOVE DF09-UN-RETURN-DATE TO CL-RETURN-DATE
                   MOVE WS-PROCESSING-DATE  TO CL-CLEAR-DATE
                   WRITE MOVE-REPORT-LINE FROM WS-CLEARED-DETAIL
               END-IF
           END-PERFORM.

       4500-EXIT. EXIT.

       5000-REWRITE-HISTORY.

           OPEN OUTPUT HIST-OUT-FILE.
           CLOSE HIST-OUT-FILE.

       5000-EXIT. EXIT.

       5200-REWRITE-UNDELIVERABLE.

           IF WS-UNDL-CLEARED-COUNT = ZERO
               GO TO 5200-EXIT
           END-IF.

           OPEN OUTPUT UNDL-OUT-FILE.

           IF WS-UNDL-OUT-STATUS NOT = '00'
               DISPLAY 'DF09STDZ UNDELIVERABLE FILE OPEN ERROR'
                                               UPON CONSOLE
               GO TO 5200-EXIT
           END-IF.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               IF WS-UND-CLEARED-FLAG (WS-UND-SUB) = 'N'
                   WRITE UNDL-OUT-RECORD
                       FROM WS-UND-RECORD (WS-UND-SUB)
               END-IF
           END-PERFORM.

           CLOSE UNDL-OUT-FILE.

       5200-EXIT. EXIT.
