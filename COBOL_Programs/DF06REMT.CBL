      ****   THE DF06REMF PERIOD REMITTANCE FILE, STAMPED WITH THE  ****
      ****   DFRUNDTR PROCESSING DATE, SO A FILING CAN BE TIED      ****
      ****   BACK TO MONTHS LATER.                                  ****
      ******************************************************************

      ******************************************************************
      ****   A CREDIT MEMO ISSUED BY DF06CRMO GIVES BACK TAX WE     ****
      ****   HAVE ALREADY BILLED.  ITS NEGATIVE DF06CMLN LINES -    ****
      ****   AMOUNT AND TAX AT THE ORIGINAL INVOICE'S RATE, IN THE  ****
      ****   ORIGINAL INVOICE'S STATE - ARE DEDUCTED FROM THAT      ****
      ****   STATE'S FILING FOR THIS PERIOD: THE SUMMARY AND THE    ****
      ****   DF06REMF RECORD CARRY THE CREDITED BASE AND TAX AND    ****
      ****   THE NET BASE AND TAX TO REMIT.  A STATE WITH ONLY      ****
      ****   CREDITS THIS PERIOD STILL GETS A LINE.  THE CREDIT     ****
      ****   FILE IS EMPTIED ONCE THE PERIOD IS WRITTEN SO NO       ****
      ****   CREDIT IS DEDUCTED TWICE.                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BOUT-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO DF06CMLN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-STATUS.

           SELECT REMIT-FILE       ASSIGN TO DF06REMF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REMIT-STATUS.
           05  OT-TAX-RETURN-CODE      PIC X(02).
           05  OT-CERT-NUMBER          PIC X(15).

       FD  CREDIT-LINE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DF06-CL-RECORD.

           COPY DF06CMLN.

       FD  REMIT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REMIT-RECORD.

       01  REMIT-RECORD.
           05  RM-TAX-COMPUTED          PIC 9(09)V99.
           05  RM-LINE-COUNT            PIC 9(07).
           05  FILLER                   PIC X(02).
           05  RM-CREDIT-BASE           PIC 9(09)V99.
           05  RM-CREDIT-TAX            PIC 9(09)V99.
           05  RM-NET-BASE              PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  RM-NET-TAX               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS

       01  WS-BOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BOUT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-BOUT-EOF                 VALUE 'Y'.

       01  WS-CREDIT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CREDIT-EOF               VALUE 'Y'.

       01  WS-CREDIT-FILE-FLAG         PIC X(01) VALUE 'N'.
           88  WS-CREDIT-FILE-READ         VALUE 'Y'.

       01  WS-STATE-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-STA-ENTRY            OCCURS 1 TO 60 TIMES
               10  WS-STA-TAX          PIC S9(11)V99 COMP-3.
               10  WS-STA-LINES        PIC 9(07).
               10  WS-STA-DEFAULTED    PIC 9(07).
               10  WS-STA-CREDIT-BASE  PIC S9(11)V99 COMP-3.
               10  WS-STA-CREDIT-TAX   PIC S9(11)V99 COMP-3.

       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-DEFAULTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-EXEMPT-LINE-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CREDIT-LINE-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-LOOK-STATE               PIC X(02) VALUE SPACES.
       01  WS-NET-BASE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-TAX                  PIC S9(11)V99 VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF36RATE ROUNDED COMPUTE -
      **** EFFECTIVE RATE PERCENT = TAX * 100 / BASE, SO A 6.25
                                       '    TAX COMPUTED'.
           05  FILLER                  PIC X(08) VALUE '   LINES'.
           05  FILLER                  PIC X(10) VALUE ' DEFAULTED'.
           05  FILLER                  PIC X(16) VALUE
                                       '      CREDIT TAX'.
           05  FILLER                  PIC X(17) VALUE
                                       '          NET TAX'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-STATE                PIC X(02).
           05  DL-LINES                PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-DEFAULTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-CREDIT-TAX           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NET-TAX              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(48) VALUE
           ELSE
               DISPLAY 'DF06REMT NO BILLING EXTENSIONS ON FILE'
                                               UPON CONSOLE
               GO TO 1000-ACCUMULATE-CREDITS
           END-IF.

           PERFORM UNTIL WS-BOUT-EOF

           CLOSE BILLING-OUT-FILE.

       1000-ACCUMULATE-CREDITS.

           OPEN INPUT CREDIT-LINE-FILE.

           IF WS-CREDIT-STATUS = '00'
               SET WS-CREDIT-FILE-READ  TO TRUE
               PERFORM UNTIL WS-CREDIT-EOF
                   READ CREDIT-LINE-FILE
                       AT END
                           SET WS-CREDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2500-ACCUMULATE-ONE-CREDIT THRU
                                   2500-EXIT
                   END-READ
               END-PERFORM
               CLOSE CREDIT-LINE-FILE
           END-IF.

           IF WS-STATE-COUNT = ZERO
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-WRITE-SUMMARY.

           IF WS-STATE-COUNT > 1
           CLOSE REPORT-FILE.
           CLOSE REMIT-FILE.

      **** THE PERIOD IS FILED - CLEAR THE CREDITS IT DEDUCTED.
           IF WS-CREDIT-FILE-READ
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DF06REMT LINES READ       = ' WS-LINE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF06REMT EXEMPT LINES     = '
                                    WS-EXEMPT-LINE-COUNT UPON CONSOLE.
           DISPLAY 'DF06REMT CREDIT MEMO LNS  = '
                                    WS-CREDIT-LINE-COUNT UPON CONSOLE.
           DISPLAY 'DF06REMT END OF JOB' UPON CONSOLE.

           GOBACK.
               GO TO 2000-EXIT
           END-IF.

           MOVE OT-STATE               TO WS-LOOK-STATE.
           PERFORM 2900-FIND-STATE THRU 2900-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 2000-EXIT
           END-IF.

           ADD OT-AMOUNT               TO WS-STA-BASE (WS-FOUND-SUB).
           ADD OT-TAX-AMOUNT           TO WS-STA-TAX (WS-FOUND-SUB).
           ADD 1                       TO WS-STA-LINES (WS-FOUND-SUB).

           IF OT-TAX-RETURN-CODE = '04'
               ADD 1                    TO WS-DEFAULTED-COUNT
               ADD 1 TO WS-STA-DEFAULTED (WS-FOUND-SUB)
           END-IF.

       2000-EXIT. EXIT.

      **** A CREDIT MEMO LINE IS NEGATIVE; THE STATE CARRIES ITS
      **** CREDITS AS POSITIVE AMOUNTS DEDUCTED FROM THE GROSS.  A
      **** CREDIT ON AN EXEMPT LINE GIVES BACK NO TAX AND WAS NEVER
      **** IN THE TAXABLE BASE, SO IT IS LEFT OUT LIKE THE LINE.
       2500-ACCUMULATE-ONE-CREDIT.

           IF DF06-CL-CERT-NUMBER NOT = SPACES
               GO TO 2500-EXIT
           END-IF.

           MOVE DF06-CL-STATE          TO WS-LOOK-STATE.
           PERFORM 2900-FIND-STATE THRU 2900-EXIT.

           IF WS-FOUND-SUB = ZERO
               GO TO 2500-EXIT
           END-IF.

           ADD 1                       TO WS-CREDIT-LINE-COUNT.
           SUBTRACT DF06-CL-AMOUNT     FROM WS-STA-CREDIT-BASE
                                                  (WS-FOUND-SUB).
           SUBTRACT DF06-CL-TAX-AMOUNT FROM WS-STA-CREDIT-TAX
                                                  (WS-FOUND-SUB).

       2500-EXIT. EXIT.

       2900-FIND-STATE.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                       UNTIL WS-STA-IDX > WS-STATE-COUNT
               IF WS-STA-STATE (WS-STA-IDX) = WS-LOOK-STATE
                   MOVE WS-STA-IDX      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               IF WS-STATE-COUNT >= 60
                   DISPLAY 'DF06REMT STATE TABLE FULL' UPON CONSOLE
                   GO TO 2900-EXIT
               END-IF
               ADD 1                    TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT      TO WS-FOUND-SUB
               MOVE WS-LOOK-STATE       TO WS-STA-STATE (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-BASE (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-TAX (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-LINES (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-DEFAULTED (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-CREDIT-BASE (WS-FOUND-SUB)
               MOVE ZERO TO WS-STA-CREDIT-TAX (WS-FOUND-SUB)
           END-IF.

       2900-EXIT. EXIT.

       3000-WRITE-ONE-STATE.

           MOVE WS-STA-TAX (WS-STA-IDX)   TO DL-TAX.
           MOVE WS-STA-LINES (WS-STA-IDX) TO DL-LINES.
           MOVE WS-STA-DEFAULTED (WS-STA-IDX) TO DL-DEFAULTED.
           MOVE WS-STA-CREDIT-TAX (WS-STA-IDX) TO DL-CREDIT-TAX.

           COMPUTE WS-NET-BASE = WS-STA-BASE (WS-STA-IDX)
                               - WS-STA-CREDIT-BASE (WS-STA-IDX).
           COMPUTE WS-NET-TAX  = WS-STA-TAX (WS-STA-IDX)
                               - WS-STA-CREDIT-TAX (WS-STA-IDX).
           MOVE WS-NET-TAX             TO DL-NET-TAX.

           IF WS-STA-BASE (WS-STA-IDX) NOT = ZERO
               MOVE WS-STA-TAX (WS-STA-IDX)  TO WS-RATE-NUMERATOR
           MOVE WS-STA-TAX (WS-STA-IDX)   TO RM-TAX-COMPUTED.
           MOVE WS-STA-LINES (WS-STA-IDX) TO RM-LINE-COUNT.
           MOVE SPACES                 TO REMIT-RECORD (42:2).
           MOVE WS-STA-CREDIT-BASE (WS-STA-IDX) TO RM-CREDIT-BASE.
           MOVE WS-STA-CREDIT-TAX (WS-STA-IDX)  TO RM-CREDIT-TAX.
           MOVE WS-NET-BASE            TO RM-NET-BASE.
           MOVE WS-NET-TAX             TO RM-NET-TAX.
           MOVE SPACES                 TO REMIT-RECORD (90:1).
           WRITE REMIT-RECORD.

       3000-EXIT. EXIT.
