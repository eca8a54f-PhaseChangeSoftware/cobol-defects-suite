      ****   IS MISSING IS SAID SO, NOT SILENTLY SKIPPED.  THE      ****
      ****   KEYWORD MATCHING IS THE SAME REFERENCE-MODIFICATION    ****
      ****   SCAN DF37INQ USES.                                     ****
      ******************************************************************

      ******************************************************************
      ****   A FOURTH SECTION NOW CARRIES THE SUBLEDGERS THE        ****
      ****   NIGHTLY DFGLRECN RECONCILIATION (DFGLRPTA) FOUND OUT   ****
      ****   OF BALANCE WITH THEIR DFGLFILE CONTROL ACCOUNTS, OR    ****
      ****   COULD NOT RECONCILE AT ALL.  THE DAY-BY-DAY BREAKDOWN  ****
      ****   STAYS ON DFGLRPTA; THE DIGEST SHOWS THE SUMMARY LINE.  ****
      ******************************************************************
      ****   A FIFTH SECTION ESCALATES THE DFxxTEST SNIPPETS THE    ****
      ****   DFREGRUN REGRESSION RUN FOUND NEWLY FAILING (THE       ****
      ****   'NEWLY FAILING =' LINES ON ITS DFRGRPT2 RUN-OVER-RUN   ****
      ****   COMPARISON).  EACH ONE IS MARKED ESCALATE ON THE       ****
      ****   DIGEST AND ON THE CONSOLE; THE COPYBOOKS IT USES STAY  ****
      ****   ON DFRGRPT2.                                           ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-POLICY-STATUS.

           SELECT RECON-REPORT      ASSIGN TO DFGLRPTA
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RECON-STATUS.

           SELECT REGRESSION-REPORT ASSIGN TO DFRGRPT2
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REGRESS-STATUS.

           SELECT DIGEST-FILE       ASSIGN TO DFMORRPT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DIGEST-STATUS.

       01  POLICY-LINE                 PIC X(80).

       FD  RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RECON-LINE.

       01  RECON-LINE                  PIC X(132).

       FD  REGRESSION-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REGRESSION-LINE.

       01  REGRESSION-LINE             PIC X(132).

       FD  DIGEST-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DIGEST-LINE.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DIGEST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RECON-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REGRESS-STATUS           PIC X(02) VALUE SPACES.

       01  WS-SETTLE-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-SETTLE-EOF               VALUE 'Y'.
       01  WS-POLICY-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POLICY-EOF               VALUE 'Y'.

       01  WS-RECON-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-RECON-EOF                VALUE 'Y'.

       01  WS-REGRESS-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REGRESS-EOF              VALUE 'Y'.

       01  WS-STORE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-POLICY-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-RECON-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-REGRESS-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-IN-REPEAT-SECTION-FLAG   PIC X(01) VALUE 'N'.

           05  DD-TEXT                 PIC X(100).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-ESCALATE-DETAIL.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'ESCALATE - '.
           05  ED-TEXT                 PIC X(89).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(23) VALUE
                   'OUT-OF-BALANCE STORES ='.
           05  FILLER                  PIC X(19) VALUE
                   '  POLICY MISSES ='.
           05  SL-POLICIES             PIC ZZZ9.
           05  FILLER                  PIC X(19) VALUE
                   '  GL RECON DIFFS ='.
           05  SL-RECONS               PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   '  NEW TEST FAILS ='.
           05  SL-REGRESSIONS          PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 2000-DIGEST-SETTLEMENT THRU 2000-EXIT.
           PERFORM 3000-DIGEST-NEGATIVE-BALANCES THRU 3000-EXIT.
           PERFORM 4000-DIGEST-POLICY-MISSES THRU 4000-EXIT.
           PERFORM 5000-DIGEST-GL-RECONCILIATION THRU 5000-EXIT.
           PERFORM 5500-DIGEST-NEW-TEST-FAILURES THRU 5500-EXIT.

           MOVE WS-STORE-COUNT         TO SL-STORES.
           MOVE WS-REPEAT-COUNT        TO SL-REPEATS.
           MOVE WS-POLICY-COUNT        TO SL-POLICIES.
           MOVE WS-RECON-COUNT         TO SL-RECONS.
           MOVE WS-REGRESS-COUNT       TO SL-REGRESSIONS.
           WRITE DIGEST-LINE          FROM WS-SUMMARY-LINE.

           CLOSE DIGEST-FILE.

           DISPLAY 'DFMORN STORES=' WS-STORE-COUNT
                   ' REPEATS=' WS-REPEAT-COUNT
                   ' POLICIES=' WS-POLICY-COUNT
                   ' GL RECON=' WS-RECON-COUNT
                   ' NEW TEST FAILS=' WS-REGRESS-COUNT UPON CONSOLE.
           DISPLAY 'DFMORN END OF JOB' UPON CONSOLE.

           GOBACK.

       4000-EXIT. EXIT.

       5000-DIGEST-GL-RECONCILIATION.

           MOVE '4 - SUBLEDGER / GL DIFFERENCES (DFGLRECN)' TO SH-TEXT.
           WRITE DIGEST-LINE          FROM WS-SECTION-HEADING.

           OPEN INPUT RECON-REPORT.

           IF WS-RECON-STATUS NOT = '00'
               MOVE '    SUBLEDGER RECONCILIATION REPORT NOT PRESENT'
                                        TO SH-TEXT
               WRITE DIGEST-LINE      FROM WS-SECTION-HEADING
               GO TO 5000-EXIT
           END-IF.

           PERFORM UNTIL WS-RECON-EOF
               READ RECON-REPORT
                   AT END
                       SET WS-RECON-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-SIFT-RECON-LINE THRU 5100-EXIT
               END-READ
           END-PERFORM.

           CLOSE RECON-REPORT.

       5000-EXIT. EXIT.

      **** ONLY THE PER-SUBLEDGER SUMMARY LINES COUNT; IN-BALANCE
      **** SUBLEDGERS ARE NOT AN EXCEPTION.
       5100-SIFT-RECON-LINE.

           IF RECON-LINE (1:11) NOT = 'SUBLEDGER ='
               GO TO 5100-EXIT
           END-IF.

           MOVE RECON-LINE             TO WS-SCAN-LINE.
           MOVE 'OUT OF BALANCE'       TO WS-KEYWORD.
           MOVE 14                     TO WS-KEYWORD-LEN.
           PERFORM 6000-SCAN-FOR-KEYWORD THRU 6000-EXIT.

           IF WS-SCAN-FOUND-FLAG = 'N'
               MOVE 'NOT RECONCILED'    TO WS-KEYWORD
               MOVE 14                  TO WS-KEYWORD-LEN
               PERFORM 6000-SCAN-FOR-KEYWORD THRU 6000-EXIT
           END-IF.

           IF WS-SCAN-FOUND-FLAG = 'Y'
               ADD 1                    TO WS-RECON-COUNT
               MOVE WS-SCAN-LINE (1:100) TO DD-TEXT
               WRITE DIGEST-LINE      FROM WS-DIGEST-DETAIL
           END-IF.

       5100-EXIT. EXIT.

      **** A DFxxTEST SNIPPET THAT HAS JUST STARTED FAILING IS AN
      **** ESCALATION, NOT A ROUTINE EXCEPTION - EACH ONE IS MARKED
      **** SO AND ALSO GOES TO THE CONSOLE.  THE COPYBOOKS LISTED
      **** UNDER IT STAY ON DFRGRPT2.
       5500-DIGEST-NEW-TEST-FAILURES.

           MOVE '5 - SNIPPETS NEWLY FAILING (DFREGRUN)' TO SH-TEXT.
           WRITE DIGEST-LINE          FROM WS-SECTION-HEADING.

           OPEN INPUT REGRESSION-REPORT.

           IF WS-REGRESS-STATUS NOT = '00'
               MOVE '    REGRESSION COMPARISON REPORT NOT PRESENT'
                                        TO SH-TEXT
               WRITE DIGEST-LINE      FROM WS-SECTION-HEADING
               GO TO 5500-EXIT
           END-IF.

           PERFORM UNTIL WS-REGRESS-EOF
               READ REGRESSION-REPORT
                   AT END
                       SET WS-REGRESS-EOF TO TRUE
                   NOT AT END
                       IF REGRESSION-LINE (1:15) = 'NEWLY FAILING ='
                           ADD 1        TO WS-REGRESS-COUNT
                           MOVE REGRESSION-LINE (1:89) TO ED-TEXT
                           WRITE DIGEST-LINE FROM WS-ESCALATE-DETAIL
                           DISPLAY 'DFMORN ESCALATION - '
                                   REGRESSION-LINE (1:24)
                                   UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGRESSION-REPORT.

       5500-EXIT. EXIT.

      **** SAME REFERENCE-MODIFICATION CONTAINS-SCAN AS DF37INQ.
       6000-SCAN-FOR-KEYWORD.

