      ****   JOURNAL PAIR AGAINST THE CHART'S RETAINED-EARNINGS     ****
      ****   ACCOUNT (TYPE 'R'), DATED THE LAST DAY OF THE YEAR     ****
      ****   AND SOURCED DFGLCLSE/YEAREND.                          ****
      ******************************************************************

      ******************************************************************
      ****   THE CLOSE NOW RUNS BY COMPANY.  THE FINAL TRIAL        ****
      ****   BALANCE PRINTS A SECTION PER COMPANY SEGMENT WITH ITS  ****
      ****   OWN TOTALS AND VERDICT (ANY COMPANY OUT OF BALANCE     ****
      ****   ENDS THE RUN WITH RETURN CODE 8), AND THE YEAR-END     ****
      ****   ROLL NETS EACH ACCOUNT BY COMPANY AND COST CENTER, SO  ****
      ****   EVERY COMPANY'S (AND STORE'S) INCOME AND EXPENSE IS    ****
      ****   CLOSED INTO RETAINED EARNINGS UNDER ITS OWN SEGMENTS.  ****
      ****   THE PERIOD LOCK ON DFGLPER STAYS ONE LOCK FOR ALL      ****
      ****   COMPANIES.                                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CA-ACTIVE-FLAG           PIC X(01).

       FD  GL-IN-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-IN-RECORD.

       01  GL-IN-RECORD.
           05  GLI-AMOUNT               PIC 9(09)V99.
           05  GLI-SOURCE               PIC X(08).
           05  GLI-SOURCE-KEY           PIC X(08).
           05  GLI-COMPANY              PIC X(03).
           05  GLI-COST-CENTER          PIC X(08).

       FD  GL-OUT-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-OUT-RECORD.

       01  GL-OUT-RECORD.
           05  GLO-AMOUNT               PIC 9(09)V99.
           05  GLO-SOURCE               PIC X(08).
           05  GLO-SOURCE-KEY           PIC X(08).
           05  GLO-COMPANY              PIC X(03).
           05  GLO-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
       01  WS-COA-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-RETAINED-ACCOUNT         PIC X(08) VALUE SPACES.

      **** PERIOD TRIAL-BALANCE ACCUMULATION BY COMPANY AND ACCOUNT.
       01  WS-ACCOUNT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ACCOUNT-COUNT
                                       ASCENDING KEY IS WS-ACT-KEY
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-KEY.
                   15  WS-ACT-COMPANY  PIC X(03).
                   15  WS-ACT-ACCOUNT  PIC X(08).
               10  WS-ACT-DEBITS       PIC S9(11)V99 COMP-3.
               10  WS-ACT-CREDITS      PIC S9(11)V99 COMP-3.

      **** FULL-YEAR NET PER COMPANY, COST CENTER AND ACCOUNT, FOR
      **** THE YEAR-END ROLL.
       01  WS-YEAR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-YEAR-TABLE.
           05  WS-YRS-ENTRY            OCCURS 2000 TIMES.
               10  WS-YRS-COMPANY      PIC X(03).
               10  WS-YRS-COST-CENTER  PIC X(08).
               10  WS-YRS-ACCOUNT      PIC X(08).
               10  WS-YRS-NET          PIC S9(11)V99 COMP-3.

       01  WS-YRS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG          PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL               VALUE 'Y'.

      **** COMPANY CONTROL BREAK ON THE FINAL TRIAL BALANCE.
       01  WS-PREV-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-CO-DEBITS                PIC S9(13)V99 VALUE ZERO.
       01  WS-CO-CREDITS               PIC S9(13)V99 VALUE ZERO.
       01  WS-COMPANIES-OUT            PIC 9(03) VALUE ZERO.
       01  WS-ROLL-AMOUNT              PIC 9(09)V99 VALUE ZERO.
       01  WS-ROLLED-COUNT             PIC 9(03) VALUE ZERO.

           05  TL-VERDICT              PIC X(15).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-COMPANY-HEADING.
           05  FILLER                  PIC X(10) VALUE 'COMPANY ='.
           05  CH-COMPANY              PIC X(03).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'COMPANY TOTALS   ='.
           05  CL-DEBITS               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' CREDITS ='.
           05  CL-CREDITS              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-VERDICT              PIC X(15).
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           IF WS-ACCOUNT-COUNT > 1
               SORT WS-ACT-ENTRY
                   ASCENDING KEY WS-ACT-KEY
           END-IF.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-IDX = 1
                  OR WS-ACT-COMPANY (WS-ACT-IDX) NOT = WS-PREV-COMPANY
                   PERFORM 2500-START-COMPANY THRU 2500-EXIT
               END-IF
               MOVE WS-ACT-ACCOUNT (WS-ACT-IDX) TO DL-ACCOUNT
               MOVE WS-ACT-DEBITS (WS-ACT-IDX)  TO DL-DEBITS
               MOVE WS-ACT-CREDITS (WS-ACT-IDX) TO DL-CREDITS
               ADD WS-ACT-DEBITS (WS-ACT-IDX)   TO WS-TOTAL-DEBITS
                                                   WS-CO-DEBITS
               ADD WS-ACT-CREDITS (WS-ACT-IDX)  TO WS-TOTAL-CREDITS
                                                   WS-CO-CREDITS
               WRITE REPORT-LINE      FROM WS-DETAIL-LINE
           END-PERFORM.

           IF WS-ACCOUNT-COUNT > ZERO
               PERFORM 2600-END-COMPANY THRU 2600-EXIT
           END-IF.

           MOVE WS-TOTAL-DEBITS        TO TL-DEBITS.
           MOVE WS-TOTAL-CREDITS       TO TL-CREDITS.

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-COMPANIES-OUT = ZERO
               MOVE 'IN BALANCE'        TO TL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE'    TO TL-VERDICT
                                               UPON CONSOLE.
           DISPLAY 'DFGLCLSE ACCOUNTS ROLLED   = ' WS-ROLLED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFGLCLSE COMPANIES OUT     = ' WS-COMPANIES-OUT
                                               UPON CONSOLE.
           DISPLAY 'DFGLCLSE END OF JOB' UPON CONSOLE.

           GOBACK.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = GLI-ACCOUNT
                  AND WS-ACT-COMPANY (WS-ACT-IDX) = GLI-COMPANY
                   MOVE WS-ACT-IDX      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               IF WS-ACCOUNT-COUNT >= 2000
                   PERFORM 2900-TABLE-FULL THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
               ADD 1                    TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT    TO WS-FOUND-SUB
               MOVE GLI-ACCOUNT
                   TO WS-ACT-ACCOUNT (WS-FOUND-SUB)
               MOVE GLI-COMPANY
                   TO WS-ACT-COMPANY (WS-FOUND-SUB)
               MOVE ZERO TO WS-ACT-DEBITS (WS-FOUND-SUB)
               MOVE ZERO TO WS-ACT-CREDITS (WS-FOUND-SUB)
           END-IF.
           PERFORM VARYING WS-YRS-SUB FROM 1 BY 1
                       UNTIL WS-YRS-SUB > WS-YEAR-COUNT
               IF WS-YRS-ACCOUNT (WS-YRS-SUB) = GLI-ACCOUNT
                  AND WS-YRS-COMPANY (WS-YRS-SUB) = GLI-COMPANY
                  AND WS-YRS-COST-CENTER (WS-YRS-SUB) =
                                                   GLI-COST-CENTER
                   MOVE WS-YRS-SUB      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               IF WS-YEAR-COUNT >= 2000
                   PERFORM 2900-TABLE-FULL THRU 2900-EXIT
                   GO TO 2200-EXIT
               END-IF
               ADD 1                    TO WS-YEAR-COUNT
               MOVE WS-YEAR-COUNT       TO WS-FOUND-SUB
               MOVE GLI-ACCOUNT
                   TO WS-YRS-ACCOUNT (WS-FOUND-SUB)
               MOVE GLI-COMPANY
                   TO WS-YRS-COMPANY (WS-FOUND-SUB)
               MOVE GLI-COST-CENTER
                   TO WS-YRS-COST-CENTER (WS-FOUND-SUB)
               MOVE ZERO TO WS-YRS-NET (WS-FOUND-SUB)
           END-IF.


       2200-EXIT. EXIT.

       2500-START-COMPANY.

           IF WS-ACT-IDX > 1
               PERFORM 2600-END-COMPANY THRU 2600-EXIT
           END-IF.

           MOVE WS-ACT-COMPANY (WS-ACT-IDX) TO WS-PREV-COMPANY
                                               CH-COMPANY.
           WRITE REPORT-LINE          FROM WS-COMPANY-HEADING.

       2500-EXIT. EXIT.

       2600-END-COMPANY.

           MOVE WS-CO-DEBITS           TO CL-DEBITS.
           MOVE WS-CO-CREDITS          TO CL-CREDITS.

           IF WS-CO-DEBITS = WS-CO-CREDITS
               MOVE 'IN BALANCE'        TO CL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE'    TO CL-VERDICT
               ADD 1                    TO WS-COMPANIES-OUT
               MOVE 8                   TO RETURN-CODE
           END-IF.

           WRITE REPORT-LINE          FROM WS-COMPANY-TOTAL-LINE.

           MOVE ZERO                   TO WS-CO-DEBITS
                                          WS-CO-CREDITS.

       2600-EXIT. EXIT.

      **** A BALANCE THAT CANNOT BE HELD MEANS THE CLOSE IS NOT
      **** COMPLETE - SAY SO ONCE AND FAIL THE STEP.
       2900-TABLE-FULL.

           IF NOT WS-TABLE-FULL
               DISPLAY 'DFGLCLSE BALANCE TABLE FULL - CLOSE IS '
                       'INCOMPLETE' UPON CONSOLE
               MOVE 'Y'                 TO WS-TABLE-FULL-FLAG
           END-IF.

           MOVE 8                      TO RETURN-CODE.

       2900-EXIT. EXIT.

       3000-MARK-PERIOD-CLOSED.

           MOVE ZERO                   TO WS-FOUND-PER-SUB.

       3000-EXIT. EXIT.

      **** ZERO EVERY INCOME AND EXPENSE ACCOUNT, IN EACH COMPANY AND
      **** COST CENTER, AGAINST RETAINED EARNINGS IN THE SAME
      **** SEGMENTS - A NET-DEBIT ACCOUNT TAKES A CR AND RETAINED
      **** EARNINGS THE MATCHING DR, AND THE OTHER WAY AROUND.
       4000-ROLL-INTO-RETAINED.

           MOVE WS-YEAR-END-DATE       TO GLO-POSTING-DATE.
           MOVE 'DFGLCLSE'             TO GLO-SOURCE.
           MOVE 'YEAREND'              TO GLO-SOURCE-KEY.
           MOVE WS-YRS-COMPANY (WS-YRS-SUB) TO GLO-COMPANY.
           MOVE WS-YRS-COST-CENTER (WS-YRS-SUB) TO GLO-COST-CENTER.

           IF WS-YRS-NET (WS-YRS-SUB) > ZERO
               MOVE WS-YRS-NET (WS-YRS-SUB) TO WS-ROLL-AMOUNT
