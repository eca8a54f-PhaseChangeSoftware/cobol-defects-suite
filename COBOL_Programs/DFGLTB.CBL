      ****   ACCOUNT, AND PROVES THE PERIOD: TOTAL DEBITS MUST      ****
      ****   EQUAL TOTAL CREDITS, AND A RUN WHERE THEY DO NOT ENDS  ****
      ****   WITH RETURN CODE 8 AND AN OUT-OF-BALANCE LINE.         ****
      ******************************************************************

      ******************************************************************
      ****   THE TRIAL BALANCE IS NOW SEGMENTED.  BALANCES ARE      ****
      ****   KEPT BY COMPANY, COST CENTER AND ACCOUNT; EACH COMPANY ****
      ****   PRINTS AS ITS OWN SECTION (NAMED FROM THE DFGLCOMP     ****
      ****   COMPANY MASTER) WITH A SUBTOTAL PER COST CENTER AND A  ****
      ****   COMPANY TOTAL THAT MUST BALANCE ON ITS OWN - ANY       ****
      ****   COMPANY OUT OF BALANCE ENDS THE RUN WITH RETURN CODE   ****
      ****   8, AS THE PERIOD TOTAL ALWAYS HAS.  RECORDS POSTED     ****
      ****   BEFORE THE SEGMENTS EXISTED PRINT UNDER A BLANK        ****
      ****   COMPANY.                                               ****
      ******************************************************************
      ****   DFRPTXPM CAN SWITCH ON A DFGLRPTX SPREADSHEET EXPORT   ****
      ****   OF THE TRIAL BALANCE THROUGH THE DFRPT LAYER'S         ****
      ****   DELIMITED-EXPORT PARAGRAPHS - ONE ROW PER COMPANY,     ****
      ****   COST CENTER AND ACCOUNT WITH THE RAW DEBITS, CREDITS   ****
      ****   AND SIGNED NET - REGISTERED ON DFFEDREG AS DFGLRPT2.   ****
      ****   THE PRINTED REPORT IS UNCHANGED.                       ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REPORT-STATUS.

           SELECT COMPANY-FILE      ASSIGN TO DFGLCOMP
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-COMPANY-STATUS.

           SELECT EXPORT-FILE       ASSIGN TO DFGLRPTX
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS DFRPT-CSV-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-RECORD.

       01  GL-RECORD.
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-SOURCE               PIC X(08).
           05  GL-SOURCE-KEY           PIC X(08).
           05  GL-COMPANY              PIC X(03).
           05  GL-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS

       01  REPORT-LINE                 PIC X(100).

       FD  COMPANY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.

       01  COMPANY-RECORD.
           05  CO-COMPANY               PIC X(03).
           05  CO-NAME                  PIC X(30).
           05  CO-DUE-FROM-ACCT         PIC X(08).
           05  CO-DUE-TO-ACCT           PIC X(08).
           05  CO-HOME-FLAG             PIC X(01).
           05  FILLER                   PIC X(10).

       FD  EXPORT-FILE
           RECORD CONTAINS 512 CHARACTERS
           DATA RECORD IS EXPORT-LINE.

       01  EXPORT-LINE                 PIC X(512).

       WORKING-STORAGE SECTION.

       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COMPANY-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COMPANY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-COMPANY-EOF              VALUE 'Y'.

       01  WS-COMPANY-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-COMPANY-TABLE.
           05  WS-CMP-ENTRY            OCCURS 50 TIMES.
               10  WS-CMP-COMPANY      PIC X(03).
               10  WS-CMP-NAME         PIC X(30).

       01  WS-CMP-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-GL-EOF-FLAG              PIC X(01) VALUE SPACE.
           88  WS-GL-EOF                   VALUE 'Y'.

       01  WS-ACCOUNT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ACCOUNT-COUNT
                                       ASCENDING KEY IS WS-ACT-KEY
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-KEY.
                   15  WS-ACT-COMPANY  PIC X(03).
                   15  WS-ACT-COST-CENTER
                                       PIC X(08).
                   15  WS-ACT-ACCOUNT  PIC X(08).
               10  WS-ACT-DEBITS       PIC S9(11)V99 COMP-3.
               10  WS-ACT-CREDITS      PIC S9(11)V99 COMP-3.

       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE ZERO.

      **** CONTROL-BREAK FIELDS FOR THE COMPANY AND COST-CENTER
      **** SUBTOTALS.
       01  WS-PREV-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-PREV-COST-CENTER         PIC X(08) VALUE SPACES.
       01  WS-CO-DEBITS                PIC S9(13)V99 VALUE ZERO.
       01  WS-CO-CREDITS               PIC S9(13)V99 VALUE ZERO.
       01  WS-CC-DEBITS                PIC S9(13)V99 VALUE ZERO.
       01  WS-CC-CREDITS               PIC S9(13)V99 VALUE ZERO.
       01  WS-COMPANIES-OUT            PIC 9(03) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
                   'DFGLTB TRIAL BALANCE'.
           05  DL-DEBITS               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' CREDITS ='.
           05  DL-CREDITS              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' CC ='.
           05  DL-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-COMPANY-HEADING.
           05  FILLER                  PIC X(10) VALUE 'COMPANY ='.
           05  CH-COMPANY              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-NAME                 PIC X(30).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-CC-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE '  CC TOTAL'.
           05  CT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' DEBITS ='.
           05  CT-DEBITS               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' CREDITS ='.
           05  CT-CREDITS              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'COMPANY TOTALS   ='.
           05  CL-DEBITS               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' CREDITS ='.
           05  CL-CREDITS              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-VERDICT              PIC X(15).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'PERIOD TOTALS    ='.
           05  TL-VERDICT              PIC X(15).
           05  FILLER                  PIC X(24) VALUE SPACES.

       COPY DFRPT.

       COPY DFRPTX.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           CLOSE GL-FILE.

           PERFORM 1100-LOAD-COMPANIES THRU 1100-EXIT.

       1000-WRITE-TRIAL-BALANCE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE          FROM WS-REPORT-HEADING.

           PERFORM 1200-START-EXPORT THRU 1200-EXIT.

           IF WS-ACCOUNT-COUNT > 1
               SORT WS-ACT-ENTRY
                   ASCENDING KEY WS-ACT-KEY
           END-IF.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               PERFORM 3000-PRINT-ONE-BALANCE THRU 3000-EXIT
           END-PERFORM.

           IF WS-ACCOUNT-COUNT > ZERO
               PERFORM 3100-END-COST-CENTER THRU 3100-EXIT
               PERFORM 3200-END-COMPANY THRU 3200-EXIT
           END-IF.

           MOVE WS-TOTAL-DEBITS        TO TL-DEBITS.
           MOVE WS-TOTAL-CREDITS       TO TL-CREDITS.

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-COMPANIES-OUT = ZERO
               MOVE 'IN BALANCE'        TO TL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE'    TO TL-VERDICT

           CLOSE REPORT-FILE.

           PERFORM 8450-RPT-EXPORT-CLOSE.

       1000-END-OF-JOB.

           DISPLAY 'DFGLTB DEBITS  = ' WS-TOTAL-DEBITS UPON CONSOLE.
           DISPLAY 'DFGLTB CREDITS = ' WS-TOTAL-CREDITS UPON CONSOLE.
           DISPLAY 'DFGLTB COMPANIES OUT OF BALANCE = '
                   WS-COMPANIES-OUT UPON CONSOLE.
           DISPLAY 'DFGLTB END OF JOB' UPON CONSOLE.

           GOBACK.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = GL-ACCOUNT
                  AND WS-ACT-COMPANY (WS-ACT-IDX) = GL-COMPANY
                  AND WS-ACT-COST-CENTER (WS-ACT-IDX) =
                                                   GL-COST-CENTER
                   MOVE WS-ACT-IDX      TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               IF WS-ACCOUNT-COUNT >= 2000
                   DISPLAY 'DFGLTB ACCOUNT TABLE FULL - ' GL-ACCOUNT
                           ' NOT BALANCED' UPON CONSOLE
                   GO TO 2000-EXIT
               MOVE WS-ACCOUNT-COUNT    TO WS-FOUND-SUB
               MOVE GL-ACCOUNT
                   TO WS-ACT-ACCOUNT (WS-ACCOUNT-COUNT)
               MOVE GL-COMPANY
                   TO WS-ACT-COMPANY (WS-ACCOUNT-COUNT)
               MOVE GL-COST-CENTER
                   TO WS-ACT-COST-CENTER (WS-ACCOUNT-COUNT)
               MOVE ZERO TO WS-ACT-DEBITS (WS-ACCOUNT-COUNT)
                            WS-ACT-CREDITS (WS-ACCOUNT-COUNT)
           END-IF.
           END-IF.

       2000-EXIT. EXIT.

       1100-LOAD-COMPANIES.

           OPEN INPUT COMPANY-FILE.

           IF WS-COMPANY-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-COMPANY-EOF
               READ COMPANY-FILE
                   AT END
                       SET WS-COMPANY-EOF TO TRUE
                   NOT AT END
                       IF WS-COMPANY-COUNT < 50
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE CO-COMPANY
                               TO WS-CMP-COMPANY (WS-COMPANY-COUNT)
                           MOVE CO-NAME
                               TO WS-CMP-NAME (WS-COMPANY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPANY-FILE.

       1100-EXIT. EXIT.

      **** OPENS THE DFGLRPTX SPREADSHEET EXPORT WHEN DFRPTXPM
      **** SWITCHES IT ON FOR DFGLRPT2, AND WRITES ITS COLUMN NAMES.
      **** ONE ROW PER ACCOUNT BALANCE - THE SUBTOTALS ARE LEFT TO
      **** THE SPREADSHEET.
       1200-START-EXPORT.

           MOVE 'DFGLRPT2'             TO DFRPTX-REPORT-ID.
           PERFORM 8400-RPT-EXPORT-OPEN.

           IF NOT DFRPT-CSV-ON
               GO TO 1200-EXIT
           END-IF.

           MOVE 'COMPANY'              TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'COMPANY NAME'         TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'COST CENTER'          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'ACCOUNT'              TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'DEBITS'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'CREDITS'              TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'NET'                  TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

       1200-EXIT. EXIT.

      **** ONE BALANCE LINE, CLOSING THE COST CENTER AND COMPANY
      **** BEFORE IT WHEN THE SORTED KEY BREAKS.
       3000-PRINT-ONE-BALANCE.

           IF WS-ACT-IDX > 1
               IF WS-ACT-COMPANY (WS-ACT-IDX) NOT = WS-PREV-COMPANY
                   PERFORM 3100-END-COST-CENTER THRU 3100-EXIT
                   PERFORM 3200-END-COMPANY THRU 3200-EXIT
               ELSE
                   IF WS-ACT-COST-CENTER (WS-ACT-IDX) NOT =
                                               WS-PREV-COST-CENTER
                       PERFORM 3100-END-COST-CENTER THRU 3100-EXIT
                   END-IF
               END-IF
           END-IF.

           IF WS-ACT-IDX = 1
              OR WS-ACT-COMPANY (WS-ACT-IDX) NOT = WS-PREV-COMPANY
               PERFORM 3300-START-COMPANY THRU 3300-EXIT
           END-IF.

           MOVE WS-ACT-COMPANY (WS-ACT-IDX)     TO WS-PREV-COMPANY.
           MOVE WS-ACT-COST-CENTER (WS-ACT-IDX) TO WS-PREV-COST-CENTER.

           MOVE WS-ACT-ACCOUNT (WS-ACT-IDX)     TO DL-ACCOUNT.
           MOVE WS-ACT-DEBITS (WS-ACT-IDX)      TO DL-DEBITS.
           MOVE WS-ACT-CREDITS (WS-ACT-IDX)     TO DL-CREDITS.
           MOVE WS-ACT-COST-CENTER (WS-ACT-IDX) TO DL-COST-CENTER.
           WRITE REPORT-LINE          FROM WS-DETAIL-LINE.

           MOVE WS-ACT-COMPANY (WS-ACT-IDX)     TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE CH-NAME                         TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ACT-COST-CENTER (WS-ACT-IDX) TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ACT-ACCOUNT (WS-ACT-IDX)     TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ACT-DEBITS (WS-ACT-IDX)      TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-ACT-CREDITS (WS-ACT-IDX)     TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           COMPUTE DFRPT-CSV-AMOUNT = WS-ACT-DEBITS (WS-ACT-IDX)
                                    - WS-ACT-CREDITS (WS-ACT-IDX).
           PERFORM 8420-RPT-CSV-AMOUNT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

           ADD WS-ACT-DEBITS (WS-ACT-IDX)      TO WS-CC-DEBITS
                                                  WS-CO-DEBITS.
           ADD WS-ACT-CREDITS (WS-ACT-IDX)     TO WS-CC-CREDITS
                                                  WS-CO-CREDITS.

       3000-EXIT. EXIT.

       3100-END-COST-CENTER.

           MOVE WS-PREV-COST-CENTER    TO CT-COST-CENTER.
           MOVE WS-CC-DEBITS           TO CT-DEBITS.
           MOVE WS-CC-CREDITS          TO CT-CREDITS.
           WRITE REPORT-LINE          FROM WS-CC-TOTAL-LINE.

           MOVE ZERO                   TO WS-CC-DEBITS
                                          WS-CC-CREDITS.

       3100-EXIT. EXIT.

       3200-END-COMPANY.

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

       3200-EXIT. EXIT.

       3300-START-COMPANY.

           MOVE WS-ACT-COMPANY (WS-ACT-IDX) TO CH-COMPANY.
           MOVE SPACES                 TO CH-NAME.

           IF WS-ACT-COMPANY (WS-ACT-IDX) = SPACES
               MOVE '(NO COMPANY SEGMENT)' TO CH-NAME
           END-IF.

           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-COMPANY-COUNT
               IF WS-CMP-COMPANY (WS-CMP-SUB) =
                                       WS-ACT-COMPANY (WS-ACT-IDX)
                   MOVE WS-CMP-NAME (WS-CMP-SUB) TO CH-NAME
               END-IF
           END-PERFORM.

           WRITE REPORT-LINE          FROM WS-COMPANY-HEADING.

       3300-EXIT. EXIT.

       COPY DFRPTXPR             REPLACING ==EXPORT-FILE-RECORD==
                                       BY ==EXPORT-LINE==.
