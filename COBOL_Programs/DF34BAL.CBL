      ****   HAS BEEN UNDER WATER, SO COLLECTIONS CAN PRIORITIZE.   ****
      ****   AN ACCOUNT THAT COMES BACK ABOVE ITS FLOOR DROPS OFF   ****
      ****   THE HISTORY - THE STREAK IS BROKEN.                    ****
      ******************************************************************
      ****   DFRPTXPM CAN SWITCH ON A DF34RPTX SPREADSHEET EXPORT   ****
      ****   OF THE EXCEPTIONS THROUGH THE DFRPT LAYER'S            ****
      ****   DELIMITED-EXPORT PARAGRAPHS - ONE ROW PER FLAGGED      ****
      ****   ACCOUNT WITH THE RAW SIGNED BALANCES, FLOORS AND WORST ****
      ****   SHORTFALL OF THE TWO PAIRS - REGISTERED ON DFFEDREG AS ****
      ****   DF34RPT1.  THE PRINTED REPORT IS UNCHANGED.            ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT EXPORT-FILE       ASSIGN TO DF34RPTX
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS DFRPT-CSV-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  HOR-WORST-SHORTFALL      PIC S9(10)
                                        SIGN LEADING SEPARATE.

       FD  EXPORT-FILE
           RECORD CONTAINS 512 CHARACTERS
           DATA RECORD IS EXPORT-LINE.

       01  EXPORT-LINE                  PIC X(512).

       WORKING-STORAGE SECTION.

       01  WS-ACCOUNT-STATUS            PIC X(02) VALUE SPACES.
                   VALUE 'EXCEPTIONS WRITTEN ='.
           05  WS-SUM-EXCEPTION-COUNT   PIC ZZZ9.

       COPY DFRPT.

       COPY DFRPTX.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
           WRITE REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 1120-START-EXPORT THRU 1120-EXIT.

           READ ACCOUNT-FILE
               AT END SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       1100-EXIT. EXIT.

      **** OPENS THE DF34RPTX SPREADSHEET EXPORT WHEN DFRPTXPM
      **** SWITCHES IT ON FOR DF34RPT1, AND WRITES ITS COLUMN NAMES.
       1120-START-EXPORT.

           MOVE 'DF34RPT1'              TO DFRPTX-REPORT-ID.
           PERFORM 8400-RPT-EXPORT-OPEN.

           IF NOT DFRPT-CSV-ON
               GO TO 1120-EXIT
           END-IF.

           MOVE 'ACCOUNT'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'BALANCE 1'             TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'FLOOR 1'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'BALANCE 2'             TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'FLOOR 2'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'SHORTFALL'             TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

       1120-EXIT. EXIT.

       1150-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           MOVE AR-ACCT-NUMBER          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE AR-BALANCE-1            TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           MOVE AR-FLOOR-1              TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           MOVE AR-BALANCE-2            TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           MOVE AR-FLOOR-2              TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           MOVE WS-CURR-SHORTFALL       TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

      **** THE WORST SHORTFALL OF THE TWO BALANCE/FLOOR PAIRS IS THE
      **** ONE CARRIED IN THE HISTORY.
       2200-UPDATE-FLAG-HISTORY.

           CLOSE ACCOUNT-FILE.
           CLOSE REPORT-FILE.

           PERFORM 8450-RPT-EXPORT-CLOSE.

       COPY DFRPTXPR             REPLACING ==EXPORT-FILE-RECORD==
                                       BY ==EXPORT-LINE==.
