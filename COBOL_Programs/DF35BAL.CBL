      ****   TOTALS BY STORE CODE, AND REPORTS ANY STORE WHOSE       ****
      ****   DEBITS AND CREDITS DON'T RECONCILE - WORK THAT WAS      ****
      ****   OTHERWISE DONE BY HAND IN A SPREADSHEET.                ****
      ******************************************************************
      ****   THE DF35RPT1 RECONCILIATION NOW PRINTS THROUGH THE     ****
      ****   SHARED DFRPT LAYER, ONE SECTION PER STORE KEYED ON THE ****
      ****   STORE CODE WITH REPORT ID DF35RPT1, SO THE DFBURST     ****
      ****   STEP CAN SEND EACH STORE ITS OWN PAGE.  THE STORE =    ****
      ****   DETAIL LINES DFMORN SCANS ARE UNCHANGED; THE           ****
      ****   OUT-OF-BALANCE COUNT PRINTS ON A CLOSING PAGE WITH A   ****
      ****   BLANK SECTION KEY.                                     ****
      ******************************************************************
      ****   DFRPTXPM CAN SWITCH ON A DF35RPTX SPREADSHEET EXPORT   ****
      ****   OF THE RECONCILIATION THROUGH THE DFRPT LAYER - ONE    ****
      ****   ROW PER STORE AND CURRENCY WITH THE RAW CONVERTED AND  ****
      ****   ORIGINAL TOTALS, BALANCE AND MASTER STATUS AND THE     ****
      ****   EXCHANGE RATE - REGISTERED ON DFFEDREG AS DF35RPT1.    ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RATE-STATUS.

           SELECT EXPORT-FILE       ASSIGN TO DF35RPTX
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS DFRPT-CSV-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  XR-CURRENCY             PIC X(03).
           05  XR-RATE                 PIC 9(03)V9(06).

       FD  EXPORT-FILE
           RECORD CONTAINS 512 CHARACTERS
           DATA RECORD IS EXPORT-LINE.

       01  EXPORT-LINE                 PIC X(512).

       WORKING-STORAGE SECTION.

       01  WS-CSV-STATUS                PIC X(02) VALUE SPACES.

       COPY DFSTORE.

       01  WS-REPORT-DETAIL.
           05  FILLER                   PIC X(07) VALUE 'STORE ='.
           05  RD-STORE-CODE            PIC X(08).
           05  RS-OUT-OF-BALANCE-COUNT  PIC ZZZ9.
           05  FILLER                   PIC X(100) VALUE SPACES.

       01  WS-DETAIL-LINE               PIC X(132) VALUE SPACES.

       COPY DFRPT.

       COPY DFRPTX.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF35BAL - STORE DEBIT/CREDIT RECONCILE'
                                       TO DFRPT-TITLE.
           MOVE 'DF35RPT1'             TO DFRPT-REPORT-ID.

           PERFORM 1400-START-EXPORT THRU 1400-EXIT.

           OPEN OUTPUT ADJUST-FILE.
           OPEN OUTPUT REVIEW-FILE.

           PERFORM 3000-WRITE-BALANCE-REPORT.

           MOVE SPACES                 TO DFRPT-SECTION-KEY.
           PERFORM 8150-RPT-NEW-SECTION.

           MOVE WS-OUT-OF-BALANCE-COUNT TO RS-OUT-OF-BALANCE-COUNT.
           MOVE WS-REPORT-SUMMARY      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.
           PERFORM 8450-RPT-EXPORT-CLOSE.

           CLOSE REPORT-FILE.
           CLOSE ADJUST-FILE.

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                       UNTIL WS-STR-IDX > WS-STORE-COUNT
               MOVE WS-STR-CODE (WS-STR-IDX)  TO DFRPT-SECTION-KEY
               PERFORM 8150-RPT-NEW-SECTION
               MOVE WS-STR-CODE (WS-STR-IDX)  TO RD-STORE-CODE
               MOVE WS-STR-DESC (WS-STR-IDX)  TO RD-STORE-DESC
               MOVE WS-STR-DEBIT-TOTAL (WS-STR-IDX) TO RD-DEBIT-TOTAL
               ELSE
                   MOVE SPACES          TO RD-MASTER-FLAG
               END-IF
               MOVE WS-REPORT-DETAIL    TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               IF WS-STR-CURRENCY (WS-STR-IDX) NOT = WS-BASE-CURRENCY
                   PERFORM 3100-WRITE-ORIGINAL-AMOUNTS
               ELSE
                   MOVE 1               TO WS-APPLIED-RATE
               END-IF
               PERFORM 3200-EXPORT-STORE-ROW
           END-PERFORM.

       3100-WRITE-ORIGINAL-AMOUNTS.
           END-PERFORM.
           MOVE WS-APPLIED-RATE        TO OD-RATE.

           MOVE WS-ORIGINAL-DETAIL    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** THE SAME STORE LINE FOR THE SPREADSHEET EXPORT - CONVERTED
      **** AND ORIGINAL-CURRENCY AMOUNTS SIDE BY SIDE WITH THE RATE
      **** THAT JOINS THEM.  DOES NOTHING WHEN THE EXPORT IS OFF.
       3200-EXPORT-STORE-ROW.

           MOVE WS-STR-CODE (WS-STR-IDX)  TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-STR-DESC (WS-STR-IDX)  TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-STR-CURRENCY (WS-STR-IDX) TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-STR-DEBIT-TOTAL (WS-STR-IDX) TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-STR-CREDIT-TOTAL (WS-STR-IDX) TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE RD-BALANCE-FLAG        TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE RD-MASTER-FLAG         TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-STR-ORIG-DEBIT (WS-STR-IDX) TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-STR-ORIG-CREDIT (WS-STR-IDX) TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-APPLIED-RATE        TO DFRPT-CSV-RATE.
           PERFORM 8425-RPT-CSV-RATE.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

      **** BUILDS ONE BALANCING CSV DETAIL FOR THE OUT-OF-BALANCE
      **** STORE IN THE SAME TYPE/STORE/DESC/ACCOUNT/DEBIT/CREDIT

       1300-EXIT. EXIT.

      **** OPENS THE DF35RPTX SPREADSHEET EXPORT WHEN DFRPTXPM
      **** SWITCHES IT ON FOR DF35RPT1, AND WRITES ITS COLUMN NAMES.
       1400-START-EXPORT.

           MOVE 'DF35RPT1'             TO DFRPTX-REPORT-ID.
           PERFORM 8400-RPT-EXPORT-OPEN.

           IF NOT DFRPT-CSV-ON
               GO TO 1400-EXIT
           END-IF.

           MOVE 'STORE'                TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'DESCRIPTION'          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'CURRENCY'             TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'DEBIT TOTAL'          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'CREDIT TOTAL'         TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'BALANCE'              TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'MASTER'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'ORIGINAL DEBIT'       TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'ORIGINAL CREDIT'      TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'EXCHANGE RATE'        TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

       1400-EXIT. EXIT.

       4000-WRITE-VARIANCE-REPORT.

           OPEN OUTPUT VARIANCE-FILE.
           DISPLAY 'DF35BAL END OF JOB' UPON CONSOLE.

           GOBACK.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.

       COPY DFRPTXPR             REPLACING ==EXPORT-FILE-RECORD==
                                       BY ==EXPORT-LINE==.
