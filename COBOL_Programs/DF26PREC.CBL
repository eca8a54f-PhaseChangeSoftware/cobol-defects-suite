      ****   3. REWRITES DF26RCVB WITH THE ITEMS STILL OPEN AND     ****
      ****      PRINTS THE PAST-DUE REPORT AGED BY BILLING DATE     ****
      ****      (CURRENT / 30 / 60 / 90-PLUS DAYS).                 ****
      ******************************************************************
      ****   DFRPTXPM CAN SWITCH ON A DF26RPTX SPREADSHEET EXPORT   ****
      ****   OF THE AGED PAST-DUE REPORT THROUGH THE DFRPT LAYER -  ****
      ****   ONE ROW PER OPEN ITEM WITH THE RAW BILLED AND OPEN     ****
      ****   AMOUNTS, AGE IN DAYS AND AGE BUCKET - REGISTERED ON    ****
      ****   DFFEDREG AS DF26RPT8.                                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXPORT-FILE      ASSIGN TO DF26RPTX
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DFRPT-CSV-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-LINE                 PIC X(132).

       FD  EXPORT-FILE
           RECORD CONTAINS 512 CHARACTERS
           DATA RECORD IS EXPORT-LINE.

       01  EXPORT-LINE                 PIC X(512).

       WORKING-STORAGE SECTION.

       01  WS-RCVB-IN-STATUS           PIC X(02) VALUE SPACES.

       COPY DFRPT.

       COPY DFRPTX.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 1300-START-EXPORT THRU 1300-EXIT.

           OPEN OUTPUT RCVB-OUT-FILE.

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.
           PERFORM 8450-RPT-EXPORT-CLOSE.

           CLOSE REPORT-FILE.


       1200-EXIT. EXIT.

      **** OPENS THE DF26RPTX SPREADSHEET EXPORT OF THE AGED ITEMS
      **** WHEN DFRPTXPM SWITCHES IT ON FOR DF26RPT8, AND WRITES ITS
      **** COLUMN NAMES.
       1300-START-EXPORT.

           MOVE 'DF26RPT8'             TO DFRPTX-REPORT-ID.
           PERFORM 8400-RPT-EXPORT-OPEN.

           IF NOT DFRPT-CSV-ON
               GO TO 1300-EXIT
           END-IF.

           MOVE 'COMPANY'              TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'POLICY'               TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'BILLED DATE'          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'BILLED AMOUNT'        TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'OPEN AMOUNT'          TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'AGE DAYS'             TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE 'AGE BUCKET'           TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

       1300-EXIT. EXIT.

      **** PAYMENTS CLEAR A POLICY'S OPEN ITEMS OLDEST FIRST.  WHEN
      **** THE LAST ITEM CLEARS, THE POLICY GOES ON THE CLEARED-
      **** PREMIUM FEED FOR THE LAPSE SWEEP.

           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-ITM-COMPANY (WS-ITM-IDX)     TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ITM-POLICY (WS-ITM-IDX)      TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ITM-BILLED-DATE (WS-ITM-IDX) TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           MOVE WS-ITM-BILLED-AMT (WS-ITM-IDX)  TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-ITM-OPEN-AMT (WS-ITM-IDX)    TO DFRPT-CSV-AMOUNT.
           PERFORM 8420-RPT-CSV-AMOUNT.
           MOVE WS-AGE-DAYS                     TO DFRPT-CSV-COUNT.
           PERFORM 8430-RPT-CSV-COUNT.
           MOVE DL-AGE-BUCKET                   TO DFRPT-CSV-TEXT.
           PERFORM 8410-RPT-CSV-TEXT.
           PERFORM 8440-RPT-CSV-WRITE-ROW.

       3000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.

       COPY DFRPTXPR             REPLACING ==EXPORT-FILE-RECORD==
                                       BY ==EXPORT-LINE==.
