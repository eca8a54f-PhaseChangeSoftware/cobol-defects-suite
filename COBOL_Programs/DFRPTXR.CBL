       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFRPTXR.

      *REMARKS:    SHARED DELIMITED-EXPORT SWITCH AND REGISTER FOR
      *            THE DFRPT REPORT LAYER.  SEE DFRPTX.CPY AND
      *            DFRPTXPR.CPY.

      ******************************************************************
      ****   ANALYSTS RETYPED FIGURES FROM THE 132-COLUMN PRINT     ****
      ****   INTO SPREADSHEETS.  A DFRPT REPORT MAY NOW WRITE A     ****
      ****   COMMA-DELIMITED COMPANION FILE - ONE COLUMN-NAME ROW,  ****
      ****   THEN ONE ROW PER DETAIL WITH RAW SIGNED NUMBERS AND NO ****
      ****   HEADINGS OR FOOTERS - THROUGH THE DFRPTXPR.CPY         ****
      ****   PARAGRAPHS.  THIS ROUTINE IS THE PART THAT NEEDS NO    ****
      ****   ACCESS TO THE CALLER'S FILES:                          ****
      ****   - FUNCTION 'C' READS THE DFRPTXPM CARDS AND SAYS       ****
      ****     WHETHER THE EXPORT IS SWITCHED ON FOR THE REPORT;    ****
      ****   - FUNCTION 'R' APPENDS THE FINISHED EXPORT TO THE      ****
      ****     DFFEDREG FEED REGISTER (REPORT ID, RUN DATE, DATA    ****
      ****     ROWS) AS ENTRY TYPE 'E', SO THERE IS A RECORD OF     ****
      ****     EVERY EXTRACT HANDED OUT.                            ****
      ****                                                          ****
      ****   UNDER A DRY-RUN WINDOW NOTHING IS EXPORTED OR          ****
      ****   REGISTERED (RETURN CODE '93').                         ****
      ******************************************************************
      ****   THE DFFEDREG ROW NOW COMES FROM THE SHARED DFFEDRGR    ****
      ****   LAYOUT USED BY EVERY PROGRAM THAT WRITES OR READS THE  ****
      ****   REGISTER.                                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE    ASSIGN TO DFRPTXPM
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-REGISTER     ASSIGN TO DFFEDREG
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-FEEDREG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      **** COL 1-8 REPORT ID, COL 10 'Y' TO EXPORT IT.  ANY OTHER
      **** VALUE, OR NO CARD AT ALL, LEAVES THE EXPORT OFF.
       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-REPORT-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PM-EXPORT-SWITCH        PIC X(01).
           05  FILLER                  PIC X(70).

      **** THE SHARED FEED REGISTER RECORD.  ITS ENTRY-TYPE BYTE
      **** TELLS DFFEDMAT NOT TO WAIT FOR A DOWNSTREAM ACKNOWLEDGMENT
      **** OF A SPREADSHEET EXPORT.
       FD  FEED-REGISTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FEED-REGISTER-RECORD.

           COPY DFFEDRGR.

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FEEDREG-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PARM-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-REG-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-REG-DATE-FIELDS.
           05  WS-REG-CLOCK-DATE       PIC 9(08).
           05  FILLER                  PIC X(13).

       COPY DFRUNDT.

       LINKAGE SECTION.

       COPY DFRPTX.

       PROCEDURE DIVISION             USING DFRPTX-CONTROL-RECORD.

       1000-EXPORT-CONTROL.

           MOVE '00'                   TO DFRPTX-RETURN-CODE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRPTX-REGISTER
               PERFORM 3000-REGISTER-EXPORT THRU 3000-EXIT
           ELSE
               PERFORM 2000-CHECK-SWITCH THRU 2000-EXIT
           END-IF.

           GOBACK.

      **** A DRY-RUN WINDOW NEVER EXPORTS - SIMULATED FIGURES MUST
      **** NOT REACH A SPREADSHEET WHERE NO BANNER MARKS THEM.
       2000-CHECK-SWITCH.

           MOVE 'N'                    TO DFRPTX-EXPORT-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE '93'                TO DFRPTX-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               MOVE '91'                TO DFRPTX-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACE                  TO WS-PARM-EOF-FLAG.

           PERFORM UNTIL WS-PARM-EOF
               READ PARAMETER-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF PM-REPORT-ID = DFRPTX-REPORT-ID
                           IF PM-EXPORT-SWITCH = 'Y'
                               MOVE 'Y' TO DFRPTX-EXPORT-FLAG
                           ELSE
                               MOVE 'N' TO DFRPTX-EXPORT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARAMETER-FILE.

       2000-EXIT. EXIT.

       3000-REGISTER-EXPORT.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE '93'                TO DFRPTX-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           IF DFRUNDT-RETURN-CODE = '00'
               COMPUTE WS-REG-DATE =
                           (DFRUNDT-YYYY * 10000)
                         + (DFRUNDT-MM * 100)
                         + DFRUNDT-DD
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-REG-DATE-FIELDS
               MOVE WS-REG-CLOCK-DATE   TO WS-REG-DATE
           END-IF.

           OPEN EXTEND FEED-REGISTER.

           IF WS-FEEDREG-STATUS NOT = '00'
               OPEN OUTPUT FEED-REGISTER
           END-IF.

           IF WS-FEEDREG-STATUS NOT = '00'
               MOVE '91'                TO DFRPTX-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE DFRPTX-REPORT-ID       TO FR-FEED-ID.
           MOVE WS-REG-DATE            TO FR-RUN-DATE.
           MOVE DFRPTX-ROW-COUNT       TO FR-RECORD-COUNT.
           MOVE ZERO                   TO FR-AMOUNT-TOTAL.
           SET FR-SPREADSHEET-EXPORT   TO TRUE.
           WRITE FEED-REGISTER-RECORD.

           CLOSE FEED-REGISTER.

       3000-EXIT. EXIT.
