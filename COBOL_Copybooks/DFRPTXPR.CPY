      ******************************************************************
      **** SHARED DELIMITED-EXPORT PARAGRAPHS FOR THE DFRPT LAYER.    ****
      **** PULLED IN WITH COPY REPLACING ==EXPORT-FILE== BY THE       ****
      **** CALLER'S EXPORT FD AND ==EXPORT-FILE-RECORD== BY ITS       ****
      **** RECORD (A 512-BYTE LINE SEQUENTIAL FILE), FOR THE SAME     ****
      **** REASON AS DFRPTPRT.CPY - A CALLED ROUTINE CANNOT WRITE     ****
      **** THE CALLER'S FILE.  MOVE THE REPORT ID TO DFRPTX-REPORT-ID ****
      **** AND PERFORM 8400-RPT-EXPORT-OPEN ONCE; IT OPENS THE EXPORT ****
      **** ONLY WHEN DFRPTXPM SWITCHES IT ON FOR THAT REPORT.  BUILD  ****
      **** THE COLUMN-NAME ROW AND THEN ONE ROW PER DETAIL WITH       ****
      **** 8410/8420/8425/8430 AND 8440-RPT-CSV-WRITE-ROW, AND        ****
      **** PERFORM 8450-RPT-EXPORT-CLOSE AT THE END TO CLOSE AND      ****
      **** REGISTER IT.  WITH THE EXPORT OFF EVERY PARAGRAPH DOES     ****
      **** NOTHING, SO CALLERS NEED NO SWITCH TESTS OF THEIR OWN.     ****
      **** TEXT IS QUOTED; NUMBERS GO OUT UNEDITED WITH A SIGN.       ****
      **** A ROW THAT WILL NOT WRITE IS SHOWN ON THE CONSOLE, NO      ****
      **** FURTHER ROWS ARE WRITTEN, AND THE SHORT EXPORT IS NEVER    ****
      **** REGISTERED ON DFFEDREG.                                    ****
      ******************************************************************

       8400-RPT-EXPORT-OPEN.

           MOVE 'N'                     TO DFRPT-CSV-FLAG.
           MOVE 'N'                     TO DFRPT-CSV-HEADER-FLAG.
           MOVE 'N'                     TO DFRPT-CSV-ERROR-FLAG.
           MOVE ZERO                    TO DFRPT-CSV-ROW-COUNT.
           MOVE SPACES                  TO DFRPT-CSV-LINE.
           MOVE 1                       TO DFRPT-CSV-PTR.

           SET DFRPTX-CHECK-SWITCH      TO TRUE.
           CALL 'DFRPTXR'              USING DFRPTX-CONTROL-RECORD.

           IF DFRPTX-EXPORT-ON
               OPEN OUTPUT EXPORT-FILE
               IF DFRPT-CSV-STATUS = '00'
                   MOVE 'Y'             TO DFRPT-CSV-FLAG
               ELSE
                   DISPLAY 'DFRPT EXPORT ' DFRPTX-REPORT-ID
                           ' OPEN ERROR ' DFRPT-CSV-STATUS
                           ' - NOT EXPORTED' UPON CONSOLE
               END-IF
           END-IF.

       8410-RPT-CSV-TEXT.

           IF DFRPT-CSV-ON
               PERFORM 8490-RPT-CSV-SEPARATOR
               MOVE FUNCTION REVERSE (DFRPT-CSV-TEXT)
                                        TO DFRPT-CSV-WORK
               MOVE ZERO                TO DFRPT-CSV-LEAD
               INSPECT DFRPT-CSV-WORK TALLYING DFRPT-CSV-LEAD
                                        FOR LEADING SPACES
               COMPUTE DFRPT-CSV-LEN = 60 - DFRPT-CSV-LEAD
               STRING '"'               DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
               PERFORM VARYING DFRPT-CSV-SUB FROM 1 BY 1
                           UNTIL DFRPT-CSV-SUB > DFRPT-CSV-LEN
                   IF DFRPT-CSV-TEXT (DFRPT-CSV-SUB:1) = '"'
                       STRING '""'      DELIMITED BY SIZE
                              INTO DFRPT-CSV-LINE
                              WITH POINTER DFRPT-CSV-PTR
                       END-STRING
                   ELSE
                       STRING DFRPT-CSV-TEXT (DFRPT-CSV-SUB:1)
                                        DELIMITED BY SIZE
                              INTO DFRPT-CSV-LINE
                              WITH POINTER DFRPT-CSV-PTR
                       END-STRING
                   END-IF
               END-PERFORM
               STRING '"'               DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
           END-IF.

       8420-RPT-CSV-AMOUNT.

           IF DFRPT-CSV-ON
               PERFORM 8490-RPT-CSV-SEPARATOR
               MOVE DFRPT-CSV-AMOUNT    TO DFRPT-CSV-AMOUNT-ED
               MOVE ZERO                TO DFRPT-CSV-LEAD
               INSPECT DFRPT-CSV-AMOUNT-ED TALLYING DFRPT-CSV-LEAD
                                        FOR LEADING SPACES
               STRING DFRPT-CSV-AMOUNT-ED (DFRPT-CSV-LEAD + 1:)
                                        DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
           END-IF.

       8425-RPT-CSV-RATE.

           IF DFRPT-CSV-ON
               PERFORM 8490-RPT-CSV-SEPARATOR
               MOVE DFRPT-CSV-RATE      TO DFRPT-CSV-RATE-ED
               MOVE ZERO                TO DFRPT-CSV-LEAD
               INSPECT DFRPT-CSV-RATE-ED TALLYING DFRPT-CSV-LEAD
                                        FOR LEADING SPACES
               STRING DFRPT-CSV-RATE-ED (DFRPT-CSV-LEAD + 1:)
                                        DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
           END-IF.

       8430-RPT-CSV-COUNT.

           IF DFRPT-CSV-ON
               PERFORM 8490-RPT-CSV-SEPARATOR
               MOVE DFRPT-CSV-COUNT     TO DFRPT-CSV-COUNT-ED
               MOVE ZERO                TO DFRPT-CSV-LEAD
               INSPECT DFRPT-CSV-COUNT-ED TALLYING DFRPT-CSV-LEAD
                                        FOR LEADING SPACES
               STRING DFRPT-CSV-COUNT-ED (DFRPT-CSV-LEAD + 1:)
                                        DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
           END-IF.

       8440-RPT-CSV-WRITE-ROW.

           IF DFRPT-CSV-ON
              AND NOT DFRPT-CSV-WRITE-FAILED
               WRITE EXPORT-FILE-RECORD FROM DFRPT-CSV-LINE
               IF DFRPT-CSV-STATUS NOT = '00'
                   DISPLAY 'DFRPT EXPORT ' DFRPTX-REPORT-ID
                           ' WRITE ERROR ' DFRPT-CSV-STATUS
                           ' - EXPORT INCOMPLETE' UPON CONSOLE
                   MOVE 'Y'             TO DFRPT-CSV-ERROR-FLAG
               ELSE
                   IF DFRPT-CSV-HEADER-DONE
                       ADD 1            TO DFRPT-CSV-ROW-COUNT
                   ELSE
                       MOVE 'Y'         TO DFRPT-CSV-HEADER-FLAG
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES                  TO DFRPT-CSV-LINE.
           MOVE 1                       TO DFRPT-CSV-PTR.

       8450-RPT-EXPORT-CLOSE.

           IF DFRPT-CSV-ON
              AND DFRPT-CSV-WRITE-FAILED
               CLOSE EXPORT-FILE
               MOVE 'N'                 TO DFRPT-CSV-FLAG
               DISPLAY 'DFRPT EXPORT ' DFRPTX-REPORT-ID
                       ' NOT REGISTERED ON DFFEDREG - WRITE FAILED'
                                               UPON CONSOLE
           END-IF.

           IF DFRPT-CSV-ON
               CLOSE EXPORT-FILE
               MOVE 'N'                 TO DFRPT-CSV-FLAG
               MOVE DFRPT-CSV-ROW-COUNT TO DFRPTX-ROW-COUNT
               SET DFRPTX-REGISTER      TO TRUE
               CALL 'DFRPTXR'          USING DFRPTX-CONTROL-RECORD
               IF DFRPTX-RETURN-CODE NOT = '00'
                   DISPLAY 'DFRPT EXPORT ' DFRPTX-REPORT-ID
                           ' NOT REGISTERED ON DFFEDREG - RC '
                           DFRPTX-RETURN-CODE UPON CONSOLE
               END-IF
           END-IF.

       8490-RPT-CSV-SEPARATOR.

           IF DFRPT-CSV-PTR > 1
               STRING ','               DELIMITED BY SIZE
                      INTO DFRPT-CSV-LINE
                      WITH POINTER DFRPT-CSV-PTR
               END-STRING
           END-IF.
