      ****   DFFEDPRM NUMBER OF DAYS (DEFAULT 3) IS FLAGGED AS      ****
      ****   NEVER LOADED.  ANY FLAG ENDS THE STEP WITH RETURN      ****
      ****   CODE 4 SO OPERATIONS SEES IT THE SAME MORNING.         ****
      ******************************************************************
      ****   A DOWNSTREAM SYSTEM THAT REJECTS INDIVIDUAL RECORDS    ****
      ****   (PAYROLL ON THE DF42PAYF COMMISSION EXPORT) RETURNS    ****
      ****   THEM ON THE OPTIONAL DFFEDRJT FILE - FEED, RUN DATE,   ****
      ****   RECORD KEY AND REASON.  EACH REJECT IS LISTED UNDER    ****
      ****   ITS REGISTER ENTRY AND FLAGGED, AND AN ACK THAT        ****
      ****   LOADED EVERYTHING BUT THE REJECTS IS REPORTED AS       ****
      ****   REJECTS RETURNED RATHER THAN A PLAIN COUNT MISMATCH,   ****
      ****   SO NO CLERK GOES UNPAID WITHOUT A NAME ON THE REPORT.  ****
      ******************************************************************
      ****   DFFEDREG NOW ALSO REGISTERS THE SPREADSHEET EXPORTS    ****
      ****   THE DFRPT LAYER WRITES (DFRPTXR), MARKED BY ENTRY TYPE ****
      ****   'E' IN COLUMN 40.  NO DOWNSTREAM SYSTEM ACKNOWLEDGES   ****
      ****   THOSE, SO THEY ARE LISTED AS EXPORT HANDED OUT AND     ****
      ****   NEVER FLAGGED.                                         ****
      ******************************************************************
      ****   THE DFFEDREG ROW NOW COMES FROM THE SHARED DFFEDRGR    ****
      ****   LAYOUT.  THE EXTRACT FEEDS WRITE ENTRY TYPE 'F'; ROWS  ****
      ****   FROM BEFORE THEY DID READ BACK BLANK AND ARE STILL     ****
      ****   TREATED AS FEEDS.                                      ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ACK-STATUS.

           SELECT REJECT-FILE       ASSIGN TO DFFEDRJT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REJECT-STATUS.

           SELECT PARAMETER-FILE    ASSIGN TO DFFEDPRM
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
       FILE SECTION.

       FD  REGISTER-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS FEED-REGISTER-RECORD.

           COPY DFFEDRGR.

       FD  ACK-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  AK-RUN-DATE             PIC 9(08).
           05  AK-RECORD-COUNT         PIC 9(09).

       FD  REJECT-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS REJECT-RECORD.

       01  REJECT-RECORD.
           05  RJ-FEED-ID              PIC X(08).
           05  RJ-RUN-DATE             PIC 9(08).
           05  RJ-RECORD-KEY           PIC X(20).
           05  RJ-REASON               PIC X(40).

       FD  PARAMETER-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-ACK-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-ACK-EOF                  VALUE 'Y'.

       01  WS-REJECT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-REJECT-EOF               VALUE 'Y'.

       01  WS-GRACE-DAYS               PIC 9(03) VALUE 003.

       01  WS-ACK-COUNT                PIC 9(03) VALUE ZERO.
               10  WS-ACK-RUN-DATE     PIC 9(08).
               10  WS-ACK-RECORDS      PIC 9(09).

       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REJECT-TABLE.
           05  WS-RJT-ENTRY            OCCURS 1000 TIMES.
               10  WS-RJT-FEED-ID      PIC X(08).
               10  WS-RJT-RUN-DATE     PIC 9(08).
               10  WS-RJT-KEY          PIC X(20).
               10  WS-RJT-REASON       PIC X(40).

       01  WS-RJT-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-REJECTS            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTED-FOR            PIC 9(10) VALUE ZERO.

       01  WS-ACK-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.

       01  WS-FLAGGED-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CONFIRMED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-EXPORT-COUNT             PIC 9(03) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(46) VALUE
           05  RD-VERDICT              PIC X(20).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REJECT-DETAIL.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REJECTED ='.
           05  RJD-RECORD-KEY          PIC X(20).
           05  FILLER                  PIC X(09) VALUE ' REASON ='.
           05  RJD-REASON              PIC X(40).
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
                       FUNCTION INTEGER-OF-DATE (WS-PROCESS-DATE).

           PERFORM 2000-LOAD-ACKNOWLEDGMENTS THRU 2000-EXIT.
           PERFORM 2500-LOAD-REJECTS THRU 2500-EXIT.

       1000-MATCH-REGISTER.

               MOVE 4                   TO RETURN-CODE
           END-IF.

           IF WS-REJECTED-COUNT > ZERO
               DISPLAY 'DFFEDMAT ' WS-REJECTED-COUNT ' RECORD(S) '
                       'REJECTED DOWNSTREAM - SEE DFFEDRP1'
                                              UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFFEDMAT CONFIRMED = ' WS-CONFIRMED-COUNT
                   ' WAITING = ' WS-WAITING-COUNT
                   ' FLAGGED = ' WS-FLAGGED-COUNT UPON CONSOLE.
           DISPLAY 'DFFEDMAT REJECTED RECORDS = ' WS-REJECTED-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DFFEDMAT EXPORTS HANDED OUT = ' WS-EXPORT-COUNT
                                              UPON CONSOLE.
           DISPLAY 'DFFEDMAT END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-EXIT. EXIT.

      **** THE REJECT FILE IS OPTIONAL - ONLY A DOWNSTREAM SYSTEM
      **** THAT REJECTS RECORD BY RECORD SENDS ONE.
       2500-LOAD-REJECTS.

           OPEN INPUT REJECT-FILE.

           IF WS-REJECT-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-REJECT-EOF
               READ REJECT-FILE
                   AT END
                       SET WS-REJECT-EOF TO TRUE
                   NOT AT END
                       IF WS-REJECT-COUNT < 1000
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE RJ-FEED-ID
                               TO WS-RJT-FEED-ID (WS-REJECT-COUNT)
                           MOVE RJ-RUN-DATE
                               TO WS-RJT-RUN-DATE (WS-REJECT-COUNT)
                           MOVE RJ-RECORD-KEY
                               TO WS-RJT-KEY (WS-REJECT-COUNT)
                           MOVE RJ-REASON
                               TO WS-RJT-REASON (WS-REJECT-COUNT)
                       ELSE
                           DISPLAY 'DFFEDMAT REJECT TABLE FULL - '
                                   RJ-FEED-ID ' ' RJ-RECORD-KEY
                                   ' NOT LISTED' UPON CONSOLE
                           ADD 1 TO WS-FLAGGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REJECT-FILE.

       2500-EXIT. EXIT.

       3000-MATCH-ONE-ENTRY.

           IF FR-SPREADSHEET-EXPORT
               ADD 1                    TO WS-EXPORT-COUNT
               MOVE FR-FEED-ID          TO RD-FEED-ID
               MOVE FR-RUN-DATE         TO RD-RUN-DATE
               MOVE FR-RECORD-COUNT     TO RD-SENT
               MOVE ZERO                TO RD-LOADED
               MOVE 'EXPORT HANDED OUT' TO RD-VERDICT
               WRITE REPORT-LINE      FROM WS-REPORT-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1

           MOVE WS-ACK-RECORDS (WS-FOUND-SUB) TO RD-LOADED.

           MOVE ZERO                   TO WS-ENTRY-REJECTS.

           PERFORM VARYING WS-RJT-SUB FROM 1 BY 1
                       UNTIL WS-RJT-SUB > WS-REJECT-COUNT
               IF WS-RJT-FEED-ID (WS-RJT-SUB) = FR-FEED-ID
                  AND WS-RJT-RUN-DATE (WS-RJT-SUB) = FR-RUN-DATE
                   ADD 1                TO WS-ENTRY-REJECTS
               END-IF
           END-PERFORM.

           COMPUTE WS-ACCOUNTED-FOR =
                       WS-ACK-RECORDS (WS-FOUND-SUB) + WS-ENTRY-REJECTS.

           EVALUATE TRUE
               WHEN WS-ENTRY-REJECTS = ZERO
                AND WS-ACK-RECORDS (WS-FOUND-SUB) = FR-RECORD-COUNT
                   ADD 1                TO WS-CONFIRMED-COUNT
                   MOVE 'CONFIRMED'     TO RD-VERDICT
               WHEN WS-ENTRY-REJECTS > ZERO
                AND WS-ACCOUNTED-FOR = FR-RECORD-COUNT
                   ADD 1                TO WS-FLAGGED-COUNT
                   MOVE 'REJECTS RETURNED'  TO RD-VERDICT
               WHEN OTHER
                   ADD 1                TO WS-FLAGGED-COUNT
                   MOVE 'COUNT MISMATCH'    TO RD-VERDICT
           END-EVALUATE.

           WRITE REPORT-LINE          FROM WS-REPORT-DETAIL.

           IF WS-ENTRY-REJECTS > ZERO
               PERFORM 3100-LIST-REJECTS THRU 3100-EXIT
           END-IF.

       3000-EXIT. EXIT.

       3100-LIST-REJECTS.

           PERFORM VARYING WS-RJT-SUB FROM 1 BY 1
                       UNTIL WS-RJT-SUB > WS-REJECT-COUNT
               IF WS-RJT-FEED-ID (WS-RJT-SUB) = FR-FEED-ID
                  AND WS-RJT-RUN-DATE (WS-RJT-SUB) = FR-RUN-DATE
                   ADD 1                TO WS-REJECTED-COUNT
                   MOVE WS-RJT-KEY (WS-RJT-SUB)    TO RJD-RECORD-KEY
                   MOVE WS-RJT-REASON (WS-RJT-SUB) TO RJD-REASON
                   WRITE REPORT-LINE  FROM WS-REJECT-DETAIL
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.
