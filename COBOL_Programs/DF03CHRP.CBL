       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF03CHRP.

      *REMARKS:    CUSTOMER MASTER CHANGE AUDIT REPORT - THE DF03CHGJ
      *            FIELD-LEVEL CHANGE JOURNAL FOR A DATE RANGE,
      *            OPTIONALLY FOR ONE OPERATOR.

      ******************************************************************
      ****   WHEN A CUSTOMER'S NAME, STATUS, BILLING CYCLE OR       ****
      ****   DELIVERY PREFERENCE IS DISPUTED, OR AUDIT ASKS WHAT AN ****
      ****   OPERATOR CHANGED, THE ANSWER IS ON THE DF03CHGJ CHANGE ****
      ****   JOURNAL THAT DF03CICS, DF03MRGE AND DF03DATA WRITE.    ****
      ****   THIS REPORT LISTS EVERY JOURNAL ROW DATED WITHIN THE   ****
      ****   DF03CHPM PARAMETER RANGE (FROM DATE, TO DATE, BOTH     ****
      ****   YYYY-MM-DD) AND, WHEN THE PARAMETER NAMES ONE, FOR     ****
      ****   THAT OPERATOR ONLY - CUSTOMER, NAME, DATE AND TIME,    ****
      ****   FIELD, OLD VALUE, NEW VALUE, ACTION, OPERATOR AND      ****
      ****   PROGRAM, IN CUSTOMER ORDER, OLDEST CHANGE FIRST.  NO   ****
      ****   PARAMETER (OR A BLANK DATE) MEANS THE PROCESSING DATE  ****
      ****   FROM THE DFRUNCTL RUN CONTROL.  REPORT ONLY - NOTHING  ****
      ****   IS UPDATED.                                            ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF03CHPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT CHANGE-JOURNAL-FILE
                                   ASSIGN TO DF03CHGJ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS DF03-CHG-KEY
                                   FILE STATUS IS WS-CHGJ-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF03RPT4
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  PM-FROM-DATE             PIC X(10).
           05  PM-TO-DATE               PIC X(10).
           05  PM-OPERATOR              PIC X(08).

       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS DF03-CHG-RECORD.

           COPY DF03CHGR.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CHGJ-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CHGJ-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-CHGJ-EOF                 VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       COPY DF03CUST.

       01  WS-FROM-DATE                PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(10) VALUE SPACES.
       01  WS-SELECT-OPERATOR          PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-PROCESSING-DATE.
           05  WS-PD-YYYY              PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-DD                PIC X(02).

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY            OCCURS 500 TIMES.
               10  WS-NAM-CUST         PIC X(10).
               10  WS-NAM-NAME         PIC X(40).
       01  WS-NAM-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-PREV-CUST                PIC X(10) VALUE SPACES.
       01  WS-CHANGE-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-SELECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
                                       'CHANGES DATED  '.
           05  SL-FROM-DATE            PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  SL-TO-DATE              PIC X(10).
           05  FILLER                  PIC X(13) VALUE
                                       '   OPERATOR '.
           05  SL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(09) VALUE 'TIME'.
           05  FILLER                  PIC X(09) VALUE 'FIELD'.
           05  FILLER                  PIC X(23) VALUE 'OLD VALUE'.
           05  FILLER                  PIC X(23) VALUE 'NEW VALUE'.
           05  FILLER                  PIC X(03) VALUE 'A'.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(09) VALUE 'PROGRAM'.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-NAME                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-HH                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  CL-MI                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  CL-SS                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-FIELD                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-BEFORE               PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-AFTER                PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-ACTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CL-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                                       'CHANGES LISTED   = '.
           05  TL-CHANGES              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
                                       '   CUSTOMERS CHANGED ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-CUSTOMERS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRUNDT.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF03CHRP START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF03CHRP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PD-YYYY
               MOVE WS-CD-MM            TO WS-PD-MM
               MOVE WS-CD-DD            TO WS-PD-DD
           END-IF.

           MOVE WS-PROCESSING-DATE     TO WS-FROM-DATE
                                          WS-TO-DATE.

           PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.

           OPEN INPUT CHANGE-JOURNAL-FILE.

           IF WS-CHGJ-STATUS NOT = '00'
               DISPLAY 'DF03CHRP NO CHANGE JOURNAL ON FILE - NOTHING '
                       'TO REPORT' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-LOAD-CUSTOMER-NAMES THRU 2000-EXIT.

       1000-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF03CHRP - CUSTOMER MASTER CHANGE AUDIT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-FROM-DATE           TO SL-FROM-DATE.
           MOVE WS-TO-DATE             TO SL-TO-DATE.

           IF WS-SELECT-OPERATOR = SPACES
               MOVE 'ALL'               TO SL-OPERATOR
           ELSE
               MOVE WS-SELECT-OPERATOR  TO SL-OPERATOR
           END-IF.

           MOVE WS-SELECTION-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING-1    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-LIST-CHANGES.

           PERFORM UNTIL WS-CHGJ-EOF
               READ CHANGE-JOURNAL-FILE
                   AT END
                       SET WS-CHGJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3000-LIST-ONE-CHANGE THRU 3000-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-CHANGE-COUNT        TO TL-CHANGES.
           MOVE WS-CUSTOMER-COUNT      TO TL-CUSTOMERS.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF03CHRP JOURNAL ROWS READ = ' WS-READ-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03CHRP CHANGES LISTED    = ' WS-CHANGE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03CHRP END OF JOB' UPON CONSOLE.

           GOBACK.

      **** A BLANK OR MISSING DATE KEEPS THE PROCESSING-DATE DEFAULT;
      **** A BLANK OPERATOR SELECTS EVERY OPERATOR.
       1200-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1200-CLOSE-PARM
           END-READ.

           IF PM-FROM-DATE NOT = SPACES
               MOVE PM-FROM-DATE        TO WS-FROM-DATE
           END-IF.

           IF PM-TO-DATE NOT = SPACES
               MOVE PM-TO-DATE          TO WS-TO-DATE
           END-IF.

           MOVE PM-OPERATOR            TO WS-SELECT-OPERATOR.

       1200-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1200-EXIT. EXIT.

       2000-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF03CHRP NO CUSTOMER MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-RECORD
                           TO DF03-CUSTOMER-RECORD
                       IF WS-NAME-COUNT < 500
                           ADD 1 TO WS-NAME-COUNT
                           MOVE DF03-CUST-NUMBER
                               TO WS-NAM-CUST (WS-NAME-COUNT)
                           MOVE DF03-CUST-NAME
                               TO WS-NAM-NAME (WS-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       2000-EXIT. EXIT.

       3000-LIST-ONE-CHANGE.

           IF DF03-CHG-DATE < WS-FROM-DATE
              OR DF03-CHG-DATE > WS-TO-DATE
               GO TO 3000-EXIT
           END-IF.

           IF WS-SELECT-OPERATOR NOT = SPACES
              AND DF03-CHG-OPERATOR NOT = WS-SELECT-OPERATOR
               GO TO 3000-EXIT
           END-IF.

           ADD 1                       TO WS-CHANGE-COUNT.

           MOVE SPACES                 TO CL-CUST-NUMBER
                                          CL-NAME.

      **** THE CUSTOMER NUMBER AND NAME PRINT ON THE FIRST OF EACH
      **** CUSTOMER'S ROWS ONLY.
           IF DF03-CHG-CUST-NUMBER NOT = WS-PREV-CUST
               ADD 1                    TO WS-CUSTOMER-COUNT
               MOVE DF03-CHG-CUST-NUMBER TO WS-PREV-CUST
               MOVE DF03-CHG-CUST-NUMBER TO CL-CUST-NUMBER
               PERFORM VARYING WS-NAM-SUB FROM 1 BY 1
                           UNTIL WS-NAM-SUB > WS-NAME-COUNT
                   IF WS-NAM-CUST (WS-NAM-SUB) = DF03-CHG-CUST-NUMBER
                       MOVE WS-NAM-NAME (WS-NAM-SUB) TO CL-NAME
                   END-IF
               END-PERFORM
           END-IF.

           MOVE DF03-CHG-DATE          TO CL-DATE.
           MOVE DF03-CHG-TIME (1:2)    TO CL-HH.
           MOVE DF03-CHG-TIME (3:2)    TO CL-MI.
           MOVE DF03-CHG-TIME (5:2)    TO CL-SS.
           MOVE DF03-CHG-FIELD         TO CL-FIELD.
           MOVE DF03-CHG-BEFORE        TO CL-BEFORE.
           MOVE DF03-CHG-AFTER         TO CL-AFTER.
           MOVE DF03-CHG-ACTION        TO CL-ACTION.
           MOVE DF03-CHG-OPERATOR      TO CL-OPERATOR.
           MOVE DF03-CHG-PROGRAM       TO CL-PROGRAM.
           MOVE WS-CHANGE-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
