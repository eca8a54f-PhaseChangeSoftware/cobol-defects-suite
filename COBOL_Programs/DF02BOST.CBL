       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02BOST.

      *REMARKS:    STORE BACKORDER STATUS REPORT OVER THE DF02BORD
      *            BACKORDER FILE - WHAT EACH STORE IS STILL WAITING
      *            FOR AND HOW LONG IT HAS WAITED, WITH THE OLD ONES
      *            ESCALATED TO THE BUYERS.

      ******************************************************************
      ****   DF02ALOC QUEUES WHAT IT CANNOT FILL ON DF02BORD UNDER  ****
      ****   THE DATE OF THE ORIGINAL REQUEST, AND DF02ALOC AND     ****
      ****   DF02RECV FILL THE QUEUE AS STOCK ALLOWS.  THIS RUN     ****
      ****   PRINTS ONE PAGE PER STORE LISTING EVERY BACKORDER      ****
      ****   STILL OPEN - REQUEST DATE, PRODUCT, PART, QUANTITY     ****
      ****   ASKED FOR AND STILL OPEN, AND AGE IN DAYS FROM THE     ****
      ****   PROCESSING DATE - OLDEST FIRST, WITH A STORE TOTAL.    ****
      ****                                                          ****
      ****   A BACKORDER OLDER THAN THE ESCALATION AGE IS MARKED    ****
      ****   ESCALATED ON THE STORE PAGE AND LISTED AGAIN ON A      ****
      ****   CLOSING ESCALATION SECTION FOR THE BUYERS, AND THE RUN ****
      ****   ENDS WITH RETURN CODE 4.  THE DF02BOPM PARAMETER CARD  ****
      ****   MAY SET THE ESCALATION AGE IN DAYS (999, DEFAULT 14).  ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF02BOPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKORDER-FILE   ASSIGN TO DF02BORD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  BP-ESCALATE-DAYS        PIC 9(03).

       FD  BACKORDER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BACKORDER-RECORD.

       01  BACKORDER-RECORD            PIC X(100).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BACKORDER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BACKORDER-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-BACKORDER-EOF            VALUE 'Y'.

       01  WS-ESCALATE-DAYS            PIC 9(03) VALUE 14.

      **** ONE ENTRY PER OPEN BACKORDER, SORTED BY STORE, THEN
      **** OLDEST REQUEST FIRST.
       01  WS-BO-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY             OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-BO-COUNT
                                       ASCENDING KEY IS WS-BO-SORT-KEY
                                       INDEXED BY WS-BO-IDX.
               10  WS-BO-SORT-KEY.
                   15  WS-BO-STORE     PIC X(20).
                   15  WS-BO-KEY       PIC X(16).
               10  WS-BO-AGE           PIC S9(05).
               10  WS-BO-RECORD        PIC X(100).

       01  WS-BO-SUB                   PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-STORE            PIC X(20) VALUE SPACES.
       01  WS-STORE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-STORE-LINES              PIC 9(04) VALUE ZERO.
       01  WS-STORE-OPEN-QTY           PIC 9(09) VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(04) VALUE ZERO.

       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.

       01  WS-DATE-WORK-X.
           05  WS-DWX-YYYY             PIC 9(04).
           05  WS-DWX-MM               PIC 9(02).
           05  WS-DWX-DD               PIC 9(02).
       01  WS-DATE-WORK-N              REDEFINES WS-DATE-WORK-X
                                       PIC 9(08).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-PROCESSING-DATE.
           05  WS-PRD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PRD-DD               PIC X(02).

       COPY DF02BORR.

       COPY DFRUNDT.

       01  WS-STORE-HEADING.
           05  FILLER                  PIC X(07) VALUE 'STORE  '.
           05  SH-STORE                PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'AS OF DATE '.
           05  SH-DATE                 PIC X(10).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'REQUESTED'.
           05  FILLER                  PIC X(42) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(10) VALUE '  ORDERED'.
           05  FILLER                  PIC X(10) VALUE '     OPEN'.
           05  FILLER                  PIC X(10) VALUE ' AGE DAYS'.
           05  FILLER                  PIC X(38) VALUE '  STATUS'.

       01  WS-DETAIL-LINE.
           05  DL-REQUEST-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRODUCT              PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-ORIGINAL             PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-OPEN                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-AGE                  PIC -ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-STATUS               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STORE                PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-STORE-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
                                       'STORE TOTAL'.
           05  ST-LINES                PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE
                                       ' BACKORDERS'.
           05  FILLER                  PIC X(24) VALUE
                                       'QUANTITY OPEN'.
           05  ST-OPEN-QTY             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-ESCALATION-HEADING.
           05  FILLER                  PIC X(28) VALUE
                                       'BACKORDERS OPEN LONGER THAN '.
           05  EH-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(101) VALUE ' DAYS'.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02BOST START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02BOST NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY            TO WS-DWX-YYYY.
           MOVE WS-PRD-MM              TO WS-DWX-MM.
           MOVE WS-PRD-DD              TO WS-DWX-DD.
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-BACKORDERS THRU 1200-EXIT.

           IF WS-BO-COUNT = ZERO
               DISPLAY 'DF02BOST NO OPEN BACKORDERS' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-BO-COUNT > 1
               SORT WS-BO-ENTRY
                   ASCENDING KEY WS-BO-SORT-KEY
           END-IF.

       1000-PRINT-STORES.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02BOST - STORE BACKORDER STATUS'
                                        TO DFRPT-TITLE.

           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-STORE (WS-BO-SUB) NOT = WS-CURRENT-STORE
                   PERFORM 3000-FINISH-STORE THRU 3000-EXIT
                   PERFORM 3100-START-STORE THRU 3100-EXIT
               END-IF
               PERFORM 3200-PRINT-BACKORDER THRU 3200-EXIT
           END-PERFORM.

           PERFORM 3000-FINISH-STORE THRU 3000-EXIT.

       1000-PRINT-ESCALATIONS.

           IF WS-ESCALATED-COUNT = ZERO
               GO TO 1000-CLOSE-REPORT
           END-IF.

           MOVE 'DF02BOST - ESCALATED BACKORDERS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-ESCALATE-DAYS       TO EH-DAYS.
           MOVE WS-ESCALATION-HEADING  TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           MOVE 'STORE'                TO DL-STORE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                       UNTIL WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-AGE (WS-BO-SUB) > WS-ESCALATE-DAYS
                   PERFORM 3300-FORMAT-BACKORDER THRU 3300-EXIT
                   MOVE WS-BO-STORE (WS-BO-SUB) TO DL-STORE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           MOVE 4                      TO RETURN-CODE.

       1000-CLOSE-REPORT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF02BOST STORES WITH BACKORDERS = ' WS-STORE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02BOST OPEN BACKORDERS        = ' WS-BO-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02BOST ESCALATED              = '
                                     WS-ESCALATED-COUNT UPON CONSOLE.
           DISPLAY 'DF02BOST END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF BP-ESCALATE-DAYS NUMERIC
              AND BP-ESCALATE-DAYS > ZERO
               MOVE BP-ESCALATE-DAYS    TO WS-ESCALATE-DAYS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-FILE.

           IF WS-BACKORDER-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-BACKORDER-EOF
               READ BACKORDER-FILE INTO DF02-BACKORDER-RECORD
                   AT END
                       SET WS-BACKORDER-EOF TO TRUE
                   NOT AT END
                       IF DF02-BO-OPEN-QTY > ZERO
                           PERFORM 1250-LOAD-ONE-BACKORDER THRU
                                   1250-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BACKORDER-FILE.

       1200-EXIT. EXIT.

       1250-LOAD-ONE-BACKORDER.

           IF WS-BO-COUNT NOT < 2000
               DISPLAY 'DF02BOST BACKORDER TABLE FULL - '
                       DF02-BO-STORE ' ' DF02-BO-PART ' NOT LISTED'
                                               UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 1250-EXIT
           END-IF.

           ADD 1                       TO WS-BO-COUNT.

           MOVE DF02-BO-STORE          TO WS-BO-STORE (WS-BO-COUNT).
           MOVE DF02-BO-KEY            TO WS-BO-KEY (WS-BO-COUNT).
           MOVE DF02-BACKORDER-RECORD  TO WS-BO-RECORD (WS-BO-COUNT).

           MOVE DF02-BO-REQUEST-DATE (1:4)  TO WS-DWX-YYYY.
           MOVE DF02-BO-REQUEST-DATE (6:2)  TO WS-DWX-MM.
           MOVE DF02-BO-REQUEST-DATE (9:2)  TO WS-DWX-DD.
           COMPUTE WS-BO-AGE (WS-BO-COUNT) =
                       WS-PROCESS-INTEGER
                     - FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N).

           IF WS-BO-AGE (WS-BO-COUNT) > WS-ESCALATE-DAYS
               ADD 1                    TO WS-ESCALATED-COUNT
           END-IF.

       1250-EXIT. EXIT.

      **** CLOSE OUT THE STORE IN PROGRESS WITH ITS TOTAL.  NOTHING
      **** TO DO ON THE VERY FIRST CALL.
       3000-FINISH-STORE.

           IF WS-STORE-LINES = ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-STORE-LINES         TO ST-LINES.
           MOVE WS-STORE-OPEN-QTY      TO ST-OPEN-QTY.
           MOVE WS-STORE-TOTAL-LINE    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** EACH STORE STARTS ON A FRESH PAGE SO ITS LIST CAN GO TO
      **** THE STORE AS IT STANDS.
       3100-START-STORE.

           MOVE WS-BO-STORE (WS-BO-SUB) TO WS-CURRENT-STORE.
           MOVE ZERO                   TO WS-STORE-LINES.
           MOVE ZERO                   TO WS-STORE-OPEN-QTY.
           ADD 1                       TO WS-STORE-COUNT.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-CURRENT-STORE       TO SH-STORE.
           MOVE WS-PROCESSING-DATE     TO SH-DATE.
           MOVE WS-STORE-HEADING       TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3100-EXIT. EXIT.

       3200-PRINT-BACKORDER.

           PERFORM 3300-FORMAT-BACKORDER THRU 3300-EXIT.
           PERFORM 8200-RPT-WRITE-DETAIL.

           ADD 1                       TO WS-STORE-LINES.
           ADD DF02-BO-OPEN-QTY        TO WS-STORE-OPEN-QTY.

       3200-EXIT. EXIT.

       3300-FORMAT-BACKORDER.

           MOVE WS-BO-RECORD (WS-BO-SUB) TO DF02-BACKORDER-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-BO-REQUEST-DATE   TO DL-REQUEST-DATE.
           MOVE DF02-BO-PRODUCT        TO DL-PRODUCT.
           MOVE DF02-BO-PART           TO DL-PART.
           MOVE DF02-BO-ORIGINAL-QTY   TO DL-ORIGINAL.
           MOVE DF02-BO-OPEN-QTY       TO DL-OPEN.
           MOVE WS-BO-AGE (WS-BO-SUB)  TO DL-AGE.

           IF WS-BO-AGE (WS-BO-SUB) > WS-ESCALATE-DAYS
               MOVE 'ESCALATED'         TO DL-STATUS
           ELSE
               MOVE 'WAITING'           TO DL-STATUS
           END-IF.

       3300-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
