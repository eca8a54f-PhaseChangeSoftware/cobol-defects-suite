      ****   DF02CPRM CARD NAMES ONE PLANT, OR '*ALL' (THE DEFAULT) ****
      ****   FOR EVERY PLANT.  THE FILLED-IN SHEETS ARE KEYED AS    ****
      ****   DF02CNTE COUNT-ENTRY RECORDS AND APPLIED BY DF02CNTP.  ****
      ******************************************************************

      ******************************************************************
      ****   A 'C' IN COLUMN 5 OF THE CARD ASKS FOR THE DAY'S       ****
      ****   CYCLE-COUNT SHEET INSTEAD: ONLY THE PLANT/PARTS THE    ****
      ****   DF02CCSC SCHEDULE (WRITTEN BY THE MONTHLY DF02ABCC     ****
      ****   RUN) DATES ON THE PROCESSING DATE ARE PRINTED, IN THE  ****
      ****   SAME FORMAT, AND THE PLANT SELECTION STILL APPLIES.    ****
      ****   THE COUNTS ARE KEYED AND APPLIED THROUGH DF02CNTP      ****
      ****   EXACTLY AS A FULL COUNT IS.                            ****
      ******************************************************************
      ****   EACH PLANT'S SHEETS ARE A DFRPT SECTION KEYED ON THE   ****
      ****   PLANT CODE, STAMPED WITH REPORT ID DF02RPT9 ON EVERY   ****
      ****   PAGE HEADING, SO THE DFBURST STEP CAN SEND EACH PLANT  ****
      ****   ITS OWN SHEETS.                                        ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT SCHEDULE-FILE    ASSIGN TO DF02CCSC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPT9
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-4  PLANT TO EXTRACT, OR '*ALL'
      **** COL 5    'C' FOR THE DAY'S CYCLE-COUNT SHEET
       01  PARAMETER-RECORD.
           05  PM-PLANT                 PIC X(04).
           05  PM-SHEET-TYPE            PIC X(01).
           05  FILLER                   PIC X(75).

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
           05  IR-PART                 PIC X(08).
           05  IR-ON-HAND              PIC 9(07).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SCHEDULE-RECORD.

       01  SCHEDULE-RECORD             PIC X(24).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-SCHEDULE-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-SCHEDULE-EOF             VALUE 'Y'.

       01  WS-SHEET-TYPE               PIC X(01) VALUE SPACE.
           88  WS-CYCLE-COUNT-SHEET        VALUE 'C'.

      **** THE PLANT/PARTS SCHEDULED FOR COUNT ON THE PROCESSING DATE.
       01  WS-CYCLE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY            OCCURS 1000 TIMES.
               10  WS-CYC-PLANT        PIC X(03).
               10  WS-CYC-PART         PIC X(08).

       01  WS-CYC-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-CYC-FOUND-FLAG           PIC X(01) VALUE 'N'.

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

       COPY DF02CCSR.

       COPY DFRUNDT.

       01  WS-INVENTORY-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-INVENTORY-EOF            VALUE 'Y'.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.

           IF WS-CYCLE-COUNT-SHEET
               PERFORM 1200-LOAD-TODAYS-COUNTS THRU 1200-EXIT
               IF WS-CYCLE-COUNT = ZERO
                   DISPLAY 'DF02CNTX NO CYCLE COUNTS SCHEDULED FOR '
                           WS-PROCESSING-DATE UPON CONSOLE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

       1000-OPEN-FILES.

           OPEN INPUT INVENTORY-FILE.

           MOVE 'DF02CNTX - PHYSICAL INVENTORY COUNT SHEETS'
                                        TO DFRPT-TITLE.
           MOVE 'DF02RPT9'              TO DFRPT-REPORT-ID.

           IF WS-CYCLE-COUNT-SHEET
               MOVE 'DF02CNTX - CYCLE COUNT SHEETS'
                                        TO DFRPT-TITLE
           END-IF.

       1000-EXTRACT-SHEETS.

               MOVE PM-PLANT            TO WS-PLANT-WANTED
           END-IF.

           MOVE PM-SHEET-TYPE          TO WS-SHEET-TYPE.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-TODAYS-COUNTS.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02CNTX NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           OPEN INPUT SCHEDULE-FILE.

           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'DF02CNTX NO CYCLE-COUNT SCHEDULE' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-SCHEDULE-EOF
               READ SCHEDULE-FILE INTO DF02-CYCLE-COUNT-RECORD
                   AT END
                       SET WS-SCHEDULE-EOF TO TRUE
                   NOT AT END
                       IF DF02-CCS-COUNT-DATE = WS-PROCESSING-DATE
                           IF WS-CYCLE-COUNT < 1000
                               ADD 1 TO WS-CYCLE-COUNT
                               MOVE DF02-CCS-PLANT
                                   TO WS-CYC-PLANT (WS-CYCLE-COUNT)
                               MOVE DF02-CCS-PART
                                   TO WS-CYC-PART (WS-CYCLE-COUNT)
                           ELSE
                               DISPLAY 'DF02CNTX CYCLE TABLE FULL - '
                                       DF02-CCS-PLANT '/'
                                       DF02-CCS-PART ' NOT PRINTED'
                                              UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       1200-EXIT. EXIT.

      **** A FRESH PAGE AND HEADER PER PLANT - THE FILE ARRIVES
      **** SORTED BY PLANT AND PART FROM DF02IUPD'S REWRITE.
       2000-PRINT-ONE-LINE.
               GO TO 2000-EXIT
           END-IF.

           IF WS-CYCLE-COUNT-SHEET
               MOVE 'N'                 TO WS-CYC-FOUND-FLAG
               PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                           UNTIL WS-CYC-SUB > WS-CYCLE-COUNT
                   IF WS-CYC-PLANT (WS-CYC-SUB) = IR-PLANT
                      AND WS-CYC-PART (WS-CYC-SUB) = IR-PART
                       MOVE 'Y'         TO WS-CYC-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-CYC-FOUND-FLAG = 'N'
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF IR-PLANT NOT = WS-CURRENT-PLANT
               MOVE IR-PLANT            TO WS-CURRENT-PLANT
               MOVE IR-PLANT            TO DFRPT-SECTION-KEY
               PERFORM 8150-RPT-NEW-SECTION
               MOVE IR-PLANT            TO PH-PLANT
               MOVE WS-PLANT-HEADER-LINE TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
