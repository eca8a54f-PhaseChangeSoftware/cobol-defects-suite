       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFBURST.

      *REMARKS:    BURSTS A DFRPT-LAYER PRINTED REPORT INTO ONE
      *            PACKET PER RECIPIENT FROM THE DFDISTBL
      *            DISTRIBUTION TABLE, AND KEEPS THE DFBRSREG
      *            DISTRIBUTION REGISTER.

      ******************************************************************
      ****   REPORT BURSTING.  A DFRPT-LAYER REPORT THAT SETS       ****
      ****   DFRPT-REPORT-ID AND DFRPT-SECTION-KEY STARTS EACH      ****
      ****   SECTION (A STORE, A PLANT, A COLLECTOR) ON A NEW PAGE  ****
      ****   WITH THE ID AND KEY ON THE HEADING LINE.  THIS STEP    ****
      ****   READS THAT PRINTED REPORT FROM DFBRSTIN AND WRITES ON  ****
      ****   DFBRSOUT ONE PACKET PER RECIPIENT NAMED FOR THE REPORT ****
      ****   ON DFDISTBL (DFDIST.CPY):                              ****
      ****   - EACH LINE IS PREFIXED WITH THE RECIPIENT ID;         ****
      ****   - A RECIPIENT GETS EVERY SECTION WHOSE KEY MATCHES ONE ****
      ****     OF THEIR ROWS, OR ALL OF THEM FOR A '*' ROW; A BLANK ****
      ****     KEY ROW TAKES THE UNKEYED SUMMARY PAGES;             ****
      ****   - PAGES ARE RENUMBERED FROM 1 AND THE PACKET ENDS WITH ****
      ****     ITS OWN RECORD COUNT.                                ****
      ****                                                          ****
      ****   EACH SECTION SENT IS APPENDED TO THE DFBRSREG          ****
      ****   DISTRIBUTION REGISTER AND LISTED ON DFBRSRPT, WITH THE ****
      ****   SECTIONS NOBODY RECEIVED.  DFBRSPRM COL 1-8 MAY NAME   ****
      ****   THE REPORT ID; OTHERWISE IT IS TAKEN FROM THE FIRST    ****
      ****   HEADING.                                               ****
      ****                                                          ****
      ****   THE REPORT IS NOT HELD IN STORAGE.  A FIRST PASS OVER  ****
      ****   DFBRSTIN BUILDS A SMALL INDEX OF ITS SECTIONS (KEY,    ****
      ****   FIRST AND LAST RECORD NUMBER); EACH RECIPIENT'S PACKET ****
      ****   IS THEN COPIED FROM ONE MORE PASS OVER THE FILE, SO A  ****
      ****   REPORT OF ANY LENGTH CAN BE BURST.                     ****
      ****                                                          ****
      ****   RETURN CODE 4 WHEN ANY SECTION HAS NO RECIPIENT; 8     ****
      ****   WHEN THERE IS NO REPORT OR NO REPORT ID; 16 WHEN A     ****
      ****   TABLE OVERFLOWS OR THE REGISTER CANNOT BE OPENED, AND  ****
      ****   NOTHING IS SENT, OR WHEN DFBRSTIN CANNOT BE READ AGAIN ****
      ****   PART WAY THROUGH.                                      ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DFBRSPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PRINT-FILE       ASSIGN TO DFBRSTIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PRINT-STATUS.

           SELECT DISTRIBUTION-FILE
                                   ASSIGN TO DFDISTBL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DIST-STATUS.

           SELECT BURST-FILE       ASSIGN TO DFBRSOUT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-BURST-STATUS.

           SELECT REGISTER-FILE    ASSIGN TO DFBRSREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFBRSRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-8 REPORT ID TO BURST - BLANK TAKES IT FROM THE
      **** FIRST PAGE HEADING OF THE REPORT ITSELF.
       01  PARAMETER-RECORD.
           05  PM-REPORT-ID             PIC X(08).
           05  FILLER                   PIC X(72).

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE                  PIC X(132).

       FD  DISTRIBUTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DFDIST-RECORD.

           COPY DFDIST.

      **** ONE RECIPIENT'S PACKETS FOLLOW ONE ANOTHER; THE RECIPIENT
      **** ID ON EVERY LINE LETS THE PRINT ROOM OR THE MAIL STEP
      **** PEEL EACH ONE OFF.
       FD  BURST-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS BURST-RECORD.

       01  BURST-RECORD.
           05  BO-RECIPIENT-ID          PIC X(08).
           05  BO-LINE                  PIC X(132).

       FD  REGISTER-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REGISTER-RECORD.

      **** ONE ROW PER SECTION DELIVERED, APPENDED RUN AFTER RUN -
      **** WHAT WENT TO WHOM, AND WHEN.
       01  REGISTER-RECORD.
           05  RG-RUN-DATE              PIC X(10).
           05  RG-REPORT-ID             PIC X(08).
           05  RG-SECTION-KEY           PIC X(20).
           05  RG-RECIPIENT-ID          PIC X(08).
           05  RG-RECIPIENT-NAME        PIC X(30).
           05  RG-PAGES                 PIC 9(04).
           05  RG-LINES                 PIC 9(06).
           05  FILLER                   PIC X(04).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PRINT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DIST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BURST-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
           88  WS-END-OF-FILE              VALUE 'Y'.

       01  WS-NEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-NEXT-AT-END              VALUE 'Y'.

       01  WS-LOAD-FAILED-FLAG         PIC X(01) VALUE 'N'.
           88  WS-LOAD-FAILED              VALUE 'Y'.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-RUN-DATE.
           05  WS-RD-YYYY              PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RD-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RD-DD                PIC X(02).

       01  WS-REPORT-ID                PIC X(08) VALUE SPACES.

      **** DFBRSTIN IS READ ONE LINE AHEAD - A PAGE HEADING IS ONLY
      **** KNOWN BY THE RULE LINE AFTER IT.  THE LINE IN HAND IS
      **** MARKED H FOR A DFRPT PAGE HEADING, F FOR THE DFRPT FOOTER
      **** AND L FOR ANYTHING ELSE.
       01  WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-RECORD-NUMBER            PIC 9(07) VALUE ZERO.
       01  WS-CURRENT-LINE             PIC X(132) VALUE SPACES.
       01  WS-NEXT-LINE                PIC X(132) VALUE SPACES.
       01  WS-LINE-TYPE                PIC X(01) VALUE SPACE.
           88  WS-LINE-HEADING             VALUE 'H'.
           88  WS-LINE-FOOTER              VALUE 'F'.

      **** A SECTION IS A RUN OF PAGES CARRYING THE SAME SECTION KEY.
       01  WS-SECTION-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SECTION-TABLE.
           05  WS-SEC-ENTRY            OCCURS 1000 TIMES.
               10  WS-SEC-KEY          PIC X(20).
               10  WS-SEC-FIRST-LINE   PIC 9(07).
               10  WS-SEC-LAST-LINE    PIC 9(07).
               10  WS-SEC-PAGES        PIC 9(04).
               10  WS-SEC-LINES        PIC 9(06).
               10  WS-SEC-ROUTED-FLAG  PIC X(01).
       01  WS-SEC-SUB                  PIC 9(04) VALUE ZERO.

      **** THE DFDISTBL ROWS FOR THIS REPORT, AND THE DISTINCT
      **** RECIPIENTS AMONG THEM IN TABLE ORDER.
       01  WS-DIST-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DIST-TABLE.
           05  WS-DST-ENTRY            OCCURS 500 TIMES.
               10  WS-DST-SECTION-KEY  PIC X(20).
               10  WS-DST-RECIPIENT-ID PIC X(08).
       01  WS-DST-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-RECIPIENT-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-ENTRY            OCCURS 200 TIMES.
               10  WS-RCP-ID           PIC X(08).
               10  WS-RCP-NAME         PIC X(30).
       01  WS-RCP-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-RCP-FOUND-FLAG           PIC X(01) VALUE 'N'.

       01  WS-MATCH-FLAG               PIC X(01) VALUE 'N'.

      **** THE RECIPIENT IN HAND - ITS OWN PAGE NUMBERS AND COUNTS.
       01  WS-RCP-PAGE-NUM             PIC 9(04) VALUE ZERO.
       01  WS-RCP-LINE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-RCP-SECTION-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-SEC-PAGE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SEC-LINE-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-PACKETS-WRITTEN          PIC 9(05) VALUE ZERO.
       01  WS-UNROUTED-COUNT           PIC 9(04) VALUE ZERO.

      **** ONE PRINTED LINE, SEEN AS A DFRPT PAGE HEADING (THE SAME
      **** SHAPE AS DFRPT-HEADING-LINE-1) OR AS THE DFRPT FOOTER.
       01  WS-LINE-WORK                PIC X(132) VALUE SPACES.
       01  WS-HEADING-VIEW             REDEFINES WS-LINE-WORK.
           05  FILLER                  PIC X(60).
           05  HV-PAGE-LITERAL         PIC X(05).
           05  HV-PAGE-NUM             PIC ZZZ9.
           05  FILLER                  PIC X(17).
           05  HV-REPORT-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  HV-SECTION-KEY          PIC X(20).
           05  FILLER                  PIC X(17).
       01  WS-FOOTER-VIEW              REDEFINES WS-LINE-WORK.
           05  FILLER                  PIC X(10).
           05  FV-FOOTER-LITERAL       PIC X(24).
           05  FILLER                  PIC X(98).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RECIPIENT'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(22) VALUE 'SECTION KEY'.
           05  FILLER                  PIC X(07) VALUE ' PAGES'.
           05  FILLER                  PIC X(59) VALUE '   LINES'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECIPIENT-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECIPIENT-NAME       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SECTION-KEY          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PAGES                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LINES                PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REMARK               PIC X(51).

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-TEXT                 PIC X(80).
           05  FILLER                  PIC X(50) VALUE SPACES.

       COPY DFRUNDT.
       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFBURST START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFBURST NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-RD-YYYY
               MOVE WS-CD-MM            TO WS-RD-MM
               MOVE WS-CD-DD            TO WS-RD-DD
           END-IF.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-INDEX-REPORT THRU 1200-EXIT.

           IF WS-LOAD-FAILED
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-LINE-COUNT = ZERO
               DISPLAY 'DFBURST NO REPORT TO BURST ON DFBRSTIN'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           IF WS-REPORT-ID = SPACES
               DISPLAY 'DFBURST REPORT CARRIES NO REPORT ID AND NONE '
                       'WAS GIVEN ON DFBRSPRM' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 1400-LOAD-DISTRIBUTION THRU 1400-EXIT.

           IF WS-LOAD-FAILED
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT BURST-FILE.

           IF WS-BURST-STATUS NOT = '00'
               DISPLAY 'DFBURST DFBRSOUT OPEN ERROR ' WS-BURST-STATUS
                                               UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND REGISTER-FILE.

           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT REGISTER-FILE
           END-IF.

           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'DFBURST DFBRSREG OPEN ERROR - NOTHING IS SENT '
                       'WITHOUT A REGISTER' UPON CONSOLE
               CLOSE BURST-FILE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFBURST - REPORT DISTRIBUTION REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE SPACES                 TO TL-TEXT.
           STRING 'REPORT ' WS-REPORT-ID '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO TL-TEXT
           END-STRING.
           MOVE WS-TEXT-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-BURST-REPORT.

           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                       UNTIL WS-RCP-SUB > WS-RECIPIENT-COUNT
                          OR WS-LOAD-FAILED
               PERFORM 2000-BURST-ONE-RECIPIENT THRU 2000-EXIT
           END-PERFORM.

           PERFORM 3000-LIST-UNROUTED THRU 3000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE BURST-FILE.
           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.

           IF WS-UNROUTED-COUNT > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

           IF WS-LOAD-FAILED
               MOVE 16                  TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFBURST REPORT ID          = ' WS-REPORT-ID
                                               UPON CONSOLE.
           DISPLAY 'DFBURST SECTIONS FOUND     = ' WS-SECTION-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFBURST PACKETS WRITTEN    = ' WS-PACKETS-WRITTEN
                                               UPON CONSOLE.
           DISPLAY 'DFBURST SECTIONS UNROUTED  = ' WS-UNROUTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DFBURST END OF JOB' UPON CONSOLE.

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

           MOVE PM-REPORT-ID           TO WS-REPORT-ID.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

      **** FIRST PASS - ONLY THE SECTION INDEX IS KEPT, NOT THE LINES.
      **** A DFRPT PAGE HEADING IS THE 'PAGE ' LINE FOLLOWED BY THE
      **** FULL-WIDTH RULE.  A NEW SECTION STARTS AT THE FIRST PAGE
      **** WHOSE SECTION KEY DIFFERS FROM THE PAGE BEFORE; ANYTHING
      **** AHEAD OF THE FIRST HEADING IS AN UNKEYED SECTION OF ITS
      **** OWN.
       1200-INDEX-REPORT.

           PERFORM 1250-OPEN-PRINT-FILE THRU 1250-EXIT.

           IF WS-PRINT-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1260-NEXT-PRINT-LINE THRU 1260-EXIT.

           PERFORM UNTIL WS-END-OF-FILE
                      OR WS-LOAD-FAILED
               PERFORM 1310-CLASSIFY-ONE-LINE THRU 1310-EXIT
               PERFORM 1260-NEXT-PRINT-LINE THRU 1260-EXIT
           END-PERFORM.

           CLOSE PRINT-FILE.

           MOVE WS-RECORD-NUMBER       TO WS-LINE-COUNT.

           IF WS-SECTION-COUNT > ZERO
               MOVE WS-LINE-COUNT       TO WS-SEC-LAST-LINE
                                                  (WS-SECTION-COUNT)
           END-IF.

       1200-EXIT. EXIT.

      **** OPENS DFBRSTIN AND READS THE FIRST LINE INTO WS-NEXT-LINE;
      **** USED BY THE INDEX PASS AND BY EVERY PACKET PASS.
       1250-OPEN-PRINT-FILE.

           OPEN INPUT PRINT-FILE.

           IF WS-PRINT-STATUS NOT = '00'
               GO TO 1250-EXIT
           END-IF.

           MOVE ZERO                   TO WS-RECORD-NUMBER.
           MOVE SPACE                  TO WS-EOF-FLAG
                                          WS-NEXT-EOF-FLAG.

           READ PRINT-FILE
               AT END
                   SET WS-NEXT-AT-END   TO TRUE
               NOT AT END
                   MOVE PRINT-LINE      TO WS-NEXT-LINE
           END-READ.

       1250-EXIT. EXIT.

      **** MOVES THE LINE READ AHEAD INTO WS-CURRENT-LINE, NUMBERS IT,
      **** MARKS ITS TYPE AND READS THE ONE AFTER IT.
       1260-NEXT-PRINT-LINE.

           IF WS-NEXT-AT-END
               SET WS-END-OF-FILE       TO TRUE
               GO TO 1260-EXIT
           END-IF.

           MOVE WS-NEXT-LINE           TO WS-CURRENT-LINE.
           ADD 1                       TO WS-RECORD-NUMBER.

           READ PRINT-FILE
               AT END
                   SET WS-NEXT-AT-END   TO TRUE
               NOT AT END
                   MOVE PRINT-LINE      TO WS-NEXT-LINE
           END-READ.

           MOVE WS-CURRENT-LINE        TO WS-LINE-WORK.
           MOVE 'L'                    TO WS-LINE-TYPE.

           IF FV-FOOTER-LITERAL = 'TOTAL RECORDS PRINTED = '
               SET WS-LINE-FOOTER       TO TRUE
               GO TO 1260-EXIT
           END-IF.

           IF HV-PAGE-LITERAL = 'PAGE '
              AND NOT WS-NEXT-AT-END
               IF WS-NEXT-LINE = DFRPT-HEADING-LINE-2
                   SET WS-LINE-HEADING  TO TRUE
               END-IF
           END-IF.

       1260-EXIT. EXIT.

       1310-CLASSIFY-ONE-LINE.

           IF WS-LINE-FOOTER
               GO TO 1310-EXIT
           END-IF.

           IF WS-LINE-HEADING
               IF WS-REPORT-ID = SPACES
                   MOVE HV-REPORT-ID    TO WS-REPORT-ID
               END-IF
               IF WS-SECTION-COUNT = ZERO
                  OR HV-SECTION-KEY NOT =
                                 WS-SEC-KEY (WS-SECTION-COUNT)
                   PERFORM 1320-START-SECTION THRU 1320-EXIT
               END-IF
               IF WS-SECTION-COUNT > ZERO
                   ADD 1 TO WS-SEC-PAGES (WS-SECTION-COUNT)
               END-IF
               GO TO 1310-EXIT
           END-IF.

           IF WS-SECTION-COUNT = ZERO
               MOVE SPACES              TO HV-SECTION-KEY
               PERFORM 1320-START-SECTION THRU 1320-EXIT
           END-IF.

           IF WS-SECTION-COUNT > ZERO
              AND WS-CURRENT-LINE NOT = DFRPT-HEADING-LINE-2
               ADD 1 TO WS-SEC-LINES (WS-SECTION-COUNT)
           END-IF.

       1310-EXIT. EXIT.

       1320-START-SECTION.

           IF WS-SECTION-COUNT NOT < 1000
               DISPLAY 'DFBURST REPORT OVER 1000 SECTIONS - NOT BURST'
                                               UPON CONSOLE
               SET WS-LOAD-FAILED       TO TRUE
               GO TO 1320-EXIT
           END-IF.

           IF WS-SECTION-COUNT > ZERO
               COMPUTE WS-SEC-LAST-LINE (WS-SECTION-COUNT) =
                                         WS-RECORD-NUMBER - 1
           END-IF.

           ADD 1                       TO WS-SECTION-COUNT.
           MOVE HV-SECTION-KEY         TO WS-SEC-KEY
                                                  (WS-SECTION-COUNT).
           MOVE WS-RECORD-NUMBER       TO WS-SEC-FIRST-LINE
                                                  (WS-SECTION-COUNT).
           MOVE WS-RECORD-NUMBER       TO WS-SEC-LAST-LINE
                                                  (WS-SECTION-COUNT).
           MOVE ZERO                   TO WS-SEC-PAGES
                                                  (WS-SECTION-COUNT)
                                          WS-SEC-LINES
                                                  (WS-SECTION-COUNT).
           MOVE 'N'                    TO WS-SEC-ROUTED-FLAG
                                                  (WS-SECTION-COUNT).

       1320-EXIT. EXIT.

      **** ONLY THIS REPORT'S ROWS ARE KEPT.  A TABLE THAT DOES NOT
      **** FIT WOULD LEAVE SOMEBODY OUT, SO NOTHING IS SENT.
       1400-LOAD-DISTRIBUTION.

           OPEN INPUT DISTRIBUTION-FILE.

           IF WS-DIST-STATUS NOT = '00'
               DISPLAY 'DFBURST NO DFDISTBL DISTRIBUTION TABLE - '
                       'EVERY SECTION IS UNROUTED' UPON CONSOLE
               GO TO 1400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-EOF-FLAG.

           PERFORM UNTIL WS-END-OF-FILE
               READ DISTRIBUTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DFDIST-REPORT-ID = WS-REPORT-ID
                          AND DFDIST-RECIPIENT-ID NOT = SPACES
                           PERFORM 1410-ADD-DISTRIBUTION-ROW
                                                   THRU 1410-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISTRIBUTION-FILE.

       1400-EXIT. EXIT.

       1410-ADD-DISTRIBUTION-ROW.

           IF WS-DIST-COUNT NOT < 500
               DISPLAY 'DFBURST DFDISTBL TABLE FULL - NOT BURST'
                                               UPON CONSOLE
               SET WS-LOAD-FAILED       TO TRUE
               SET WS-END-OF-FILE       TO TRUE
               GO TO 1410-EXIT
           END-IF.

           ADD 1                       TO WS-DIST-COUNT.
           MOVE DFDIST-SECTION-KEY     TO WS-DST-SECTION-KEY
                                                  (WS-DIST-COUNT).
           MOVE DFDIST-RECIPIENT-ID    TO WS-DST-RECIPIENT-ID
                                                  (WS-DIST-COUNT).

           MOVE 'N'                    TO WS-RCP-FOUND-FLAG.

           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                       UNTIL WS-RCP-SUB > WS-RECIPIENT-COUNT
               IF WS-RCP-ID (WS-RCP-SUB) = DFDIST-RECIPIENT-ID
                   MOVE 'Y'             TO WS-RCP-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-RCP-FOUND-FLAG = 'Y'
               GO TO 1410-EXIT
           END-IF.

           IF WS-RECIPIENT-COUNT NOT < 200
               DISPLAY 'DFBURST RECIPIENT TABLE FULL - NOT BURST'
                                               UPON CONSOLE
               SET WS-LOAD-FAILED       TO TRUE
               SET WS-END-OF-FILE       TO TRUE
               GO TO 1410-EXIT
           END-IF.

           ADD 1                       TO WS-RECIPIENT-COUNT.
           MOVE DFDIST-RECIPIENT-ID    TO WS-RCP-ID
                                                  (WS-RECIPIENT-COUNT).
           MOVE DFDIST-RECIPIENT-NAME  TO WS-RCP-NAME
                                                  (WS-RECIPIENT-COUNT).

       1410-EXIT. EXIT.

      **** ONE RECIPIENT'S PACKET: EVERY SECTION ROUTED TO THEM, IN
      **** REPORT ORDER, WITH THE PAGES RENUMBERED FROM 1 AND THEIR
      **** OWN FOOTER COUNT IN PLACE OF THE WHOLE REPORT'S.  THE
      **** SECTIONS ARE COPIED FROM ONE FRESH PASS OVER DFBRSTIN.
       2000-BURST-ONE-RECIPIENT.

           MOVE ZERO                   TO WS-RCP-PAGE-NUM
                                          WS-RCP-LINE-COUNT
                                          WS-RCP-SECTION-COUNT.

           PERFORM 1250-OPEN-PRINT-FILE THRU 1250-EXIT.

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'DFBURST DFBRSTIN REREAD ERROR ' WS-PRINT-STATUS
                       ' - BURST INCOMPLETE' UPON CONSOLE
               SET WS-LOAD-FAILED       TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               PERFORM 2100-MATCH-SECTION THRU 2100-EXIT
               IF WS-MATCH-FLAG = 'Y'
                   PERFORM 2200-SEND-SECTION THRU 2200-EXIT
               END-IF
           END-PERFORM.

           CLOSE PRINT-FILE.

           IF WS-RCP-SECTION-COUNT = ZERO
               MOVE SPACES              TO WS-DETAIL-LINE
               MOVE WS-RCP-ID (WS-RCP-SUB) TO DL-RECIPIENT-ID
               MOVE WS-RCP-NAME (WS-RCP-SUB) TO DL-RECIPIENT-NAME
               MOVE 'NO SECTION FOR THIS RECIPIENT THIS RUN'
                                        TO DL-REMARK
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-RCP-LINE-COUNT      TO DFRPT-FTR-RECORD-COUNT.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BO-RECIPIENT-ID.
           MOVE DFRPT-FOOTER-LINE      TO BO-LINE.
           WRITE BURST-RECORD.

           ADD 1                       TO WS-PACKETS-WRITTEN.

       2000-EXIT. EXIT.

       2100-MATCH-SECTION.

           MOVE 'N'                    TO WS-MATCH-FLAG.

           PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                       UNTIL WS-DST-SUB > WS-DIST-COUNT
               IF WS-DST-RECIPIENT-ID (WS-DST-SUB) =
                                           WS-RCP-ID (WS-RCP-SUB)
                   IF WS-DST-SECTION-KEY (WS-DST-SUB) = '*'
                      OR WS-DST-SECTION-KEY (WS-DST-SUB) =
                                           WS-SEC-KEY (WS-SEC-SUB)
                       MOVE 'Y'         TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       2100-EXIT. EXIT.

       2200-SEND-SECTION.

           MOVE ZERO                   TO WS-SEC-PAGE-COUNT
                                          WS-SEC-LINE-COUNT.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BO-RECIPIENT-ID.

      **** THE PASS ONLY MOVES FORWARD - LINES AHEAD OF THE SECTION
      **** ARE READ PAST, AND THE SECTION'S OWN LINES ARE COPIED.
           PERFORM UNTIL WS-END-OF-FILE
                      OR WS-RECORD-NUMBER NOT <
                                 WS-SEC-LAST-LINE (WS-SEC-SUB)
               PERFORM 1260-NEXT-PRINT-LINE THRU 1260-EXIT
               IF NOT WS-END-OF-FILE
                  AND WS-RECORD-NUMBER NOT <
                                 WS-SEC-FIRST-LINE (WS-SEC-SUB)
                   PERFORM 2210-COPY-ONE-LINE THRU 2210-EXIT
               END-IF
           END-PERFORM.

           ADD 1                       TO WS-RCP-SECTION-COUNT.
           ADD WS-SEC-LINE-COUNT       TO WS-RCP-LINE-COUNT.
           MOVE 'Y'                    TO WS-SEC-ROUTED-FLAG
                                                  (WS-SEC-SUB).

           MOVE SPACES                 TO REGISTER-RECORD.
           MOVE WS-RUN-DATE            TO RG-RUN-DATE.
           MOVE WS-REPORT-ID           TO RG-REPORT-ID.
           MOVE WS-SEC-KEY (WS-SEC-SUB) TO RG-SECTION-KEY.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO RG-RECIPIENT-ID.
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO RG-RECIPIENT-NAME.
           MOVE WS-SEC-PAGE-COUNT      TO RG-PAGES.
           MOVE WS-SEC-LINE-COUNT      TO RG-LINES.
           WRITE REGISTER-RECORD.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO DL-RECIPIENT-ID.
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO DL-RECIPIENT-NAME.
           MOVE WS-SEC-KEY (WS-SEC-SUB) TO DL-SECTION-KEY.
           MOVE WS-SEC-PAGE-COUNT      TO DL-PAGES.
           MOVE WS-SEC-LINE-COUNT      TO DL-LINES.

           IF WS-SEC-KEY (WS-SEC-SUB) = SPACES
               MOVE '(UNKEYED SECTION)' TO DL-REMARK
           END-IF.

           PERFORM 8200-RPT-WRITE-DETAIL.

       2200-EXIT. EXIT.

       2210-COPY-ONE-LINE.

           EVALUATE TRUE
               WHEN WS-LINE-FOOTER
                   CONTINUE
               WHEN WS-LINE-HEADING
                   ADD 1                TO WS-RCP-PAGE-NUM
                                           WS-SEC-PAGE-COUNT
                   MOVE WS-RCP-PAGE-NUM TO HV-PAGE-NUM
                   MOVE WS-LINE-WORK    TO BO-LINE
                   WRITE BURST-RECORD
               WHEN OTHER
                   IF WS-LINE-WORK NOT = DFRPT-HEADING-LINE-2
                       ADD 1            TO WS-SEC-LINE-COUNT
                   END-IF
                   MOVE WS-LINE-WORK    TO BO-LINE
                   WRITE BURST-RECORD
           END-EVALUATE.

       2210-EXIT. EXIT.

      **** EVERY SECTION NOBODY RECEIVED, SO IT CAN BE ADDED TO THE
      **** TABLE OR DELIBERATELY LEFT OUT.
       3000-LIST-UNROUTED.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               IF WS-SEC-ROUTED-FLAG (WS-SEC-SUB) = 'N'
                   ADD 1                TO WS-UNROUTED-COUNT
               END-IF
           END-PERFORM.

           IF WS-UNROUTED-COUNT = ZERO
               MOVE SPACES              TO TL-TEXT
               MOVE 'EVERY SECTION HAS A RECIPIENT' TO TL-TEXT
               MOVE WS-TEXT-LINE        TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO TL-TEXT.
           MOVE 'SECTIONS WITH NO RECIPIENT ON DFDISTBL'
                                        TO TL-TEXT.
           MOVE WS-TEXT-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               IF WS-SEC-ROUTED-FLAG (WS-SEC-SUB) = 'N'
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE '*NONE*'        TO DL-RECIPIENT-ID
                   MOVE WS-SEC-KEY (WS-SEC-SUB) TO DL-SECTION-KEY
                   MOVE WS-SEC-PAGES (WS-SEC-SUB) TO DL-PAGES
                   MOVE WS-SEC-LINES (WS-SEC-SUB) TO DL-LINES
                   MOVE 'NOT DISTRIBUTED'  TO DL-REMARK
                   IF WS-SEC-KEY (WS-SEC-SUB) = SPACES
                       MOVE 'NOT DISTRIBUTED (UNKEYED SECTION)'
                                        TO DL-REMARK
                   END-IF
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

       3000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
