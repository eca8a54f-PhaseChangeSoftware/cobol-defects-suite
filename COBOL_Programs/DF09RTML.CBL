       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF09RTML.

      *REMARKS:    RETURNED-MAIL ENTRY - MARKS A CUSTOMER'S DF09MAST
      *            ADDRESS UNDELIVERABLE ON THE DF09UNDL FILE AND
      *            OPENS A DF03NOTE CONTACT NOTE FOR EACH RETURN.

      ******************************************************************
      ****   WHEN THE POST OFFICE SENDS BACK A STATEMENT, DUNNING   ****
      ****   LETTER OR INVOICE, NOTHING RECORDED IT AND THE NEXT    ****
      ****   RUN MAILED THE SAME BAD ADDRESS AGAIN.  THE MAILROOM   ****
      ****   NOW KEYS ONE DF09RTMC CARD PER RETURNED PIECE -        ****
      ****   CUSTOMER, DOCUMENT TYPE (STMT, DUNL, INVC, OTHR),      ****
      ****   DATE RETURNED (SPACES = THE PROCESSING DATE) AND THE   ****
      ****   OPERATOR KEYING IT.  THE OPERATOR MUST PASS DFAUTH     ****
      ****   FOR FUNCTION RML.  A GOOD CARD:                        ****
      ****                                                          ****
      ****     - MARKS THE CUSTOMER UNDELIVERABLE ON DF09UNDL       ****
      ****       (DF09UNDR LAYOUT) WITH THE RETURN DATE, DOCUMENT   ****
      ****       TYPE AND THE DF09MAST ADDRESS THAT CAME BACK.  A   ****
      ****       SECOND RETURN TO THE SAME ADDRESS BUMPS THE COUNT  ****
      ****       AND THE LATEST DATE ON THE EXISTING ROW.           ****
      ****     - OPENS A DF03NOTE CONTACT NOTE UNDER THE OPERATOR   ****
      ****       SO CUSTOMER SERVICE SEES THE RETURN ON THE NOTES   ****
      ****       SCREEN.                                            ****
      ****                                                          ****
      ****   WHILE THE ROW STANDS DF03STMT, DF29DUN AND DF06INV     ****
      ****   PRINT NO PAPER FOR THE CUSTOMER; DF09STDZ DROPS THE    ****
      ****   ROW WHEN A DIFFERENT ADDRESS STANDARDIZES CLEAN.       ****
      ****   EVERY CARD PRINTS ON THE DF09RPT4 REGISTER WITH ITS    ****
      ****   RESULT.  UNDER A DRY RUN THE FILE GOES TO ITS SHADOW   ****
      ****   COPY AND NO NOTE IS WRITTEN.                           ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RETURN-FILE      ASSIGN TO DF09RTMC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT MASTER-FILE      ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT UNDL-IN-FILE     ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-IN-STATUS.

           SELECT UNDL-OUT-FILE    ASSIGN TO WS-UNDL-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-OUT-STATUS.

           SELECT NOTE-FILE        ASSIGN TO DF03NOTE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS DF03-NOTE-KEY
                                   FILE STATUS IS WS-NOTE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF09RPT4
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RETURN-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RETURN-RECORD.

       01  RETURN-RECORD.
           05  RC-CUST-NUMBER          PIC X(10).
           05  RC-DOC-TYPE             PIC X(04).
           05  RC-RETURN-DATE          PIC X(10).
           05  RC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(08).

       FD  MASTER-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS MASTER-RECORD.

       01  MASTER-RECORD.
           05  MR-CUST-NUMBER          PIC X(10).
           05  MR-HOUSE-NUMBER         PIC X(20).
           05  MR-STREET-NAME          PIC X(30).
           05  MR-CITY                 PIC X(20).
           05  MR-STATE                PIC X(02).
           05  MR-ZIP                  PIC X(05).

       FD  UNDL-IN-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-IN-RECORD.

       01  UNDL-IN-RECORD              PIC X(130).

       FD  UNDL-OUT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-OUT-RECORD.

       01  UNDL-OUT-RECORD             PIC X(130).

       FD  NOTE-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS DF03-NOTE-RECORD.

           COPY DF03NOTR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-UNDL-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-UNDL-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RETURN-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-RETURN-EOF               VALUE 'Y'.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

       01  WS-NOTE-OPEN-FLAG           PIC X(01) VALUE 'N'.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-UNDL-OUT-NAME            PIC X(09) VALUE 'DF09UNDL'.

       COPY DFRUNDT.

       COPY DFAUTH.

       COPY DF09UNDR.

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

       01  WS-ADDR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST         PIC X(10).
               10  WS-ADR-ADDRESS.
                   15  WS-ADR-HOUSE    PIC X(20).
                   15  WS-ADR-STREET   PIC X(30).
                   15  WS-ADR-CITY     PIC X(20).
                   15  WS-ADR-STATE    PIC X(02).
                   15  WS-ADR-ZIP      PIC X(05).
       01  WS-ADR-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-ADR-SUB            PIC 9(04) VALUE ZERO.

       01  WS-UNDL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNDL-TABLE.
           05  WS-UND-ENTRY            OCCURS 500 TIMES.
               10  WS-UND-RECORD       PIC X(130).
       01  WS-UND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-UND-SUB            PIC 9(04) VALUE ZERO.

       01  WS-NOTE-SEQ                 PIC 9(03) VALUE ZERO.
       01  WS-NOTE-WRITTEN-FLAG        PIC X(01) VALUE 'N'.
       01  WS-RETURN-DATE              PIC X(10) VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(40) VALUE SPACES.
       01  WS-NOTE-RESULT              PIC X(16) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MARKED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-NOTE-COUNT               PIC 9(04) VALUE ZERO.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(06) VALUE 'DOC'.
           05  FILLER                  PIC X(12) VALUE 'RETURNED'.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(42) VALUE 'RESULT'.
           05  FILLER                  PIC X(48) VALUE 'NOTE'.

       01  WS-RETURN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-DOC-TYPE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-RETURN-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-RESULT               PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-NOTE                 PIC X(16).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CARDS = '.
           05  TL-CARDS                PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE '  MARKED = '.
           05  TL-MARKED               PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE
                                       '  REPEAT RETURN ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-REPEAT               PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
                                       '  REJECTED = '.
           05  TL-REJECTED             PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE '  NOTES = '.
           05  TL-NOTES                PIC ZZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF09RTML START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PROCESSING-DATE THRU 1100-EXIT.

           OPEN INPUT RETURN-FILE.

           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'DF09RTML NO RETURNED MAIL KEYED' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-LOAD-ADDRESSES THRU 2000-EXIT.
           PERFORM 2100-LOAD-UNDELIVERABLE THRU 2100-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF09RTML A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               CLOSE RETURN-FILE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE NOTES FILE.
           IF NOT DFRUNDT-DRY-RUN
               OPEN I-O NOTE-FILE
               IF WS-NOTE-STATUS = '00'
                   MOVE 'Y'             TO WS-NOTE-OPEN-FLAG
               ELSE
                   DISPLAY 'DF09RTML NOTES FILE OPEN ERROR - '
                           WS-NOTE-STATUS ' - NO NOTES WRITTEN'
                                               UPON CONSOLE
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF09RTML - RETURNED MAIL REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-PROCESS-RETURNS.

           PERFORM UNTIL WS-RETURN-EOF
               READ RETURN-FILE
                   AT END
                       SET WS-RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-APPLY-ONE-RETURN THRU 3000-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-CARD-COUNT          TO TL-CARDS.
           MOVE WS-MARKED-COUNT        TO TL-MARKED.
           MOVE WS-REPEAT-COUNT        TO TL-REPEAT.
           MOVE WS-REJECT-COUNT        TO TL-REJECTED.
           MOVE WS-NOTE-COUNT          TO TL-NOTES.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE RETURN-FILE.
           CLOSE REPORT-FILE.

           IF WS-NOTE-OPEN-FLAG = 'Y'
               CLOSE NOTE-FILE
           END-IF.

           PERFORM 5000-REWRITE-UNDELIVERABLE THRU 5000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF09RTML RETURN CARDS READ    = ' WS-CARD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF09RTML MARKED UNDELIVERABLE = ' WS-MARKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF09RTML REPEAT RETURNS       = ' WS-REPEAT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF09RTML CARDS REJECTED       = ' WS-REJECT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF09RTML CONTACT NOTES OPENED = ' WS-NOTE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF09RTML END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF09UNDLS'     TO WS-UNDL-OUT-NAME
                   DISPLAY 'DF09RTML SIMULATION - UNDELIVERABLE FILE '
                           'GOES TO SHADOW COPY, NO NOTES WRITTEN'
                                               UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF09RTML NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       1100-EXIT. EXIT.

       2000-LOAD-ADDRESSES.

           OPEN INPUT MASTER-FILE.

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'DF09RTML NO CLEANSED ADDRESS MASTER - EVERY '
                       'CARD WILL REJECT' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDR-COUNT < 500
                           ADD 1 TO WS-ADDR-COUNT
                           MOVE MR-CUST-NUMBER
                               TO WS-ADR-CUST (WS-ADDR-COUNT)
                           MOVE MR-HOUSE-NUMBER
                               TO WS-ADR-HOUSE (WS-ADDR-COUNT)
                           MOVE MR-STREET-NAME
                               TO WS-ADR-STREET (WS-ADDR-COUNT)
                           MOVE MR-CITY
                               TO WS-ADR-CITY (WS-ADDR-COUNT)
                           MOVE MR-STATE
                               TO WS-ADR-STATE (WS-ADDR-COUNT)
                           MOVE MR-ZIP
                               TO WS-ADR-ZIP (WS-ADDR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDL-IN-FILE.

           IF WS-UNDL-IN-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-UNDL-EOF
               READ UNDL-IN-FILE
                   AT END
                       SET WS-UNDL-EOF TO TRUE
                   NOT AT END
                       IF WS-UNDL-COUNT < 500
                           ADD 1 TO WS-UNDL-COUNT
                           MOVE UNDL-IN-RECORD
                               TO WS-UND-RECORD (WS-UNDL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE UNDL-IN-FILE.

       2100-EXIT. EXIT.

      **** ONE RETURNED PIECE.  THE CARD MUST NAME A KNOWN DOCUMENT
      **** TYPE, AN AUTHORIZED OPERATOR AND A CUSTOMER WITH AN
      **** ADDRESS ON THE CLEANSED MASTER.  A RETURN TO THE ADDRESS
      **** ALREADY MARKED ONLY BUMPS THE EXISTING ROW; A RETURN TO
      **** A NEWER ADDRESS STARTS THE ROW AFRESH FOR THAT ADDRESS.
       3000-APPLY-ONE-RETURN.

           ADD 1                       TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-RESULT-TEXT
                                          WS-NOTE-RESULT.

           MOVE RC-RETURN-DATE         TO WS-RETURN-DATE.
           IF WS-RETURN-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO WS-RETURN-DATE
           END-IF.

           MOVE SPACES                 TO DF09-UN-RECORD.
           MOVE RC-DOC-TYPE            TO DF09-UN-DOC-TYPE.

           IF NOT DF09-UN-DOC-VALID
               MOVE 'INVALID DOCUMENT TYPE' TO WS-RESULT-TEXT
               GO TO 3000-REJECT
           END-IF.

           IF RC-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ON CARD' TO WS-RESULT-TEXT
               GO TO 3000-REJECT
           END-IF.

           MOVE RC-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'RML'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'RETURNED MAIL ' RC-DOC-TYPE ' CUST '
                  RC-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-RESULT-TEXT
               GO TO 3000-REJECT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-ADR-SUB.

           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADDR-COUNT
                          OR WS-FOUND-ADR-SUB > ZERO
               IF WS-ADR-CUST (WS-ADR-SUB) = RC-CUST-NUMBER
                   MOVE WS-ADR-SUB      TO WS-FOUND-ADR-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-ADR-SUB = ZERO
               MOVE 'NO ADDRESS ON DF09MAST' TO WS-RESULT-TEXT
               GO TO 3000-REJECT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-UND-SUB.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
                          OR WS-FOUND-UND-SUB > ZERO
               MOVE WS-UND-RECORD (WS-UND-SUB) TO DF09-UN-RECORD
               IF DF09-UN-CUST-NUMBER = RC-CUST-NUMBER
                   MOVE WS-UND-SUB      TO WS-FOUND-UND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-UND-SUB > ZERO
               MOVE WS-UND-RECORD (WS-FOUND-UND-SUB) TO DF09-UN-RECORD
               IF DF09-UN-ADDRESS =
                               WS-ADR-ADDRESS (WS-FOUND-ADR-SUB)
                   ADD 1                TO WS-REPEAT-COUNT
                   IF DF09-UN-RETURN-COUNT < 999
                       ADD 1            TO DF09-UN-RETURN-COUNT
                   END-IF
                   IF WS-RETURN-DATE > DF09-UN-RETURN-DATE
                       MOVE WS-RETURN-DATE TO DF09-UN-RETURN-DATE
                       MOVE RC-DOC-TYPE TO DF09-UN-DOC-TYPE
                   END-IF
                   MOVE RC-OPERATOR-ID  TO DF09-UN-OPERATOR-ID
                   MOVE DF09-UN-RECORD  TO WS-UND-RECORD
                                                  (WS-FOUND-UND-SUB)
                   MOVE 'REPEAT RETURN - ALREADY UNDELIVERABLE'
                                        TO WS-RESULT-TEXT
                   GO TO 3000-WRITE-NOTE
               END-IF
           ELSE
               IF WS-UNDL-COUNT >= 500
                   MOVE 'UNDELIVERABLE TABLE FULL' TO WS-RESULT-TEXT
                   GO TO 3000-REJECT
               END-IF
               ADD 1                    TO WS-UNDL-COUNT
               MOVE WS-UNDL-COUNT       TO WS-FOUND-UND-SUB
           END-IF.

           MOVE SPACES                 TO DF09-UN-RECORD.
           MOVE RC-CUST-NUMBER         TO DF09-UN-CUST-NUMBER.
           MOVE WS-RETURN-DATE         TO DF09-UN-RETURN-DATE.
           MOVE RC-DOC-TYPE            TO DF09-UN-DOC-TYPE.
           MOVE 1                      TO DF09-UN-RETURN-COUNT.
           MOVE WS-RETURN-DATE         TO DF09-UN-FIRST-DATE.
           MOVE WS-ADR-ADDRESS (WS-FOUND-ADR-SUB)
                                       TO DF09-UN-ADDRESS.
           MOVE RC-OPERATOR-ID         TO DF09-UN-OPERATOR-ID.
           MOVE DF09-UN-RECORD         TO WS-UND-RECORD
                                                  (WS-FOUND-UND-SUB).
           ADD 1                       TO WS-MARKED-COUNT.
           MOVE 'MARKED UNDELIVERABLE - PAPER SUSPENDED'
                                       TO WS-RESULT-TEXT.

       3000-WRITE-NOTE.

           PERFORM 4000-OPEN-CONTACT-NOTE THRU 4000-EXIT.

           GO TO 3000-PRINT.

       3000-REJECT.

           ADD 1                       TO WS-REJECT-COUNT.

       3000-PRINT.

           MOVE SPACES                 TO WS-RETURN-LINE.
           MOVE RC-CUST-NUMBER         TO RL-CUST-NUMBER.
           MOVE RC-DOC-TYPE            TO RL-DOC-TYPE.
           MOVE WS-RETURN-DATE         TO RL-RETURN-DATE.
           MOVE RC-OPERATOR-ID         TO RL-OPERATOR.
           MOVE WS-RESULT-TEXT         TO RL-RESULT.
           MOVE WS-NOTE-RESULT         TO RL-NOTE.
           MOVE WS-RETURN-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** THE NOTE IS DATED THE DAY IT IS KEYED AND STAMPED WITH
      **** THE OPERATOR, THE SAME WAY THE ONLINE NOTES SCREEN DOES
      **** IT.  THE SEQUENCE NUMBER WALKS FORWARD UNTIL THE WRITE
      **** LANDS - SEVERAL NOTES ON ONE DAY EACH GET THEIR OWN KEY.
       4000-OPEN-CONTACT-NOTE.

           IF WS-NOTE-OPEN-FLAG NOT = 'Y'
               MOVE 'NOT WRITTEN'       TO WS-NOTE-RESULT
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-NOTE-SEQ.
           MOVE 'N'                    TO WS-NOTE-WRITTEN-FLAG.

           PERFORM UNTIL WS-NOTE-SEQ > 998
               ADD 1                    TO WS-NOTE-SEQ
               MOVE SPACES              TO DF03-NOTE-RECORD
               MOVE RC-CUST-NUMBER      TO DF03-NOTE-CUST-NUMBER
               MOVE WS-PROCESSING-DATE  TO DF03-NOTE-DATE
               MOVE WS-NOTE-SEQ         TO DF03-NOTE-SEQ
               MOVE RC-OPERATOR-ID      TO DF03-NOTE-OPERATOR
               STRING 'MAIL RETURNED ' RC-DOC-TYPE ' '
                      WS-RETURN-DATE
                      ' - ADDRESS MARKED UNDELIVERABLE'
                      DELIMITED BY SIZE
                      INTO DF03-NOTE-TEXT
               END-STRING
               WRITE DF03-NOTE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'         TO WS-NOTE-WRITTEN-FLAG
                       MOVE 999         TO WS-NOTE-SEQ
               END-WRITE
           END-PERFORM.

           IF WS-NOTE-WRITTEN-FLAG = 'Y'
               ADD 1                    TO WS-NOTE-COUNT
               MOVE 'NOTE OPENED'       TO WS-NOTE-RESULT
           ELSE
               MOVE 'NOTE FAILED'       TO WS-NOTE-RESULT
           END-IF.

       4000-EXIT. EXIT.

       5000-REWRITE-UNDELIVERABLE.

           IF WS-MARKED-COUNT = ZERO AND WS-REPEAT-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT UNDL-OUT-FILE.

           IF WS-UNDL-OUT-STATUS NOT = '00'
               DISPLAY 'DF09RTML UNDELIVERABLE FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               WRITE UNDL-OUT-RECORD   FROM WS-UND-RECORD (WS-UND-SUB)
           END-PERFORM.

           CLOSE UNDL-OUT-FILE.

       5000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
