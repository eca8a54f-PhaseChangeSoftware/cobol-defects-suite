       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF02RTNA.

      *REMARKS:    STORE-TO-PLANT RETURN AUTHORIZATION RUN - TURNS
      *            THE DF02RTAU RETURN AUTHORIZATIONS INTO RETURN
      *            MANIFESTS FOR DF02RECV TO RECEIVE, AND FORCES THE
      *            RETURN OF RECALLED PARTS FROM EVERY STORE HOLDING
      *            THEM.

      ******************************************************************
      ****   STOCK USED TO FLOW ONE WAY - DF02RTE AND DF02ALOC PUSH ****
      ****   IT FROM PLANTS TO STORES.  THIS RUN PULLS IT BACK.     ****
      ****   EACH DF02RTAU AUTHORIZATION NAMES A STORE, A PART, A   ****
      ****   QUANTITY AND A REASON:                                 ****
      ****                                                          ****
      ****   'O' OVERSTOCK - BACK TO THE PLANT NAMED ON THE         ****
      ****       AUTHORIZATION, OR IF NONE TO THE BEST ELIGIBLE     ****
      ****       PLANT ON DF02PLNT (LOWEST PRIORITY NUMBER NOT      ****
      ****       ZERO), AS SELLABLE STOCK;                          ****
      ****   'D' DAMAGE    - TO THE QUARANTINE LOCATION;            ****
      ****   'R' RECALL    - TO THE QUARANTINE LOCATION.            ****
      ****                                                          ****
      ****   EVERY ACCEPTED RETURN IS WRITTEN TO DF02RMNF IN THE    ****
      ****   DF02TORD TRANSFER-ORDER SHAPE (STORE AND REASON        ****
      ****   APPENDED) UNDER AN 'R' + YYMMDD + SEQUENCE MANIFEST    ****
      ****   NUMBER.  DF02RECV RECEIVES IT LIKE A PLANT TRANSFER,   ****
      ****   SO THE STOCK REACHES DF02INVF THROUGH DF02IUPD'S       ****
      ****   NORMAL 'R' TRANSACTION.  THE QUARANTINE LOCATION IS A  ****
      ****   LOCATION CODE KEPT OFF DF02PLNT, SO NEITHER DF02RTE    ****
      ****   NOR DF02ALOC EVER SENDS ITS STOCK BACK OUT; THE        ****
      ****   DF02RTPM PARAMETER CARD MAY NAME IT (DEFAULT 'QTN').   ****
      ****                                                          ****
      ****   A RECALLED PART IS PULLED FROM EVERYWHERE.  EVERY      ****
      ****   STORE THE DF02STLG STORE STOCK LEDGER SHOWS STILL      ****
      ****   HOLDING IT (ALLOCATED LESS RETURNED) AND NOT ALREADY   ****
      ****   RETURNING IT IN FULL GETS A FORCED RETURN FOR THE      ****
      ****   BALANCE, AND THE RECALL SECTION OF THE REPORT LISTS    ****
      ****   EVERY PLANT WITH ON-HAND ON DF02INVF AND EVERY STORE   ****
      ****   RETURN FOR THE PART SO NOTHING IS MISSED.  EACH        ****
      ****   RETURN MANIFESTED IS APPENDED TO THE LEDGER AS AN 'R'  ****
      ****   LINE.  A REJECTED AUTHORIZATION ENDS THE RUN WITH      ****
      ****   RETURN CODE 4.                                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AUTHORIZATION-FILE
                                   ASSIGN TO DF02RTAU
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUTH-STATUS.

           SELECT PARAMETER-FILE   ASSIGN TO DF02RTPM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PLANT-FILE       ASSIGN TO DF02PLNT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLANT-STATUS.

           SELECT INVENTORY-FILE   ASSIGN TO DF02INVF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO DF02STLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RETURN-FILE      ASSIGN TO DF02RMNF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF02RPTG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUTHORIZATION-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS AUTHORIZATION-RECORD.

       01  AUTHORIZATION-RECORD.
           05  RA-STORE                PIC X(20).
           05  RA-PART                 PIC X(08).
           05  RA-QUANTITY             PIC 9(07).
           05  RA-REASON               PIC X(01).
               88  RA-REASON-OVERSTOCK     VALUE 'O'.
               88  RA-REASON-DAMAGE        VALUE 'D'.
               88  RA-REASON-RECALL        VALUE 'R'.
           05  RA-PLANT                PIC X(03).

       FD  PARAMETER-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

       01  PARAMETER-RECORD.
           05  RP-QUARANTINE-LOCATION  PIC X(03).

       FD  PLANT-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PLANT-RECORD.

       01  PLANT-RECORD.
           05  PR-PLANT                PIC X(03).
           05  PR-PRIORITY             PIC 9(02).
           05  PR-ANTI-THEFT-THRESH    PIC 9(01).

       FD  INVENTORY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  IR-PLANT                PIC X(03).
           05  IR-PART                 PIC X(08).
           05  IR-ON-HAND              PIC 9(07).

       FD  LEDGER-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS LEDGER-RECORD.

       01  LEDGER-RECORD               PIC X(54).

       FD  RETURN-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS RETURN-RECORD.

       01  RETURN-RECORD               PIC X(63).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUTH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PLANT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-INVENTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-AUTH-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-AUTH-EOF                 VALUE 'Y'.

       01  WS-PLANT-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-PLANT-EOF                VALUE 'Y'.

       01  WS-INVENTORY-EOF-FLAG       PIC X(01) VALUE SPACE.
           88  WS-INVENTORY-EOF            VALUE 'Y'.

       01  WS-LEDGER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-LEDGER-EOF               VALUE 'Y'.

       01  WS-QUARANTINE-LOCATION      PIC X(03) VALUE 'QTN'.

      **** EVERY PLANT ON THE MASTER, WITH THE BEST ELIGIBLE ONE
      **** (LOWEST PRIORITY NUMBER NOT ZERO) NOTED FOR OVERSTOCK.
       01  WS-PLANT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PLANT-TABLE.
           05  WS-PLT-PLANT            PIC X(03) OCCURS 100 TIMES.

       01  WS-PLT-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-BEST-PLANT               PIC X(03) VALUE SPACES.
       01  WS-BEST-PRIORITY            PIC 9(02) VALUE ZERO.
       01  WS-PLANT-FOUND-FLAG         PIC X(01) VALUE 'N'.

       01  WS-INV-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY            OCCURS 500 TIMES.
               10  WS-INV-PLANT        PIC X(03).
               10  WS-INV-PART         PIC X(08).
               10  WS-INV-ON-HAND      PIC 9(07).

       01  WS-INV-SUB                  PIC 9(04) VALUE ZERO.

      **** NET STOCK HELD BY STORE AND PART FROM THE LEDGER,
      **** DRAWN DOWN AS RETURNS ARE MANIFESTED THIS RUN.
       01  WS-HOLDING-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-HOLDING-TABLE.
           05  WS-HLD-ENTRY            OCCURS 2000 TIMES.
               10  WS-HLD-STORE        PIC X(20).
               10  WS-HLD-PART         PIC X(08).
               10  WS-HLD-QUANTITY     PIC S9(08).

       01  WS-HLD-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-HLD-FOUND-SUB            PIC 9(04) VALUE ZERO.
       01  WS-HLD-RECALL-SUB           PIC 9(04) VALUE ZERO.

      **** THE RUN'S RETURN MANIFEST LINES, SORTED BY RECEIVING
      **** LOCATION FOR PRINTING.
       01  WS-RETURN-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-RETURN-TABLE.
           05  WS-RTN-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-RETURN-COUNT
                                       ASCENDING KEY IS WS-RTN-KEY
                                       INDEXED BY WS-RTN-IDX.
               10  WS-RTN-KEY.
                   15  WS-RTN-PLANT    PIC X(03).
                   15  WS-RTN-NUMBER   PIC X(10).
               10  WS-RTN-RECORD       PIC X(63).

       01  WS-RTN-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REJECT-TABLE.
           05  WS-REJ-ENTRY            OCCURS 200 TIMES.
               10  WS-REJ-STORE        PIC X(20).
               10  WS-REJ-PART         PIC X(08).
               10  WS-REJ-QUANTITY     PIC 9(07).
               10  WS-REJ-REASON       PIC X(01).
               10  WS-REJ-MESSAGE      PIC X(30).

       01  WS-REJ-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-REJECT-MESSAGE           PIC X(30) VALUE SPACES.

       01  WS-RECALL-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-RECALL-TABLE.
           05  WS-RCL-PART             PIC X(08) OCCURS 100 TIMES.

       01  WS-RCL-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-RECALL-FOUND-FLAG        PIC X(01) VALUE 'N'.

       01  WS-AUTH-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-FORCED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE RETURN BEING BUILT - FROM AN AUTHORIZATION OR FORCED
      **** BY A RECALL.
       01  WS-NEW-STORE                PIC X(20) VALUE SPACES.
       01  WS-NEW-PART                 PIC X(08) VALUE SPACES.
       01  WS-NEW-QUANTITY             PIC 9(07) VALUE ZERO.
       01  WS-NEW-REASON               PIC X(01) VALUE SPACE.
       01  WS-NEW-PLANT                PIC X(03) VALUE SPACES.
       01  WS-NEW-FORCED               PIC X(01) VALUE 'N'.

      **** RETURN MANIFEST NUMBER = 'R' + ROUTING DATE (YYMMDD) PLUS
      **** A THREE-DIGIT SEQUENCE WITHIN THE RUN.
       01  WS-MANIFEST-SEQUENCE        PIC 9(03) VALUE ZERO.
       01  WS-MANIFEST-NUMBER.
           05  FILLER                  PIC X(01) VALUE 'R'.
           05  WS-MNO-YY               PIC X(02).
           05  WS-MNO-MM               PIC X(02).
           05  WS-MNO-DD               PIC X(02).
           05  WS-MNO-SEQUENCE         PIC 9(03).

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

       COPY DF02RMNR.

       COPY DF02STLR.

       COPY DFRUNDT.

       01  WS-LOCATION-HEADING.
           05  FILLER                  PIC X(20) VALUE
                                       'RECEIVING LOCATION  '.
           05  LH-PLANT                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LH-NOTE                 PIC X(40).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE 'MANIFEST'.
           05  FILLER                  PIC X(22) VALUE 'STORE'.
           05  FILLER                  PIC X(10) VALUE 'PART'.
           05  FILLER                  PIC X(10) VALUE '  QUANTITY'.
           05  FILLER                  PIC X(14) VALUE '  REASON'.
           05  FILLER                  PIC X(64) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  DL-MANIFEST             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STORE                PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PART                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-QUANTITY             PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-REASON               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(40).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TEXT                 PIC X(40).
           05  SL-PART                 PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF02RTNA START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               DISPLAY 'DF02RTNA NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PRD-YYYY (3:2)      TO WS-MNO-YY.
           MOVE WS-PRD-MM              TO WS-MNO-MM.
           MOVE WS-PRD-DD              TO WS-MNO-DD.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-PLANTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-ON-HAND THRU 1300-EXIT.
           PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF02RTNA A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NO RETURNS MANIFESTED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-AUTHORIZE-RETURNS.

           OPEN INPUT AUTHORIZATION-FILE.

           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'DF02RTNA NO RETURN AUTHORIZATIONS'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM UNTIL WS-AUTH-EOF
               READ AUTHORIZATION-FILE
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUTH-COUNT
                       PERFORM 2000-AUTHORIZE-ONE-RETURN THRU
                               2000-EXIT
               END-READ
           END-PERFORM.

           CLOSE AUTHORIZATION-FILE.

           PERFORM VARYING WS-RCL-SUB FROM 1 BY 1
                       UNTIL WS-RCL-SUB > WS-RECALL-COUNT
               PERFORM 3000-FORCE-RECALL THRU 3000-EXIT
           END-PERFORM.

       1000-WRITE-MANIFESTS.

           OPEN OUTPUT RETURN-FILE.

           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'DF02RTNA RETURN MANIFEST OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND LEDGER-FILE.

           IF WS-LEDGER-STATUS = '00'
               NEXT SENTENCE
           ELSE
               OPEN OUTPUT LEDGER-FILE
           END-IF.

           IF WS-RETURN-COUNT > 1
               SORT WS-RTN-ENTRY
                   ASCENDING KEY WS-RTN-KEY
           END-IF.

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                       UNTIL WS-RTN-SUB > WS-RETURN-COUNT
               MOVE WS-RTN-RECORD (WS-RTN-SUB) TO DF02-RETURN-MANIFEST
               WRITE RETURN-RECORD    FROM DF02-RETURN-MANIFEST
               MOVE DF02-RTM-STORE      TO DF02-STL-STORE
               MOVE DF02-RTM-PART       TO DF02-STL-PART
               MOVE 'R'                 TO DF02-STL-ACTION
               MOVE DF02-RTM-QUANTITY   TO DF02-STL-QUANTITY
               MOVE WS-PROCESSING-DATE  TO DF02-STL-DATE
               MOVE 'DF02RTNA'          TO DF02-STL-SOURCE
               WRITE LEDGER-RECORD    FROM DF02-STORE-LEDGER-RECORD
           END-PERFORM.

           CLOSE RETURN-FILE.
           CLOSE LEDGER-FILE.

       1000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF02RTNA - STORE RETURN MANIFEST'
                                        TO DFRPT-TITLE.

           MOVE SPACES                 TO LH-PLANT.

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                       UNTIL WS-RTN-SUB > WS-RETURN-COUNT
               IF WS-RTN-PLANT (WS-RTN-SUB) NOT = LH-PLANT
                   PERFORM 4000-START-LOCATION THRU 4000-EXIT
               END-IF
               PERFORM 4100-PRINT-RETURN THRU 4100-EXIT
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           IF WS-REJECT-COUNT > ZERO
               PERFORM 4200-PRINT-REJECTS THRU 4200-EXIT
               MOVE 4                   TO RETURN-CODE
           END-IF.

           PERFORM VARYING WS-RCL-SUB FROM 1 BY 1
                       UNTIL WS-RCL-SUB > WS-RECALL-COUNT
               PERFORM 4300-PRINT-RECALL THRU 4300-EXIT
           END-PERFORM.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF02RTNA AUTHORIZATIONS READ = ' WS-AUTH-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02RTNA RETURNS MANIFESTED  = ' WS-RETURN-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02RTNA FORCED BY RECALL    = ' WS-FORCED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02RTNA REJECTED            = ' WS-REJECT-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF02RTNA END OF JOB' UPON CONSOLE.

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

           IF RP-QUARANTINE-LOCATION NOT = SPACES
               MOVE RP-QUARANTINE-LOCATION TO WS-QUARANTINE-LOCATION
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-PLANTS.

           OPEN INPUT PLANT-FILE.

           IF WS-PLANT-STATUS NOT = '00'
               DISPLAY 'DF02RTNA NO PLANT MASTER - OVERSTOCK '
                       'RETURNS NEED A NAMED PLANT' UPON CONSOLE
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-PLANT-EOF
               READ PLANT-FILE
                   AT END
                       SET WS-PLANT-EOF TO TRUE
                   NOT AT END
                       IF WS-PLANT-COUNT < 100
                           ADD 1 TO WS-PLANT-COUNT
                           MOVE PR-PLANT
                               TO WS-PLT-PLANT (WS-PLANT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
                       IF PR-PRIORITY NOT = ZERO
                          AND (WS-BEST-PLANT = SPACES
                               OR PR-PRIORITY < WS-BEST-PRIORITY)
                           MOVE PR-PLANT    TO WS-BEST-PLANT
                           MOVE PR-PRIORITY TO WS-BEST-PRIORITY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLANT-FILE.

       1200-EXIT. EXIT.

       1300-LOAD-ON-HAND.

           OPEN INPUT INVENTORY-FILE.

           IF WS-INVENTORY-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-INVENTORY-EOF
               READ INVENTORY-FILE
                   AT END
                       SET WS-INVENTORY-EOF TO TRUE
                   NOT AT END
                       IF WS-INV-COUNT < 500
                           ADD 1 TO WS-INV-COUNT
                           MOVE IR-PLANT
                               TO WS-INV-PLANT (WS-INV-COUNT)
                           MOVE IR-PART
                               TO WS-INV-PART (WS-INV-COUNT)
                           MOVE IR-ON-HAND
                               TO WS-INV-ON-HAND (WS-INV-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.

       1300-EXIT. EXIT.

       1400-LOAD-LEDGER.

           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE INTO DF02-STORE-LEDGER-RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1450-POST-LEDGER-LINE THRU 1450-EXIT
               END-READ
           END-PERFORM.

           CLOSE LEDGER-FILE.

       1400-EXIT. EXIT.

       1450-POST-LEDGER-LINE.

           MOVE DF02-STL-STORE         TO WS-NEW-STORE.
           MOVE DF02-STL-PART          TO WS-NEW-PART.
           PERFORM 2400-FIND-HOLDING THRU 2400-EXIT.

           IF WS-HLD-FOUND-SUB = ZERO
               IF WS-HOLDING-COUNT < 2000
                   ADD 1                TO WS-HOLDING-COUNT
                   MOVE WS-HOLDING-COUNT TO WS-HLD-FOUND-SUB
                   MOVE DF02-STL-STORE
                       TO WS-HLD-STORE (WS-HLD-FOUND-SUB)
                   MOVE DF02-STL-PART
                       TO WS-HLD-PART (WS-HLD-FOUND-SUB)
                   MOVE ZERO
                       TO WS-HLD-QUANTITY (WS-HLD-FOUND-SUB)
               ELSE
                   MOVE 'Y'             TO WS-OVERFLOW-FLAG
                   GO TO 1450-EXIT
               END-IF
           END-IF.

           IF DF02-STL-RETURNED
               SUBTRACT DF02-STL-QUANTITY
                   FROM WS-HLD-QUANTITY (WS-HLD-FOUND-SUB)
           ELSE
               ADD DF02-STL-QUANTITY
                   TO WS-HLD-QUANTITY (WS-HLD-FOUND-SUB)
           END-IF.

       1450-EXIT. EXIT.

       2000-AUTHORIZE-ONE-RETURN.

           MOVE SPACES                 TO WS-REJECT-MESSAGE.

           IF RA-STORE = SPACES OR RA-PART = SPACES
               MOVE 'STORE OR PART MISSING' TO WS-REJECT-MESSAGE
               GO TO 2000-REJECT
           END-IF.

           IF RA-QUANTITY NOT NUMERIC OR RA-QUANTITY = ZERO
               MOVE 'QUANTITY NOT VALID' TO WS-REJECT-MESSAGE
               GO TO 2000-REJECT
           END-IF.

           IF NOT RA-REASON-OVERSTOCK AND NOT RA-REASON-DAMAGE
              AND NOT RA-REASON-RECALL
               MOVE 'REASON NOT O, D OR R' TO WS-REJECT-MESSAGE
               GO TO 2000-REJECT
           END-IF.

           IF RA-REASON-OVERSTOCK
               PERFORM 2100-PICK-RETURN-PLANT THRU 2100-EXIT
               IF WS-REJECT-MESSAGE NOT = SPACES
                   GO TO 2000-REJECT
               END-IF
           ELSE
               MOVE WS-QUARANTINE-LOCATION TO WS-NEW-PLANT
           END-IF.

           MOVE RA-STORE               TO WS-NEW-STORE.
           MOVE RA-PART                TO WS-NEW-PART.
           MOVE RA-QUANTITY            TO WS-NEW-QUANTITY.
           MOVE RA-REASON              TO WS-NEW-REASON.
           MOVE 'N'                    TO WS-NEW-FORCED.
           PERFORM 2500-ADD-RETURN THRU 2500-EXIT.

           IF RA-REASON-RECALL
               PERFORM 2200-NOTE-RECALL THRU 2200-EXIT
           END-IF.

           GO TO 2000-EXIT.

       2000-REJECT.

           IF WS-REJECT-COUNT < 200
               ADD 1                    TO WS-REJECT-COUNT
               MOVE RA-STORE        TO WS-REJ-STORE (WS-REJECT-COUNT)
               MOVE RA-PART         TO WS-REJ-PART (WS-REJECT-COUNT)
               MOVE RA-REASON       TO WS-REJ-REASON (WS-REJECT-COUNT)
               MOVE WS-REJECT-MESSAGE
                                    TO WS-REJ-MESSAGE (WS-REJECT-COUNT)
               IF RA-QUANTITY NUMERIC
                   MOVE RA-QUANTITY
                                   TO WS-REJ-QUANTITY (WS-REJECT-COUNT)
               ELSE
                   MOVE ZERO
                                   TO WS-REJ-QUANTITY (WS-REJECT-COUNT)
               END-IF
           ELSE
               DISPLAY 'DF02RTNA REJECTED ' RA-STORE ' ' RA-PART
                       ' ' WS-REJECT-MESSAGE UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

      **** OVERSTOCK GOES TO THE PLANT THE AUTHORIZATION NAMES, IF
      **** IT IS ON THE MASTER, OTHERWISE TO THE BEST ELIGIBLE PLANT.
       2100-PICK-RETURN-PLANT.

           IF RA-PLANT = SPACES
               IF WS-BEST-PLANT = SPACES
                   MOVE 'NO PLANT TO RECEIVE' TO WS-REJECT-MESSAGE
               ELSE
                   MOVE WS-BEST-PLANT   TO WS-NEW-PLANT
               END-IF
               GO TO 2100-EXIT
           END-IF.

           MOVE 'N'                    TO WS-PLANT-FOUND-FLAG.

           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1
                       UNTIL WS-PLT-SUB > WS-PLANT-COUNT
               IF WS-PLT-PLANT (WS-PLT-SUB) = RA-PLANT
                   MOVE 'Y'             TO WS-PLANT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-PLANT-FOUND-FLAG = 'Y'
               MOVE RA-PLANT            TO WS-NEW-PLANT
           ELSE
               MOVE 'PLANT NOT ON MASTER' TO WS-REJECT-MESSAGE
           END-IF.

       2100-EXIT. EXIT.

       2200-NOTE-RECALL.

           MOVE 'N'                    TO WS-RECALL-FOUND-FLAG.

           PERFORM VARYING WS-RCL-SUB FROM 1 BY 1
                       UNTIL WS-RCL-SUB > WS-RECALL-COUNT
               IF WS-RCL-PART (WS-RCL-SUB) = RA-PART
                   MOVE 'Y'             TO WS-RECALL-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-RECALL-FOUND-FLAG = 'N'
               IF WS-RECALL-COUNT < 100
                   ADD 1                TO WS-RECALL-COUNT
                   MOVE RA-PART         TO WS-RCL-PART (WS-RECALL-COUNT)
               ELSE
                   DISPLAY 'DF02RTNA RECALL TABLE FULL - ' RA-PART
                           ' NOT FORCED' UPON CONSOLE
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

       2200-EXIT. EXIT.

       2400-FIND-HOLDING.

           MOVE ZERO                   TO WS-HLD-FOUND-SUB.

           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                       UNTIL WS-HLD-SUB > WS-HOLDING-COUNT
                          OR WS-HLD-FOUND-SUB NOT = ZERO
               IF WS-HLD-STORE (WS-HLD-SUB) = WS-NEW-STORE
                  AND WS-HLD-PART (WS-HLD-SUB) = WS-NEW-PART
                   MOVE WS-HLD-SUB      TO WS-HLD-FOUND-SUB
               END-IF
           END-PERFORM.

       2400-EXIT. EXIT.

       2500-ADD-RETURN.

           IF WS-RETURN-COUNT NOT < 1000
               DISPLAY 'DF02RTNA RETURN TABLE FULL - ' WS-NEW-STORE
                       ' ' WS-NEW-PART ' NOT MANIFESTED' UPON CONSOLE
               MOVE 4                   TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.

           ADD 1                       TO WS-RETURN-COUNT.
           ADD 1                       TO WS-MANIFEST-SEQUENCE.
           MOVE WS-MANIFEST-SEQUENCE   TO WS-MNO-SEQUENCE.

           MOVE SPACES                 TO DF02-RETURN-MANIFEST.
           MOVE WS-MANIFEST-NUMBER     TO DF02-RTM-MANIFEST-NO.
           MOVE WS-NEW-PART            TO DF02-RTM-PART.
           MOVE WS-NEW-QUANTITY        TO DF02-RTM-QUANTITY.
           MOVE 'STR'                  TO DF02-RTM-FROM-LOCATION.
           MOVE WS-NEW-PLANT           TO DF02-RTM-PLANT.
           MOVE WS-PROCESSING-DATE     TO DF02-RTM-ROUTING-DATE.
           MOVE WS-NEW-STORE           TO DF02-RTM-STORE.
           MOVE WS-NEW-REASON          TO DF02-RTM-REASON.
           MOVE WS-NEW-FORCED          TO DF02-RTM-FORCED-FLAG.

           MOVE WS-NEW-PLANT        TO WS-RTN-PLANT (WS-RETURN-COUNT).
           MOVE WS-MANIFEST-NUMBER  TO WS-RTN-NUMBER (WS-RETURN-COUNT).
           MOVE DF02-RETURN-MANIFEST
                                    TO WS-RTN-RECORD (WS-RETURN-COUNT).

           PERFORM 2400-FIND-HOLDING THRU 2400-EXIT.

           IF WS-HLD-FOUND-SUB NOT = ZERO
               SUBTRACT WS-NEW-QUANTITY
                   FROM WS-HLD-QUANTITY (WS-HLD-FOUND-SUB)
           END-IF.

       2500-EXIT. EXIT.

      **** EVERY STORE STILL HOLDING THE RECALLED PART AFTER THE
      **** AUTHORIZED RETURNS IS MADE TO SEND BACK THE BALANCE.
       3000-FORCE-RECALL.

           PERFORM VARYING WS-HLD-RECALL-SUB FROM 1 BY 1
                       UNTIL WS-HLD-RECALL-SUB > WS-HOLDING-COUNT
               IF WS-HLD-PART (WS-HLD-RECALL-SUB) =
                                       WS-RCL-PART (WS-RCL-SUB)
                  AND WS-HLD-QUANTITY (WS-HLD-RECALL-SUB) > ZERO
                   MOVE WS-HLD-STORE (WS-HLD-RECALL-SUB)
                                        TO WS-NEW-STORE
                   MOVE WS-HLD-PART (WS-HLD-RECALL-SUB)
                                        TO WS-NEW-PART
                   MOVE WS-HLD-QUANTITY (WS-HLD-RECALL-SUB)
                                        TO WS-NEW-QUANTITY
                   MOVE 'R'             TO WS-NEW-REASON
                   MOVE WS-QUARANTINE-LOCATION TO WS-NEW-PLANT
                   MOVE 'Y'             TO WS-NEW-FORCED
                   ADD 1                TO WS-FORCED-COUNT
                   PERFORM 2500-ADD-RETURN THRU 2500-EXIT
               END-IF
           END-PERFORM.

       3000-EXIT. EXIT.

      **** EACH RECEIVING LOCATION STARTS A FRESH PAGE SO THE DOCK
      **** CAN WORK STRAIGHT OFF IT.
       4000-START-LOCATION.

           MOVE WS-RTN-PLANT (WS-RTN-SUB) TO LH-PLANT.

           IF LH-PLANT = WS-QUARANTINE-LOCATION
               MOVE 'QUARANTINE - NOT SELLABLE STOCK' TO LH-NOTE
           ELSE
               MOVE 'SELLABLE STOCK'    TO LH-NOTE
           END-IF.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-LOCATION-HEADING    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       4100-PRINT-RETURN.

           MOVE WS-RTN-RECORD (WS-RTN-SUB) TO DF02-RETURN-MANIFEST.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE DF02-RTM-MANIFEST-NO   TO DL-MANIFEST.
           MOVE DF02-RTM-STORE         TO DL-STORE.
           MOVE DF02-RTM-PART          TO DL-PART.
           MOVE DF02-RTM-QUANTITY      TO DL-QUANTITY.

           EVALUATE TRUE
               WHEN DF02-RTM-OVERSTOCK
                   MOVE 'OVERSTOCK'     TO DL-REASON
               WHEN DF02-RTM-DAMAGE
                   MOVE 'DAMAGE'        TO DL-REASON
               WHEN DF02-RTM-RECALL
                   MOVE 'RECALL'        TO DL-REASON
           END-EVALUATE.

           IF DF02-RTM-FORCED
               MOVE 'FORCED - RECALL BALANCE PER LEDGER'
                                        TO DL-NOTE
           END-IF.

       4100-EXIT. EXIT.

       4200-PRINT-REJECTS.

           MOVE 'DF02RTNA - REJECTED RETURNS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                       UNTIL WS-REJ-SUB > WS-REJECT-COUNT
               MOVE SPACES              TO WS-DETAIL-LINE
               MOVE WS-REJ-STORE (WS-REJ-SUB)    TO DL-STORE
               MOVE WS-REJ-PART (WS-REJ-SUB)     TO DL-PART
               MOVE WS-REJ-QUANTITY (WS-REJ-SUB) TO DL-QUANTITY
               MOVE WS-REJ-REASON (WS-REJ-SUB)   TO DL-REASON
               MOVE WS-REJ-MESSAGE (WS-REJ-SUB)  TO DL-NOTE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

       4200-EXIT. EXIT.

      **** THE RECALL LIST - EVERY PLANT WITH THE PART ON HAND AND
      **** EVERY STORE RETURN FOR IT, AUTHORIZED OR FORCED.
       4300-PRINT-RECALL.

           MOVE 'DF02RTNA - RECALL EXPOSURE'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE SPACES                 TO WS-SECTION-LINE.
           MOVE 'RECALLED PART'        TO SL-TEXT.
           MOVE WS-RCL-PART (WS-RCL-SUB) TO SL-PART.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-INV-COUNT
               IF WS-INV-PART (WS-INV-SUB) = WS-RCL-PART (WS-RCL-SUB)
                  AND WS-INV-ON-HAND (WS-INV-SUB) > ZERO
                  AND WS-INV-PLANT (WS-INV-SUB) NOT =
                                       WS-QUARANTINE-LOCATION
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE 'PLANT'         TO DL-MANIFEST
                   MOVE WS-INV-PLANT (WS-INV-SUB) TO DL-STORE
                   MOVE WS-INV-PART (WS-INV-SUB)  TO DL-PART
                   MOVE WS-INV-ON-HAND (WS-INV-SUB) TO DL-QUANTITY
                   MOVE 'RECALL'        TO DL-REASON
                   MOVE 'ON HAND AT PLANT - PULL TO QUARANTINE'
                                        TO DL-NOTE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                       UNTIL WS-RTN-SUB > WS-RETURN-COUNT
               MOVE WS-RTN-RECORD (WS-RTN-SUB) TO DF02-RETURN-MANIFEST
               IF DF02-RTM-PART = WS-RCL-PART (WS-RCL-SUB)
                   PERFORM 4100-PRINT-RETURN THRU 4100-EXIT
                   IF NOT DF02-RTM-FORCED
                       MOVE 'STORE RETURN AUTHORIZED' TO DL-NOTE
                   END-IF
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

       4300-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
