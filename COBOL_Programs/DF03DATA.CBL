      *            EXTENDED TO CALL THE SHARED
      *            DFSTCHK STATUS-CHECK ROUTINE - SEE DFSTCHK.CBL.

      *            EXTENDED TO JOURNAL EVERY LOADED CUSTOMER'S FIELDS
      *            TO THE DF03CHGJ FIELD-LEVEL CHANGE JOURNAL (ACTION
      *            L, OPERATOR DF03DATA) THROUGH THE SHARED DF03CHGD
      *            COMPARE ROUTINE, DATED FROM THE DFRUNCTL RUN
      *            CONTROL - SEE DF03CHGR.CPY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                                   RECORD KEY IS OUTPUT-RECORD-KEY
                                   FILE STATUS IS OUTPUT-STATUS.

           SELECT CHANGE-JOURNAL-FILE
                                   ASSIGN TO DF03CHGJ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS DF03-CHG-KEY
                                   FILE STATUS IS CHGJ-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 OUTPUT-RECORD-KEY         PIC X(13).
           05 OUTPUT-RECORD-DATA        PIC X(67).

       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS DF03-CHG-RECORD.

           COPY DF03CHGR.

       WORKING-STORAGE SECTION.

       01  OUTPUT-STATUS                PIC X(02) VALUE SPACES.
       01  CHGJ-STATUS                  PIC X(02) VALUE SPACES.

       01  WS-DF03-CUSTOMERS.
           05  FILLER.

       01  WS-SUB                       PIC 9(01) VALUE ZERO.

       01  WS-CHG-SUB                   PIC 9(01) VALUE ZERO.
       01  WS-CHG-SEQ                   PIC 9(03) VALUE ZERO.
       01  WS-CHG-COUNT                 PIC 9(04) VALUE ZERO.

       01  WS-CHG-STAMP.
           05  WS-CHG-STAMP-DATE.
               10  WS-CHG-YYYY          PIC X(04).
               10  FILLER               PIC X(01) VALUE '-'.
               10  WS-CHG-MM            PIC X(02).
               10  FILLER               PIC X(01) VALUE '-'.
               10  WS-CHG-DD            PIC X(02).
           05  WS-CHG-STAMP-TIME        PIC X(08).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY               PIC X(04).
           05  WS-CD-MM                 PIC X(02).
           05  WS-CD-DD                 PIC X(02).
           05  WS-CD-TIME               PIC X(08).
           05  FILLER                   PIC X(05).

       COPY DF03CHGC.

       COPY DFRUNDT.

       COPY DFSTAT.

       PROCEDURE DIVISION.

           DISPLAY 'DF03DATA START OF JOB' UPON CONSOLE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CD-TIME             TO WS-CHG-STAMP-TIME.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-CHG-STAMP-DATE
           ELSE
               DISPLAY 'DF03DATA NO RUN CONTROL SET - JOURNAL USES '
                       'SYSTEM DATE' UPON CONSOLE
               MOVE WS-CD-YYYY          TO WS-CHG-YYYY
               MOVE WS-CD-MM            TO WS-CHG-MM
               MOVE WS-CD-DD            TO WS-CHG-DD
           END-IF.

       1000-OPEN-OUTPUT-FILE.

           OPEN OUTPUT OUTPUT-FILE.
               GO TO 1000-END-OF-JOB
           END-IF.

      **** THE JOURNAL KEEPS EARLIER HISTORY ACROSS RELOADS - IT IS
      **** ONLY CREATED, NEVER EMPTIED, HERE.
           OPEN I-O CHANGE-JOURNAL-FILE.

           IF CHGJ-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

           MOVE 'DF03DATA'              TO DFSTAT-PROGRAM-ID.
           MOVE 'OPEN'                  TO DFSTAT-OPERATION.
           MOVE CHGJ-STATUS             TO DFSTAT-STATUS-CODE.
           CALL 'DFSTCHK'              USING DFSTAT-CONTROL-RECORD.

           IF DFSTAT-STATUS-NOTOK
               CLOSE OUTPUT-FILE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-WRITE-OUTPUT-RECORDS.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF DFSTAT-STATUS-NOTOK
                   GO TO 1000-END-OF-JOB
               END-IF
               PERFORM 2000-JOURNAL-LOADED-CUSTOMER
           END-PERFORM.

       1000-CLOSE-OUTPUT-FILE.
               GO TO 1000-END-OF-JOB
           END-IF.

           CLOSE CHANGE-JOURNAL-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF03DATA CHANGES JOURNALED = ' WS-CHG-COUNT
                                                UPON CONSOLE.
           DISPLAY 'DF03DATA END OF JOB' UPON CONSOLE.

           GOBACK.

      **** A LOADED CUSTOMER IS JOURNALED AGAINST A BLANK BEFORE
      **** IMAGE, SO EVERY FIELD IT CARRIES SHOWS AS SET BY THE LOAD.
      **** A KEY ALREADY ON FILE TAKES THE NEXT SEQUENCE NUMBER.
       2000-JOURNAL-LOADED-CUSTOMER.

           MOVE SPACES                  TO DF03CHG-BEFORE-IMAGE.
           MOVE OUTPUT-RECORD           TO DF03CHG-AFTER-IMAGE.
           CALL 'DF03CHGD'             USING DF03CHG-CONTROL-RECORD.

           MOVE ZERO                    TO WS-CHG-SEQ.

           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > DF03CHG-FIELD-COUNT
               MOVE SPACES              TO DF03-CHG-RECORD
               MOVE OUTPUT-RECORD-KEY (1:10)
                                        TO DF03-CHG-CUST-NUMBER
               MOVE WS-CHG-STAMP-DATE   TO DF03-CHG-DATE
               MOVE WS-CHG-STAMP-TIME   TO DF03-CHG-TIME
               MOVE DF03CHG-FIELD-NAME (WS-CHG-SUB)
                                        TO DF03-CHG-FIELD
               SET DF03-CHG-LOADED      TO TRUE
               MOVE 'DF03DATA'          TO DF03-CHG-OPERATOR
               MOVE 'DF03DATA'          TO DF03-CHG-PROGRAM
               MOVE DF03CHG-FIELD-BEFORE (WS-CHG-SUB)
                                        TO DF03-CHG-BEFORE
               MOVE DF03CHG-FIELD-AFTER (WS-CHG-SUB)
                                        TO DF03-CHG-AFTER
               MOVE '22'                TO CHGJ-STATUS
               PERFORM UNTIL CHGJ-STATUS NOT = '22'
                          OR WS-CHG-SEQ > 998
                   ADD 1                TO WS-CHG-SEQ
                   MOVE WS-CHG-SEQ      TO DF03-CHG-SEQ
                   WRITE DF03-CHG-RECORD
               END-PERFORM
               MOVE 'DF03DATA'          TO DFSTAT-PROGRAM-ID
               MOVE 'WRITE'             TO DFSTAT-OPERATION
               MOVE CHGJ-STATUS         TO DFSTAT-STATUS-CODE
               CALL 'DFSTCHK'          USING DFSTAT-CONTROL-RECORD
               IF DFSTAT-STATUS-OK
                   ADD 1                TO WS-CHG-COUNT
               END-IF
           END-PERFORM.
