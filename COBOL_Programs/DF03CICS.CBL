      ****   KEEPS THE NUMBER-DERIVED DEFAULT; A BLANK PREFERENCE   ****
      ****   ON CHANGE KEEPS WHAT THE RECORD ALREADY HAS.           ****
      ****                                                          ****
      ****   EVERY ADD, CHANGE AND DEACTIVATION ALSO WRITES ONE     ****
      ****   DF03CHGJ CHANGE-JOURNAL ROW PER FIELD THAT CHANGED     ****
      ****   (OLD VALUE, NEW VALUE, OPERATOR, DATE AND TIME), AS    ****
      ****   COMPARED BY THE SHARED DF03CHGD ROUTINE.  ACTION H     ****
      ****   SHOWS THE CUSTOMER'S SIX MOST RECENT CHANGES, NEWEST   ****
      ****   FIRST, SO A DISPUTED NAME, STATUS, CYCLE OR DELIVERY   ****
      ****   PREFERENCE CAN BE TRACED TO WHO CHANGED IT AND WHEN.   ****
      ****                                                          ****
      ****   THIS PROGRAM MUST BE RUN THROUGH THE CICS COMMAND      ****
      ****   TRANSLATOR BEFORE COMPILATION - THE EXEC CICS          ****
      ****   STATEMENTS ARE NOT NATIVE COBOL AND ARE NOT EXPECTED   ****

           COPY DF03NOTR.

           COPY DF03CHGR.

           COPY DF03CHGC.

       01  WS-NOTE-CUST-NUMBER         PIC X(10) VALUE SPACES.
       01  WS-NOTE-BROWSE-KEY          PIC X(23) VALUE SPACES.
       01  WS-NOTE-RESP                PIC S9(08) COMP VALUE ZERO.

      **** CHANGE JOURNAL WORK AREAS.  THE JOURNAL WRITE AND BROWSE
      **** CHECK RESP IN LINE SO THE DUPREC HANDLE CONDITION ON THE
      **** CUSTOMER MASTER NEVER FIRES FOR A JOURNAL KEY CLASH.
       01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
       01  WS-JRN-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-JRN-SEQ                  PIC 9(03) VALUE ZERO.
       01  WS-JRN-RESP                 PIC S9(08) COMP VALUE ZERO.
       01  WS-JRN-WRITTEN-FLAG         PIC X(01) VALUE 'N'.
       01  WS-JRN-FAILED-FLAG          PIC X(01) VALUE 'N'.
       01  WS-HIST-BROWSE-KEY          PIC X(31) VALUE SPACES.
       01  WS-HIST-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-HIST-LINE.
           05  HL-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-HH                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  HL-MI                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-FIELD                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-BEFORE               PIC X(20).
           05  FILLER                  PIC X(03) VALUE ' > '.
           05  HL-AFTER                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-OPERATOR             PIC X(08).

      **** CA-BROWSE-FLAG 'B' MEANS THE DF03BRWS NAME-SEARCH BROWSE
      **** TRANSFERRED IN WITH A SELECTED CUSTOMER NUMBER TO
      **** PRE-FILL ON THE MAINTENANCE SCREEN.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  WS-CD-TIME              PIC X(08).
           05  FILLER                  PIC X(05).

       01  WS-STAMP-DATE.
           05  WS-STAMP-YYYY           PIC X(04).
                   PERFORM 4000-CHANGE-CUSTOMER
               WHEN 'D'
                   PERFORM 5000-DEACTIVATE-CUSTOMER
               WHEN 'H'
                   PERFORM 7000-SHOW-CHANGE-HISTORY
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, C, D OR H (ADD/CHANGE/DEACT/H
      -                 'ISTORY)'      TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP    ('DF03MAP')

           MOVE 'CUSTOMER ADDED'       TO MSGO.

           MOVE SPACES                 TO DF03CHG-BEFORE-IMAGE.
           MOVE 'A'                    TO WS-JRN-ACTION.
           PERFORM 6500-JOURNAL-CHANGES THRU 6500-EXIT.

       3000-EXIT. EXIT.

       4000-CHANGE-CUSTOMER.
                UPDATE
           END-EXEC.

           MOVE DF03-CUSTOMER-RECORD   TO DF03CHG-BEFORE-IMAGE.

           MOVE CUSTNMI                TO DF03-CUST-NAME.
           MOVE WS-SIGNED-ON-USERID    TO DF03-LAST-UPDATE-USERID.
           MOVE WS-STAMP-DATE          TO DF03-LAST-UPDATE-DATE.

           MOVE 'CUSTOMER CHANGED'     TO MSGO.

           MOVE 'C'                    TO WS-JRN-ACTION.
           PERFORM 6500-JOURNAL-CHANGES THRU 6500-EXIT.

           MOVE CUSTNOI                TO WS-NOTE-CUST-NUMBER.
           PERFORM 6000-FETCH-LATEST-NOTE THRU 6000-EXIT.

                UPDATE
           END-EXEC.

           MOVE DF03-CUSTOMER-RECORD   TO DF03CHG-BEFORE-IMAGE.

           SET DF03-CUST-INACTIVE      TO TRUE.
           MOVE WS-SIGNED-ON-USERID    TO DF03-LAST-UPDATE-USERID.
           MOVE WS-STAMP-DATE          TO DF03-LAST-UPDATE-DATE.

           MOVE 'CUSTOMER DEACTIVATED' TO MSGO.

           MOVE 'D'                    TO WS-JRN-ACTION.
           PERFORM 6500-JOURNAL-CHANGES THRU 6500-EXIT.

           MOVE CUSTNOI                TO WS-NOTE-CUST-NUMBER.
           PERFORM 6000-FETCH-LATEST-NOTE THRU 6000-EXIT.


       6000-EXIT. EXIT.

      **** ONE DF03CHGJ ROW PER FIELD DF03CHGD FINDS CHANGED BETWEEN
      **** THE BEFORE IMAGE THE CALLER SAVED AND THE RECORD JUST
      **** WRITTEN.  ROWS OF ONE UPDATE SHARE THE DATE AND TIME AND
      **** TAKE SUCCESSIVE SEQUENCE NUMBERS; A KEY ALREADY ON FILE
      **** (TWO UPDATES IN THE SAME HUNDREDTH OF A SECOND) SIMPLY
      **** TAKES THE NEXT SEQUENCE.
       6500-JOURNAL-CHANGES.

           MOVE DF03-CUSTOMER-RECORD   TO DF03CHG-AFTER-IMAGE.

           CALL 'DF03CHGD'            USING DF03CHG-CONTROL-RECORD.

           MOVE ZERO                   TO WS-JRN-SEQ.
           MOVE 'N'                    TO WS-JRN-FAILED-FLAG.

           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
                       UNTIL WS-JRN-SUB > DF03CHG-FIELD-COUNT
               PERFORM 6600-WRITE-JOURNAL-ROW THRU 6600-EXIT
           END-PERFORM.

      **** THE MASTER IS ALREADY UPDATED - SAY SO, BUT MAKE SURE THE
      **** CLERK KNOWS THE CHANGE IS NOT ON THE JOURNAL.
           IF WS-JRN-FAILED-FLAG = 'Y'
               MOVE 'UPDATE DONE BUT NOT JOURNALED - REPORT IT'
                                        TO MSGO
           END-IF.

       6500-EXIT. EXIT.

       6600-WRITE-JOURNAL-ROW.

           MOVE SPACES                 TO DF03-CHG-RECORD.
           MOVE DF03-CUST-NUMBER       TO DF03-CHG-CUST-NUMBER.
           MOVE WS-STAMP-DATE          TO DF03-CHG-DATE.
           MOVE WS-CD-TIME             TO DF03-CHG-TIME.
           MOVE DF03CHG-FIELD-NAME (WS-JRN-SUB) TO DF03-CHG-FIELD.
           MOVE WS-JRN-ACTION          TO DF03-CHG-ACTION.
           MOVE WS-SIGNED-ON-USERID    TO DF03-CHG-OPERATOR.
           MOVE 'DF03CICS'             TO DF03-CHG-PROGRAM.
           MOVE DF03CHG-FIELD-BEFORE (WS-JRN-SUB) TO DF03-CHG-BEFORE.
           MOVE DF03CHG-FIELD-AFTER (WS-JRN-SUB)  TO DF03-CHG-AFTER.

           MOVE 'N'                    TO WS-JRN-WRITTEN-FLAG.

           PERFORM UNTIL WS-JRN-WRITTEN-FLAG = 'Y'
               ADD 1                    TO WS-JRN-SEQ
               MOVE WS-JRN-SEQ          TO DF03-CHG-SEQ
               EXEC CICS WRITE
                    DATASET   ('DF03CHGJ')
                    FROM      (DF03-CHG-RECORD)
                    RIDFLD    (DF03-CHG-KEY)
                    RESP      (WS-JRN-RESP)
               END-EXEC
               IF WS-JRN-RESP = DFHRESP(NORMAL)
                   MOVE 'Y'             TO WS-JRN-WRITTEN-FLAG
               ELSE
                   IF WS-JRN-RESP NOT = DFHRESP(DUPREC)
                      OR WS-JRN-SEQ > 998
                       MOVE 'Y'         TO WS-JRN-FAILED-FLAG
                       MOVE 'Y'         TO WS-JRN-WRITTEN-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       6600-EXIT. EXIT.

      **** ACTION H: THE CUSTOMER'S SIX MOST RECENT JOURNALED CHANGES,
      **** NEWEST FIRST - A BACKWARD BROWSE FROM HIGH-VALUES UNDER
      **** THE CUSTOMER NUMBER, THE SAME WAY THE LATEST NOTE IS FOUND.
      **** THE FULL HISTORY BY DATE RANGE OR OPERATOR IS THE DF03CHRP
      **** BATCH REPORT.
       7000-SHOW-CHANGE-HISTORY.

           IF CUSTNOI = SPACES
               MOVE 'HISTORY NEEDS A CUSTOMER NUMBER' TO MSGO
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES                 TO DF03-CUST-KEY.
           MOVE CUSTNOI                TO DF03-CUST-NUMBER.

           EXEC CICS READ
                DATASET   ('DF03FILE')
                INTO      (DF03-CUSTOMER-RECORD)
                RIDFLD    (DF03-CUST-KEY)
           END-EXEC.

           MOVE DF03-CUST-NAME         TO CUSTNMO.
           MOVE DF03-CUST-STATUS       TO CUSTSTO.
           MOVE DF03-BILL-CYCLE        TO BCYCLO.
           MOVE DF03-DELIVERY-PREF     TO DLVPRO.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > 6
               MOVE SPACES              TO HISTLNO (WS-HIST-SUB)
           END-PERFORM.

           MOVE 'NO CHANGES JOURNALED FOR THIS CUSTOMER' TO MSGO.

           MOVE HIGH-VALUES            TO WS-HIST-BROWSE-KEY.
           MOVE CUSTNOI                TO WS-HIST-BROWSE-KEY (1:10).

           EXEC CICS STARTBR
                DATASET   ('DF03CHGJ')
                RIDFLD    (WS-HIST-BROWSE-KEY)
                LTEQ
                RESP      (WS-JRN-RESP)
           END-EXEC.

           IF WS-JRN-RESP NOT = DFHRESP(NORMAL)
               GO TO 7000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-HIST-SUB.

           PERFORM UNTIL WS-HIST-SUB >= 6
               EXEC CICS READPREV
                    DATASET   ('DF03CHGJ')
                    INTO      (DF03-CHG-RECORD)
                    RIDFLD    (WS-HIST-BROWSE-KEY)
                    RESP      (WS-JRN-RESP)
               END-EXEC
               IF WS-JRN-RESP NOT = DFHRESP(NORMAL)
                  OR DF03-CHG-CUST-NUMBER NOT = CUSTNOI
                   MOVE 6               TO WS-HIST-SUB
               ELSE
                   ADD 1                TO WS-HIST-SUB
                   MOVE DF03-CHG-DATE   TO HL-DATE
                   MOVE DF03-CHG-TIME (1:2) TO HL-HH
                   MOVE DF03-CHG-TIME (3:2) TO HL-MI
                   MOVE DF03-CHG-FIELD  TO HL-FIELD
                   MOVE DF03-CHG-BEFORE TO HL-BEFORE
                   MOVE DF03-CHG-AFTER  TO HL-AFTER
                   MOVE DF03-CHG-OPERATOR TO HL-OPERATOR
                   MOVE WS-HIST-LINE    TO HISTLNO (WS-HIST-SUB)
                   MOVE 'MOST RECENT CHANGES SHOWN, NEWEST FIRST'
                                        TO MSGO
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                DATASET   ('DF03CHGJ')
           END-EXEC.

       7000-EXIT. EXIT.

      **** LIKE 1000-SEND-INITIAL-MAP, THE CONDITION PARAGRAPHS ARE
      **** REACHED GOTO-STYLE BY HANDLE CONDITION AND MUST END THE
      **** TASK THEMSELVES.
