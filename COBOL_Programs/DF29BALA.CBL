       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29BALA.

      *REMARKS:    SHARED BALANCE-ACCESS ROUTINE FOR THE KEYED DF29BALF
      *            CUSTOMER BALANCE MASTER.

      ******************************************************************
      ****   DF29BALF USED TO BE A LINE-SEQUENTIAL FILE THAT EVERY  ****
      ****   PROGRAM IN THE DF29 CHAIN (DF29POST, DF29CASH,         ****
      ****   DF29NSF, DF29RFND, DF29FIN, DF29WOFF, DF03MRGE AND     ****
      ****   THE LATER ADDITIONS) LOADED INTO A 500-ENTRY TABLE AND ****
      ****   WROTE BACK OUT WHOLE, SO THE FILE WAS COPIED SEVEN OR  ****
      ****   MORE TIMES A NIGHT AND THE STEPS HAD TO RUN STRICTLY   ****
      ****   ONE AFTER ANOTHER.  THE MASTER IS NOW A KSDS KEYED ON  ****
      ****   THE CUSTOMER NUMBER, AND THIS ROUTINE IS THE ONLY      ****
      ****   PROGRAM THAT UPDATES IT.  A CALLER OPENS IT ONCE,      ****
      ****   READS (OR READS FOR UPDATE) ONE CUSTOMER AT A TIME OR  ****
      ****   BROWSES THE MASTER IN KEY ORDER, APPLIES A SIGNED      ****
      ****   AMOUNT WITH A REASON, AND CLOSES IT - SEE DF29BALC.CPY ****
      ****   FOR THE CALL INTERFACE.  ONLY THE RECORDS ACTUALLY     ****
      ****   TOUCHED ARE REWRITTEN.                                 ****
      ****                                                        ****
      ****   EACH APPLIED AMOUNT IS LOGGED HERE TO THE DF29LINF     ****
      ****   LINEAGE FILE UNDER THE CALLER'S LINEAGE ID AND REASON, ****
      ****   WITH THE DIRECTION OF THE MOVEMENT, SO EVERY CHANGE TO ****
      ****   A BALANCE CAN BE TRACED WHATEVER PROGRAM MADE IT.      ****
      ****                                                        ****
      ****   UNDER A DRY-RUN THE CALLER PASSES DRY-RUN FLAG D: THE  ****
      ****   MASTER IS OPENED FOR INPUT ONLY, APPLIED AMOUNTS ARE   ****
      ****   HELD IN A SIMULATION TABLE (SO LATER READS IN THE SAME ****
      ****   RUN SEE THEM), NOTHING GOES TO DF29LINF, AND AT CLOSE  ****
      ****   THE SIMULATED BALANCES OF THE CUSTOMERS THE RUN        ****
      ****   TOUCHED ARE WRITTEN TO THE DF29BALFS SHADOW FILE.      ****
      ****                                                        ****
      ****   A RANDOM READ DURING A BROWSE LOSES THE BROWSE         ****
      ****   POSITION; THE ROUTINE REMEMBERS THE LAST KEY BROWSED   ****
      ****   AND REPOSITIONS PAST IT ON THE NEXT READ-NEXT.  AN     ****
      ****   APPLY TO THE CUSTOMER JUST READ REWRITES THE RECORD IN ****
      ****   PLACE WITHOUT A SECOND READ.                           ****
      ****                                                        ****
      ****   A REMOVE APPLIES THE AMOUNT (NORMALLY THE WHOLE        ****
      ****   BALANCE, SO THE LINEAGE LOG SHOWS IT GOING TO ZERO)    ****
      ****   AND THEN DELETES THE CUSTOMER - WRITTEN-OFF AND        ****
      ****   MERGED-OUT ACCOUNTS DROP OFF THE MASTER JUST AS THEY   ****
      ****   DID WHEN THE FILE WAS REWRITTEN WHOLE.                 ****
      ******************************************************************

      ******************************************************************
      ****   DF29POST AND DF29CASH CAN NOW RUN SPLIT INTO CUSTOMER- ****
      ****   NUMBER PARTITIONS, SEVERAL AT ONCE.  EACH PARTITION    ****
      ****   UPDATES ONLY ITS OWN CUSTOMERS ON THE SHARED MASTER,   ****
      ****   BUT TWO JOBS CANNOT APPEND TO ONE SEQUENTIAL LINEAGE   ****
      ****   FILE, SO A PARTITION OPEN (FUNCTION P) SENDS THE       ****
      ****   LINEAGE EVENTS - AND A DRY-RUN'S SHADOW BALANCES - TO  ****
      ****   THE PARTITION'S OWN DF29LINFPNN / DF29BALFSPNN FILE.   ****
      ****   DF29PMRG ADDS THEM TO DF29LINF ONCE EVERY PARTITION    ****
      ****   HAS RUN AND THE TOTALS ARE PROVEN.                     ****
      ****                                                        ****
      ****   A LINEAGE LOG THAT CANNOT BE OPENED FAILS THE UPDATE   ****
      ****   OPEN WITH 92 AND NOTHING IS APPLIED.  A LINEAGE EVENT  ****
      ****   THAT CANNOT BE WRITTEN RETURNS 93, WITH A CONSOLE LINE ****
      ****   SAYING THE BALANCE ITSELF WAS UPDATED, SO A LOST EVENT ****
      ****   IS NEVER PASSED OFF AS A CLEAN APPLY.                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS BAL-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT LINEAGE-FILE     ASSIGN TO WS-LINEAGE-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT SHADOW-FILE      ASSIGN TO WS-SHADOW-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SHADOW-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BAL-CUST-NUMBER          PIC X(10).
           05  BAL-BALANCE              PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  LINEAGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-LIN-RECORD.

       COPY DF29LIN.

       FD  SHADOW-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS SHADOW-RECORD.

       01  SHADOW-RECORD.
           05  SHR-CUST-NUMBER          PIC X(10).
           05  SHR-BALANCE              PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LINEAGE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SHADOW-STATUS            PIC X(02) VALUE SPACES.

      **** THE LIVE LINEAGE LOG AND SHADOW, OR A PARTITION'S OWN.
       01  WS-LINEAGE-NAME             PIC X(12) VALUE 'DF29LINF'.
       01  WS-SHADOW-NAME              PIC X(12) VALUE 'DF29BALFS'.
       01  WS-PARTITION-ID             PIC X(02) VALUE SPACES.

       01  WS-OPEN-FLAG                PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN              VALUE 'Y'.

       01  WS-MASTER-PRESENT-FLAG      PIC X(01) VALUE 'N'.
           88  WS-MASTER-PRESENT           VALUE 'Y'.

       01  WS-UPDATE-FLAG              PIC X(01) VALUE 'N'.
           88  WS-UPDATE-ALLOWED           VALUE 'Y'.

       01  WS-SIMULATE-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SIMULATING               VALUE 'Y'.

      **** THE CUSTOMER WHOSE RECORD IS IN THE RECORD AREA, READ AND
      **** HELD FOR AN APPLY THAT MAY FOLLOW.
       01  WS-HELD-KEY                 PIC X(10) VALUE SPACES.
       01  WS-HELD-FOUND               PIC X(01) VALUE 'N'.

       01  WS-BROWSE-FLAG              PIC X(01) VALUE 'N'.
           88  WS-BROWSE-ACTIVE            VALUE 'Y'.
       01  WS-BROWSE-LOST-FLAG         PIC X(01) VALUE 'N'.
           88  WS-BROWSE-LOST              VALUE 'Y'.
       01  WS-BROWSE-KEY               PIC X(10) VALUE SPACES.

       01  WS-CURRENT-BALANCE          PIC S9(09)V99 VALUE ZERO.
       01  WS-APPLY-COUNT              PIC 9(07) VALUE ZERO.

       01  WS-SIM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SIM-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-SIM-COUNT
                                       ASCENDING KEY IS WS-SIM-CUST
                                       INDEXED BY WS-SIM-IDX.
               10  WS-SIM-CUST         PIC X(10).
               10  WS-SIM-BALANCE      PIC S9(09)V99 COMP-3.
               10  WS-SIM-REMOVED-FLAG PIC X(01).

       LINKAGE SECTION.

       COPY DF29BALC.

       PROCEDURE DIVISION           USING DF29BAL-CONTROL-RECORD.

       1000-BALANCE-ACTION.

           MOVE '00'                   TO DF29BAL-RETURN-CODE.

           IF NOT DF29BAL-FN-OPEN AND NOT DF29BAL-FN-OPEN-PARTITION
              AND NOT WS-MASTER-OPEN
               MOVE '91'                TO DF29BAL-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DF29BAL-FN-OPEN
                   MOVE SPACES          TO WS-PARTITION-ID
                   PERFORM 2000-OPEN-MASTER THRU 2000-EXIT
               WHEN DF29BAL-FN-OPEN-PARTITION
                   IF DF29BAL-PARTITION NOT NUMERIC
                      OR DF29BAL-PARTITION = '00'
                       MOVE '90'        TO DF29BAL-RETURN-CODE
                   ELSE
                       MOVE DF29BAL-PARTITION TO WS-PARTITION-ID
                       PERFORM 2000-OPEN-MASTER THRU 2000-EXIT
                   END-IF
               WHEN DF29BAL-FN-READ
                   PERFORM 3000-READ-CUSTOMER THRU 3000-EXIT
               WHEN DF29BAL-FN-READ-UPDATE
                   IF WS-UPDATE-ALLOWED
                       PERFORM 3000-READ-CUSTOMER THRU 3000-EXIT
                   ELSE
                       MOVE '94'        TO DF29BAL-RETURN-CODE
                   END-IF
               WHEN DF29BAL-FN-START-BROWSE
                   PERFORM 3400-START-BROWSE THRU 3400-EXIT
               WHEN DF29BAL-FN-READ-NEXT
                   PERFORM 3500-READ-NEXT-CUSTOMER THRU 3500-EXIT
               WHEN DF29BAL-FN-APPLY
                   IF WS-UPDATE-ALLOWED
                       PERFORM 4000-APPLY-AMOUNT THRU 4000-EXIT
                   ELSE
                       MOVE '94'        TO DF29BAL-RETURN-CODE
                   END-IF
               WHEN DF29BAL-FN-REMOVE
                   IF WS-UPDATE-ALLOWED
                       PERFORM 4800-REMOVE-CUSTOMER THRU 4800-EXIT
                   ELSE
                       MOVE '94'        TO DF29BAL-RETURN-CODE
                   END-IF
               WHEN DF29BAL-FN-CLOSE
                   PERFORM 6000-CLOSE-MASTER THRU 6000-EXIT
               WHEN OTHER
                   MOVE '90'            TO DF29BAL-RETURN-CODE
           END-EVALUATE.

           MOVE WS-APPLY-COUNT         TO DF29BAL-APPLY-COUNT.

       1000-EXIT.

           GOBACK.

      ******************************************************************
      ****   OPEN.  AN UPDATE OPEN OF A MASTER THAT DOES NOT EXIST  ****
      ****   YET DEFINES AN EMPTY ONE, AS DF29POST'S "STARTING A    ****
      ****   NEW ONE" ALWAYS DID; AN INQUIRY OR SIMULATED OPEN      ****
      ****   TREATS IT AS EMPTY.                                    ****
      ******************************************************************
       2000-OPEN-MASTER.

           IF WS-MASTER-OPEN
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N'                    TO WS-UPDATE-FLAG.
           MOVE 'N'                    TO WS-SIMULATE-FLAG.
           MOVE 'N'                    TO WS-BROWSE-FLAG.
           MOVE 'N'                    TO WS-BROWSE-LOST-FLAG.
           MOVE SPACES                 TO WS-HELD-KEY.
           MOVE 'N'                    TO WS-HELD-FOUND.
           MOVE ZERO                   TO WS-SIM-COUNT.
           MOVE ZERO                   TO WS-APPLY-COUNT.
           SET DF29BAL-FOUND-YES       TO TRUE.

           MOVE 'DF29LINF'             TO WS-LINEAGE-NAME.
           MOVE 'DF29BALFS'            TO WS-SHADOW-NAME.

           IF WS-PARTITION-ID NOT = SPACES
               MOVE SPACES              TO WS-LINEAGE-NAME
               STRING 'DF29LINFP' WS-PARTITION-ID
                      DELIMITED BY SIZE
                      INTO WS-LINEAGE-NAME
               END-STRING
               MOVE SPACES              TO WS-SHADOW-NAME
               STRING 'DF29BALFSP' WS-PARTITION-ID
                      DELIMITED BY SIZE
                      INTO WS-SHADOW-NAME
               END-STRING
           END-IF.

           IF DF29BAL-DRY-RUN
               MOVE 'Y'                 TO WS-SIMULATE-FLAG
           END-IF.

           IF DF29BAL-MODE-UPDATE
               MOVE 'Y'                 TO WS-UPDATE-FLAG
           END-IF.

           IF WS-UPDATE-ALLOWED AND NOT WS-SIMULATING
               OPEN I-O BALANCE-FILE
               IF WS-BALANCE-STATUS = '35'
                   DISPLAY 'DF29BALA NO BALANCE MASTER ON FILE - '
                           'DEFINING A NEW ONE FOR '
                           DF29BAL-PROGRAM-ID UPON CONSOLE
                   SET DF29BAL-FOUND-NO TO TRUE
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
                   OPEN I-O BALANCE-FILE
               END-IF
           ELSE
               OPEN INPUT BALANCE-FILE
               IF WS-BALANCE-STATUS = '35'
                   SET DF29BAL-FOUND-NO TO TRUE
                   MOVE 'N'             TO WS-MASTER-PRESENT-FLAG
                   MOVE 'Y'             TO WS-OPEN-FLAG
                   GO TO 2000-OPEN-LINEAGE
               END-IF
           END-IF.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29BALA BALANCE MASTER OPEN ERROR '
                       WS-BALANCE-STATUS ' FOR '
                       DF29BAL-PROGRAM-ID UPON CONSOLE
               MOVE '92'                TO DF29BAL-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'Y'                    TO WS-MASTER-PRESENT-FLAG.
           MOVE 'Y'                    TO WS-OPEN-FLAG.

       2000-OPEN-LINEAGE.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE LIVE LINEAGE LOG.
      **** WITHOUT A LINEAGE LOG NO BALANCE IS TOUCHED - THE MASTER
      **** IS CLOSED AGAIN AND THE OPEN FAILS.
           IF WS-UPDATE-ALLOWED AND NOT WS-SIMULATING
               OPEN EXTEND LINEAGE-FILE
               IF WS-LINEAGE-STATUS NOT = '00'
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
               IF WS-LINEAGE-STATUS NOT = '00'
                   DISPLAY 'DF29BALA LINEAGE OPEN ERROR '
                           WS-LINEAGE-STATUS ' ON ' WS-LINEAGE-NAME
                           ' FOR ' DF29BAL-PROGRAM-ID UPON CONSOLE
                   CLOSE BALANCE-FILE
                   MOVE 'N'             TO WS-OPEN-FLAG
                   MOVE 'N'             TO WS-MASTER-PRESENT-FLAG
                   MOVE '92'            TO DF29BAL-RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
           END-IF.

       2000-EXIT. EXIT.

      ******************************************************************
      ****   READ ONE CUSTOMER.  A SIMULATED BALANCE, IF THE RUN    ****
      ****   HAS ALREADY MOVED THIS CUSTOMER, WINS OVER THE FILE.   ****
      ******************************************************************
       3000-READ-CUSTOMER.

           SET DF29BAL-FOUND-NO        TO TRUE.
           MOVE ZERO                   TO WS-CURRENT-BALANCE.
           MOVE DF29BAL-CUST-NUMBER    TO WS-HELD-KEY.
           MOVE 'N'                    TO WS-HELD-FOUND.

           IF WS-BROWSE-ACTIVE
               MOVE 'Y'                 TO WS-BROWSE-LOST-FLAG
           END-IF.

           IF WS-MASTER-PRESENT
               MOVE DF29BAL-CUST-NUMBER TO BAL-CUST-NUMBER
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'         TO WS-HELD-FOUND
                       SET DF29BAL-FOUND-YES TO TRUE
                       MOVE BAL-BALANCE TO WS-CURRENT-BALANCE
               END-READ
               IF WS-BALANCE-STATUS NOT = '00'
                  AND WS-BALANCE-STATUS NOT = '23'
                   DISPLAY 'DF29BALA READ ERROR ' WS-BALANCE-STATUS
                           ' CUSTOMER ' DF29BAL-CUST-NUMBER
                                              UPON CONSOLE
                   MOVE '93'            TO DF29BAL-RETURN-CODE
               END-IF
           END-IF.

           IF WS-SIMULATING
               PERFORM 5000-FIND-SIMULATED THRU 5000-EXIT
               IF WS-SIM-SUB NOT = ZERO
                   SET DF29BAL-FOUND-YES TO TRUE
                   MOVE WS-SIM-BALANCE (WS-SIM-SUB)
                                        TO WS-CURRENT-BALANCE
                   IF WS-SIM-REMOVED-FLAG (WS-SIM-SUB) = 'Y'
                       SET DF29BAL-FOUND-NO TO TRUE
                       MOVE 'N'         TO WS-HELD-FOUND
                       MOVE ZERO        TO WS-CURRENT-BALANCE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-CURRENT-BALANCE     TO DF29BAL-PRIOR-BALANCE.
           MOVE WS-CURRENT-BALANCE     TO DF29BAL-NEW-BALANCE.

       3000-EXIT. EXIT.

       3400-START-BROWSE.

           MOVE 'Y'                    TO WS-BROWSE-FLAG.
           MOVE 'N'                    TO WS-BROWSE-LOST-FLAG.
           MOVE SPACES                 TO WS-HELD-KEY.
           MOVE 'N'                    TO WS-HELD-FOUND.

           IF NOT WS-MASTER-PRESENT
               GO TO 3400-EXIT
           END-IF.

           MOVE DF29BAL-CUST-NUMBER    TO BAL-CUST-NUMBER.

           START BALANCE-FILE KEY IS NOT LESS THAN BAL-CUST-NUMBER
               INVALID KEY
                   MOVE 'N'             TO WS-BROWSE-FLAG
           END-START.

       3400-EXIT. EXIT.

       3500-READ-NEXT-CUSTOMER.

           SET DF29BAL-FOUND-NO        TO TRUE.
           MOVE SPACES                 TO WS-HELD-KEY.
           MOVE 'N'                    TO WS-HELD-FOUND.

           IF NOT WS-MASTER-PRESENT OR NOT WS-BROWSE-ACTIVE
               MOVE '10'                TO DF29BAL-RETURN-CODE
               GO TO 3500-EXIT
           END-IF.

           IF WS-BROWSE-LOST
               MOVE 'N'                 TO WS-BROWSE-LOST-FLAG
               MOVE WS-BROWSE-KEY       TO BAL-CUST-NUMBER
               START BALANCE-FILE KEY IS GREATER THAN BAL-CUST-NUMBER
                   INVALID KEY
                       MOVE 'N'         TO WS-BROWSE-FLAG
                       MOVE '10'        TO DF29BAL-RETURN-CODE
                       GO TO 3500-EXIT
               END-START
           END-IF.

           READ BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'N'             TO WS-BROWSE-FLAG
                   MOVE '10'            TO DF29BAL-RETURN-CODE
                   GO TO 3500-EXIT
           END-READ.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29BALA BROWSE ERROR ' WS-BALANCE-STATUS
                                              UPON CONSOLE
               MOVE 'N'                 TO WS-BROWSE-FLAG
               MOVE '93'                TO DF29BAL-RETURN-CODE
               GO TO 3500-EXIT
           END-IF.

           MOVE BAL-CUST-NUMBER        TO WS-BROWSE-KEY.
           MOVE BAL-CUST-NUMBER        TO WS-HELD-KEY.
           MOVE BAL-CUST-NUMBER        TO DF29BAL-CUST-NUMBER.
           MOVE 'Y'                    TO WS-HELD-FOUND.
           SET DF29BAL-FOUND-YES       TO TRUE.
           MOVE BAL-BALANCE            TO WS-CURRENT-BALANCE.

      **** A CUSTOMER THE SIMULATION HAS REMOVED IS BROWSED PAST.
           IF WS-SIMULATING
               PERFORM 5000-FIND-SIMULATED THRU 5000-EXIT
               IF WS-SIM-SUB NOT = ZERO
                   IF WS-SIM-REMOVED-FLAG (WS-SIM-SUB) = 'Y'
                       GO TO 3500-READ-NEXT-CUSTOMER
                   END-IF
                   MOVE WS-SIM-BALANCE (WS-SIM-SUB)
                                        TO WS-CURRENT-BALANCE
               END-IF
           END-IF.

           MOVE WS-CURRENT-BALANCE     TO DF29BAL-PRIOR-BALANCE.
           MOVE WS-CURRENT-BALANCE     TO DF29BAL-NEW-BALANCE.

       3500-EXIT. EXIT.

      ******************************************************************
      ****   APPLY A SIGNED AMOUNT.  THE CUSTOMER IS READ FIRST     ****
      ****   UNLESS IT IS THE ONE JUST READ.  A CUSTOMER NOT ON THE ****
      ****   MASTER IS ADDED ONLY WHEN THE CALLER ASKS FOR IT;      ****
      ****   OTHERWISE FOUND COMES BACK N AND NOTHING IS APPLIED.   ****
      ******************************************************************
       4000-APPLY-AMOUNT.

           IF DF29BAL-CUST-NUMBER NOT = WS-HELD-KEY
              OR WS-HELD-KEY = SPACES
               PERFORM 3000-READ-CUSTOMER THRU 3000-EXIT
               IF DF29BAL-RETURN-CODE NOT = '00'
                   GO TO 4000-EXIT
               END-IF
           ELSE
               MOVE WS-CURRENT-BALANCE  TO DF29BAL-PRIOR-BALANCE
               IF WS-HELD-FOUND = 'Y'
                   SET DF29BAL-FOUND-YES TO TRUE
               ELSE
                   IF WS-SIMULATING
                       PERFORM 5000-FIND-SIMULATED THRU 5000-EXIT
                   ELSE
                       MOVE ZERO        TO WS-SIM-SUB
                   END-IF
                   IF WS-SIM-SUB = ZERO
                       SET DF29BAL-FOUND-NO TO TRUE
                   ELSE
                       IF WS-SIM-REMOVED-FLAG (WS-SIM-SUB) = 'Y'
                           SET DF29BAL-FOUND-NO TO TRUE
                       ELSE
                           SET DF29BAL-FOUND-YES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF DF29BAL-FOUND-NO AND NOT DF29BAL-CREATE-MISSING
               GO TO 4000-EXIT
           END-IF.

           COMPUTE WS-CURRENT-BALANCE =
                       DF29BAL-PRIOR-BALANCE + DF29BAL-AMOUNT.
           MOVE WS-CURRENT-BALANCE     TO DF29BAL-NEW-BALANCE.

           IF DF29BAL-AMOUNT = ZERO AND DF29BAL-FOUND-YES
               GO TO 4000-EXIT
           END-IF.

           IF WS-SIMULATING
               PERFORM 5200-STORE-SIMULATED THRU 5200-EXIT
               IF DF29BAL-RETURN-CODE NOT = '00'
                   GO TO 4000-EXIT
               END-IF
               SET DF29BAL-FOUND-YES    TO TRUE
               ADD 1                    TO WS-APPLY-COUNT
               GO TO 4000-EXIT
           END-IF.

           MOVE DF29BAL-CUST-NUMBER    TO BAL-CUST-NUMBER.
           MOVE WS-CURRENT-BALANCE     TO BAL-BALANCE.

           IF WS-HELD-FOUND = 'Y'
               REWRITE BALANCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BALANCE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29BALA UPDATE ERROR ' WS-BALANCE-STATUS
                       ' CUSTOMER ' DF29BAL-CUST-NUMBER
                       ' FOR ' DF29BAL-PROGRAM-ID UPON CONSOLE
               MOVE '93'                TO DF29BAL-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE DF29BAL-CUST-NUMBER    TO WS-HELD-KEY.
           MOVE 'Y'                    TO WS-HELD-FOUND.
           SET DF29BAL-FOUND-YES       TO TRUE.
           ADD 1                       TO WS-APPLY-COUNT.

           IF DF29BAL-AMOUNT NOT = ZERO
               PERFORM 4500-WRITE-LINEAGE-EVENT
           END-IF.

       4000-EXIT. EXIT.

       4500-WRITE-LINEAGE-EVENT.

           MOVE SPACES                 TO DF29-LIN-RECORD.
           MOVE DF29BAL-LINEAGE-ID     TO DF29-LIN-LINEAGE-ID.
           MOVE DF29BAL-PROGRAM-ID     TO DF29-LIN-PROGRAM-ID.
           MOVE DF29BAL-REASON         TO DF29-LIN-ACTION.
           MOVE 'DF29BALF'             TO DF29-LIN-FILE-NAME.
           MOVE DF29BAL-CUST-NUMBER    TO DF29-LIN-CUST-NUMBER.
           MOVE DF29BAL-EVENT-DATE     TO DF29-LIN-EVENT-DATE.
           MOVE DF29BAL-REASON-CODE    TO DF29-LIN-REASON-CODE.

           IF DF29BAL-AMOUNT < ZERO
               COMPUTE DF29-LIN-AMOUNT = ZERO - DF29BAL-AMOUNT
               SET DF29-LIN-LOWERED     TO TRUE
           ELSE
               MOVE DF29BAL-AMOUNT      TO DF29-LIN-AMOUNT
               SET DF29-LIN-RAISED      TO TRUE
           END-IF.

           WRITE DF29-LIN-RECORD.

      **** THE BALANCE HAS MOVED BUT ITS EVENT IS LOST - THE CALLER
      **** MUST NOT COUNT THAT AS A CLEAN APPLY.
           IF WS-LINEAGE-STATUS NOT = '00'
               DISPLAY 'DF29BALA LINEAGE WRITE ERROR '
                       WS-LINEAGE-STATUS ' CUSTOMER '
                       DF29BAL-CUST-NUMBER ' - BALANCE UPDATED'
                                               UPON CONSOLE
               MOVE '93'                TO DF29BAL-RETURN-CODE
           END-IF.

      ******************************************************************
      ****   REMOVE.  THE AMOUNT GOES THROUGH THE ORDINARY APPLY    ****
      ****   (NEVER CREATING THE CUSTOMER) AND THE RECORD IS THEN   ****
      ****   DELETED; A SIMULATION MARKS ITS TABLE ENTRY REMOVED SO ****
      ****   THE SHADOW LEAVES THE CUSTOMER OUT.                    ****
      ******************************************************************
       4800-REMOVE-CUSTOMER.

           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.

           PERFORM 4000-APPLY-AMOUNT THRU 4000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00' OR DF29BAL-FOUND-NO
               GO TO 4800-EXIT
           END-IF.

           IF WS-SIMULATING
               PERFORM 5200-STORE-SIMULATED THRU 5200-EXIT
               IF DF29BAL-RETURN-CODE = '00'
                   MOVE 'Y'             TO WS-SIM-REMOVED-FLAG
                                                  (WS-SIM-SUB)
               END-IF
               MOVE SPACES              TO WS-HELD-KEY
               MOVE 'N'                 TO WS-HELD-FOUND
               GO TO 4800-EXIT
           END-IF.

           MOVE DF29BAL-CUST-NUMBER    TO BAL-CUST-NUMBER.

           DELETE BALANCE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF29BALA DELETE ERROR ' WS-BALANCE-STATUS
                       ' CUSTOMER ' DF29BAL-CUST-NUMBER
                       ' FOR ' DF29BAL-PROGRAM-ID UPON CONSOLE
               MOVE '93'                TO DF29BAL-RETURN-CODE
               GO TO 4800-EXIT
           END-IF.

           MOVE SPACES                 TO WS-HELD-KEY.
           MOVE 'N'                    TO WS-HELD-FOUND.

       4800-EXIT. EXIT.

       5000-FIND-SIMULATED.

           MOVE ZERO                   TO WS-SIM-SUB.

           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                       UNTIL WS-SIM-IDX > WS-SIM-COUNT
                          OR WS-SIM-SUB NOT = ZERO
               IF WS-SIM-CUST (WS-SIM-IDX) = DF29BAL-CUST-NUMBER
                   SET WS-SIM-SUB       TO WS-SIM-IDX
               END-IF
           END-PERFORM.

       5000-EXIT. EXIT.

       5200-STORE-SIMULATED.

           PERFORM 5000-FIND-SIMULATED THRU 5000-EXIT.

           IF WS-SIM-SUB = ZERO
               IF WS-SIM-COUNT >= 2000
                   DISPLAY 'DF29BALA SIMULATION TABLE FULL - '
                           DF29BAL-CUST-NUMBER ' NOT HELD'
                                              UPON CONSOLE
                   MOVE '95'            TO DF29BAL-RETURN-CODE
                   GO TO 5200-EXIT
               END-IF
               ADD 1                    TO WS-SIM-COUNT
               MOVE WS-SIM-COUNT        TO WS-SIM-SUB
               MOVE DF29BAL-CUST-NUMBER TO WS-SIM-CUST (WS-SIM-SUB)
           END-IF.

           MOVE 'N'                    TO WS-SIM-REMOVED-FLAG
                                                  (WS-SIM-SUB).

           MOVE WS-CURRENT-BALANCE     TO WS-SIM-BALANCE (WS-SIM-SUB).

       5200-EXIT. EXIT.

      ******************************************************************
      ****   CLOSE.  A SIMULATION LEAVES ITS TOUCHED CUSTOMERS ON   ****
      ****   THE DF29BALFS SHADOW, SORTED BY CUSTOMER NUMBER.       ****
      ******************************************************************
       6000-CLOSE-MASTER.

           IF WS-MASTER-PRESENT
               CLOSE BALANCE-FILE
           END-IF.

           IF WS-UPDATE-ALLOWED AND NOT WS-SIMULATING
               CLOSE LINEAGE-FILE
           END-IF.

           IF WS-SIMULATING AND WS-UPDATE-ALLOWED
               PERFORM 6100-WRITE-SHADOW THRU 6100-EXIT
           END-IF.

           MOVE 'N'                    TO WS-OPEN-FLAG.
           MOVE 'N'                    TO WS-MASTER-PRESENT-FLAG.
           MOVE 'N'                    TO WS-BROWSE-FLAG.
           MOVE SPACES                 TO WS-HELD-KEY.

       6000-EXIT. EXIT.

       6100-WRITE-SHADOW.

           IF WS-SIM-COUNT > 1
               SORT WS-SIM-ENTRY
                   ASCENDING KEY WS-SIM-CUST
           END-IF.

           OPEN OUTPUT SHADOW-FILE.

           IF WS-SHADOW-STATUS NOT = '00'
               DISPLAY 'DF29BALA SHADOW BALANCE OPEN ERROR'
                                              UPON CONSOLE
               GO TO 6100-EXIT
           END-IF.

           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                       UNTIL WS-SIM-IDX > WS-SIM-COUNT
               IF WS-SIM-REMOVED-FLAG (WS-SIM-IDX) NOT = 'Y'
                   MOVE WS-SIM-CUST (WS-SIM-IDX)    TO SHR-CUST-NUMBER
                   MOVE WS-SIM-BALANCE (WS-SIM-IDX) TO SHR-BALANCE
                   WRITE SHADOW-RECORD
               END-IF
           END-PERFORM.

           CLOSE SHADOW-FILE.

       6100-EXIT. EXIT.
