       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29ACIC.

      *REMARKS:    CICS PSEUDO-CONVERSATIONAL AUTOPAY (ACH DIRECT
      *            DEBIT) ENROLLMENT MAINTENANCE OVER THE DF29ACHE
      *            KSDS, BUILT ON THE SAME PATTERN AS DF03CICS.

      ******************************************************************
      ****   CUSTOMERS ASKED TO HAVE THEIR STATEMENT BALANCE        ****
      ****   DRAFTED AUTOMATICALLY AND THERE WAS NOWHERE TO KEEP    ****
      ****   THEIR BANK DETAILS.  THIS TRANSACTION MAINTAINS ONE    ****
      ****   DF29ACHE ENROLLMENT PER DF03 CUSTOMER: BANK ROUTING    ****
      ****   AND ACCOUNT NUMBER, ACCOUNT TYPE (C = CHECKING,        ****
      ****   S = SAVINGS), DRAFT OPTION (F = FULL BALANCE,          ****
      ****   M = MINIMUM PAYMENT) AND STATUS.  ACTIONS:             ****
      ****                                                          ****
      ****     I = INQUIRE - SHOW THE ENROLLMENT,                   ****
      ****     A = ENROLL - THE CUSTOMER MUST BE ACTIVE ON DF03FILE ****
      ****         AND THE ROUTING NUMBER MUST PASS THE ABA CHECK   ****
      ****         DIGIT,                                           ****
      ****     C = CHANGE - A KEYED FIELD REPLACES THE RECORD'S, A  ****
      ****         BLANK FIELD LEAVES IT ALONE,                     ****
      ****     X = CANCEL AUTOPAY (STATUS C),                       ****
      ****     R = REINSTATE A CANCELLED OR DROPPED ENROLLMENT AND  ****
      ****         CLEAR ITS RETURNED-DEBIT COUNT.                  ****
      ****                                                          ****
      ****   EVERY UPDATE IS AUTHORIZED THROUGH THE SHARED DFAUTH   ****
      ****   ROUTINE (FUNCTION ACH), SO IT LANDS ON THE DFAUTHLG    ****
      ****   ACTIVITY LOG, AND STAMPS THE OPERATOR AND DATE INTO    ****
      ****   THE RECORD THE WAY DF03CICS DOES.  THE DF29ACHD        ****
      ****   OVERNIGHT RUN DRAFTS ACTIVE ENROLLMENTS ON THEIR       ****
      ****   CYCLE'S DUE DATE; DF29ACHX HANDLES RETURNED DEBITS.    ****
      ****                                                          ****
      ****   THIS PROGRAM MUST BE RUN THROUGH THE CICS COMMAND      ****
      ****   TRANSLATOR BEFORE COMPILATION - THE EXEC CICS          ****
      ****   STATEMENTS ARE NOT NATIVE COBOL AND ARE NOT EXPECTED   ****
      ****   TO PARSE ON A PLAIN COBOL COMPILER.                    ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           COPY DF29AMAP.

           COPY DF29ACHE.

           COPY DF03CUST.

           COPY DFAUTH.

       01  WS-COMMAREA.
           05  CA-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(10).

       01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.

       01  WS-SIGNED-ON-USERID         PIC X(08) VALUE SPACES.

      **** ABA ROUTING CHECK: WEIGHTS 3-7-1 ACROSS THE NINE DIGITS,
      **** THE WEIGHTED SUM MUST BE A MULTIPLE OF TEN.
       01  WS-ROUTING-WORK             PIC X(09) VALUE SPACES.
       01  WS-ROUTING-DIGITS           REDEFINES WS-ROUTING-WORK.
           05  WS-ROUTING-DIGIT        PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-WEIGHTS          PIC X(09) VALUE '371371371'.
       01  WS-WEIGHT-DIGITS            REDEFINES WS-ROUTING-WEIGHTS.
           05  WS-WEIGHT-DIGIT         PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-SUB              PIC 9(02) VALUE ZERO.
       01  WS-ROUTING-SUM              PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-OK-FLAG          PIC X(01) VALUE 'N'.

       01  WS-AMOUNT-EDITED            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-STAMP-DATE.
           05  WS-STAMP-YYYY           PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-STAMP-MM             PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-STAMP-DD             PIC X(02).

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL   (1000-SEND-INITIAL-MAP)
           END-EXEC.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA         TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
                TRANSID   ('DF9A')
                COMMAREA  (WS-COMMAREA)
                LENGTH    (LENGTH OF WS-COMMAREA)
           END-EXEC.

           GOBACK.

       1000-SEND-INITIAL-MAP.

           MOVE LOW-VALUES             TO DF29AMAPO.
           MOVE 'KEY AN ACTION (I, A, C, X, R) AND A CUSTOMER NUMBER'
                                        TO AMSGO.
           MOVE SPACES                 TO CA-CUST-NUMBER.

           EXEC CICS SEND MAP    ('DF29AMAP')
                          MAPSET ('DF29AMAP')
                          ERASE
           END-EXEC.

      **** HANDLE CONDITION TRANSFERS CONTROL HERE GOTO-STYLE, NOT BY
      **** PERFORM, SO THIS PARAGRAPH MUST END THE TASK ITSELF RATHER
      **** THAN FALL THROUGH TO WHATEVER PARAGRAPH FOLLOWS IT.
           EXEC CICS RETURN
                TRANSID   ('DF9A')
                COMMAREA  (WS-COMMAREA)
                LENGTH    (LENGTH OF WS-COMMAREA)
           END-EXEC.

           GOBACK.

       2000-RECEIVE-AND-APPLY.

           EXEC CICS RECEIVE MAP    ('DF29AMAP')
                             MAPSET ('DF29AMAP')
           END-EXEC.

           IF ACUSTI = SPACES OR ACUSTI = LOW-VALUES
               MOVE 'A CUSTOMER NUMBER IS REQUIRED' TO AMSGO
               PERFORM 2900-SEND-DATAONLY
               GO TO 2000-EXIT
           END-IF.

           MOVE ACUSTI                 TO CA-CUST-NUMBER.

           EVALUATE AACTI
               WHEN 'I'
                   MOVE SPACES          TO AMSGO
               WHEN 'A'
                   PERFORM 3000-ENROLL-CUSTOMER THRU 3000-EXIT
               WHEN 'C'
                   PERFORM 4000-CHANGE-ENROLLMENT THRU 4000-EXIT
               WHEN 'X'
                   PERFORM 5000-CANCEL-ENROLLMENT THRU 5000-EXIT
               WHEN 'R'
                   PERFORM 5500-REINSTATE-ENROLLMENT THRU 5500-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A (ENROLL), C, X (CANCEL) OR
      -                 ' R'           TO AMSGO
           END-EVALUATE.

           PERFORM 6000-SHOW-ENROLLMENT THRU 6000-EXIT.

           PERFORM 2900-SEND-DATAONLY.

       2000-EXIT. EXIT.

       2900-SEND-DATAONLY.

           EXEC CICS SEND MAP    ('DF29AMAP')
                          MAPSET ('DF29AMAP')
                          DATAONLY
           END-EXEC.

      **** EVERY UPDATE GOES THROUGH DFAUTH SO ONLY A KNOWN, ACTIVE
      **** OPERATOR WITH THE ACH FUNCTION CAN TOUCH BANK DETAILS, AND
      **** THE DECISION LANDS ON THE DFAUTHLG ACTIVITY LOG.
       2100-AUTHORIZE-OPERATOR.

           EXEC CICS ASSIGN
                USERID    (WS-SIGNED-ON-USERID)
           END-EXEC.

           MOVE WS-SIGNED-ON-USERID    TO DFAUTH-USER-ID.
           MOVE 'ACH'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'AUTOPAY ' AACTI ' ' CA-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CD-YYYY             TO WS-STAMP-YYYY.
           MOVE WS-CD-MM               TO WS-STAMP-MM.
           MOVE WS-CD-DD               TO WS-STAMP-DD.

      **** ENROLL NEEDS BANK DETAILS, A VALID ROUTING NUMBER AND A
      **** CUSTOMER WHO IS ACTIVE ON THE DF03 MASTER.  A BLANK TYPE
      **** DEFAULTS TO CHECKING AND A BLANK OPTION TO FULL BALANCE.
       3000-ENROLL-CUSTOMER.

           IF AROUTI = SPACES OR AROUTI = LOW-VALUES
              OR AACCTI = SPACES OR AACCTI = LOW-VALUES
               MOVE 'ENROLL NEEDS A ROUTING AND AN ACCOUNT NUMBER'
                                        TO AMSGO
               GO TO 3000-EXIT
           END-IF.

           MOVE AROUTI                 TO WS-ROUTING-WORK.
           PERFORM 7000-CHECK-ROUTING-NUMBER THRU 7000-EXIT.

           IF WS-ROUTING-OK-FLAG NOT = 'Y'
               MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
                                        TO AMSGO
               GO TO 3000-EXIT
           END-IF.

           PERFORM 7100-CHECK-TYPE-AND-OPTION THRU 7100-EXIT.

           IF AMSGO NOT = SPACES AND AMSGO NOT = LOW-VALUES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 7200-CHECK-CUSTOMER THRU 7200-EXIT.

           IF AMSGO NOT = SPACES AND AMSGO NOT = LOW-VALUES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2100-AUTHORIZE-OPERATOR.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO AMSGO
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO DF29-AE-RECORD.
           MOVE CA-CUST-NUMBER         TO DF29-AE-CUST-NUMBER.
           MOVE AROUTI                 TO DF29-AE-ROUTING-NUMBER.
           MOVE AACCTI                 TO DF29-AE-ACCOUNT-NUMBER.
           SET DF29-AE-CHECKING        TO TRUE.
           SET DF29-AE-DRAFT-FULL      TO TRUE.

           IF ATYPEI NOT = SPACE AND ATYPEI NOT = LOW-VALUE
               MOVE ATYPEI              TO DF29-AE-ACCOUNT-TYPE
           END-IF.

           IF ADRFTI NOT = SPACE AND ADRFTI NOT = LOW-VALUE
               MOVE ADRFTI              TO DF29-AE-DRAFT-OPTION
           END-IF.

           SET DF29-AE-ACTIVE          TO TRUE.
           MOVE ZERO                   TO DF29-AE-RETURN-COUNT
                                          DF29-AE-LAST-DRAFT-AMOUNT.
           MOVE WS-STAMP-DATE          TO DF29-AE-ENROLL-DATE.
           MOVE WS-SIGNED-ON-USERID    TO DF29-AE-LAST-UPDATE-USERID.
           MOVE WS-STAMP-DATE          TO DF29-AE-LAST-UPDATE-DATE.

           EXEC CICS WRITE
                DATASET   ('DF29ACHE')
                FROM      (DF29-AE-RECORD)
                RIDFLD    (DF29-AE-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'ALREADY ENROLLED - USE C TO CHANGE OR R TO REINSTA
      -             'TE'               TO AMSGO
               GO TO 3000-EXIT
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT FILE WRITE FAILED' TO AMSGO
               GO TO 3000-EXIT
           END-IF.

           MOVE 'CUSTOMER ENROLLED IN AUTOPAY' TO AMSGO.

       3000-EXIT. EXIT.

       4000-CHANGE-ENROLLMENT.

           IF AROUTI NOT = SPACES AND AROUTI NOT = LOW-VALUES
               MOVE AROUTI              TO WS-ROUTING-WORK
               PERFORM 7000-CHECK-ROUTING-NUMBER THRU 7000-EXIT
               IF WS-ROUTING-OK-FLAG NOT = 'Y'
                   MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
                                        TO AMSGO
                   GO TO 4000-EXIT
               END-IF
           END-IF.

           PERFORM 7100-CHECK-TYPE-AND-OPTION THRU 7100-EXIT.

           IF AMSGO NOT = SPACES AND AMSGO NOT = LOW-VALUES
               GO TO 4000-EXIT
           END-IF.

           PERFORM 2100-AUTHORIZE-OPERATOR.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO AMSGO
               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-READ-FOR-UPDATE THRU 6100-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4000-EXIT
           END-IF.

      **** A KEYED FIELD REPLACES THE RECORD'S; A BLANK FIELD LEAVES
      **** IT ALONE.
           IF AROUTI NOT = SPACES AND AROUTI NOT = LOW-VALUES
               MOVE AROUTI              TO DF29-AE-ROUTING-NUMBER
           END-IF.

           IF AACCTI NOT = SPACES AND AACCTI NOT = LOW-VALUES
               MOVE AACCTI              TO DF29-AE-ACCOUNT-NUMBER
           END-IF.

           IF ATYPEI NOT = SPACE AND ATYPEI NOT = LOW-VALUE
               MOVE ATYPEI              TO DF29-AE-ACCOUNT-TYPE
           END-IF.

           IF ADRFTI NOT = SPACE AND ADRFTI NOT = LOW-VALUE
               MOVE ADRFTI              TO DF29-AE-DRAFT-OPTION
           END-IF.

           PERFORM 6200-REWRITE-ENROLLMENT THRU 6200-EXIT.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT CHANGED' TO AMSGO
           END-IF.

       4000-EXIT. EXIT.

       5000-CANCEL-ENROLLMENT.

           PERFORM 2100-AUTHORIZE-OPERATOR.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO AMSGO
               GO TO 5000-EXIT
           END-IF.

           PERFORM 6100-READ-FOR-UPDATE THRU 6100-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5000-EXIT
           END-IF.

           SET DF29-AE-CANCELLED       TO TRUE.

           PERFORM 6200-REWRITE-ENROLLMENT THRU 6200-EXIT.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'AUTOPAY CANCELLED'  TO AMSGO
           END-IF.

       5000-EXIT. EXIT.

      **** REINSTATING STARTS THE RETURNED-DEBIT COUNT AGAIN - THE
      **** OPERATOR HAS CONFIRMED THE BANK DETAILS WITH THE CUSTOMER.
      **** THE CUSTOMER MUST STILL BE ACTIVE ON THE DF03 MASTER.
       5500-REINSTATE-ENROLLMENT.

           PERFORM 7200-CHECK-CUSTOMER THRU 7200-EXIT.

           IF AMSGO NOT = SPACES AND AMSGO NOT = LOW-VALUES
               GO TO 5500-EXIT
           END-IF.

           PERFORM 2100-AUTHORIZE-OPERATOR.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO AMSGO
               GO TO 5500-EXIT
           END-IF.

           PERFORM 6100-READ-FOR-UPDATE THRU 6100-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5500-EXIT
           END-IF.

           IF DF29-AE-ACTIVE
               EXEC CICS UNLOCK
                    DATASET   ('DF29ACHE')
               END-EXEC
               MOVE 'ENROLLMENT IS ALREADY ACTIVE' TO AMSGO
               GO TO 5500-EXIT
           END-IF.

           SET DF29-AE-ACTIVE          TO TRUE.
           MOVE ZERO                   TO DF29-AE-RETURN-COUNT.

           PERFORM 6200-REWRITE-ENROLLMENT THRU 6200-EXIT.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'AUTOPAY REINSTATED' TO AMSGO
           END-IF.

       5500-EXIT. EXIT.

      **** THE SCREEN ALWAYS COMES BACK SHOWING WHAT IS NOW ON FILE
      **** FOR THE CUSTOMER, WITH THE ACTION'S OWN MESSAGE KEPT.
       6000-SHOW-ENROLLMENT.

           MOVE SPACES                 TO DF29-AE-KEY.
           MOVE CA-CUST-NUMBER         TO DF29-AE-CUST-NUMBER.

           EXEC CICS READ
                DATASET   ('DF29ACHE')
                INTO      (DF29-AE-RECORD)
                RIDFLD    (DF29-AE-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF AMSGO = SPACES OR AMSGO = LOW-VALUES
                   MOVE 'CUSTOMER IS NOT ENROLLED IN AUTOPAY' TO AMSGO
               END-IF
               GO TO 6000-NAME
           END-IF.

           MOVE DF29-AE-ROUTING-NUMBER TO AROUTO.
           MOVE DF29-AE-ACCOUNT-NUMBER TO AACCTO.
           MOVE DF29-AE-ACCOUNT-TYPE   TO ATYPEO.
           MOVE DF29-AE-DRAFT-OPTION   TO ADRFTO.
           MOVE DF29-AE-STATUS         TO ASTATO.
           MOVE DF29-AE-RETURN-COUNT   TO ARTNSO.
           MOVE DF29-AE-LAST-DRAFT-DATE TO ALDRTO.
           MOVE DF29-AE-LAST-DRAFT-AMOUNT TO WS-AMOUNT-EDITED.
           MOVE WS-AMOUNT-EDITED       TO ALAMTO.

       6000-NAME.

           MOVE SPACES                 TO DF03-CUST-KEY.
           MOVE CA-CUST-NUMBER         TO DF03-CUST-NUMBER.

           EXEC CICS READ
                DATASET   ('DF03FILE')
                INTO      (DF03-CUSTOMER-RECORD)
                RIDFLD    (DF03-CUST-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE DF03-CUST-NAME      TO ANAMEO
           END-IF.

       6000-EXIT. EXIT.

       6100-READ-FOR-UPDATE.

           MOVE SPACES                 TO DF29-AE-KEY.
           MOVE CA-CUST-NUMBER         TO DF29-AE-CUST-NUMBER.

           EXEC CICS READ
                DATASET   ('DF29ACHE')
                INTO      (DF29-AE-RECORD)
                RIDFLD    (DF29-AE-KEY)
                UPDATE
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER IS NOT ENROLLED IN AUTOPAY' TO AMSGO
           END-IF.

       6100-EXIT. EXIT.

       6200-REWRITE-ENROLLMENT.

           MOVE WS-SIGNED-ON-USERID    TO DF29-AE-LAST-UPDATE-USERID.
           MOVE WS-STAMP-DATE          TO DF29-AE-LAST-UPDATE-DATE.

           EXEC CICS REWRITE
                DATASET   ('DF29ACHE')
                FROM      (DF29-AE-RECORD)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT FILE REWRITE FAILED' TO AMSGO
           END-IF.

       6200-EXIT. EXIT.

       7000-CHECK-ROUTING-NUMBER.

           MOVE 'N'                    TO WS-ROUTING-OK-FLAG.

           IF WS-ROUTING-WORK NOT NUMERIC
              OR WS-ROUTING-WORK = '000000000'
               GO TO 7000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-ROUTING-SUM.

           PERFORM VARYING WS-ROUTING-SUB FROM 1 BY 1
                       UNTIL WS-ROUTING-SUB > 9
               COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
                   + (WS-ROUTING-DIGIT (WS-ROUTING-SUB)
                      * WS-WEIGHT-DIGIT (WS-ROUTING-SUB))
           END-PERFORM.

           IF FUNCTION MOD (WS-ROUTING-SUM, 10) = 0
               MOVE 'Y'                 TO WS-ROUTING-OK-FLAG
           END-IF.

       7000-EXIT. EXIT.

       7100-CHECK-TYPE-AND-OPTION.

           MOVE SPACES                 TO AMSGO.

           IF ATYPEI NOT = SPACE AND ATYPEI NOT = LOW-VALUE
              AND ATYPEI NOT = 'C' AND ATYPEI NOT = 'S'
               MOVE 'ACCOUNT TYPE MUST BE C OR S (OR BLANK)' TO AMSGO
               GO TO 7100-EXIT
           END-IF.

           IF ADRFTI NOT = SPACE AND ADRFTI NOT = LOW-VALUE
              AND ADRFTI NOT = 'F' AND ADRFTI NOT = 'M'
               MOVE 'DRAFT OPTION MUST BE F OR M (OR BLANK)' TO AMSGO
           END-IF.

       7100-EXIT. EXIT.

       7200-CHECK-CUSTOMER.

           MOVE SPACES                 TO AMSGO.
           MOVE SPACES                 TO DF03-CUST-KEY.
           MOVE CA-CUST-NUMBER         TO DF03-CUST-NUMBER.

           EXEC CICS READ
                DATASET   ('DF03FILE')
                INTO      (DF03-CUSTOMER-RECORD)
                RIDFLD    (DF03-CUST-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NUMBER NOT ON FILE' TO AMSGO
               GO TO 7200-EXIT
           END-IF.

           IF NOT DF03-CUST-ACTIVE
               MOVE 'CUSTOMER IS NOT ACTIVE' TO AMSGO
           END-IF.

       7200-EXIT. EXIT.
