      ****   THE SERVICE DESK CAN LOOK WITHOUT BEING ABLE TO        ****
      ****   CHANGE.                                                ****
      ****                                                          ****
      ****   PF5 TAKES A PAYMENT OVER THE PHONE: THE AGENT KEYS     ****
      ****   THE AMOUNT, THE METHOD (C = CARD, B = BANK ACCOUNT)    ****
      ****   AND THE PAYMENT REFERENCE, AND - FOR OPERATORS THE     ****
      ****   SHARED DFAUTH ROUTINE SAYS HOLD THE PAY FUNCTION - A   ****
      ****   MEMO PAYMENT IS WRITTEN TO THE DF29MPAY KSDS WITH THE  ****
      ****   OPERATOR AND CAPTURE TIME.  EVERY MEMO NOT YET POSTED  ****
      ****   COMES OFF THE DISPLAYED BALANCE AT ONCE AND THE MEMO   ****
      ****   TOTAL SHOWS BESIDE IT; THE DF29MPST OVERNIGHT STEP     ****
      ****   HARD-POSTS OR REVERSES EACH MEMO BEFORE DF29CASH RUNS. ****
      ****                                                          ****
      ****   THE CUSTOMER'S INSURANCE POLICIES - THE TYPE-'P'       ****
      ****   SNAPSHOT RECORDS DF29QEXT BUILDS FROM THE DF26CXRF     ****
      ****   POLICY CROSS-REFERENCE - LIST UNDER THE ACTIVITY, UP   ****
      ****   TO THREE, EACH WITH ITS STATUS AND PREMIUM DUE.        ****
      ****                                                          ****
      ****   THIS PROGRAM MUST BE RUN THROUGH THE CICS COMMAND      ****
      ****   TRANSLATOR BEFORE COMPILATION - THE EXEC CICS          ****
      ****   STATEMENTS ARE NOT NATIVE COBOL AND ARE NOT EXPECTED   ****
      ****   TO PARSE ON A PLAIN COBOL COMPILER.                    ****
      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE, SO ****
      ****   THE OPEN BALANCE SHOWN IS READ BY KEY STRAIGHT FROM    ****
      ****   THE MASTER RATHER THAN TAKEN FROM THE SNAPSHOT HEADER. ****
      ****   A CUSTOMER THE MASTER DOES NOT HOLD OWES NOTHING; IF   ****
      ****   THE MASTER CANNOT BE READ AT ALL THE SNAPSHOT BALANCE  ****
      ****   IS SHOWN AND THE MESSAGE LINE SAYS SO.  NAME, STATUS,  ****
      ****   ACTIVITY AND POLICIES STILL COME FROM DF29QINQ.        ****
      ******************************************************************

       ENVIRONMENT DIVISION.
      **** AS A NAMED CONSTANT BECAUSE THIS SHOP CARRIES NO DFHAID
      **** COPY MEMBER IN ITS OWN LIBRARY.
       01  WS-AID-PF2                  PIC X(01) VALUE '2'.
       01  WS-AID-PF5                  PIC X(01) VALUE '5'.

      **** THE DF29QINQ SNAPSHOT RECORD AS DF29QEXT BUILDS IT.
       01  WS-INQUIRY-RECORD.
               10  WS-QI-POSTING-DATE  PIC X(10).
               10  WS-QI-AMOUNT        PIC 9(09)V99.
               10  FILLER              PIC X(43).
           05  FILLER REDEFINES WS-QI-DATA.
               10  WS-QI-POL-COMPANY   PIC X(03).
               10  WS-QI-POL-NUMBER    PIC X(12).
               10  WS-QI-POL-STATUS    PIC X(01).
               10  WS-QI-POL-PREMIUM-DUE
                                       PIC 9(09)V99.
               10  WS-QI-POL-EXPIRY    PIC X(10).
               10  FILLER              PIC X(27).

      **** THE DF29BALF BALANCE MASTER RECORD.
       01  WS-BALANCE-RECORD.
           05  WS-BR-CUST-NUMBER       PIC X(10).
           05  WS-BR-BALANCE           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       01  WS-BAL-RESP                 PIC S9(08) COMP VALUE ZERO.
       01  WS-OPEN-BALANCE             PIC S9(09)V99 VALUE ZERO.

      **** THE COMMAREA REMEMBERS THE CUSTOMER AND THE NEXT
      **** ACTIVITY SEQUENCE TO SHOW, SO ENTER PAGES FURTHER BACK
           05  WS-BK-SEQUENCE          PIC 9(05).

       01  WS-LINE-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-POL-LINE-SUB             PIC 9(02) VALUE ZERO.
       01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.

       01  WS-BALANCE-EDITED           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SIGNED-ON-USERID         PIC X(08) VALUE SPACES.

           COPY DF29MPAY.

      **** MEMO PAYMENTS ARE BROWSED BY CUSTOMER FROM THE FIRST
      **** CAPTURE ON FILE.
       01  WS-MEMO-BROWSE-KEY.
           05  WS-MK-CUST-NUMBER       PIC X(10).
           05  WS-MK-CAPTURE-STAMP     PIC X(18).

       01  WS-MEMO-RESP                PIC S9(08) COMP VALUE ZERO.
       01  WS-MEMO-TOTAL               PIC 9(09)V99 VALUE ZERO.
       01  WS-MEMO-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-NET-BALANCE              PIC S9(09)V99 VALUE ZERO.
       01  WS-BROWSE-DONE-FLAG         PIC X(01) VALUE 'N'.

       01  WS-PAYMENT-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-AMOUNT-INPUT             PIC X(12) VALUE SPACES.
       01  WS-SAVED-MESSAGE            PIC X(60) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  WS-CD-TIME              PIC X(08).
           05  FILLER                  PIC X(05).

       01  WS-STAMP-DATE.
           05  WS-STAMP-YYYY           PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-STAMP-MM             PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-STAMP-DD             PIC X(02).

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(15).
       1000-SEND-INITIAL-MAP.

           MOVE LOW-VALUES             TO DF29QMAPO.
           MOVE 'KEY A CUSTOMER NUMBER - PF2 MAINTENANCE, PF5 PAYMENT'
                                        TO QMSGO.
           MOVE SPACES                 TO CA-CUST-NUMBER.
           MOVE 1                      TO CA-RESUME-SEQ.
               MOVE 1                   TO CA-RESUME-SEQ
           END-IF.

           MOVE SPACES                 TO WS-SAVED-MESSAGE.

           IF EIBAID = WS-AID-PF5
               PERFORM 6000-CAPTURE-PHONE-PAYMENT THRU 6000-EXIT
           END-IF.

           MOVE LOW-VALUES             TO DF29QMAPO.
           MOVE CA-CUST-NUMBER         TO QCUSTO.

           IF WS-SAVED-MESSAGE NOT = SPACES
               MOVE WS-SAVED-MESSAGE    TO QMSGO
           END-IF.

           PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT.
           PERFORM 4000-FILL-ACTIVITY-PAGE THRU 4000-EXIT.
           PERFORM 4500-FILL-POLICY-LINES THRU 4500-EXIT.

           PERFORM 2900-SEND-DATAONLY.


           MOVE WS-QI-CUST-NAME        TO QNAMEO.
           MOVE WS-QI-CUST-STATUS      TO QSTATO.

           PERFORM 3100-READ-BALANCE-MASTER THRU 3100-EXIT.

      **** PHONE PAYMENTS NOT YET HARD-POSTED COME OFF THE OPEN
      **** BALANCE SO THE CUSTOMER HEARS WHAT THEY NOW OWE.
           PERFORM 3200-TOTAL-MEMO-PAYMENTS THRU 3200-EXIT.

           COMPUTE WS-NET-BALANCE = WS-OPEN-BALANCE - WS-MEMO-TOTAL.
           MOVE WS-NET-BALANCE         TO WS-BALANCE-EDITED.
           MOVE WS-BALANCE-EDITED      TO QBALO.

           IF WS-MEMO-TOTAL > ZERO
               MOVE WS-MEMO-TOTAL       TO WS-AMOUNT-EDITED
               MOVE WS-AMOUNT-EDITED    TO QMEMOO
           END-IF.

       3000-EXIT. EXIT.

      **** THE LIVE BALANCE, BY KEY, FROM THE DF29BALF MASTER.  NOT
      **** ON FILE MEANS A ZERO BALANCE; ANY OTHER FAILURE FALLS BACK
      **** TO THE SNAPSHOT HEADER'S BALANCE.
       3100-READ-BALANCE-MASTER.

           EXEC CICS READ
                DATASET   ('DF29BALF')
                INTO      (WS-BALANCE-RECORD)
                RIDFLD    (CA-CUST-NUMBER)
                RESP      (WS-BAL-RESP)
           END-EXEC.

           IF WS-BAL-RESP = DFHRESP(NORMAL)
               MOVE WS-BR-BALANCE       TO WS-OPEN-BALANCE
               GO TO 3100-EXIT
           END-IF.

           IF WS-BAL-RESP = DFHRESP(NOTFND)
               MOVE ZERO                TO WS-OPEN-BALANCE
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-QI-BALANCE          TO WS-OPEN-BALANCE.

           IF QMSGO = LOW-VALUES OR QMSGO = SPACES
               MOVE 'BALANCE MASTER UNAVAILABLE - SNAPSHOT BALANCE'
                                        TO QMSGO
           END-IF.

       3100-EXIT. EXIT.

       3200-TOTAL-MEMO-PAYMENTS.

           MOVE ZERO                   TO WS-MEMO-TOTAL.
           MOVE ZERO                   TO WS-MEMO-COUNT.
           MOVE CA-CUST-NUMBER         TO WS-MK-CUST-NUMBER.
           MOVE LOW-VALUES             TO WS-MK-CAPTURE-STAMP.

           EXEC CICS STARTBR
                DATASET   ('DF29MPAY')
                RIDFLD    (WS-MEMO-BROWSE-KEY)
                GTEQ
                RESP      (WS-MEMO-RESP)
           END-EXEC.

           IF WS-MEMO-RESP NOT = DFHRESP(NORMAL)
               GO TO 3200-EXIT
           END-IF.

           MOVE 'N'                    TO WS-BROWSE-DONE-FLAG.

           PERFORM UNTIL WS-BROWSE-DONE-FLAG = 'Y'
               EXEC CICS READNEXT
                    DATASET   ('DF29MPAY')
                    INTO      (DF29-MP-RECORD)
                    RIDFLD    (WS-MEMO-BROWSE-KEY)
                    RESP      (WS-MEMO-RESP)
               END-EXEC
               IF WS-MEMO-RESP NOT = DFHRESP(NORMAL)
                  OR DF29-MP-CUST-NUMBER NOT = CA-CUST-NUMBER
                   MOVE 'Y'             TO WS-BROWSE-DONE-FLAG
               ELSE
                   IF DF29-MP-MEMO
                       ADD DF29-MP-AMOUNT TO WS-MEMO-TOTAL
                       ADD 1            TO WS-MEMO-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                DATASET   ('DF29MPAY')
           END-EXEC.

       3200-EXIT. EXIT.

      **** FORWARD BROWSE OF THE NEWEST-FIRST ACTIVITY SEQUENCE,
      **** SIX ITEMS A PAGE.  THE RESUME SEQUENCE IS ONE PAST THE
      **** LAST ITEM SHOWN, SO NO PAGE EVER REPEATS A ROW.
           END-EXEC.

           IF QMSGO = LOW-VALUES OR QMSGO = SPACES
               MOVE 'ENTER PAGES BACK - PF2 MAINTENANCE, PF5 PAYMENT'
                                        TO QMSGO
           END-IF.

       4000-EXIT. EXIT.

      **** FORWARD BROWSE OF THE CUSTOMER'S TYPE-'P' POLICY RECORDS,
      **** FIRST THREE SHOWN.  NO POLICY RECORDS SIMPLY LEAVES THE
      **** LINES BLANK.
       4500-FILL-POLICY-LINES.

           MOVE CA-CUST-NUMBER         TO WS-BK-CUST-NUMBER.
           MOVE 'P'                    TO WS-BK-RECORD-TYPE.
           MOVE 1                      TO WS-BK-SEQUENCE.

           EXEC CICS STARTBR
                DATASET   ('DF29QINQ')
                RIDFLD    (WS-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4500-EXIT
           END-IF.

           MOVE ZERO                   TO WS-POL-LINE-SUB.

           PERFORM UNTIL WS-POL-LINE-SUB >= 3
               EXEC CICS READNEXT
                    DATASET   ('DF29QINQ')
                    INTO      (WS-INQUIRY-RECORD)
                    RIDFLD    (WS-BROWSE-KEY)
                    RESP      (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR WS-QI-CUST-NUMBER NOT = CA-CUST-NUMBER
                  OR WS-QI-RECORD-TYPE NOT = 'P'
                   MOVE 3               TO WS-POL-LINE-SUB
               ELSE
                   ADD 1                TO WS-POL-LINE-SUB
                   MOVE SPACES          TO QPPOLO (WS-POL-LINE-SUB)
                   STRING WS-QI-POL-COMPANY ' ' WS-QI-POL-NUMBER
                          DELIMITED BY SIZE
                          INTO QPPOLO (WS-POL-LINE-SUB)
                   END-STRING
                   EVALUATE WS-QI-POL-STATUS
                       WHEN 'A'
                           MOVE 'IN FORCE'
                                        TO QPSTSO (WS-POL-LINE-SUB)
                       WHEN 'G'
                           MOVE 'IN GRACE'
                                        TO QPSTSO (WS-POL-LINE-SUB)
                       WHEN 'T'
                           IF WS-QI-POL-PREMIUM-DUE > ZERO
                               MOVE 'LAPSED'
                                        TO QPSTSO (WS-POL-LINE-SUB)
                           ELSE
                               MOVE 'TERMINATED'
                                        TO QPSTSO (WS-POL-LINE-SUB)
                           END-IF
                       WHEN OTHER
                           MOVE 'UNKNOWN'
                                        TO QPSTSO (WS-POL-LINE-SUB)
                   END-EVALUATE
                   MOVE WS-QI-POL-PREMIUM-DUE
                                        TO WS-AMOUNT-EDITED
                   MOVE WS-AMOUNT-EDITED
                                        TO QPDUEO (WS-POL-LINE-SUB)
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                DATASET   ('DF29QINQ')
           END-EXEC.

       4500-EXIT. EXIT.

      **** THE JUMP ONLY GOES THROUGH FOR OPERATORS WITH THE CUS
      **** FUNCTION ON THE DFOPSECF MASTER - EVERYONE ELSE STAYS ON
      **** THE INQUIRY WITH THE DENIAL REASON, AND EITHER WAY THE
           END-EXEC.

       5000-EXIT. EXIT.

      **** A PHONE PAYMENT NEEDS A CUSTOMER ON THE SNAPSHOT, A
      **** POSITIVE AMOUNT, A METHOD AND A REFERENCE, AND AN
      **** OPERATOR WITH THE PAY FUNCTION.  THE MEMO IS KEYED BY
      **** CAPTURE DATE AND TIME, SO SEVERAL PAYMENTS IN ONE DAY
      **** EACH GET THEIR OWN RECORD.
       6000-CAPTURE-PHONE-PAYMENT.

           MOVE CA-CUST-NUMBER         TO WS-BK-CUST-NUMBER.
           MOVE '0'                    TO WS-BK-RECORD-TYPE.
           MOVE ZERO                   TO WS-BK-SEQUENCE.

           EXEC CICS READ
                DATASET   ('DF29QINQ')
                INTO      (WS-INQUIRY-RECORD)
                RIDFLD    (WS-BROWSE-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON THE INQUIRY SNAPSHOT - NO PAYMENT'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           MOVE QPAMTI                 TO WS-AMOUNT-INPUT.
           INSPECT WS-AMOUNT-INPUT REPLACING ALL LOW-VALUE BY SPACE.

           IF WS-AMOUNT-INPUT = SPACES
              OR FUNCTION TEST-NUMVAL (WS-AMOUNT-INPUT) NOT = ZERO
               MOVE 'PAYMENT AMOUNT MUST BE NUMERIC, E.G. 125.00'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           COMPUTE WS-PAYMENT-AMOUNT =
                       FUNCTION NUMVAL (WS-AMOUNT-INPUT).

           IF WS-PAYMENT-AMOUNT NOT > ZERO
               MOVE 'PAYMENT AMOUNT MUST BE GREATER THAN ZERO'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           IF QPMTHI NOT = 'C' AND QPMTHI NOT = 'B'
               MOVE 'PAYMENT METHOD MUST BE C (CARD) OR B (BANK)'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           IF QPREFI = SPACES OR QPREFI = LOW-VALUES
               MOVE 'A PAYMENT REFERENCE IS REQUIRED'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           EXEC CICS ASSIGN
                USERID    (WS-SIGNED-ON-USERID)
           END-EXEC.

           MOVE WS-SIGNED-ON-USERID    TO DFAUTH-USER-ID.
           MOVE 'PAY'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'PHONE PAYMENT ' CA-CUST-NUMBER ' ' WS-AMOUNT-INPUT
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CD-YYYY             TO WS-STAMP-YYYY.
           MOVE WS-CD-MM               TO WS-STAMP-MM.
           MOVE WS-CD-DD               TO WS-STAMP-DD.

           MOVE SPACES                 TO DF29-MP-RECORD.
           MOVE CA-CUST-NUMBER         TO DF29-MP-CUST-NUMBER.
           MOVE WS-STAMP-DATE          TO DF29-MP-CAPTURE-DATE.
           MOVE WS-CD-TIME             TO DF29-MP-CAPTURE-TIME.
           MOVE WS-PAYMENT-AMOUNT      TO DF29-MP-AMOUNT.
           MOVE QPMTHI                 TO DF29-MP-METHOD.
           MOVE QPREFI                 TO DF29-MP-REFERENCE.
           MOVE WS-SIGNED-ON-USERID    TO DF29-MP-OPERATOR.
           SET DF29-MP-MEMO            TO TRUE.

           EXEC CICS WRITE
                DATASET   ('DF29MPAY')
                FROM      (DF29-MP-RECORD)
                RIDFLD    (DF29-MP-KEY)
                RESP      (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PAYMENT NOT RECORDED - PRESS PF5 AGAIN'
                                        TO WS-SAVED-MESSAGE
               GO TO 6000-EXIT
           END-IF.

           STRING 'PHONE PAYMENT RECORDED AT ' WS-CD-TIME (1:2) ':'
                  WS-CD-TIME (3:2) ':' WS-CD-TIME (5:2)
                  ' - POSTS TONIGHT'
                  DELIMITED BY SIZE
                  INTO WS-SAVED-MESSAGE
           END-STRING.

       6000-EXIT. EXIT.
