       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF09UNLS.

      *REMARKS:    WEEKLY UNDELIVERABLE-ACCOUNT LIST FOR CUSTOMER
      *            SERVICE - EVERY CUSTOMER ON THE DF09UNDL FILE WITH
      *            ITS NAME, RETURN HISTORY AND OPEN BALANCE.

      ******************************************************************
      ****   A CUSTOMER WHOSE MAIL CAME BACK GETS NO PAPER UNTIL    ****
      ****   SOMEBODY FINDS A GOOD ADDRESS, AND THE RUNS THAT HOLD  ****
      ****   THE PAPER ONLY COUNT IT.  THIS WEEKLY LIST GIVES       ****
      ****   CUSTOMER SERVICE THE WORK QUEUE: ONE LINE PER          ****
      ****   CUSTOMER ON THE DF09UNDL UNDELIVERABLE-ADDRESS FILE -  ****
      ****   NAME FROM DF03FILE, THE ADDRESS THAT CAME BACK, THE    ****
      ****   FIRST AND LATEST RETURN DATES, THE LATEST DOCUMENT     ****
      ****   TYPE, HOW MANY PIECES CAME BACK, AND THE DF29BALF OPEN ****
      ****   BALANCE - SO THE ACCOUNTS WITH MONEY ON THEM ARE       ****
      ****   CHASED FIRST.  THE LIST ENDS WITH THE ACCOUNT COUNT    ****
      ****   AND THE TOTAL BALANCE BEHIND UNDELIVERABLE ADDRESSES.  ****
      ****   REPORT ONLY - NOTHING IS UPDATED.                      ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT UNDELIVERABLE-FILE
                                   ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-STATUS.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF09RPT5
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  UNDELIVERABLE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDELIVERABLE-RECORD.

       01  UNDELIVERABLE-RECORD        PIC X(130).

       FD  BALANCE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.

       01  BALANCE-RECORD.
           05  BR-CUST-NUMBER           PIC X(10).
           05  BR-BALANCE               PIC S9(09)V99
                                        SIGN LEADING SEPARATE.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-UNDL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

       01  WS-BALANCE-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       COPY DF03CUST.

       COPY DF09UNDR.

       01  WS-BALANCE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-ENTRY            OCCURS 500 TIMES.
               10  WS-BAL-CUST         PIC X(10).
               10  WS-BAL-AMOUNT       PIC S9(09)V99.
       01  WS-BAL-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY            OCCURS 500 TIMES.
               10  WS-NAM-CUST         PIC X(10).
               10  WS-NAM-NAME         PIC X(40).
       01  WS-NAM-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-CUST-BALANCE             PIC S9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-OWING-COUNT              PIC 9(04) VALUE ZERO.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'FIRST RTN'.
           05  FILLER                  PIC X(12) VALUE 'LATEST RTN'.
           05  FILLER                  PIC X(06) VALUE 'DOC'.
           05  FILLER                  PIC X(06) VALUE 'RTNS'.
           05  FILLER                  PIC X(16) VALUE
                                       '  OPEN BALANCE'.
           05  FILLER                  PIC X(10) VALUE 'KEYED BY'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-LIST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NAME                 PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-FIRST-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RETURN-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DOC-TYPE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RETURN-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'RETURNED '.
           05  AL-HOUSE                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-STREET               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-CITY                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-ZIP                  PIC X(05).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
                                       'UNDELIVERABLE ACCOUNTS  = '.
           05  TL-ACCOUNTS             PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE
                                       '   WITH BALANCE ='.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-OWING                PIC ZZZ9.
           05  FILLER                  PIC X(19) VALUE
                                       '   TOTAL BALANCE = '.
           05  TL-BALANCE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF09UNLS START OF JOB' UPON CONSOLE.

           OPEN INPUT UNDELIVERABLE-FILE.

           IF WS-UNDL-STATUS NOT = '00'
               DISPLAY 'DF09UNLS NO UNDELIVERABLE FILE - NOTHING TO '
                       'LIST' UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.
           PERFORM 2100-LOAD-CUSTOMER-NAMES THRU 2100-EXIT.

       1000-OPEN-FILES.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF09UNLS - UNDELIVERABLE ADDRESS ACCOUNTS'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-COLUMN-HEADING-1    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-LIST-ACCOUNTS.

           PERFORM UNTIL WS-UNDL-EOF
               READ UNDELIVERABLE-FILE
                   AT END
                       SET WS-UNDL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-LIST-ONE-ACCOUNT THRU 3000-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-ACCOUNT-COUNT       TO TL-ACCOUNTS.
           MOVE WS-OWING-COUNT         TO TL-OWING.
           MOVE WS-TOTAL-BALANCE       TO TL-BALANCE.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE UNDELIVERABLE-FILE.
           CLOSE REPORT-FILE.

       1000-END-OF-JOB.

           DISPLAY 'DF09UNLS UNDELIVERABLE ACCOUNTS = '
                   WS-ACCOUNT-COUNT            UPON CONSOLE.
           DISPLAY 'DF09UNLS ACCOUNTS WITH BALANCE  = '
                   WS-OWING-COUNT              UPON CONSOLE.
           DISPLAY 'DF09UNLS END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-LOAD-BALANCES.

           OPEN INPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'DF09UNLS NO BALANCE MASTER - BALANCES WILL '
                       'BE ZERO' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BALANCE-EOF TO TRUE
                   NOT AT END
                       IF WS-BALANCE-COUNT < 500
                           ADD 1 TO WS-BALANCE-COUNT
                           MOVE BR-CUST-NUMBER
                               TO WS-BAL-CUST (WS-BALANCE-COUNT)
                           MOVE BR-BALANCE
                               TO WS-BAL-AMOUNT (WS-BALANCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF09UNLS NO CUSTOMER MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET WS-CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-RECORD
                           TO DF03-CUSTOMER-RECORD
                       IF WS-NAME-COUNT < 500
                           ADD 1 TO WS-NAME-COUNT
                           MOVE DF03-CUST-NUMBER
                               TO WS-NAM-CUST (WS-NAME-COUNT)
                           MOVE DF03-CUST-NAME
                               TO WS-NAM-NAME (WS-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

       2100-EXIT. EXIT.

       3000-LIST-ONE-ACCOUNT.

           MOVE UNDELIVERABLE-RECORD   TO DF09-UN-RECORD.
           ADD 1                       TO WS-ACCOUNT-COUNT.

           MOVE ZERO                   TO WS-CUST-BALANCE.

           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BALANCE-COUNT
               IF WS-BAL-CUST (WS-BAL-SUB) = DF09-UN-CUST-NUMBER
                   MOVE WS-BAL-AMOUNT (WS-BAL-SUB) TO WS-CUST-BALANCE
               END-IF
           END-PERFORM.

           IF WS-CUST-BALANCE > ZERO
               ADD 1                    TO WS-OWING-COUNT
           END-IF.
           ADD WS-CUST-BALANCE         TO WS-TOTAL-BALANCE.

           MOVE SPACES                 TO WS-LIST-LINE.
           MOVE DF09-UN-CUST-NUMBER    TO LL-CUST-NUMBER.
           MOVE SPACES                 TO LL-NAME.

           PERFORM VARYING WS-NAM-SUB FROM 1 BY 1
                       UNTIL WS-NAM-SUB > WS-NAME-COUNT
               IF WS-NAM-CUST (WS-NAM-SUB) = DF09-UN-CUST-NUMBER
                   MOVE WS-NAM-NAME (WS-NAM-SUB) TO LL-NAME
               END-IF
           END-PERFORM.

           MOVE DF09-UN-FIRST-DATE     TO LL-FIRST-DATE.
           MOVE DF09-UN-RETURN-DATE    TO LL-RETURN-DATE.
           MOVE DF09-UN-DOC-TYPE       TO LL-DOC-TYPE.
           MOVE DF09-UN-RETURN-COUNT   TO LL-RETURN-COUNT.
           MOVE WS-CUST-BALANCE        TO LL-BALANCE.
           MOVE DF09-UN-OPERATOR-ID    TO LL-OPERATOR.
           MOVE WS-LIST-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE DF09-UN-HOUSE-NUMBER   TO AL-HOUSE.
           MOVE DF09-UN-STREET-NAME    TO AL-STREET.
           MOVE DF09-UN-CITY           TO AL-CITY.
           MOVE DF09-UN-STATE          TO AL-STATE.
           MOVE DF09-UN-ZIP            TO AL-ZIP.
           MOVE WS-ADDRESS-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
