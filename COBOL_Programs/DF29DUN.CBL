      ****   ARE SUPPRESSED.  EACH LETTER STARTS ON A FRESH PAGE    ****
      ****   (SHARED DFRPT LAYER, LIKE DF03STMT) AND THE RUN ENDS   ****
      ****   WITH A SUMMARY OF LETTERS PRODUCED BY LEVEL.           ****
      ******************************************************************

      ******************************************************************
      ****   RETURNED MAIL: NO LETTER GOES TO A CUSTOMER ON THE     ****
      ****   DF09UNDL UNDELIVERABLE-ADDRESS FILE.  THE LETTER IS    ****
      ****   HELD (COUNTED AS ADDR HELD ON THE SUMMARY) AND THE     ****
      ****   STORED DUNNING LEVEL DOES NOT ADVANCE, SO THE LADDER   ****
      ****   PICKS UP WHERE IT LEFT OFF ONCE DF09STDZ STANDARDIZES  ****
      ****   A NEW ADDRESS AND THE MARK LIFTS.  THERE IS NO         ****
      ****   ELECTRONIC CHANNEL FOR DUNNING LETTERS.                ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   KEPT BY THE SHARED DF29BALA BALANCE-ACCESS ROUTINE.    ****
      ****   THIS RUN STILL READS IT FRONT TO BACK, IN CUSTOMER     ****
      ****   NUMBER ORDER AS BEFORE.                                ****
      ******************************************************************
      ****   EVERY LETTER PAGE CARRIES REPORT ID DF29LTRS AND, AS   ****
      ****   ITS DFRPT SECTION KEY, THE COLLECTOR THE ACCOUNT IS    ****
      ****   QUEUED TO ON DF29CWKQ (BLANK WHEN NOT QUEUED, AND ON   ****
      ****   THE SUMMARY PAGE), SO THE DFBURST STEP CAN HAND EACH   ****
      ****   COLLECTOR THEIR OWN LETTERS.                           ****
      ******************************************************************
      ****   THE DF29CWKQ WORK-QUEUE TABLE HOLDS 500 ACCOUNTS.  ANY ****
      ****   QUEUED ACCOUNT PAST THAT IS COUNTED, SHOWN ON THE      ****
      ****   CONSOLE AND ENDS THE STEP RC 8 - ITS LETTER WOULD      ****
      ****   OTHERWISE GO OUT WITH A BLANK COLLECTOR AND NEVER      ****
      ****   REACH ITS OWNER THROUGH DFBURST.                       ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT BALANCE-FILE     ASSIGN TO DF29BALF
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS BR-CUST-NUMBER
                                   FILE STATUS IS WS-BALANCE-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF34HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LETTER-STATUS.

           SELECT UNDELIVERABLE-FILE
                                   ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UNDL-STATUS.

           SELECT QUEUE-FILE       ASSIGN TO DF29CWKQ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS WQ-CUST-NUMBER
                                   FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.

       FILE SECTION.
                                        SIGN LEADING SEPARATE.

       FD  DISPUTE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISPUTE-RECORD.

       COPY DF29DSP.

       FD  STATE-IN-FILE
           RECORD CONTAINS 21 CHARACTERS

       01  LETTER-LINE                 PIC X(132).

       FD  UNDELIVERABLE-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDELIVERABLE-RECORD.

       01  UNDELIVERABLE-RECORD        PIC X(130).

       FD  QUEUE-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS QUEUE-RECORD.

       01  QUEUE-RECORD.
           05  WQ-CUST-NUMBER           PIC X(10).
           05  WQ-COLLECTOR             PIC X(08).
           05  WQ-PRIORITY              PIC 9(03).
           05  WQ-STREAK-RUNS           PIC 9(04).
           05  WQ-STATUS                PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LEVEL-3-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT         PIC 9(04) VALUE ZERO.

       01  WS-UNDL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-UNDL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-UNDL-EOF                 VALUE 'Y'.

       01  WS-UNDL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNDL-TABLE.
           05  WS-UND-CUST             OCCURS 500 TIMES PIC X(10).
       01  WS-UND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-UNDELIVERABLE-FLAG       PIC X(01) VALUE 'N'.
       01  WS-UNDL-HELD-COUNT          PIC 9(04) VALUE ZERO.

      **** THE COLLECTOR WORKING EACH ACCOUNT, FROM THE DF29CWQB
      **** WORK QUEUE - EACH LETTER IS A DFRPT SECTION KEYED ON IT.
       01  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.

       01  WS-QUEUE-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-QUEUE-EOF                VALUE 'Y'.

       01  WS-QUEUE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ENTRY            OCCURS 500 TIMES.
               10  WS-QUE-CUST         PIC X(10).
               10  WS-QUE-COLLECTOR    PIC X(08).
       01  WS-QUE-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-QUEUE-OVERFLOW-COUNT     PIC 9(05) VALUE ZERO.

       COPY DF09UNDR.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  SM-LEVEL-3              PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE '  SUPPRESSED ='.
           05  SM-SUPPRESSED           PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE '  ADDR HELD ='.
           05  SM-UNDL-HELD            PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

           PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
           PERFORM 2200-LOAD-DISPUTES THRU 2200-EXIT.
           PERFORM 2400-LOAD-DUN-STATE THRU 2400-EXIT.
           PERFORM 2600-LOAD-UNDELIVERABLE THRU 2600-EXIT.
           PERFORM 2800-LOAD-WORK-QUEUE THRU 2800-EXIT.

       1000-OPEN-FILES.


           MOVE 'DF29DUN - COLLECTION LETTERS'
                                        TO DFRPT-TITLE.
           MOVE 'DF29LTRS'              TO DFRPT-REPORT-ID.

       1000-PROCESS-BALANCES.


       1000-WRITE-SUMMARY.

           MOVE SPACES                 TO DFRPT-SECTION-KEY.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-LEVEL-1-COUNT       TO SM-LEVEL-1.
           MOVE WS-LEVEL-2-COUNT       TO SM-LEVEL-2.
           MOVE WS-LEVEL-3-COUNT       TO SM-LEVEL-3.
           MOVE WS-SUPPRESSED-COUNT    TO SM-SUPPRESSED.
           MOVE WS-UNDL-HELD-COUNT     TO SM-UNDL-HELD.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-SUMMARY-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
                                               UPON CONSOLE.
           DISPLAY 'DF29DUN FINAL DEMANDS  = ' WS-LEVEL-3-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29DUN ADDRESS HELD   = ' WS-UNDL-HELD-COUNT
                                               UPON CONSOLE.
      **** SET LAST - THE DFRPT AND DFRUNDTR CALLS RESET RETURN-CODE.
           IF WS-QUEUE-OVERFLOW-COUNT > ZERO
               DISPLAY 'DF29DUN QUEUED ACCOUNTS NOT LOADED = '
                       WS-QUEUE-OVERFLOW-COUNT UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           DISPLAY 'DF29DUN END OF JOB' UPON CONSOLE.

           GOBACK.

       2400-EXIT. EXIT.

       2600-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDELIVERABLE-FILE.

           IF WS-UNDL-STATUS NOT = '00'
               GO TO 2600-EXIT
           END-IF.

           PERFORM UNTIL WS-UNDL-EOF
               READ UNDELIVERABLE-FILE
                   AT END
                       SET WS-UNDL-EOF TO TRUE
                   NOT AT END
                       MOVE UNDELIVERABLE-RECORD TO DF09-UN-RECORD
                       IF WS-UNDL-COUNT < 500
                           ADD 1 TO WS-UNDL-COUNT
                           MOVE DF09-UN-CUST-NUMBER
                               TO WS-UND-CUST (WS-UNDL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE UNDELIVERABLE-FILE.

       2600-EXIT. EXIT.

      **** NO WORK QUEUE JUST MEANS NO COLLECTOR ON THE LETTERS.
       2800-LOAD-WORK-QUEUE.

           OPEN INPUT QUEUE-FILE.

           IF WS-QUEUE-STATUS NOT = '00'
               GO TO 2800-EXIT
           END-IF.

           PERFORM UNTIL WS-QUEUE-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 500
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE WQ-CUST-NUMBER
                               TO WS-QUE-CUST (WS-QUEUE-COUNT)
                           MOVE WQ-COLLECTOR
                               TO WS-QUE-COLLECTOR (WS-QUEUE-COUNT)
                       ELSE
                           ADD 1 TO WS-QUEUE-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUEUE-FILE.

           IF WS-QUEUE-OVERFLOW-COUNT > ZERO
               DISPLAY 'DF29DUN WORK QUEUE OVER 500 ACCOUNTS - '
                       WS-QUEUE-OVERFLOW-COUNT ' LETTERS UNROUTED'
                                               UPON CONSOLE
           END-IF.

       2800-EXIT. EXIT.

      **** ONE BALANCE RECORD: A CUSTOMER STILL OWING AND ON THE
      **** STREAK HISTORY GETS THE LETTER THEIR STREAK AGE AND
      **** STORED LEVEL ALLOW; A PAID-UP CUSTOMER DROPS OFF THE
               MOVE 3                   TO WS-NEW-LEVEL
           END-IF.

      **** A LETTER THAT WOULD ONLY COME BACK AGAIN IS HELD, AND THE
      **** LEVEL WAITS WITH IT.
           MOVE 'N'                    TO WS-UNDELIVERABLE-FLAG.

           PERFORM VARYING WS-UND-SUB FROM 1 BY 1
                       UNTIL WS-UND-SUB > WS-UNDL-COUNT
               IF WS-UND-CUST (WS-UND-SUB) = BR-CUST-NUMBER
                   MOVE 'Y'             TO WS-UNDELIVERABLE-FLAG
               END-IF
           END-PERFORM.

           IF WS-UNDELIVERABLE-FLAG = 'Y'
               ADD 1                    TO WS-UNDL-HELD-COUNT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-WRITE-LETTER.
           PERFORM 4500-UPDATE-STATE-ENTRY THRU 4500-EXIT.


       4000-WRITE-LETTER.

           MOVE SPACES                 TO DFRPT-SECTION-KEY.

           PERFORM VARYING WS-QUE-SUB FROM 1 BY 1
                       UNTIL WS-QUE-SUB > WS-QUEUE-COUNT
               IF WS-QUE-CUST (WS-QUE-SUB) = BR-CUST-NUMBER
                   MOVE WS-QUE-COLLECTOR (WS-QUE-SUB)
                                        TO DFRPT-SECTION-KEY
               END-IF
           END-PERFORM.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE SPACES                 TO WS-DETAIL-LINE.
