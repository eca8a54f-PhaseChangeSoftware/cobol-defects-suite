      ****   FREE - AND WRITES A DF26BDTL BILLING DETAIL FILE PLUS  ****
      ****   A PAGED BILLING REGISTER.  TERMINATED POLICIES ARE     ****
      ****   SKIPPED.                                               ****
      ******************************************************************

      ******************************************************************
      ****   THE BILLED PREMIUM NOW GOES TO DFGLSRC AS ONE RECORD   ****
      ****   PER DF26-COMPANY-CODE, CARRYING THE COMPANY, SO THE    ****
      ****   LEDGER BOOKS EACH UNDERWRITING COMPANY'S PREMIUM TO    ****
      ****   ITS OWN COMPANY SEGMENT.  THE DFBAL PRODUCER RECORD    ****
      ****   COUNTS ONE RECORD PER COMPANY WRITTEN.                 ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  REPORT-LINE                 PIC X(132).

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-SKIPPED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-BILLED-TOTAL             PIC 9(09)V99 VALUE ZERO.

      **** BILLED PREMIUM BY COMPANY FOR THE DFGLSRC FEED.  A
      **** COMPANY BEYOND THE TABLE POSTS WITH A BLANK COMPANY,
      **** WHICH DFGLPST BOOKS TO THE HOME COMPANY.
       01  WS-CO-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY             OCCURS 100 TIMES.
               10  WS-CO-COMPANY       PIC X(03).
               10  WS-CO-TOTAL         PIC 9(09)V99.
       01  WS-CO-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-FOUND-CO-SUB             PIC 9(03) VALUE ZERO.
       01  WS-CO-OVERFLOW-TOTAL        PIC 9(09)V99 VALUE ZERO.
       01  WS-GLSRC-COUNT              PIC 9(03) VALUE ZERO.

      **** CALL INTERFACE FOR THE SHARED DF36RATE COMPUTE MODULE.
      **** THE MULTIPLIER IS THE DF26BILL BILLING FACTOR FROM THE
      **** DF36RTBL EFFECTIVE-DATED RATE TABLE (VIA DF36RSEL) -
           CLOSE BILLING-FILE.
           CLOSE REPORT-FILE.

      **** THE PERIOD'S BILLED PREMIUM, BY COMPANY, GOES TO THE
      **** DFGLSRC POSTING-SOURCE FEED FOR DFGLPST TO JOURNAL, WITH THE
      **** PRODUCER SIDE OF THE DFBAL HANDSHAKE RECORDED SO THE
      **** AMOUNT JOURNALED PROVABLY EQUALS THE AMOUNT BILLED.
           OPEN EXTEND GLSRC-FILE.
               OPEN OUTPUT GLSRC-FILE
           END-IF.

           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > WS-CO-COUNT
               MOVE 'DF26BILL'          TO SR-SOURCE
               MOVE 'PREMIUM'           TO SR-KEY
               MOVE WS-CO-TOTAL (WS-CO-SUB) TO SR-AMOUNT
               MOVE WS-CO-COMPANY (WS-CO-SUB) TO SR-COMPANY
               MOVE SPACES              TO SR-COST-CENTER
               WRITE GLSRC-RECORD
               ADD 1                    TO WS-GLSRC-COUNT
           END-PERFORM.

           IF WS-CO-OVERFLOW-TOTAL > ZERO
               MOVE 'DF26BILL'          TO SR-SOURCE
               MOVE 'PREMIUM'           TO SR-KEY
               MOVE WS-CO-OVERFLOW-TOTAL TO SR-AMOUNT
               MOVE SPACES              TO SR-COMPANY
                                           SR-COST-CENTER
               WRITE GLSRC-RECORD
               ADD 1                    TO WS-GLSRC-COUNT
           END-IF.

           CLOSE GLSRC-FILE.

           MOVE 'DF26BILL'             TO DFBAL-FEED-ID.
           SET DFBAL-ROLE-PRODUCER     TO TRUE.
           MOVE 'DF26BILL'             TO DFBAL-PROGRAM-ID.
           MOVE WS-GLSRC-COUNT         TO DFBAL-RECORD-COUNT.
           MOVE WS-BILLED-TOTAL        TO DFBAL-AMOUNT-TOTAL.
           CALL 'DFBALWR'             USING DFBAL-CONTROL-RECORD.


           ADD 1                       TO WS-BILLED-COUNT.
           ADD WS-PERIOD-PREMIUM       TO WS-BILLED-TOTAL.
           PERFORM 2100-ADD-COMPANY-TOTAL THRU 2100-EXIT.

           MOVE DF26-COMPANY-CODE      TO BD-COMPANY-CODE.
           MOVE DF26-POLICY-NUMBER     TO BD-POLICY-NUMBER.

       2000-EXIT. EXIT.

       2100-ADD-COMPANY-TOTAL.

           MOVE ZERO                   TO WS-FOUND-CO-SUB.

           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > WS-CO-COUNT
               IF WS-CO-COMPANY (WS-CO-SUB) = DF26-COMPANY-CODE
                   MOVE WS-CO-SUB       TO WS-FOUND-CO-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-CO-SUB = ZERO
               IF WS-CO-COUNT >= 100
                   ADD WS-PERIOD-PREMIUM TO WS-CO-OVERFLOW-TOTAL
                   GO TO 2100-EXIT
               END-IF
               ADD 1                    TO WS-CO-COUNT
               MOVE WS-CO-COUNT         TO WS-FOUND-CO-SUB
               MOVE DF26-COMPANY-CODE   TO WS-CO-COMPANY
                                                  (WS-FOUND-CO-SUB)
               MOVE ZERO TO WS-CO-TOTAL (WS-FOUND-CO-SUB)
           END-IF.

           ADD WS-PERIOD-PREMIUM TO WS-CO-TOTAL (WS-FOUND-CO-SUB).

       2100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
