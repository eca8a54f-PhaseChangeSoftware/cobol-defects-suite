      ****   EXCEPTION LINE, SO A LATE RERUN CAN NEVER SILENTLY     ****
      ****   CHANGE A MONTH WE HAVE ALREADY REPORTED.  A PERIOD     ****
      ****   WITH NO RECORD ON FILE IS OPEN.                        ****
      ******************************************************************

      ******************************************************************
      ****   EVERY JOURNAL RECORD NOW CARRIES A COMPANY AND A COST- ****
      ****   CENTER SEGMENT.  A STORE TOTAL'S COST CENTER IS ITS    ****
      ****   STORE CODE ONCE DFSTRCHK FINDS IT ON THE DFSTORMF      ****
      ****   STORE MASTER (AN UNKNOWN STORE POSTS WITH A BLANK COST ****
      ****   CENTER AND AN EXCEPTION LINE); A DFGLSRC RECORD        ****
      ****   BRINGS THE COMPANY AND COST CENTER ITS PRODUCER SET    ****
      ****   (DF26 FEEDS STAMP THE POLICY'S COMPANY).  ACTIVITY     ****
      ****   WITH NO COMPANY OF ITS OWN - OR A COMPANY NOT ON THE   ****
      ****   DFGLCOMP COMPANY MASTER, WHICH ALSO GETS AN EXCEPTION  ****
      ****   LINE - BOOKS TO THE HOME COMPANY FLAGGED THERE.  BOTH  ****
      ****   SIDES OF A PAIR CARRY THE SAME SEGMENTS, SO EVERY      ****
      ****   COMPANY'S BOOKS BALANCE ON THEIR OWN.                  ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT COMPANY-FILE      ASSIGN TO DFGLCOMP
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER                  PIC X(40).

       FD  GL-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-RECORD.

       01  GL-RECORD.
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-SOURCE               PIC X(08).
           05  GL-SOURCE-KEY           PIC X(08).
           05  GL-COMPANY              PIC X(03).
           05  GL-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
               88  PE-PERIOD-CLOSED         VALUE 'C'.

       FD  SOURCE-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SOURCE-RECORD.

      **** GENERIC POSTING-SOURCE FEED - ANY SUBSYSTEM WITH AMOUNTS
      **** DFGLMAP MAPPING AND RECORDS THE MATCHING CONSUMER SIDE
      **** PER SOURCE, SO THE AMOUNTS JOURNALED PROVABLY EQUAL THE
      **** AMOUNTS EACH SUBSYSTEM COMPUTED.
      **** SR-COMPANY / SR-COST-CENTER ARE THE PRODUCER'S LEDGER
      **** SEGMENTS - SPACES WHEN IT HAS NONE TO GIVE.
       01  SOURCE-RECORD.
           05  SR-SOURCE                PIC X(08).
           05  SR-KEY                   PIC X(08).
           05  SR-AMOUNT                PIC 9(09)V99.
           05  SR-COMPANY               PIC X(03).
           05  SR-COST-CENTER           PIC X(08).

       FD  COMPANY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.

      **** ONE CARD PER LEDGER COMPANY.  THE DUE-FROM (RECEIVABLE)
      **** AND DUE-TO (PAYABLE) ACCOUNTS CARRY ITS INTERCOMPANY
      **** BALANCES; HOME FLAG 'Y' MARKS THE COMPANY THAT BOOKS
      **** ACTIVITY WITH NO COMPANY OF ITS OWN.
       01  COMPANY-RECORD.
           05  CO-COMPANY               PIC X(03).
           05  CO-NAME                  PIC X(30).
           05  CO-DUE-FROM-ACCT         PIC X(08).
           05  CO-DUE-TO-ACCT           PIC X(08).
           05  CO-HOME-FLAG             PIC X(01).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-CHART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SOURCE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COMPANY-STATUS           PIC X(02) VALUE SPACES.

       01  WS-COMPANY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-COMPANY-EOF              VALUE 'Y'.

       01  WS-COMPANY-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-COMPANY-TABLE.
           05  WS-CMP-ENTRY            OCCURS 50 TIMES.
               10  WS-CMP-COMPANY      PIC X(03).

       01  WS-CMP-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-HOME-COMPANY             PIC X(03) VALUE SPACES.

      **** THE SEGMENTS THE NEXT 4000 PAIR IS WRITTEN UNDER.
       01  WS-POST-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-POST-COST-CENTER         PIC X(08) VALUE SPACES.

       01  WS-SOURCE-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-SOURCE-EOF               VALUE 'Y'.

       COPY DFBAL.

       COPY DFSTORE.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(38) VALUE
                   'DFGLPST GENERAL-LEDGER POSTING REPORT'.
           05  RD-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-SEGMENT-DETAIL.
           05  FILLER                  PIC X(08) VALUE 'SEGMENT '.
           05  SG-REASON               PIC X(19).
           05  FILLER                  PIC X(07) VALUE ' CODE ='.
           05  SG-CODE                 PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' SRC  ='.
           05  SG-SOURCE               PIC X(08).
           05  FILLER                  PIC X(13) VALUE
                   ' BOOKED UNDER'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SG-COMPANY              PIC X(03).
           05  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
           PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
           PERFORM 1200-LOAD-CHART THRU 1200-EXIT.
           PERFORM 1300-LOAD-PERIODS THRU 1300-EXIT.
           PERFORM 1400-LOAD-COMPANIES THRU 1400-EXIT.

           IF WS-MAP-COUNT = ZERO
               DISPLAY 'DFGLPST NO ACCOUNT MAPPING - NOTHING CAN '

       1300-EXIT. EXIT.

       1400-LOAD-COMPANIES.

           OPEN INPUT COMPANY-FILE.

           IF WS-COMPANY-STATUS NOT = '00'
               DISPLAY 'DFGLPST NO COMPANY MASTER - POSTINGS CARRY NO '
                       'COMPANY SEGMENT' UPON CONSOLE
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-COMPANY-EOF
               READ COMPANY-FILE
                   AT END
                       SET WS-COMPANY-EOF TO TRUE
                   NOT AT END
                       IF WS-COMPANY-COUNT < 50
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE CO-COMPANY
                               TO WS-CMP-COMPANY (WS-COMPANY-COUNT)
                           IF CO-HOME-FLAG = 'Y'
                               MOVE CO-COMPANY TO WS-HOME-COMPANY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPANY-FILE.

           IF WS-HOME-COMPANY = SPACES
              AND WS-COMPANY-COUNT > ZERO
               MOVE WS-CMP-COMPANY (1)  TO WS-HOME-COMPANY
               DISPLAY 'DFGLPST NO HOME COMPANY FLAGGED - USING '
                       WS-HOME-COMPANY UPON CONSOLE
           END-IF.

       1400-EXIT. EXIT.

      **** EACH STORE'S DEBIT AND CREDIT TOTALS EACH POST AS ONE
      **** BALANCED DR/CR PAIR THROUGH THE STORE'S (OR THE DEFAULT)
      **** MAPPING ENTRY.
                       ADD 1 TO WS-STORE-RECORD-COUNT
                       ADD ST-DEBIT-TOTAL TO WS-STORE-DEBIT-SUM
                       MOVE ST-STORE-CODE TO WS-LOOKUP-KEY
                       PERFORM 2100-SET-STORE-SEGMENTS THRU 2100-EXIT
                       IF ST-DEBIT-TOTAL NOT = ZERO
                           MOVE ST-DEBIT-TOTAL TO WS-POST-AMOUNT
                           PERFORM 4000-POST-BALANCED-PAIR THRU

       2000-EXIT. EXIT.

      **** A STORE'S COST CENTER IS ITS STORE CODE, ONCE THE STORE
      **** MASTER KNOWS IT (OR CANNOT BE LOADED TO SAY OTHERWISE).
       2100-SET-STORE-SEGMENTS.

           MOVE WS-HOME-COMPANY        TO WS-POST-COMPANY.
           MOVE ST-STORE-CODE          TO WS-POST-COST-CENTER.

           MOVE ST-STORE-CODE          TO DFSTOR-STORE-CODE.
           CALL 'DFSTRCHK'            USING DFSTOR-CONTROL-RECORD.

           IF DFSTOR-FOUND
              OR DFSTOR-RETURN-CODE = '91'
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-POST-COST-CENTER.
           MOVE 'UNKNOWN STORE'        TO SG-REASON.
           MOVE ST-STORE-CODE          TO SG-CODE.
           MOVE 'DF35HIST'             TO SG-SOURCE.
           MOVE WS-POST-COMPANY        TO SG-COMPANY.
           WRITE REPORT-LINE          FROM WS-SEGMENT-DETAIL.

       2100-EXIT. EXIT.

       3000-POST-ORDER-TOTAL.

           OPEN INPUT ORDER-FILE.
           MOVE 'DF29FILE'             TO WS-LOOKUP-SOURCE.
           MOVE 'TOTAL'                TO WS-LOOKUP-KEY.
           MOVE WS-ORDER-TOTAL         TO WS-POST-AMOUNT.
           MOVE WS-HOME-COMPANY        TO WS-POST-COMPANY.
           MOVE SPACES                 TO WS-POST-COST-CENTER.
           PERFORM 4000-POST-BALANCED-PAIR THRU 4000-EXIT.

       3000-RECORD-HANDSHAKE.
                       MOVE SR-KEY    TO WS-LOOKUP-KEY
                       MOVE SR-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 3600-TALLY-SOURCE THRU 3600-EXIT
                       PERFORM 3700-SET-SOURCE-SEGMENTS THRU
                               3700-EXIT
                       PERFORM 4000-POST-BALANCED-PAIR THRU 4000-EXIT
               END-READ
           END-PERFORM.

       3600-EXIT. EXIT.

      **** THE PRODUCER'S COMPANY WHEN IT IS ON THE COMPANY MASTER,
      **** THE HOME COMPANY WHEN IT IS BLANK OR UNKNOWN.
       3700-SET-SOURCE-SEGMENTS.

           MOVE SR-COST-CENTER         TO WS-POST-COST-CENTER.
           MOVE WS-HOME-COMPANY        TO WS-POST-COMPANY.

           IF SR-COMPANY = SPACES
              OR WS-COMPANY-COUNT = ZERO
               GO TO 3700-EXIT
           END-IF.

           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-COMPANY-COUNT
               IF WS-CMP-COMPANY (WS-CMP-SUB) = SR-COMPANY
                   MOVE SR-COMPANY      TO WS-POST-COMPANY
               END-IF
           END-PERFORM.

           IF WS-POST-COMPANY NOT = SR-COMPANY
               MOVE 'UNKNOWN COMPANY'   TO SG-REASON
               MOVE SR-COMPANY          TO SG-CODE
               MOVE SR-SOURCE           TO SG-SOURCE
               MOVE WS-POST-COMPANY     TO SG-COMPANY
               WRITE REPORT-LINE      FROM WS-SEGMENT-DETAIL
           END-IF.

       3700-EXIT. EXIT.

      **** ONE DR AND ONE CR JOURNAL RECORD FOR THE SAME AMOUNT,
      **** THROUGH THE MOST SPECIFIC MAPPING ENTRY (EXACT KEY FIRST,
      **** *DEFAULT* OTHERWISE).  AN AMOUNT WITH NO MAPPING AT ALL
           MOVE WS-POST-AMOUNT         TO GL-AMOUNT.
           MOVE WS-LOOKUP-SOURCE       TO GL-SOURCE.
           MOVE WS-LOOKUP-KEY          TO GL-SOURCE-KEY.
           MOVE WS-POST-COMPANY        TO GL-COMPANY.
           MOVE WS-POST-COST-CENTER    TO GL-COST-CENTER.
           WRITE GL-RECORD.
           ADD 1                       TO WS-ENTRY-COUNT.
           ADD WS-POST-AMOUNT          TO WS-POSTED-DEBITS.
