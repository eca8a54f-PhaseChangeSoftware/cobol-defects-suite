       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29CLAP.

      *REMARKS:    CHECKER PASS FOR DF29CLRV CREDIT-LIMIT PROPOSALS -
      *            APPLIES APPROVED CHANGES TO THE DF29CRDT CREDIT
      *            FILE AND WRITES THE CUSTOMER LETTERS.

      ******************************************************************
      ****   A CREDIT LIMIT PROPOSED BY THE DF29CLRV REVIEW WAITS   ****
      ****   ON THE DF29CLPP PENDING FILE UNTIL A SECOND OPERATOR   ****
      ****   DECIDES IT.  THIS PASS READS THE DF29CLDC DECISION     ****
      ****   CARDS (APPROVE/REJECT, CUSTOMER, DECIDING OPERATOR -   ****
      ****   THE DF02PAPP SHAPE) AND TAKES A DECISION ONLY WHEN:    ****
      ****                                                          ****
      ****     - A PROPOSAL IS PENDING FOR THE CUSTOMER,            ****
      ****     - THE DECIDING OPERATOR IS NOT THE MAKER WHO         ****
      ****       SUBMITTED THE REVIEW, AND                          ****
      ****     - DFAUTH GRANTS THE OPERATOR FUNCTION CRL.           ****
      ****                                                          ****
      ****   ANY OTHER CARD PRINTS WITH ITS REASON AND THE          ****
      ****   PROPOSAL STAYS PENDING.  AN APPROVED PROPOSAL SETS THE ****
      ****   NEW LIMIT ON DF29CRDT - UNLESS THE LIMIT ON FILE HAS   ****
      ****   MOVED SINCE THE REVIEW, WHEN IT IS DROPPED AS STALE -  ****
      ****   AND THE CUSTOMER IS SENT A LETTER ON DF29CLTR WITH     ****
      ****   THE OLD AND NEW LIMITS.  A REJECTED PROPOSAL IS        ****
      ****   DROPPED.  DF29CLPP IS REWRITTEN WITH WHAT NOBODY HAS   ****
      ****   DECIDED YET.  EVERY CARD AND EVERY CHANGE PRINTS ON    ****
      ****   THE DF29RPTQ REGISTER.  UNDER A DRY RUN THE CREDIT     ****
      ****   FILE, PENDING FILE AND LETTERS GO TO SHADOW COPIES.    ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PENDING-IN-FILE  ASSIGN TO DF29CLPP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PEND-IN-STATUS.

           SELECT DECISION-FILE    ASSIGN TO DF29CLDC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DECISION-STATUS.

           SELECT CREDIT-IN-FILE   ASSIGN TO DF29CRDT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-IN-STATUS.

           SELECT CREDIT-OUT-FILE  ASSIGN TO WS-CREDIT-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CREDIT-OUT-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO WS-PEND-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PEND-OUT-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MASTER-FILE      ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT LETTER-FILE      ASSIGN TO WS-LETTER-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PENDING-IN-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PENDING-IN-RECORD.

       01  PENDING-IN-RECORD           PIC X(60).

       FD  DECISION-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS DECISION-RECORD.

       01  DECISION-RECORD.
           05  DC-DECISION             PIC X(01).
               88  DC-DECISION-APPROVE     VALUE 'A'.
               88  DC-DECISION-REJECT      VALUE 'R'.
           05  DC-CUST-NUMBER          PIC X(10).
           05  DC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).

       FD  CREDIT-IN-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CREDIT-IN-RECORD.

       01  CREDIT-IN-RECORD.
           05  CIR-CUST-NUMBER          PIC X(10).
           05  CIR-CREDIT-LIMIT         PIC 9(09)V99.

       FD  CREDIT-OUT-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CREDIT-OUT-RECORD.

       01  CREDIT-OUT-RECORD.
           05  COR-CUST-NUMBER          PIC X(10).
           05  COR-CREDIT-LIMIT         PIC 9(09)V99.

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PENDING-OUT-RECORD.

       01  PENDING-OUT-RECORD          PIC X(60).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  MASTER-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS MASTER-RECORD.

       01  MASTER-RECORD.
           05  MR-CUST-NUMBER          PIC X(10).
           05  MR-HOUSE-NUMBER         PIC X(20).
           05  MR-STREET-NAME          PIC X(30).
           05  MR-CITY                 PIC X(20).
           05  MR-STATE                PIC X(02).
           05  MR-ZIP                  PIC X(05).

       FD  LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE                 PIC X(132).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PEND-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DECISION-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CREDIT-IN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CREDIT-OUT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-PEND-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LETTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-PEND-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PEND-EOF                 VALUE 'Y'.

       01  WS-DECISION-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-DECISION-EOF             VALUE 'Y'.

       01  WS-CREDIT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-CREDIT-EOF               VALUE 'Y'.

       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.

       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

       01  WS-CREDIT-OUT-NAME          PIC X(09) VALUE 'DF29CRDT'.
       01  WS-PEND-OUT-NAME            PIC X(09) VALUE 'DF29CLPP'.
       01  WS-LETTER-NAME              PIC X(09) VALUE 'DF29CLTR'.

       COPY DFRUNDT.

       COPY DFAUTH.

       COPY DF03CUST.

       COPY DF29CLPR.

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

      **** STATE P = PENDING, A = APPROVED, R = REJECTED.
       01  WS-PENDING-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY            OCCURS 500 TIMES.
               10  WS-PND-RECORD       PIC X(60).
               10  WS-PND-STATE        PIC X(01).
                   88  WS-PND-UNDECIDED    VALUE 'P'.
                   88  WS-PND-APPROVED     VALUE 'A'.
                   88  WS-PND-REJECTED     VALUE 'R'.
               10  WS-PND-CHECKER      PIC X(08).
       01  WS-PND-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-PND-SUB            PIC 9(04) VALUE ZERO.

       01  WS-CREDIT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CREDIT-TABLE.
           05  WS-CRD-ENTRY            OCCURS 500 TIMES.
               10  WS-CRD-CUST         PIC X(10).
               10  WS-CRD-LIMIT        PIC 9(09)V99.
       01  WS-CRD-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-CRD-SUB            PIC 9(04) VALUE ZERO.

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY            OCCURS 500 TIMES.
               10  WS-NAM-CUST         PIC X(10).
               10  WS-NAM-NAME         PIC X(40).
       01  WS-NAM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-NAM-SUB            PIC 9(04) VALUE ZERO.

       01  WS-ADDR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST         PIC X(10).
               10  WS-ADR-HOUSE        PIC X(20).
               10  WS-ADR-STREET       PIC X(30).
               10  WS-ADR-CITY         PIC X(20).
               10  WS-ADR-STATE        PIC X(02).
               10  WS-ADR-ZIP          PIC X(05).
       01  WS-ADR-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-ADR-SUB            PIC 9(04) VALUE ZERO.

       01  WS-RESULT-TEXT              PIC X(30) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CARD-REJECT-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-STALE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-UNDECIDED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(04) VALUE ZERO.

       01  WS-CARD-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
                                       'DECISION CARDS'.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-DECISION             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CHECKER '.
           05  CL-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'MAKER '.
           05  CL-MAKER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-RESULT               PIC X(30).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-CHANGE-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(16) VALUE
                                       '     OLD LIMIT'.
           05  FILLER                  PIC X(16) VALUE
                                       '     NEW LIMIT'.
           05  FILLER                  PIC X(06) VALUE 'SCORE'.
           05  FILLER                  PIC X(10) VALUE 'MAKER'.
           05  FILLER                  PIC X(10) VALUE 'CHECKER'.
           05  FILLER                  PIC X(50) VALUE 'RESULT'.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-ACTION               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-OLD-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-NEW-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-SCORE                PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CH-MAKER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-CHECKER              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CH-RESULT               PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'APPLIED = '.
           05  TL-APPLIED              PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
                                       '  REJECTED = '.
           05  TL-REJECTED             PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE '  STALE = '.
           05  TL-STALE                PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE
                                       '  STILL PENDING '.
           05  FILLER                  PIC X(02) VALUE '= '.
           05  TL-UNDECIDED            PIC ZZZ9.
           05  FILLER                  PIC X(19) VALUE
                                       '  CARDS REFUSED = '.
           05  TL-CARD-REJECTS         PIC ZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-LETTER-HEADING.
           05  FILLER                  PIC X(40) VALUE
                   'NOTICE OF CREDIT LIMIT CHANGE'.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  LH-DATE                 PIC X(10).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-LETTER-NAME-LINE.
           05  FILLER                  PIC X(05) VALUE 'TO:  '.
           05  LN-NAME                 PIC X(40).
           05  FILLER                  PIC X(12) VALUE
                                       '  CUSTOMER '.
           05  LN-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-LETTER-ADDRESS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LA-HOUSE                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LA-STREET               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LA-CITY                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LA-STATE                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LA-ZIP                  PIC X(05).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-LETTER-OPENING-LINE.
           05  FILLER                  PIC X(45) VALUE
                   'WE HAVE REVIEWED THE PAYMENT HISTORY ON YOUR '.
           05  FILLER                  PIC X(32) VALUE
                   'ACCOUNT, AND YOUR CREDIT LIMIT '.
           05  FILLER                  PIC X(09) VALUE 'HAS BEEN '.
           05  LO-CHANGE               PIC X(09).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-LETTER-LIMIT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'FROM '.
           05  LL-OLD-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  LL-NEW-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE
                                       ' EFFECTIVE '.
           05  LL-DATE                 PIC X(10).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-LETTER-CLOSING-LINE.
           05  FILLER                  PIC X(40) VALUE
                   'IF YOU HAVE ANY QUESTIONS, CALL OR WRITE'.
           05  FILLER                  PIC X(39) VALUE
                   ' TO OUR CUSTOMER SERVICE DEPARTMENT AND'.
           05  FILLER                  PIC X(28) VALUE
                   ' QUOTE YOUR CUSTOMER NUMBER.'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29CLAP START OF JOB' UPON CONSOLE.

           PERFORM 1100-SET-PROCESSING-DATE THRU 1100-EXIT.

           PERFORM 2000-LOAD-PENDING THRU 2000-EXIT.

           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'DF29CLAP NO PENDING CREDIT LIMIT PROPOSALS'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-LOAD-CREDIT-FILE THRU 2100-EXIT.
           PERFORM 2200-LOAD-CUSTOMER-NAMES THRU 2200-EXIT.
           PERFORM 2300-LOAD-ADDRESSES THRU 2300-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29CLAP A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29CLAP - CREDIT LIMIT APPROVAL REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-CARD-HEADING        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       1000-APPLY-DECISIONS.

           OPEN INPUT DECISION-FILE.

           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY 'DF29CLAP NO DECISIONS KEYED - ALL '
                       'PROPOSALS STAY PENDING' UPON CONSOLE
               GO TO 1000-APPLY-CHANGES
           END-IF.

           PERFORM UNTIL WS-DECISION-EOF
               READ DECISION-FILE
                   AT END
                       SET WS-DECISION-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-APPLY-ONE-DECISION THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE DECISION-FILE.

       1000-APPLY-CHANGES.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-CHANGE-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
               EVALUATE TRUE
                   WHEN WS-PND-APPROVED (WS-PND-SUB)
                       PERFORM 4000-APPLY-ONE-CHANGE THRU 4000-EXIT
                   WHEN WS-PND-REJECTED (WS-PND-SUB)
                       ADD 1            TO WS-REJECTED-COUNT
                       MOVE 'REJECTED - NOT APPLIED'
                                        TO WS-RESULT-TEXT
                       PERFORM 7000-PRINT-CHANGE THRU 7000-EXIT
                   WHEN OTHER
                       ADD 1            TO WS-UNDECIDED-COUNT
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-APPLIED-COUNT       TO TL-APPLIED.
           MOVE WS-REJECTED-COUNT      TO TL-REJECTED.
           MOVE WS-STALE-COUNT         TO TL-STALE.
           MOVE WS-UNDECIDED-COUNT     TO TL-UNDECIDED.
           MOVE WS-CARD-REJECT-COUNT   TO TL-CARD-REJECTS.
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5000-REWRITE-CREDIT-FILE THRU 5000-EXIT.
           PERFORM 5200-REWRITE-PENDING THRU 5200-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF29CLAP DECISION CARDS READ  = ' WS-CARD-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLAP CARDS REFUSED        = '
                   WS-CARD-REJECT-COUNT        UPON CONSOLE.
           DISPLAY 'DF29CLAP LIMIT CHANGES APPLIED = '
                   WS-APPLIED-COUNT            UPON CONSOLE.
           DISPLAY 'DF29CLAP PROPOSALS REJECTED   = '
                   WS-REJECTED-COUNT           UPON CONSOLE.
           DISPLAY 'DF29CLAP STALE PROPOSALS      = ' WS-STALE-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLAP STILL PENDING        = '
                   WS-UNDECIDED-COUNT          UPON CONSOLE.
           DISPLAY 'DF29CLAP LETTERS WRITTEN      = ' WS-LETTER-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF29CLAP END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29CRDTS'     TO WS-CREDIT-OUT-NAME
                   MOVE 'DF29CLPPS'     TO WS-PEND-OUT-NAME
                   MOVE 'DF29CLTRS'     TO WS-LETTER-NAME
                   DISPLAY 'DF29CLAP SIMULATION - UPDATES GO TO '
                           'SHADOW COPIES' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29CLAP NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

       1100-EXIT. EXIT.

       2000-LOAD-PENDING.

           OPEN INPUT PENDING-IN-FILE.

           IF WS-PEND-IN-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-PEND-EOF
               READ PENDING-IN-FILE
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF WS-PENDING-COUNT < 500
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE PENDING-IN-RECORD
                               TO WS-PND-RECORD (WS-PENDING-COUNT)
                           MOVE 'P'
                               TO WS-PND-STATE (WS-PENDING-COUNT)
                           MOVE SPACES
                               TO WS-PND-CHECKER (WS-PENDING-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-IN-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-CREDIT-FILE.

           OPEN INPUT CREDIT-IN-FILE.

           IF WS-CREDIT-IN-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-CREDIT-EOF
               READ CREDIT-IN-FILE
                   AT END
                       SET WS-CREDIT-EOF TO TRUE
                   NOT AT END
                       IF WS-CREDIT-COUNT < 500
                           ADD 1 TO WS-CREDIT-COUNT
                           MOVE CIR-CUST-NUMBER
                               TO WS-CRD-CUST (WS-CREDIT-COUNT)
                           MOVE CIR-CREDIT-LIMIT
                               TO WS-CRD-LIMIT (WS-CREDIT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-IN-FILE.

       2100-EXIT. EXIT.

       2200-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF29CLAP NO CUSTOMER MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2200-EXIT
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

       2200-EXIT. EXIT.

       2300-LOAD-ADDRESSES.

           OPEN INPUT MASTER-FILE.

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'DF29CLAP NO CLEANSED ADDRESS MASTER - LETTERS '
                       'GO OUT WITHOUT ADDRESSES' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDR-COUNT < 500
                           ADD 1 TO WS-ADDR-COUNT
                           MOVE MR-CUST-NUMBER
                               TO WS-ADR-CUST (WS-ADDR-COUNT)
                           MOVE MR-HOUSE-NUMBER
                               TO WS-ADR-HOUSE (WS-ADDR-COUNT)
                           MOVE MR-STREET-NAME
                               TO WS-ADR-STREET (WS-ADDR-COUNT)
                           MOVE MR-CITY
                               TO WS-ADR-CITY (WS-ADDR-COUNT)
                           MOVE MR-STATE
                               TO WS-ADR-STATE (WS-ADDR-COUNT)
                           MOVE MR-ZIP
                               TO WS-ADR-ZIP (WS-ADDR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

       2300-EXIT. EXIT.

      **** THE FIRST STILL-PENDING PROPOSAL FOR THE CUSTOMER TAKES
      **** THE DECISION.  THE CHECKER MUST BE SOMEONE OTHER THAN THE
      **** MAKER AND MUST HOLD THE CREDIT-LIMIT FUNCTION; OTHERWISE
      **** THE CARD IS REFUSED AND THE PROPOSAL STAYS PENDING.
       3000-APPLY-ONE-DECISION.

           ADD 1                       TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-RESULT-TEXT.
           MOVE SPACES                 TO DF29-CL-RECORD.
           MOVE ZERO                   TO WS-FOUND-PND-SUB.

           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
                          OR WS-FOUND-PND-SUB NOT = ZERO
               MOVE WS-PND-RECORD (WS-PND-SUB) TO DF29-CL-RECORD
               IF DF29-CL-CUST-NUMBER = DC-CUST-NUMBER
                  AND WS-PND-UNDECIDED (WS-PND-SUB)
                   MOVE WS-PND-SUB      TO WS-FOUND-PND-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-PND-SUB = ZERO
               MOVE SPACES              TO DF29-CL-RECORD
               MOVE 'NO PENDING PROPOSAL' TO WS-RESULT-TEXT
               GO TO 3000-REFUSE
           END-IF.

           MOVE WS-PND-RECORD (WS-FOUND-PND-SUB) TO DF29-CL-RECORD.

           IF NOT DC-DECISION-APPROVE AND NOT DC-DECISION-REJECT
               MOVE 'INVALID DECISION CODE' TO WS-RESULT-TEXT
               GO TO 3000-REFUSE
           END-IF.

           IF DC-OPERATOR-ID = DF29-CL-MAKER-ID
               MOVE 'CHECKER IS THE MAKER' TO WS-RESULT-TEXT
               GO TO 3000-REFUSE
           END-IF.

           MOVE DC-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'CRL'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'CREDIT LIMIT ' DC-DECISION ' CUST '
                  DC-CUST-NUMBER
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-RESULT-TEXT
               GO TO 3000-REFUSE
           END-IF.

           IF DC-DECISION-APPROVE
               MOVE 'A'                 TO WS-PND-STATE
                                                  (WS-FOUND-PND-SUB)
               MOVE 'APPROVED'          TO WS-RESULT-TEXT
           ELSE
               MOVE 'R'                 TO WS-PND-STATE
                                                  (WS-FOUND-PND-SUB)
               MOVE 'REJECTED'          TO WS-RESULT-TEXT
           END-IF.

           MOVE DC-OPERATOR-ID         TO WS-PND-CHECKER
                                                  (WS-FOUND-PND-SUB).

           GO TO 3000-PRINT.

       3000-REFUSE.

           ADD 1                       TO WS-CARD-REJECT-COUNT.

       3000-PRINT.

           MOVE SPACES                 TO WS-CARD-LINE.
           MOVE DC-DECISION            TO CL-DECISION.
           MOVE DC-CUST-NUMBER         TO CL-CUST-NUMBER.
           MOVE DC-OPERATOR-ID         TO CL-OPERATOR.
           MOVE DF29-CL-MAKER-ID       TO CL-MAKER.
           MOVE WS-RESULT-TEXT         TO CL-RESULT.
           MOVE WS-CARD-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3000-EXIT. EXIT.

      **** AN APPROVED CHANGE ONLY LANDS IF THE LIMIT ON FILE IS
      **** STILL THE ONE THE REVIEW SCORED AGAINST.
       4000-APPLY-ONE-CHANGE.

           MOVE WS-PND-RECORD (WS-PND-SUB) TO DF29-CL-RECORD.
           MOVE ZERO                   TO WS-FOUND-CRD-SUB.

           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                       UNTIL WS-CRD-SUB > WS-CREDIT-COUNT
                          OR WS-FOUND-CRD-SUB > ZERO
               IF WS-CRD-CUST (WS-CRD-SUB) = DF29-CL-CUST-NUMBER
                   MOVE WS-CRD-SUB      TO WS-FOUND-CRD-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-CRD-SUB = ZERO
               ADD 1                    TO WS-STALE-COUNT
               MOVE 'STALE - NO LONGER ON CREDIT FILE'
                                        TO WS-RESULT-TEXT
               PERFORM 7000-PRINT-CHANGE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF WS-CRD-LIMIT (WS-FOUND-CRD-SUB)
                                 NOT = DF29-CL-CURRENT-LIMIT
               ADD 1                    TO WS-STALE-COUNT
               MOVE 'STALE - LIMIT CHANGED SINCE'
                                        TO WS-RESULT-TEXT
               PERFORM 7000-PRINT-CHANGE THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE DF29-CL-PROPOSED-LIMIT TO WS-CRD-LIMIT
                                                  (WS-FOUND-CRD-SUB).
           ADD 1                       TO WS-APPLIED-COUNT.
           MOVE 'APPLIED - LETTER SENT' TO WS-RESULT-TEXT.
           PERFORM 7000-PRINT-CHANGE THRU 7000-EXIT.

           PERFORM 4500-WRITE-LETTER THRU 4500-EXIT.

       4000-EXIT. EXIT.

       4500-WRITE-LETTER.

           ADD 1                       TO WS-LETTER-COUNT.
           MOVE ZERO                   TO WS-FOUND-NAM-SUB
                                          WS-FOUND-ADR-SUB.

           PERFORM VARYING WS-NAM-SUB FROM 1 BY 1
                       UNTIL WS-NAM-SUB > WS-NAME-COUNT
                          OR WS-FOUND-NAM-SUB > ZERO
               IF WS-NAM-CUST (WS-NAM-SUB) = DF29-CL-CUST-NUMBER
                   MOVE WS-NAM-SUB      TO WS-FOUND-NAM-SUB
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADDR-COUNT
                          OR WS-FOUND-ADR-SUB > ZERO
               IF WS-ADR-CUST (WS-ADR-SUB) = DF29-CL-CUST-NUMBER
                   MOVE WS-ADR-SUB      TO WS-FOUND-ADR-SUB
               END-IF
           END-PERFORM.

           MOVE WS-PROCESSING-DATE     TO LH-DATE.
           WRITE LETTER-LINE           FROM WS-LETTER-HEADING.
           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES                 TO LN-NAME.
           IF WS-FOUND-NAM-SUB > ZERO
               MOVE WS-NAM-NAME (WS-FOUND-NAM-SUB) TO LN-NAME
           END-IF.
           MOVE DF29-CL-CUST-NUMBER    TO LN-CUST-NUMBER.
           WRITE LETTER-LINE           FROM WS-LETTER-NAME-LINE.

           IF WS-FOUND-ADR-SUB > ZERO
               MOVE WS-ADR-HOUSE (WS-FOUND-ADR-SUB)  TO LA-HOUSE
               MOVE WS-ADR-STREET (WS-FOUND-ADR-SUB) TO LA-STREET
               MOVE WS-ADR-CITY (WS-FOUND-ADR-SUB)   TO LA-CITY
               MOVE WS-ADR-STATE (WS-FOUND-ADR-SUB)  TO LA-STATE
               MOVE WS-ADR-ZIP (WS-FOUND-ADR-SUB)    TO LA-ZIP
               WRITE LETTER-LINE       FROM WS-LETTER-ADDRESS-LINE
           END-IF.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.

           IF DF29-CL-INCREASE
               MOVE 'INCREASED'         TO LO-CHANGE
           ELSE
               MOVE 'DECREASED'         TO LO-CHANGE
           END-IF.
           WRITE LETTER-LINE           FROM WS-LETTER-OPENING-LINE.

           MOVE DF29-CL-CURRENT-LIMIT  TO LL-OLD-LIMIT.
           MOVE DF29-CL-PROPOSED-LIMIT TO LL-NEW-LIMIT.
           MOVE WS-PROCESSING-DATE     TO LL-DATE.
           WRITE LETTER-LINE           FROM WS-LETTER-LIMIT-LINE.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE           FROM WS-LETTER-CLOSING-LINE.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.

       4500-EXIT. EXIT.

       5000-REWRITE-CREDIT-FILE.

           IF WS-APPLIED-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT CREDIT-OUT-FILE.

           IF WS-CREDIT-OUT-STATUS NOT = '00'
               DISPLAY 'DF29CLAP CREDIT FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                       UNTIL WS-CRD-SUB > WS-CREDIT-COUNT
               MOVE WS-CRD-CUST (WS-CRD-SUB)  TO COR-CUST-NUMBER
               MOVE WS-CRD-LIMIT (WS-CRD-SUB) TO COR-CREDIT-LIMIT
               WRITE CREDIT-OUT-RECORD
           END-PERFORM.

           CLOSE CREDIT-OUT-FILE.

       5000-EXIT. EXIT.

      **** THE UNDECIDED PROPOSALS ARE WRITTEN BACK SO DF29CLPP
      **** REMAINS THE PENDING FILE FOR THE NEXT CHECKER PASS.
       5200-REWRITE-PENDING.

           OPEN OUTPUT PENDING-OUT-FILE.

           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PENDING-COUNT
               IF WS-PND-UNDECIDED (WS-PND-SUB)
                   WRITE PENDING-OUT-RECORD
                       FROM WS-PND-RECORD (WS-PND-SUB)
               END-IF
           END-PERFORM.

           CLOSE PENDING-OUT-FILE.

       5200-EXIT. EXIT.

       7000-PRINT-CHANGE.

           MOVE WS-PND-RECORD (WS-PND-SUB) TO DF29-CL-RECORD.

           MOVE SPACES                 TO WS-CHANGE-LINE.
           MOVE DF29-CL-CUST-NUMBER    TO CH-CUST-NUMBER.
           IF DF29-CL-INCREASE
               MOVE 'INCREASE'          TO CH-ACTION
           ELSE
               MOVE 'DECREASE'          TO CH-ACTION
           END-IF.
           MOVE DF29-CL-CURRENT-LIMIT  TO CH-OLD-LIMIT.
           MOVE DF29-CL-PROPOSED-LIMIT TO CH-NEW-LIMIT.
           MOVE DF29-CL-SCORE          TO CH-SCORE.
           MOVE DF29-CL-MAKER-ID       TO CH-MAKER.
           MOVE WS-PND-CHECKER (WS-PND-SUB) TO CH-CHECKER.
           MOVE WS-RESULT-TEXT         TO CH-RESULT.
           MOVE WS-CHANGE-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
