      ****   THE BALANCE MASTER AND THE ADDRESS FILE FOLLOW THE     ****
      ****   SAME LOAD/APPLY/REWRITE SHAPE AS DF29POST; THE        ****
      ****   CUSTOMER KSDS IS UPDATED IN PLACE BY KEYED REWRITE.    ****
      ******************************************************************

      ******************************************************************
      ****   EACH MERGED PAIR IS ALSO APPENDED TO THE DF29OACT      ****
      ****   OPEN-ITEM ACTIVITY FILE AS A MERGE RECORD (RETIRING    ****
      ****   CUSTOMER, SURVIVOR IN THE REFERENCE) SO DF29OIAP MOVES ****
      ****   THE RETIRING CUSTOMER'S OPEN ITEMS TO THE SURVIVOR.    ****
      ******************************************************************

      ******************************************************************
      ****   POLICIES LINKED TO THE RETIRING CUSTOMER ON THE        ****
      ****   DF26CXRF POLICY CROSS-REFERENCE ARE REPOINTED TO THE   ****
      ****   SURVIVOR AT END OF JOB (LINK SOURCE 'R'), JOURNALED    ****
      ****   AS TYPE PLNK BEFORE AND AFTER IMAGES, SO A MERGE NO    ****
      ****   LONGER ORPHANS THE CUSTOMER'S INSURANCE.               ****
      ******************************************************************

      ******************************************************************
      ****   EACH RETIRED CUSTOMER'S FIELD CHANGES (THE STATUS TO   ****
      ****   'M') ALSO GO TO THE DF03CHGJ FIELD-LEVEL CHANGE        ****
      ****   JOURNAL UNDER OPERATOR DF03MRGE, COMPARED BY THE       ****
      ****   SHARED DF03CHGD ROUTINE, SO THE CUSTOMER'S HISTORY ON  ****
      ****   THE DF03CICS SCREEN AND THE DF03CHRP AUDIT REPORT      ****
      ****   SHOWS THE MERGE NEXT TO THE ONLINE CHANGES.            ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER,   ****
      ****   UPDATED ONLY THROUGH THE SHARED DF29BALA BALANCE-      ****
      ****   ACCESS ROUTINE.  THE FOLD IS APPLIED AS EACH PAIR      ****
      ****   MERGES: THE AMOUNT GOES ONTO THE SURVIVOR (REASON      ****
      ****   MERGEIN, ADDING THE SURVIVOR IF IT HAS NO BALANCE      ****
      ****   ROW), THEN THE RETIRING CUSTOMER IS REMOVED WITH ITS   ****
      ****   BALANCE (REASON MERGEOUT), BOTH UNDER LINEAGE ID 'MG'  ****
      ****   PLUS THE RETIRING NUMBER.  THE 'BAL ' JOURNAL IMAGES   ****
      ****   ARE UNCHANGED.                                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT POSTED-IN-FILE   ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PST-IN-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CHANGE-JOURNAL-FILE
                                   ASSIGN TO DF03CHGJ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS DF03-CHG-KEY
                                   FILE STATUS IS WS-CHGJ-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT POLICY-XREF-IN-FILE
                                   ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PXR-IN-STATUS.

           SELECT POLICY-XREF-OUT-FILE
                                   ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PXR-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF03RPT3
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  POSTED-IN-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-IN-RECORD.
           05  JR-PHASE                 PIC X(01).
           05  JR-IMAGE                 PIC X(87).

       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS DF03-CHG-RECORD.

           COPY DF03CHGR.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  POLICY-XREF-IN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS POLICY-XREF-IN-RECORD.

       01  POLICY-XREF-IN-RECORD       PIC X(50).

       FD  POLICY-XREF-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS POLICY-XREF-OUT-RECORD.

       01  POLICY-XREF-OUT-RECORD      PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  WS-PAIR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PST-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PST-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ADR-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADR-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CHGJ-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PXR-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PXR-OUT-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PAIR-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PAIR-EOF                 VALUE 'Y'.

       01  WS-PST-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-PST-EOF                  VALUE 'Y'.

       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REPOINTED-POSTINGS       PIC 9(06) VALUE ZERO.

       COPY DF29BALC.

      **** A DF29BALF ROW AS IT IS JOURNALED.
       01  WS-BAL-IMAGE.
           05  WS-BIM-CUST-NUMBER      PIC X(10).
           05  WS-BIM-BALANCE          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       01  WS-SURV-BALANCE             PIC S9(09)V99 VALUE ZERO.

       01  WS-ADDRESS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ADDRESS-TABLE.
           05  WS-PIM-AMOUNT           PIC 9(09)V99.
       01  WS-RETIRE-FAILED-FLAG       PIC X(01) VALUE 'N'.

      **** THE DF26CXRF POLICY CROSS-REFERENCE, LOADED, REPOINTED
      **** AND REWRITTEN THE SAME WAY AS THE POSTED ACTIVITY.  ITS
      **** COMPANY/POLICY ORDER IS UNCHANGED BY A REPOINT.
       01  WS-PXR-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-PXR-EOF                  VALUE 'Y'.

       01  WS-POLICY-LINK-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-POLICY-LINK-TABLE.
           05  WS-PLK-ENTRY            PIC X(50) OCCURS 500 TIMES.

       01  WS-PLK-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-PLK-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.
       01  WS-REPOINTED-POLICIES       PIC 9(04) VALUE ZERO.

       COPY DF26CXRR.

       01  WS-SURV-ADR-SUB             PIC 9(04) VALUE ZERO.
       01  WS-RETR-ADR-SUB             PIC 9(04) VALUE ZERO.


       01  WS-FOLDED-AMOUNT            PIC S9(09)V99 VALUE ZERO.

      **** FIELD-LEVEL CHANGE JOURNAL WORK AREAS.
       01  WS-CHG-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-CHG-SEQ                  PIC 9(03) VALUE ZERO.
       01  WS-CHG-TIME                 PIC X(08) VALUE SPACES.
       01  WS-CHG-WRITTEN-FLAG         PIC X(01) VALUE 'N'.
       01  WS-CHG-ROW-COUNT            PIC 9(06) VALUE ZERO.

       COPY DF03CHGC.

       COPY DF03CUST.
       COPY DFRUNDT.
       COPY DFRPT.
               MOVE WS-CD-DD            TO WS-MD-DD
           END-IF.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-LOAD-ADDRESS-FILE THRU 2100-EXIT.

       1000-OPEN-FILES.
               GO TO 1000-END-OF-JOB
           END-IF.

      **** THE CHANGE JOURNAL IS AS MANDATORY AS THE MERGE JOURNAL -
      **** A FIRST RUN AGAINST AN EMPTY CLUSTER LOADS IT.
           OPEN I-O CHANGE-JOURNAL-FILE.

           IF WS-CHGJ-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

           IF WS-CHGJ-STATUS NOT = '00'
               DISPLAY 'DF03MRGE CHANGE JOURNAL OPEN ERROR - NO MERGE '
                       'RUNS WITHOUT A JOURNAL' UPON CONSOLE
               CLOSE MERGE-PAIR-FILE
               CLOSE CUSTOMER-FILE
               CLOSE JOURNAL-FILE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND XREF-FILE.

           IF WS-XREF-STATUS NOT = '00'
               OPEN OUTPUT XREF-FILE
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.

           IF WS-ACTIVITY-STATUS NOT = '00'
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF03MRGE - CUSTOMER MERGE REGISTER'
           CLOSE MERGE-PAIR-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE XREF-FILE.
           CLOSE ACTIVITY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 5100-REWRITE-ADDRESS-FILE THRU 5100-EXIT.
           PERFORM 5200-REPOINT-POSTED-ACTIVITY THRU 5200-EXIT.
           PERFORM 5300-REPOINT-POLICY-LINKS THRU 5300-EXIT.

       1000-END-OF-JOB.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           DISPLAY 'DF03MRGE PAIRS MERGED   = ' WS-MERGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03MRGE PAIRS REJECTED = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03MRGE CHANGES JOURNALED = ' WS-CHG-ROW-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03MRGE END OF JOB' UPON CONSOLE.

           GOBACK.

       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF03MRGE'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03MRGE BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF03MRGE NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

           MOVE WS-MERGE-DATE          TO XR-MERGE-DATE.
           WRITE XREF-RECORD.

           PERFORM 3600-WRITE-OPEN-ITEM-ACTIVITY.

           IF WS-MERGE-LIST-COUNT < 100
               ADD 1                   TO WS-MERGE-LIST-COUNT
               MOVE MP-RETIRING-NUMBER TO WS-MRG-RETIRING
       3200-EXIT. EXIT.

      **** THE RETIRING BALANCE ROW FOLDS INTO THE SURVIVOR'S AND IS
      **** REMOVED FROM THE MASTER.  A SURVIVOR WITH NO BALANCE ROW
      **** GETS ONE SO THE FOLDED AMOUNT IS NOT LOST.  THE SURVIVOR
      **** IS CREDITED FIRST, SO A FAILURE NEVER LOSES THE AMOUNT.
       3300-FOLD-BALANCE.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE MP-RETIRING-NUMBER     TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03MRGE BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' - FOLD FOR '
                       MP-RETIRING-NUMBER ' NOT APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               GO TO 3300-EXIT
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-FOLDED-AMOUNT.

           MOVE 'BAL '                 TO JR-RECORD-TYPE.
           MOVE 'B'                    TO JR-PHASE.
           MOVE SPACES                 TO JR-IMAGE.
           MOVE MP-RETIRING-NUMBER     TO WS-BIM-CUST-NUMBER.
           MOVE WS-FOLDED-AMOUNT       TO WS-BIM-BALANCE.
           MOVE WS-BAL-IMAGE           TO JR-IMAGE.
           PERFORM 4000-WRITE-JOURNAL-RECORD.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE MP-SURVIVOR-NUMBER     TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03MRGE BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' - FOLD FOR '
                       MP-SURVIVOR-NUMBER ' NOT APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-SURV-BALANCE.

           MOVE 'B'                    TO JR-PHASE.
           MOVE SPACES                 TO JR-IMAGE.
           MOVE MP-SURVIVOR-NUMBER     TO WS-BIM-CUST-NUMBER.
           MOVE WS-SURV-BALANCE        TO WS-BIM-BALANCE.
           MOVE WS-BAL-IMAGE           TO JR-IMAGE.
           PERFORM 4000-WRITE-JOURNAL-RECORD.

           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'MG' MP-RETIRING-NUMBER
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-MERGE-DATE          TO DF29BAL-EVENT-DATE.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE MP-SURVIVOR-NUMBER     TO DF29BAL-CUST-NUMBER.
           MOVE WS-FOLDED-AMOUNT       TO DF29BAL-AMOUNT.
           MOVE 'MERGEIN '             TO DF29BAL-REASON.
           MOVE 'Y'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03MRGE BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - FOLD FOR '
                       MP-SURVIVOR-NUMBER ' NOT APPLIED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           MOVE DF29BAL-NEW-BALANCE    TO WS-SURV-BALANCE.

           MOVE 'X'                    TO DF29BAL-FUNCTION.
           MOVE MP-RETIRING-NUMBER     TO DF29BAL-CUST-NUMBER.
           COMPUTE DF29BAL-AMOUNT      = ZERO - WS-FOLDED-AMOUNT.
           MOVE 'MERGEOUT'             TO DF29BAL-REASON.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03MRGE BALANCE UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' - RETIRING ROW '
                       MP-RETIRING-NUMBER ' NOT REMOVED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

           MOVE 'A'                    TO JR-PHASE.
           MOVE SPACES                 TO JR-IMAGE.
           MOVE MP-SURVIVOR-NUMBER     TO WS-BIM-CUST-NUMBER.
           MOVE WS-SURV-BALANCE        TO WS-BIM-BALANCE.
           MOVE WS-BAL-IMAGE           TO JR-IMAGE.
           PERFORM 4000-WRITE-JOURNAL-RECORD.

       3300-EXIT. EXIT.
           MOVE DF03-CUSTOMER-RECORD   TO JR-IMAGE.
           PERFORM 4000-WRITE-JOURNAL-RECORD.

           MOVE WS-RETIRING-RECORD     TO DF03CHG-BEFORE-IMAGE.
           MOVE DF03-CUSTOMER-RECORD   TO DF03CHG-AFTER-IMAGE.
           PERFORM 4100-JOURNAL-FIELD-CHANGES THRU 4100-EXIT.

      **** THE SURVIVOR RECORD ITSELF DOES NOT CHANGE, BUT ITS AFTER
      **** IMAGE CLOSES OUT THE PAIR ON THE JOURNAL.
           MOVE WS-SURVIVOR-RECORD     TO JR-IMAGE.

       3500-EXIT. EXIT.

       3600-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-MERGE-DATE          TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF03MRGE'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-MERGE           TO TRUE.
           MOVE MP-RETIRING-NUMBER     TO DF29-OA-CUST-NUMBER.
           MOVE ZERO                   TO DF29-OA-AMOUNT.
           MOVE MP-SURVIVOR-NUMBER     TO DF29-OA-REFERENCE.
           WRITE DF29-OA-RECORD.

       3900-WRITE-REJECT-LINE.

           ADD 1                       TO WS-REJECTED-COUNT.
           MOVE MP-RETIRING-NUMBER     TO JR-RETIRING-NUMBER.
           WRITE JOURNAL-RECORD.

      **** ONE DF03CHGJ ROW PER FIELD THAT CHANGED ON THE RETIRED
      **** RECORD, DATED THE MERGE DATE AND TIMED BY THE CLOCK.  A
      **** KEY ALREADY ON FILE TAKES THE NEXT SEQUENCE NUMBER.
       4100-JOURNAL-FIELD-CHANGES.

           CALL 'DF03CHGD'            USING DF03CHG-CONTROL-RECORD.

           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-CHG-TIME.
           MOVE ZERO                   TO WS-CHG-SEQ.

           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > DF03CHG-FIELD-COUNT
               MOVE SPACES              TO DF03-CHG-RECORD
               MOVE DF03-CUST-NUMBER    TO DF03-CHG-CUST-NUMBER
               MOVE WS-MERGE-DATE       TO DF03-CHG-DATE
               MOVE WS-CHG-TIME         TO DF03-CHG-TIME
               MOVE DF03CHG-FIELD-NAME (WS-CHG-SUB)
                                        TO DF03-CHG-FIELD
               SET DF03-CHG-MERGED      TO TRUE
               MOVE 'DF03MRGE'          TO DF03-CHG-OPERATOR
               MOVE 'DF03MRGE'          TO DF03-CHG-PROGRAM
               MOVE DF03CHG-FIELD-BEFORE (WS-CHG-SUB)
                                        TO DF03-CHG-BEFORE
               MOVE DF03CHG-FIELD-AFTER (WS-CHG-SUB)
                                        TO DF03-CHG-AFTER
               MOVE 'N'                 TO WS-CHG-WRITTEN-FLAG
               PERFORM UNTIL WS-CHG-WRITTEN-FLAG = 'Y'
                   ADD 1                TO WS-CHG-SEQ
                   MOVE WS-CHG-SEQ      TO DF03-CHG-SEQ
                   WRITE DF03-CHG-RECORD
                       INVALID KEY
                           IF WS-CHGJ-STATUS NOT = '22'
                              OR WS-CHG-SEQ > 998
                               DISPLAY 'DF03MRGE CHANGE JOURNAL WRITE '
                                       'FAILED FOR ' DF03-CUST-NUMBER
                                       UPON CONSOLE
                               MOVE 'Y' TO WS-CHG-WRITTEN-FLAG
                           END-IF
                       NOT INVALID KEY
                           ADD 1        TO WS-CHG-ROW-COUNT
                           MOVE 'Y'     TO WS-CHG-WRITTEN-FLAG
                   END-WRITE
               END-PERFORM
           END-PERFORM.

       4100-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.


       5230-EXIT. EXIT.

      **** POLICY LINKS FOLLOW THE CUSTOMER: EVERY DF26CXRF ROW
      **** POINTING AT A NUMBER RETIRED THIS RUN IS REPOINTED TO ITS
      **** SURVIVOR.  AN OVERFLOWED TABLE LEAVES THE FILE ALONE.
       5300-REPOINT-POLICY-LINKS.

           IF WS-MERGED-COUNT = ZERO
               GO TO 5300-EXIT
           END-IF.

           OPEN INPUT POLICY-XREF-IN-FILE.

           IF WS-PXR-IN-STATUS NOT = '00'
               GO TO 5300-EXIT
           END-IF.

           PERFORM UNTIL WS-PXR-EOF
               READ POLICY-XREF-IN-FILE
                   AT END
                       SET WS-PXR-EOF TO TRUE
                   NOT AT END
                       IF WS-POLICY-LINK-COUNT < 500
                           ADD 1 TO WS-POLICY-LINK-COUNT
                           MOVE POLICY-XREF-IN-RECORD
                               TO WS-PLK-ENTRY (WS-POLICY-LINK-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PLK-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POLICY-XREF-IN-FILE.

           IF WS-PLK-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF03MRGE POLICY LINK TABLE FULL - LINKS NOT '
                       'REPOINTED, FILE LEFT UNTOUCHED' UPON CONSOLE
               GO TO 5300-EXIT
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                       UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
               PERFORM 5310-REPOINT-ONE-POLICY-LINK THRU 5310-EXIT
           END-PERFORM.

           CLOSE JOURNAL-FILE.

           IF WS-REPOINTED-POLICIES = ZERO
               GO TO 5300-EXIT
           END-IF.

           OPEN OUTPUT POLICY-XREF-OUT-FILE.

           IF WS-PXR-OUT-STATUS NOT = '00'
               DISPLAY 'DF03MRGE POLICY CROSS-REFERENCE OPEN ERROR'
                                               UPON CONSOLE
               GO TO 5300-EXIT
           END-IF.

           PERFORM VARYING WS-PLK-SUB FROM 1 BY 1
                       UNTIL WS-PLK-SUB > WS-POLICY-LINK-COUNT
               WRITE POLICY-XREF-OUT-RECORD
                                   FROM WS-PLK-ENTRY (WS-PLK-SUB)
           END-PERFORM.

           CLOSE POLICY-XREF-OUT-FILE.

           DISPLAY 'DF03MRGE POLICY LINKS REPOINTED = '
                                        WS-REPOINTED-POLICIES
                                               UPON CONSOLE.

       5300-EXIT. EXIT.

       5310-REPOINT-ONE-POLICY-LINK.

           MOVE WS-PLK-ENTRY (WS-PLK-SUB) TO DF26-CX-RECORD.
           MOVE SPACES                 TO WS-PST-SURVIVOR.

           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                       UNTIL WS-MRG-SUB > WS-MERGE-LIST-COUNT
               IF WS-MRG-RETIRING (WS-MRG-SUB) = DF26-CX-CUST-NUMBER
                   MOVE WS-MRG-SURVIVOR (WS-MRG-SUB)
                                        TO WS-PST-SURVIVOR
                   MOVE WS-MRG-RETIRING (WS-MRG-SUB)
                                        TO JR-RETIRING-NUMBER
               END-IF
           END-PERFORM.

           IF WS-PST-SURVIVOR = SPACES
               GO TO 5310-EXIT
           END-IF.

           MOVE WS-MERGE-DATE          TO JR-MERGE-DATE.
           MOVE WS-PST-SURVIVOR        TO JR-SURVIVOR-NUMBER.
           MOVE 'PLNK'                 TO JR-RECORD-TYPE.

           MOVE 'B'                    TO JR-PHASE.
           MOVE SPACES                 TO JR-IMAGE.
           MOVE DF26-CX-RECORD         TO JR-IMAGE.
           WRITE JOURNAL-RECORD.

           MOVE WS-PST-SURVIVOR        TO DF26-CX-CUST-NUMBER.
           SET DF26-CX-LINKED-BY-MERGE TO TRUE.
           MOVE WS-MERGE-DATE          TO DF26-CX-LINK-DATE.
           MOVE 'DF03MRGE'             TO DF26-CX-OPERATOR-ID.
           MOVE DF26-CX-RECORD         TO WS-PLK-ENTRY (WS-PLK-SUB).
           ADD 1                       TO WS-REPOINTED-POLICIES.

           MOVE 'A'                    TO JR-PHASE.
           MOVE SPACES                 TO JR-IMAGE.
           MOVE DF26-CX-RECORD         TO JR-IMAGE.
           WRITE JOURNAL-RECORD.

       5310-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
