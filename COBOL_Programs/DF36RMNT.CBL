      ****   ORIGINAL RESULTS - AS IS A DUPLICATE SET/DATE PAIR.    ****
      ****   THE TABLE IS REWRITTEN SORTED BY SET AND DATE AND THE  ****
      ****   RUN PRINTS AN APPLIED/REJECTED REGISTER.               ****
      ******************************************************************
      ****   MAKER-CHECKER: A RATE CARD NOW ALSO CARRIES THE USER   ****
      ****   ID OF THE OPERATOR WHO ENTERED IT (COLUMNS 25-32) AND  ****
      ****   OF THE OPERATOR APPROVING IT (COLUMNS 33-40).  THE     ****
      ****   APPROVER MUST PASS DFAUTH FOR FUNCTION RTE WITH THE    ****
      ****   ENTERING OPERATOR PASSED ALONG, SO NOBODY APPROVES     ****
      ****   THEIR OWN RATE; A CARD MISSING EITHER ID, OR WHOSE     ****
      ****   APPROVER IS REFUSED, IS REJECTED WITH THE REASON.      ****
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(01).

       FD  TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  RC-EFFECTIVE-FROM       PIC X(10).
           05  RC-RATE                 PIC 9V9999.
           05  FILLER                  PIC X(01).
           05  RC-ENTERED-BY           PIC X(08).
           05  RC-APPROVED-BY          PIC X(08).

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 24 CHARACTERS

       COPY DFRUNDT.

       COPY DFAUTH.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(38) VALUE
                   'DF36RMNT PENDING-RATE ENTRY REGISTER'.
               GO TO 2000-EXIT
           END-IF.

           IF RC-ENTERED-BY = SPACES
               MOVE 'NO ENTERING OPERATOR ON CARD' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 2000-EXIT
           END-IF.

           IF RC-APPROVED-BY = SPACES
               MOVE 'NO APPROVING OPERATOR ON CARD' TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 2000-EXIT
           END-IF.

           MOVE RC-APPROVED-BY         TO DFAUTH-USER-ID.
           MOVE 'RTE'                  TO DFAUTH-FUNCTION.
           MOVE RC-ENTERED-BY          TO DFAUTH-ENTERED-BY.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'RATE ' RC-RATE-SET ' FROM ' RC-EFFECTIVE-FROM
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO RD-REASON
               PERFORM 6100-WRITE-REJECTED-LINE
               GO TO 2000-EXIT
           END-IF.

      **** ONLY FUTURE ROWS GO ON - A RATE EFFECTIVE TODAY OR
      **** EARLIER WOULD REWRITE HISTORY UNDER AS-OF RERUNS.
           IF RC-EFFECTIVE-FROM NOT > WS-PROCESSING-DATE
