      ****   REJECT TO THE DF02RPT4 REPORT, AND REWRITES DF02PTRN   ****
      ****   WITH THE TRANSACTIONS NOBODY HAS DECIDED YET SO THEY   ****
      ****   STAY PENDING FOR THE NEXT PASS.                        ****
      ******************************************************************
      ****   MAKER-CHECKER: EACH DF02PTRN PENDING TRANSACTION NOW   ****
      ****   CARRIES THE USER ID OF THE OPERATOR WHO ENTERED IT     ****
      ****   (THE PROGRAM NAME FOR THE DF02RPLN AND DF02SHRK        ****
      ****   SUGGESTIONS).  AN APPROVE DECISION IS TAKEN ONLY WHEN  ****
      ****   DFAUTH GRANTS THE DECIDING OPERATOR FUNCTION PLT WITH  ****
      ****   THAT ENTERING OPERATOR PASSED ALONG, SO NOBODY         ****
      ****   APPROVES THEIR OWN ENTRY.  A REFUSED APPROVAL PRINTS   ****
      ****   WITH ITS REASON AND THE TRANSACTION STAYS PENDING.     ****
      ******************************************************************
      ****   A PENDING TRANSACTION WITH NO ENTERING OPERATOR (A     ****
      ****   HAND-KEYED DF02PTRN ROW) IS NEVER APPROVED - THE       ****
      ****   APPROVAL IS REFUSED WITH REASON 'NO ENTERING OPERATOR' ****
      ****   AND THE TRANSACTION STAYS PENDING, AS IN DF42STMT AND  ****
      ****   DF36RMNT.                                              ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  PENDING-IN-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PENDING-IN-RECORD.

      **** ACTION 'A'/'R' ARE KEYED PLANT MAINTENANCE; ACTION 'X'
      **** IS A DF02RPLN REPLENISHMENT TRANSFER SUGGESTION (PART,
      **** QUANTITY AND SOURCING PLANT FILLED, PRIORITY/THRESHOLD
      **** ZERO) AWAITING THE SAME SUPERVISOR DECISION.  ACTION
      **** 'P' IS A DF02RPLN PURCHASE SUGGESTION FOR A SHORTAGE NO
      **** PLANT COULD COVER - PART, QUANTITY AND SUPPLIER FILLED,
      **** THE PLANT BEING THE SHIP-TO PLANT.
       01  PENDING-IN-RECORD.
           05  PIR-ACTION              PIC X(01).
           05  PIR-PLANT               PIC X(03).
           05  PIR-PART                PIC X(08).
           05  PIR-QUANTITY            PIC 9(07).
           05  PIR-FROM-PLANT          PIC X(03).
           05  PIR-SUPPLIER            PIC X(06).
           05  PIR-ENTERED-BY          PIC X(08).

       FD  DECISION-FILE
           RECORD CONTAINS 12 CHARACTERS
           05  DC-OPERATOR-ID          PIC X(08).

       FD  APPROVED-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS APPROVED-RECORD.

       01  APPROVED-RECORD.
           05  AP-QUANTITY             PIC 9(07).
           05  AP-FROM-PLANT           PIC X(03).
           05  AP-OPERATOR-ID          PIC X(08).
           05  AP-SUPPLIER             PIC X(06).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS PENDING-OUT-RECORD.

       01  PENDING-OUT-RECORD.
           05  POR-PART                PIC X(08).
           05  POR-QUANTITY            PIC 9(07).
           05  POR-FROM-PLANT          PIC X(03).
           05  POR-SUPPLIER            PIC X(06).
           05  POR-ENTERED-BY          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
               10  WS-PND-PART         PIC X(08).
               10  WS-PND-QUANTITY     PIC 9(07).
               10  WS-PND-FROM-PLANT   PIC X(03).
               10  WS-PND-SUPPLIER     PIC X(06).
               10  WS-PND-STATE        PIC X(01).
                   88  WS-PND-UNDECIDED    VALUE 'P'.
                   88  WS-PND-APPROVED     VALUE 'A'.
                   88  WS-PND-REJECTED     VALUE 'R'.
               10  WS-PND-OPERATOR     PIC X(08).
               10  WS-PND-ENTERED-BY   PIC X(08).

       01  WS-APPROVED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-UNDECIDED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  OD-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-REFUSED-DETAIL.
           05  FILLER                  PIC X(19) VALUE
                   'APPROVAL REFUSED - '.
           05  RF-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RF-PLANT                PIC X(03).
           05  FILLER                  PIC X(07) VALUE ' OPER ='.
           05  RF-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RF-REASON               PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       COPY DFAUTH.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
                               TO WS-PND-QUANTITY (WS-PENDING-COUNT)
                           MOVE PIR-FROM-PLANT
                               TO WS-PND-FROM-PLANT (WS-PENDING-COUNT)
                           MOVE PIR-SUPPLIER
                               TO WS-PND-SUPPLIER (WS-PENDING-COUNT)
                           MOVE PIR-ENTERED-BY
                               TO WS-PND-ENTERED-BY (WS-PENDING-COUNT)
                           MOVE 'P'
                               TO WS-PND-STATE (WS-PENDING-COUNT)
                           MOVE SPACES
                   MOVE WS-PND-QUANTITY (WS-PND-IDX) TO POR-QUANTITY
                   MOVE WS-PND-FROM-PLANT (WS-PND-IDX)
                                        TO POR-FROM-PLANT
                   MOVE WS-PND-SUPPLIER (WS-PND-IDX)
                                        TO POR-SUPPLIER
                   MOVE WS-PND-ENTERED-BY (WS-PND-IDX)
                                        TO POR-ENTERED-BY
                   WRITE PENDING-OUT-RECORD
               END-IF
           END-PERFORM.
                                        WS-UNDECIDED-COUNT UPON CONSOLE.
           DISPLAY 'DF02PAPP ORPHAN DECISIONS      = '
                                        WS-ORPHAN-COUNT UPON CONSOLE.
           DISPLAY 'DF02PAPP APPROVALS REFUSED     = '
                                        WS-REFUSED-COUNT UPON CONSOLE.
           DISPLAY 'DF02PAPP END OF JOB' UPON CONSOLE.

           GOBACK.
               GO TO 2000-EXIT
           END-IF.

      **** A HAND-KEYED ROW WITH NO ENTERING OPERATOR CANNOT BE
      **** CHECKED AGAINST ITS APPROVER, SO IT IS NOT APPROVED.
           IF DC-DECISION-APPROVE
              AND WS-PND-ENTERED-BY (WS-FOUND-SUB) = SPACES
               ADD 1                    TO WS-REFUSED-COUNT
               MOVE WS-PND-ACTION (WS-FOUND-SUB) TO RF-ACTION
               MOVE DC-PLANT            TO RF-PLANT
               MOVE DC-OPERATOR-ID      TO RF-OPERATOR
               MOVE 'NO ENTERING OPERATOR' TO RF-REASON
               WRITE REPORT-LINE       FROM WS-REFUSED-DETAIL
               GO TO 2000-EXIT
           END-IF.

           IF DC-DECISION-APPROVE
               PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT
               IF DFAUTH-DENIED
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN DC-DECISION-APPROVE
                   MOVE 'A'             TO WS-PND-STATE (WS-FOUND-SUB)

       2000-EXIT. EXIT.

      **** THE APPROVER MUST HOLD PLT AND MUST NOT BE THE OPERATOR WHO
      **** ENTERED THE TRANSACTION.
       2100-CHECK-APPROVER.

           MOVE DC-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'PLT'                  TO DFAUTH-FUNCTION.
           MOVE WS-PND-ENTERED-BY (WS-FOUND-SUB) TO DFAUTH-ENTERED-BY.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'PLANT APPROVE ' WS-PND-ACTION (WS-FOUND-SUB) ' '
                  DC-PLANT
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               ADD 1                    TO WS-REFUSED-COUNT
               MOVE WS-PND-ACTION (WS-FOUND-SUB) TO RF-ACTION
               MOVE DC-PLANT            TO RF-PLANT
               MOVE DC-OPERATOR-ID      TO RF-OPERATOR
               MOVE DFAUTH-REASON       TO RF-REASON
               WRITE REPORT-LINE       FROM WS-REFUSED-DETAIL
           END-IF.

       2100-EXIT. EXIT.

       3000-WRITE-APPROVED-RECORD.

           ADD 1                       TO WS-APPROVED-COUNT.
           MOVE WS-PND-QUANTITY (WS-PND-IDX) TO AP-QUANTITY.
           MOVE WS-PND-FROM-PLANT (WS-PND-IDX) TO AP-FROM-PLANT.
           MOVE WS-PND-OPERATOR (WS-PND-IDX) TO AP-OPERATOR-ID.
           MOVE WS-PND-SUPPLIER (WS-PND-IDX) TO AP-SUPPLIER.
           WRITE APPROVED-RECORD.

       3100-REPORT-REJECTED-RECORD.
