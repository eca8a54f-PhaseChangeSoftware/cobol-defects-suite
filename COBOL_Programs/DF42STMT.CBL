      ****   ADJUSTMENT PRINTS AS ITS OWN ITEMIZED STATEMENT LINE   ****
      ****   AND A DENIED ONE IS REPORTED AND IGNORED, SO NOTHING   ****
      ****   IS EVER SILENTLY FOLDED INTO THE TOTAL.                ****
      ******************************************************************
      ****   THE REVIEWERS ALSO SEE THE CASH SIDE.  EACH CLERK'S    ****
      ****   DRAWERS ON THE DF35TIHS REGISTER OVER/SHORT HISTORY    ****
      ****   KEPT BY DF35TILL (LAYOUT DF35TIH.CPY) PRINT UNDER THE  ****
      ****   COMMISSION TOTAL - DATE, STORE, REGISTER, SHIFT AND    ****
      ****   OVER/SHORT, MARKED WHERE BEYOND TOLERANCE - WITH THE   ****
      ****   NET AND THE NUMBER OF SHORTS OVER THE WINDOW.          ****
      ******************************************************************
      ****   EVERY ADJUSTMENT DFAUTH APPROVES IS ALSO WRITTEN TO    ****
      ****   DF42ADJA, SO DF42PAYX EXPORTS EXACTLY THE ADJUSTMENTS  ****
      ****   THE STATEMENTS SHOWED WITHOUT ASKING DFAUTH TWICE.     ****
      ****   THE FILE IS REBUILT EVERY RUN, EMPTY WHEN THERE ARE    ****
      ****   NO ADJUSTMENTS, SO A PRIOR PERIOD'S ARE NEVER REPAID.  ****
      ******************************************************************
      ****   EACH DF42ADJT ADJUSTMENT NOW ALSO CARRIES THE USER ID  ****
      ****   OF THE OPERATOR WHO KEYED IT.  THE APPROVING           ****
      ****   SUPERVISOR'S DFAUTH CHECK PASSES IT AS THE ENTERING    ****
      ****   OPERATOR, SO AN ADJUSTMENT APPROVED BY THE SAME PERSON ****
      ****   WHO ENTERED IT IS DENIED; ONE WITH NO ENTERING         ****
      ****   OPERATOR IS DENIED WITHOUT ASKING.  DF42ADJA CARRIES   ****
      ****   THE SAME WIDER LAYOUT.                                 ****
      ******************************************************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADJUST-STATUS.

           SELECT APPROVED-FILE    ASSIGN TO DF42ADJA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-APPROVED-STATUS.

           SELECT HISTORY-FILE     ASSIGN TO DF35TIHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF42RPT7
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
                                       SIGN LEADING SEPARATE.

       FD  ADJUST-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS ADJUST-RECORD.

       01  ADJUST-RECORD.
                                       SIGN LEADING SEPARATE.
           05  AJ-REASON               PIC X(30).
           05  AJ-SUPERVISOR-ID        PIC X(08).
           05  AJ-ENTERED-BY           PIC X(08).

      **** SAME LAYOUT AS DF42ADJT - THE APPROVED SUBSET.
       FD  APPROVED-FILE
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS APPROVED-RECORD.

       01  APPROVED-RECORD             PIC X(104).

       FD  HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.

       01  HISTORY-RECORD              PIC X(100).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01  WS-DETAIL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADJUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APPROVED-STATUS          PIC X(02) VALUE SPACES.

       01  WS-DETAIL-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-DETAIL-EOF               VALUE 'Y'.
       01  WS-ADJUST-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-ADJUST-EOF               VALUE 'Y'.

       01  WS-HISTORY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-HISTORY-EOF              VALUE 'Y'.

       01  WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LIN-ENTRY            OCCURS 1 TO 500 TIMES

       01  WS-ADJ-SUB                  PIC 9(03) VALUE ZERO.

      **** THE DF35TIHS DRAWER HISTORY - LAYOUT DF35TIH.CPY.
       COPY DF35TIH.

       01  WS-TILL-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-TILL-TABLE.
           05  WS-TIL-ENTRY            OCCURS 2000 TIMES
                                       INDEXED BY WS-TIL-IDX.
               10  WS-TIL-EMPID        PIC X(08).
               10  WS-TIL-DATE         PIC X(10).
               10  WS-TIL-STORE        PIC X(08).
               10  WS-TIL-REGISTER     PIC X(04).
               10  WS-TIL-SHIFT        PIC X(01).
               10  WS-TIL-OVER-SHORT   PIC S9(07)V99 COMP-3.
               10  WS-TIL-FLAG         PIC X(01).

       01  WS-TILL-PRINTED             PIC 9(04) VALUE ZERO.
       01  WS-TILL-SHORTS              PIC 9(04) VALUE ZERO.
       01  WS-TILL-NET                 PIC S9(09)V99 VALUE ZERO.

       01  WS-CURRENT-EMPID            PIC X(08) VALUE SPACES.
       01  WS-CLERK-TOTAL              PIC S9(09)V99 VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(04) VALUE ZERO.

       COPY DFAUTH.

       01  WS-TILL-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
                                       'REGISTER CASH OVER/SHORT'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(06) VALUE 'REG'.
           05  FILLER                  PIC X(03) VALUE 'SH'.
           05  FILLER                  PIC X(14) VALUE
                                       '    OVER/SHORT'.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-TILL-LINE.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  TD-DATE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TD-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TD-REGISTER             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TD-SHIFT                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TD-OVER-SHORT           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TD-FLAG                 PIC X(05).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TILL-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
                                       'NET CASH OVER/SHORT'.
           05  FILLER                  PIC X(29) VALUE
                                       'SHORTS BEYOND TOLERANCE ='.
           05  TT-SHORTS               PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  TT-NET                  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-CLERK-HEADER-LINE.
           05  FILLER                  PIC X(09) VALUE 'CLERK:  '.
           05  CH-EMPLOYEE-ID          PIC X(08).

           PERFORM 1100-LOAD-COMMISSION-DETAIL THRU 1100-EXIT.
           PERFORM 1200-LOAD-ADJUSTMENTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-TILL-HISTORY THRU 1300-EXIT.

       1000-PRINT-STATEMENTS.

      **** THE DFAUTHLG ACTIVITY LOG EITHER WAY.
       1200-LOAD-ADJUSTMENTS.

           OPEN OUTPUT APPROVED-FILE.

           OPEN INPUT ADJUST-FILE.

           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 1200-CLOSE-APPROVED
           END-IF.

           PERFORM UNTIL WS-ADJUST-EOF

           CLOSE ADJUST-FILE.

       1200-CLOSE-APPROVED.

           CLOSE APPROVED-FILE.

       1200-EXIT. EXIT.

      **** NO HISTORY FILE JUST MEANS NO CASH SECTION ON THE
      **** STATEMENTS.
       1300-LOAD-TILL-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE           INTO TILL-HISTORY-RECORD
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       IF WS-TILL-COUNT < 2000
                           ADD 1 TO WS-TILL-COUNT
                           MOVE TH-EMPLOYEE-ID
                               TO WS-TIL-EMPID (WS-TILL-COUNT)
                           MOVE TH-COUNT-DATE
                               TO WS-TIL-DATE (WS-TILL-COUNT)
                           MOVE TH-STORE-CODE
                               TO WS-TIL-STORE (WS-TILL-COUNT)
                           MOVE TH-REGISTER
                               TO WS-TIL-REGISTER (WS-TILL-COUNT)
                           MOVE TH-SHIFT
                               TO WS-TIL-SHIFT (WS-TILL-COUNT)
                           MOVE TH-OVER-SHORT
                               TO WS-TIL-OVER-SHORT (WS-TILL-COUNT)
                           MOVE TH-TOLERANCE-FLAG
                               TO WS-TIL-FLAG (WS-TILL-COUNT)
                       ELSE
                           DISPLAY 'DF42STMT OVER/SHORT HISTORY TABLE '
                                   'FULL - ' TH-EMPLOYEE-ID ' '
                                   TH-COUNT-DATE ' NOT SHOWN'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       1300-EXIT. EXIT.

       2000-APPROVE-ONE-ADJUSTMENT.

           IF AJ-ENTERED-BY = SPACES
               ADD 1                    TO WS-DENIED-COUNT
               DISPLAY 'DF42STMT ADJUSTMENT DENIED FOR '
                       AJ-EMPLOYEE-ID ' - NO ENTERING OPERATOR'
                                               UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           MOVE AJ-SUPERVISOR-ID       TO DFAUTH-USER-ID.
           MOVE AJ-ENTERED-BY          TO DFAUTH-ENTERED-BY.
           MOVE 'COM'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'COMM ADJ ' AJ-EMPLOYEE-ID ' ' AJ-REASON
           END-IF.

           IF WS-ADJ-COUNT < 100
               WRITE APPROVED-RECORD   FROM ADJUST-RECORD
               ADD 1                    TO WS-ADJ-COUNT
               MOVE AJ-EMPLOYEE-ID      TO WS-ADJ-EMPID (WS-ADJ-COUNT)
               MOVE AJ-DEPARTMENT
           MOVE WS-TOTAL-LINE          TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 3300-PRINT-TILL-HISTORY THRU 3300-EXIT.

       3000-EXIT. EXIT.

      **** ONE CLERK PER PAGE - A FRESH HEADING STARTS A FRESH PAGE.
           MOVE WS-LIN-COMMISSION (WS-LIN-IDX) TO DL-COMMISSION.
           PERFORM 8200-RPT-WRITE-DETAIL.

      **** THE CLERK'S DRAWERS FROM THE OVER/SHORT HISTORY, IN FILE
      **** (DATE) ORDER, AND THE NET - NOTHING PRINTS FOR A CLERK
      **** WHO NEVER SIGNED FOR A DRAWER.
       3300-PRINT-TILL-HISTORY.

           MOVE ZERO                   TO WS-TILL-PRINTED.
           MOVE ZERO                   TO WS-TILL-SHORTS.
           MOVE ZERO                   TO WS-TILL-NET.

           PERFORM VARYING WS-TIL-IDX FROM 1 BY 1
                       UNTIL WS-TIL-IDX > WS-TILL-COUNT
               IF WS-TIL-EMPID (WS-TIL-IDX) = WS-CURRENT-EMPID
                   IF WS-TILL-PRINTED = ZERO
                       MOVE WS-TILL-HEADING TO WS-DETAIL-LINE
                       PERFORM 8200-RPT-WRITE-DETAIL
                   END-IF
                   PERFORM 3400-PRINT-ONE-DRAWER
               END-IF
           END-PERFORM.

           IF WS-TILL-PRINTED = ZERO
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-TILL-SHORTS         TO TT-SHORTS.
           MOVE WS-TILL-NET            TO TT-NET.
           MOVE WS-TILL-TOTAL-LINE     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       3300-EXIT. EXIT.

       3400-PRINT-ONE-DRAWER.

           ADD 1                       TO WS-TILL-PRINTED.
           ADD WS-TIL-OVER-SHORT (WS-TIL-IDX) TO WS-TILL-NET.

           MOVE WS-TIL-DATE (WS-TIL-IDX)       TO TD-DATE.
           MOVE WS-TIL-STORE (WS-TIL-IDX)      TO TD-STORE.
           MOVE WS-TIL-REGISTER (WS-TIL-IDX)   TO TD-REGISTER.
           MOVE WS-TIL-SHIFT (WS-TIL-IDX)      TO TD-SHIFT.
           MOVE WS-TIL-OVER-SHORT (WS-TIL-IDX) TO TD-OVER-SHORT.

           EVALUATE WS-TIL-FLAG (WS-TIL-IDX)
               WHEN 'S'
                   ADD 1                TO WS-TILL-SHORTS
                   MOVE 'SHORT'         TO TD-FLAG
               WHEN 'O'
                   MOVE 'OVER'          TO TD-FLAG
               WHEN OTHER
                   MOVE SPACES          TO TD-FLAG
           END-EVALUATE.

           MOVE WS-TILL-LINE           TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
