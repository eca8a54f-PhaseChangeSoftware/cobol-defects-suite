      ****   DEPARTMENTS AT ONCE, WRITING BOTH TO ONE COVERAGE       ****
      ****   REPORT - FOLLOWING DF42XREF'S CURSOR-LOAD-INTO-TABLE    ****
      ****   APPROACH.                                               ****
      ******************************************************************
      ****   THE COVERAGE REPORT NOW PRINTS THROUGH THE SHARED      ****
      ****   DFRPT LAYER (PAGE HEADINGS AND A FOOTER COUNT) AS ONE  ****
      ****   SECTION KEYED ON THE STORE, WITH REPORT ID DF42RPT2,   ****
      ****   SO THE DFBURST STEP CAN ROUTE IT TO THE STORE.         ****
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-US-STORE             PIC X(20).

       01  WS-ZERO-CLERK-DETAIL.
           05  FILLER                 PIC X(16) VALUE 'NO CLERKS DEPT='.
           05  RD-ZC-DEPARTMENT        PIC X(40).
                   VALUE 'OVERASSIGNED CLERKS='.
           05  WS-SUM-OVERASSIGNED     PIC ZZZ9.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.
           DISPLAY 'DF42STAF START OF JOB' UPON CONSOLE.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF42STAF - DEPT/CLERK STAFFING COVERAGE'
                                        TO DFRPT-TITLE.
           MOVE 'DF42RPT2'              TO DFRPT-REPORT-ID.
           MOVE WS-STORE                TO DFRPT-SECTION-KEY.
           PERFORM 8150-RPT-NEW-SECTION.

           PERFORM 1500-VALIDATE-STORE-CODE.


           IF DFSTOR-RETURN-CODE = '00' AND DFSTOR-NOT-FOUND
               MOVE WS-STORE            TO RD-US-STORE
               MOVE WS-UNKNOWN-STORE-DETAIL TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
               DISPLAY 'DF42STAF STORE NOT ON MASTER = ' WS-STORE
                                                     UPON CONSOLE
           END-IF.
                   MOVE SPACES          TO WS-ZERO-CLERK-DETAIL
                   MOVE WS-DEPT-NAME (WS-DEPT-SUB)
                       TO RD-ZC-DEPARTMENT
                   MOVE WS-ZERO-CLERK-DETAIL TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

                   MOVE WS-CLK-DEPT-COUNT (WS-CLK-SUB)
                       TO RD-OA-DEPT-COUNT
                   MOVE WS-MAX-DEPTS-PER-CLERK TO RD-OA-MAX
                   MOVE WS-OVERASSIGNED-DETAIL TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           MOVE WS-ZERO-CLERK-COUNT     TO WS-SUM-ZERO-CLERK.
           MOVE WS-OVERASSIGNED-COUNT   TO WS-SUM-OVERASSIGNED.

           MOVE WS-SUMMARY-LINE         TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
