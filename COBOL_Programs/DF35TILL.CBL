       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF35TILL.

      *REMARKS:    REGISTER CASH OVER/SHORT BY CLERK - JOINS THE
      *            DF35TILC TILL COUNTS TO THE DF35RGCS REGISTER
      *            SETTLEMENT DETAIL AND TO THE DF42 CLERK MASTER
      *            AND ASSIGNMENTS, KEEPS A ROLLING DF35TIHS HISTORY
      *            AND FLAGS REPEATEDLY SHORT CLERKS FOR THE STORE
      *            MANAGER.

      ******************************************************************
      ****   DF35BAL SAYS A STORE IS OUT OF BALANCE BUT NOT WHICH   ****
      ****   REGISTER OR WHICH CLERK.  THIS RUN READS THE DF35TILC  ****
      ****   TILL COUNTS - ONE PER STORE, REGISTER, SHIFT AND DAY,  ****
      ****   CARRYING THE CASH COUNTED AND THE EMPLOYEE ID OF THE   ****
      ****   CLERK WHO SIGNED FOR THE DRAWER - AND:                 ****
      ****                                                          ****
      ****   1. VALIDATES THE CLERK AGAINST THE                     ****
      ****      DEFECTS.DF42.CLERKMST CLERK MASTER; AN UNKNOWN OR   ****
      ****      INACTIVE CLERK REJECTS THE COUNT TO THE EXCEPTION   ****
      ****      LIST RATHER THAN CHARGING CASH TO NOBODY.           ****
      ****   2. MATCHES THE COUNT TO THE REGISTER'S EXPECTED CASH   ****
      ****      ON THE DF35RGCS REGISTER SETTLEMENT DETAIL FOR THE  ****
      ****      SAME STORE, REGISTER, SHIFT AND DATE.  A COUNT WITH ****
      ****      NO EXPECTED CASH, A SECOND COUNT FOR THE SAME       ****
      ****      DRAWER, AND A REGISTER WITH EXPECTED CASH THAT WAS  ****
      ****      NEVER COUNTED ARE ALL LISTED AS EXCEPTIONS.         ****
      ****   3. TAKES THE DEPARTMENT FROM THE CLERK'S ASSIGNMENT AT ****
      ****      THAT STORE ON DEFECTS.DF42.TABLE2 (LOADED BY CURSOR ****
      ****      THE SAME WAY AS DF42COMM).                          ****
      ****   4. PRINTS THE DAY'S OVER/SHORT (COUNTED LESS EXPECTED) ****
      ****      BY STORE, DEPARTMENT AND CLERK ON DF35RPT8 WITH     ****
      ****      DEPARTMENT TOTALS, MARKING ANY DRAWER OVER OR SHORT ****
      ****      BY MORE THAN THE DF35TPRM TOLERANCE.                ****
      ****   5. ADDS THE DAY TO THE DF35TIHS ROLLING HISTORY        ****
      ****      (LAYOUT DF35TIH.CPY) - A RERUN REPLACES THE SAME    ****
      ****      DRAWER'S RECORD INSTEAD OF DOUBLING IT - AND DROPS  ****
      ****      RECORDS OLDER THAN THE RETENTION WINDOW.  DF42STMT  ****
      ****      PRINTS EACH CLERK'S HISTORY ON THE COMMISSION       ****
      ****      STATEMENT FOR ITS REVIEWERS.                        ****
      ****   6. LISTS ON DF35RPT9, FOR THE STORE MANAGER, EVERY     ****
      ****      CLERK SHORT BEYOND THE TOLERANCE AT LEAST THE       ****
      ****      DF35TPRM NUMBER OF TIMES WITHIN THE REVIEW WINDOW   ****
      ****      (RETURN CODE 4).                                    ****
      ****                                                          ****
      ****   EXCEPTIONS ALSO SET RETURN CODE 4.  UNDER A DRY-RUN    ****
      ****   WINDOW THE HISTORY GOES TO ITS SHADOW COPY.  THE EXEC  ****
      ****   SQL SECTIONS NEED THE DB2 PRECOMPILER AND DO NOT PARSE ****
      ****   ON A PLAIN COBOL COMPILER.                             ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF35TPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT TILL-FILE        ASSIGN TO DF35TILC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TILL-STATUS.

           SELECT EXPECTED-FILE    ASSIGN TO DF35RGCS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXPECTED-STATUS.

           SELECT HISTORY-IN-FILE  ASSIGN TO DF35TIHS
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-IN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO WS-HISTORY-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIST-OUT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF35RPT8
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVIEW-FILE      ASSIGN TO DF35RPT9
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** COL 1-7   OVER/SHORT TOLERANCE, 9(5)V99 IMPLIED DECIMAL
      **** COL 8-10  SHORTS WITHIN THE REVIEW WINDOW THAT FLAG A CLERK
      **** COL 11-13 REVIEW WINDOW IN CALENDAR DAYS
      **** COL 14-16 HISTORY RETENTION IN CALENDAR DAYS
       01  PARAMETER-RECORD.
           05  PM-TOLERANCE             PIC 9(05)V99.
           05  PM-SHORT-LIMIT           PIC 9(03).
           05  PM-REVIEW-DAYS           PIC 9(03).
           05  PM-RETENTION-DAYS        PIC 9(03).
           05  FILLER                   PIC X(64).

      **** ONE RECORD PER DRAWER COUNTED.  A BLANK COUNT DATE MEANS
      **** THE PROCESSING DATE.
       FD  TILL-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS TILL-RECORD.

       01  TILL-RECORD.
           05  TC-STORE-CODE            PIC X(08).
           05  TC-REGISTER              PIC X(04).
           05  TC-SHIFT                 PIC X(01).
           05  TC-COUNT-DATE            PIC X(10).
           05  TC-EMPLOYEE-ID           PIC X(08).
           05  TC-COUNTED-CASH          PIC 9(07)V99.
           05  FILLER                   PIC X(10).

      **** THE SETTLEMENT DETAIL CARRIED DOWN TO THE REGISTER AND
      **** SHIFT - THE CASH EACH DRAWER SHOULD HOLD.
       FD  EXPECTED-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS EXPECTED-RECORD.

       01  EXPECTED-RECORD.
           05  RG-STORE-CODE            PIC X(08).
           05  RG-REGISTER              PIC X(04).
           05  RG-SHIFT                 PIC X(01).
           05  RG-SETTLE-DATE           PIC X(10).
           05  RG-EXPECTED-CASH         PIC 9(07)V99.
           05  FILLER                   PIC X(08).

       FD  HISTORY-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-IN-RECORD.

       01  HISTORY-IN-RECORD           PIC X(100).

       FD  HISTORY-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-OUT-RECORD.

       01  HISTORY-OUT-RECORD          PIC X(100).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       FD  REVIEW-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REVIEW-LINE.

       01  REVIEW-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TILL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXPECTED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REVIEW-STATUS            PIC X(02) VALUE SPACES.

       01  WS-TILL-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-TILL-EOF                 VALUE 'Y'.

       01  WS-EXPECTED-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-EXPECTED-EOF             VALUE 'Y'.

       01  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-TOLERANCE                PIC 9(05)V99 VALUE 5.00.
       01  WS-SHORT-LIMIT              PIC 9(03) VALUE 3.
       01  WS-REVIEW-DAYS              PIC 9(03) VALUE 30.
       01  WS-RETENTION-DAYS           PIC 9(03) VALUE 90.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DF42CLKT END-EXEC.
           EXEC SQL INCLUDE DF42TBL2 END-EXEC.

       COPY DFSQL.

       01  WS-ASSIGN-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05  WS-ASG-ENTRY            OCCURS 500 TIMES
                                       INDEXED BY WS-ASG-SUB.
               10  WS-ASG-STORE        PIC X(20).
               10  WS-ASG-DEPARTMENT   PIC X(40).
               10  WS-ASG-EMPID        PIC X(08).

      **** EXPECTED CASH PER DRAWER, WITH A SWITCH SET WHEN A TILL
      **** COUNT CLAIMS IT.
       01  WS-EXPECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-EXPECT-TABLE.
           05  WS-EXP-ENTRY            OCCURS 1000 TIMES
                                       INDEXED BY WS-EXP-SUB.
               10  WS-EXP-STORE        PIC X(08).
               10  WS-EXP-REGISTER     PIC X(04).
               10  WS-EXP-SHIFT        PIC X(01).
               10  WS-EXP-DATE         PIC X(10).
               10  WS-EXP-CASH         PIC 9(07)V99.
               10  WS-EXP-COUNTED-FLAG PIC X(01).

      **** THE DAY'S DRAWERS, SORTED FOR THE OVER/SHORT REPORT.
       01  WS-DAILY-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DAILY-TABLE.
           05  WS-DAY-ENTRY            OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-DAILY-COUNT
                                       ASCENDING KEY IS WS-DAY-STORE
                                                    WS-DAY-DEPARTMENT
                                                    WS-DAY-EMPID
                                                    WS-DAY-REGISTER
                                                    WS-DAY-SHIFT
                                       INDEXED BY WS-DAY-SUB.
               10  WS-DAY-STORE        PIC X(08).
               10  WS-DAY-DEPARTMENT   PIC X(40).
               10  WS-DAY-EMPID        PIC X(08).
               10  WS-DAY-REGISTER     PIC X(04).
               10  WS-DAY-SHIFT        PIC X(01).
               10  WS-DAY-NAME         PIC X(40).
               10  WS-DAY-EXPECTED     PIC 9(07)V99.
               10  WS-DAY-COUNTED      PIC 9(07)V99.
               10  WS-DAY-OVER-SHORT   PIC S9(07)V99 COMP-3.
               10  WS-DAY-FLAG         PIC X(01).

      **** THE WHOLE HISTORY IS HELD AND REWRITTEN - A FILE TOO BIG
      **** FOR THE TABLE STOPS THE RUN RATHER THAN DROP HISTORY.
       01  WS-HIST-MAX                 PIC 9(04) VALUE 5000.
       01  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 5000 TIMES.
               10  WS-HIST-RECORD      PIC X(100).

       01  WS-HIST-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE HISTORY RECORD BEING BUILT OR EXAMINED.
       COPY DF35TIH.

      **** SHORTS BEYOND TOLERANCE PER CLERK AND STORE WITHIN THE
      **** REVIEW WINDOW.
       01  WS-TALLY-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-TALLY-TABLE.
           05  WS-TLY-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-TALLY-COUNT
                                       ASCENDING KEY IS WS-TLY-STORE
                                                    WS-TLY-EMPID
                                       INDEXED BY WS-TLY-SUB.
               10  WS-TLY-STORE        PIC X(08).
               10  WS-TLY-EMPID        PIC X(08).
               10  WS-TLY-DEPARTMENT   PIC X(40).
               10  WS-TLY-SHORTS       PIC 9(03).
               10  WS-TLY-SHORT-TOTAL  PIC S9(09)V99 COMP-3.
               10  WS-TLY-LAST-DATE    PIC X(10).

       01  WS-STORE-KEY                PIC X(20) VALUE SPACES.
       01  WS-DEPARTMENT               PIC X(40) VALUE SPACES.
       01  WS-CLERK-NAME               PIC X(40) VALUE SPACES.
       01  WS-CLERK-OK-FLAG            PIC X(01) VALUE 'N'.
       01  WS-OVER-SHORT               PIC S9(07)V99 VALUE ZERO.
       01  WS-TOLERANCE-FLAG           PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-PREV-STORE               PIC X(08) VALUE SPACES.
       01  WS-PREV-DEPARTMENT          PIC X(40) VALUE SPACES.
       01  WS-DEPT-OVER-SHORT          PIC S9(09)V99 VALUE ZERO.
       01  WS-DEPT-DRAWERS             PIC 9(04) VALUE ZERO.

       01  WS-COUNTS-READ              PIC 9(06) VALUE ZERO.
       01  WS-COUNTS-MATCHED           PIC 9(06) VALUE ZERO.
       01  WS-COUNTS-REJECTED          PIC 9(06) VALUE ZERO.
       01  WS-UNCOUNTED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-SHORT-DRAWERS            PIC 9(06) VALUE ZERO.
       01  WS-OVER-DRAWERS             PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-SHORT              PIC S9(09)V99 VALUE ZERO.
       01  WS-TOTAL-OVER               PIC S9(09)V99 VALUE ZERO.
       01  WS-HIST-DROPPED             PIC 9(06) VALUE ZERO.
       01  WS-HIST-REPLACED            PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-DATE-VALID-FLAG          PIC X(01) VALUE 'N'.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) VALUE ZERO.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(09) VALUE ZERO.

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

      **** UPDATE TARGET - THE LIVE HISTORY, OR ITS SHADOW COPY WHEN
      **** THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-HISTORY-OUT-NAME         PIC X(09) VALUE 'DF35TIHS'.

       COPY DFRUNDT.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(06) VALUE 'REG'.
           05  FILLER                  PIC X(03) VALUE 'SH'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'CLERK'.
           05  FILLER                  PIC X(14) VALUE
                                       '          CASH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(75) VALUE
                                       'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05  XL-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-REGISTER             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-SHIFT                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-DATE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-CASH                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  XL-REASON               PIC X(30).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-OVER-SHORT-HEADING.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(06) VALUE 'REG'.
           05  FILLER                  PIC X(03) VALUE 'SH'.
           05  FILLER                  PIC X(10) VALUE 'CLERK'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(26) VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(14) VALUE
                                       '    EXPECTED'.
           05  FILLER                  PIC X(14) VALUE
                                       '     COUNTED'.
           05  FILLER                  PIC X(15) VALUE
                                       '   OVER/SHORT'.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-OVER-SHORT-LINE.
           05  OL-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-REGISTER             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-SHIFT                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-CLERK-NAME           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-DEPARTMENT           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-EXPECTED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-COUNTED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-OVER-SHORT           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-FLAG                 PIC X(05).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
                                       'DEPARTMENT TOTAL - '.
           05  DT-DEPARTMENT           PIC X(30).
           05  FILLER                  PIC X(10) VALUE ' DRAWERS ='.
           05  DT-DRAWERS              PIC ZZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  DT-OVER-SHORT           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
                                       'DRAWERS SHORT ='.
           05  GT-SHORT-DRAWERS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  AMOUNT ='.
           05  GT-TOTAL-SHORT          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17) VALUE
                                       '  DRAWERS OVER ='.
           05  GT-OVER-DRAWERS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  AMOUNT ='.
           05  GT-TOTAL-OVER           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-REVIEW-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE
               'DF35TILL - REPEATEDLY SHORT CLERKS FOR REVIEW'.
           05  FILLER                  PIC X(06) VALUE 'AS OF '.
           05  RT-PROCESSING-DATE      PIC X(10).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-REVIEW-HEADING.
           05  FILLER                  PIC X(10) VALUE 'STORE'.
           05  FILLER                  PIC X(10) VALUE 'CLERK'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(32) VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(08) VALUE '  SHORTS'.
           05  FILLER                  PIC X(16) VALUE
                                       '     TOTAL SHORT'.
           05  FILLER                  PIC X(24) VALUE
                                       '  LAST SHORT'.

       01  WS-REVIEW-DETAIL.
           05  RV-STORE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-EMPLOYEE-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-CLERK-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-DEPARTMENT           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-SHORTS               PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-SHORT-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-LAST-DATE            PIC X(10).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-REVIEW-TOTAL-LINE.
           05  FILLER                  PIC X(26) VALUE
                                       'CLERKS FLAGGED FOR REVIEW='.
           05  RT-FLAGGED              PIC ZZZ9.
           05  FILLER                  PIC X(15) VALUE
                                       '  TOLERANCE ='.
           05  RT-TOLERANCE            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE
                                       '  LIMIT ='.
           05  RT-SHORT-LIMIT          PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE
                                       '  WITHIN '.
           05  RT-REVIEW-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(51) VALUE ' DAYS'.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF35TILL START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-CLERK-ASSIGNMENTS THRU 2000-EXIT.
           PERFORM 2300-LOAD-EXPECTED-CASH THRU 2300-EXIT.
           PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF35TILL DF35TIHS HOLDS MORE THAN ' WS-HIST-MAX
                       ' RECORDS - NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN INPUT TILL-FILE.

           IF WS-TILL-STATUS NOT = '00'
               DISPLAY 'DF35TILL NO TILL COUNTS THIS RUN'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF35TILL - REGISTER CASH OVER/SHORT'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-EXCEPTION-HEADING.

       1000-PROCESS-COUNTS.

           PERFORM UNTIL WS-TILL-EOF
               READ TILL-FILE
                   AT END
                       SET WS-TILL-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-PROCESS-ONE-COUNT THRU 3000-EXIT
               END-READ
           END-PERFORM.

           CLOSE TILL-FILE.

       1000-LIST-UNCOUNTED.

           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXPECT-COUNT
               IF WS-EXP-COUNTED-FLAG (WS-EXP-SUB) NOT = 'Y'
                   PERFORM 3600-LIST-UNCOUNTED-DRAWER
               END-IF
           END-PERFORM.

       1000-PRINT-OVER-SHORT.

           PERFORM 4000-PRINT-OVER-SHORT THRU 4000-EXIT.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

       1000-REVIEW-CLERKS.

           PERFORM 5000-TALLY-SHORTS THRU 5000-EXIT.
           PERFORM 5200-PRINT-REVIEW-LIST THRU 5200-EXIT.

           PERFORM 6000-REWRITE-HISTORY THRU 6000-EXIT.

       1000-END-OF-JOB.

           DISPLAY 'DF35TILL TILL COUNTS READ   = ' WS-COUNTS-READ
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL COUNTS MATCHED     = ' WS-COUNTS-MATCHED
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL COUNTS REJECTED    = ' WS-COUNTS-REJECTED
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL DRAWERS NOT COUNTED= ' WS-UNCOUNTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL NO DF42 ASSIGNMENT = ' WS-UNASSIGNED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL DRAWERS SHORT      = ' WS-SHORT-DRAWERS
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL DRAWERS OVER       = ' WS-OVER-DRAWERS
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL HISTORY REPLACED   = ' WS-HIST-REPLACED
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL HISTORY AGED OFF   = ' WS-HIST-DROPPED
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL CLERKS FLAGGED     = ' WS-FLAGGED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF35TILL END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-READ-PARAMETERS.

           OPEN INPUT PARAMETER-FILE.

           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   GO TO 1100-CLOSE-PARM
           END-READ.

           IF PM-TOLERANCE NUMERIC
               MOVE PM-TOLERANCE        TO WS-TOLERANCE
           END-IF.

           IF PM-SHORT-LIMIT NUMERIC AND PM-SHORT-LIMIT > ZERO
               MOVE PM-SHORT-LIMIT      TO WS-SHORT-LIMIT
           END-IF.

           IF PM-REVIEW-DAYS NUMERIC AND PM-REVIEW-DAYS > ZERO
               MOVE PM-REVIEW-DAYS      TO WS-REVIEW-DAYS
           END-IF.

           IF PM-RETENTION-DAYS NUMERIC AND PM-RETENTION-DAYS > ZERO
               MOVE PM-RETENTION-DAYS   TO WS-RETENTION-DAYS
           END-IF.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

      **** HISTORY MUST OUTLIVE THE REVIEW WINDOW OR THE REVIEW
      **** COULD NEVER SEE ENOUGH SHORTS TO FLAG ANYBODY.
           IF WS-RETENTION-DAYS < WS-REVIEW-DAYS
               MOVE WS-REVIEW-DAYS      TO WS-RETENTION-DAYS
           END-IF.

       1100-EXIT. EXIT.

      **** COUNTS ARE DATED, AND HISTORY AGED, AS OF THE OFFICIAL
      **** PROCESSING DATE FROM THE RUN CONTROL.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF35TIHSS'     TO WS-HISTORY-OUT-NAME
                   DISPLAY 'DF35TILL SIMULATION - HISTORY GOES TO '
                           'ITS SHADOW COPY' UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF35TILL NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE WS-PROCESSING-DATE     TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.
           MOVE WS-DATE-INTEGER        TO WS-PROCESS-INTEGER.

       1200-EXIT. EXIT.

       2000-LOAD-CLERK-ASSIGNMENTS.

           EXEC SQL DECLARE  DF42_TILL_CURSOR CURSOR FOR
                    SELECT   STORE, DEPARTMENT, CLERK_EMPLOYEE_ID
                    FROM     DEFECTS.DF42.TABLE2
                    ORDER BY STORE, CLERK_EMPLOYEE_ID, DEPARTMENT
           END-EXEC.

           EXEC SQL OPEN DF42_TILL_CURSOR END-EXEC.

           MOVE 'OPEN ASSIGN CSR'      TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           IF DFSQL-STATUS-NOTOK
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL DFSQL-END-OF-DATA OR DFSQL-STATUS-NOTOK
               EXEC SQL FETCH DF42_TILL_CURSOR
                        INTO :DF42-STORE2, :DF42-DEPARTMENT2,
                             :DF42-CLERK-EMPID2
               END-EXEC
               MOVE 'FETCH ASSIGN CSR'  TO DFSQL-STATEMENT
               PERFORM 9000-CHECK-SQLCODE
               IF DFSQL-STATUS-OK
                  AND WS-ASSIGN-COUNT < 500
                   ADD 1                TO WS-ASSIGN-COUNT
                   MOVE DF42-STORE2
                       TO WS-ASG-STORE (WS-ASSIGN-COUNT)
                   MOVE DF42-DEPARTMENT2
                       TO WS-ASG-DEPARTMENT (WS-ASSIGN-COUNT)
                   MOVE DF42-CLERK-EMPID2
                       TO WS-ASG-EMPID (WS-ASSIGN-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DF42_TILL_CURSOR END-EXEC.

           MOVE 'CLOSE ASSIGN CSR'     TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

       2000-EXIT. EXIT.

       2300-LOAD-EXPECTED-CASH.

           OPEN INPUT EXPECTED-FILE.

           IF WS-EXPECTED-STATUS NOT = '00'
               DISPLAY 'DF35TILL NO REGISTER SETTLEMENT DETAIL - '
                       'EVERY COUNT WILL BE AN EXCEPTION' UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-EXPECTED-EOF
               READ EXPECTED-FILE
                   AT END
                       SET WS-EXPECTED-EOF TO TRUE
                   NOT AT END
                       IF WS-EXPECT-COUNT < 1000
                           ADD 1 TO WS-EXPECT-COUNT
                           MOVE RG-STORE-CODE
                               TO WS-EXP-STORE (WS-EXPECT-COUNT)
                           MOVE RG-REGISTER
                               TO WS-EXP-REGISTER (WS-EXPECT-COUNT)
                           MOVE RG-SHIFT
                               TO WS-EXP-SHIFT (WS-EXPECT-COUNT)
                           MOVE RG-SETTLE-DATE
                               TO WS-EXP-DATE (WS-EXPECT-COUNT)
                           MOVE RG-EXPECTED-CASH
                               TO WS-EXP-CASH (WS-EXPECT-COUNT)
                           MOVE 'N'
                               TO WS-EXP-COUNTED-FLAG (WS-EXPECT-COUNT)
                       ELSE
                           DISPLAY 'DF35TILL EXPECTED CASH TABLE '
                                   'FULL - STORE ' RG-STORE-CODE
                                   ' REGISTER '
                                   RG-REGISTER ' NOT LOADED'
                                               UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPECTED-FILE.

       2300-EXIT. EXIT.

      **** THE HISTORY IS LOADED WHOLE, LESS ANYTHING PAST THE
      **** RETENTION WINDOW (OR UNDATABLE), AND REWRITTEN AT THE END.
       2500-LOAD-HISTORY.

           OPEN INPUT HISTORY-IN-FILE.

           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'DF35TILL NO OVER/SHORT HISTORY - STARTING A '
                       'NEW ONE' UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.

           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-IN-FILE        INTO TILL-HISTORY-RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-KEEP-ONE-HISTORY THRU 2600-EXIT
               END-READ
           END-PERFORM.

           CLOSE HISTORY-IN-FILE.

       2500-EXIT. EXIT.

       2600-KEEP-ONE-HISTORY.

           MOVE TH-COUNT-DATE          TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG = 'Y'
               COMPUTE WS-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-DATE-INTEGER
           END-IF.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
              OR WS-AGE-DAYS NOT < WS-RETENTION-DAYS
               ADD 1                    TO WS-HIST-DROPPED
               GO TO 2600-EXIT
           END-IF.

           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1                    TO WS-HIST-COUNT
               MOVE TILL-HISTORY-RECORD
                   TO WS-HIST-RECORD (WS-HIST-COUNT)
           ELSE
               MOVE 'Y'                 TO WS-OVERFLOW-FLAG
           END-IF.

       2600-EXIT. EXIT.

       3000-PROCESS-ONE-COUNT.

           ADD 1                       TO WS-COUNTS-READ.

           IF TC-COUNT-DATE = SPACES
               MOVE WS-PROCESSING-DATE  TO TC-COUNT-DATE
           END-IF.

           MOVE TC-COUNT-DATE          TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
               MOVE 'INVALID COUNT DATE'  TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TC-COUNTED-CASH NOT NUMERIC
               MOVE ZERO                TO TC-COUNTED-CASH
               MOVE 'COUNTED CASH NOT NUMERIC'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF TC-EMPLOYEE-ID = SPACES
               MOVE 'NO CLERK SIGNED FOR DRAWER'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE TC-EMPLOYEE-ID         TO DF42-CLK-EMPLOYEE-ID.
           PERFORM 3050-LOOKUP-CLERK THRU 3050-EXIT.

           IF WS-CLERK-OK-FLAG NOT = 'Y'
               GO TO 3000-REJECT
           END-IF.

           PERFORM 3100-FIND-EXPECTED-CASH THRU 3100-EXIT.

           IF WS-FOUND-SUB = ZERO
               MOVE 'NO REGISTER SETTLEMENT DETAIL'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-EXP-COUNTED-FLAG (WS-FOUND-SUB) = 'Y'
               MOVE 'DRAWER ALREADY COUNTED'
                                        TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE 'Y'            TO WS-EXP-COUNTED-FLAG (WS-FOUND-SUB).
           ADD 1                       TO WS-COUNTS-MATCHED.

           PERFORM 3200-FIND-DEPARTMENT THRU 3200-EXIT.

           COMPUTE WS-OVER-SHORT =
                   TC-COUNTED-CASH - WS-EXP-CASH (WS-FOUND-SUB).

           MOVE SPACE                  TO WS-TOLERANCE-FLAG.

           IF WS-OVER-SHORT < ZERO
               ADD 1                    TO WS-SHORT-DRAWERS
               ADD WS-OVER-SHORT        TO WS-TOTAL-SHORT
               IF WS-OVER-SHORT + WS-TOLERANCE < ZERO
                   MOVE 'S'             TO WS-TOLERANCE-FLAG
               END-IF
           END-IF.

           IF WS-OVER-SHORT > ZERO
               ADD 1                    TO WS-OVER-DRAWERS
               ADD WS-OVER-SHORT        TO WS-TOTAL-OVER
               IF WS-OVER-SHORT > WS-TOLERANCE
                   MOVE 'O'             TO WS-TOLERANCE-FLAG
               END-IF
           END-IF.

           PERFORM 3400-ADD-DAILY-ENTRY THRU 3400-EXIT.
           PERFORM 3500-POST-HISTORY THRU 3500-EXIT.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-COUNTS-REJECTED.

           MOVE TC-STORE-CODE          TO XL-STORE.
           MOVE TC-REGISTER            TO XL-REGISTER.
           MOVE TC-SHIFT               TO XL-SHIFT.
           MOVE TC-COUNT-DATE          TO XL-DATE.
           MOVE TC-EMPLOYEE-ID         TO XL-EMPLOYEE-ID.
           MOVE TC-COUNTED-CASH        TO XL-CASH.
           MOVE WS-REJECT-REASON       TO XL-REASON.
           PERFORM 3900-WRITE-EXCEPTION.

       3000-EXIT. EXIT.

      **** THE CLERK MUST BE ON DEFECTS.DF42.CLERKMST AND ACTIVE.
      **** THE CALLER MOVES THE EMPLOYEE ID TO DF42-CLK-EMPLOYEE-ID.
       3050-LOOKUP-CLERK.

           MOVE 'N'                    TO WS-CLERK-OK-FLAG.
           MOVE SPACES                 TO WS-CLERK-NAME.

           EXEC SQL
                SELECT CLERK_NAME, STATUS
                  INTO :DF42-CLK-NAME, :DF42-CLK-STATUS
                  FROM DEFECTS.DF42.CLERKMST
                 WHERE EMPLOYEE_ID = :DF42-CLK-EMPLOYEE-ID
           END-EXEC.

           MOVE 'SELECT CLERK'         TO DFSQL-STATEMENT.
           PERFORM 9000-CHECK-SQLCODE.

           EVALUATE TRUE
               WHEN DFSQL-END-OF-DATA
                   MOVE 'CLERK NOT ON MASTER' TO WS-REJECT-REASON
               WHEN DFSQL-STATUS-NOTOK
                   MOVE 'CLERK LOOKUP FAILED - SEE SQLLOG'
                                        TO WS-REJECT-REASON
               WHEN DF42-CLK-STATUS NOT = 'A'
                   MOVE DF42-CLK-NAME   TO WS-CLERK-NAME
                   MOVE 'CLERK NOT ACTIVE ON MASTER'
                                        TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE DF42-CLK-NAME   TO WS-CLERK-NAME
                   MOVE 'Y'             TO WS-CLERK-OK-FLAG
           END-EVALUATE.

       3050-EXIT. EXIT.

       3100-FIND-EXPECTED-CASH.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXPECT-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-EXP-STORE (WS-EXP-SUB) = TC-STORE-CODE
                  AND WS-EXP-REGISTER (WS-EXP-SUB) = TC-REGISTER
                  AND WS-EXP-SHIFT (WS-EXP-SUB) = TC-SHIFT
                  AND WS-EXP-DATE (WS-EXP-SUB) = TC-COUNT-DATE
                   SET WS-FOUND-SUB     TO WS-EXP-SUB
               END-IF
           END-PERFORM.

       3100-EXIT. EXIT.

      **** THE DEPARTMENT IS THE CLERK'S ASSIGNMENT AT THIS STORE -
      **** THE FIRST IN DEPARTMENT ORDER WHEN THE CLERK WORKS MORE
      **** THAN ONE.  A CLERK WITH NO ASSIGNMENT THERE IS STILL
      **** CHARGED THE DRAWER BUT LISTED FOR THE STORE TO FIX.
       3200-FIND-DEPARTMENT.

           MOVE SPACES                 TO WS-DEPARTMENT.
           MOVE TC-STORE-CODE          TO WS-STORE-KEY.

           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                       UNTIL WS-ASG-SUB > WS-ASSIGN-COUNT
                          OR WS-DEPARTMENT NOT = SPACES
               IF WS-ASG-STORE (WS-ASG-SUB) = WS-STORE-KEY
                  AND WS-ASG-EMPID (WS-ASG-SUB) = TC-EMPLOYEE-ID
                   MOVE WS-ASG-DEPARTMENT (WS-ASG-SUB)
                                        TO WS-DEPARTMENT
               END-IF
           END-PERFORM.

           IF WS-DEPARTMENT = SPACES
               ADD 1                    TO WS-UNASSIGNED-COUNT
               MOVE '*NOT ASSIGNED AT STORE*' TO WS-DEPARTMENT
               MOVE TC-STORE-CODE       TO XL-STORE
               MOVE TC-REGISTER         TO XL-REGISTER
               MOVE TC-SHIFT            TO XL-SHIFT
               MOVE TC-COUNT-DATE       TO XL-DATE
               MOVE TC-EMPLOYEE-ID      TO XL-EMPLOYEE-ID
               MOVE TC-COUNTED-CASH     TO XL-CASH
               MOVE 'NO DF42 ASSIGNMENT AT STORE'
                                        TO XL-REASON
               PERFORM 3900-WRITE-EXCEPTION
           END-IF.

       3200-EXIT. EXIT.

       3300-EDIT-DATE.

           MOVE 'N'                    TO WS-DATE-VALID-FLAG.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (1:4) > '1600'
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               MOVE 'Y'                 TO WS-DATE-VALID-FLAG
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           END-IF.

       3300-EXIT. EXIT.

       3400-ADD-DAILY-ENTRY.

           IF WS-DAILY-COUNT NOT < 1000
               DISPLAY 'DF35TILL DAILY TABLE FULL - STORE '
                       TC-STORE-CODE ' REGISTER ' TC-REGISTER
                       ' NOT REPORTED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3400-EXIT
           END-IF.

           ADD 1                       TO WS-DAILY-COUNT.
           MOVE TC-STORE-CODE      TO WS-DAY-STORE (WS-DAILY-COUNT).
           MOVE WS-DEPARTMENT
               TO WS-DAY-DEPARTMENT (WS-DAILY-COUNT).
           MOVE TC-EMPLOYEE-ID     TO WS-DAY-EMPID (WS-DAILY-COUNT).
           MOVE TC-REGISTER        TO WS-DAY-REGISTER (WS-DAILY-COUNT).
           MOVE TC-SHIFT           TO WS-DAY-SHIFT (WS-DAILY-COUNT).
           MOVE WS-CLERK-NAME      TO WS-DAY-NAME (WS-DAILY-COUNT).
           MOVE WS-EXP-CASH (WS-FOUND-SUB)
               TO WS-DAY-EXPECTED (WS-DAILY-COUNT).
           MOVE TC-COUNTED-CASH    TO WS-DAY-COUNTED (WS-DAILY-COUNT).
           MOVE WS-OVER-SHORT
               TO WS-DAY-OVER-SHORT (WS-DAILY-COUNT).
           MOVE WS-TOLERANCE-FLAG  TO WS-DAY-FLAG (WS-DAILY-COUNT).

       3400-EXIT. EXIT.

      **** A RERUN OF THE SAME DAY REPLACES THE DRAWER'S RECORD -
      **** THE FIRST 23 BYTES (DATE, STORE, REGISTER, SHIFT) ARE
      **** ITS KEY.
       3500-POST-HISTORY.

           MOVE SPACES                 TO TILL-HISTORY-RECORD.
           MOVE TC-COUNT-DATE          TO TH-COUNT-DATE.
           MOVE TC-STORE-CODE          TO TH-STORE-CODE.
           MOVE TC-REGISTER            TO TH-REGISTER.
           MOVE TC-SHIFT               TO TH-SHIFT.
           MOVE TC-EMPLOYEE-ID         TO TH-EMPLOYEE-ID.
           MOVE WS-DEPARTMENT          TO TH-DEPARTMENT.
           MOVE WS-EXP-CASH (WS-FOUND-SUB) TO TH-EXPECTED-CASH.
           MOVE TC-COUNTED-CASH        TO TH-COUNTED-CASH.
           MOVE WS-OVER-SHORT          TO TH-OVER-SHORT.
           MOVE WS-TOLERANCE-FLAG      TO TH-TOLERANCE-FLAG.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-RECORD (WS-HIST-SUB) (1:23) =
                  TILL-HISTORY-RECORD (1:23)
                   MOVE TILL-HISTORY-RECORD
                       TO WS-HIST-RECORD (WS-HIST-SUB)
                   ADD 1                TO WS-HIST-REPLACED
                   GO TO 3500-EXIT
               END-IF
           END-PERFORM.

           IF WS-HIST-COUNT NOT < WS-HIST-MAX
               DISPLAY 'DF35TILL HISTORY TABLE FULL - STORE '
                       TC-STORE-CODE ' REGISTER ' TC-REGISTER
                       ' NOT KEPT' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF.

           ADD 1                       TO WS-HIST-COUNT.
           MOVE TILL-HISTORY-RECORD
                                   TO WS-HIST-RECORD (WS-HIST-COUNT).

       3500-EXIT. EXIT.

       3600-LIST-UNCOUNTED-DRAWER.

           ADD 1                       TO WS-UNCOUNTED-COUNT.

           MOVE WS-EXP-STORE (WS-EXP-SUB)    TO XL-STORE.
           MOVE WS-EXP-REGISTER (WS-EXP-SUB) TO XL-REGISTER.
           MOVE WS-EXP-SHIFT (WS-EXP-SUB)    TO XL-SHIFT.
           MOVE WS-EXP-DATE (WS-EXP-SUB)     TO XL-DATE.
           MOVE SPACES                       TO XL-EMPLOYEE-ID.
           MOVE WS-EXP-CASH (WS-EXP-SUB)     TO XL-CASH.
           MOVE 'EXPECTED CASH NEVER COUNTED' TO XL-REASON.
           PERFORM 3900-WRITE-EXCEPTION.

       3900-WRITE-EXCEPTION.

           MOVE WS-EXCEPTION-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

      **** THE DAY BY STORE, DEPARTMENT AND CLERK, WITH A TOTAL AT
      **** EVERY CHANGE OF STORE OR DEPARTMENT.
       4000-PRINT-OVER-SHORT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.
           MOVE WS-OVER-SHORT-HEADING  TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-DAILY-COUNT > 1
               SORT WS-DAY-ENTRY
                   ASCENDING KEY WS-DAY-STORE WS-DAY-DEPARTMENT
                                 WS-DAY-EMPID WS-DAY-REGISTER
                                 WS-DAY-SHIFT
           END-IF.

           MOVE SPACES                 TO WS-PREV-STORE.
           MOVE SPACES                 TO WS-PREV-DEPARTMENT.

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAILY-COUNT
               IF WS-DAY-STORE (WS-DAY-SUB) NOT = WS-PREV-STORE
                  OR WS-DAY-DEPARTMENT (WS-DAY-SUB)
                                        NOT = WS-PREV-DEPARTMENT
                   PERFORM 4200-PRINT-DEPT-TOTAL THRU 4200-EXIT
                   MOVE WS-DAY-STORE (WS-DAY-SUB) TO WS-PREV-STORE
                   MOVE WS-DAY-DEPARTMENT (WS-DAY-SUB)
                                        TO WS-PREV-DEPARTMENT
               END-IF
               PERFORM 4100-PRINT-ONE-DRAWER
           END-PERFORM.

           PERFORM 4200-PRINT-DEPT-TOTAL THRU 4200-EXIT.

           MOVE WS-SHORT-DRAWERS       TO GT-SHORT-DRAWERS.
           MOVE WS-TOTAL-SHORT         TO GT-TOTAL-SHORT.
           MOVE WS-OVER-DRAWERS        TO GT-OVER-DRAWERS.
           MOVE WS-TOTAL-OVER          TO GT-TOTAL-OVER.
           MOVE WS-GRAND-TOTAL-LINE    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4000-EXIT. EXIT.

       4100-PRINT-ONE-DRAWER.

           ADD 1                       TO WS-DEPT-DRAWERS.
           ADD WS-DAY-OVER-SHORT (WS-DAY-SUB) TO WS-DEPT-OVER-SHORT.

           MOVE WS-DAY-STORE (WS-DAY-SUB)      TO OL-STORE.
           MOVE WS-DAY-REGISTER (WS-DAY-SUB)   TO OL-REGISTER.
           MOVE WS-DAY-SHIFT (WS-DAY-SUB)      TO OL-SHIFT.
           MOVE WS-DAY-EMPID (WS-DAY-SUB)      TO OL-EMPLOYEE-ID.
           MOVE WS-DAY-NAME (WS-DAY-SUB)       TO OL-CLERK-NAME.
           MOVE WS-DAY-DEPARTMENT (WS-DAY-SUB) TO OL-DEPARTMENT.
           MOVE WS-DAY-EXPECTED (WS-DAY-SUB)   TO OL-EXPECTED.
           MOVE WS-DAY-COUNTED (WS-DAY-SUB)    TO OL-COUNTED.
           MOVE WS-DAY-OVER-SHORT (WS-DAY-SUB) TO OL-OVER-SHORT.

           EVALUATE WS-DAY-FLAG (WS-DAY-SUB)
               WHEN 'S'
                   MOVE 'SHORT'         TO OL-FLAG
               WHEN 'O'
                   MOVE 'OVER'          TO OL-FLAG
               WHEN OTHER
                   MOVE SPACES          TO OL-FLAG
           END-EVALUATE.

           MOVE WS-OVER-SHORT-LINE     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       4200-PRINT-DEPT-TOTAL.

           IF WS-DEPT-DRAWERS = ZERO
               GO TO 4200-EXIT
           END-IF.

           MOVE WS-PREV-DEPARTMENT     TO DT-DEPARTMENT.
           MOVE WS-DEPT-DRAWERS        TO DT-DRAWERS.
           MOVE WS-DEPT-OVER-SHORT     TO DT-OVER-SHORT.
           MOVE WS-DEPT-TOTAL-LINE     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-DEPT-DRAWERS.
           MOVE ZERO                   TO WS-DEPT-OVER-SHORT.

       4200-EXIT. EXIT.

      **** COUNT EACH CLERK'S SHORTS BEYOND THE CURRENT TOLERANCE
      **** PER STORE ACROSS THE REVIEW WINDOW OF THE HISTORY, TODAY
      **** INCLUDED.
       5000-TALLY-SHORTS.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE WS-HIST-RECORD (WS-HIST-SUB)
                                        TO TILL-HISTORY-RECORD
               PERFORM 5100-TALLY-ONE-RECORD THRU 5100-EXIT
           END-PERFORM.

       5000-EXIT. EXIT.

       5100-TALLY-ONE-RECORD.

           IF NOT (TH-OVER-SHORT + WS-TOLERANCE < ZERO)
               GO TO 5100-EXIT
           END-IF.

           MOVE TH-COUNT-DATE          TO WS-DATE-WORK.
           PERFORM 3300-EDIT-DATE THRU 3300-EXIT.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-PROCESS-INTEGER - WS-DATE-INTEGER.

           IF WS-AGE-DAYS < ZERO
              OR WS-AGE-DAYS NOT < WS-REVIEW-DAYS
               GO TO 5100-EXIT
           END-IF.

           MOVE ZERO                   TO WS-FOUND-SUB.

           PERFORM VARYING WS-TLY-SUB FROM 1 BY 1
                       UNTIL WS-TLY-SUB > WS-TALLY-COUNT
                          OR WS-FOUND-SUB > ZERO
               IF WS-TLY-STORE (WS-TLY-SUB) = TH-STORE-CODE
                  AND WS-TLY-EMPID (WS-TLY-SUB) = TH-EMPLOYEE-ID
                   SET WS-FOUND-SUB     TO WS-TLY-SUB
               END-IF
           END-PERFORM.

           IF WS-FOUND-SUB = ZERO
               IF WS-TALLY-COUNT NOT < 500
                   DISPLAY 'DF35TILL REVIEW TABLE FULL - CLERK '
                           TH-EMPLOYEE-ID ' NOT REVIEWED'
                                               UPON CONSOLE
                   GO TO 5100-EXIT
               END-IF
               ADD 1                    TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT      TO WS-FOUND-SUB
               MOVE TH-STORE-CODE  TO WS-TLY-STORE (WS-FOUND-SUB)
               MOVE TH-EMPLOYEE-ID TO WS-TLY-EMPID (WS-FOUND-SUB)
               MOVE ZERO           TO WS-TLY-SHORTS (WS-FOUND-SUB)
               MOVE ZERO      TO WS-TLY-SHORT-TOTAL (WS-FOUND-SUB)
               MOVE SPACES    TO WS-TLY-LAST-DATE (WS-FOUND-SUB)
           END-IF.

           ADD 1                  TO WS-TLY-SHORTS (WS-FOUND-SUB).
           ADD TH-OVER-SHORT      TO WS-TLY-SHORT-TOTAL (WS-FOUND-SUB).

           IF TH-COUNT-DATE > WS-TLY-LAST-DATE (WS-FOUND-SUB)
               MOVE TH-COUNT-DATE
                   TO WS-TLY-LAST-DATE (WS-FOUND-SUB)
               MOVE TH-DEPARTMENT
                   TO WS-TLY-DEPARTMENT (WS-FOUND-SUB)
           END-IF.

       5100-EXIT. EXIT.

      **** THE STORE MANAGER'S LIST - EVERY CLERK AT OR OVER THE
      **** SHORT LIMIT, BY STORE.
       5200-PRINT-REVIEW-LIST.

           OPEN OUTPUT REVIEW-FILE.

           MOVE WS-PROCESSING-DATE     TO RT-PROCESSING-DATE.
           WRITE REVIEW-LINE           FROM WS-REVIEW-TITLE-LINE.
           WRITE REVIEW-LINE           FROM DFRPT-HEADING-LINE-2.
           WRITE REVIEW-LINE           FROM WS-REVIEW-HEADING.

           IF WS-TALLY-COUNT > 1
               SORT WS-TLY-ENTRY
                   ASCENDING KEY WS-TLY-STORE WS-TLY-EMPID
           END-IF.

           PERFORM VARYING WS-TLY-SUB FROM 1 BY 1
                       UNTIL WS-TLY-SUB > WS-TALLY-COUNT
               IF WS-TLY-SHORTS (WS-TLY-SUB) NOT < WS-SHORT-LIMIT
                   PERFORM 5300-LIST-ONE-CLERK THRU 5300-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-FLAGGED-COUNT       TO RT-FLAGGED.
           MOVE WS-TOLERANCE           TO RT-TOLERANCE.
           MOVE WS-SHORT-LIMIT         TO RT-SHORT-LIMIT.
           MOVE WS-REVIEW-DAYS         TO RT-REVIEW-DAYS.
           WRITE REVIEW-LINE           FROM WS-REVIEW-TOTAL-LINE.

           CLOSE REVIEW-FILE.

           IF WS-FLAGGED-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4                   TO RETURN-CODE
           END-IF.

       5200-EXIT. EXIT.

       5300-LIST-ONE-CLERK.

           ADD 1                       TO WS-FLAGGED-COUNT.

           MOVE WS-TLY-EMPID (WS-TLY-SUB) TO DF42-CLK-EMPLOYEE-ID.
           PERFORM 3050-LOOKUP-CLERK THRU 3050-EXIT.

           MOVE SPACES                 TO WS-REVIEW-DETAIL.
           MOVE WS-TLY-STORE (WS-TLY-SUB)       TO RV-STORE.
           MOVE WS-TLY-EMPID (WS-TLY-SUB)       TO RV-EMPLOYEE-ID.
           MOVE WS-CLERK-NAME                   TO RV-CLERK-NAME.
           MOVE WS-TLY-DEPARTMENT (WS-TLY-SUB)  TO RV-DEPARTMENT.
           MOVE WS-TLY-SHORTS (WS-TLY-SUB)      TO RV-SHORTS.
           MOVE WS-TLY-SHORT-TOTAL (WS-TLY-SUB) TO RV-SHORT-TOTAL.
           MOVE WS-TLY-LAST-DATE (WS-TLY-SUB)   TO RV-LAST-DATE.
           WRITE REVIEW-LINE           FROM WS-REVIEW-DETAIL.

       5300-EXIT. EXIT.

      **** WRITTEN EVEN WHEN EMPTY SO AGED-OFF RECORDS STAY GONE.
       6000-REWRITE-HISTORY.

           OPEN OUTPUT HISTORY-OUT-FILE.

           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'DF35TILL HISTORY FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE WS-HIST-RECORD (WS-HIST-SUB) TO HISTORY-OUT-RECORD
               WRITE HISTORY-OUT-RECORD
           END-PERFORM.

           CLOSE HISTORY-OUT-FILE.

       6000-EXIT. EXIT.

      **** ONE PLACE MOVES THE PROGRAM-ID AND SQLCODE AND CALLS THE
      **** SHARED CHECKER; THE CALLER SETS DFSQL-STATEMENT FIRST.
       9000-CHECK-SQLCODE.

           MOVE 'DF35TILL'             TO DFSQL-PROGRAM-ID.
           MOVE SQLCODE                TO DFSQL-SQLCODE.

           CALL 'DFSQLCHK'            USING DFSQL-CONTROL-RECORD.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
