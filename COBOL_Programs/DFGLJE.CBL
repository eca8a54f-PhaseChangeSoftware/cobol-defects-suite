       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFGLJE.

      *REMARKS:    JOURNAL-ENTRY BATCH FOR DFGLFILE - MANUAL ENTRIES,
      *            AUTO-REVERSING ACCRUALS AND MONTHLY RECURRING
      *            TEMPLATES, EACH APPROVED THROUGH DFAUTH BY SOMEONE
      *            OTHER THAN ITS PREPARER, WITH A JOURNAL LISTING.

      ******************************************************************
      ****   ACCRUALS, RECLASSES AND CORRECTIONS WERE MADE BY       ****
      ****   PATCHING FILES, BECAUSE THE ONLY WAYS ONTO DFGLFILE    ****
      ****   WERE THE AUTOMATED FEEDS.  THIS BATCH POSTS:           ****
      ****                                                          ****
      ****     - DFGLJEIN ENTRY LINES, GROUPED BY ENTRY NUMBER.     ****
      ****       TYPE 'M' IS A MANUAL ENTRY; TYPE 'A' IS AN ACCRUAL ****
      ****       THAT ALSO POSTS ITS OWN REVERSAL, DATED THE FIRST  ****
      ****       DAY OF THE NEXT PERIOD (SOURCE DFGLJREV).          ****
      ****     - DFGLJTPL RECURRING TEMPLATES, POSTED ONCE FOR THE  ****
      ****       PROCESSING MONTH, DATED ITS FIRST DAY (SOURCE      ****
      ****       DFGLJREC), WHILE THE MONTH IS WITHIN THE           ****
      ****       TEMPLATE'S START AND END PERIODS.  THE TEMPLATE    ****
      ****       FILE IS REWRITTEN WITH THE LAST PERIOD POSTED, SO  ****
      ****       A RERUN DOES NOT POST THE MONTH TWICE.             ****
      ****                                                          ****
      ****   AN ENTRY POSTS WHOLE OR NOT AT ALL.  IT IS REJECTED    ****
      ****   WHEN ITS DEBITS AND CREDITS DIFFER, WHEN ANY ACCOUNT   ****
      ****   IS NOT ACTIVE ON DFGLCOA, WHEN ITS PERIOD (OR AN       ****
      ****   ACCRUAL'S REVERSAL PERIOD) IS CLOSED ON DFGLPER, OR    ****
      ****   WHEN ITS APPROVER IS MISSING, IS THE PREPARER, OR IS   ****
      ****   DENIED BY DFAUTH UNDER FUNCTION 'GLJ'.  POSTINGS ARE   ****
      ****   APPENDED TO DFGLFILE AS DFGLCLSE'S YEAR-END ROLL IS,   ****
      ****   WITH THE ENTRY NUMBER OR TEMPLATE ID AS THE SOURCE     ****
      ****   KEY.  THE DFGLRPT9 JOURNAL LISTING SHOWS EVERY ENTRY,  ****
      ****   POSTED OR REJECTED, LINE BY LINE FOR THE CLOSE BINDER. ****
      ******************************************************************

      ******************************************************************
      ****   ENTRY AND TEMPLATE LINES NOW CARRY A COMPANY AND A     ****
      ****   COST CENTER (A BLANK COMPANY IS THE HOME COMPANY ON    ****
      ****   THE DFGLCOMP COMPANY MASTER; A COMPANY NOT ON IT       ****
      ****   REJECTS THE ENTRY).  WHEN ONE ENTRY CROSSES COMPANIES  ****
      ****   THE RUN ADDS THE INTERCOMPANY LINES ITSELF, NUMBERED   ****
      ****   FROM 900: EACH OTHER COMPANY'S NET IS CLEARED TO ITS   ****
      ****   DUE-TO (NET DEBIT) OR DUE-FROM (NET CREDIT) ACCOUNT,   ****
      ****   AGAINST THE OPPOSITE ACCOUNT OF THE ENTRY'S LEAD       ****
      ****   COMPANY (ITS FIRST LINE'S), SO EVERY COMPANY BALANCES  ****
      ****   ON ITS OWN.  AN ACCRUAL'S REVERSAL REVERSES THEM TOO.  ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ENTRY-FILE       ASSIGN TO DFGLJEIN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ENTRY-STATUS.

           SELECT TEMPLATE-IN-FILE ASSIGN TO DFGLJTPL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TPL-IN-STATUS.

           SELECT TEMPLATE-OUT-FILE ASSIGN TO DFGLJTPL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TPL-OUT-STATUS.

           SELECT CHART-FILE       ASSIGN TO DFGLCOA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-FILE      ASSIGN TO DFGLPER
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-FILE          ASSIGN TO DFGLFILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DFGLRPT9
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT COMPANY-FILE     ASSIGN TO DFGLCOMP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.

       FILE SECTION.

      **** ONE CARD PER ENTRY LINE; EVERY LINE OF AN ENTRY CARRIES
      **** THE SAME NUMBER, DATE, PREPARER, APPROVER AND TYPE.
      **** COL 1-8   ENTRY NUMBER
      **** COL 9-11  LINE NUMBER
      **** COL 12-21 POSTING DATE YYYY-MM-DD
      **** COL 22-29 ACCOUNT
      **** COL 30-31 DR OR CR
      **** COL 32-42 AMOUNT 9(09)V99
      **** COL 43-50 PREPARER USER ID
      **** COL 51-58 APPROVER USER ID
      **** COL 59    TYPE  M = MANUAL, A = ACCRUAL (AUTO-REVERSING)
      **** COL 60-79 LINE DESCRIPTION
      **** COL 81-83 COMPANY (SPACES = HOME COMPANY)
      **** COL 84-91 COST CENTER
       FD  ENTRY-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS ENTRY-RECORD.

       01  ENTRY-RECORD.
           05  JE-ENTRY-NUMBER          PIC X(08).
           05  JE-LINE-NUMBER           PIC 9(03).
           05  JE-POSTING-DATE          PIC X(10).
           05  JE-ACCOUNT               PIC X(08).
           05  JE-DR-CR                 PIC X(02).
           05  JE-AMOUNT                PIC 9(09)V99.
           05  JE-PREPARER              PIC X(08).
           05  JE-APPROVER              PIC X(08).
           05  JE-ENTRY-TYPE            PIC X(01).
           05  JE-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(01).
           05  JE-COMPANY               PIC X(03).
           05  JE-COST-CENTER           PIC X(08).

      **** ONE CARD PER TEMPLATE LINE.  END PERIOD SPACES = NO END.
      **** LAST-POSTED IS MAINTAINED BY THIS RUN.
       FD  TEMPLATE-IN-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS TEMPLATE-IN-RECORD.

       01  TEMPLATE-IN-RECORD.
           05  TI-TEMPLATE-ID           PIC X(08).
           05  TI-LINE-NUMBER           PIC 9(03).
           05  TI-ACCOUNT               PIC X(08).
           05  TI-DR-CR                 PIC X(02).
           05  TI-AMOUNT                PIC 9(09)V99.
           05  TI-PREPARER              PIC X(08).
           05  TI-APPROVER              PIC X(08).
           05  TI-START-PERIOD          PIC X(07).
           05  TI-END-PERIOD            PIC X(07).
           05  TI-LAST-POSTED           PIC X(07).
           05  TI-DESCRIPTION           PIC X(11).
           05  TI-COMPANY               PIC X(03).
           05  TI-COST-CENTER           PIC X(08).

       FD  TEMPLATE-OUT-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS TEMPLATE-OUT-RECORD.

       01  TEMPLATE-OUT-RECORD         PIC X(91).

       FD  CHART-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CHART-RECORD.

       01  CHART-RECORD.
           05  CA-ACCOUNT               PIC X(08).
           05  CA-DESCRIPTION           PIC X(30).
           05  CA-TYPE                  PIC X(01).
           05  CA-ACTIVE-FLAG           PIC X(01).

       FD  PERIOD-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS PERIOD-RECORD.

       01  PERIOD-RECORD.
           05  PE-PERIOD                PIC X(07).
           05  PE-STATUS                PIC X(01).
               88  PE-PERIOD-CLOSED         VALUE 'C'.

       FD  GL-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GL-RECORD.

       01  GL-RECORD.
           05  GL-POSTING-DATE         PIC X(10).
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(02).
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-SOURCE               PIC X(08).
           05  GL-SOURCE-KEY           PIC X(08).
           05  GL-COMPANY              PIC X(03).
           05  GL-COST-CENTER          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       FD  COMPANY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.

       01  COMPANY-RECORD.
           05  CO-COMPANY               PIC X(03).
           05  CO-NAME                  PIC X(30).
           05  CO-DUE-FROM-ACCT         PIC X(08).
           05  CO-DUE-TO-ACCT           PIC X(08).
           05  CO-HOME-FLAG             PIC X(01).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-ENTRY-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TPL-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TPL-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CHART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COMPANY-STATUS           PIC X(02) VALUE SPACES.

       01  WS-ENTRY-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-ENTRY-EOF                VALUE 'Y'.

       01  WS-TPL-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-TPL-EOF                  VALUE 'Y'.

       01  WS-CHART-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  WS-CHART-EOF                VALUE 'Y'.

       01  WS-PERIOD-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-PERIOD-EOF               VALUE 'Y'.

       01  WS-COMPANY-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-COMPANY-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE.
           05  WS-PD-YYYY              PIC 9(04) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-MM                PIC 9(02) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-PD-DD                PIC 9(02) VALUE ZERO.

       01  WS-CLOCK-DATE-FIELDS.
           05  WS-CLOCK-YYYY           PIC 9(04).
           05  WS-CLOCK-MM             PIC 9(02).
           05  WS-CLOCK-DD             PIC 9(02).
           05  FILLER                  PIC X(13).

      **** FIRST DAY OF THE PROCESSING MONTH - THE RECURRING DATE.
       01  WS-RECURRING-DATE.
           05  WS-RCD-PERIOD           PIC X(07).
           05  FILLER                  PIC X(03) VALUE '-01'.

      **** FIRST DAY OF THE PERIOD AFTER AN ACCRUAL'S POSTING DATE.
       01  WS-REVERSAL-DATE.
           05  WS-RVD-YYYY             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RVD-MM               PIC 9(02).
           05  FILLER                  PIC X(03) VALUE '-01'.

       01  WS-CHART-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-CHART-TABLE.
           05  WS-COA-ENTRY            OCCURS 200 TIMES.
               10  WS-COA-ACCOUNT      PIC X(08).
               10  WS-COA-ACTIVE       PIC X(01).

       01  WS-COA-SUB                  PIC 9(03) VALUE ZERO.

       01  WS-CLOSED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-PERIOD        PIC X(07) OCCURS 120 TIMES.

       01  WS-CLS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-CHECK-PERIOD             PIC X(07) VALUE SPACES.
       01  WS-CLOSED-FLAG              PIC X(01) VALUE 'N'.
           88  WS-PERIOD-IS-CLOSED         VALUE 'Y'.

       01  WS-ENTRY-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-LINE             OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-ENTRY-COUNT
                                       ASCENDING KEY IS WS-ENT-KEY
                                       INDEXED BY WS-ENT-IDX.
               10  WS-ENT-KEY.
                   15  WS-ENT-NUMBER   PIC X(08).
                   15  WS-ENT-LINE-NO  PIC 9(03).
               10  WS-ENT-DATA         PIC X(80).

       01  WS-TEMPLATE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-TEMPLATE-TABLE.
           05  WS-TPL-LINE             OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-TEMPLATE-COUNT
                                       ASCENDING KEY IS WS-TPL-KEY
                                       INDEXED BY WS-TPL-IDX.
               10  WS-TPL-KEY.
                   15  WS-TPL-ID       PIC X(08).
                   15  WS-TPL-LINE-NO  PIC 9(03).
               10  WS-TPL-DATA         PIC X(80).

       01  WS-COMPANY-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-COMPANY-TABLE.
           05  WS-CMP-ENTRY            OCCURS 50 TIMES.
               10  WS-CMP-COMPANY      PIC X(03).
               10  WS-CMP-DUE-FROM     PIC X(08).
               10  WS-CMP-DUE-TO       PIC X(08).

       01  WS-CMP-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-HOME-COMPANY             PIC X(03) VALUE SPACES.

      **** NET DEBIT (+) OR CREDIT (-) OF EACH COMPANY ON AN ENTRY
      **** OTHER THAN ITS LEAD COMPANY - WHAT THE INTERCOMPANY
      **** LINES MUST CLEAR.
       01  WS-LEAD-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-ICO-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-ICO-TABLE.
           05  WS-ICO-ENTRY            OCCURS 20 TIMES.
               10  WS-ICO-COMPANY      PIC X(03).
               10  WS-ICO-NET          PIC S9(11)V99.

       01  WS-ICO-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-ICO-AMOUNT               PIC 9(09)V99 VALUE ZERO.
       01  WS-ICO-LINE-NO              PIC 9(03) VALUE ZERO.
       01  WS-ICO-OTHER-ACCT           PIC X(08) VALUE SPACES.
       01  WS-ICO-LEAD-ACCT            PIC X(08) VALUE SPACES.
       01  WS-ICO-OTHER-DR-CR          PIC X(02) VALUE SPACES.
       01  WS-ICO-LEAD-DR-CR           PIC X(02) VALUE SPACES.
       01  WS-ICO-OTHER-SUB            PIC 9(03) VALUE ZERO.
       01  WS-ICO-LEAD-SUB             PIC 9(03) VALUE ZERO.
       01  WS-FIND-COMPANY             PIC X(03) VALUE SPACES.
       01  WS-FIND-ACCOUNT             PIC X(08) VALUE SPACES.

       01  WS-GROUP-START              PIC 9(04) VALUE ZERO.
       01  WS-GROUP-END                PIC 9(04) VALUE ZERO.
       01  WS-SCAN-SUB                 PIC 9(04) VALUE ZERO.

      **** THE ENTRY BEING WORKED - AN ENTRY, A TEMPLATE'S MONTH, OR
      **** AN ACCRUAL'S REVERSAL - IN ONE SHAPE FOR VALIDATION,
      **** POSTING AND LISTING.
       01  WS-WORK-ENTRY.
           05  WS-WRK-KEY              PIC X(08).
           05  WS-WRK-DATE             PIC X(10).
           05  WS-WRK-PREPARER         PIC X(08).
           05  WS-WRK-APPROVER         PIC X(08).
           05  WS-WRK-TYPE             PIC X(01).
               88  WS-WRK-MANUAL           VALUE 'M'.
               88  WS-WRK-ACCRUAL          VALUE 'A'.
               88  WS-WRK-RECURRING        VALUE 'R'.
               88  WS-WRK-REVERSAL         VALUE 'V'.
           05  WS-WRK-SOURCE           PIC X(08).
           05  WS-WRK-LINE-COUNT       PIC 9(03).
           05  WS-WRK-LINE             OCCURS 99 TIMES.
               10  WS-WRK-LINE-NO      PIC 9(03).
               10  WS-WRK-ACCOUNT      PIC X(08).
               10  WS-WRK-DR-CR        PIC X(02).
               10  WS-WRK-AMOUNT       PIC 9(09)V99.
               10  WS-WRK-DESC         PIC X(20).
               10  WS-WRK-COMPANY      PIC X(03).
               10  WS-WRK-COST-CENTER  PIC X(08).

       01  WS-WRK-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-WRK-DEBITS               PIC 9(11)V99 VALUE ZERO.
       01  WS-WRK-CREDITS              PIC 9(11)V99 VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-ENTRIES-POSTED           PIC 9(04) VALUE ZERO.
       01  WS-ENTRIES-REJECTED         PIC 9(04) VALUE ZERO.
       01  WS-REVERSALS-POSTED         PIC 9(04) VALUE ZERO.
       01  WS-TEMPLATES-POSTED         PIC 9(04) VALUE ZERO.
       01  WS-TEMPLATES-REJECTED       PIC 9(04) VALUE ZERO.
       01  WS-POSTED-DEBITS            PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTED-CREDITS           PIC 9(11)V99 VALUE ZERO.

       COPY DFRUNDT.

       COPY DFAUTH.

       01  WS-ENTRY-HEADER-LINE.
           05  FILLER                  PIC X(06) VALUE 'ENTRY '.
           05  EH-KEY                  PIC X(08).
           05  FILLER                  PIC X(07) VALUE '  DATE '.
           05  EH-DATE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EH-TYPE                 PIC X(09).
           05  FILLER                  PIC X(11) VALUE '  PREPARER '.
           05  EH-PREPARER             PIC X(08).
           05  FILLER                  PIC X(11) VALUE '  APPROVER '.
           05  EH-APPROVER             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EH-STATUS               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EH-REASON               PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-ENTRY-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ED-LINE-NO              PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-DESC                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-DEBIT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-CREDIT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-COMPANY              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-ENTRY-TOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
                                       '         ENTRY TOTAL'.
           05  ET-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ET-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(39) VALUE
                                       'TOTAL POSTED TO DFGLFILE'.
           05  RT-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-DETAIL-LINE              PIC X(132).

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DFGLJE START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-YYYY        TO WS-PD-YYYY
               MOVE DFRUNDT-MM          TO WS-PD-MM
               MOVE DFRUNDT-DD          TO WS-PD-DD
           ELSE
               DISPLAY 'DFGLJE NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-DATE-FIELDS
               MOVE WS-CLOCK-YYYY       TO WS-PD-YYYY
               MOVE WS-CLOCK-MM         TO WS-PD-MM
               MOVE WS-CLOCK-DD         TO WS-PD-DD
           END-IF.

           MOVE WS-PROCESSING-DATE (1:7) TO WS-RCD-PERIOD.

           PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
           PERFORM 1200-LOAD-CLOSED-PERIODS THRU 1200-EXIT.
           PERFORM 1500-LOAD-COMPANIES THRU 1500-EXIT.

           IF WS-CHART-COUNT = ZERO
               DISPLAY 'DFGLJE NO CHART OF ACCOUNTS - NOTHING CAN '
                       'POST' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN EXTEND GL-FILE.

           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DFGLJE GL FILE OPEN ERROR' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DFGLJE - GENERAL JOURNAL LISTING'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.

       1000-POST-ENTRIES.

           PERFORM 1300-LOAD-ENTRIES THRU 1300-EXIT.

           MOVE 1                      TO WS-GROUP-START.

           PERFORM UNTIL WS-GROUP-START > WS-ENTRY-COUNT
               PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
           END-PERFORM.

       1000-POST-TEMPLATES.

           PERFORM 1400-LOAD-TEMPLATES THRU 1400-EXIT.

           MOVE 1                      TO WS-GROUP-START.

           PERFORM UNTIL WS-GROUP-START > WS-TEMPLATE-COUNT
               PERFORM 3000-PROCESS-ONE-TEMPLATE THRU 3000-EXIT
           END-PERFORM.

           IF WS-TPL-IN-STATUS = '00'
               PERFORM 3900-REWRITE-TEMPLATES THRU 3900-EXIT
           END-IF.

       1000-CLOSE-DOWN.

           MOVE WS-POSTED-DEBITS       TO RT-DEBITS.
           MOVE WS-POSTED-CREDITS      TO RT-CREDITS.
           MOVE WS-RUN-TOTAL-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE GL-FILE.
           CLOSE REPORT-FILE.

           IF WS-ENTRIES-REJECTED > ZERO
              OR WS-TEMPLATES-REJECTED > ZERO
               MOVE 4                   TO RETURN-CODE
           END-IF.

       1000-END-OF-JOB.

           DISPLAY 'DFGLJE ENTRIES POSTED      = ' WS-ENTRIES-POSTED
                                               UPON CONSOLE.
           DISPLAY 'DFGLJE ENTRIES REJECTED    = ' WS-ENTRIES-REJECTED
                                               UPON CONSOLE.
           DISPLAY 'DFGLJE REVERSALS POSTED    = ' WS-REVERSALS-POSTED
                                               UPON CONSOLE.
           DISPLAY 'DFGLJE TEMPLATES POSTED    = ' WS-TEMPLATES-POSTED
                                               UPON CONSOLE.
           DISPLAY 'DFGLJE TEMPLATES REJECTED  = '
                                   WS-TEMPLATES-REJECTED UPON CONSOLE.
           DISPLAY 'DFGLJE END OF JOB' UPON CONSOLE.

           GOBACK.

       1100-LOAD-CHART.

           OPEN INPUT CHART-FILE.

           IF WS-CHART-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL WS-CHART-EOF
               READ CHART-FILE
                   AT END
                       SET WS-CHART-EOF TO TRUE
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE CA-ACCOUNT
                               TO WS-COA-ACCOUNT (WS-CHART-COUNT)
                           MOVE CA-ACTIVE-FLAG
                               TO WS-COA-ACTIVE (WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHART-FILE.

       1100-EXIT. EXIT.

       1200-LOAD-CLOSED-PERIODS.

           OPEN INPUT PERIOD-FILE.

           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.

           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-FILE
                   AT END
                       SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF PE-PERIOD-CLOSED
                          AND WS-CLOSED-COUNT < 120
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PE-PERIOD
                               TO WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERIOD-FILE.

       1200-EXIT. EXIT.

       1300-LOAD-ENTRIES.

           OPEN INPUT ENTRY-FILE.

           IF WS-ENTRY-STATUS NOT = '00'
               DISPLAY 'DFGLJE NO JOURNAL ENTRIES TO POST'
                                               UPON CONSOLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM UNTIL WS-ENTRY-EOF
               READ ENTRY-FILE
                   AT END
                       SET WS-ENTRY-EOF TO TRUE
                   NOT AT END
                       IF WS-ENTRY-COUNT < 1000
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE ENTRY-RECORD
                               TO WS-ENT-LINE (WS-ENTRY-COUNT)
                       ELSE
                           DISPLAY 'DFGLJE ENTRY TABLE FULL - LINE '
                                   'DROPPED ' JE-ENTRY-NUMBER
                                               UPON CONSOLE
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENTRY-FILE.

           IF WS-ENTRY-COUNT > 1
               SORT WS-ENT-LINE
                   ASCENDING KEY WS-ENT-KEY
           END-IF.

       1300-EXIT. EXIT.

       1400-LOAD-TEMPLATES.

           OPEN INPUT TEMPLATE-IN-FILE.

           IF WS-TPL-IN-STATUS NOT = '00'
               DISPLAY 'DFGLJE NO RECURRING TEMPLATES' UPON CONSOLE
               GO TO 1400-EXIT
           END-IF.

           PERFORM UNTIL WS-TPL-EOF
               READ TEMPLATE-IN-FILE
                   AT END
                       SET WS-TPL-EOF TO TRUE
                   NOT AT END
                       IF WS-TEMPLATE-COUNT < 500
                           ADD 1 TO WS-TEMPLATE-COUNT
                           MOVE TEMPLATE-IN-RECORD
                               TO WS-TPL-LINE (WS-TEMPLATE-COUNT)
                       ELSE
                           DISPLAY 'DFGLJE TEMPLATE TABLE FULL'
                                               UPON CONSOLE
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TEMPLATE-IN-FILE.

           IF WS-TEMPLATE-COUNT > 1
               SORT WS-TPL-LINE
                   ASCENDING KEY WS-TPL-KEY
           END-IF.

       1400-EXIT. EXIT.

       1500-LOAD-COMPANIES.

           OPEN INPUT COMPANY-FILE.

           IF WS-COMPANY-STATUS NOT = '00'
               DISPLAY 'DFGLJE NO COMPANY MASTER - ENTRIES CANNOT '
                       'CROSS COMPANIES' UPON CONSOLE
               GO TO 1500-EXIT
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
                           MOVE CO-DUE-FROM-ACCT
                               TO WS-CMP-DUE-FROM (WS-COMPANY-COUNT)
                           MOVE CO-DUE-TO-ACCT
                               TO WS-CMP-DUE-TO (WS-COMPANY-COUNT)
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
           END-IF.

       1500-EXIT. EXIT.

      **** ONE ENTRY = THE RUN OF SORTED LINES SHARING AN ENTRY
      **** NUMBER.  THE HEADER FIELDS COME FROM ITS FIRST LINE.
       2000-PROCESS-ONE-ENTRY.

           MOVE WS-GROUP-START         TO WS-GROUP-END.

           PERFORM VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
                       UNTIL WS-SCAN-SUB > WS-ENTRY-COUNT
                          OR WS-ENT-NUMBER (WS-SCAN-SUB) NOT =
                                  WS-ENT-NUMBER (WS-GROUP-START)
               MOVE WS-SCAN-SUB         TO WS-GROUP-END
           END-PERFORM.

           INITIALIZE WS-WORK-ENTRY.
           MOVE SPACES                 TO WS-REJECT-REASON.

           MOVE WS-ENT-LINE (WS-GROUP-START) TO ENTRY-RECORD.
           MOVE JE-ENTRY-NUMBER        TO WS-WRK-KEY.
           MOVE JE-POSTING-DATE        TO WS-WRK-DATE.
           MOVE JE-PREPARER            TO WS-WRK-PREPARER.
           MOVE JE-APPROVER            TO WS-WRK-APPROVER.
           MOVE JE-ENTRY-TYPE          TO WS-WRK-TYPE.
           MOVE 'DFGLJE'               TO WS-WRK-SOURCE.

           PERFORM VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
                       UNTIL WS-SCAN-SUB > WS-GROUP-END
               MOVE WS-ENT-LINE (WS-SCAN-SUB) TO ENTRY-RECORD
               IF JE-POSTING-DATE NOT = WS-WRK-DATE
                  OR JE-PREPARER NOT = WS-WRK-PREPARER
                  OR JE-APPROVER NOT = WS-WRK-APPROVER
                  OR JE-ENTRY-TYPE NOT = WS-WRK-TYPE
                   MOVE 'LINES DISAGREE ON ENTRY HEADER'
                                        TO WS-REJECT-REASON
               END-IF
               IF WS-WRK-LINE-COUNT < 99
                   ADD 1 TO WS-WRK-LINE-COUNT
                   MOVE JE-LINE-NUMBER
                       TO WS-WRK-LINE-NO (WS-WRK-LINE-COUNT)
                   MOVE JE-ACCOUNT
                       TO WS-WRK-ACCOUNT (WS-WRK-LINE-COUNT)
                   MOVE JE-DR-CR
                       TO WS-WRK-DR-CR (WS-WRK-LINE-COUNT)
                   MOVE JE-AMOUNT
                       TO WS-WRK-AMOUNT (WS-WRK-LINE-COUNT)
                   MOVE JE-DESCRIPTION
                       TO WS-WRK-DESC (WS-WRK-LINE-COUNT)
                   MOVE JE-COMPANY
                       TO WS-WRK-COMPANY (WS-WRK-LINE-COUNT)
                   MOVE JE-COST-CENTER
                       TO WS-WRK-COST-CENTER (WS-WRK-LINE-COUNT)
               ELSE
                   MOVE 'MORE THAN 99 LINES'
                                        TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

           IF NOT WS-WRK-MANUAL AND NOT WS-WRK-ACCRUAL
              AND WS-REJECT-REASON = SPACES
               MOVE 'ENTRY TYPE MUST BE M OR A' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 5000-VALIDATE-ENTRY THRU 5000-EXIT
           END-IF.

           IF WS-REJECT-REASON = SPACES
              AND WS-WRK-ACCRUAL
               PERFORM 5400-SET-REVERSAL-DATE THRU 5400-EXIT
               MOVE WS-REVERSAL-DATE (1:7) TO WS-CHECK-PERIOD
               PERFORM 5300-CHECK-PERIOD THRU 5300-EXIT
               IF WS-PERIOD-IS-CLOSED
                   MOVE 'REVERSAL PERIOD IS CLOSED'
                                        TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1                    TO WS-ENTRIES-REJECTED
               PERFORM 7000-LIST-ENTRY THRU 7000-EXIT
               GO TO 2000-NEXT-ENTRY
           END-IF.

           PERFORM 6000-POST-ENTRY THRU 6000-EXIT.
           ADD 1                       TO WS-ENTRIES-POSTED.
           PERFORM 7000-LIST-ENTRY THRU 7000-EXIT.

      **** THE ACCRUAL'S REVERSAL IS THE SAME LINES WITH DEBIT AND
      **** CREDIT SWAPPED, DATED THE FIRST OF THE NEXT PERIOD.
           IF WS-WRK-ACCRUAL
               MOVE 'V'                 TO WS-WRK-TYPE
               MOVE 'DFGLJREV'          TO WS-WRK-SOURCE
               MOVE WS-REVERSAL-DATE    TO WS-WRK-DATE
               PERFORM VARYING WS-WRK-SUB FROM 1 BY 1
                           UNTIL WS-WRK-SUB > WS-WRK-LINE-COUNT
                   IF WS-WRK-DR-CR (WS-WRK-SUB) = 'DR'
                       MOVE 'CR' TO WS-WRK-DR-CR (WS-WRK-SUB)
                   ELSE
                       MOVE 'DR' TO WS-WRK-DR-CR (WS-WRK-SUB)
                   END-IF
               END-PERFORM
               PERFORM 6000-POST-ENTRY THRU 6000-EXIT
               ADD 1                    TO WS-REVERSALS-POSTED
               PERFORM 7000-LIST-ENTRY THRU 7000-EXIT
           END-IF.

       2000-NEXT-ENTRY.

           ADD 1 WS-GROUP-END      GIVING WS-GROUP-START.

       2000-EXIT. EXIT.

      **** A TEMPLATE POSTS FOR THE PROCESSING MONTH WHEN THE MONTH
      **** IS IN ITS START/END SPAN AND IT HAS NOT POSTED IT ALREADY.
       3000-PROCESS-ONE-TEMPLATE.

           MOVE WS-GROUP-START         TO WS-GROUP-END.

           PERFORM VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
                       UNTIL WS-SCAN-SUB > WS-TEMPLATE-COUNT
                          OR WS-TPL-ID (WS-SCAN-SUB) NOT =
                                  WS-TPL-ID (WS-GROUP-START)
               MOVE WS-SCAN-SUB         TO WS-GROUP-END
           END-PERFORM.

           MOVE WS-TPL-LINE (WS-GROUP-START) TO TEMPLATE-IN-RECORD.

           IF TI-START-PERIOD > WS-RCD-PERIOD
              OR (TI-END-PERIOD NOT = SPACES
                  AND TI-END-PERIOD < WS-RCD-PERIOD)
              OR (TI-LAST-POSTED NOT = SPACES
                  AND TI-LAST-POSTED NOT < WS-RCD-PERIOD)
               GO TO 3000-NEXT-TEMPLATE
           END-IF.

           INITIALIZE WS-WORK-ENTRY.
           MOVE SPACES                 TO WS-REJECT-REASON.

           MOVE TI-TEMPLATE-ID         TO WS-WRK-KEY.
           MOVE WS-RECURRING-DATE      TO WS-WRK-DATE.
           MOVE TI-PREPARER            TO WS-WRK-PREPARER.
           MOVE TI-APPROVER            TO WS-WRK-APPROVER.
           MOVE 'R'                    TO WS-WRK-TYPE.
           MOVE 'DFGLJREC'             TO WS-WRK-SOURCE.

           PERFORM VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
                       UNTIL WS-SCAN-SUB > WS-GROUP-END
               MOVE WS-TPL-LINE (WS-SCAN-SUB) TO TEMPLATE-IN-RECORD
               IF WS-WRK-LINE-COUNT < 99
                   ADD 1 TO WS-WRK-LINE-COUNT
                   MOVE TI-LINE-NUMBER
                       TO WS-WRK-LINE-NO (WS-WRK-LINE-COUNT)
                   MOVE TI-ACCOUNT
                       TO WS-WRK-ACCOUNT (WS-WRK-LINE-COUNT)
                   MOVE TI-DR-CR
                       TO WS-WRK-DR-CR (WS-WRK-LINE-COUNT)
                   MOVE TI-AMOUNT
                       TO WS-WRK-AMOUNT (WS-WRK-LINE-COUNT)
                   MOVE TI-DESCRIPTION
                       TO WS-WRK-DESC (WS-WRK-LINE-COUNT)
                   MOVE TI-COMPANY
                       TO WS-WRK-COMPANY (WS-WRK-LINE-COUNT)
                   MOVE TI-COST-CENTER
                       TO WS-WRK-COST-CENTER (WS-WRK-LINE-COUNT)
               ELSE
                   MOVE 'MORE THAN 99 LINES'
                                        TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

           IF WS-REJECT-REASON = SPACES
               PERFORM 5000-VALIDATE-ENTRY THRU 5000-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1                    TO WS-TEMPLATES-REJECTED
               PERFORM 7000-LIST-ENTRY THRU 7000-EXIT
               GO TO 3000-NEXT-TEMPLATE
           END-IF.

           PERFORM 6000-POST-ENTRY THRU 6000-EXIT.
           ADD 1                       TO WS-TEMPLATES-POSTED.
           PERFORM 7000-LIST-ENTRY THRU 7000-EXIT.

           PERFORM VARYING WS-SCAN-SUB FROM WS-GROUP-START BY 1
                       UNTIL WS-SCAN-SUB > WS-GROUP-END
               MOVE WS-TPL-LINE (WS-SCAN-SUB) TO TEMPLATE-IN-RECORD
               MOVE WS-RCD-PERIOD       TO TI-LAST-POSTED
               MOVE TEMPLATE-IN-RECORD  TO WS-TPL-LINE (WS-SCAN-SUB)
           END-PERFORM.

       3000-NEXT-TEMPLATE.

           ADD 1 WS-GROUP-END      GIVING WS-GROUP-START.

       3000-EXIT. EXIT.

       3900-REWRITE-TEMPLATES.

           OPEN OUTPUT TEMPLATE-OUT-FILE.

           IF WS-TPL-OUT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               DISPLAY 'DFGLJE TEMPLATE FILE OPEN ERROR - TEMPLATES '
                       'WILL POST AGAIN NEXT RUN' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 3900-EXIT
           END-IF.

           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                       UNTIL WS-TPL-IDX > WS-TEMPLATE-COUNT
               WRITE TEMPLATE-OUT-RECORD FROM WS-TPL-LINE (WS-TPL-IDX)
           END-PERFORM.

           CLOSE TEMPLATE-OUT-FILE.

       3900-EXIT. EXIT.

      **** THE CHECKS EVERY ENTRY, TEMPLATE MONTH OR NOT, MUST PASS.
      **** THE FIRST FAILURE FOUND IS THE REASON LISTED.
       5000-VALIDATE-ENTRY.

           IF WS-WRK-DATE (1:4) NOT NUMERIC
              OR WS-WRK-DATE (5:1) NOT = '-'
              OR WS-WRK-DATE (6:2) NOT NUMERIC
              OR WS-WRK-DATE (6:2) < '01'
              OR WS-WRK-DATE (6:2) > '12'
              OR WS-WRK-DATE (8:1) NOT = '-'
              OR WS-WRK-DATE (9:2) NOT NUMERIC
              OR WS-WRK-DATE (9:2) < '01'
              OR WS-WRK-DATE (9:2) > '31'
               MOVE 'INVALID POSTING DATE' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-WRK-DATE (1:7)      TO WS-CHECK-PERIOD.
           PERFORM 5300-CHECK-PERIOD THRU 5300-EXIT.

           IF WS-PERIOD-IS-CLOSED
               MOVE 'PERIOD IS CLOSED'    TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.

           IF WS-WRK-LINE-COUNT < 2
               MOVE 'ENTRY NEEDS TWO OR MORE LINES'
                                        TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-WRK-DEBITS
                                          WS-WRK-CREDITS.

           PERFORM VARYING WS-WRK-SUB FROM 1 BY 1
                       UNTIL WS-WRK-SUB > WS-WRK-LINE-COUNT
                          OR WS-REJECT-REASON NOT = SPACES
               PERFORM 5100-VALIDATE-ONE-LINE THRU 5100-EXIT
           END-PERFORM.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           IF WS-WRK-DEBITS NOT = WS-WRK-CREDITS
               MOVE 'DEBITS AND CREDITS DIFFER' TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5200-CHECK-APPROVER THRU 5200-EXIT.

           IF WS-REJECT-REASON = SPACES
               PERFORM 5500-ADD-INTERCOMPANY THRU 5500-EXIT
           END-IF.

       5000-EXIT. EXIT.

       5100-VALIDATE-ONE-LINE.

           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-CHART-COUNT
                          OR WS-COA-ACCOUNT (WS-COA-SUB) =
                                       WS-WRK-ACCOUNT (WS-WRK-SUB)
               CONTINUE
           END-PERFORM.

           IF WS-COA-SUB > WS-CHART-COUNT
               MOVE 'ACCOUNT NOT ON CHART' TO WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF.

           IF WS-COA-ACTIVE (WS-COA-SUB) NOT = 'A'
               MOVE 'ACCOUNT NOT ACTIVE'  TO WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF.

           IF WS-WRK-AMOUNT (WS-WRK-SUB) NOT NUMERIC
              OR WS-WRK-AMOUNT (WS-WRK-SUB) = ZERO
               MOVE 'INVALID LINE AMOUNT' TO WS-REJECT-REASON
               GO TO 5100-EXIT
           END-IF.

           IF WS-WRK-COMPANY (WS-WRK-SUB) = SPACES
               MOVE WS-HOME-COMPANY
                   TO WS-WRK-COMPANY (WS-WRK-SUB)
           END-IF.

           IF WS-COMPANY-COUNT > ZERO
               MOVE WS-WRK-COMPANY (WS-WRK-SUB) TO WS-FIND-COMPANY
               PERFORM 5600-FIND-COMPANY THRU 5600-EXIT
               IF WS-CMP-SUB > WS-COMPANY-COUNT
                   MOVE 'COMPANY NOT ON DFGLCOMP'
                                        TO WS-REJECT-REASON
                   GO TO 5100-EXIT
               END-IF
           END-IF.

           EVALUATE WS-WRK-DR-CR (WS-WRK-SUB)
               WHEN 'DR'
                   ADD WS-WRK-AMOUNT (WS-WRK-SUB) TO WS-WRK-DEBITS
               WHEN 'CR'
                   ADD WS-WRK-AMOUNT (WS-WRK-SUB) TO WS-WRK-CREDITS
               WHEN OTHER
                   MOVE 'LINE MUST BE DR OR CR' TO WS-REJECT-REASON
           END-EVALUATE.

       5100-EXIT. EXIT.

      **** SEGREGATION OF DUTIES: THE APPROVER IS NAMED, IS NOT THE
      **** PREPARER, AND HOLDS THE GLJ FUNCTION ON DFOPSECF.
       5200-CHECK-APPROVER.

           IF WS-WRK-PREPARER = SPACES
               MOVE 'NO PREPARER ON ENTRY' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF.

           IF WS-WRK-APPROVER = SPACES
               MOVE 'NO APPROVER ON ENTRY' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF.

           IF WS-WRK-APPROVER = WS-WRK-PREPARER
               MOVE 'APPROVER IS THE PREPARER' TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF.

           MOVE WS-WRK-APPROVER        TO DFAUTH-USER-ID.
           MOVE 'GLJ'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'JOURNAL ' WS-WRK-KEY ' BY ' WS-WRK-PREPARER
                  ' ' WS-WRK-DATE
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
           END-IF.

       5200-EXIT. EXIT.

       5300-CHECK-PERIOD.

           MOVE 'N'                    TO WS-CLOSED-FLAG.

           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                       UNTIL WS-CLS-SUB > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (WS-CLS-SUB) = WS-CHECK-PERIOD
                   MOVE 'Y'             TO WS-CLOSED-FLAG
               END-IF
           END-PERFORM.

       5300-EXIT. EXIT.

       5400-SET-REVERSAL-DATE.

           MOVE WS-WRK-DATE (1:4)      TO WS-RVD-YYYY.
           MOVE WS-WRK-DATE (6:2)      TO WS-RVD-MM.

           IF WS-RVD-MM = 12
               ADD 1                    TO WS-RVD-YYYY
               MOVE 1                   TO WS-RVD-MM
           ELSE
               ADD 1                    TO WS-RVD-MM
           END-IF.

       5400-EXIT. EXIT.

      **** AN ENTRY WHOSE LINES SPAN COMPANIES GETS ONE PAIR OF
      **** INTERCOMPANY LINES PER NON-LEAD COMPANY WITH A NET: A NET
      **** DEBIT IS CREDITED TO THAT COMPANY'S DUE-TO AND DEBITED TO
      **** THE LEAD COMPANY'S DUE-FROM; A NET CREDIT THE REVERSE.
       5500-ADD-INTERCOMPANY.

           MOVE ZERO                   TO WS-ICO-COUNT.
           MOVE 899                    TO WS-ICO-LINE-NO.
           MOVE WS-WRK-COMPANY (1)     TO WS-LEAD-COMPANY.

           PERFORM VARYING WS-WRK-SUB FROM 1 BY 1
                       UNTIL WS-WRK-SUB > WS-WRK-LINE-COUNT
                          OR WS-REJECT-REASON NOT = SPACES
               PERFORM 5510-NET-ONE-LINE THRU 5510-EXIT
           END-PERFORM.

           IF WS-REJECT-REASON NOT = SPACES
              OR WS-ICO-COUNT = ZERO
               GO TO 5500-EXIT
           END-IF.

           IF WS-WRK-LINE-COUNT + (2 * WS-ICO-COUNT) > 99
               MOVE 'TOO MANY LINES WITH INTERCO' TO WS-REJECT-REASON
               GO TO 5500-EXIT
           END-IF.

           PERFORM VARYING WS-ICO-SUB FROM 1 BY 1
                       UNTIL WS-ICO-SUB > WS-ICO-COUNT
                          OR WS-REJECT-REASON NOT = SPACES
               PERFORM 5520-CLEAR-ONE-COMPANY THRU 5520-EXIT
           END-PERFORM.

       5500-EXIT. EXIT.

       5510-NET-ONE-LINE.

           IF WS-WRK-COMPANY (WS-WRK-SUB) = WS-LEAD-COMPANY
               GO TO 5510-EXIT
           END-IF.

           PERFORM VARYING WS-ICO-SUB FROM 1 BY 1
                       UNTIL WS-ICO-SUB > WS-ICO-COUNT
                          OR WS-ICO-COMPANY (WS-ICO-SUB) =
                                       WS-WRK-COMPANY (WS-WRK-SUB)
               CONTINUE
           END-PERFORM.

           IF WS-ICO-SUB > WS-ICO-COUNT
               IF WS-ICO-COUNT >= 20
                   MOVE 'TOO MANY COMPANIES ON ENTRY'
                                        TO WS-REJECT-REASON
                   GO TO 5510-EXIT
               END-IF
               ADD 1                    TO WS-ICO-COUNT
               MOVE WS-ICO-COUNT        TO WS-ICO-SUB
               MOVE WS-WRK-COMPANY (WS-WRK-SUB)
                                        TO WS-ICO-COMPANY (WS-ICO-SUB)
               MOVE ZERO                TO WS-ICO-NET (WS-ICO-SUB)
           END-IF.

           IF WS-WRK-DR-CR (WS-WRK-SUB) = 'DR'
               ADD WS-WRK-AMOUNT (WS-WRK-SUB)
                                        TO WS-ICO-NET (WS-ICO-SUB)
           ELSE
               SUBTRACT WS-WRK-AMOUNT (WS-WRK-SUB)
                                      FROM WS-ICO-NET (WS-ICO-SUB)
           END-IF.

       5510-EXIT. EXIT.

       5520-CLEAR-ONE-COMPANY.

           IF WS-ICO-NET (WS-ICO-SUB) = ZERO
               GO TO 5520-EXIT
           END-IF.

           MOVE WS-ICO-COMPANY (WS-ICO-SUB) TO WS-FIND-COMPANY.
           PERFORM 5600-FIND-COMPANY THRU 5600-EXIT.
           MOVE WS-CMP-SUB             TO WS-ICO-OTHER-SUB.

           MOVE WS-LEAD-COMPANY        TO WS-FIND-COMPANY.
           PERFORM 5600-FIND-COMPANY THRU 5600-EXIT.
           MOVE WS-CMP-SUB             TO WS-ICO-LEAD-SUB.

           IF WS-ICO-OTHER-SUB > WS-COMPANY-COUNT
              OR WS-ICO-LEAD-SUB > WS-COMPANY-COUNT
               MOVE 'NO COMPANY MASTER FOR INTERCO' TO WS-REJECT-REASON
               GO TO 5520-EXIT
           END-IF.

           IF WS-ICO-NET (WS-ICO-SUB) > ZERO
               MOVE WS-ICO-NET (WS-ICO-SUB) TO WS-ICO-AMOUNT
               MOVE WS-CMP-DUE-TO (WS-ICO-OTHER-SUB)
                                        TO WS-ICO-OTHER-ACCT
               MOVE 'CR'                TO WS-ICO-OTHER-DR-CR
               MOVE WS-CMP-DUE-FROM (WS-ICO-LEAD-SUB)
                                        TO WS-ICO-LEAD-ACCT
               MOVE 'DR'                TO WS-ICO-LEAD-DR-CR
           ELSE
               COMPUTE WS-ICO-AMOUNT = ZERO - WS-ICO-NET (WS-ICO-SUB)
               MOVE WS-CMP-DUE-FROM (WS-ICO-OTHER-SUB)
                                        TO WS-ICO-OTHER-ACCT
               MOVE 'DR'                TO WS-ICO-OTHER-DR-CR
               MOVE WS-CMP-DUE-TO (WS-ICO-LEAD-SUB)
                                        TO WS-ICO-LEAD-ACCT
               MOVE 'CR'                TO WS-ICO-LEAD-DR-CR
           END-IF.

           MOVE WS-ICO-OTHER-ACCT      TO WS-FIND-ACCOUNT.
           PERFORM 5610-CHECK-INTERCO-ACCOUNT THRU 5610-EXIT.
           MOVE WS-ICO-LEAD-ACCT       TO WS-FIND-ACCOUNT.
           PERFORM 5610-CHECK-INTERCO-ACCOUNT THRU 5610-EXIT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5520-EXIT
           END-IF.

           ADD 1                       TO WS-WRK-LINE-COUNT.
           ADD 1                       TO WS-ICO-LINE-NO.
           MOVE WS-ICO-LINE-NO   TO WS-WRK-LINE-NO (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-OTHER-ACCT
                                 TO WS-WRK-ACCOUNT (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-OTHER-DR-CR
                                 TO WS-WRK-DR-CR (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-AMOUNT    TO WS-WRK-AMOUNT (WS-WRK-LINE-COUNT).
           MOVE SPACES           TO WS-WRK-DESC (WS-WRK-LINE-COUNT).
           STRING 'INTERCOMPANY ' WS-LEAD-COMPANY
                  DELIMITED BY SIZE
                  INTO WS-WRK-DESC (WS-WRK-LINE-COUNT)
           END-STRING.
           MOVE WS-ICO-COMPANY (WS-ICO-SUB)
                                 TO WS-WRK-COMPANY (WS-WRK-LINE-COUNT).
           MOVE SPACES      TO WS-WRK-COST-CENTER (WS-WRK-LINE-COUNT).

           ADD 1                       TO WS-WRK-LINE-COUNT.
           ADD 1                       TO WS-ICO-LINE-NO.
           MOVE WS-ICO-LINE-NO   TO WS-WRK-LINE-NO (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-LEAD-ACCT
                                 TO WS-WRK-ACCOUNT (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-LEAD-DR-CR
                                 TO WS-WRK-DR-CR (WS-WRK-LINE-COUNT).
           MOVE WS-ICO-AMOUNT    TO WS-WRK-AMOUNT (WS-WRK-LINE-COUNT).
           MOVE SPACES           TO WS-WRK-DESC (WS-WRK-LINE-COUNT).
           STRING 'INTERCOMPANY ' WS-ICO-COMPANY (WS-ICO-SUB)
                  DELIMITED BY SIZE
                  INTO WS-WRK-DESC (WS-WRK-LINE-COUNT)
           END-STRING.
           MOVE WS-LEAD-COMPANY  TO WS-WRK-COMPANY (WS-WRK-LINE-COUNT).
           MOVE SPACES      TO WS-WRK-COST-CENTER (WS-WRK-LINE-COUNT).

       5520-EXIT. EXIT.

      **** LEAVES WS-CMP-SUB ON WS-FIND-COMPANY, OR PAST THE END.
       5600-FIND-COMPANY.

           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-COMPANY-COUNT
                          OR WS-CMP-COMPANY (WS-CMP-SUB) =
                                                   WS-FIND-COMPANY
               CONTINUE
           END-PERFORM.

       5600-EXIT. EXIT.

       5610-CHECK-INTERCO-ACCOUNT.

           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5610-EXIT
           END-IF.

           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-CHART-COUNT
                          OR WS-COA-ACCOUNT (WS-COA-SUB) =
                                                   WS-FIND-ACCOUNT
               CONTINUE
           END-PERFORM.

           IF WS-FIND-ACCOUNT = SPACES
              OR WS-COA-SUB > WS-CHART-COUNT
               MOVE 'NO INTERCO ACCOUNT ON CHART' TO WS-REJECT-REASON
               GO TO 5610-EXIT
           END-IF.

           IF WS-COA-ACTIVE (WS-COA-SUB) NOT = 'A'
               MOVE 'INTERCO ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           END-IF.

       5610-EXIT. EXIT.

       6000-POST-ENTRY.

           PERFORM VARYING WS-WRK-SUB FROM 1 BY 1
                       UNTIL WS-WRK-SUB > WS-WRK-LINE-COUNT
               MOVE WS-WRK-DATE         TO GL-POSTING-DATE
               MOVE WS-WRK-ACCOUNT (WS-WRK-SUB) TO GL-ACCOUNT
               MOVE WS-WRK-DR-CR (WS-WRK-SUB)   TO GL-DR-CR
               MOVE WS-WRK-AMOUNT (WS-WRK-SUB)  TO GL-AMOUNT
               MOVE WS-WRK-SOURCE       TO GL-SOURCE
               MOVE WS-WRK-KEY          TO GL-SOURCE-KEY
               MOVE WS-WRK-COMPANY (WS-WRK-SUB)     TO GL-COMPANY
               MOVE WS-WRK-COST-CENTER (WS-WRK-SUB) TO GL-COST-CENTER
               WRITE GL-RECORD
               IF GL-DR-CR = 'DR'
                   ADD GL-AMOUNT        TO WS-POSTED-DEBITS
               ELSE
                   ADD GL-AMOUNT        TO WS-POSTED-CREDITS
               END-IF
           END-PERFORM.

       6000-EXIT. EXIT.

      **** THE CLOSE-BINDER LISTING: HEADER, EACH LINE IN ITS DEBIT
      **** OR CREDIT COLUMN, AND THE ENTRY TOTALS.
       7000-LIST-ENTRY.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE WS-WRK-KEY             TO EH-KEY.
           MOVE WS-WRK-DATE            TO EH-DATE.
           MOVE WS-WRK-PREPARER        TO EH-PREPARER.
           MOVE WS-WRK-APPROVER        TO EH-APPROVER.

           EVALUATE TRUE
               WHEN WS-WRK-MANUAL
                   MOVE 'MANUAL'        TO EH-TYPE
               WHEN WS-WRK-ACCRUAL
                   MOVE 'ACCRUAL'       TO EH-TYPE
               WHEN WS-WRK-RECURRING
                   MOVE 'RECURRING'     TO EH-TYPE
               WHEN WS-WRK-REVERSAL
                   MOVE 'REVERSAL'      TO EH-TYPE
               WHEN OTHER
                   MOVE WS-WRK-TYPE     TO EH-TYPE
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               MOVE 'POSTED'            TO EH-STATUS
           ELSE
               MOVE 'REJECTED'          TO EH-STATUS
           END-IF.
           MOVE WS-REJECT-REASON       TO EH-REASON.

           MOVE WS-ENTRY-HEADER-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-WRK-DEBITS
                                          WS-WRK-CREDITS.

           PERFORM VARYING WS-WRK-SUB FROM 1 BY 1
                       UNTIL WS-WRK-SUB > WS-WRK-LINE-COUNT
               MOVE SPACES              TO WS-ENTRY-DETAIL-LINE
               MOVE WS-WRK-LINE-NO (WS-WRK-SUB) TO ED-LINE-NO
               MOVE WS-WRK-ACCOUNT (WS-WRK-SUB) TO ED-ACCOUNT
               MOVE WS-WRK-DESC (WS-WRK-SUB)    TO ED-DESC
               MOVE WS-WRK-COMPANY (WS-WRK-SUB) TO ED-COMPANY
               MOVE WS-WRK-COST-CENTER (WS-WRK-SUB)
                                                TO ED-COST-CENTER
               IF WS-WRK-AMOUNT (WS-WRK-SUB) NUMERIC
                   IF WS-WRK-DR-CR (WS-WRK-SUB) = 'DR'
                       MOVE WS-WRK-AMOUNT (WS-WRK-SUB) TO ED-DEBIT
                       ADD WS-WRK-AMOUNT (WS-WRK-SUB)
                                        TO WS-WRK-DEBITS
                   ELSE
                       MOVE WS-WRK-AMOUNT (WS-WRK-SUB) TO ED-CREDIT
                       ADD WS-WRK-AMOUNT (WS-WRK-SUB)
                                        TO WS-WRK-CREDITS
                   END-IF
               END-IF
               MOVE WS-ENTRY-DETAIL-LINE TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE WS-WRK-DEBITS          TO ET-DEBITS.
           MOVE WS-WRK-CREDITS         TO ET-CREDITS.
           MOVE WS-ENTRY-TOTAL-LINE    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7000-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
