       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF03ERAS.

      *REMARKS:    CUSTOMER PERSONAL-DATA ERASURE BATCH - CHECKS EACH
      *            DF03ERRQ REQUEST FOR BLOCKING CONDITIONS, THEN MASKS
      *            NAME, ADDRESS AND NOTE TEXT ACROSS THE CUSTOMER
      *            FILES AND THE DFARCHIV ARCHIVE.

      ******************************************************************
      ****   PRIVACY REQUESTS TO ERASE A FORMER CUSTOMER'S PERSONAL ****
      ****   DATA WERE HANDLED BY EDITING FIVE FILES BY HAND.  THIS ****
      ****   BATCH READS THE DF03ERRQ ERASURE REQUESTS (REQUEST ID, ****
      ****   CUSTOMER NUMBER, OPERATOR) AND, PER REQUEST, FIRST     ****
      ****   CHECKS WHAT MUST STOP AN ERASURE:                      ****
      ****                                                          ****
      ****   - A DF29BALF OPEN BALANCE (READ THROUGH DF29BALA),     ****
      ****   - AN OPEN DF29DISP DISPUTE CASE,                       ****
      ****   - A DF26CXRF-LINKED DF26PLCY POLICY IN FORCE OR IN     ****
      ****     GRACE,                                               ****
      ****   - A DF03LHLD LEGAL HOLD NOT YET RELEASED AS OF THE     ****
      ****     DFRUNDTR PROCESSING DATE,                            ****
      ****   - OR A DF03FILE CUSTOMER STILL ACTIVE.                 ****
      ****                                                          ****
      ****   EVERY BLOCKER FOUND IS LISTED.  A DISPUTE OR           ****
      ****   CROSS-REFERENCE FILE THAT IS SIMPLY ABSENT MEANS NONE, ****
      ****   BUT ANY OTHER OPEN OR READ FAILURE - AND A MISSING     ****
      ****   DF03LHLD, OR A MISSING DF26PLCY WHEN POLICIES ARE      ****
      ****   LINKED - BLOCKS THE REQUEST AND NAMES THE FILE AND     ****
      ****   STATUS ON THE CERTIFICATE.                             ****
      ****                                                          ****
      ****   WITH NOTHING IN THE WAY THE NAME, HOUSE NUMBER, STREET ****
      ****   AND NOTE TEXT ARE OVERWRITTEN WITH THE SHARED DF03MASK ****
      ****   VALUES (THE DF03SUBS MASKING) WHEREVER THEY ARE KEPT:  ****
      ****   DF03FILE, THE DF03CHGJ NAME HISTORY, DF03NOTE,         ****
      ****   DF03ADDR, DF09MAST, DF09HIST, THE DF09UNDL             ****
      ****   UNDELIVERABLE-MAIL FILE AND EVERY ARCHIVED GENERATION  ****
      ****   ON DFARCHIV.  AN ARCHIVED ADDRESS-FILE ROW FOR THE     ****
      ****   CUSTOMER HAS ITS HOUSE NUMBER AND STREET MASKED BY     ****
      ****   POSITION; IN EVERY OTHER ARCHIVED LINE THE NAMES AND   ****
      ****   STREETS FOUND ABOVE ARE REPLACED WHEREVER THEY APPEAR. ****
      ****   KEYS, CITY/STATE/ZIP AND ALL AMOUNTS STAY AS THEY WERE ****
      ****   SO THE BOOKS STILL BALANCE.                            ****
      ******************************************************************

      ******************************************************************
      ****   EVERY FIELD OVERWRITTEN IS LOGGED TO DF03ERLG - FILE,  ****
      ****   RECORD KEY, FIELD, THE LENGTH OF WHAT WAS THERE AND    ****
      ****   THE MASK WRITTEN - BUT NEVER THE ORIGINAL VALUE, WHICH ****
      ****   WOULD UNDO THE ERASURE.  DF03ERCT CARRIES ONE          ****
      ****   COMPLETION CERTIFICATE PER REQUEST, EACH ON ITS OWN    ****
      ****   PAGE: ERASED WITH THE COUNT OF RECORDS MASKED PER      ****
      ****   FILE, BLOCKED WITH EACH BLOCKER, REJECTED, OR          ****
      ****   INCOMPLETE WHEN A REWRITE FAILED.                      ****
      ****                                                          ****
      ****   THE SEQUENTIAL FILES ARE LOADED WHOLE AND REWRITTEN AT ****
      ****   END OF JOB THE WAY DF03MRGE DOES; IF ANY OF THEM WILL  ****
      ****   NOT FIT ITS TABLE NOTHING IS ERASED.  THEY ARE         ****
      ****   COMMITTED ARCHIVE FIRST, THEN DF09HIST, DF09MAST,      ****
      ****   DF03ADDR AND DF09UNDL, AND ONLY THEN DF03FILE,         ****
      ****   DF03CHGJ AND DF03NOTE FOR EACH REQUEST WHOSE           ****
      ****   SEQUENTIAL CHANGES ALL LANDED, SO A RERUN AFTER A      ****
      ****   FAILED REWRITE STILL FINDS THE ORIGINAL NAMES TO HUNT  ****
      ****   IN THE ARCHIVE.  A WRITE THAT FAILS PART WAY THROUGH A ****
      ****   SEQUENTIAL FILE IS WARNED ON EVERY CERTIFICATE.        ****
      ****   MASKING IS REPEATABLE, SO A REQUEST RUN TWICE CHANGES  ****
      ****   NOTHING THE SECOND TIME.                               ****
      ****                                                          ****
      ****   RETURN CODE 4 WHEN ANY REQUEST WAS NOT ERASED, 8 WHEN  ****
      ****   ONE IS INCOMPLETE OR A BLOCKER FILE COULD NOT BE READ, ****
      ****   16 WHEN THE RUN COULD NOT START OR A SEQUENTIAL FILE   ****
      ****   WAS LEFT TRUNCATED.                                    ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REQUEST-FILE     ASSIGN TO DF03ERRQ
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS CUSTOMER-RECORD-KEY
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT NOTE-FILE        ASSIGN TO DF03NOTE
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS DF03-NOTE-KEY
                                   FILE STATUS IS WS-NOTE-STATUS.

           SELECT CHANGE-JOURNAL-FILE
                                   ASSIGN TO DF03CHGJ
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS DF03-CHG-KEY
                                   FILE STATUS IS WS-CHGJ-STATUS.

           SELECT DISPUTE-FILE     ASSIGN TO DF29DISP
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT POLICY-XREF-FILE ASSIGN TO DF26CXRF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PXR-STATUS.

           SELECT POLICY-FILE      ASSIGN TO DF26PLCY
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLCY-STATUS.

           SELECT HOLD-FILE        ASSIGN TO DF03LHLD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOLD-STATUS.

           SELECT ADDRESS-IN-FILE  ASSIGN TO DF03ADDR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADR-IN-STATUS.

           SELECT ADDRESS-OUT-FILE ASSIGN TO DF03ADDR
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ADR-OUT-STATUS.

           SELECT MASTER-IN-FILE   ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MST-IN-STATUS.

           SELECT MASTER-OUT-FILE  ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MST-OUT-STATUS.

           SELECT HIST-IN-FILE     ASSIGN TO DF09HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIS-IN-STATUS.

           SELECT HIST-OUT-FILE    ASSIGN TO DF09HIST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HIS-OUT-STATUS.

           SELECT UNDL-IN-FILE     ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UND-IN-STATUS.

           SELECT UNDL-OUT-FILE    ASSIGN TO DF09UNDL
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-UND-OUT-STATUS.

           SELECT ARCHIVE-IN-FILE  ASSIGN TO DFARCHIV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ARC-IN-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO DFARCHIV
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ARC-OUT-STATUS.

           SELECT LOG-FILE         ASSIGN TO DF03ERLG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF03ERCT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

      **** COL 1-10  PRIVACY REQUEST ID
      **** COL 12-21 CUSTOMER NUMBER TO ERASE
      **** COL 23-30 OPERATOR WHO TOOK THE REQUEST
       01  REQUEST-RECORD.
           05  RQ-REQUEST-ID            PIC X(10).
           05  FILLER                   PIC X(01).
           05  RQ-CUST-NUMBER           PIC X(10).
           05  FILLER                   PIC X(01).
           05  RQ-OPERATOR              PIC X(08).
           05  FILLER                   PIC X(50).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.

       01  CUSTOMER-RECORD.
           05  CUSTOMER-RECORD-KEY      PIC X(13).
           05  CUSTOMER-RECORD-DATA     PIC X(67).

       FD  NOTE-FILE
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS DF03-NOTE-RECORD.

           COPY DF03NOTR.

       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS DF03-CHG-RECORD.

           COPY DF03CHGR.

       FD  DISPUTE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS DISPUTE-RECORD.

           COPY DF29DSP.

       FD  POLICY-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS POLICY-XREF-RECORD.

       01  POLICY-XREF-RECORD          PIC X(50).

       FD  POLICY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS DF26-POLICY-RECORD.

           COPY DF26POLR.

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HOLD-RECORD.

      **** ONE ROW PER LEGAL HOLD PLACED ON A CUSTOMER BY COUNSEL.  A
      **** HOLD STANDS UNTIL ITS RELEASE DATE HAS PASSED; SPACES
      **** MEANS IT HAS NOT BEEN RELEASED AT ALL.
       01  HOLD-RECORD.
           05  LH-CUST-NUMBER           PIC X(10).
           05  FILLER                   PIC X(01).
           05  LH-HOLD-REFERENCE        PIC X(12).
           05  FILLER                   PIC X(01).
           05  LH-PLACED-DATE           PIC X(10).
           05  FILLER                   PIC X(01).
           05  LH-RELEASED-DATE         PIC X(10).
           05  FILLER                   PIC X(35).

       FD  ADDRESS-IN-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS ADDRESS-IN-RECORD.

       01  ADDRESS-IN-RECORD           PIC X(87).

       FD  ADDRESS-OUT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS ADDRESS-OUT-RECORD.

       01  ADDRESS-OUT-RECORD          PIC X(87).

       FD  MASTER-IN-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS MASTER-IN-RECORD.

       01  MASTER-IN-RECORD            PIC X(87).

       FD  MASTER-OUT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS MASTER-OUT-RECORD.

       01  MASTER-OUT-RECORD           PIC X(87).

       FD  HIST-IN-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS HIST-IN-RECORD.

       01  HIST-IN-RECORD              PIC X(107).

       FD  HIST-OUT-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS HIST-OUT-RECORD.

       01  HIST-OUT-RECORD             PIC X(107).

       FD  UNDL-IN-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-IN-RECORD.

       01  UNDL-IN-RECORD              PIC X(130).

       FD  UNDL-OUT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS UNDL-OUT-RECORD.

       01  UNDL-OUT-RECORD             PIC X(130).

       FD  ARCHIVE-IN-FILE
           RECORD CONTAINS 199 CHARACTERS
           DATA RECORD IS ARCHIVE-IN-RECORD.

       01  ARCHIVE-IN-RECORD           PIC X(199).

       FD  ARCHIVE-OUT-FILE
           RECORD CONTAINS 199 CHARACTERS
           DATA RECORD IS ARCHIVE-OUT-RECORD.

       01  ARCHIVE-OUT-RECORD          PIC X(199).

       FD  LOG-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS LOG-RECORD.

      **** ONE ROW PER FIELD OVERWRITTEN.  THE ORIGINAL VALUE IS
      **** NEVER KEPT - ONLY HOW LONG IT WAS AND THE MASK WRITTEN.
       01  LOG-RECORD.
           05  LG-RUN-DATE              PIC X(10).
           05  LG-REQUEST-ID            PIC X(10).
           05  LG-CUST-NUMBER           PIC X(10).
           05  LG-FILE-NAME             PIC X(08).
           05  LG-RECORD-KEY            PIC X(31).
           05  LG-FIELD                 PIC X(08).
           05  LG-ORIGINAL-LENGTH       PIC 9(03).
           05  LG-MASKED-VALUE          PIC X(40).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CHGJ-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DISPUTE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PXR-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PLCY-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ADR-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADR-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MST-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MST-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIS-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HIS-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-UND-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-UND-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ARC-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ARC-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.

       01  WS-REQUEST-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  WS-REQUEST-EOF              VALUE 'Y'.

       01  WS-SCAN-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-SCAN-EOF                 VALUE 'Y'.

       01  WS-BROWSE-END-FLAG          PIC X(01) VALUE SPACE.
           88  WS-BROWSE-END               VALUE 'Y'.

       01  WS-NOTE-PRESENT-FLAG        PIC X(01) VALUE 'N'.
           88  WS-NOTE-PRESENT             VALUE 'Y'.

       01  WS-CHGJ-PRESENT-FLAG        PIC X(01) VALUE 'N'.
           88  WS-CHGJ-PRESENT             VALUE 'Y'.

       01  WS-LOAD-FAILED-FLAG         PIC X(01) VALUE 'N'.
           88  WS-LOAD-FAILED              VALUE 'Y'.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-YYYY              PIC X(04).
           05  WS-CD-MM                PIC X(02).
           05  WS-CD-DD                PIC X(02).
           05  FILLER                  PIC X(13).

       01  WS-RUN-DATE.
           05  WS-RD-YYYY              PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RD-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RD-DD                PIC X(02).

      **** THE FILES AN ERASURE TOUCHES, IN CERTIFICATE ORDER.  THE
      **** LAST FIVE ARE SEQUENTIAL AND REWRITTEN AT END OF JOB.
       01  WS-FILE-NAME-LIST.
           05  FILLER                  PIC X(08) VALUE 'DF03FILE'.
           05  FILLER                  PIC X(08) VALUE 'DF03CHGJ'.
           05  FILLER                  PIC X(08) VALUE 'DF03NOTE'.
           05  FILLER                  PIC X(08) VALUE 'DF03ADDR'.
           05  FILLER                  PIC X(08) VALUE 'DF09MAST'.
           05  FILLER                  PIC X(08) VALUE 'DF09HIST'.
           05  FILLER                  PIC X(08) VALUE 'DFARCHIV'.
           05  FILLER                  PIC X(08) VALUE 'DF09UNDL'.
       01  WS-FILE-NAME-TABLE          REDEFINES WS-FILE-NAME-LIST.
           05  WS-FILE-NAME            PIC X(08) OCCURS 8 TIMES.

       01  WS-FILE-SUB                 PIC 9(01) VALUE ZERO.

      **** SET WHEN A SEQUENTIAL FILE'S TABLE WAS CHANGED, AND WHEN
      **** ITS END-OF-JOB REWRITE THEN FAILED - AND WHEN THE FAILURE
      **** CAME PART WAY THROUGH THE WRITE, LEAVING THE FILE SHORT.
       01  WS-FILE-CONTROL-TABLE.
           05  WS-FILE-CONTROL         OCCURS 8 TIMES.
               10  WS-FILE-CHANGED     PIC X(01).
               10  WS-FILE-REWRITE-FAILED
                                       PIC X(01).
               10  WS-FILE-TRUNCATED   PIC X(01).

      **** THE SEQUENTIAL FILES, LOADED WHOLE.  AN OVERFLOW STOPS
      **** THE RUN BEFORE ANY REQUEST IS LOOKED AT.
       01  WS-ADDRESS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ADDRESS-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST-NUMBER  PIC X(10).
               10  WS-ADR-HOUSE-NUMBER PIC X(20).
               10  WS-ADR-STREET-NAME  PIC X(30).
               10  FILLER              PIC X(27).

       01  WS-MASTER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY            OCCURS 500 TIMES.
               10  WS-MST-CUST-NUMBER  PIC X(10).
               10  WS-MST-HOUSE-NUMBER PIC X(20).
               10  WS-MST-STREET-NAME  PIC X(30).
               10  FILLER              PIC X(27).

       01  WS-HISTORY-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-HISTORY-TABLE.
           05  WS-HIS-ENTRY            OCCURS 1000 TIMES.
               10  WS-HIS-CUST-NUMBER  PIC X(10).
               10  WS-HIS-HOUSE-NUMBER PIC X(20).
               10  WS-HIS-STREET-NAME  PIC X(30).
               10  FILLER              PIC X(27).
               10  WS-HIS-EFFECTIVE-FROM
                                       PIC X(10).
               10  FILLER              PIC X(10).

      **** DF09UNDL ROWS IN THE DF09UNDR SHAPE - THE RETURNED ADDRESS
      **** SITS AFTER THE RETURN DATES AND DOCUMENT TYPE.
       01  WS-UNDELIVERABLE-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-UNDELIVERABLE-TABLE.
           05  WS-UND-ENTRY            OCCURS 500 TIMES.
               10  WS-UND-CUST-NUMBER  PIC X(10).
               10  FILLER              PIC X(27).
               10  WS-UND-HOUSE-NUMBER PIC X(20).
               10  WS-UND-STREET-NAME  PIC X(30).
               10  FILLER              PIC X(43).

       01  WS-ARCHIVE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARC-ENTRY            OCCURS 2000 TIMES.
               10  WS-ARC-FILE-ID      PIC X(08).
               10  WS-ARC-ARCHIVE-DATE PIC 9(08).
               10  WS-ARC-DATA         PIC X(183).

       01  WS-TBL-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ARC-SAVE-DATA            PIC X(183) VALUE SPACES.

      **** AN ARCHIVED ROW FROM ONE OF THE ADDRESS FILES KEEPS THE
      **** LIVE LAYOUT, SO ITS HOUSE NUMBER AND STREET CAN BE FOUND BY
      **** POSITION: 11-30 AND 31-60 ON DF03ADDR, DF09MAST AND
      **** DF09HIST, 38-57 AND 58-87 ON DF09UNDL.
       01  WS-ARC-HOUSE-POS            PIC 9(03) VALUE ZERO.
       01  WS-ARC-STREET-POS           PIC 9(03) VALUE ZERO.
       01  WS-ARC-ROW-CHANGED          PIC X(01) VALUE 'N'.

      **** THE REQUEST IN HAND.
       01  WS-CUSTOMER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-REQUEST-ID               PIC X(10) VALUE SPACES.
       01  WS-CUST-NUMBER              PIC X(10) VALUE SPACES.
       01  WS-REQUEST-FAILED-FLAG      PIC X(01) VALUE 'N'.
       01  WS-RECORD-CHANGED-FLAG      PIC X(01) VALUE 'N'.

      **** ONE CERTIFICATE PER REQUEST, HELD UNTIL THE SEQUENTIAL
      **** FILES ARE REWRITTEN SO A FAILED REWRITE IS CERTIFIED AS
      **** INCOMPLETE, NOT ERASED.  A REQUEST CLEARED TO ERASE WAITS
      **** AS PENDING UNTIL ITS KEYED FILES ARE MASKED AT END OF JOB.
      **** A BLOCKER FLAG OF 'U' IS A FILE THAT COULD NOT BE READ, ITS
      **** STATUS KEPT ALONGSIDE.  REQUESTS PAST THE TABLE WAIT FOR
      **** THE NEXT RUN.
       01  WS-RESULT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-RESULT-TABLE.
           05  WS-RES-ENTRY            OCCURS 100 TIMES.
               10  WS-RES-REQUEST-ID   PIC X(10).
               10  WS-RES-CUST-NUMBER  PIC X(10).
               10  WS-RES-OPERATOR     PIC X(08).
               10  WS-RES-DISPOSITION  PIC X(01).
                   88  WS-RES-ERASED       VALUE 'E'.
                   88  WS-RES-BLOCKED      VALUE 'B'.
                   88  WS-RES-REJECTED     VALUE 'R'.
                   88  WS-RES-INCOMPLETE   VALUE 'I'.
                   88  WS-RES-PENDING      VALUE 'P'.
               10  WS-RES-REASON       PIC X(50).
               10  WS-RES-ACTIVE-FLAG  PIC X(01).
               10  WS-RES-BAL-FLAG     PIC X(01).
               10  WS-RES-BALANCE      PIC S9(09)V99.
               10  WS-RES-DSP-FLAG     PIC X(01).
               10  WS-RES-DSP-CASE     PIC X(08).
               10  WS-RES-POL-FLAG     PIC X(01).
               10  WS-RES-POL-KEY      PIC X(15).
               10  WS-RES-HOLD-FLAG    PIC X(01).
               10  WS-RES-HOLD-REF     PIC X(12).
               10  WS-RES-DSP-STATUS   PIC X(02).
               10  WS-RES-POL-STATUS   PIC X(02).
               10  WS-RES-HOLD-STATUS  PIC X(02).
               10  WS-RES-FILE-COUNT   PIC 9(05) OCCURS 8 TIMES.

       01  WS-RS                       PIC 9(03) VALUE ZERO.

      **** POLICIES LINKED TO THE CUSTOMER ON DF26CXRF.
       01  WS-LINK-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-POL-KEY         PIC X(15) OCCURS 50 TIMES.
       01  WS-LINK-SUB                 PIC 9(02) VALUE ZERO.

      **** NAMES AND STREETS THE CUSTOMER HAS BEEN KNOWN BY, GATHERED
      **** FROM THE LIVE FILES BEFORE THEY ARE MASKED AND THEN HUNTED
      **** DOWN INSIDE THE ARCHIVED LINES.  VALUES SHORTER THAN FOUR
      **** CHARACTERS ARE NOT HUNTED - THEY WOULD MATCH INNOCENT TEXT.
       01  WS-ERASE-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-ERASE-TABLE.
           05  WS-ERS-ENTRY            OCCURS 20 TIMES.
               10  WS-ERS-VALUE        PIC X(40).
               10  WS-ERS-LENGTH       PIC 9(02).
               10  WS-ERS-TYPE         PIC X(01).
                   88  WS-ERS-NAME         VALUE 'N'.
                   88  WS-ERS-STREET       VALUE 'S'.
       01  WS-ERS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-ERS-FOUND-FLAG           PIC X(01) VALUE 'N'.

       01  WS-CAND-VALUE               PIC X(40) VALUE SPACES.
       01  WS-CAND-TYPE                PIC X(01) VALUE SPACE.
       01  WS-MASK-WORK                PIC X(40) VALUE SPACES.

      **** ONE FIELD BEING OVERWRITTEN: ITS VALUE BEFORE AND THE MASK,
      **** LOGGED ONLY WHEN THEY DIFFER.
       01  WS-FLD-BEFORE               PIC X(60) VALUE SPACES.
       01  WS-FLD-AFTER                PIC X(60) VALUE SPACES.
       01  WS-FLD-NAME                 PIC X(08) VALUE SPACES.
       01  WS-FLD-KEY                  PIC X(31) VALUE SPACES.

       01  WS-MEASURE-VALUE            PIC X(60) VALUE SPACES.
       01  WS-MEASURE-LENGTH           PIC 9(03) VALUE ZERO.

       01  WS-HIST-LOG-KEY.
           05  WS-HLK-CUST-NUMBER      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLK-EFFECTIVE-FROM   PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-ARC-LOG-KEY.
           05  WS-ALK-FILE-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ALK-ARCHIVE-DATE     PIC 9(08).
           05  FILLER                  PIC X(05) VALUE ' ROW '.
           05  WS-ALK-ROW              PIC 9(04).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-ERASED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-BLOCKED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-CHECK-ERROR-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-TRUNCATED-COUNT          PIC 9(01) VALUE ZERO.
       01  WS-CHECK-FILE               PIC X(08) VALUE SPACES.
       01  WS-CHECK-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LOG-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-DETAIL-LINE              PIC X(132) VALUE SPACES.

       01  WS-CERT-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE 'REQUEST '.
           05  CH-REQUEST-ID           PIC X(10).
           05  FILLER                  PIC X(12) VALUE '  CUSTOMER '.
           05  CH-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR '.
           05  CH-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE '.
           05  CH-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-CERT-TEXT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CT-LABEL                PIC X(28).
           05  CT-TEXT                 PIC X(60).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-CERT-COUNT-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  CC-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(18) VALUE
                                       ' RECORDS MASKED = '.
           05  CC-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.

       COPY DF03CUST.
       COPY DF03MASK.
       COPY DF26CXRR.
       COPY DF29BALC.
       COPY DFRUNDT.
       COPY DFRPT.
       COPY DFSTAT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF03ERAS START OF JOB' UPON CONSOLE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DF03ERAS NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-RD-YYYY
               MOVE WS-CD-MM            TO WS-RD-MM
               MOVE WS-CD-DD            TO WS-RD-DD
           END-IF.

      **** A LIVE ERASED RECORD CARRIES ERASED WORDING, NOT THE
      **** TEST-DATA WORDING DF03SUBS PUTS ON ITS EXTRACTS.
           MOVE 'ERASED CUST   '       TO DF03MASK-NAME-PREFIX.
           MOVE 'ERASED STREET'        TO DF03MASK-STREET.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 8
               MOVE 'N'                 TO WS-FILE-CHANGED
                                                  (WS-FILE-SUB)
               MOVE 'N'                 TO WS-FILE-REWRITE-FAILED
                                                  (WS-FILE-SUB)
               MOVE 'N'                 TO WS-FILE-TRUNCATED
                                                  (WS-FILE-SUB)
           END-PERFORM.

           PERFORM 2000-OPEN-BALANCE-MASTER THRU 2000-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

           PERFORM 2100-LOAD-ADDRESS-FILE THRU 2100-EXIT.
           PERFORM 2200-LOAD-ADDRESS-MASTER THRU 2200-EXIT.
           PERFORM 2300-LOAD-ADDRESS-HISTORY THRU 2300-EXIT.
           PERFORM 2350-LOAD-UNDELIVERABLE THRU 2350-EXIT.
           PERFORM 2400-LOAD-ARCHIVE THRU 2400-EXIT.

           IF WS-LOAD-FAILED
               DISPLAY 'DF03ERAS A SEQUENTIAL FILE DID NOT FIT ITS '
                       'TABLE - NOTHING ERASED' UPON CONSOLE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           OPEN INPUT REQUEST-FILE.

           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO ERASURE REQUESTS ON FILE'
                                               UPON CONSOLE
               GO TO 1000-END-OF-JOB
           END-IF.

           OPEN I-O CUSTOMER-FILE.

           MOVE 'DF03ERAS'              TO DFSTAT-PROGRAM-ID.
           MOVE 'OPEN'                  TO DFSTAT-OPERATION.
           MOVE WS-CUSTOMER-STATUS      TO DFSTAT-STATUS-CODE.
           CALL 'DFSTCHK'              USING DFSTAT-CONTROL-RECORD.

           IF DFSTAT-STATUS-NOTOK
               CLOSE REQUEST-FILE
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

      **** A NOTE OR CHANGE-JOURNAL CLUSTER THAT IS NOT THERE AT ALL
      **** HOLDS NOTHING TO ERASE; ONE THAT WILL NOT OPEN MIGHT, SO
      **** THE RUN STOPS.
           OPEN I-O NOTE-FILE.

           IF WS-NOTE-STATUS = '00'
               SET WS-NOTE-PRESENT      TO TRUE
           ELSE
               IF WS-NOTE-STATUS NOT = '35'
                   DISPLAY 'DF03ERAS CONTACT NOTE OPEN ERROR '
                           WS-NOTE-STATUS UPON CONSOLE
                   CLOSE REQUEST-FILE
                   CLOSE CUSTOMER-FILE
                   MOVE 16              TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN I-O CHANGE-JOURNAL-FILE.

           IF WS-CHGJ-STATUS = '00'
               SET WS-CHGJ-PRESENT      TO TRUE
           ELSE
               IF WS-CHGJ-STATUS NOT = '35'
                   DISPLAY 'DF03ERAS CHANGE JOURNAL OPEN ERROR '
                           WS-CHGJ-STATUS UPON CONSOLE
                   PERFORM 1900-CLOSE-KEYED-FILES
                   MOVE 16              TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

      **** NO ERASURE RUNS WITHOUT ITS LOG.
           OPEN EXTEND LOG-FILE.

           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF.

           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DF03ERAS ERASURE LOG OPEN ERROR - NO ERASURE '
                       'RUNS WITHOUT A LOG' UPON CONSOLE
               PERFORM 1900-CLOSE-KEYED-FILES
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-PROCESS-REQUESTS.

           PERFORM UNTIL WS-REQUEST-EOF
               READ REQUEST-FILE
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       IF WS-RESULT-COUNT < 100
                           PERFORM 3000-ERASE-ONE-REQUEST
                                                   THRU 3000-EXIT
                       ELSE
                           DISPLAY 'DF03ERAS REQUEST LIMIT REACHED - '
                                   RQ-REQUEST-ID ' WAITS FOR THE '
                                   'NEXT RUN' UPON CONSOLE
                           MOVE 4       TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.

      **** COMMIT ORDER: THE ARCHIVE, THEN THE ADDRESS FILES AND
      **** DF09UNDL, THEN THE KEYED FILES.  THE NAMES STAY ON
      **** DF03FILE AND DF03CHGJ UNTIL EVERYTHING ELSE FOR THE
      **** REQUEST HAS LANDED, SO A RERUN AFTER A FAILED REWRITE CAN
      **** STILL FIND THEM.
       1000-CLOSE-FILES.

           PERFORM 5400-REWRITE-ARCHIVE THRU 5400-EXIT.
           PERFORM 5300-REWRITE-ADDRESS-HISTORY THRU 5300-EXIT.
           PERFORM 5200-REWRITE-ADDRESS-MASTER THRU 5200-EXIT.
           PERFORM 5100-REWRITE-ADDRESS-FILE THRU 5100-EXIT.
           PERFORM 5450-REWRITE-UNDELIVERABLE THRU 5450-EXIT.

           PERFORM VARYING WS-RS FROM 1 BY 1
                       UNTIL WS-RS > WS-RESULT-COUNT
               IF WS-RES-PENDING (WS-RS)
                   PERFORM 5500-COMMIT-KEYED-FILES THRU 5500-EXIT
               END-IF
           END-PERFORM.

           PERFORM 1900-CLOSE-KEYED-FILES.
           CLOSE LOG-FILE.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF03ERAS - ERASURE CERTIFICATES'
                                        TO DFRPT-TITLE.

           PERFORM VARYING WS-RS FROM 1 BY 1
                       UNTIL WS-RS > WS-RESULT-COUNT
               PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT
           END-PERFORM.

           IF WS-RESULT-COUNT = ZERO
               PERFORM 8100-RPT-WRITE-HEADING
           END-IF.

           PERFORM 8300-RPT-WRITE-FOOTER.

           CLOSE REPORT-FILE.

           IF WS-BLOCKED-COUNT > ZERO
              OR WS-REJECTED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-INCOMPLETE-COUNT > ZERO
              OR WS-CHECK-ERROR-COUNT > ZERO
               IF RETURN-CODE < 8
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-TRUNCATED-COUNT > ZERO
               MOVE 16                  TO RETURN-CODE
           END-IF.

           GO TO 1000-SHOW-TOTALS.

       1000-END-OF-JOB.

           PERFORM 5000-CLOSE-BALANCE-MASTER THRU 5000-EXIT.

       1000-SHOW-TOTALS.

           DISPLAY 'DF03ERAS REQUESTS ERASED     = ' WS-ERASED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03ERAS REQUESTS BLOCKED    = ' WS-BLOCKED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03ERAS REQUESTS REJECTED   = ' WS-REJECTED-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03ERAS REQUESTS INCOMPLETE = '
                                  WS-INCOMPLETE-COUNT UPON CONSOLE.
           DISPLAY 'DF03ERAS FIELDS LOGGED       = ' WS-LOG-COUNT
                                               UPON CONSOLE.
           DISPLAY 'DF03ERAS END OF JOB' UPON CONSOLE.

           GOBACK.

       1900-CLOSE-KEYED-FILES.

           CLOSE REQUEST-FILE.
           CLOSE CUSTOMER-FILE.

           IF WS-NOTE-PRESENT
               CLOSE NOTE-FILE
           END-IF.

           IF WS-CHGJ-PRESENT
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

      **** THE BALANCE MASTER IS ONLY ASKED, NEVER CHANGED - AN
      **** INQUIRY OPEN.
       2000-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF03ERAS'             TO DF29BAL-PROGRAM-ID.
           MOVE 'I'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03ERAS BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF03ERAS NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2000-EXIT. EXIT.

       2100-LOAD-ADDRESS-FILE.

           OPEN INPUT ADDRESS-IN-FILE.

           IF WS-ADR-IN-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO DF03ADDR ADDRESS FILE ON HAND'
                                               UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ ADDRESS-IN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDRESS-COUNT < 500
                           ADD 1 TO WS-ADDRESS-COUNT
                           MOVE ADDRESS-IN-RECORD
                               TO WS-ADR-ENTRY (WS-ADDRESS-COUNT)
                       ELSE
                           DISPLAY 'DF03ERAS DF03ADDR TABLE FULL'
                                               UPON CONSOLE
                           SET WS-LOAD-FAILED TO TRUE
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ADDRESS-IN-FILE.

       2100-EXIT. EXIT.

       2200-LOAD-ADDRESS-MASTER.

           OPEN INPUT MASTER-IN-FILE.

           IF WS-MST-IN-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO DF09MAST ADDRESS MASTER ON HAND'
                                               UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ MASTER-IN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-MASTER-COUNT < 500
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE MASTER-IN-RECORD
                               TO WS-MST-ENTRY (WS-MASTER-COUNT)
                       ELSE
                           DISPLAY 'DF03ERAS DF09MAST TABLE FULL'
                                               UPON CONSOLE
                           SET WS-LOAD-FAILED TO TRUE
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-IN-FILE.

       2200-EXIT. EXIT.

       2300-LOAD-ADDRESS-HISTORY.

           OPEN INPUT HIST-IN-FILE.

           IF WS-HIS-IN-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO DF09HIST ADDRESS HISTORY ON HAND'
                                               UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ HIST-IN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-HISTORY-COUNT < 1000
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE HIST-IN-RECORD
                               TO WS-HIS-ENTRY (WS-HISTORY-COUNT)
                       ELSE
                           DISPLAY 'DF03ERAS DF09HIST TABLE FULL'
                                               UPON CONSOLE
                           SET WS-LOAD-FAILED TO TRUE
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HIST-IN-FILE.

       2300-EXIT. EXIT.

       2350-LOAD-UNDELIVERABLE.

           OPEN INPUT UNDL-IN-FILE.

           IF WS-UND-IN-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO DF09UNDL UNDELIVERABLE FILE ON HAND'
                                               UPON CONSOLE
               GO TO 2350-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ UNDL-IN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-UNDELIVERABLE-COUNT < 500
                           ADD 1 TO WS-UNDELIVERABLE-COUNT
                           MOVE UNDL-IN-RECORD
                               TO WS-UND-ENTRY (WS-UNDELIVERABLE-COUNT)
                       ELSE
                           DISPLAY 'DF03ERAS DF09UNDL TABLE FULL'
                                               UPON CONSOLE
                           SET WS-LOAD-FAILED TO TRUE
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE UNDL-IN-FILE.

       2350-EXIT. EXIT.

      **** EVERY ARCHIVED GENERATION, WHATEVER FILE IT CAME FROM AND
      **** WHATEVER DATE DFPURGE STAMPED IT WITH.
       2400-LOAD-ARCHIVE.

           OPEN INPUT ARCHIVE-IN-FILE.

           IF WS-ARC-IN-STATUS NOT = '00'
               DISPLAY 'DF03ERAS NO DFARCHIV ARCHIVE ON HAND'
                                               UPON CONSOLE
               GO TO 2400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ ARCHIVE-IN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-ARCHIVE-COUNT < 2000
                           ADD 1 TO WS-ARCHIVE-COUNT
                           MOVE ARCHIVE-IN-RECORD
                               TO WS-ARC-ENTRY (WS-ARCHIVE-COUNT)
                       ELSE
                           DISPLAY 'DF03ERAS DFARCHIV TABLE FULL'
                                               UPON CONSOLE
                           SET WS-LOAD-FAILED TO TRUE
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVE-IN-FILE.

       2400-EXIT. EXIT.

      **** ONE REQUEST: VALIDATE THE CUSTOMER, TEST EVERY BLOCKER,
      **** AND ONLY WITH NONE FOUND MASK THE SEQUENTIAL TABLES.  THE
      **** NAMES AND STREETS ARE GATHERED FROM EACH LIVE FILE BEFORE
      **** IT IS MASKED, SO THE ARCHIVE PASS GOES LAST.
       3000-ERASE-ONE-REQUEST.

           ADD 1                       TO WS-RESULT-COUNT.
           MOVE WS-RESULT-COUNT        TO WS-RS.

           MOVE RQ-REQUEST-ID          TO WS-RES-REQUEST-ID (WS-RS)
                                          WS-REQUEST-ID.
           MOVE RQ-CUST-NUMBER         TO WS-RES-CUST-NUMBER (WS-RS)
                                          WS-CUST-NUMBER.
           MOVE RQ-OPERATOR            TO WS-RES-OPERATOR (WS-RS).
           MOVE SPACES                 TO WS-RES-REASON (WS-RS).
           MOVE 'N'                    TO WS-RES-ACTIVE-FLAG (WS-RS)
                                          WS-RES-BAL-FLAG (WS-RS)
                                          WS-RES-DSP-FLAG (WS-RS)
                                          WS-RES-POL-FLAG (WS-RS)
                                          WS-RES-HOLD-FLAG (WS-RS).
           MOVE ZERO                   TO WS-RES-BALANCE (WS-RS).
           MOVE SPACES                 TO WS-RES-DSP-CASE (WS-RS)
                                          WS-RES-POL-KEY (WS-RS)
                                          WS-RES-HOLD-REF (WS-RS)
                                          WS-RES-DSP-STATUS (WS-RS)
                                          WS-RES-POL-STATUS (WS-RS)
                                          WS-RES-HOLD-STATUS (WS-RS).

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 8
               MOVE ZERO                TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
           END-PERFORM.

           MOVE 'N'                    TO WS-REQUEST-FAILED-FLAG.
           MOVE ZERO                   TO WS-ERASE-COUNT.

           IF WS-CUST-NUMBER = SPACES
               SET WS-RES-REJECTED (WS-RS) TO TRUE
               MOVE 'NO CUSTOMER NUMBER ON THE REQUEST'
                                        TO WS-RES-REASON (WS-RS)
               ADD 1                    TO WS-REJECTED-COUNT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.

           IF WS-RES-REJECTED (WS-RS)
               ADD 1                    TO WS-REJECTED-COUNT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-CHECK-BALANCE THRU 3200-EXIT.
           PERFORM 3300-CHECK-DISPUTES THRU 3300-EXIT.
           PERFORM 3400-CHECK-POLICIES THRU 3400-EXIT.
           PERFORM 3500-CHECK-LEGAL-HOLDS THRU 3500-EXIT.

           IF WS-RES-ACTIVE-FLAG (WS-RS) = 'Y'
              OR WS-RES-BAL-FLAG (WS-RS) = 'Y'
              OR WS-RES-DSP-FLAG (WS-RS) NOT = 'N'
              OR WS-RES-POL-FLAG (WS-RS) NOT = 'N'
              OR WS-RES-HOLD-FLAG (WS-RS) NOT = 'N'
               SET WS-RES-BLOCKED (WS-RS) TO TRUE
               ADD 1                    TO WS-BLOCKED-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CUST-NUMBER         TO DF03MASK-CUST-NUMBER.

      **** NOTHING KEYED IS REWRITTEN YET.  THE NAMES ON DF03FILE AND
      **** DF03CHGJ ARE GATHERED FOR THE ARCHIVE HUNT AND ONLY THE
      **** SEQUENTIAL TABLES ARE MASKED HERE; THE KEYED FILES FOLLOW
      **** AT END OF JOB ONCE THE TABLES ARE SAFELY WRITTEN.
           PERFORM 3600-GATHER-KEYED-NAMES THRU 3600-EXIT.
           PERFORM 4300-MASK-ADDRESS-TABLES THRU 4300-EXIT.
           PERFORM 4400-MASK-ARCHIVE THRU 4400-EXIT.

           IF WS-REQUEST-FAILED-FLAG = 'Y'
               SET WS-RES-INCOMPLETE (WS-RS) TO TRUE
           ELSE
               SET WS-RES-PENDING (WS-RS) TO TRUE
           END-IF.

       3000-EXIT. EXIT.

      **** AN ACTIVE CUSTOMER IS STILL A CUSTOMER - DEACTIVATE FIRST.
       3100-READ-CUSTOMER.

           MOVE SPACES                 TO CUSTOMER-RECORD-KEY.
           MOVE WS-CUST-NUMBER         TO CUSTOMER-RECORD-KEY.

           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-RES-REJECTED (WS-RS) TO TRUE
                   MOVE 'CUSTOMER NOT ON DF03FILE'
                                        TO WS-RES-REASON (WS-RS)
           END-READ.

           IF WS-RES-REJECTED (WS-RS)
               GO TO 3100-EXIT
           END-IF.

           MOVE CUSTOMER-RECORD        TO DF03-CUSTOMER-RECORD
                                          WS-CUSTOMER-IMAGE.

           IF DF03-CUST-ACTIVE
               MOVE 'Y'                 TO WS-RES-ACTIVE-FLAG (WS-RS)
           END-IF.

       3100-EXIT. EXIT.

       3200-CHECK-BALANCE.

           MOVE 'R'                    TO DF29BAL-FUNCTION.
           MOVE WS-CUST-NUMBER         TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

      **** A BALANCE THAT CANNOT BE READ CANNOT BE SHOWN TO BE ZERO.
           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF03ERAS BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE ' FOR ' WS-CUST-NUMBER
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-RES-BAL-FLAG (WS-RS)
               GO TO 3200-EXIT
           END-IF.

           IF DF29BAL-FOUND-YES
              AND DF29BAL-PRIOR-BALANCE NOT = ZERO
               MOVE 'Y'                 TO WS-RES-BAL-FLAG (WS-RS)
               MOVE DF29BAL-PRIOR-BALANCE
                                        TO WS-RES-BALANCE (WS-RS)
           END-IF.

       3200-EXIT. EXIT.

      **** NO DISPUTE FILE AT ALL MEANS NO DISPUTES.  ONE THAT WILL
      **** NOT OPEN OR READ CANNOT SHOW THERE ARE NONE, SO IT BLOCKS.
       3300-CHECK-DISPUTES.

           OPEN INPUT DISPUTE-FILE.

           IF WS-DISPUTE-STATUS = '35'
               GO TO 3300-EXIT
           END-IF.

           IF WS-DISPUTE-STATUS NOT = '00'
               MOVE 'DF29DISP'          TO WS-CHECK-FILE
               MOVE WS-DISPUTE-STATUS   TO WS-CHECK-STATUS
               PERFORM 3900-CHECK-FILE-FAILED THRU 3900-EXIT
               MOVE 'U'                 TO WS-RES-DSP-FLAG (WS-RS)
               MOVE WS-CHECK-STATUS     TO WS-RES-DSP-STATUS (WS-RS)
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ DISPUTE-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DP-CUST-NUMBER = WS-CUST-NUMBER
                          AND DP-DISPUTE-OPEN
                           MOVE 'Y' TO WS-RES-DSP-FLAG (WS-RS)
                           MOVE DP-CASE-NUMBER
                               TO WS-RES-DSP-CASE (WS-RS)
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
               IF WS-DISPUTE-STATUS NOT = '00'
                  AND WS-DISPUTE-STATUS NOT = '10'
                   MOVE 'DF29DISP'      TO WS-CHECK-FILE
                   MOVE WS-DISPUTE-STATUS TO WS-CHECK-STATUS
                   PERFORM 3900-CHECK-FILE-FAILED THRU 3900-EXIT
                   MOVE 'U'             TO WS-RES-DSP-FLAG (WS-RS)
                   MOVE WS-CHECK-STATUS TO WS-RES-DSP-STATUS (WS-RS)
                   SET WS-SCAN-EOF      TO TRUE
               END-IF
           END-PERFORM.

           CLOSE DISPUTE-FILE.

       3300-EXIT. EXIT.

      **** THE CROSS-REFERENCE GIVES THE CUSTOMER'S POLICIES, THE
      **** POLICY MASTER THEIR STATUS.  IN FORCE OR IN GRACE BLOCKS;
      **** A TERMINATED POLICY DOES NOT.  NO CROSS-REFERENCE FILE
      **** MEANS NO LINKS; ANY OTHER FILE THAT WILL NOT OPEN OR READ,
      **** OR A POLICY MASTER MISSING WHEN THERE ARE LINKS, BLOCKS.
       3400-CHECK-POLICIES.

           MOVE ZERO                   TO WS-LINK-COUNT.

           OPEN INPUT POLICY-XREF-FILE.

           IF WS-PXR-STATUS = '35'
               GO TO 3400-EXIT
           END-IF.

           IF WS-PXR-STATUS NOT = '00'
               MOVE 'DF26CXRF'          TO WS-CHECK-FILE
               MOVE WS-PXR-STATUS       TO WS-CHECK-STATUS
               PERFORM 3450-POLICY-CHECK-FAILED THRU 3450-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ POLICY-XREF-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE POLICY-XREF-RECORD TO DF26-CX-RECORD
                       IF DF26-CX-CUST-NUMBER = WS-CUST-NUMBER
                          AND WS-LINK-COUNT < 50
                           ADD 1 TO WS-LINK-COUNT
                           MOVE DF26-CX-POL-KEY
                               TO WS-LINK-POL-KEY (WS-LINK-COUNT)
                       END-IF
               END-READ
               IF WS-PXR-STATUS NOT = '00'
                  AND WS-PXR-STATUS NOT = '10'
                   MOVE 'DF26CXRF'      TO WS-CHECK-FILE
                   MOVE WS-PXR-STATUS   TO WS-CHECK-STATUS
                   PERFORM 3450-POLICY-CHECK-FAILED THRU 3450-EXIT
                   SET WS-SCAN-EOF      TO TRUE
               END-IF
           END-PERFORM.

           CLOSE POLICY-XREF-FILE.

           IF WS-RES-POL-FLAG (WS-RS) = 'U'
               GO TO 3400-EXIT
           END-IF.

           IF WS-LINK-COUNT = ZERO
               GO TO 3400-EXIT
           END-IF.

           OPEN INPUT POLICY-FILE.

           IF WS-PLCY-STATUS NOT = '00'
               MOVE 'DF26PLCY'          TO WS-CHECK-FILE
               MOVE WS-PLCY-STATUS      TO WS-CHECK-STATUS
               PERFORM 3450-POLICY-CHECK-FAILED THRU 3450-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ POLICY-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DF26-POL-IN-FORCE OR DF26-POL-IN-GRACE
                           PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                                   UNTIL WS-LINK-SUB > WS-LINK-COUNT
                               IF WS-LINK-POL-KEY (WS-LINK-SUB) =
                                                       DF26-POL-KEY
                                   MOVE 'Y'
                                       TO WS-RES-POL-FLAG (WS-RS)
                                   MOVE DF26-POL-KEY
                                       TO WS-RES-POL-KEY (WS-RS)
                                   SET WS-SCAN-EOF TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               IF WS-PLCY-STATUS NOT = '00'
                  AND WS-PLCY-STATUS NOT = '10'
                   MOVE 'DF26PLCY'      TO WS-CHECK-FILE
                   MOVE WS-PLCY-STATUS  TO WS-CHECK-STATUS
                   PERFORM 3450-POLICY-CHECK-FAILED THRU 3450-EXIT
                   SET WS-SCAN-EOF      TO TRUE
               END-IF
           END-PERFORM.

           CLOSE POLICY-FILE.

       3400-EXIT. EXIT.

      **** WS-CHECK-FILE AND WS-CHECK-STATUS NAME THE POLICY FILE
      **** THAT FAILED; THE FILE NAME RIDES IN THE POLICY KEY.
       3450-POLICY-CHECK-FAILED.

           PERFORM 3900-CHECK-FILE-FAILED THRU 3900-EXIT.

           MOVE 'U'                    TO WS-RES-POL-FLAG (WS-RS).
           MOVE WS-CHECK-FILE          TO WS-RES-POL-KEY (WS-RS).
           MOVE WS-CHECK-STATUS        TO WS-RES-POL-STATUS (WS-RS).

       3450-EXIT. EXIT.

      **** A HOLD FILE THAT IS MISSING, OR WILL NOT OPEN OR READ,
      **** CANNOT SHOW THE CUSTOMER IS FREE OF HOLDS - IT BLOCKS.
       3500-CHECK-LEGAL-HOLDS.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'DF03LHLD'          TO WS-CHECK-FILE
               MOVE WS-HOLD-STATUS      TO WS-CHECK-STATUS
               PERFORM 3900-CHECK-FILE-FAILED THRU 3900-EXIT
               MOVE 'U'                 TO WS-RES-HOLD-FLAG (WS-RS)
               MOVE WS-CHECK-STATUS     TO WS-RES-HOLD-STATUS (WS-RS)
               GO TO 3500-EXIT
           END-IF.

           MOVE SPACE                  TO WS-SCAN-EOF-FLAG.

           PERFORM UNTIL WS-SCAN-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LH-CUST-NUMBER = WS-CUST-NUMBER
                          AND (LH-RELEASED-DATE = SPACES
                               OR LH-RELEASED-DATE > WS-RUN-DATE)
                           MOVE 'Y' TO WS-RES-HOLD-FLAG (WS-RS)
                           MOVE LH-HOLD-REFERENCE
                               TO WS-RES-HOLD-REF (WS-RS)
                           SET WS-SCAN-EOF TO TRUE
                       END-IF
               END-READ
               IF WS-HOLD-STATUS NOT = '00'
                  AND WS-HOLD-STATUS NOT = '10'
                   MOVE 'DF03LHLD'      TO WS-CHECK-FILE
                   MOVE WS-HOLD-STATUS  TO WS-CHECK-STATUS
                   PERFORM 3900-CHECK-FILE-FAILED THRU 3900-EXIT
                   MOVE 'U'             TO WS-RES-HOLD-FLAG (WS-RS)
                   MOVE WS-CHECK-STATUS TO WS-RES-HOLD-STATUS (WS-RS)
                   SET WS-SCAN-EOF      TO TRUE
               END-IF
           END-PERFORM.

           CLOSE HOLD-FILE.

       3500-EXIT. EXIT.

      **** THE NAMES STILL ON THE KEYED FILES - THE CUSTOMER RECORD
      **** AND THE NAME ROWS OF THE CHANGE JOURNAL - GATHERED FOR THE
      **** ARCHIVE HUNT.  NOTHING IS CHANGED HERE.
       3600-GATHER-KEYED-NAMES.

           MOVE DF03-CUST-NAME         TO WS-CAND-VALUE.
           MOVE 'N'                    TO WS-CAND-TYPE.
           PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT.

           IF NOT WS-CHGJ-PRESENT
               GO TO 3600-EXIT
           END-IF.

           MOVE SPACE                  TO WS-BROWSE-END-FLAG.
           MOVE LOW-VALUES             TO DF03-CHG-KEY.
           MOVE WS-CUST-NUMBER         TO DF03-CHG-CUST-NUMBER.

           START CHANGE-JOURNAL-FILE KEY IS NOT LESS THAN DF03-CHG-KEY
               INVALID KEY
                   SET WS-BROWSE-END    TO TRUE
           END-START.

           PERFORM UNTIL WS-BROWSE-END
               READ CHANGE-JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-END TO TRUE
                   NOT AT END
                       IF DF03-CHG-CUST-NUMBER NOT = WS-CUST-NUMBER
                           SET WS-BROWSE-END TO TRUE
                       ELSE
                           IF DF03-CHG-FIELD-NAME
                               MOVE DF03-CHG-BEFORE TO WS-CAND-VALUE
                               PERFORM 4500-ADD-ERASE-STRING
                                                   THRU 4500-EXIT
                               MOVE DF03-CHG-AFTER TO WS-CAND-VALUE
                               PERFORM 4500-ADD-ERASE-STRING
                                                   THRU 4500-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3600-EXIT. EXIT.

      **** A BLOCKER FILE THAT COULD NOT BE READ.  THE REQUEST IS
      **** BLOCKED AND THE RUN ENDS WITH RETURN CODE 8.
       3900-CHECK-FILE-FAILED.

           DISPLAY 'DF03ERAS ' WS-CHECK-FILE ' STATUS '
                   WS-CHECK-STATUS ' - ' WS-CUST-NUMBER
                   ' BLOCKED' UPON CONSOLE.

           ADD 1                       TO WS-CHECK-ERROR-COUNT.

       3900-EXIT. EXIT.

      **** THE CUSTOMER NAME, STAMPED AS LAST UPDATED BY THIS RUN.
      **** STATUS, CYCLE AND EVERY OTHER FIELD STAY AS THEY ARE.
       4000-MASK-CUSTOMER.

           MOVE WS-CUSTOMER-IMAGE      TO DF03-CUSTOMER-RECORD.

           IF DF03-CUST-NAME = DF03MASK-NAME
               GO TO 4000-EXIT
           END-IF.

           MOVE DF03-CUST-NAME         TO WS-FLD-BEFORE.
           MOVE DF03MASK-NAME          TO WS-FLD-AFTER
                                          DF03-CUST-NAME.
           MOVE 'DF03ERAS'             TO DF03-LAST-UPDATE-USERID.
           MOVE WS-RUN-DATE            TO DF03-LAST-UPDATE-DATE.

           MOVE DF03-CUSTOMER-RECORD   TO CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD.

           MOVE 'DF03ERAS'              TO DFSTAT-PROGRAM-ID.
           MOVE 'REWRITE'               TO DFSTAT-OPERATION.
           MOVE WS-CUSTOMER-STATUS      TO DFSTAT-STATUS-CODE.
           CALL 'DFSTCHK'              USING DFSTAT-CONTROL-RECORD.

           IF DFSTAT-STATUS-NOTOK
               MOVE 'Y'                 TO WS-REQUEST-FAILED-FLAG
               GO TO 4000-EXIT
           END-IF.

           MOVE 1                      TO WS-FILE-SUB.
           MOVE 'NAME'                 TO WS-FLD-NAME.
           MOVE DF03-CUST-KEY          TO WS-FLD-KEY.
           PERFORM 4700-LOG-FIELD THRU 4700-EXIT.
           ADD 1                       TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB).

       4000-EXIT. EXIT.

      **** EARLIER NAMES LIVE ON IN THE NAME ROWS OF THE FIELD-LEVEL
      **** CHANGE JOURNAL, BEFORE AND AFTER.  BOTH ARE MASKED HERE
      **** AND WERE HUNTED IN THE ARCHIVE BY 3600.
       4100-MASK-CHANGE-JOURNAL.

           IF NOT WS-CHGJ-PRESENT
               GO TO 4100-EXIT
           END-IF.

           MOVE 2                      TO WS-FILE-SUB.
           MOVE SPACE                  TO WS-BROWSE-END-FLAG.
           MOVE LOW-VALUES             TO DF03-CHG-KEY.
           MOVE WS-CUST-NUMBER         TO DF03-CHG-CUST-NUMBER.

           START CHANGE-JOURNAL-FILE KEY IS NOT LESS THAN DF03-CHG-KEY
               INVALID KEY
                   SET WS-BROWSE-END    TO TRUE
           END-START.

           PERFORM UNTIL WS-BROWSE-END
               READ CHANGE-JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-END TO TRUE
                   NOT AT END
                       IF DF03-CHG-CUST-NUMBER NOT = WS-CUST-NUMBER
                           SET WS-BROWSE-END TO TRUE
                       ELSE
                           IF DF03-CHG-FIELD-NAME
                               PERFORM 4110-MASK-ONE-CHANGE
                                                   THRU 4110-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4100-EXIT. EXIT.

       4110-MASK-ONE-CHANGE.

           MOVE 'N'                    TO WS-RECORD-CHANGED-FLAG.
           MOVE DF03-CHG-KEY           TO WS-FLD-KEY.

           IF DF03-CHG-BEFORE NOT = DF03MASK-NAME
              AND DF03-CHG-BEFORE NOT = SPACES
               MOVE DF03-CHG-BEFORE     TO WS-FLD-BEFORE
               MOVE DF03MASK-NAME       TO WS-FLD-AFTER
                                           DF03-CHG-BEFORE
               MOVE 'BEFORE'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF DF03-CHG-AFTER NOT = DF03MASK-NAME
              AND DF03-CHG-AFTER NOT = SPACES
               MOVE DF03-CHG-AFTER      TO WS-FLD-BEFORE
               MOVE DF03MASK-NAME       TO WS-FLD-AFTER
                                           DF03-CHG-AFTER
               MOVE 'AFTER'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-RECORD-CHANGED-FLAG = 'N'
               GO TO 4110-EXIT
           END-IF.

           REWRITE DF03-CHG-RECORD
               INVALID KEY
                   DISPLAY 'DF03ERAS CHANGE JOURNAL REWRITE FAILED '
                           'FOR ' WS-CUST-NUMBER UPON CONSOLE
                   MOVE 'Y'             TO WS-REQUEST-FAILED-FLAG
                   MOVE 'DF03CHGJ REWRITE FAILED'
                                        TO WS-RES-REASON (WS-RS)
               NOT INVALID KEY
                   ADD 1                TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
           END-REWRITE.

       4110-EXIT. EXIT.

      **** CONTACT NOTES ARE FREE TEXT AND CANNOT BE PICKED THROUGH -
      **** THE WHOLE TEXT GOES.  DATE, SEQUENCE AND OPERATOR STAY.
       4200-MASK-NOTES.

           IF NOT WS-NOTE-PRESENT
               GO TO 4200-EXIT
           END-IF.

           MOVE 3                      TO WS-FILE-SUB.
           MOVE SPACE                  TO WS-BROWSE-END-FLAG.
           MOVE LOW-VALUES             TO DF03-NOTE-KEY.
           MOVE WS-CUST-NUMBER         TO DF03-NOTE-CUST-NUMBER.

           START NOTE-FILE KEY IS NOT LESS THAN DF03-NOTE-KEY
               INVALID KEY
                   SET WS-BROWSE-END    TO TRUE
           END-START.

           PERFORM UNTIL WS-BROWSE-END
               READ NOTE-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-END TO TRUE
                   NOT AT END
                       IF DF03-NOTE-CUST-NUMBER NOT = WS-CUST-NUMBER
                           SET WS-BROWSE-END TO TRUE
                       ELSE
                           PERFORM 4210-MASK-ONE-NOTE THRU 4210-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       4200-EXIT. EXIT.

       4210-MASK-ONE-NOTE.

           IF DF03-NOTE-TEXT = DF03MASK-NOTE-TEXT
               GO TO 4210-EXIT
           END-IF.

           MOVE DF03-NOTE-TEXT         TO WS-FLD-BEFORE.
           MOVE DF03MASK-NOTE-TEXT     TO WS-FLD-AFTER
                                          DF03-NOTE-TEXT.

           REWRITE DF03-NOTE-RECORD
               INVALID KEY
                   DISPLAY 'DF03ERAS CONTACT NOTE REWRITE FAILED '
                           'FOR ' WS-CUST-NUMBER UPON CONSOLE
                   MOVE 'Y'             TO WS-REQUEST-FAILED-FLAG
                   MOVE 'DF03NOTE REWRITE FAILED'
                                        TO WS-RES-REASON (WS-RS)
                   GO TO 4210-EXIT
           END-REWRITE.

           MOVE 'NOTETEXT'             TO WS-FLD-NAME.
           MOVE DF03-NOTE-KEY          TO WS-FLD-KEY.
           PERFORM 4700-LOG-FIELD THRU 4700-EXIT.
           ADD 1                       TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB).

       4210-EXIT. EXIT.

      **** THE THREE ADDRESS FILES SHARE ONE SHAPE FOR THE STREET
      **** LINES, AND DF09UNDL CARRIES THE SAME TWO FIELDS.  AS IN
      **** DF03SUBS THE HOUSE NUMBER BECOMES THE CUSTOMER NUMBER
      **** AND THE STREET THE MASK STREET; CITY,
      **** STATE AND ZIP STAY FOR TAX AND JURISDICTION HISTORY.
       4300-MASK-ADDRESS-TABLES.

           MOVE 4                      TO WS-FILE-SUB.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-ADDRESS-COUNT
               IF WS-ADR-CUST-NUMBER (WS-TBL-SUB) = WS-CUST-NUMBER
                   MOVE WS-CUST-NUMBER  TO WS-FLD-KEY
                   PERFORM 4310-MASK-ADDRESS-ROW THRU 4310-EXIT
               END-IF
           END-PERFORM.

           MOVE 5                      TO WS-FILE-SUB.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-MASTER-COUNT
               IF WS-MST-CUST-NUMBER (WS-TBL-SUB) = WS-CUST-NUMBER
                   MOVE WS-CUST-NUMBER  TO WS-FLD-KEY
                   PERFORM 4320-MASK-MASTER-ROW THRU 4320-EXIT
               END-IF
           END-PERFORM.

           MOVE 6                      TO WS-FILE-SUB.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-HISTORY-COUNT
               IF WS-HIS-CUST-NUMBER (WS-TBL-SUB) = WS-CUST-NUMBER
                   MOVE WS-CUST-NUMBER  TO WS-HLK-CUST-NUMBER
                   MOVE WS-HIS-EFFECTIVE-FROM (WS-TBL-SUB)
                                        TO WS-HLK-EFFECTIVE-FROM
                   MOVE WS-HIST-LOG-KEY TO WS-FLD-KEY
                   PERFORM 4330-MASK-HISTORY-ROW THRU 4330-EXIT
               END-IF
           END-PERFORM.

           MOVE 8                      TO WS-FILE-SUB.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-UNDELIVERABLE-COUNT
               IF WS-UND-CUST-NUMBER (WS-TBL-SUB) = WS-CUST-NUMBER
                   MOVE WS-CUST-NUMBER  TO WS-FLD-KEY
                   PERFORM 4340-MASK-UNDELIVERABLE-ROW THRU 4340-EXIT
               END-IF
           END-PERFORM.

       4300-EXIT. EXIT.

       4310-MASK-ADDRESS-ROW.

           MOVE 'N'                    TO WS-RECORD-CHANGED-FLAG.

           MOVE WS-ADR-STREET-NAME (WS-TBL-SUB) TO WS-CAND-VALUE.
           MOVE 'S'                    TO WS-CAND-TYPE.
           PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT.

           IF WS-ADR-HOUSE-NUMBER (WS-TBL-SUB) NOT = WS-CUST-NUMBER
               MOVE WS-ADR-HOUSE-NUMBER (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE WS-CUST-NUMBER      TO WS-FLD-AFTER
                                       WS-ADR-HOUSE-NUMBER (WS-TBL-SUB)
               MOVE 'HOUSE'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-ADR-STREET-NAME (WS-TBL-SUB) NOT = DF03MASK-STREET
               MOVE WS-ADR-STREET-NAME (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE DF03MASK-STREET     TO WS-FLD-AFTER
                                        WS-ADR-STREET-NAME (WS-TBL-SUB)
               MOVE 'STREET'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-RECORD-CHANGED-FLAG = 'Y'
               ADD 1                    TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
               MOVE 'Y'                 TO WS-FILE-CHANGED
                                                (WS-FILE-SUB)
           END-IF.

       4310-EXIT. EXIT.

       4320-MASK-MASTER-ROW.

           MOVE 'N'                    TO WS-RECORD-CHANGED-FLAG.

           MOVE WS-MST-STREET-NAME (WS-TBL-SUB) TO WS-CAND-VALUE.
           MOVE 'S'                    TO WS-CAND-TYPE.
           PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT.

           IF WS-MST-HOUSE-NUMBER (WS-TBL-SUB) NOT = WS-CUST-NUMBER
               MOVE WS-MST-HOUSE-NUMBER (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE WS-CUST-NUMBER      TO WS-FLD-AFTER
                                       WS-MST-HOUSE-NUMBER (WS-TBL-SUB)
               MOVE 'HOUSE'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-MST-STREET-NAME (WS-TBL-SUB) NOT = DF03MASK-STREET
               MOVE WS-MST-STREET-NAME (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE DF03MASK-STREET     TO WS-FLD-AFTER
                                        WS-MST-STREET-NAME (WS-TBL-SUB)
               MOVE 'STREET'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-RECORD-CHANGED-FLAG = 'Y'
               ADD 1                    TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
               MOVE 'Y'                 TO WS-FILE-CHANGED
                                                (WS-FILE-SUB)
           END-IF.

       4320-EXIT. EXIT.

       4330-MASK-HISTORY-ROW.

           MOVE 'N'                    TO WS-RECORD-CHANGED-FLAG.

           MOVE WS-HIS-STREET-NAME (WS-TBL-SUB) TO WS-CAND-VALUE.
           MOVE 'S'                    TO WS-CAND-TYPE.
           PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT.

           IF WS-HIS-HOUSE-NUMBER (WS-TBL-SUB) NOT = WS-CUST-NUMBER
               MOVE WS-HIS-HOUSE-NUMBER (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE WS-CUST-NUMBER      TO WS-FLD-AFTER
                                       WS-HIS-HOUSE-NUMBER (WS-TBL-SUB)
               MOVE 'HOUSE'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-HIS-STREET-NAME (WS-TBL-SUB) NOT = DF03MASK-STREET
               MOVE WS-HIS-STREET-NAME (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE DF03MASK-STREET     TO WS-FLD-AFTER
                                        WS-HIS-STREET-NAME (WS-TBL-SUB)
               MOVE 'STREET'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-RECORD-CHANGED-FLAG = 'Y'
               ADD 1                    TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
               MOVE 'Y'                 TO WS-FILE-CHANGED
                                                (WS-FILE-SUB)
           END-IF.

       4330-EXIT. EXIT.

       4340-MASK-UNDELIVERABLE-ROW.

           MOVE 'N'                    TO WS-RECORD-CHANGED-FLAG.

           MOVE WS-UND-STREET-NAME (WS-TBL-SUB) TO WS-CAND-VALUE.
           MOVE 'S'                    TO WS-CAND-TYPE.
           PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT.

           IF WS-UND-HOUSE-NUMBER (WS-TBL-SUB) NOT = WS-CUST-NUMBER
               MOVE WS-UND-HOUSE-NUMBER (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE WS-CUST-NUMBER      TO WS-FLD-AFTER
                                       WS-UND-HOUSE-NUMBER (WS-TBL-SUB)
               MOVE 'HOUSE'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-UND-STREET-NAME (WS-TBL-SUB) NOT = DF03MASK-STREET
               MOVE WS-UND-STREET-NAME (WS-TBL-SUB)
                                        TO WS-FLD-BEFORE
               MOVE DF03MASK-STREET     TO WS-FLD-AFTER
                                        WS-UND-STREET-NAME (WS-TBL-SUB)
               MOVE 'STREET'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-RECORD-CHANGED-FLAG
           END-IF.

           IF WS-RECORD-CHANGED-FLAG = 'Y'
               ADD 1                    TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
               MOVE 'Y'                 TO WS-FILE-CHANGED
                                                (WS-FILE-SUB)
           END-IF.

       4340-EXIT. EXIT.

      **** MOST ARCHIVED LINES HAVE NO FIXED LAYOUT - THEY ARE AUDIT
      **** ROWS AND REPORT LINES FROM MANY FILES - SO EACH NAME AND
      **** STREET GATHERED ABOVE IS REPLACED WHEREVER IT APPEARS, BY
      **** THE SAME-LENGTH LEADING PART OF ITS MASK.  THE LINE LENGTH,
      **** AND ANY AMOUNT PRINTED BESIDE IT, STAY PUT.  AN ARCHIVED
      **** ADDRESS-FILE ROW FOR THE CUSTOMER IS MASKED BY POSITION
      **** FIRST, AS ITS LIVE ROW IS, SO THE HOUSE NUMBER GOES TOO -
      **** AND ITS OLD STREET JOINS THE HUNT BEFORE ANY LINE IS
      **** SEARCHED.
       4400-MASK-ARCHIVE.

           MOVE 7                      TO WS-FILE-SUB.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-ARCHIVE-COUNT
               PERFORM 4405-FIND-ADDRESS-LAYOUT THRU 4405-EXIT
               IF WS-ARC-HOUSE-POS > ZERO
                   MOVE WS-ARC-DATA (WS-TBL-SUB)
                                 (WS-ARC-STREET-POS:30) TO WS-CAND-VALUE
                   MOVE 'S'             TO WS-CAND-TYPE
                   PERFORM 4500-ADD-ERASE-STRING THRU 4500-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-ARCHIVE-COUNT
               PERFORM 4410-MASK-ARCHIVE-ROW THRU 4410-EXIT
           END-PERFORM.

       4400-EXIT. EXIT.

      **** SETS THE HOUSE AND STREET POSITIONS WHEN THE ARCHIVED ROW
      **** IS THE CUSTOMER'S OWN ROW FROM AN ADDRESS FILE, ELSE ZERO.
       4405-FIND-ADDRESS-LAYOUT.

           MOVE ZERO                   TO WS-ARC-HOUSE-POS
                                          WS-ARC-STREET-POS.

           IF WS-ARC-DATA (WS-TBL-SUB) (1:10) NOT = WS-CUST-NUMBER
               GO TO 4405-EXIT
           END-IF.

           EVALUATE WS-ARC-FILE-ID (WS-TBL-SUB)
               WHEN 'DF03ADDR'
               WHEN 'DF09MAST'
               WHEN 'DF09HIST'
                   MOVE 11              TO WS-ARC-HOUSE-POS
                   MOVE 31              TO WS-ARC-STREET-POS
               WHEN 'DF09UNDL'
                   MOVE 38              TO WS-ARC-HOUSE-POS
                   MOVE 58              TO WS-ARC-STREET-POS
           END-EVALUATE.

       4405-EXIT. EXIT.

       4410-MASK-ARCHIVE-ROW.

           MOVE 'N'                    TO WS-ARC-ROW-CHANGED.

           MOVE WS-ARC-FILE-ID (WS-TBL-SUB)  TO WS-ALK-FILE-ID.
           MOVE WS-ARC-ARCHIVE-DATE (WS-TBL-SUB)
                                        TO WS-ALK-ARCHIVE-DATE.
           MOVE WS-TBL-SUB             TO WS-ALK-ROW.
           MOVE WS-ARC-LOG-KEY         TO WS-FLD-KEY.

           PERFORM 4405-FIND-ADDRESS-LAYOUT THRU 4405-EXIT.

           IF WS-ARC-HOUSE-POS > ZERO
               PERFORM 4420-MASK-ARCHIVED-ADDRESS THRU 4420-EXIT
           END-IF.

           PERFORM VARYING WS-ERS-SUB FROM 1 BY 1
                       UNTIL WS-ERS-SUB > WS-ERASE-COUNT
               IF WS-ERS-NAME (WS-ERS-SUB)
                   MOVE DF03MASK-NAME   TO WS-MASK-WORK
                   MOVE 'NAME'          TO WS-FLD-NAME
               ELSE
                   MOVE DF03MASK-STREET TO WS-MASK-WORK
                   MOVE 'STREET'        TO WS-FLD-NAME
               END-IF
               MOVE WS-ARC-DATA (WS-TBL-SUB) TO WS-ARC-SAVE-DATA
               INSPECT WS-ARC-DATA (WS-TBL-SUB) REPLACING ALL
                   WS-ERS-VALUE (WS-ERS-SUB)
                               (1:WS-ERS-LENGTH (WS-ERS-SUB))
                   BY WS-MASK-WORK (1:WS-ERS-LENGTH (WS-ERS-SUB))
               IF WS-ARC-DATA (WS-TBL-SUB) NOT = WS-ARC-SAVE-DATA
                   MOVE WS-ERS-VALUE (WS-ERS-SUB) TO WS-FLD-BEFORE
                   MOVE WS-MASK-WORK    TO WS-FLD-AFTER
                   PERFORM 4700-LOG-FIELD THRU 4700-EXIT
                   MOVE 'Y'             TO WS-ARC-ROW-CHANGED
               END-IF
           END-PERFORM.

           IF WS-ARC-ROW-CHANGED = 'Y'
               ADD 1                    TO WS-RES-FILE-COUNT
                                                (WS-RS WS-FILE-SUB)
               MOVE 'Y'                 TO WS-FILE-CHANGED
                                                (WS-FILE-SUB)
           END-IF.

       4410-EXIT. EXIT.

       4420-MASK-ARCHIVED-ADDRESS.

           IF WS-ARC-DATA (WS-TBL-SUB) (WS-ARC-HOUSE-POS:20)
                                        NOT = WS-CUST-NUMBER
               MOVE WS-ARC-DATA (WS-TBL-SUB) (WS-ARC-HOUSE-POS:20)
                                        TO WS-FLD-BEFORE
               MOVE WS-CUST-NUMBER      TO WS-FLD-AFTER
               MOVE WS-CUST-NUMBER      TO WS-ARC-DATA (WS-TBL-SUB)
                                             (WS-ARC-HOUSE-POS:20)
               MOVE 'HOUSE'             TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-ARC-ROW-CHANGED
           END-IF.

           IF WS-ARC-DATA (WS-TBL-SUB) (WS-ARC-STREET-POS:30)
                                        NOT = DF03MASK-STREET
               MOVE WS-ARC-DATA (WS-TBL-SUB) (WS-ARC-STREET-POS:30)
                                        TO WS-FLD-BEFORE
               MOVE DF03MASK-STREET     TO WS-FLD-AFTER
               MOVE DF03MASK-STREET     TO WS-ARC-DATA (WS-TBL-SUB)
                                             (WS-ARC-STREET-POS:30)
               MOVE 'STREET'            TO WS-FLD-NAME
               PERFORM 4700-LOG-FIELD THRU 4700-EXIT
               MOVE 'Y'                 TO WS-ARC-ROW-CHANGED
           END-IF.

       4420-EXIT. EXIT.

      **** ADD WS-CAND-VALUE TO THE ARCHIVE HUNT LIST UNLESS IT IS
      **** TOO SHORT, ALREADY A MASK, OR ALREADY LISTED.  A FULL LIST
      **** MEANS THE ARCHIVE CANNOT BE CLEARED WITH CERTAINTY.
       4500-ADD-ERASE-STRING.

           IF WS-CAND-VALUE = DF03MASK-NAME
              OR WS-CAND-VALUE = DF03MASK-STREET
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-CAND-VALUE          TO WS-MEASURE-VALUE.
           PERFORM 4600-MEASURE-VALUE.

           IF WS-MEASURE-LENGTH < 4
               GO TO 4500-EXIT
           END-IF.

           MOVE 'N'                    TO WS-ERS-FOUND-FLAG.

           PERFORM VARYING WS-ERS-SUB FROM 1 BY 1
                       UNTIL WS-ERS-SUB > WS-ERASE-COUNT
               IF WS-ERS-VALUE (WS-ERS-SUB) = WS-CAND-VALUE
                   MOVE 'Y'             TO WS-ERS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF WS-ERS-FOUND-FLAG = 'Y'
               GO TO 4500-EXIT
           END-IF.

           IF WS-ERASE-COUNT NOT < 20
               DISPLAY 'DF03ERAS TOO MANY NAMES AND STREETS FOR '
                       WS-CUST-NUMBER ' - ARCHIVE NOT FULLY CLEARED'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-REQUEST-FAILED-FLAG
               MOVE 'TOO MANY NAMES/STREETS TO CLEAR THE ARCHIVE'
                                        TO WS-RES-REASON (WS-RS)
               GO TO 4500-EXIT
           END-IF.

           ADD 1                       TO WS-ERASE-COUNT.
           MOVE WS-CAND-VALUE          TO WS-ERS-VALUE (WS-ERASE-COUNT).
           MOVE WS-MEASURE-LENGTH      TO WS-ERS-LENGTH
                                                  (WS-ERASE-COUNT).
           MOVE WS-CAND-TYPE           TO WS-ERS-TYPE (WS-ERASE-COUNT).

       4500-EXIT. EXIT.

      **** LENGTH OF WS-MEASURE-VALUE TO ITS LAST NON-BLANK.
       4600-MEASURE-VALUE.

           MOVE 60                     TO WS-MEASURE-LENGTH.

           PERFORM UNTIL WS-MEASURE-LENGTH = ZERO
                      OR WS-MEASURE-VALUE (WS-MEASURE-LENGTH:1)
                                                         NOT = SPACE
               SUBTRACT 1               FROM WS-MEASURE-LENGTH
           END-PERFORM.

      **** ONE DF03ERLG ROW FOR THE FIELD JUST OVERWRITTEN.  ONLY THE
      **** LENGTH OF THE OLD VALUE IS KEPT, NEVER THE VALUE.
       4700-LOG-FIELD.

           MOVE WS-FLD-BEFORE          TO WS-MEASURE-VALUE.
           PERFORM 4600-MEASURE-VALUE.

           MOVE SPACES                 TO LOG-RECORD.
           MOVE WS-RUN-DATE            TO LG-RUN-DATE.
           MOVE WS-REQUEST-ID          TO LG-REQUEST-ID.
           MOVE WS-CUST-NUMBER         TO LG-CUST-NUMBER.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO LG-FILE-NAME.
           MOVE WS-FLD-KEY             TO LG-RECORD-KEY.
           MOVE WS-FLD-NAME            TO LG-FIELD.
           MOVE WS-MEASURE-LENGTH      TO LG-ORIGINAL-LENGTH.
           MOVE WS-FLD-AFTER           TO LG-MASKED-VALUE.
           WRITE LOG-RECORD.

           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DF03ERAS ERASURE LOG WRITE ERROR '
                       WS-LOG-STATUS UPON CONSOLE
               MOVE 'Y'                 TO WS-REQUEST-FAILED-FLAG
               MOVE 'DF03ERLG LOG WRITE FAILED'
                                        TO WS-RES-REASON (WS-RS)
               GO TO 4700-EXIT
           END-IF.

           ADD 1                       TO WS-LOG-COUNT.

       4700-EXIT. EXIT.

       5000-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       5000-EXIT. EXIT.

      **** A SEQUENTIAL FILE IS ONLY REWRITTEN WHEN AN ERASURE
      **** CHANGED IT; A FAILED OPEN LEAVES IT AS IT WAS AND MAKES
      **** EVERY REQUEST THAT TOUCHED IT INCOMPLETE.  THE ADDRESS
      **** FILES ARE LEFT AS THEY WERE WHEN THE ARCHIVE COULD NOT BE
      **** REWRITTEN.  A WRITE THAT FAILS PART WAY LEAVES THE FILE
      **** SHORT - IT MUST BE RESTORED, AND THE RUN ENDS WITH 16.
       5100-REWRITE-ADDRESS-FILE.

           IF WS-FILE-CHANGED (4) NOT = 'Y'
               GO TO 5100-EXIT
           END-IF.

           IF WS-FILE-REWRITE-FAILED (7) = 'Y'
               DISPLAY 'DF03ERAS DF03ADDR LEFT AS IT WAS - DFARCHIV '
                       'NOT REWRITTEN' UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (4)
               GO TO 5100-EXIT
           END-IF.

           OPEN OUTPUT ADDRESS-OUT-FILE.

           IF WS-ADR-OUT-STATUS NOT = '00'
               DISPLAY 'DF03ERAS DF03ADDR OPEN ERROR - NOT REWRITTEN'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (4)
               GO TO 5100-EXIT
           END-IF.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-ADDRESS-COUNT
                          OR WS-FILE-TRUNCATED (4) = 'Y'
               MOVE WS-ADR-ENTRY (WS-TBL-SUB) TO ADDRESS-OUT-RECORD
               WRITE ADDRESS-OUT-RECORD
               IF WS-ADR-OUT-STATUS NOT = '00'
                   DISPLAY 'DF03ERAS DF03ADDR WRITE ERROR '
                           WS-ADR-OUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-FILE-REWRITE-FAILED (4)
                                           WS-FILE-TRUNCATED (4)
                   ADD 1                TO WS-TRUNCATED-COUNT
               END-IF
           END-PERFORM.

           CLOSE ADDRESS-OUT-FILE.

       5100-EXIT. EXIT.

       5200-REWRITE-ADDRESS-MASTER.

           IF WS-FILE-CHANGED (5) NOT = 'Y'
               GO TO 5200-EXIT
           END-IF.

           IF WS-FILE-REWRITE-FAILED (7) = 'Y'
               DISPLAY 'DF03ERAS DF09MAST LEFT AS IT WAS - DFARCHIV '
                       'NOT REWRITTEN' UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (5)
               GO TO 5200-EXIT
           END-IF.

           OPEN OUTPUT MASTER-OUT-FILE.

           IF WS-MST-OUT-STATUS NOT = '00'
               DISPLAY 'DF03ERAS DF09MAST OPEN ERROR - NOT REWRITTEN'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (5)
               GO TO 5200-EXIT
           END-IF.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-MASTER-COUNT
                          OR WS-FILE-TRUNCATED (5) = 'Y'
               MOVE WS-MST-ENTRY (WS-TBL-SUB) TO MASTER-OUT-RECORD
               WRITE MASTER-OUT-RECORD
               IF WS-MST-OUT-STATUS NOT = '00'
                   DISPLAY 'DF03ERAS DF09MAST WRITE ERROR '
                           WS-MST-OUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-FILE-REWRITE-FAILED (5)
                                           WS-FILE-TRUNCATED (5)
                   ADD 1                TO WS-TRUNCATED-COUNT
               END-IF
           END-PERFORM.

           CLOSE MASTER-OUT-FILE.

       5200-EXIT. EXIT.

       5300-REWRITE-ADDRESS-HISTORY.

           IF WS-FILE-CHANGED (6) NOT = 'Y'
               GO TO 5300-EXIT
           END-IF.

           IF WS-FILE-REWRITE-FAILED (7) = 'Y'
               DISPLAY 'DF03ERAS DF09HIST LEFT AS IT WAS - DFARCHIV '
                       'NOT REWRITTEN' UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (6)
               GO TO 5300-EXIT
           END-IF.

           OPEN OUTPUT HIST-OUT-FILE.

           IF WS-HIS-OUT-STATUS NOT = '00'
               DISPLAY 'DF03ERAS DF09HIST OPEN ERROR - NOT REWRITTEN'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (6)
               GO TO 5300-EXIT
           END-IF.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-HISTORY-COUNT
                          OR WS-FILE-TRUNCATED (6) = 'Y'
               MOVE WS-HIS-ENTRY (WS-TBL-SUB) TO HIST-OUT-RECORD
               WRITE HIST-OUT-RECORD
               IF WS-HIS-OUT-STATUS NOT = '00'
                   DISPLAY 'DF03ERAS DF09HIST WRITE ERROR '
                           WS-HIS-OUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-FILE-REWRITE-FAILED (6)
                                           WS-FILE-TRUNCATED (6)
                   ADD 1                TO WS-TRUNCATED-COUNT
               END-IF
           END-PERFORM.

           CLOSE HIST-OUT-FILE.

       5300-EXIT. EXIT.

       5400-REWRITE-ARCHIVE.

           IF WS-FILE-CHANGED (7) NOT = 'Y'
               GO TO 5400-EXIT
           END-IF.

           OPEN OUTPUT ARCHIVE-OUT-FILE.

           IF WS-ARC-OUT-STATUS NOT = '00'
               DISPLAY 'DF03ERAS DFARCHIV OPEN ERROR - NOT REWRITTEN'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (7)
               GO TO 5400-EXIT
           END-IF.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-ARCHIVE-COUNT
                          OR WS-FILE-TRUNCATED (7) = 'Y'
               MOVE WS-ARC-ENTRY (WS-TBL-SUB) TO ARCHIVE-OUT-RECORD
               WRITE ARCHIVE-OUT-RECORD
               IF WS-ARC-OUT-STATUS NOT = '00'
                   DISPLAY 'DF03ERAS DFARCHIV WRITE ERROR '
                           WS-ARC-OUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-FILE-REWRITE-FAILED (7)
                                           WS-FILE-TRUNCATED (7)
                   ADD 1                TO WS-TRUNCATED-COUNT
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-OUT-FILE.

       5400-EXIT. EXIT.

       5450-REWRITE-UNDELIVERABLE.

           IF WS-FILE-CHANGED (8) NOT = 'Y'
               GO TO 5450-EXIT
           END-IF.

           IF WS-FILE-REWRITE-FAILED (7) = 'Y'
               DISPLAY 'DF03ERAS DF09UNDL LEFT AS IT WAS - DFARCHIV '
                       'NOT REWRITTEN' UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (8)
               GO TO 5450-EXIT
           END-IF.

           OPEN OUTPUT UNDL-OUT-FILE.

           IF WS-UND-OUT-STATUS NOT = '00'
               DISPLAY 'DF03ERAS DF09UNDL OPEN ERROR - NOT REWRITTEN'
                                               UPON CONSOLE
               MOVE 'Y'                 TO WS-FILE-REWRITE-FAILED (8)
               GO TO 5450-EXIT
           END-IF.

           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-UNDELIVERABLE-COUNT
                          OR WS-FILE-TRUNCATED (8) = 'Y'
               MOVE WS-UND-ENTRY (WS-TBL-SUB) TO UNDL-OUT-RECORD
               WRITE UNDL-OUT-RECORD
               IF WS-UND-OUT-STATUS NOT = '00'
                   DISPLAY 'DF03ERAS DF09UNDL WRITE ERROR '
                           WS-UND-OUT-STATUS ' - FILE TRUNCATED'
                                               UPON CONSOLE
                   MOVE 'Y'             TO WS-FILE-REWRITE-FAILED (8)
                                           WS-FILE-TRUNCATED (8)
                   ADD 1                TO WS-TRUNCATED-COUNT
               END-IF
           END-PERFORM.

           CLOSE UNDL-OUT-FILE.

       5450-EXIT. EXIT.

      **** THE KEYED FILES FOR ONE PENDING REQUEST, MASKED ONLY WHEN
      **** EVERY SEQUENTIAL FILE IT CHANGED WAS WRITTEN.  OTHERWISE
      **** THE NAMES STAY ON DF03FILE AND DF03CHGJ SO THE RERUN CAN
      **** STILL HUNT THEM IN THE ARCHIVE.
       5500-COMMIT-KEYED-FILES.

           MOVE WS-RES-REQUEST-ID (WS-RS)  TO WS-REQUEST-ID.
           MOVE WS-RES-CUST-NUMBER (WS-RS) TO WS-CUST-NUMBER
                                              DF03MASK-CUST-NUMBER.
           MOVE 'N'                    TO WS-REQUEST-FAILED-FLAG.

           PERFORM VARYING WS-FILE-SUB FROM 4 BY 1
                       UNTIL WS-FILE-SUB > 8
               IF WS-FILE-REWRITE-FAILED (WS-FILE-SUB) = 'Y'
                  AND WS-RES-FILE-COUNT (WS-RS WS-FILE-SUB) > ZERO
                   MOVE 'Y'             TO WS-REQUEST-FAILED-FLAG
                   MOVE SPACES          TO WS-RES-REASON (WS-RS)
                   STRING WS-FILE-NAME (WS-FILE-SUB)
                          ' REWRITE FAILED - RERUN THE REQUEST'
                          DELIMITED BY SIZE
                          INTO WS-RES-REASON (WS-RS)
                   END-STRING
               END-IF
           END-PERFORM.

           IF WS-REQUEST-FAILED-FLAG = 'Y'
               SET WS-RES-INCOMPLETE (WS-RS) TO TRUE
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES                 TO CUSTOMER-RECORD-KEY.
           MOVE WS-CUST-NUMBER         TO CUSTOMER-RECORD-KEY.

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'Y'             TO WS-REQUEST-FAILED-FLAG
           END-READ.

           IF WS-REQUEST-FAILED-FLAG = 'Y'
              OR WS-CUSTOMER-STATUS NOT = '00'
               SET WS-RES-INCOMPLETE (WS-RS) TO TRUE
               MOVE 'DF03FILE REREAD FAILED - KEYED FILES NOT MASKED'
                                        TO WS-RES-REASON (WS-RS)
               GO TO 5500-EXIT
           END-IF.

           MOVE CUSTOMER-RECORD        TO WS-CUSTOMER-IMAGE.

           PERFORM 4000-MASK-CUSTOMER THRU 4000-EXIT.

           IF WS-REQUEST-FAILED-FLAG = 'Y'
               SET WS-RES-INCOMPLETE (WS-RS) TO TRUE
               MOVE 'DF03FILE REWRITE FAILED - KEYED FILES NOT MASKED'
                                        TO WS-RES-REASON (WS-RS)
               GO TO 5500-EXIT
           END-IF.

           PERFORM 4100-MASK-CHANGE-JOURNAL THRU 4100-EXIT.
           PERFORM 4200-MASK-NOTES THRU 4200-EXIT.

           IF WS-REQUEST-FAILED-FLAG = 'Y'
               SET WS-RES-INCOMPLETE (WS-RS) TO TRUE
           ELSE
               SET WS-RES-ERASED (WS-RS) TO TRUE
           END-IF.

       5500-EXIT. EXIT.

      **** ONE CERTIFICATE PAGE PER REQUEST.  A SEQUENTIAL FILE LEFT
      **** SHORT BY A FAILED WRITE IS CALLED OUT ON EVERY PAGE.
       6000-PRINT-CERTIFICATE.

           PERFORM 8100-RPT-WRITE-HEADING.

           MOVE WS-RES-REQUEST-ID (WS-RS)  TO CH-REQUEST-ID.
           MOVE WS-RES-CUST-NUMBER (WS-RS) TO CH-CUST-NUMBER.
           MOVE WS-RES-OPERATOR (WS-RS)    TO CH-OPERATOR.
           MOVE WS-RUN-DATE                TO CH-RUN-DATE.
           MOVE WS-CERT-HEADER-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'DISPOSITION'          TO CT-LABEL.

           EVALUATE TRUE
               WHEN WS-RES-ERASED (WS-RS)
                   ADD 1                TO WS-ERASED-COUNT
                   MOVE 'ERASED - PERSONAL DATA MASKED IN EVERY FILE'
                                        TO CT-TEXT
               WHEN WS-RES-BLOCKED (WS-RS)
                   MOVE 'BLOCKED - NOTHING CHANGED'
                                        TO CT-TEXT
               WHEN WS-RES-REJECTED (WS-RS)
                   MOVE 'REJECTED - NOTHING CHANGED'
                                        TO CT-TEXT
               WHEN OTHER
                   ADD 1                TO WS-INCOMPLETE-COUNT
                   MOVE 'INCOMPLETE - ERASURE MUST BE RERUN'
                                        TO CT-TEXT
           END-EVALUATE.

           MOVE WS-CERT-TEXT-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-RES-REASON (WS-RS) NOT = SPACES
               MOVE 'REASON'            TO CT-LABEL
               MOVE WS-RES-REASON (WS-RS) TO CT-TEXT
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           PERFORM VARYING WS-FILE-SUB FROM 4 BY 1
                       UNTIL WS-FILE-SUB > 8
               IF WS-FILE-TRUNCATED (WS-FILE-SUB) = 'Y'
                   MOVE 'WARNING'       TO CT-LABEL
                   MOVE SPACES          TO CT-TEXT
                   STRING WS-FILE-NAME (WS-FILE-SUB)
                          ' WRITE FAILED - FILE TRUNCATED, RESTORE IT'
                          DELIMITED BY SIZE
                          INTO CT-TEXT
                   END-STRING
                   MOVE WS-CERT-TEXT-LINE TO WS-DETAIL-LINE
                   PERFORM 8200-RPT-WRITE-DETAIL
               END-IF
           END-PERFORM.

           IF WS-RES-BLOCKED (WS-RS)
               PERFORM 6100-PRINT-BLOCKERS THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF.

           IF WS-RES-REJECTED (WS-RS)
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 8
               MOVE WS-FILE-NAME (WS-FILE-SUB) TO CC-FILE-NAME
               MOVE WS-RES-FILE-COUNT (WS-RS WS-FILE-SUB) TO CC-COUNT
               MOVE WS-CERT-COUNT-LINE  TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-PERFORM.

           MOVE 'LEFT INTACT'          TO CT-LABEL.
           MOVE 'KEYS, CITY/STATE/ZIP, STATUS AND ALL AMOUNTS'
                                        TO CT-TEXT.
           MOVE WS-CERT-TEXT-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE 'PROOF'                TO CT-LABEL.
           MOVE 'DF03ERLG ROWS FOR THIS REQUEST - ORIGINALS NOT KEPT'
                                        TO CT-TEXT.
           MOVE WS-CERT-TEXT-LINE      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

       6000-EXIT. EXIT.

       6100-PRINT-BLOCKERS.

           MOVE 'BLOCKED BY'           TO CT-LABEL.

           IF WS-RES-ACTIVE-FLAG (WS-RS) = 'Y'
               MOVE 'CUSTOMER STILL ACTIVE ON DF03FILE'
                                        TO CT-TEXT
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-BAL-FLAG (WS-RS) = 'Y'
               MOVE WS-RES-BALANCE (WS-RS) TO WS-EDIT-AMOUNT
               MOVE SPACES              TO CT-TEXT
               STRING 'DF29BALF OPEN BALANCE ' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-DSP-FLAG (WS-RS) = 'U'
               MOVE SPACES              TO CT-TEXT
               STRING 'DF29DISP COULD NOT BE READ - STATUS '
                      WS-RES-DSP-STATUS (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-DSP-FLAG (WS-RS) = 'Y'
               MOVE SPACES              TO CT-TEXT
               STRING 'OPEN DF29DISP DISPUTE CASE '
                      WS-RES-DSP-CASE (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-POL-FLAG (WS-RS) = 'U'
               MOVE SPACES              TO CT-TEXT
               STRING WS-RES-POL-KEY (WS-RS) (1:8)
                      ' COULD NOT BE READ - STATUS '
                      WS-RES-POL-STATUS (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-POL-FLAG (WS-RS) = 'Y'
               MOVE SPACES              TO CT-TEXT
               STRING 'LINKED POLICY IN FORCE '
                      WS-RES-POL-KEY (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-HOLD-FLAG (WS-RS) = 'U'
               MOVE SPACES              TO CT-TEXT
               STRING 'DF03LHLD COULD NOT BE READ - STATUS '
                      WS-RES-HOLD-STATUS (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

           IF WS-RES-HOLD-FLAG (WS-RS) = 'Y'
               MOVE SPACES              TO CT-TEXT
               STRING 'DF03LHLD LEGAL HOLD '
                      WS-RES-HOLD-REF (WS-RS)
                      DELIMITED BY SIZE
                      INTO CT-TEXT
               END-STRING
               MOVE WS-CERT-TEXT-LINE   TO WS-DETAIL-LINE
               PERFORM 8200-RPT-WRITE-DETAIL
           END-IF.

       6100-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
