       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF29ESCH.

      *REMARKS:    YEARLY UNCLAIMED-PROPERTY (ESCHEATMENT) RUN OVER
      *            STALE DF29CREG REFUND CHECKS AND DORMANT DF29BALF
      *            CREDIT BALANCES.

      ******************************************************************
      ****   REFUND CHECKS NOBODY CASHED AND CREDIT BALANCES ON     ****
      ****   CUSTOMERS WHO WENT QUIET ARE UNCLAIMED PROPERTY THE    ****
      ****   STATES REQUIRE US TO REPORT AND DELIVER, AND NOTHING   ****
      ****   TRACKED THEM.  THIS RUN KEEPS THE DF29ESCF PROPERTY    ****
      ****   FILE - ONE ENTRY PER ITEM, KEYED BY TYPE ('C' = CHECK  ****
      ****   NUMBER, 'B' = CUSTOMER CREDIT BALANCE) - AND WORKS IT  ****
      ****   IN THREE STEPS EACH TIME IT RUNS:                      ****
      ****                                                          ****
      ****     1. OWNER RESPONSES.  A DF29ETRN CARD RELEASES AN     ****
      ****        ITEM WHOSE OWNER CAME FORWARD (STATUS 'R').  THE  ****
      ****        CARD IS AUTHORIZED THROUGH DFAUTH (FUNCTION ESC). ****
      ****     2. STATE REPORTING (SKIPPED WHEN DF29EPRM SAYS 'D'). ****
      ****        AN ITEM WHOSE WAITING PERIOD HAS RUN OUT SINCE    ****
      ****        ITS LETTER (OR SINCE IT WAS IDENTIFIED, WHEN NO   ****
      ****        LETTER WAS DUE) IS REPORTED ON THE DF29ESHR STATE ****
      ****        HOLDER REPORT BY OWNER STATE AND CLEARED OFF OUR  ****
      ****        BOOKS - THE CHECK GOES TO STATUS 'E' ON DF29CREG, ****
      ****        THE CREDIT IS ZEROED ON DF29BALF - WITH A DFGLSRC ****
      ****        POSTING-SOURCE RECORD (SOURCE DF29ESCH, KEY       ****
      ****        CHECKS OR CREDITS) FOR DFGLPST TO JOURNAL TO THE  ****
      ****        UNCLAIMED-PROPERTY LIABILITY THROUGH DFGLMAP, AND ****
      ****        THE PRODUCER SIDE OF THE DFBAL HANDSHAKE.  AN     ****
      ****        ITEM THAT CAME BACK TO LIFE IN THE MEANTIME (THE  ****
      ****        CHECK CLEARED OR WAS VOIDED, THE CREDIT MOVED) IS ****
      ****        RELEASED INSTEAD.                                 ****
      ****     3. IDENTIFICATION (SKIPPED WHEN DF29EPRM SAYS 'R').  ****
      ****        AN ISSUED CHECK DATED, OR A CREDIT BALANCE WHOSE  ****
      ****        LAST DF29PSTD ACTIVITY IS, OLDER THAN THE DORMANCY ****
      ****        PERIOD IS ADDED TO THE PROPERTY FILE UNDER THE    ****
      ****        OWNER'S STATE FROM DF09MAST, AND A DUE-DILIGENCE  ****
      ****        LETTER GOES TO DF29ELTR WHEN THE AMOUNT IS AT OR  ****
      ****        OVER THE LETTER MINIMUM AND WE HAVE AN ADDRESS.   ****
      ****                                                          ****
      ****   AN OWNER WITH NO ADDRESS ON FILE BELONGS TO THE        ****
      ****   HOLDER STATE ON DF29EPRM; WITH NEITHER, THE ITEM IS    ****
      ****   HELD AND LISTED RATHER THAN REPORTED.  A CREDIT WITH   ****
      ****   NO DF29PSTD HISTORY AT ALL IS NOT TREATED AS DORMANT.  ****
      ****   UNDER A DRY-RUN WINDOW THE REGISTER, BALANCE MASTER,   ****
      ****   PROPERTY FILE, LETTERS AND HOLDER REPORT GO TO THEIR   ****
      ****   SHADOW COPIES AND NOTHING REACHES THE GENERAL LEDGER.  ****
      ******************************************************************

      ******************************************************************
      ****   A CREDIT BALANCE DELIVERED TO THE STATE IS ALSO        ****
      ****   APPENDED TO THE DF29OACT OPEN-ITEM ACTIVITY FILE ('ES' ****
      ****   PLUS THE PROCESSING DATE) SO DF29OIAP CLEARS THE       ****
      ****   CUSTOMER'S OPEN CREDIT ITEMS.  NOT UNDER A DRY-RUN.    ****
      ******************************************************************

      ******************************************************************
      ****   DF29BALF IS NOW A KSDS KEYED ON THE CUSTOMER NUMBER.   ****
      ****   CREDITS ARE RE-READ AND ZEROED ONE CUSTOMER AT A TIME  ****
      ****   THROUGH THE SHARED DF29BALA BALANCE-ACCESS ROUTINE     ****
      ****   (REASON ESCHEAT, LINEAGE ID 'ES' PLUS THE PROCESSING   ****
      ****   DATE), AND DORMANT CREDITS ARE FOUND BY BROWSING THE   ****
      ****   MASTER.  UNDER A DRY-RUN THE ROUTINE KEEPS THE CHANGED ****
      ****   BALANCES ON ITS OWN SHADOW COPY.  THE LAST DF29PSTD    ****
      ****   ACTIVITY DATES ARE GATHERED INTO THEIR OWN TABLE, AND  ****
      ****   THAT TABLE OVERFLOWING STOPS THE RUN LIKE THE OTHERS - ****
      ****   A MISSED DATE COULD ESCHEAT AN ACTIVE CUSTOMER.        ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE   ASSIGN TO DF29EPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT RESPONSE-FILE    ASSIGN TO DF29ETRN
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT PROPERTY-IN-FILE ASSIGN TO DF29ESCF
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROP-IN-STATUS.

           SELECT PROPERTY-OUT-FILE ASSIGN TO WS-PROP-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROP-OUT-STATUS.

           SELECT REGISTER-IN-FILE ASSIGN TO DF29CREG
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-IN-STATUS.

           SELECT REGISTER-OUT-FILE ASSIGN TO WS-REG-OUT-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REG-OUT-STATUS.

           SELECT POSTED-FILE      ASSIGN TO DF29PSTD
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-POSTED-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO DF03FILE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MASTER-FILE      ASSIGN TO DF09MAST
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT GLSRC-FILE       ASSIGN TO DFGLSRC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-GLSRC-STATUS.

           SELECT LETTER-FILE      ASSIGN TO WS-LETTER-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LETTER-STATUS.

           SELECT HOLDER-FILE      ASSIGN TO WS-HOLDER-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-HOLDER-STATUS.

           SELECT ACTIVITY-FILE    ASSIGN TO DF29OACT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DF29RPTI
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.

      **** RUN PHASE: 'D' = DUE DILIGENCE ONLY (IDENTIFY AND WRITE
      **** LETTERS), 'R' = STATE REPORTING ONLY, SPACE = BOTH.
       01  PARAMETER-RECORD.
           05  PM-RUN-PHASE             PIC X(01).
           05  PM-DORMANT-YEARS         PIC 9(02).
           05  PM-WAIT-DAYS             PIC 9(03).
           05  PM-LETTER-MINIMUM        PIC 9(05)V99.
           05  PM-HOLDER-STATE          PIC X(02).
           05  FILLER                   PIC X(01).

       FD  RESPONSE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RESPONSE-RECORD.

       01  RESPONSE-RECORD.
           05  ET-PROPERTY-TYPE         PIC X(01).
           05  ET-PROPERTY-ID           PIC X(10).
           05  ET-OPERATOR-ID           PIC X(08).
           05  ET-NOTE                  PIC X(21).

       FD  PROPERTY-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROPERTY-IN-RECORD.

       01  PROPERTY-IN-RECORD.
           05  PIR-PROPERTY-TYPE        PIC X(01).
           05  PIR-PROPERTY-ID          PIC X(10).
           05  PIR-CUST-NUMBER          PIC X(10).
           05  PIR-OWNER-STATE          PIC X(02).
           05  PIR-AMOUNT               PIC 9(09)V99.
           05  PIR-LAST-ACTIVITY        PIC X(10).
           05  PIR-STATUS               PIC X(01).
           05  PIR-IDENTIFIED-DATE      PIC X(10).
           05  PIR-LETTER-DATE          PIC X(10).
           05  PIR-STATUS-DATE          PIC X(10).
           05  FILLER                   PIC X(05).

       FD  PROPERTY-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROPERTY-OUT-RECORD.

       01  PROPERTY-OUT-RECORD.
           05  POR-PROPERTY-TYPE        PIC X(01).
           05  POR-PROPERTY-ID          PIC X(10).
           05  POR-CUST-NUMBER          PIC X(10).
           05  POR-OWNER-STATE          PIC X(02).
           05  POR-AMOUNT               PIC 9(09)V99.
           05  POR-LAST-ACTIVITY        PIC X(10).
           05  POR-STATUS               PIC X(01).
           05  POR-IDENTIFIED-DATE      PIC X(10).
           05  POR-LETTER-DATE          PIC X(10).
           05  POR-STATUS-DATE          PIC X(10).
           05  FILLER                   PIC X(05).

       FD  REGISTER-IN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-IN-RECORD.

       01  REGISTER-IN-RECORD.
           05  RIR-CHECK-NUMBER         PIC 9(08).
           05  RIR-CHECK-DATE           PIC X(10).
           05  RIR-CUST-NUMBER          PIC X(10).
           05  RIR-AMOUNT               PIC 9(09)V99.
           05  RIR-STATUS               PIC X(01).
           05  RIR-PPAY-SENT            PIC X(01).
           05  RIR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  REGISTER-OUT-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS REGISTER-OUT-RECORD.

       01  REGISTER-OUT-RECORD.
           05  ROR-CHECK-NUMBER         PIC 9(08).
           05  ROR-CHECK-DATE           PIC X(10).
           05  ROR-CUST-NUMBER          PIC X(10).
           05  ROR-AMOUNT               PIC 9(09)V99.
           05  ROR-STATUS               PIC X(01).
           05  ROR-PPAY-SENT            PIC X(01).
           05  ROR-PAID-DATE            PIC X(10).
           05  FILLER                   PIC X(11).

       FD  POSTED-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS POSTED-RECORD.

       01  POSTED-RECORD.
           05  PD-CUST-NUMBER           PIC X(10).
           05  PD-POSTING-DATE          PIC X(10).
           05  PD-AMOUNT                PIC 9(09)V99.

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

       FD  GLSRC-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GLSRC-RECORD.

       01  GLSRC-RECORD.
           05  SR-SOURCE               PIC X(08).
           05  SR-KEY                  PIC X(08).
           05  SR-AMOUNT               PIC 9(09)V99.
           05  SR-COMPANY              PIC X(03).
           05  SR-COST-CENTER          PIC X(08).

       FD  LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE                 PIC X(132).

      **** ONE DETAIL ('D') PER ITEM REPORTED, IN OWNER-STATE ORDER,
      **** WITH A TRAILER ('T') CLOSING EACH STATE'S REPORT.
       FD  HOLDER-FILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS HOLDER-RECORD.

       01  HOLDER-RECORD.
           05  HR-RECORD-TYPE          PIC X(01).
           05  HR-OWNER-STATE          PIC X(02).
           05  HR-PROPERTY-TYPE        PIC X(02).
           05  HR-PROPERTY-ID          PIC X(10).
           05  HR-CUST-NUMBER          PIC X(10).
           05  HR-OWNER-NAME           PIC X(40).
           05  HR-HOUSE                PIC X(20).
           05  HR-STREET               PIC X(30).
           05  HR-CITY                 PIC X(20).
           05  HR-ADDR-STATE           PIC X(02).
           05  HR-ZIP                  PIC X(05).
           05  HR-AMOUNT               PIC 9(09)V99.
           05  HR-LAST-ACTIVITY        PIC X(10).
           05  HR-REPORT-DATE          PIC X(10).
           05  FILLER                  PIC X(07).

       01  HOLDER-TRAILER-RECORD.
           05  HT-RECORD-TYPE          PIC X(01).
           05  HT-OWNER-STATE          PIC X(02).
           05  HT-ITEM-COUNT           PIC 9(06).
           05  HT-AMOUNT-TOTAL         PIC 9(11)V99.
           05  HT-REPORT-DATE          PIC X(10).
           05  FILLER                  PIC X(148).

       FD  ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DF29-OA-RECORD.

           COPY DF29OACT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RESPONSE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROP-IN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROP-OUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REG-IN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSTED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-GLSRC-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LETTER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HOLDER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-STATUS          PIC X(02) VALUE SPACES.

       01  WS-RESPONSE-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-RESPONSE-EOF             VALUE 'Y'.
       01  WS-PROP-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  WS-PROP-EOF                 VALUE 'Y'.
       01  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  WS-REG-EOF                  VALUE 'Y'.
       01  WS-POSTED-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-POSTED-EOF               VALUE 'Y'.
       01  WS-CUSTOMER-EOF-FLAG        PIC X(01) VALUE SPACE.
           88  WS-CUSTOMER-EOF             VALUE 'Y'.
       01  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  WS-MASTER-EOF               VALUE 'Y'.

      **** DEFAULTS WHEN NO DF29EPRM CARD IS SUPPLIED.  THE DORMANCY
      **** PERIOD IS COUNTED IN WHOLE YEARS OF 365 DAYS.
       01  WS-RUN-PHASE                PIC X(01) VALUE SPACE.
           88  WS-PHASE-DILIGENCE-ONLY     VALUE 'D'.
           88  WS-PHASE-REPORT-ONLY        VALUE 'R'.
       01  WS-DORMANT-YEARS            PIC 9(02) VALUE 3.
       01  WS-WAIT-DAYS                PIC 9(03) VALUE 60.
       01  WS-LETTER-MINIMUM           PIC 9(05)V99 VALUE 50.00.
       01  WS-HOLDER-STATE             PIC X(02) VALUE SPACES.
       01  WS-DORMANT-DAYS             PIC 9(05) VALUE ZERO.

       01  WS-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.

      **** THE PROPERTY FILE.  STATUS L = LETTER SENT, P = PENDING
      **** WITH NO LETTER DUE, R = RELEASED, E = ESCHEATED.
       01  WS-PROP-MAX                 PIC 9(04) VALUE 1000.
       01  WS-PROP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PROPERTY-TABLE.
           05  WS-PROP-ENTRY           OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-PROP-COUNT
                                       ASCENDING KEY IS WS-PROP-STATE
                                                        WS-PROP-TYPE
                                                        WS-PROP-ID
                                       INDEXED BY WS-PROP-IDX.
               10  WS-PROP-TYPE        PIC X(01).
               10  WS-PROP-ID          PIC X(10).
               10  WS-PROP-CUST        PIC X(10).
               10  WS-PROP-STATE       PIC X(02).
               10  WS-PROP-AMOUNT      PIC 9(09)V99 COMP-3.
               10  WS-PROP-LAST-ACT    PIC X(10).
               10  WS-PROP-STATUS      PIC X(01).
               10  WS-PROP-IDENT-DATE  PIC X(10).
               10  WS-PROP-LETTER-DATE PIC X(10).
               10  WS-PROP-STATUS-DATE PIC X(10).

       01  WS-REGISTER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY            OCCURS 500 TIMES.
               10  WS-REG-CHECK-NO     PIC 9(08).
               10  WS-REG-CHECK-DATE   PIC X(10).
               10  WS-REG-CUST         PIC X(10).
               10  WS-REG-AMOUNT       PIC 9(09)V99 COMP-3.
               10  WS-REG-STATUS       PIC X(01).
               10  WS-REG-PPAY-SENT    PIC X(01).
               10  WS-REG-PAID-DATE    PIC X(10).

       COPY DF29BALC.

       01  WS-CUST-NUMBER              PIC X(10) VALUE SPACES.
       01  WS-CUST-BALANCE             PIC S9(09)V99 VALUE ZERO.
       01  WS-CUST-LAST-DATE           PIC X(10) VALUE SPACES.

      **** LAST DF29PSTD POSTING DATE PER CUSTOMER.
       01  WS-ACTIVITY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ACTIVITY-COUNT
                                       INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CUST-NUMBER  PIC X(10).
               10  WS-ACT-LAST-DATE    PIC X(10).
       01  WS-ACT-SUB                  PIC 9(04) VALUE ZERO.

       COPY DF03CUST.

       01  WS-NAME-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY            OCCURS 500 TIMES.
               10  WS-NAM-CUST         PIC X(10).
               10  WS-NAM-NAME         PIC X(40).

       01  WS-ADDR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ENTRY            OCCURS 500 TIMES.
               10  WS-ADR-CUST         PIC X(10).
               10  WS-ADR-HOUSE        PIC X(20).
               10  WS-ADR-STREET       PIC X(30).
               10  WS-ADR-CITY         PIC X(20).
               10  WS-ADR-STATE        PIC X(02).
               10  WS-ADR-ZIP          PIC X(05).

       01  WS-REG-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-NAM-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-ADR-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FOUND-REG-SUB            PIC 9(04) VALUE ZERO.
       01  WS-FOUND-PROP-SUB           PIC 9(04) VALUE ZERO.
       01  WS-FOUND-NAM-SUB            PIC 9(04) VALUE ZERO.
       01  WS-FOUND-ADR-SUB            PIC 9(04) VALUE ZERO.
       01  WS-PROP-SUB                 PIC 9(04) VALUE ZERO.

      **** THE ITEM BEING LOOKED AT - TYPE, ID, OWNER, AMOUNT AND
      **** LAST ACTIVITY - WHETHER IT CAME FROM THE REGISTER, THE
      **** BALANCE MASTER OR THE PROPERTY FILE.
       01  WS-ITEM-TYPE                PIC X(01) VALUE SPACE.
           88  WS-ITEM-CHECK               VALUE 'C'.
           88  WS-ITEM-CREDIT              VALUE 'B'.
       01  WS-ITEM-ID                  PIC X(10) VALUE SPACES.
       01  WS-ITEM-CUST                PIC X(10) VALUE SPACES.
       01  WS-ITEM-AMOUNT              PIC 9(09)V99 VALUE ZERO.
       01  WS-ITEM-LAST-ACT            PIC X(10) VALUE SPACES.
       01  WS-ITEM-STATE               PIC X(02) VALUE SPACES.

       01  WS-ACTION-TEXT              PIC X(24) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-WAIT-START-DATE          PIC X(10) VALUE SPACES.

       01  WS-RELEASED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-IDENTIFIED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ESCHEAT-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-ESCHEAT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-IDENTIFIED-TOTAL         PIC 9(11)V99 VALUE ZERO.

       01  WS-HOLDER-CURRENT-STATE     PIC X(02) VALUE SPACES.
       01  WS-STATE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-STATE-TOTAL              PIC 9(11)V99 VALUE ZERO.

       01  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK                PIC X(10) VALUE SPACES.
       01  WS-DATE-VALID-FLAG          PIC X(01) VALUE 'N'.
       01  WS-PROCESS-INTEGER          PIC S9(09) VALUE ZERO.
       01  WS-WORK-DATE-INTEGER        PIC S9(09) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(07) VALUE ZERO.

       01  WS-WORK-DATE-X.
           05  WS-WDX-YYYY             PIC 9(04).
           05  WS-WDX-MM               PIC 9(02).
           05  WS-WDX-DD               PIC 9(02).
       01  WS-WORK-DATE-N              REDEFINES WS-WORK-DATE-X
                                       PIC 9(08).

       01  WS-RESPOND-BY-DATE.
           05  WS-RBD-YYYY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RBD-MM               PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-RBD-DD               PIC X(02).

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

      **** UPDATE TARGETS - THE LIVE FILES, OR THEIR SHADOW COPIES
      **** WHEN THE RUN CONTROL SAYS THIS IS A DRY-RUN WINDOW.
       01  WS-PROP-OUT-NAME            PIC X(09) VALUE 'DF29ESCF'.
       01  WS-REG-OUT-NAME             PIC X(09) VALUE 'DF29CREG'.
       01  WS-LETTER-NAME              PIC X(09) VALUE 'DF29ELTR'.
       01  WS-HOLDER-NAME              PIC X(09) VALUE 'DF29ESHR'.

       COPY DFRUNDT.

       COPY DFBAL.

       COPY DFAUTH.

       01  WS-SECTION-LINE.
           05  SL-TITLE                PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(26) VALUE 'ACTION'.
           05  FILLER                  PIC X(08) VALUE 'TYPE'.
           05  FILLER                  PIC X(12) VALUE 'PROPERTY'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(04) VALUE 'ST'.
           05  FILLER                  PIC X(12) VALUE 'LAST ACT'.
           05  FILLER                  PIC X(16) VALUE
                                       '        AMOUNT'.
           05  FILLER                  PIC X(42) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TYPE                 PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROPERTY-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUST-NUMBER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATE                PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LAST-ACTIVITY        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                  PIC X(06) VALUE 'STATE '.
           05  STL-STATE               PIC X(02).
           05  FILLER                  PIC X(16) VALUE
                                       ' TOTAL  ITEMS ='.
           05  STL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT ='.
           05  STL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-RUN-TOTALS-LINE.
           05  FILLER                  PIC X(11) VALUE 'RELEASED ='.
           05  RT-RELEASED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
                                       '  ESCHEATED ='.
           05  RT-ESCHEAT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-ESCHEAT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
                                       '  IDENTIFIED ='.
           05  RT-IDENTIFIED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  LETTERS ='.
           05  RT-LETTER-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-LETTER-HEADING.
           05  FILLER                  PIC X(40) VALUE
                   'NOTICE OF UNCLAIMED PROPERTY'.
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
           05  FILLER                  PIC X(31) VALUE
                   'OUR RECORDS SHOW THE FOLLOWING '.
           05  FILLER                  PIC X(33) VALUE
                   'PROPERTY HELD IN YOUR NAME, WITH '.
           05  FILLER                  PIC X(41) VALUE
                   'NO CONTACT FROM YOU SINCE THE DATE SHOWN:'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-LETTER-ITEM-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LI-DESCRIPTION          PIC X(30).
           05  LI-PROPERTY-ID          PIC X(10).
           05  FILLER                  PIC X(16) VALUE
                                       '  LAST ACTIVITY '.
           05  LI-LAST-ACTIVITY        PIC X(10).
           05  FILLER                  PIC X(09) VALUE '  AMOUNT '.
           05  LI-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-LETTER-DEADLINE-LINE.
           05  FILLER                  PIC X(27) VALUE
                   'UNLESS WE HEAR FROM YOU BY '.
           05  LD-DATE                 PIC X(10).
           05  FILLER                  PIC X(34) VALUE
                   ', STATE LAW REQUIRES US TO REPORT'.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-LETTER-STATE-LINE.
           05  FILLER                  PIC X(31) VALUE
                   'AND DELIVER IT TO THE STATE OF '.
           05  LS-STATE                PIC X(02).
           05  FILLER                  PIC X(23) VALUE
                   ' AS UNCLAIMED PROPERTY.'.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-LETTER-CLAIM-LINE.
           05  FILLER                  PIC X(34) VALUE
                   'TO CLAIM IT, CALL OR WRITE TO OUR '.
           05  FILLER                  PIC X(38) VALUE
                   'CUSTOMER SERVICE DEPARTMENT AND QUOTE '.
           05  FILLER                  PIC X(21) VALUE
                   'YOUR CUSTOMER NUMBER.'.
           05  FILLER                  PIC X(39) VALUE SPACES.

       COPY DFRPT.

       PROCEDURE DIVISION.

       1000-START-OF-JOB.

           DISPLAY 'DF29ESCH START OF JOB' UPON CONSOLE.

           PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
           PERFORM 1200-SET-PROCESSING-DATE THRU 1200-EXIT.

           PERFORM 2000-LOAD-PROPERTY-FILE THRU 2000-EXIT.
           PERFORM 2100-LOAD-CHECK-REGISTER THRU 2100-EXIT.
           PERFORM 2300-LOAD-LAST-ACTIVITY THRU 2300-EXIT.
           PERFORM 2400-LOAD-CUSTOMER-NAMES THRU 2400-EXIT.
           PERFORM 2500-LOAD-ADDRESSES THRU 2500-EXIT.

           IF WS-OVERFLOW-FLAG = 'Y'
               DISPLAY 'DF29ESCH A FILE IS TOO LARGE FOR ITS TABLE '
                       '- NOTHING UPDATED' UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

       1000-OPEN-FILES.

           PERFORM 2200-OPEN-BALANCE-MASTER THRU 2200-EXIT.

           IF DF29BAL-RETURN-CODE NOT = '00'
               MOVE 16                  TO RETURN-CODE
               GO TO 1000-END-OF-JOB
           END-IF.

      **** A DRY-RUN MUST LEAVE NO TRACE ON THE GENERAL LEDGER.
           IF NOT DFRUNDT-DRY-RUN
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
               OPEN EXTEND GLSRC-FILE
               IF WS-GLSRC-STATUS NOT = '00'
                   OPEN OUTPUT GLSRC-FILE
               END-IF
               IF WS-GLSRC-STATUS NOT = '00'
                   DISPLAY 'DF29ESCH POSTING-SOURCE OPEN ERROR'
                                               UPON CONSOLE
                   MOVE 8               TO RETURN-CODE
                   GO TO 1000-END-OF-JOB
               END-IF
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT HOLDER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE 'DF29ESCH - UNCLAIMED PROPERTY REGISTER'
                                        TO DFRPT-TITLE.
           PERFORM 8100-RPT-WRITE-HEADING.
           WRITE REPORT-LINE           FROM WS-COLUMN-HEADING.

       1000-APPLY-RESPONSES.

           MOVE 'OWNER RESPONSES'      TO SL-TITLE.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           OPEN INPUT RESPONSE-FILE.

           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-RESPONSE-EOF
                   READ RESPONSE-FILE
                       AT END
                           SET WS-RESPONSE-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-APPLY-ONE-RESPONSE
                                                   THRU 3000-EXIT
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.

       1000-REPORT-TO-STATES.

           IF WS-PHASE-DILIGENCE-ONLY
               GO TO 1000-IDENTIFY-PROPERTY
           END-IF.

           MOVE 'REPORTED TO THE STATES' TO SL-TITLE.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           IF WS-PROP-COUNT > 1
               SORT WS-PROP-ENTRY
                   ASCENDING KEY WS-PROP-STATE WS-PROP-TYPE WS-PROP-ID
           END-IF.

           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                       UNTIL WS-PROP-SUB > WS-PROP-COUNT
               PERFORM 4000-CONSIDER-FOR-REPORT THRU 4000-EXIT
           END-PERFORM.

           PERFORM 4500-CLOSE-STATE THRU 4500-EXIT.

       1000-IDENTIFY-PROPERTY.

           IF WS-PHASE-REPORT-ONLY
               GO TO 1000-CLOSE-FILES
           END-IF.

           MOVE 'NEWLY IDENTIFIED - DUE DILIGENCE' TO SL-TITLE.
           MOVE WS-SECTION-LINE        TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               PERFORM 5000-CONSIDER-ONE-CHECK THRU 5000-EXIT
           END-PERFORM.

           MOVE 'B'                    TO DF29BAL-FUNCTION.
           MOVE LOW-VALUES             TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           PERFORM UNTIL DF29BAL-RETURN-CODE NOT = '00'
               MOVE 'N'                 TO DF29BAL-FUNCTION
               CALL 'DF29BALA'         USING DF29BAL-CONTROL-RECORD
               IF DF29BAL-RETURN-CODE = '00'
                   PERFORM 5100-CONSIDER-ONE-CREDIT THRU 5100-EXIT
               END-IF
           END-PERFORM.

           IF NOT DF29BAL-END-OF-BROWSE
               DISPLAY 'DF29ESCH BALANCE MASTER ERROR '
                       DF29BAL-RETURN-CODE
                       ' - CREDIT IDENTIFICATION INCOMPLETE'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
           END-IF.

       1000-CLOSE-FILES.

           MOVE WS-RELEASED-COUNT      TO RT-RELEASED-COUNT.
           MOVE WS-ESCHEAT-COUNT       TO RT-ESCHEAT-COUNT.
           MOVE WS-ESCHEAT-TOTAL       TO RT-ESCHEAT-TOTAL.
           MOVE WS-IDENTIFIED-COUNT    TO RT-IDENTIFIED-COUNT.
           MOVE WS-LETTER-COUNT        TO RT-LETTER-COUNT.
           MOVE WS-RUN-TOTALS-LINE     TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           PERFORM 8300-RPT-WRITE-FOOTER.

           IF NOT DFRUNDT-DRY-RUN
               CLOSE GLSRC-FILE
               CLOSE ACTIVITY-FILE
           END-IF.

           CLOSE LETTER-FILE.
           CLOSE HOLDER-FILE.
           CLOSE REPORT-FILE.

           PERFORM 6000-REWRITE-PROPERTY-FILE THRU 6000-EXIT.
           PERFORM 6100-REWRITE-REGISTER THRU 6100-EXIT.

           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF29ESCH'          TO DFBAL-FEED-ID
               SET DFBAL-ROLE-PRODUCER  TO TRUE
               MOVE 'DF29ESCH'          TO DFBAL-PROGRAM-ID
               MOVE WS-ESCHEAT-COUNT    TO DFBAL-RECORD-COUNT
               MOVE WS-ESCHEAT-TOTAL    TO DFBAL-AMOUNT-TOTAL
               CALL 'DFBALWR'          USING DFBAL-CONTROL-RECORD
           END-IF.

       1000-END-OF-JOB.

           PERFORM 6200-CLOSE-BALANCE-MASTER THRU 6200-EXIT.

           DISPLAY 'DF29ESCH OWNER RESPONSES RELEASED = '
                   WS-RELEASED-COUNT           UPON CONSOLE.
           DISPLAY 'DF29ESCH RESPONSE CARDS REJECTED  = '
                   WS-REJECTED-COUNT           UPON CONSOLE.
           DISPLAY 'DF29ESCH ITEMS ESCHEATED          = '
                   WS-ESCHEAT-COUNT            UPON CONSOLE.
           DISPLAY 'DF29ESCH AMOUNT ESCHEATED         = '
                   WS-ESCHEAT-TOTAL            UPON CONSOLE.
           DISPLAY 'DF29ESCH ITEMS HELD - NO STATE    = '
                   WS-HELD-COUNT               UPON CONSOLE.
           DISPLAY 'DF29ESCH ITEMS NEWLY IDENTIFIED   = '
                   WS-IDENTIFIED-COUNT         UPON CONSOLE.
           DISPLAY 'DF29ESCH AMOUNT NEWLY IDENTIFIED  = '
                   WS-IDENTIFIED-TOTAL         UPON CONSOLE.
           DISPLAY 'DF29ESCH DUE-DILIGENCE LETTERS    = '
                   WS-LETTER-COUNT             UPON CONSOLE.
           DISPLAY 'DF29ESCH END OF JOB' UPON CONSOLE.

           IF RETURN-CODE = ZERO
              AND (WS-REJECTED-COUNT > ZERO OR WS-HELD-COUNT > ZERO)
               MOVE 4                   TO RETURN-CODE
           END-IF.

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

           IF PM-RUN-PHASE = 'D' OR PM-RUN-PHASE = 'R'
               MOVE PM-RUN-PHASE        TO WS-RUN-PHASE
           END-IF.

           IF PM-DORMANT-YEARS NUMERIC AND PM-DORMANT-YEARS > ZERO
               MOVE PM-DORMANT-YEARS    TO WS-DORMANT-YEARS
           END-IF.

           IF PM-WAIT-DAYS NUMERIC AND PM-WAIT-DAYS > ZERO
               MOVE PM-WAIT-DAYS        TO WS-WAIT-DAYS
           END-IF.

           IF PM-LETTER-MINIMUM NUMERIC
               MOVE PM-LETTER-MINIMUM   TO WS-LETTER-MINIMUM
           END-IF.

           MOVE PM-HOLDER-STATE        TO WS-HOLDER-STATE.

       1100-CLOSE-PARM.

           CLOSE PARAMETER-FILE.

       1100-EXIT. EXIT.

      **** ITEMS ARE AGED, LETTERS DATED AND THE RESPONSE DEADLINE
      **** SET AS OF THE PROCESSING DATE.
       1200-SET-PROCESSING-DATE.

           CALL 'DFRUNDTR'            USING DFRUNDT-CONTROL-RECORD.

           IF DFRUNDT-RETURN-CODE = '00'
               MOVE DFRUNDT-PROCESSING-DATE TO WS-PROCESSING-DATE
               IF DFRUNDT-DRY-RUN
                   MOVE 'D'             TO DFRPT-DRY-RUN-FLAG
                   MOVE 'DF29ESCFS'     TO WS-PROP-OUT-NAME
                   MOVE 'DF29CREGS'     TO WS-REG-OUT-NAME
                   MOVE 'DF29ELTRS'     TO WS-LETTER-NAME
                   MOVE 'DF29ESHRS'     TO WS-HOLDER-NAME
                   DISPLAY 'DF29ESCH SIMULATION - UPDATES GO TO '
                           'SHADOW COPIES, NO GL POSTING'
                                              UPON CONSOLE
               END-IF
           ELSE
               DISPLAY 'DF29ESCH NO RUN CONTROL SET - USING SYSTEM '
                       'DATE' UPON CONSOLE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-YYYY          TO WS-PRD-YYYY
               MOVE WS-CD-MM            TO WS-PRD-MM
               MOVE WS-CD-DD            TO WS-PRD-DD
           END-IF.

           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-PROCESSING-DATE (1:4) TO WS-DATE-NUMERIC (1:4).
           MOVE WS-PROCESSING-DATE (6:2) TO WS-DATE-NUMERIC (5:2).
           MOVE WS-PROCESSING-DATE (9:2) TO WS-DATE-NUMERIC (7:2).
           COMPUTE WS-PROCESS-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).

           COMPUTE WS-DORMANT-DAYS = WS-DORMANT-YEARS * 365.

           COMPUTE WS-WORK-DATE-INTEGER =
                       WS-PROCESS-INTEGER + WS-WAIT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INTEGER)
                                        TO WS-WORK-DATE-N.
           MOVE WS-WDX-YYYY            TO WS-RBD-YYYY.
           MOVE WS-WDX-MM              TO WS-RBD-MM.
           MOVE WS-WDX-DD              TO WS-RBD-DD.

       1200-EXIT. EXIT.

      **** EVERY TABLE THAT IS REWRITTEN STOPS THE RUN WHEN IT
      **** OVERFLOWS RATHER THAN DROP ENTRIES ON THE REWRITE.
       2000-LOAD-PROPERTY-FILE.

           OPEN INPUT PROPERTY-IN-FILE.

           IF WS-PROP-IN-STATUS NOT = '00'
               DISPLAY 'DF29ESCH NO PROPERTY FILE ON HAND - STARTING '
                       'A NEW ONE' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM UNTIL WS-PROP-EOF
               READ PROPERTY-IN-FILE
                   AT END
                       SET WS-PROP-EOF TO TRUE
                   NOT AT END
                       IF WS-PROP-COUNT < WS-PROP-MAX
                           ADD 1 TO WS-PROP-COUNT
                           MOVE PIR-PROPERTY-TYPE
                               TO WS-PROP-TYPE (WS-PROP-COUNT)
                           MOVE PIR-PROPERTY-ID
                               TO WS-PROP-ID (WS-PROP-COUNT)
                           MOVE PIR-CUST-NUMBER
                               TO WS-PROP-CUST (WS-PROP-COUNT)
                           MOVE PIR-OWNER-STATE
                               TO WS-PROP-STATE (WS-PROP-COUNT)
                           MOVE PIR-AMOUNT
                               TO WS-PROP-AMOUNT (WS-PROP-COUNT)
                           MOVE PIR-LAST-ACTIVITY
                               TO WS-PROP-LAST-ACT (WS-PROP-COUNT)
                           MOVE PIR-STATUS
                               TO WS-PROP-STATUS (WS-PROP-COUNT)
                           MOVE PIR-IDENTIFIED-DATE
                               TO WS-PROP-IDENT-DATE (WS-PROP-COUNT)
                           MOVE PIR-LETTER-DATE
                               TO WS-PROP-LETTER-DATE (WS-PROP-COUNT)
                           MOVE PIR-STATUS-DATE
                               TO WS-PROP-STATUS-DATE (WS-PROP-COUNT)
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROPERTY-IN-FILE.

       2000-EXIT. EXIT.

       2100-LOAD-CHECK-REGISTER.

           OPEN INPUT REGISTER-IN-FILE.

           IF WS-REG-IN-STATUS NOT = '00'
               DISPLAY 'DF29ESCH NO CHECK REGISTER ON FILE'
                                               UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.

           PERFORM UNTIL WS-REG-EOF
               READ REGISTER-IN-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF WS-REGISTER-COUNT < 500
                           ADD 1 TO WS-REGISTER-COUNT
                           MOVE RIR-CHECK-NUMBER
                               TO WS-REG-CHECK-NO (WS-REGISTER-COUNT)
                           MOVE RIR-CHECK-DATE
                               TO WS-REG-CHECK-DATE (WS-REGISTER-COUNT)
                           MOVE RIR-CUST-NUMBER
                               TO WS-REG-CUST (WS-REGISTER-COUNT)
                           MOVE RIR-AMOUNT
                               TO WS-REG-AMOUNT (WS-REGISTER-COUNT)
                           MOVE RIR-STATUS
                               TO WS-REG-STATUS (WS-REGISTER-COUNT)
                           MOVE RIR-PPAY-SENT
                               TO WS-REG-PPAY-SENT (WS-REGISTER-COUNT)
                           MOVE RIR-PAID-DATE
                               TO WS-REG-PAID-DATE (WS-REGISTER-COUNT)
                       ELSE
                           MOVE 'Y'     TO WS-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTER-IN-FILE.

       2100-EXIT. EXIT.

       2200-OPEN-BALANCE-MASTER.

           MOVE 'O'                    TO DF29BAL-FUNCTION.
           MOVE 'DF29ESCH'             TO DF29BAL-PROGRAM-ID.
           MOVE 'U'                    TO DF29BAL-MODE.
           MOVE SPACE                  TO DF29BAL-DRY-RUN-FLAG.

           IF DFRUNDT-RETURN-CODE = '00' AND DFRUNDT-DRY-RUN
               MOVE 'D'                 TO DF29BAL-DRY-RUN-FLAG
           END-IF.

           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ESCH BALANCE MASTER OPEN ERROR '
                       DF29BAL-RETURN-CODE UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.

           IF DF29BAL-FOUND-NO
               DISPLAY 'DF29ESCH NO BALANCE MASTER ON FILE'
                                               UPON CONSOLE
           END-IF.

       2200-EXIT. EXIT.

       2300-LOAD-LAST-ACTIVITY.

           OPEN INPUT POSTED-FILE.

           IF WS-POSTED-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.

           PERFORM UNTIL WS-POSTED-EOF
               READ POSTED-FILE
                   AT END
                       SET WS-POSTED-EOF TO TRUE
                   NOT AT END
                       PERFORM 2350-NOTE-LAST-ACTIVITY THRU 2350-EXIT
               END-READ
           END-PERFORM.

           CLOSE POSTED-FILE.

       2300-EXIT. EXIT.

       2350-NOTE-LAST-ACTIVITY.

           MOVE PD-CUST-NUMBER         TO WS-CUST-NUMBER.
           PERFORM 2360-FIND-ACTIVITY THRU 2360-EXIT.

           IF WS-ACT-SUB = ZERO
               IF WS-ACTIVITY-COUNT < 2000
                   ADD 1                TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-ACT-SUB
                   MOVE PD-CUST-NUMBER
                       TO WS-ACT-CUST-NUMBER (WS-ACT-SUB)
                   MOVE SPACES
                       TO WS-ACT-LAST-DATE (WS-ACT-SUB)
               ELSE
                   MOVE 'Y'             TO WS-OVERFLOW-FLAG
                   GO TO 2350-EXIT
               END-IF
           END-IF.

           IF PD-POSTING-DATE > WS-ACT-LAST-DATE (WS-ACT-SUB)
               MOVE PD-POSTING-DATE
                   TO WS-ACT-LAST-DATE (WS-ACT-SUB)
           END-IF.

       2350-EXIT. EXIT.

       2360-FIND-ACTIVITY.

           MOVE ZERO                   TO WS-ACT-SUB.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
                          OR WS-ACT-SUB NOT = ZERO
               IF WS-ACT-CUST-NUMBER (WS-ACT-IDX) = WS-CUST-NUMBER
                   SET WS-ACT-SUB       TO WS-ACT-IDX
               END-IF
           END-PERFORM.

       2360-EXIT. EXIT.

       2400-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-FILE.

           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'DF29ESCH NO CUSTOMER MASTER - NAMES WILL BE '
                       'BLANK' UPON CONSOLE
               GO TO 2400-EXIT
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

       2400-EXIT. EXIT.

       2500-LOAD-ADDRESSES.

           OPEN INPUT MASTER-FILE.

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'DF29ESCH NO CLEANSED ADDRESS MASTER - OWNERS '
                       'FALL TO THE HOLDER STATE' UPON CONSOLE
               GO TO 2500-EXIT
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

       2500-EXIT. EXIT.

      **** AN OWNER WHO CAME FORWARD RELEASES A LETTERED OR PENDING
      **** ITEM.  THE CHECK STAYS OUTSTANDING AND THE CREDIT STAYS
      **** ON THE BALANCE FILE FOR THE NORMAL REFUND PROCESS.
       3000-APPLY-ONE-RESPONSE.

           MOVE ET-PROPERTY-TYPE       TO WS-ITEM-TYPE.
           MOVE ET-PROPERTY-ID         TO WS-ITEM-ID.
           MOVE SPACES                 TO WS-ITEM-CUST WS-ITEM-STATE
                                          WS-ITEM-LAST-ACT.
           MOVE ZERO                   TO WS-ITEM-AMOUNT.

           MOVE ET-OPERATOR-ID         TO DFAUTH-USER-ID.
           MOVE 'ESC'                  TO DFAUTH-FUNCTION.
           MOVE SPACES                 TO DFAUTH-DETAIL.
           STRING 'RELEASE UNCLAIMED ' ET-PROPERTY-TYPE
                  ' ' ET-PROPERTY-ID
                  DELIMITED BY SIZE
                  INTO DFAUTH-DETAIL
           END-STRING.

           CALL 'DFAUTH'              USING DFAUTH-CONTROL-RECORD.

           IF DFAUTH-DENIED
               MOVE DFAUTH-REASON       TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           PERFORM 7100-FIND-PROPERTY THRU 7100-EXIT.

           IF WS-FOUND-PROP-SUB = ZERO
               MOVE 'NOT ON PROPERTY FILE' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           IF WS-PROP-STATUS (WS-FOUND-PROP-SUB) NOT = 'L'
              AND WS-PROP-STATUS (WS-FOUND-PROP-SUB) NOT = 'P'
               MOVE 'ALREADY RELEASED OR REPORTED' TO WS-REJECT-REASON
               GO TO 3000-REJECT
           END-IF.

           MOVE WS-FOUND-PROP-SUB      TO WS-PROP-SUB.
           MOVE 'RELEASED - OWNER CAME FORWARD' TO WS-ACTION-TEXT.
           PERFORM 7300-RELEASE-PROPERTY THRU 7300-EXIT.

           GO TO 3000-EXIT.

       3000-REJECT.

           ADD 1                       TO WS-REJECTED-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE 'REJECTED'             TO DL-ACTION.
           MOVE ET-PROPERTY-TYPE       TO DL-TYPE.
           MOVE ET-PROPERTY-ID         TO DL-PROPERTY-ID.
           MOVE WS-REJECT-REASON       TO DL-NOTE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           DISPLAY 'DF29ESCH RESPONSE ' ET-PROPERTY-TYPE ' '
                   ET-PROPERTY-ID ' REJECTED - ' WS-REJECT-REASON
                                               UPON CONSOLE.

       3000-EXIT. EXIT.

      **** ONLY ITEMS STILL WAITING (LETTERED OR PENDING) WHOSE
      **** WAITING PERIOD IS OVER ARE REPORTED.  THE PERIOD RUNS
      **** FROM THE LETTER, OR FROM IDENTIFICATION WHEN NO LETTER
      **** WAS DUE.
       4000-CONSIDER-FOR-REPORT.

           IF WS-PROP-STATUS (WS-PROP-SUB) NOT = 'L'
              AND WS-PROP-STATUS (WS-PROP-SUB) NOT = 'P'
               GO TO 4000-EXIT
           END-IF.

           IF WS-PROP-LETTER-DATE (WS-PROP-SUB) NOT = SPACES
               MOVE WS-PROP-LETTER-DATE (WS-PROP-SUB)
                                        TO WS-WAIT-START-DATE
           ELSE
               MOVE WS-PROP-IDENT-DATE (WS-PROP-SUB)
                                        TO WS-WAIT-START-DATE
           END-IF.

           MOVE WS-WAIT-START-DATE     TO WS-DATE-WORK.
           PERFORM 7000-AGE-DATE THRU 7000-EXIT.

           IF WS-DATE-VALID-FLAG = 'Y'
              AND WS-AGE-DAYS < WS-WAIT-DAYS
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-PROP-TYPE (WS-PROP-SUB)     TO WS-ITEM-TYPE.
           MOVE WS-PROP-ID (WS-PROP-SUB)       TO WS-ITEM-ID.
           MOVE WS-PROP-CUST (WS-PROP-SUB)     TO WS-ITEM-CUST.
           MOVE WS-PROP-LAST-ACT (WS-PROP-SUB) TO WS-ITEM-LAST-ACT.
           MOVE WS-PROP-STATE (WS-PROP-SUB)    TO WS-ITEM-STATE.

           IF WS-ITEM-CHECK
               PERFORM 4100-RECHECK-CHECK THRU 4100-EXIT
           ELSE
               PERFORM 4200-RECHECK-CREDIT THRU 4200-EXIT
           END-IF.

           IF WS-ACTION-TEXT NOT = SPACES
               PERFORM 7300-RELEASE-PROPERTY THRU 7300-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF WS-ITEM-STATE = SPACES
               MOVE WS-HOLDER-STATE     TO WS-ITEM-STATE
               MOVE WS-HOLDER-STATE     TO WS-PROP-STATE (WS-PROP-SUB)
           END-IF.

           IF WS-ITEM-STATE = SPACES
               ADD 1                    TO WS-HELD-COUNT
               MOVE 'HELD - NO OWNER STATE' TO WS-ACTION-TEXT
               PERFORM 7500-PRINT-ITEM THRU 7500-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-ESCHEAT-ITEM THRU 4300-EXIT.

       4000-EXIT. EXIT.

      **** THE CHECK MUST STILL BE ISSUED AND UNPAID.  IF IT HAS
      **** CLEARED, BEEN VOIDED OR LEFT THE REGISTER THERE IS
      **** NOTHING LEFT TO REPORT.
       4100-RECHECK-CHECK.

           MOVE SPACES                 TO WS-ACTION-TEXT.
           PERFORM 7200-FIND-CHECK THRU 7200-EXIT.

           IF WS-FOUND-REG-SUB = ZERO
               MOVE 'RELEASED - CHECK NOT FOUND' TO WS-ACTION-TEXT
               GO TO 4100-EXIT
           END-IF.

           IF WS-REG-STATUS (WS-FOUND-REG-SUB) NOT = 'I'
               MOVE 'RELEASED - CHECK SETTLED' TO WS-ACTION-TEXT
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-REG-AMOUNT (WS-FOUND-REG-SUB) TO WS-ITEM-AMOUNT.

       4100-EXIT. EXIT.

      **** THE CREDIT MUST STILL BE ON FILE WITH NO ACTIVITY SINCE
      **** IT WAS IDENTIFIED.  WHAT IS REPORTED IS THE CREDIT AS IT
      **** STANDS TODAY.
       4200-RECHECK-CREDIT.

           MOVE SPACES                 TO WS-ACTION-TEXT.
           PERFORM 7400-FIND-CUSTOMER THRU 7400-EXIT.

           IF DF29BAL-FOUND-NO
               MOVE 'RELEASED - CREDIT GONE' TO WS-ACTION-TEXT
               GO TO 4200-EXIT
           END-IF.

           IF WS-CUST-BALANCE NOT < ZERO
               MOVE 'RELEASED - CREDIT GONE' TO WS-ACTION-TEXT
               GO TO 4200-EXIT
           END-IF.

           IF WS-CUST-LAST-DATE > WS-ITEM-LAST-ACT
               MOVE 'RELEASED - OWNER ACTIVITY' TO WS-ACTION-TEXT
               GO TO 4200-EXIT
           END-IF.

           COMPUTE WS-ITEM-AMOUNT = ZERO - WS-CUST-BALANCE.

       4200-EXIT. EXIT.

      **** REPORT, CLEAR AND JOURNAL ONE ITEM.  THE HOLDER REPORT
      **** IS WRITTEN IN OWNER-STATE ORDER, SO A CHANGE OF STATE
      **** CLOSES THE PREVIOUS STATE'S REPORT FIRST.
       4300-ESCHEAT-ITEM.

           IF WS-ITEM-CREDIT
               PERFORM 4320-CLEAR-CREDIT THRU 4320-EXIT
               IF DF29BAL-RETURN-CODE NOT = '00'
                   MOVE 8               TO RETURN-CODE
                   MOVE 'HELD - BALANCE ERROR' TO WS-ACTION-TEXT
                   PERFORM 7500-PRINT-ITEM THRU 7500-EXIT
                   GO TO 4300-EXIT
               END-IF
           END-IF.

           IF WS-ITEM-STATE NOT = WS-HOLDER-CURRENT-STATE
               PERFORM 4500-CLOSE-STATE THRU 4500-EXIT
               MOVE WS-ITEM-STATE       TO WS-HOLDER-CURRENT-STATE
           END-IF.

           IF WS-ITEM-CHECK
               MOVE 'E'                 TO WS-REG-STATUS
                                                  (WS-FOUND-REG-SUB)
           ELSE
               IF NOT DFRUNDT-DRY-RUN
                   PERFORM 4350-WRITE-OPEN-ITEM-ACTIVITY
               END-IF
           END-IF.

           MOVE 'E'                    TO WS-PROP-STATUS (WS-PROP-SUB).
           MOVE WS-PROCESSING-DATE     TO WS-PROP-STATUS-DATE
                                                  (WS-PROP-SUB).
           MOVE WS-ITEM-AMOUNT         TO WS-PROP-AMOUNT (WS-PROP-SUB).

           ADD 1                       TO WS-ESCHEAT-COUNT
                                          WS-STATE-COUNT.
           ADD WS-ITEM-AMOUNT          TO WS-ESCHEAT-TOTAL
                                          WS-STATE-TOTAL.

           MOVE SPACES                 TO HOLDER-RECORD.
           MOVE 'D'                    TO HR-RECORD-TYPE.
           MOVE WS-ITEM-STATE          TO HR-OWNER-STATE.
           IF WS-ITEM-CHECK
               MOVE 'CK'                TO HR-PROPERTY-TYPE
           ELSE
               MOVE 'CR'                TO HR-PROPERTY-TYPE
           END-IF.
           MOVE WS-ITEM-ID             TO HR-PROPERTY-ID.
           MOVE WS-ITEM-CUST           TO HR-CUST-NUMBER.
           PERFORM 7600-FIND-NAME-ADDRESS THRU 7600-EXIT.
           IF WS-FOUND-NAM-SUB > ZERO
               MOVE WS-NAM-NAME (WS-FOUND-NAM-SUB) TO HR-OWNER-NAME
           END-IF.
           IF WS-FOUND-ADR-SUB > ZERO
               MOVE WS-ADR-HOUSE (WS-FOUND-ADR-SUB)  TO HR-HOUSE
               MOVE WS-ADR-STREET (WS-FOUND-ADR-SUB) TO HR-STREET
               MOVE WS-ADR-CITY (WS-FOUND-ADR-SUB)   TO HR-CITY
               MOVE WS-ADR-STATE (WS-FOUND-ADR-SUB)  TO HR-ADDR-STATE
               MOVE WS-ADR-ZIP (WS-FOUND-ADR-SUB)    TO HR-ZIP
           END-IF.
           MOVE WS-ITEM-AMOUNT         TO HR-AMOUNT.
           MOVE WS-ITEM-LAST-ACT       TO HR-LAST-ACTIVITY.
           MOVE WS-PROCESSING-DATE     TO HR-REPORT-DATE.
           WRITE HOLDER-RECORD.

      **** ONE POSTING-SOURCE RECORD PER ITEM - DFGLPST TURNS IT
      **** INTO THE BALANCED DR/CR PAIR THROUGH THE DF29ESCH
      **** MAPPING ON DFGLMAP (CHECKS: OUTSTANDING CHECKS TO THE
      **** UNCLAIMED-PROPERTY LIABILITY; CREDITS: CUSTOMER CREDITS
      **** TO THE SAME LIABILITY).
           IF NOT DFRUNDT-DRY-RUN
               MOVE 'DF29ESCH'          TO SR-SOURCE
               IF WS-ITEM-CHECK
                   MOVE 'CHECKS'        TO SR-KEY
               ELSE
                   MOVE 'CREDITS'       TO SR-KEY
               END-IF
               MOVE WS-ITEM-AMOUNT      TO SR-AMOUNT
               MOVE SPACES              TO SR-COMPANY
                                           SR-COST-CENTER
               WRITE GLSRC-RECORD
           END-IF.

           MOVE 'ESCHEATED TO STATE'   TO WS-ACTION-TEXT.
           PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.

       4300-EXIT. EXIT.

      **** THE CREDIT DELIVERED TO THE STATE COMES OFF THE MASTER,
      **** LEAVING THE CUSTOMER ON FILE AT ZERO SO LATER ACTIVITY
      **** STILL FINDS THE ACCOUNT.
       4320-CLEAR-CREDIT.

           MOVE 'A'                    TO DF29BAL-FUNCTION.
           MOVE WS-ITEM-CUST           TO DF29BAL-CUST-NUMBER.
           MOVE WS-ITEM-AMOUNT         TO DF29BAL-AMOUNT.
           MOVE 'ESCHEAT '             TO DF29BAL-REASON.
           MOVE SPACES                 TO DF29BAL-LINEAGE-ID.
           STRING 'ES' WS-PROCESSING-DATE (1:4)
                  WS-PROCESSING-DATE (6:2) WS-PROCESSING-DATE (9:2)
                  DELIMITED BY SIZE
                  INTO DF29BAL-LINEAGE-ID
           END-STRING.
           MOVE SPACES                 TO DF29BAL-REASON-CODE.
           MOVE WS-PROCESSING-DATE     TO DF29BAL-EVENT-DATE.
           MOVE 'N'                    TO DF29BAL-CREATE-FLAG.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ESCH BALANCE MASTER UPDATE ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER ' WS-ITEM-CUST
                                               UPON CONSOLE
           END-IF.

       4320-EXIT. EXIT.

       4350-WRITE-OPEN-ITEM-ACTIVITY.

           MOVE SPACES                 TO DF29-OA-RECORD.
           MOVE WS-PROCESSING-DATE     TO DF29-OA-ACTIVITY-DATE.
           MOVE 'DF29ESCH'             TO DF29-OA-PROGRAM-ID.
           SET DF29-OA-REFUND          TO TRUE.
           MOVE WS-ITEM-CUST           TO DF29-OA-CUST-NUMBER.
           MOVE WS-ITEM-AMOUNT         TO DF29-OA-AMOUNT.
           STRING 'ES' WS-PROCESSING-DATE (1:4)
                  WS-PROCESSING-DATE (6:2) WS-PROCESSING-DATE (9:2)
                  DELIMITED BY SIZE
                  INTO DF29-OA-REFERENCE
           END-STRING.
           WRITE DF29-OA-RECORD.

       4500-CLOSE-STATE.

           IF WS-STATE-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACES                 TO HOLDER-TRAILER-RECORD.
           MOVE 'T'                    TO HT-RECORD-TYPE.
           MOVE WS-HOLDER-CURRENT-STATE TO HT-OWNER-STATE.
           MOVE WS-STATE-COUNT         TO HT-ITEM-COUNT.
           MOVE WS-STATE-TOTAL         TO HT-AMOUNT-TOTAL.
           MOVE WS-PROCESSING-DATE     TO HT-REPORT-DATE.
           WRITE HOLDER-TRAILER-RECORD.

           MOVE WS-HOLDER-CURRENT-STATE TO STL-STATE.
           MOVE WS-STATE-COUNT         TO STL-COUNT.
           MOVE WS-STATE-TOTAL         TO STL-AMOUNT.
           MOVE WS-STATE-TOTAL-LINE    TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           MOVE ZERO                   TO WS-STATE-COUNT
                                          WS-STATE-TOTAL.

       4500-EXIT. EXIT.

      **** AN ISSUED CHECK OLDER THAN THE DORMANCY PERIOD.
       5000-CONSIDER-ONE-CHECK.

           IF WS-REG-STATUS (WS-REG-SUB) NOT = 'I'
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO WS-DATE-WORK.
           PERFORM 7000-AGE-DATE THRU 7000-EXIT.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
              OR WS-AGE-DAYS NOT > WS-DORMANT-DAYS
               GO TO 5000-EXIT
           END-IF.

           MOVE 'C'                    TO WS-ITEM-TYPE.
           MOVE SPACES                 TO WS-ITEM-ID.
           MOVE WS-REG-CHECK-NO (WS-REG-SUB)   TO WS-ITEM-ID (1:8).
           MOVE WS-REG-CUST (WS-REG-SUB)       TO WS-ITEM-CUST.
           MOVE WS-REG-AMOUNT (WS-REG-SUB)     TO WS-ITEM-AMOUNT.
           MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO WS-ITEM-LAST-ACT.

           PERFORM 5500-IDENTIFY-ITEM THRU 5500-EXIT.

       5000-EXIT. EXIT.

      **** A CREDIT BALANCE WHOSE LAST DF29PSTD ACTIVITY IS OLDER
      **** THAN THE DORMANCY PERIOD.  NO HISTORY, NO DORMANCY.
       5100-CONSIDER-ONE-CREDIT.

           MOVE DF29BAL-CUST-NUMBER    TO WS-CUST-NUMBER.
           MOVE DF29BAL-PRIOR-BALANCE  TO WS-CUST-BALANCE.

           IF WS-CUST-BALANCE NOT < ZERO
               GO TO 5100-EXIT
           END-IF.

           PERFORM 2360-FIND-ACTIVITY THRU 2360-EXIT.

           IF WS-ACT-SUB = ZERO
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-ACT-LAST-DATE (WS-ACT-SUB) TO WS-CUST-LAST-DATE.
           MOVE WS-CUST-LAST-DATE      TO WS-DATE-WORK.
           PERFORM 7000-AGE-DATE THRU 7000-EXIT.

           IF WS-DATE-VALID-FLAG NOT = 'Y'
              OR WS-AGE-DAYS NOT > WS-DORMANT-DAYS
               GO TO 5100-EXIT
           END-IF.

           MOVE 'B'                    TO WS-ITEM-TYPE.
           MOVE WS-CUST-NUMBER         TO WS-ITEM-ID.
           MOVE WS-CUST-NUMBER         TO WS-ITEM-CUST.
           COMPUTE WS-ITEM-AMOUNT      = ZERO - WS-CUST-BALANCE.
           MOVE WS-CUST-LAST-DATE      TO WS-ITEM-LAST-ACT.

           PERFORM 5500-IDENTIFY-ITEM THRU 5500-EXIT.

       5100-EXIT. EXIT.

      **** AN ITEM ALREADY WAITING OR ALREADY ESCHEATED IS LEFT
      **** ALONE.  A RELEASED ITEM IS PICKED UP AGAIN ONLY ONCE A
      **** FULL DORMANCY PERIOD HAS PASSED SINCE ITS RELEASE.
       5500-IDENTIFY-ITEM.

           PERFORM 7100-FIND-PROPERTY THRU 7100-EXIT.

           IF WS-FOUND-PROP-SUB > ZERO
               IF WS-PROP-STATUS (WS-FOUND-PROP-SUB) NOT = 'R'
                   GO TO 5500-EXIT
               END-IF
               MOVE WS-PROP-STATUS-DATE (WS-FOUND-PROP-SUB)
                                        TO WS-DATE-WORK
               PERFORM 7000-AGE-DATE THRU 7000-EXIT
               IF WS-DATE-VALID-FLAG = 'Y'
                  AND WS-AGE-DAYS NOT > WS-DORMANT-DAYS
                   GO TO 5500-EXIT
               END-IF
               MOVE WS-FOUND-PROP-SUB   TO WS-PROP-SUB
           ELSE
               IF WS-PROP-COUNT NOT < WS-PROP-MAX
                   DISPLAY 'DF29ESCH PROPERTY FILE FULL - '
                           WS-ITEM-TYPE ' ' WS-ITEM-ID
                           ' NOT IDENTIFIED' UPON CONSOLE
                   MOVE 4               TO RETURN-CODE
                   GO TO 5500-EXIT
               END-IF
               ADD 1                    TO WS-PROP-COUNT
               MOVE WS-PROP-COUNT       TO WS-PROP-SUB
           END-IF.

           PERFORM 7600-FIND-NAME-ADDRESS THRU 7600-EXIT.

           IF WS-FOUND-ADR-SUB > ZERO
               MOVE WS-ADR-STATE (WS-FOUND-ADR-SUB) TO WS-ITEM-STATE
           ELSE
               MOVE WS-HOLDER-STATE     TO WS-ITEM-STATE
           END-IF.

           MOVE WS-ITEM-TYPE           TO WS-PROP-TYPE (WS-PROP-SUB).
           MOVE WS-ITEM-ID             TO WS-PROP-ID (WS-PROP-SUB).
           MOVE WS-ITEM-CUST           TO WS-PROP-CUST (WS-PROP-SUB).
           MOVE WS-ITEM-STATE          TO WS-PROP-STATE (WS-PROP-SUB).
           MOVE WS-ITEM-AMOUNT         TO WS-PROP-AMOUNT (WS-PROP-SUB).
           MOVE WS-ITEM-LAST-ACT       TO WS-PROP-LAST-ACT
                                                  (WS-PROP-SUB).
           MOVE WS-PROCESSING-DATE     TO WS-PROP-IDENT-DATE
                                                  (WS-PROP-SUB).
           MOVE WS-PROCESSING-DATE     TO WS-PROP-STATUS-DATE
                                                  (WS-PROP-SUB).

           ADD 1                       TO WS-IDENTIFIED-COUNT.
           ADD WS-ITEM-AMOUNT          TO WS-IDENTIFIED-TOTAL.

      **** THE STATUTES ONLY REQUIRE A LETTER AT OR OVER THE
      **** MINIMUM, AND ONLY WHERE WE HAVE AN ADDRESS TO MAIL IT.
           IF WS-ITEM-AMOUNT NOT < WS-LETTER-MINIMUM
              AND WS-FOUND-ADR-SUB > ZERO
               MOVE 'L'                 TO WS-PROP-STATUS (WS-PROP-SUB)
               MOVE WS-PROCESSING-DATE  TO WS-PROP-LETTER-DATE
                                                  (WS-PROP-SUB)
               PERFORM 5600-WRITE-LETTER THRU 5600-EXIT
               MOVE 'IDENTIFIED - LETTER SENT' TO WS-ACTION-TEXT
           ELSE
               MOVE 'P'                 TO WS-PROP-STATUS (WS-PROP-SUB)
               MOVE SPACES              TO WS-PROP-LETTER-DATE
                                                  (WS-PROP-SUB)
               MOVE 'IDENTIFIED - NO LETTER' TO WS-ACTION-TEXT
           END-IF.

           PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.

       5500-EXIT. EXIT.

       5600-WRITE-LETTER.

           ADD 1                       TO WS-LETTER-COUNT.

           MOVE WS-PROCESSING-DATE     TO LH-DATE.
           WRITE LETTER-LINE           FROM WS-LETTER-HEADING.
           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES                 TO LN-NAME.
           IF WS-FOUND-NAM-SUB > ZERO
               MOVE WS-NAM-NAME (WS-FOUND-NAM-SUB) TO LN-NAME
           END-IF.
           MOVE WS-ITEM-CUST           TO LN-CUST-NUMBER.
           WRITE LETTER-LINE           FROM WS-LETTER-NAME-LINE.

           MOVE WS-ADR-HOUSE (WS-FOUND-ADR-SUB)  TO LA-HOUSE.
           MOVE WS-ADR-STREET (WS-FOUND-ADR-SUB) TO LA-STREET.
           MOVE WS-ADR-CITY (WS-FOUND-ADR-SUB)   TO LA-CITY.
           MOVE WS-ADR-STATE (WS-FOUND-ADR-SUB)  TO LA-STATE.
           MOVE WS-ADR-ZIP (WS-FOUND-ADR-SUB)    TO LA-ZIP.
           WRITE LETTER-LINE           FROM WS-LETTER-ADDRESS-LINE.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE           FROM WS-LETTER-OPENING-LINE.
           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.

           IF WS-ITEM-CHECK
               MOVE 'UNCASHED REFUND CHECK NUMBER'
                                        TO LI-DESCRIPTION
           ELSE
               MOVE 'CREDIT BALANCE ON ACCOUNT'
                                        TO LI-DESCRIPTION
           END-IF.
           MOVE WS-ITEM-ID             TO LI-PROPERTY-ID.
           MOVE WS-ITEM-LAST-ACT       TO LI-LAST-ACTIVITY.
           MOVE WS-ITEM-AMOUNT         TO LI-AMOUNT.
           WRITE LETTER-LINE           FROM WS-LETTER-ITEM-LINE.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-RESPOND-BY-DATE     TO LD-DATE.
           WRITE LETTER-LINE           FROM WS-LETTER-DEADLINE-LINE.
           MOVE WS-ITEM-STATE          TO LS-STATE.
           WRITE LETTER-LINE           FROM WS-LETTER-STATE-LINE.
           WRITE LETTER-LINE           FROM WS-LETTER-CLAIM-LINE.

           MOVE SPACES                 TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.

       5600-EXIT. EXIT.

       6000-REWRITE-PROPERTY-FILE.

           IF WS-PROP-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.

           IF WS-PROP-COUNT > 1
               SORT WS-PROP-ENTRY
                   ASCENDING KEY WS-PROP-STATE WS-PROP-TYPE WS-PROP-ID
           END-IF.

           OPEN OUTPUT PROPERTY-OUT-FILE.

           IF WS-PROP-OUT-STATUS NOT = '00'
               DISPLAY 'DF29ESCH PROPERTY FILE OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                       UNTIL WS-PROP-SUB > WS-PROP-COUNT
               MOVE SPACES              TO PROPERTY-OUT-RECORD
               MOVE WS-PROP-TYPE (WS-PROP-SUB)  TO POR-PROPERTY-TYPE
               MOVE WS-PROP-ID (WS-PROP-SUB)    TO POR-PROPERTY-ID
               MOVE WS-PROP-CUST (WS-PROP-SUB)  TO POR-CUST-NUMBER
               MOVE WS-PROP-STATE (WS-PROP-SUB) TO POR-OWNER-STATE
               MOVE WS-PROP-AMOUNT (WS-PROP-SUB) TO POR-AMOUNT
               MOVE WS-PROP-LAST-ACT (WS-PROP-SUB)
                                        TO POR-LAST-ACTIVITY
               MOVE WS-PROP-STATUS (WS-PROP-SUB) TO POR-STATUS
               MOVE WS-PROP-IDENT-DATE (WS-PROP-SUB)
                                        TO POR-IDENTIFIED-DATE
               MOVE WS-PROP-LETTER-DATE (WS-PROP-SUB)
                                        TO POR-LETTER-DATE
               MOVE WS-PROP-STATUS-DATE (WS-PROP-SUB)
                                        TO POR-STATUS-DATE
               WRITE PROPERTY-OUT-RECORD
           END-PERFORM.

           CLOSE PROPERTY-OUT-FILE.

       6000-EXIT. EXIT.

       6100-REWRITE-REGISTER.

           IF WS-REGISTER-COUNT = ZERO
               GO TO 6100-EXIT
           END-IF.

           OPEN OUTPUT REGISTER-OUT-FILE.

           IF WS-REG-OUT-STATUS NOT = '00'
               DISPLAY 'DF29ESCH CHECK REGISTER OPEN ERROR'
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               GO TO 6100-EXIT
           END-IF.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               MOVE SPACES                       TO REGISTER-OUT-RECORD
               MOVE WS-REG-CHECK-NO (WS-REG-SUB) TO ROR-CHECK-NUMBER
               MOVE WS-REG-CHECK-DATE (WS-REG-SUB) TO ROR-CHECK-DATE
               MOVE WS-REG-CUST (WS-REG-SUB)     TO ROR-CUST-NUMBER
               MOVE WS-REG-AMOUNT (WS-REG-SUB)   TO ROR-AMOUNT
               MOVE WS-REG-STATUS (WS-REG-SUB)   TO ROR-STATUS
               MOVE WS-REG-PPAY-SENT (WS-REG-SUB) TO ROR-PPAY-SENT
               MOVE WS-REG-PAID-DATE (WS-REG-SUB) TO ROR-PAID-DATE
               WRITE REGISTER-OUT-RECORD
           END-PERFORM.

           CLOSE REGISTER-OUT-FILE.

       6100-EXIT. EXIT.

       6200-CLOSE-BALANCE-MASTER.

           MOVE 'C'                    TO DF29BAL-FUNCTION.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

       6200-EXIT. EXIT.

      **** DAYS FROM A YYYY-MM-DD DATE TO THE PROCESSING DATE.
      **** A DATE THAT WILL NOT CONVERT COMES BACK NOT VALID.
       7000-AGE-DATE.

           MOVE 'N'                    TO WS-DATE-VALID-FLAG.
           MOVE ZERO                   TO WS-AGE-DAYS.
           MOVE ZERO                   TO WS-DATE-NUMERIC.
           MOVE WS-DATE-WORK (1:4)     TO WS-DATE-NUMERIC (1:4).
           MOVE WS-DATE-WORK (6:2)     TO WS-DATE-NUMERIC (5:2).
           MOVE WS-DATE-WORK (9:2)     TO WS-DATE-NUMERIC (7:2).

           IF WS-DATE-NUMERIC NUMERIC
              AND WS-DATE-NUMERIC (5:2) > '00'
              AND WS-DATE-NUMERIC (5:2) < '13'
              AND WS-DATE-NUMERIC (7:2) > '00'
              AND WS-DATE-NUMERIC (7:2) < '32'
               COMPUTE WS-WORK-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               COMPUTE WS-AGE-DAYS =
                       WS-PROCESS-INTEGER - WS-WORK-DATE-INTEGER
               MOVE 'Y'                 TO WS-DATE-VALID-FLAG
           END-IF.

       7000-EXIT. EXIT.

       7100-FIND-PROPERTY.

           MOVE ZERO                   TO WS-FOUND-PROP-SUB.

           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                       UNTIL WS-PROP-IDX > WS-PROP-COUNT
                          OR WS-FOUND-PROP-SUB > ZERO
               IF WS-PROP-TYPE (WS-PROP-IDX) = WS-ITEM-TYPE
                  AND WS-PROP-ID (WS-PROP-IDX) = WS-ITEM-ID
                   SET WS-FOUND-PROP-SUB TO WS-PROP-IDX
               END-IF
           END-PERFORM.

       7100-EXIT. EXIT.

       7200-FIND-CHECK.

           MOVE ZERO                   TO WS-FOUND-REG-SUB.

           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REGISTER-COUNT
                          OR WS-FOUND-REG-SUB > ZERO
               IF WS-REG-CHECK-NO (WS-REG-SUB) = WS-ITEM-ID (1:8)
                   MOVE WS-REG-SUB      TO WS-FOUND-REG-SUB
               END-IF
           END-PERFORM.

       7200-EXIT. EXIT.

       7300-RELEASE-PROPERTY.

           MOVE 'R'                    TO WS-PROP-STATUS (WS-PROP-SUB).
           MOVE WS-PROCESSING-DATE     TO WS-PROP-STATUS-DATE
                                                  (WS-PROP-SUB).
           ADD 1                       TO WS-RELEASED-COUNT.

           MOVE WS-PROP-TYPE (WS-PROP-SUB)     TO WS-ITEM-TYPE.
           MOVE WS-PROP-ID (WS-PROP-SUB)       TO WS-ITEM-ID.
           MOVE WS-PROP-CUST (WS-PROP-SUB)     TO WS-ITEM-CUST.
           MOVE WS-PROP-STATE (WS-PROP-SUB)    TO WS-ITEM-STATE.
           MOVE WS-PROP-AMOUNT (WS-PROP-SUB)   TO WS-ITEM-AMOUNT.
           MOVE WS-PROP-LAST-ACT (WS-PROP-SUB) TO WS-ITEM-LAST-ACT.
           PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.

       7300-EXIT. EXIT.

       7400-FIND-CUSTOMER.

           MOVE 'U'                    TO DF29BAL-FUNCTION.
           MOVE WS-ITEM-CUST           TO DF29BAL-CUST-NUMBER.
           CALL 'DF29BALA'            USING DF29BAL-CONTROL-RECORD.

           IF DF29BAL-RETURN-CODE NOT = '00'
               DISPLAY 'DF29ESCH BALANCE MASTER READ ERROR '
                       DF29BAL-RETURN-CODE ' CUSTOMER ' WS-ITEM-CUST
                                               UPON CONSOLE
               MOVE 8                   TO RETURN-CODE
               SET DF29BAL-FOUND-NO     TO TRUE
           END-IF.

           MOVE DF29BAL-PRIOR-BALANCE  TO WS-CUST-BALANCE.
           MOVE WS-ITEM-CUST           TO WS-CUST-NUMBER.
           MOVE SPACES                 TO WS-CUST-LAST-DATE.
           PERFORM 2360-FIND-ACTIVITY THRU 2360-EXIT.

           IF WS-ACT-SUB NOT = ZERO
               MOVE WS-ACT-LAST-DATE (WS-ACT-SUB) TO WS-CUST-LAST-DATE
           END-IF.

       7400-EXIT. EXIT.

       7500-PRINT-ITEM.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-ACTION-TEXT         TO DL-ACTION.
           IF WS-ITEM-CHECK
               MOVE 'CHECK'             TO DL-TYPE
           ELSE
               MOVE 'CREDIT'            TO DL-TYPE
           END-IF.
           MOVE WS-ITEM-ID             TO DL-PROPERTY-ID.
           MOVE WS-ITEM-CUST           TO DL-CUST-NUMBER.
           MOVE WS-ITEM-STATE          TO DL-STATE.
           MOVE WS-ITEM-LAST-ACT       TO DL-LAST-ACTIVITY.
           MOVE WS-ITEM-AMOUNT         TO DL-AMOUNT.
           PERFORM 8200-RPT-WRITE-DETAIL.

       7500-EXIT. EXIT.

       7600-FIND-NAME-ADDRESS.

           MOVE ZERO                   TO WS-FOUND-NAM-SUB
                                          WS-FOUND-ADR-SUB.

           PERFORM VARYING WS-NAM-SUB FROM 1 BY 1
                       UNTIL WS-NAM-SUB > WS-NAME-COUNT
                          OR WS-FOUND-NAM-SUB > ZERO
               IF WS-NAM-CUST (WS-NAM-SUB) = WS-ITEM-CUST
                   MOVE WS-NAM-SUB      TO WS-FOUND-NAM-SUB
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                       UNTIL WS-ADR-SUB > WS-ADDR-COUNT
                          OR WS-FOUND-ADR-SUB > ZERO
               IF WS-ADR-CUST (WS-ADR-SUB) = WS-ITEM-CUST
                   MOVE WS-ADR-SUB      TO WS-FOUND-ADR-SUB
               END-IF
           END-PERFORM.

       7600-EXIT. EXIT.

       COPY DFRPTPRT             REPLACING ==PRINT-FILE-RECORD==
                                       BY ==REPORT-LINE==
                                       ==DETAIL-LINE==
                                       BY ==WS-DETAIL-LINE==.
