               RECORD KEY IS PE-PROCEDURE-CODE
               FILE STATUS IS PROC-EDIT-STATUS.

           SELECT PROC-PAIR-EDIT-FILE ASSIGN TO PAIREDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PAIR-KEY
               FILE STATUS IS PAIR-EDIT-STATUS.

           SELECT BENEFIT-LIMIT-FILE ASSIGN TO BENLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-LIMIT-KEY
               FILE STATUS IS BENEFIT-LIMIT-STATUS.

           SELECT BENEFIT-USAGE-FILE ASSIGN TO BENUSAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-USAGE-KEY
               FILE STATUS IS BENEFIT-USAGE-STATUS.

           SELECT BENEFIT-LIMIT-REPORT-FILE ASSIGN TO LIMITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMIT-REPORT-STATUS.

           SELECT PROVIDER-CONTRACT-FILE ASSIGN TO PROVCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-CONTRACT-KEY
               FILE STATUS IS CONTRACT-FILE-STATUS.

           SELECT OON-SPEND-REPORT-FILE ASSIGN TO OONRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OON-REPORT-STATUS.

           SELECT LAG-REPORT-FILE ASSIGN TO LAGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAG-REPORT-STATUS.

           SELECT LAG-EXTRACT-FILE ASSIGN TO LAGEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAG-EXTRACT-STATUS.

           SELECT CLAIM-IMAGE-FILE ASSIGN TO CLMIMAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAIM-ID
               FILE STATUS IS CLAIM-IMAGE-STATUS.

           SELECT APPEAL-FILE ASSIGN TO APPEALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAIM-ID
               FILE STATUS IS APPEAL-FILE-STATUS.

           SELECT APPEAL-TRANS-FILE ASSIGN TO APPLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPEAL-TRANS-STATUS.

           SELECT APPEAL-REPORT-FILE ASSIGN TO APPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPEAL-REPORT-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNPAID-AGING-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
           05  CH-RECORD-TYPE             PIC X.
               88  CH-HEADER              VALUE 'H'.
               88  CH-DETAIL              VALUE 'D'.
               88  CH-BATCH-HEADER        VALUE '0'.
               88  CH-BATCH-TRAILER       VALUE '9'.
           05  CH-CLAIM-ID                PIC X(12).
           05  CH-PATIENT-ID              PIC X(10).
           05  CH-SERVICE-DATE.
           05  CD-PROCEDURE-CODE          PIC X(8).
           05  CD-PROCEDURE-MODIFIER      PIC X(2).
           05  CD-FILLER                  PIC X(127).

       01  CLAIM-CONTROL-RECORD.
           05  TC-RECORD-TYPE             PIC X.
           05  TC-BUSINESS-DATE           PIC 9(8).
           05  TC-RECORD-COUNT            PIC 9(7).
           05  TC-QUANTITY-HASH           PIC S9(11) COMP-3.
           05  TC-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(120).
           
       FD  PROCEDURE-CODE-FILE
           LABEL RECORDS ARE STANDARD
           05  PC-EFFECTIVE-TO            PIC 9(8).
           05  PC-AUTH-REQUIRED           PIC X.
               88  PC-NEEDS-AUTH          VALUE 'Y'.
           05  PC-BENEFIT-CATEGORY        PIC X(4).
           05  PC-OON-COVERAGE-PERCENT    PIC 9(3).
           05  PC-FILLER                  PIC X(6).

       FD  RATE-MAINT-FILE
           LABEL RECORDS ARE STANDARD
           05  RT-COVERAGE-PERCENT        PIC 9(3).
           05  RT-PROCEDURE-DESC          PIC X(50).
           05  RT-AUTH-REQUIRED           PIC X.
           05  RT-BENEFIT-CATEGORY        PIC X(4).
           05  RT-OON-COVERAGE-PERCENT    PIC 9(3).
           05  RT-FILLER                  PIC X(6).

       FD  AUTH-MASTER-FILE
           LABEL RECORDS ARE STANDARD
               10  PX-PAID-DAY            PIC 9(2).
           05  PX-PROVIDER-ID             PIC X(10).
           05  PX-PATIENT-RESP            PIC S9(7)V99 COMP-3.
           05  PX-NETWORK-STATUS          PIC X.
               88  PX-IN-NETWORK          VALUE 'I' ' '.
               88  PX-OUT-OF-NETWORK      VALUE 'O'.
           05  PX-FILLER                  PIC X(9).

       FD  DEDUCTIBLE-FILE
           LABEL RECORDS ARE STANDARD
           05  DD-YEAR                    PIC 9(4).
           05  DD-YTD-PATIENT-PAID        PIC 9(7)V99.
           05  DD-ANNUAL-MAX              PIC 9(7)V99.
           05  DD-OON-YTD-PAID            PIC S9(7)V99 COMP-3.
           05  DD-OON-ANNUAL-MAX          PIC S9(7)V99 COMP-3.
           05  DD-FILLER                  PIC X(7).

       FD  DIAGNOSIS-CODE-FILE
           LABEL RECORDS ARE STANDARD
           05  PR-PROVIDER-STATUS         PIC X.
               88  PR-PROVIDER-ACTIVE     VALUE 'A'.
               88  PR-PROVIDER-INACTIVE   VALUE 'I'.
           05  PR-CONTRACT-GROUP          PIC X(8).
           05  PR-FILLER                  PIC X.

       FD  PROVIDER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               88  PE-ANY-GENDER          VALUE ' '.
           05  PE-FILLER                  PIC X(15).

       FD  PROC-PAIR-EDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PROC-PAIR-EDIT-RECORD.
           05  PP-PAIR-KEY.
               10  PP-COLUMN1-CODE        PIC X(8).
               10  PP-COLUMN2-CODE        PIC X(8).
               10  PP-EFFECTIVE-FROM      PIC 9(8).
           05  PP-EFFECTIVE-TO            PIC 9(8).
           05  PP-MODIFIER-IND            PIC X.
               88  PP-NO-MODIFIER         VALUE '0'.
               88  PP-MODIFIER-ALLOWED    VALUE '1'.
           05  PP-FILLER                  PIC X(7).

       FD  BENEFIT-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BENEFIT-LIMIT-RECORD.
           05  BL-LIMIT-KEY.
               10  BL-PLAN-ID             PIC X(15).
               10  BL-CATEGORY            PIC X(4).
           05  BL-CATEGORY-DESC           PIC X(30).
           05  BL-LIMIT-TYPE              PIC X.
               88  BL-COUNT-LIMIT         VALUE 'C'.
               88  BL-DOLLAR-LIMIT        VALUE 'D'.
           05  BL-MAX-COUNT               PIC 9(5).
           05  BL-MAX-AMOUNT              PIC 9(7)V99.
           05  BL-PERIOD-TYPE             PIC X.
               88  BL-CALENDAR-YEAR       VALUE 'Y'.
               88  BL-ROLLING-PERIOD      VALUE 'R'.
           05  BL-ROLLING-MONTHS          PIC 9(3).
           05  BL-FILLER                  PIC X(12).

       FD  BENEFIT-USAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  BENEFIT-USAGE-RECORD.
           05  BU-USAGE-KEY.
               10  BU-PATIENT-ID          PIC X(10).
               10  BU-CATEGORY            PIC X(4).
               10  BU-SERVICE-DATE        PIC 9(8).
               10  BU-CLAIM-ID            PIC X(12).
               10  BU-LINE-SEQ            PIC 9(2).
           05  BU-UNITS                   PIC 9(3).
           05  BU-AMOUNT                  PIC 9(7)V99.
           05  BU-USAGE-STATUS            PIC X.
               88  BU-ACTIVE              VALUE 'A'.
               88  BU-REVERSED            VALUE 'V'.
           05  BU-FILLER                  PIC X.

       FD  BENEFIT-LIMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  BENEFIT-LIMIT-REPORT-RECORD    PIC X(132).

       FD  PROVIDER-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PROVIDER-CONTRACT-RECORD.
           05  PK-CONTRACT-KEY.
               10  PK-CONTRACT-ID         PIC X(10).
               10  PK-PROCEDURE-CODE      PIC X(8).
               10  PK-EFFECTIVE-FROM      PIC 9(8).
           05  PK-EFFECTIVE-TO            PIC 9(8).
           05  PK-NETWORK-STATUS          PIC X.
               88  PK-IN-NETWORK          VALUE 'I'.
               88  PK-OUT-OF-NETWORK      VALUE 'O'.
           05  PK-PRICING-METHOD          PIC X.
               88  PK-FEE-SCHEDULE        VALUE 'F'.
               88  PK-PERCENT-OF-SCHEDULE VALUE 'P'.
           05  PK-CONTRACT-AMOUNT         PIC 9(7)V99.
           05  PK-SCHEDULE-PERCENT        PIC 9(3)V99.
           05  PK-FILLER                  PIC X(10).

       FD  OON-SPEND-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OON-SPEND-REPORT-RECORD        PIC X(132).

       FD  LAG-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LAG-REPORT-RECORD              PIC X(132).

       FD  LAG-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LAG-EXTRACT-RECORD.
           05  LX-RECORD-TYPE             PIC X.
               88  LX-TRIANGLE-CELL       VALUE 'T'.
               88  LX-RESERVE-ROW         VALUE 'R'.
           05  LX-RUN-DATE                PIC 9(8).
           05  LX-SERVICE-MONTH           PIC 9(6).
           05  LX-CELL-DATA.
               10  LX-LAG-MONTHS          PIC 9(2).
               10  LX-PAID-AMOUNT         PIC S9(9)V99.
               10  LX-CUMULATIVE-PAID     PIC S9(9)V99.
               10  FILLER                 PIC X(41).
           05  LX-RESERVE-DATA REDEFINES LX-CELL-DATA.
               10  LX-PAID-TO-DATE        PIC S9(9)V99.
               10  LX-COMPLETION-FACTOR   PIC 9(3)V9(6).
               10  LX-ULTIMATE            PIC S9(9)V99.
               10  LX-IBNR-RESERVE        PIC S9(9)V99.
               10  FILLER                 PIC X(23).

       FD  CLAIM-IMAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 420 CHARACTERS.
       01  CLAIM-IMAGE-RECORD.
           05  CM-CLAIM-ID                PIC X(12).
           05  CM-CLAIM-IMAGE.
               10  CM-IMG-CLAIM-ID        PIC X(12).
               10  CM-IMG-PATIENT-ID      PIC X(10).
               10  CM-IMG-SERVICE-DATE    PIC X(8).
               10  CM-IMG-PROVIDER-ID     PIC X(10).
               10  CM-IMG-DETAIL          PIC X(291).
           05  CM-IMAGE-DATE              PIC 9(8).
           05  CM-IMAGE-STATUS            PIC X.
               88  CM-ADJUDICATED         VALUE 'A'.
               88  CM-ADJ-DENIED          VALUE 'D'.
           05  CM-DENIAL-REASON           PIC X(40).
           05  CM-ORIGINAL-CLAIM-ID       PIC X(12).
           05  CM-FILLER                  PIC X(16).

       FD  APPEAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  APPEAL-RECORD.
           05  AP-CLAIM-ID                PIC X(12).
           05  AP-PATIENT-ID              PIC X(10).
           05  AP-PROVIDER-ID             PIC X(10).
           05  AP-APPEAL-LEVEL            PIC 9.
           05  AP-DENIAL-SOURCE           PIC X.
               88  AP-ADJUDICATION-DENIAL VALUE 'A'.
               88  AP-REMITTANCE-DENIAL   VALUE 'R'.
           05  AP-DENIAL-DATE             PIC 9(8).
           05  AP-DENIAL-REASON           PIC X(40).
           05  AP-FILED-DATE              PIC 9(8).
           05  AP-DEADLINE-DATE           PIC 9(8).
           05  AP-APPEAL-STATUS           PIC X.
               88  AP-OPEN                VALUE 'O'.
               88  AP-CLOSED              VALUE 'C'.
           05  AP-OUTCOME                 PIC X.
               88  AP-UNDECIDED           VALUE ' '.
               88  AP-OVERTURNED          VALUE 'O'.
               88  AP-UPHELD              VALUE 'U'.
           05  AP-DECISION-DATE           PIC 9(8).
           05  AP-RESUB-CLAIM-ID          PIC X(12).
           05  AP-FILLER                  PIC X(10).

       FD  APPEAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  APPEAL-TRANS-RECORD.
           05  AT-CLAIM-ID                PIC X(12).
           05  AT-ACTION                  PIC X.
               88  AT-OPEN-APPEAL         VALUE 'O'.
               88  AT-FILE-APPEAL         VALUE 'F'.
               88  AT-APPEAL-DECISION     VALUE 'D'.
           05  AT-ACTION-DATE             PIC 9(8).
           05  AT-OUTCOME                 PIC X.
               88  AT-OVERTURNED          VALUE 'O'.
               88  AT-UPHELD              VALUE 'U'.
           05  AT-DENIAL-REASON           PIC X(40).
           05  AT-RESUB-CLAIM-ID          PIC X(12).
           05  AT-FILLER                  PIC X(6).

       FD  APPEAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  APPEAL-REPORT-RECORD           PIC X(132).

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 410 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  PEND-AGING-REPORT-RECORD       PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE           PIC 9(8).
           05  RC-EXPECTED-COUNT          PIC 9(7).
           05  RC-EXPECTED-QUANTITY       PIC S9(11) COMP-3.
           05  RC-EXPECTED-AMOUNT         PIC S9(13)V99 COMP-3.
           05  RC-RUN-STATUS              PIC X.
               88  RC-RUN-PENDING         VALUE 'P'.
               88  RC-RUN-COMPLETE        VALUE 'C'.
           05  RC-LAST-RUN-DATE           PIC 9(8).
           05  RC-FILLER                  PIC X(42).

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  BALANCE-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PATIENT-FILE-STATUS        PIC X(2).
           05  PROC-EDIT-STATUS           PIC X(2).
               88  PROC-EDIT-SUCCESS      VALUE '00'.
               88  PROC-EDIT-NOT-FOUND    VALUE '23'.
           05  PAIR-EDIT-STATUS           PIC X(2).
               88  PAIR-EDIT-SUCCESS      VALUE '00'.
           05  BENEFIT-LIMIT-STATUS       PIC X(2).
               88  BENEFIT-LIMIT-SUCCESS  VALUE '00'.
           05  BENEFIT-USAGE-STATUS       PIC X(2).
               88  BENEFIT-USAGE-SUCCESS  VALUE '00'.
           05  LIMIT-REPORT-STATUS        PIC X(2).
               88  LIMIT-REPORT-SUCCESS   VALUE '00'.
           05  CONTRACT-FILE-STATUS       PIC X(2).
               88  CONTRACT-FILE-SUCCESS  VALUE '00'.
           05  OON-REPORT-STATUS          PIC X(2).
               88  OON-REPORT-SUCCESS     VALUE '00'.
           05  LAG-REPORT-STATUS          PIC X(2).
               88  LAG-REPORT-SUCCESS     VALUE '00'.
           05  LAG-EXTRACT-STATUS         PIC X(2).
               88  LAG-EXTRACT-SUCCESS    VALUE '00'.
           05  CLAIM-IMAGE-STATUS         PIC X(2).
               88  CLAIM-IMAGE-SUCCESS    VALUE '00'.
           05  APPEAL-FILE-STATUS         PIC X(2).
               88  APPEAL-FILE-SUCCESS    VALUE '00'.
           05  APPEAL-TRANS-STATUS        PIC X(2).
               88  APPEAL-TRANS-SUCCESS   VALUE '00'.
               88  APPEAL-TRANS-EOF       VALUE '10'.
           05  APPEAL-REPORT-STATUS       PIC X(2).
               88  APPEAL-REPORT-SUCCESS  VALUE '00'.
           05  PEND-FILE-STATUS           PIC X(2).
               88  PEND-FILE-SUCCESS      VALUE '00'.
               88  PEND-REC-NOT-FOUND     VALUE '23'.
               88  CORRECTION-EOF         VALUE '10'.
           05  PEND-AGING-STATUS          PIC X(2).
               88  PEND-AGING-SUCCESS     VALUE '00'.
           05  RUN-CONTROL-STATUS         PIC X(2).
               88  RUN-CONTROL-SUCCESS    VALUE '00'.
               88  RUN-CONTROL-EOF        VALUE '10'.
           05  BALANCE-RPT-STATUS         PIC X(2).
               88  BALANCE-RPT-SUCCESS    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ             PIC 9(7) VALUE ZEROES.
           05  WS-COVERAGE-DENIALS        PIC 9(7) VALUE ZEROES.
           05  WS-VOIDS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-VOIDS-POSTED            PIC 9(7) VALUE ZEROES.
           05  WS-LINES-BUNDLED           PIC 9(7) VALUE ZEROES.
           05  WS-LIMIT-LINES-DENIED      PIC 9(7) VALUE ZEROES.
           05  WS-LIMIT-WARNINGS          PIC 9(7) VALUE ZEROES.
           05  WS-USAGE-REVERSED          PIC 9(7) VALUE ZEROES.
           05  WS-OON-CLAIMS              PIC 9(7) VALUE ZEROES.
           05  WS-APPEAL-TRANS-READ       PIC 9(7) VALUE ZEROES.
           05  WS-APPEALS-OPENED          PIC 9(7) VALUE ZEROES.
           05  WS-APPEAL-DECISIONS        PIC 9(7) VALUE ZEROES.
           05  WS-APPEALS-OVERTURNED      PIC 9(7) VALUE ZEROES.
           05  WS-APPEALS-RESUBMITTED     PIC 9(7) VALUE ZEROES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-EDIT-RECORD-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-EDIT-QUANTITY-HASH      PIC S9(11) VALUE ZEROES.
           05  WS-EDIT-AMOUNT-HASH        PIC S9(13)V99 VALUE ZEROES.
           05  WS-HEADER-FOUND-FLAG       PIC X VALUE 'N'.
               88  WS-HEADER-FOUND        VALUE 'Y'.
           05  WS-BATCH-HEADER-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-TRAILER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-TRAILER-FOUND       VALUE 'Y'.
           05  WS-TRAILER-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-TRAILER-QUANTITY        PIC S9(11) VALUE ZEROES.
           05  WS-TRAILER-HASH            PIC S9(13)V99 VALUE ZEROES.
           05  WS-TRAILER-DATE            PIC 9(8) VALUE ZEROES.
           05  WS-CONTROL-SEQ-FLAG        PIC X VALUE 'N'.
               88  WS-CONTROL-SEQ-ERROR   VALUE 'Y'.
           05  WS-RECORD-QUANTITY         PIC S9(11) VALUE ZEROES.
           05  WS-RECORD-AMOUNT           PIC S9(13)V99 VALUE ZEROES.
           05  WS-RUN-ABORT-FLAG          PIC X VALUE 'N'.
               88  WS-RUN-ABORT           VALUE 'Y'.
           05  WS-RUN-CTL-READ-FLAG       PIC X VALUE 'N'.
               88  WS-RUN-CTL-READ        VALUE 'Y'.

       01  WS-BALANCE-FIELDS.
           05  WS-BAL-INPUT-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-BAL-INPUT-QUANTITY      PIC S9(11) VALUE ZEROES.
           05  WS-BAL-INPUT-AMOUNT        PIC S9(13)V99 VALUE ZEROES.
           05  WS-BAL-PROCESSED           PIC 9(7) VALUE ZEROES.
           05  WS-BAL-REJECTED            PIC 9(7) VALUE ZEROES.
           05  WS-BAL-SUSPENDED           PIC 9(7) VALUE ZEROES.
           05  WS-BAL-UNACCOUNTED         PIC S9(7) VALUE ZEROES.
           05  WS-BAL-CLAIM-RECORDS       PIC 9(5) VALUE ZEROES.
           
       01  WS-CALCULATION-FIELDS.
           05  WS-TOTAL-ALLOWED           PIC 9(7)V99 VALUE ZEROES.

       01  WS-DEDUCTIBLE-CONSTANTS.
           05  WS-OOP-ANNUAL-MAX          PIC 9(7)V99 VALUE 5000.00.
           05  WS-OON-ANNUAL-MAX          PIC 9(7)V99 VALUE 10000.00.
           
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE.
           05  WS-PROV-COVERED-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-BUNDLE-SAVINGS-HEADER1.
           05  FILLER        PIC X(30) VALUE
               'BUNDLING SAVINGS BY PROVIDER'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-BNDL-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-BUNDLE-SAVINGS-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'PROVIDER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'NAME'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'LINES'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE 'ALLOWED REDUCED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE 'COVERED REDUCED'.
           05  FILLER                     PIC X(44) VALUE SPACES.

       01  WS-BUNDLE-SAVINGS-DETAIL.
           05  WS-BNDL-PROV-ID-OUT        PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BNDL-PROV-NAME-OUT      PIC X(30).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BNDL-LINES-OUT          PIC ZZZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BNDL-ALLOWED-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BNDL-COVERED-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(46) VALUE SPACES.

       01  WS-BUNDLE-SAVINGS-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL BUNDLED LINES:'.
           05  WS-BNDL-TOTAL-LINES        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BNDL-TOTAL-ALLOWED      PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-BUNDLE-OVERFLOW-LINE.
           05  FILLER                     PIC X(43) VALUE
               'PROVIDER TABLE FULL - LINES NOT REPORTED:'.
           05  WS-BSAV-OVERFLOW-OUT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-JULIAN-DATE-FIELDS.
           05  WS-JD-YEAR                 PIC S9(6) COMP-3.
           05  WS-JD-MONTH                PIC S9(6) COMP-3.
           05  WS-UNPD-BUCKET             PIC X(7).
           05  FILLER                     PIC X(31) VALUE SPACES.

       01  WS-MONTH-END-FIELDS.
           05  WS-LAST-DAY-OF-MONTH       PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-YEAR-SWITCH        PIC X VALUE 'N'.
               88  WS-LEAP-YEAR           VALUE 'Y'.
           05  WS-LEAP-REMAINDER-4        PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER-100      PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER-400      PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-QUOTIENT           PIC 9(4) VALUE ZEROES.

       01  WS-LAG-TRIANGLE.
           05  WS-LAG-ROW                 OCCURS 24 TIMES.
               10  WS-LAG-SVC-MONTH       PIC 9(6).
               10  WS-LAG-PAID-TO-DATE    PIC S9(9)V99 COMP-3.
               10  WS-LAG-CELL            OCCURS 24 TIMES.
                   15  WS-LAG-PAID        PIC S9(9)V99 COMP-3.
                   15  WS-LAG-CUM         PIC S9(9)V99 COMP-3.

       01  WS-LAG-FACTOR-TABLE.
           05  WS-LAG-FACTOR-ENTRY        OCCURS 24 TIMES.
               10  WS-LAG-DEV-FACTOR      PIC S9(3)V9(6) COMP-3.
               10  WS-LAG-COMPLETION      PIC S9(3)V9(6) COMP-3.

       01  WS-LAG-FIELDS.
           05  WS-LAG-ROW-IDX             PIC 9(2) VALUE ZEROES.
           05  WS-LAG-COL-IDX             PIC 9(2) VALUE ZEROES.
           05  WS-LAG-LAST-COL            PIC 9(2) VALUE ZEROES.
           05  WS-LAG-CELL-IDX            PIC 9(2) VALUE ZEROES.
           05  WS-LAG-CUR-ABS             PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-ROW-ABS             PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-SVC-ABS             PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-PAID-ABS            PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-ROW-WORK            PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-COL-WORK            PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LAG-WORK-YEAR           PIC 9(4) VALUE ZEROES.
           05  WS-LAG-WORK-MONTH          PIC 9(2) VALUE ZEROES.
           05  WS-LAG-NUMERATOR           PIC S9(11)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LAG-DENOMINATOR         PIC S9(11)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LAG-ULTIMATE            PIC S9(9)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LAG-IBNR                PIC S9(9)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LAG-TOTAL-IBNR          PIC S9(11)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LAG-CLAIMS              PIC S9(7) COMP-3 VALUE ZEROES.

       01  WS-LAG-HEADER1.
           05  FILLER        PIC X(30) VALUE
               'CLAIM LAG TRIANGLE AND IBNR'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LAG-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-LAG-TRIANGLE-HEADER.
           05  FILLER                     PIC X(7) VALUE 'SERV MO'.
           05  FILLER                     PIC X VALUE SPACE.
           05  FILLER                     PIC X(6) VALUE 'LAGS'.
           05  FILLER                     PIC X(118) VALUE
               'PAID DOLLARS BY MONTHS FROM SERVICE TO PAYMENT'.

       01  WS-LAG-TRIANGLE-LINE.
           05  WS-LAGT-SVC-MONTH          PIC X(7).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-LAGT-LAG-RANGE          PIC X(6).
           05  WS-LAGT-CELL               OCCURS 12 TIMES
                                          PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-LAG-FACTOR-HEADER.
           05  FILLER                     PIC X(5) VALUE 'LAG'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'DEV FACTOR'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'COMPLETION'.
           05  FILLER                     PIC X(97) VALUE SPACES.

       01  WS-LAG-FACTOR-LINE.
           05  WS-LAGF-LAG                PIC ZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-LAGF-DEV-FACTOR         PIC Z9.999999.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-LAGF-COMPLETION         PIC Z9.999999.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-LAG-RESERVE-HEADER.
           05  FILLER                     PIC X(7) VALUE 'SERV MO'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'PAID TO DATE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE 'AGE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'COMPLETION'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'EST ULTIMATE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'IBNR RESERVE'.
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  WS-LAG-RESERVE-LINE.
           05  WS-LAGR-SVC-MONTH          PIC X(7).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LAGR-PAID               PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LAGR-AGE                PIC ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LAGR-COMPLETION         PIC Z9.999999.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LAGR-ULTIMATE           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LAGR-IBNR               PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  WS-LAG-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL IBNR RESERVE:'.
           05  WS-LAG-TOTAL-CLAIMS        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LAG-TOTAL-RESERVE       PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-APPEAL-FIELDS.
           05  WS-APL-FIRST-LEVEL-DAYS    PIC 9(3) VALUE 180.
           05  WS-APL-NEXT-LEVEL-DAYS     PIC 9(3) VALUE 60.
           05  WS-APL-WARN-DAYS           PIC 9(3) VALUE 14.
           05  WS-APL-MAX-LEVEL           PIC 9 VALUE 3.
           05  WS-APL-REPORT-WEEKDAY      PIC 9 VALUE 4.
           05  WS-APL-CURRENT-WEEKDAY     PIC 9 VALUE ZEROES.
           05  WS-APL-WEEK-QUOTIENT       PIC S9(9) COMP-3 VALUE ZEROES.
           05  WS-APL-DENIAL-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-APL-DENIAL-FOUND    VALUE 'Y'.
           05  WS-APL-DENIAL-SOURCE       PIC X VALUE SPACE.
           05  WS-APL-DENIAL-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-APL-DENIAL-REASON       PIC X(40) VALUE SPACES.
           05  WS-APL-PATIENT-ID          PIC X(10) VALUE SPACES.
           05  WS-APL-PROVIDER-ID         PIC X(10) VALUE SPACES.
           05  WS-APL-RESUBMIT-FLAG       PIC X VALUE 'N'.
               88  WS-APPEAL-RESUBMIT     VALUE 'Y'.
           05  WS-APL-RESUB-OK-FLAG       PIC X VALUE 'N'.
               88  WS-APL-RESUB-OK        VALUE 'Y'.
           05  WS-APL-ORIGINAL-CLAIM-ID   PIC X(12) VALUE SPACES.
           05  WS-APL-RESUB-CLAIM-ID      PIC X(12) VALUE SPACES.
           05  WS-APL-DAYS-TO-ADD         PIC 9(3) VALUE ZEROES.
           05  WS-APL-DAYS-ADDED          PIC 9(3) VALUE ZEROES.
           05  WS-APL-WORK-DATE.
               10  WS-APL-WORK-YEAR       PIC 9(4).
               10  WS-APL-WORK-MONTH      PIC 9(2).
               10  WS-APL-WORK-DAY        PIC 9(2).
           05  WS-APL-LAST-DAY            PIC 9(2) VALUE ZEROES.
           05  WS-APL-CURRENT-JULIAN      PIC S9(9) COMP-3 VALUE ZEROES.
           05  WS-APL-DAYS-LEFT           PIC S9(5) COMP-3 VALUE ZEROES.
           05  WS-APL-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-APL-EOF             VALUE 'Y'.
           05  WS-APL-DUE-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-APL-RSN-IDX             PIC 9(2) VALUE ZEROES.
           05  WS-APL-RSN-FOUND-IDX       PIC 9(2) VALUE ZEROES.
           05  WS-APL-RSN-EMPTY-IDX       PIC 9(2) VALUE ZEROES.
           05  WS-APL-RSN-OVERFLOW        PIC 9(7) VALUE ZEROES.

       01  WS-APPEAL-REASON-TABLE.
           05  WS-APL-RSN-ENTRY           OCCURS 30 TIMES.
               10  WS-APL-RSN-REASON      PIC X(40).
               10  WS-APL-RSN-DECIDED     PIC S9(7) COMP-3.
               10  WS-APL-RSN-OVERTURNED  PIC S9(7) COMP-3.
               10  WS-APL-RSN-UPHELD      PIC S9(7) COMP-3.

       01  WS-APPEAL-HEADER1.
           05  FILLER        PIC X(30) VALUE
               'APPEALS TRACKING REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-APL-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-APPEAL-DEADLINE-TITLE.
           05  FILLER                     PIC X(45) VALUE
               'OPEN APPEALS APPROACHING FILING DEADLINE'.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-APPEAL-HEADER2.
           05  FILLER                     PIC X(12) VALUE 'CLAIM ID'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'PATIENT ID'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE 'LVL'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DENIED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DEADLINE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DAYS'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE 'DENIAL REASON'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'STATUS'.
           05  FILLER                     PIC X(11) VALUE SPACES.

       01  WS-APPEAL-DEADLINE-DETAIL.
           05  WS-APLD-CLAIM-ID           PIC X(12).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-PATIENT-ID         PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-LEVEL              PIC ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-DENIAL-DATE        PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-DEADLINE           PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-DAYS-LEFT          PIC ----9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-REASON             PIC X(40).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLD-STATUS             PIC X(9).
           05  FILLER                     PIC X(11) VALUE SPACES.

       01  WS-APPEAL-DEADLINE-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'APPEALS NEEDING FILING:'.
           05  WS-APLD-TOTAL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-APPEAL-OVERTURN-TITLE.
           05  FILLER                     PIC X(45) VALUE
               'APPEAL OVERTURN RATE BY DENIAL REASON'.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-APPEAL-HEADER3.
           05  FILLER                 PIC X(40) VALUE 'DENIAL REASON'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'DECIDED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'OVERTURNED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'UPHELD'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'OVERTURN %'.
           05  FILLER                     PIC X(46) VALUE SPACES.

       01  WS-APPEAL-OVERTURN-DETAIL.
           05  WS-APLR-REASON             PIC X(40).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLR-DECIDED            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-APLR-OVERTURNED         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-APLR-UPHELD             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  WS-APLR-RATE               PIC ZZ9.9.
           05  FILLER                     PIC X VALUE '%'.
           05  FILLER                     PIC X(46) VALUE SPACES.

       01  WS-APPEAL-OVERFLOW-LINE.
           05  FILLER                     PIC X(43) VALUE
               'REASON TABLE FULL - DECISIONS NOT REPORTED:'.
           05  WS-APL-OVERFLOW-OUT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-CLAIM-WORK-AREA.
           05  CI-CLAIM-ID                PIC X(12).
           05  CI-PATIENT-ID              PIC X(10).
               10  WS-EOB-PROC-DESC       PIC X(50).
               10  WS-EOB-PROC-ALLOWED    PIC 9(7)V99.
               10  WS-EOB-PROC-COVERED    PIC 9(7)V99.
               10  WS-EOB-PROC-BUNDLE-FLAG PIC X.
                   88  WS-EOB-PROC-BUNDLED    VALUE 'N' 'M'.
                   88  WS-EOB-PROC-BNDL-NO-MOD VALUE 'N'.
                   88  WS-EOB-PROC-BNDL-BAD-MOD VALUE 'M'.
               10  WS-EOB-PROC-BUNDLE-INTO PIC X(8).
               10  WS-EOB-PROC-SAVED-ALLOWED PIC 9(7)V99.
               10  WS-EOB-PROC-SAVED-COVERED PIC 9(7)V99.
               10  WS-EOB-PROC-CATEGORY   PIC X(4).
               10  WS-EOB-PROC-NETWORK    PIC X.
               10  WS-EOB-PROC-LIMIT-FLAG PIC X.
                   88  WS-EOB-PROC-LIMIT-DENIED  VALUE 'D'.
                   88  WS-EOB-PROC-LIMIT-REDUCED VALUE 'R'.

       01  WS-PAIR-EDIT-FIELDS.
           05  WS-PAIR-COL1-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-PAIR-COL2-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-PAIR-COL1-CODE          PIC X(8) VALUE SPACES.
           05  WS-PAIR-COL2-CODE          PIC X(8) VALUE SPACES.
           05  WS-PAIR-FOUND-FLAG         PIC X VALUE 'N'.
               88  WS-PAIR-FOUND          VALUE 'Y'.
           05  WS-PAIR-EOF-FLAG           PIC X VALUE 'N'.
               88  WS-PAIR-EOF            VALUE 'Y'.
           05  WS-PAIR-BEST-FROM          PIC 9(8) VALUE ZEROES.
           05  WS-PAIR-MODIFIER-IND       PIC X VALUE '0'.
               88  WS-PAIR-MODIFIER-ALLOWED VALUE '1'.
           05  WS-PAIR-OVERRIDE-FLAG      PIC X VALUE 'N'.
               88  WS-PAIR-OVERRIDE       VALUE 'Y'.
           05  WS-CLAIM-BUNDLED-LINES     PIC 9(3) VALUE ZEROES.
           05  WS-CLAIM-BUNDLE-ALLOWED    PIC 9(7)V99 VALUE ZEROES.
           05  WS-CLAIM-BUNDLE-COVERED    PIC 9(7)V99 VALUE ZEROES.

       01  WS-BENEFIT-LIMIT-FIELDS.
           05  WS-LMT-LINE-IDX            PIC 9(2) VALUE ZEROES.
           05  WS-LMT-PRIOR-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-LMT-PATIENT-ID          PIC X(10) VALUE SPACES.
           05  WS-LMT-CATEGORY            PIC X(4) VALUE SPACES.
           05  WS-LMT-GROUP-PATIENT       PIC X(10) VALUE SPACES.
           05  WS-LMT-GROUP-CATEGORY      PIC X(4) VALUE SPACES.
           05  WS-LMT-HAS-LIMIT-FLAG      PIC X VALUE 'N'.
               88  WS-LMT-HAS-LIMIT       VALUE 'Y'.
           05  WS-LMT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-LMT-EOF             VALUE 'Y'.
           05  WS-LMT-AS-OF-DATE.
               10  WS-LMT-AS-OF-YEAR      PIC 9(4).
               10  WS-LMT-AS-OF-MONTH     PIC 9(2).
               10  WS-LMT-AS-OF-DAY       PIC 9(2).
           05  WS-LMT-FROM-DATE.
               10  WS-LMT-FROM-YEAR       PIC 9(4).
               10  WS-LMT-FROM-MONTH      PIC 9(2).
               10  WS-LMT-FROM-DAY        PIC 9(2).
           05  WS-LMT-FROM-DATE-N REDEFINES WS-LMT-FROM-DATE
                                          PIC 9(8).
           05  WS-LMT-THRU-DATE.
               10  WS-LMT-THRU-YEAR       PIC 9(4).
               10  WS-LMT-THRU-MONTH      PIC 9(2).
               10  WS-LMT-THRU-DAY        PIC 9(2).
           05  WS-LMT-THRU-DATE-N REDEFINES WS-LMT-THRU-DATE
                                          PIC 9(8).
           05  WS-LMT-MONTH-WORK          PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-LMT-USED-COUNT          PIC S9(5) COMP-3 VALUE ZEROES.
           05  WS-LMT-USED-AMOUNT         PIC S9(7)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LMT-REMAINING           PIC S9(7)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LMT-MAXIMUM             PIC S9(7)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LMT-USED                PIC S9(7)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-LMT-PCT-USED            PIC S9(5) COMP-3 VALUE ZEROES.
           05  WS-LMT-WARN-PCT            PIC S9(3) COMP-3 VALUE 80.
           05  WS-LMT-COUNT-EDIT          PIC ZZZZ9.
           05  WS-LMT-AMOUNT-EDIT         PIC $$$,$$9.99.
           05  WS-LMT-MONTHS-EDIT         PIC ZZ9.
           05  WS-LMT-LIMIT-TEXT          PIC X(22) VALUE SPACES.
           05  WS-LMT-PERIOD-TEXT         PIC X(20) VALUE SPACES.

       01  WS-BENEFIT-LIMIT-HEADER1.
           05  FILLER        PIC X(30) VALUE
               'BENEFIT LIMIT USAGE REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LMTRPT-HEADER-DATE      PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-BENEFIT-LIMIT-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'PATIENT ID'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(23) VALUE 'NAME'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'PLAN'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'CAT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'TYPE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'LIMIT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'USED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'REMAINING'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE 'PCT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'STATUS'.
           05  FILLER                     PIC X(2) VALUE SPACES.

       01  WS-BENEFIT-LIMIT-DETAIL.
           05  WS-LMTRPT-PATIENT-ID       PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-NAME             PIC X(23).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-PLAN             PIC X(15).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-CATEGORY         PIC X(4).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-TYPE             PIC X(6).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-MAXIMUM          PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-USED             PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-REMAINING        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-PCT              PIC ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LMTRPT-STATUS           PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.

       01  WS-BENEFIT-LIMIT-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'PATIENTS NEAR/AT LIMIT:'.
           05  WS-LMTRPT-TOTAL            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-BUNDLE-SAVINGS-TABLE.
           05  WS-BSAV-ENTRY              OCCURS 50 TIMES.
               10  WS-BSAV-PROVIDER-ID    PIC X(10).
               10  WS-BSAV-LINE-COUNT     PIC S9(7) COMP-3.
               10  WS-BSAV-ALLOWED        PIC S9(9)V99 COMP-3.
               10  WS-BSAV-COVERED        PIC S9(9)V99 COMP-3.

       01  WS-BUNDLE-SAVINGS-FIELDS.
           05  WS-BSAV-IDX                PIC 9(2) VALUE ZEROES.
           05  WS-BSAV-FOUND-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-BSAV-EMPTY-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-BSAV-OVERFLOW-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-BSAV-TOTAL-LINES        PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-BSAV-TOTAL-ALLOWED      PIC S9(9)V99 COMP-3
                                          VALUE ZEROES.

       01  WS-MODIFIER-FIELDS.
           05  WS-MODIFIER-FACTOR         PIC 9V9(4) VALUE 1.0000.
           05  WS-RATE-PERCENT            PIC 9(3) VALUE ZEROES.
           05  WS-RATE-AUTH-REQ           PIC X VALUE 'N'.
               88  WS-RATE-NEEDS-AUTH     VALUE 'Y'.
           05  WS-RATE-CATEGORY           PIC X(4) VALUE SPACES.
           05  WS-RATE-OON-PERCENT        PIC 9(3) VALUE ZEROES.

       01  WS-CONTRACT-FIELDS.
           05  WS-CONTRACT-GROUP          PIC X(8) VALUE SPACES.
           05  WS-CONTRACT-WORK-ID        PIC X(10) VALUE SPACES.
           05  WS-CONTRACT-WORK-PROC      PIC X(8) VALUE SPACES.
           05  WS-CONTRACT-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-CONTRACT-FOUND      VALUE 'Y'.
           05  WS-CONTRACT-EOF-FLAG       PIC X VALUE 'N'.
               88  WS-CONTRACT-EOF        VALUE 'Y'.
           05  WS-CONTRACT-BEST-FROM      PIC 9(8) VALUE ZEROES.
           05  WS-CONTRACT-NETWORK        PIC X VALUE SPACE.
               88  WS-CONTRACT-IN-NETWORK VALUE 'I'.
           05  WS-CONTRACT-METHOD         PIC X VALUE SPACE.
               88  WS-CONTRACT-FEE        VALUE 'F'.
           05  WS-CONTRACT-AMOUNT         PIC 9(7)V99 VALUE ZEROES.
           05  WS-CONTRACT-PERCENT        PIC 9(3)V99 VALUE ZEROES.
           05  WS-OON-ALLOWANCE-PCT       PIC 9(3)V99 VALUE 60.00.
           05  WS-OON-DEFAULT-COVERAGE    PIC 9(3) VALUE 50.
           05  WS-LINE-NETWORK            PIC X VALUE 'I'.
               88  WS-LINE-IN-NETWORK     VALUE 'I'.
               88  WS-LINE-OUT-OF-NETWORK VALUE 'O'.
           05  WS-CLAIM-IN-NETWORK-FLAG   PIC X VALUE 'N'.
               88  WS-CLAIM-HAS-IN-NETWORK VALUE 'Y'.
           05  WS-CLAIM-OON-FLAG          PIC X VALUE 'N'.
               88  WS-CLAIM-OUT-OF-NETWORK VALUE 'Y'.

       01  WS-OON-SPEND-TABLE.
           05  WS-OONS-ENTRY              OCCURS 50 TIMES.
               10  WS-OONS-PROVIDER-ID    PIC X(10).
               10  WS-OONS-CLAIM-COUNT    PIC S9(7) COMP-3.
               10  WS-OONS-COVERED        PIC S9(9)V99 COMP-3.
               10  WS-OONS-PATIENT-RESP   PIC S9(9)V99 COMP-3.

       01  WS-OON-SPEND-FIELDS.
           05  WS-OONS-IDX                PIC 9(2) VALUE ZEROES.
           05  WS-OONS-FOUND-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-OONS-EMPTY-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-OONS-OVERFLOW-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-OONS-TOTAL-CLAIMS       PIC S9(7) COMP-3 VALUE ZEROES.
           05  WS-OONS-TOTAL-COVERED      PIC S9(9)V99 COMP-3
                                          VALUE ZEROES.

       01  WS-OON-SPEND-HEADER1.
           05  FILLER        PIC X(35) VALUE
               'OUT-OF-NETWORK SPEND BY PROVIDER'.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-OONRPT-HEADER-DATE      PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-OON-SPEND-MONTH-LINE.
           05  FILLER                     PIC X(22) VALUE
                                          'CLAIMS PROCESSED IN: '.
           05  WS-OONRPT-MONTH            PIC X(7).
           05  FILLER                     PIC X(103) VALUE SPACES.

       01  WS-OON-SPEND-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'PROVIDER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'NAME'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE 'SPECIALTY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'CLAIMS'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'PLAN PAID'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE 'PATIENT RESP'.
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  WS-OON-SPEND-DETAIL.
           05  WS-OONRPT-PROVIDER-ID      PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-NAME             PIC X(30).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-SPECIALTY        PIC X(20).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-CLAIMS           PIC ZZZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-COVERED          PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-PATIENT-RESP     PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-OON-SPEND-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL OON SPEND:'.
           05  WS-OONRPT-TOTAL-CLAIMS     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-OONRPT-TOTAL-COVERED    PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-OON-OVERFLOW-LINE.
           05  FILLER                     PIC X(43) VALUE
               'PROVIDER TABLE FULL - CLAIMS NOT REPORTED:'.
           05  WS-OONS-OVERFLOW-OUT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-AUTH-FIELDS.
           05  WS-AUTH-OK-FLAG            PIC X VALUE 'N'.
           05  FILLER                   PIC X(15) VALUE 'TOTAL COVERED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE 'PATIENT RESP'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE 'NET'.
           05  FILLER                     PIC X(11) VALUE SPACES.
           
       01  WS-CLAIM-REPORT-DETAIL.
           05  WS-RPT-CLAIM-ID            PIC X(12).
           05  WS-RPT-TOTAL-COVERED       PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RPT-PATIENT-RESP        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RPT-NETWORK             PIC X(3).
           05  FILLER                     PIC X(11) VALUE SPACES.

       01  WS-CLAIM-REPORT-BUNDLE-LINE.
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  FILLER                     PIC X(13) VALUE
                                          'BUNDLED PROC '.
           05  WS-RPT-BNDL-PROC           PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-RPT-BNDL-MOD            PIC X(2).
           05  FILLER                     PIC X(6) VALUE ' INTO '.
           05  WS-RPT-BNDL-INTO           PIC X(8).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RPT-BNDL-REASON         PIC X(30).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'REDUCED: '.
           05  WS-RPT-BNDL-SAVED          PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(20) VALUE SPACES.
           
       01  WS-ERROR-REPORT-HEADER1.
           05  FILLER             PIC X(20) VALUE 'CLAIMS ERROR REPORT'.
           05  WS-SUM-VOIDS-POSTED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL14.
           05  FILLER                PIC X(25) VALUE 'LINES BUNDLED:'.
           05  WS-SUM-LINES-BUNDLED       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL15.
           05  FILLER                     PIC X(25) VALUE
                                          'BENEFIT LIMIT DENIALS:'.
           05  WS-SUM-LIMIT-DENIED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL16.
           05  FILLER                     PIC X(25) VALUE
                                          'BENEFIT LIMIT WARNINGS:'.
           05  WS-SUM-LIMIT-WARNINGS      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL17.
           05  FILLER                     PIC X(25) VALUE
                                          'BENEFIT USAGE REVERSED:'.
           05  WS-SUM-USAGE-REVERSED      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL18.
           05  FILLER                     PIC X(25) VALUE
                                          'OUT-OF-NETWORK CLAIMS:'.
           05  WS-SUM-OON-CLAIMS          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL19.
           05  FILLER                     PIC X(25) VALUE
                                          'APPEALS OPENED:'.
           05  WS-SUM-APPEALS-OPENED      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL20.
           05  FILLER                     PIC X(25) VALUE
                                          'APPEAL DECISIONS POSTED:'.
           05  WS-SUM-APPEAL-DECISIONS    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL21.
           05  FILLER                     PIC X(25) VALUE
                                          'APPEALS OVERTURNED:'.
           05  WS-SUM-APPEALS-OVERTURNED  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL22.
           05  FILLER                     PIC X(25) VALUE
                                          'APPEAL RESUBMISSIONS:'.
           05  WS-SUM-APPEALS-RESUBMITTED PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-EOB-HEADER1.
           05  FILLER       PIC X(24) VALUE 'EXPLANATION OF BENEFITS'.
           05  FILLER                     PIC X(44) VALUE SPACES.
           05  FILLER                     PIC X(64) VALUE SPACES.

       01  WS-EOB-PROC-DETAIL-LINE.
           05  WS-EOB-RPT-NETWORK         PIC X(3).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-EOB-RPT-PROC-CODE       PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-EOB-RPT-PROC-MOD        PIC X(2).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'COVERED:'.
           05  WS-EOB-RPT-COVERED         PIC $$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-EOB-RPT-REMARK          PIC X(22).

       01  WS-EOB-LIMIT-LINE.
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  FILLER                     PIC X(23) VALUE
                                          'BENEFIT LIMIT REACHED: '.
           05  WS-EOB-LMT-DESC            PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-EOB-LMT-TEXT            PIC X(50).
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-EOB-AUTH-LINE.
           05  FILLER                     PIC X(20) VALUE
                                          'AUTHORIZATION NO: '.
           05  WS-EOB-AUTH-NUMBER         PIC X(12).
           05  WS-EOB-SUM-PATIENT-RESP    PIC $$$,$$9.99.
           05  FILLER                     PIC X(57) VALUE SPACES.

       01  WS-BAL-HEADER1.
           05  FILLER                     PIC X(40) VALUE
                              'INPUT BATCH BALANCING REPORT - CLAIMINP'.
           05  FILLER                     PIC X(30) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE
                                          'BUSINESS DATE: '.
           05  WS-BAL-HEADER-DATE         PIC 9(8).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
           05  WS-BAL-RUN-DATE            PIC X(10).
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-BAL-DISP-LINE.
           05  WS-BAL-DISP-LABEL          PIC X(30).
           05  WS-BAL-DISP-COUNT          PIC -Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-BAL-CTL-HEADER.
           05  FILLER                     PIC X(30) VALUE
                                          'CONTROL TOTAL'.
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'INPUT'.
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'TRAILER'.
           05  FILLER                     PIC X(12) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DIFFERENCE'.
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-BAL-CTL-LINE.
           05  WS-BAL-CTL-LABEL           PIC X(30).
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-BAL-CTL-INPUT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-BAL-CTL-TRAILER         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-BAL-CTL-DIFF            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-BAL-AMT-LINE.
           05  WS-BAL-AMT-LABEL           PIC X(30).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BAL-AMT-INPUT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BAL-AMT-TRAILER         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-BAL-AMT-DIFF            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-BAL-STATUS-LINE.
           05  FILLER                     PIC X(14) VALUE
                                          'BATCH STATUS: '.
           05  WS-BAL-STATUS-TEXT         PIC X(40).
           05  FILLER                     PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
               UNTIL REMITTANCE-EOF
           PERFORM 2850-PROCESS-VOIDS
               UNTIL VOID-FILE-EOF
           PERFORM 2950-PROCESS-APPEALS
               UNTIL APPEAL-TRANS-EOF
           PERFORM 3300-PEND-AGING-REPORT
           PERFORM 3100-UNPAID-CLAIMS-AGING
           PERFORM 3200-PROVIDER-REVENUE-REPORT
           PERFORM 3250-BUNDLING-SAVINGS-REPORT
           PERFORM 3400-BENEFIT-LIMIT-REPORT
           PERFORM 3500-OON-SPEND-REPORT
           PERFORM 3600-CHECK-MONTH-END
           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              PERFORM 3700-LAG-TRIANGLE-REPORT
           END-IF
           PERFORM 3790-SET-CURRENT-WEEKDAY
           IF WS-APL-CURRENT-WEEKDAY = WS-APL-REPORT-WEEKDAY
              PERFORM 3800-APPEAL-TRACKING-REPORT
           END-IF
           PERFORM 3900-WRITE-BALANCING-REPORT
           PERFORM 3000-TERMINATION
           STOP RUN
           .
                      DIAGNOSIS-CODE-FILE
                      PROCEDURE-EDIT-FILE
                      REMITTANCE-FILE
                      PROC-PAIR-EDIT-FILE
                      BENEFIT-LIMIT-FILE
                      PROVIDER-CONTRACT-FILE
                      PROVIDER-MASTER-FILE
                      CORRECTION-FILE
                      RATE-MAINT-FILE
                      AUTH-MASTER-FILE
                      TERM-SYNC-FILE
                      VOID-FILE
                      APPEAL-TRANS-FILE
                OUTPUT CLAIM-REPORT-FILE
                       ERROR-REPORT-FILE
                       EOB-FILE
                       PROVIDER-REPORT-FILE
                       PEND-AGING-REPORT-FILE
                       VOID-REGISTER-FILE
                       BENEFIT-LIMIT-REPORT-FILE
                       OON-SPEND-REPORT-FILE
                       LAG-REPORT-FILE
                       LAG-EXTRACT-FILE
                       APPEAL-REPORT-FILE
                       BALANCE-REPORT-FILE
                I-O    PROCESSED-CLAIMS-FILE
                       DEDUCTIBLE-FILE
                       PEND-FILE
                       PROCEDURE-CODE-FILE
                       COVERAGE-FILE
                       BENEFIT-USAGE-FILE
                       CLAIM-IMAGE-FILE
                       APPEAL-FILE
                       RUN-CONTROL-FILE

           IF NOT PATIENT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PATIENT FILE: ' PATIENT-FILE-STATUS
              STOP RUN
           END-IF

           IF NOT PAIR-EDIT-SUCCESS
              DISPLAY 'ERROR OPENING PROCEDURE PAIR EDIT FILE: '
                      PAIR-EDIT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BENEFIT-LIMIT-SUCCESS
              DISPLAY 'ERROR OPENING BENEFIT LIMIT FILE: '
                      BENEFIT-LIMIT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BENEFIT-USAGE-SUCCESS
              DISPLAY 'ERROR OPENING BENEFIT USAGE FILE: '
                      BENEFIT-USAGE-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LIMIT-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING BENEFIT LIMIT REPORT FILE: '
                      LIMIT-REPORT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CONTRACT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PROVIDER CONTRACT FILE: '
                      CONTRACT-FILE-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT OON-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING OON SPEND REPORT FILE: '
                      OON-REPORT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LAG-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING LAG TRIANGLE REPORT FILE: '
                      LAG-REPORT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LAG-EXTRACT-SUCCESS
              DISPLAY 'ERROR OPENING LAG TRIANGLE EXTRACT FILE: '
                      LAG-EXTRACT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CLAIM-IMAGE-SUCCESS
              DISPLAY 'ERROR OPENING CLAIM IMAGE FILE: '
                      CLAIM-IMAGE-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT APPEAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING APPEAL FILE: '
                      APPEAL-FILE-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT APPEAL-TRANS-SUCCESS
              DISPLAY 'ERROR OPENING APPEAL TRANSACTION FILE: '
                      APPEAL-TRANS-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT APPEAL-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING APPEAL REPORT FILE: '
                      APPEAL-REPORT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PEND-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PEND FILE: ' PEND-FILE-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT RUN-CONTROL-SUCCESS
              DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                      RUN-CONTROL-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BALANCE-RPT-SUCCESS
              DISPLAY 'ERROR OPENING BALANCING REPORT FILE: '
                      BALANCE-RPT-STATUS
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           MOVE SPACES TO WS-PROVIDER-REVENUE-TABLE
           MOVE SPACES TO WS-BUNDLE-SAVINGS-TABLE
           MOVE SPACES TO WS-OON-SPEND-TABLE
           MOVE SPACES TO WS-APPEAL-REASON-TABLE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           
           MOVE WS-FORMATTED-DATE TO WS-EOB-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-UNPD-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-PROV-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-BNDL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LMTRPT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-OONRPT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LAG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-APL-HEADER-DATE
           MOVE WS-FORMATTED-DATE(1:7) TO WS-OONRPT-MONTH
           MOVE WS-FORMATTED-DATE TO WS-PEND-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-VOIDREG-HEADER-DATE

           PERFORM 1100-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 3900-WRITE-BALANCING-REPORT
              PERFORM 3000-TERMINATION
              STOP RUN
           END-IF

           WRITE VOID-REGISTER-RECORD FROM WS-VOID-REGISTER-HEADER1
           WRITE VOID-REGISTER-RECORD FROM WS-VOID-REGISTER-HEADER2

           IF VOID-FILE-SUCCESS
              ADD 1 TO WS-VOIDS-READ
           END-IF

           READ APPEAL-TRANS-FILE
               AT END SET APPEAL-TRANS-EOF TO TRUE
           END-READ

           IF APPEAL-TRANS-SUCCESS
              ADD 1 TO WS-APPEAL-TRANS-READ
           END-IF
           .

       1100-VERIFY-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN CONTROL RECORD MISSING - RUN HALTED'
                   SET WS-RUN-ABORT TO TRUE
               NOT AT END
                   SET WS-RUN-CTL-READ TO TRUE
           END-READ

           IF NOT WS-RUN-ABORT
              IF RC-RUN-COMPLETE AND
                 RC-LAST-RUN-DATE = RC-BUSINESS-DATE
                 DISPLAY 'RUN ALREADY COMPLETED FOR BUSINESS DATE '
                         RC-BUSINESS-DATE ' - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           IF NOT WS-RUN-ABORT
              PERFORM 1150-PRESCAN-CLAIM-INPUT-FILE
           END-IF

           IF NOT WS-RUN-ABORT
              IF NOT WS-HEADER-FOUND
                 DISPLAY 'CLAIMINP HEADER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF NOT WS-TRAILER-FOUND
                 DISPLAY 'CLAIMINP TRAILER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-CONTROL-SEQ-ERROR
                 DISPLAY 'CLAIMINP HEADER/TRAILER OUT OF SEQUENCE - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           IF NOT WS-RUN-ABORT
              IF WS-TRAILER-COUNT NOT = WS-EDIT-RECORD-COUNT OR
                 WS-TRAILER-QUANTITY NOT = WS-EDIT-QUANTITY-HASH OR
                 WS-TRAILER-HASH NOT = WS-EDIT-AMOUNT-HASH
                 DISPLAY 'CLAIMINP OUT OF BALANCE WITH TRAILER'
                 DISPLAY '  TRAILER COUNT: ' WS-TRAILER-COUNT
                         '  READ COUNT: ' WS-EDIT-RECORD-COUNT
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-BATCH-HEADER-DATE NOT = RC-BUSINESS-DATE OR
                 WS-TRAILER-DATE NOT = RC-BUSINESS-DATE
                 DISPLAY 'CLAIMINP BUSINESS DATE ' WS-BATCH-HEADER-DATE
                         ' NOT RUN CONTROL DATE ' RC-BUSINESS-DATE
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-TRAILER-COUNT NOT = RC-EXPECTED-COUNT OR
                 WS-TRAILER-QUANTITY NOT = RC-EXPECTED-QUANTITY OR
                 WS-TRAILER-HASH NOT = RC-EXPECTED-AMOUNT
                 DISPLAY 'CLAIMINP DOES NOT MATCH RUN CONTROL - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           CLOSE CLAIM-INPUT-FILE
           OPEN INPUT CLAIM-INPUT-FILE

           IF NOT CLAIM-IN-SUCCESS
              DISPLAY 'ERROR REOPENING CLAIM INPUT FILE: '
                      CLAIM-IN-STATUS
              SET WS-RUN-ABORT TO TRUE
           END-IF
           .

       1150-PRESCAN-CLAIM-INPUT-FILE.
           MOVE ZEROES TO WS-EDIT-RECORD-COUNT
           MOVE ZEROES TO WS-EDIT-QUANTITY-HASH
           MOVE ZEROES TO WS-EDIT-AMOUNT-HASH
           MOVE 'N' TO WS-HEADER-FOUND-FLAG
           MOVE 'N' TO WS-TRAILER-FOUND-FLAG
           MOVE 'N' TO WS-CONTROL-SEQ-FLAG

           READ CLAIM-INPUT-FILE
               AT END SET CLAIM-IN-EOF TO TRUE
           END-READ

           PERFORM UNTIL CLAIM-IN-EOF
              EVALUATE TRUE
                  WHEN CH-BATCH-HEADER
                      IF WS-HEADER-FOUND OR WS-TRAILER-FOUND OR
                         WS-EDIT-RECORD-COUNT > 0
                         SET WS-CONTROL-SEQ-ERROR TO TRUE
                      END-IF
                      SET WS-HEADER-FOUND TO TRUE
                      MOVE TC-BUSINESS-DATE TO WS-BATCH-HEADER-DATE
                  WHEN CH-BATCH-TRAILER
                      IF WS-TRAILER-FOUND
                         SET WS-CONTROL-SEQ-ERROR TO TRUE
                      END-IF
                      SET WS-TRAILER-FOUND TO TRUE
                      MOVE TC-BUSINESS-DATE TO WS-TRAILER-DATE
                      MOVE TC-RECORD-COUNT TO WS-TRAILER-COUNT
                      MOVE TC-QUANTITY-HASH TO WS-TRAILER-QUANTITY
                      MOVE TC-AMOUNT-HASH TO WS-TRAILER-HASH
                  WHEN OTHER
                      IF WS-TRAILER-FOUND
                         SET WS-CONTROL-SEQ-ERROR TO TRUE
                      END-IF
                      ADD 1 TO WS-EDIT-RECORD-COUNT
                      PERFORM 1160-COMPUTE-RECORD-HASH
                      ADD WS-RECORD-QUANTITY TO WS-EDIT-QUANTITY-HASH
                      ADD WS-RECORD-AMOUNT TO WS-EDIT-AMOUNT-HASH
              END-EVALUATE

              READ CLAIM-INPUT-FILE
                  AT END SET CLAIM-IN-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       1160-COMPUTE-RECORD-HASH.
           IF CH-HEADER
              MOVE ZEROES TO WS-RECORD-QUANTITY
              MOVE CH-TOTAL-CHARGE TO WS-RECORD-AMOUNT
           ELSE
              MOVE 1 TO WS-RECORD-QUANTITY
              MOVE ZEROES TO WS-RECORD-AMOUNT
           END-IF
           .

       2000-PROCESS-CLAIMS.
           IF CH-BATCH-HEADER OR CH-BATCH-TRAILER
              READ CLAIM-INPUT-FILE
                  AT END SET CLAIM-IN-EOF TO TRUE
              END-READ
              IF CLAIM-IN-SUCCESS AND CH-HEADER
                 ADD 1 TO WS-CLAIMS-READ
              END-IF
           ELSE
              PERFORM 2020-ACCUMULATE-BATCH-INPUT
              IF CH-HEADER
                 PERFORM 2030-ASSEMBLE-CLAIM
                 PERFORM 2050-ADJUDICATE-CLAIM
                 PERFORM 2010-COUNT-DISPOSITION
              ELSE
                 ADD 1 TO WS-BAL-REJECTED
                 MOVE CD-CLAIM-ID TO WS-ERR-CLAIM-ID
                 MOVE SPACES TO WS-ERR-PATIENT-ID
                 MOVE 'DETAIL RECORD WITHOUT CLAIM HEADER'
                      TO WS-ERR-DESCRIPTION
                 WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL

                 READ CLAIM-INPUT-FILE
                     AT END SET CLAIM-IN-EOF TO TRUE
                 END-READ

                 IF CLAIM-IN-SUCCESS AND CH-HEADER
                    ADD 1 TO WS-CLAIMS-READ
                 END-IF
              END-IF
           END-IF
           .

       2010-COUNT-DISPOSITION.
           IF WS-NO-ERROR
              ADD WS-BAL-CLAIM-RECORDS TO WS-BAL-PROCESSED
           ELSE
              IF NOT WS-DUP-CLAIM AND NOT WS-COVERAGE-DENIED
                 ADD WS-BAL-CLAIM-RECORDS TO WS-BAL-SUSPENDED
              ELSE
                 ADD WS-BAL-CLAIM-RECORDS TO WS-BAL-REJECTED
              END-IF
           END-IF
           .

       2020-ACCUMULATE-BATCH-INPUT.
           ADD 1 TO WS-BAL-INPUT-COUNT
           PERFORM 1160-COMPUTE-RECORD-HASH
           ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
           ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT
           .

       2030-ASSEMBLE-CLAIM.
           MOVE SPACES TO WS-CLAIM-WORK-AREA
           MOVE CH-CLAIM-ID TO CI-CLAIM-ID
           END-PERFORM

           MOVE ZEROES TO WS-CLAIM-LINE-COUNT
           MOVE 1 TO WS-BAL-CLAIM-RECORDS

           READ CLAIM-INPUT-FILE
               AT END SET CLAIM-IN-EOF TO TRUE
           END-READ

           PERFORM UNTIL CLAIM-IN-EOF OR CH-HEADER
                   OR CH-BATCH-TRAILER
                   OR CD-CLAIM-ID NOT = CI-CLAIM-ID
              PERFORM 2020-ACCUMULATE-BATCH-INPUT
              IF WS-CLAIM-LINE-COUNT < 25
                 ADD 1 TO WS-CLAIM-LINE-COUNT
                 ADD 1 TO WS-BAL-CLAIM-RECORDS
                 MOVE CD-PROCEDURE-CODE
                      TO CI-PROCEDURE-CODE(WS-CLAIM-LINE-COUNT)
                 MOVE CD-PROCEDURE-MODIFIER
                      TO CI-PROCEDURE-MODIFIER(WS-CLAIM-LINE-COUNT)
              ELSE
                 ADD 1 TO WS-CLAIM-LINES-DROPPED
                 ADD 1 TO WS-BAL-REJECTED
                 MOVE CD-CLAIM-ID TO WS-ERR-CLAIM-ID
                 MOVE CI-PATIENT-ID TO WS-ERR-PATIENT-ID
                 MOVE 'CLAIM EXCEEDS 25 LINES-LINE DROPPED'
                          WS-SECONDARY-COVERED
           MOVE SPACES TO WS-EOB-PROC-TABLE
           MOVE SPACES TO WS-AUTH-USED-NUMBER
           MOVE ZEROES TO WS-CLAIM-BUNDLED-LINES
                          WS-CLAIM-BUNDLE-ALLOWED
                          WS-CLAIM-BUNDLE-COVERED
           MOVE 'N' TO WS-CLAIM-IN-NETWORK-FLAG
           MOVE 'N' TO WS-CLAIM-OON-FLAG
           MOVE 'N' TO WS-COVERAGE-DENIED-FLAG

           PERFORM 2100-VALIDATE-CLAIM
              PERFORM 2200-PROCESS-PROCEDURES
           END-IF

           IF WS-NO-ERROR
              PERFORM 2260-APPLY-PAIR-EDITS
              PERFORM 2280-APPLY-BENEFIT-LIMITS
           END-IF

           IF WS-NO-ERROR
              PERFORM 2300-CALCULATE-TOTALS
              PERFORM 2350-COORDINATE-BENEFITS
              PERFORM 2400-WRITE-CLAIM-REPORT
              PERFORM 2500-WRITE-EOB-STATEMENT
              PERFORM 2600-RECORD-PROCESSED-CLAIM
              PERFORM 2610-SAVE-CLAIM-IMAGE
              PERFORM 2650-ACCUMULATE-PROVIDER-REVENUE
              IF WS-CLAIM-BUNDLED-LINES > ZEROES
                 PERFORM 2660-ACCUMULATE-BUNDLE-SAVINGS
              END-IF
              PERFORM 2670-POST-BENEFIT-USAGE
              IF WS-CLAIM-OUT-OF-NETWORK
                 ADD 1 TO WS-OON-CLAIMS
              END-IF
              ADD 1 TO WS-CLAIMS-PROCESSED
           ELSE
              ADD 1 TO WS-CLAIMS-IN-ERROR
              IF WS-COVERAGE-DENIED
                 PERFORM 2610-SAVE-CLAIM-IMAGE
              END-IF
              IF NOT WS-DUP-CLAIM AND NOT WS-COVERAGE-DENIED
                 PERFORM 2170-PEND-CLAIM
              END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-APPEAL-RESUBMIT
                      AND PX-CLAIM-ID = WS-APL-ORIGINAL-CLAIM-ID
                      CONTINUE
                   ELSE
                      MOVE 'Y' TO WS-ERROR-FLAG
                      MOVE CI-CLAIM-ID TO WS-ERR-CLAIM-ID
                      MOVE CI-PATIENT-ID TO WS-ERR-PATIENT-ID
                      SET WS-DUP-CLAIM TO TRUE
                      MOVE
                     'DUPLICATE CLAIM - SAME PATIENT/DATE/PROCEDURE'
                           TO WS-ERR-DESCRIPTION
                      WRITE ERROR-REPORT-RECORD
                            FROM WS-ERROR-REPORT-DETAIL
                   END-IF
           END-READ

           MOVE CI-PATIENT-ID TO PM-PATIENT-ID
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   MOVE PR-CONTRACT-GROUP TO WS-CONTRACT-GROUP
                   IF NOT PR-PROVIDER-ACTIVE
                      MOVE 'Y' TO WS-ERROR-FLAG
                      MOVE CI-CLAIM-ID TO WS-ERR-CLAIM-ID
                 END-IF

                 IF WS-RATE-FOUND AND WS-NO-ERROR
                    PERFORM 2215-APPLY-PROVIDER-CONTRACT
                    PERFORM 2250-SET-MODIFIER-FACTOR

                    COMPUTE WS-PROCEDURE-ALLOWED ROUNDED =
                         TO WS-EOB-PROC-ALLOWED(WS-PROC-CODE-IDX)
                    MOVE WS-PROCEDURE-COVERED
                         TO WS-EOB-PROC-COVERED(WS-PROC-CODE-IDX)
                    MOVE WS-RATE-CATEGORY
                         TO WS-EOB-PROC-CATEGORY(WS-PROC-CODE-IDX)
                    MOVE WS-LINE-NETWORK
                         TO WS-EOB-PROC-NETWORK(WS-PROC-CODE-IDX)
                 END-IF
              END-IF
           END-PERFORM
                 MOVE PC-ALLOWED-AMOUNT TO WS-RATE-ALLOWED
                 MOVE PC-COVERAGE-PERCENT TO WS-RATE-PERCENT
                 MOVE PC-AUTH-REQUIRED TO WS-RATE-AUTH-REQ
                 MOVE PC-BENEFIT-CATEGORY TO WS-RATE-CATEGORY
                 IF PC-OON-COVERAGE-PERCENT NUMERIC
                    MOVE PC-OON-COVERAGE-PERCENT
                         TO WS-RATE-OON-PERCENT
                 ELSE
                    MOVE WS-OON-DEFAULT-COVERAGE
                         TO WS-RATE-OON-PERCENT
                 END-IF
              END-IF

              READ PROCEDURE-CODE-FILE NEXT
           END-PERFORM
           .

       2215-APPLY-PROVIDER-CONTRACT.
           MOVE CI-PROVIDER-ID TO WS-CONTRACT-WORK-ID
           MOVE CI-PROCEDURE-CODE(WS-PROC-CODE-IDX)
               TO WS-CONTRACT-WORK-PROC
           PERFORM 2217-SELECT-CONTRACT-ROW

           IF NOT WS-CONTRACT-FOUND
              MOVE SPACES TO WS-CONTRACT-WORK-PROC
              PERFORM 2217-SELECT-CONTRACT-ROW
           END-IF

           IF NOT WS-CONTRACT-FOUND AND WS-CONTRACT-GROUP NOT = SPACES
              MOVE WS-CONTRACT-GROUP TO WS-CONTRACT-WORK-ID
              MOVE CI-PROCEDURE-CODE(WS-PROC-CODE-IDX)
                  TO WS-CONTRACT-WORK-PROC
              PERFORM 2217-SELECT-CONTRACT-ROW

              IF NOT WS-CONTRACT-FOUND
                 MOVE SPACES TO WS-CONTRACT-WORK-PROC
                 PERFORM 2217-SELECT-CONTRACT-ROW
              END-IF
           END-IF

           IF WS-CONTRACT-FOUND AND WS-CONTRACT-IN-NETWORK
              SET WS-LINE-IN-NETWORK TO TRUE
              SET WS-CLAIM-HAS-IN-NETWORK TO TRUE
           ELSE
              SET WS-LINE-OUT-OF-NETWORK TO TRUE
              SET WS-CLAIM-OUT-OF-NETWORK TO TRUE
              MOVE WS-RATE-OON-PERCENT TO WS-RATE-PERCENT
           END-IF

           EVALUATE TRUE
               WHEN WS-CONTRACT-FOUND AND WS-CONTRACT-FEE
                   MOVE WS-CONTRACT-AMOUNT TO WS-RATE-ALLOWED
               WHEN WS-CONTRACT-FOUND
                   COMPUTE WS-RATE-ALLOWED ROUNDED =
                           (WS-RATE-ALLOWED * WS-CONTRACT-PERCENT)
                           / 100
               WHEN OTHER
                   COMPUTE WS-RATE-ALLOWED ROUNDED =
                           (WS-RATE-ALLOWED * WS-OON-ALLOWANCE-PCT)
                           / 100
           END-EVALUATE
           .

       2217-SELECT-CONTRACT-ROW.
           MOVE 'N' TO WS-CONTRACT-FOUND-FLAG
           MOVE 'N' TO WS-CONTRACT-EOF-FLAG
           MOVE ZEROES TO WS-CONTRACT-BEST-FROM

           MOVE WS-CONTRACT-WORK-ID TO PK-CONTRACT-ID
           MOVE WS-CONTRACT-WORK-PROC TO PK-PROCEDURE-CODE
           MOVE ZEROES TO PK-EFFECTIVE-FROM

           START PROVIDER-CONTRACT-FILE KEY >= PK-CONTRACT-KEY
               INVALID KEY
                   SET WS-CONTRACT-EOF TO TRUE
           END-START

           IF NOT WS-CONTRACT-EOF
              READ PROVIDER-CONTRACT-FILE NEXT
                  AT END SET WS-CONTRACT-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-CONTRACT-EOF OR
                   PK-CONTRACT-ID NOT = WS-CONTRACT-WORK-ID OR
                   PK-PROCEDURE-CODE NOT = WS-CONTRACT-WORK-PROC
              IF PK-EFFECTIVE-FROM NOT > WS-RATE-SERVICE-DATE AND
                 (PK-EFFECTIVE-TO = ZEROES OR
                  PK-EFFECTIVE-TO NOT < WS-RATE-SERVICE-DATE) AND
                 PK-EFFECTIVE-FROM NOT < WS-CONTRACT-BEST-FROM
                 SET WS-CONTRACT-FOUND TO TRUE
                 MOVE PK-EFFECTIVE-FROM TO WS-CONTRACT-BEST-FROM
                 MOVE PK-NETWORK-STATUS TO WS-CONTRACT-NETWORK
                 MOVE PK-PRICING-METHOD TO WS-CONTRACT-METHOD
                 MOVE PK-CONTRACT-AMOUNT TO WS-CONTRACT-AMOUNT
                 MOVE PK-SCHEDULE-PERCENT TO WS-CONTRACT-PERCENT
              END-IF

              READ PROVIDER-CONTRACT-FILE NEXT
                  AT END SET WS-CONTRACT-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2770-PROCESS-RATE-MAINT.
           MOVE RT-PROCEDURE-CODE TO PC-PROCEDURE-CODE
           MOVE RT-EFFECTIVE-FROM TO PC-EFFECTIVE-FROM
                   MOVE RT-COVERAGE-PERCENT TO PC-COVERAGE-PERCENT
                   MOVE RT-EFFECTIVE-TO TO PC-EFFECTIVE-TO
                   MOVE RT-AUTH-REQUIRED TO PC-AUTH-REQUIRED
                   MOVE RT-BENEFIT-CATEGORY TO PC-BENEFIT-CATEGORY
                   MOVE RT-OON-COVERAGE-PERCENT
                        TO PC-OON-COVERAGE-PERCENT

                   WRITE PROCEDURE-CODE-RECORD
                       INVALID KEY
                   MOVE RT-COVERAGE-PERCENT TO PC-COVERAGE-PERCENT
                   MOVE RT-EFFECTIVE-TO TO PC-EFFECTIVE-TO
                   MOVE RT-AUTH-REQUIRED TO PC-AUTH-REQUIRED
                   MOVE RT-BENEFIT-CATEGORY TO PC-BENEFIT-CATEGORY
                   MOVE RT-OON-COVERAGE-PERCENT
                        TO PC-OON-COVERAGE-PERCENT

                   REWRITE PROCEDURE-CODE-RECORD

       2855-APPLY-VOID.
           PERFORM 2856-RESTORE-DEDUCTIBLE
           PERFORM 2857-REVERSE-PROVIDER-REVENUE
           PERFORM 2859-REVERSE-BENEFIT-USAGE
           PERFORM 2858-WRITE-CORRECTED-EOB

           MOVE VD-CLAIM-ID TO WS-VOIDREG-CLAIM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2365-CHECK-OON-BUCKET

                   IF PX-OUT-OF-NETWORK
                      COMPUTE WS-VOID-RESTORE-WORK =
                              DD-OON-YTD-PAID - PX-PATIENT-RESP
                   ELSE
                      COMPUTE WS-VOID-RESTORE-WORK =
                              DD-YTD-PATIENT-PAID - PX-PATIENT-RESP
                   END-IF
                   IF WS-VOID-RESTORE-WORK < 0
                      MOVE ZEROES TO WS-VOID-RESTORE-WORK
                   END-IF
                   IF PX-OUT-OF-NETWORK
                      MOVE WS-VOID-RESTORE-WORK TO DD-OON-YTD-PAID
                   ELSE
                      MOVE WS-VOID-RESTORE-WORK TO DD-YTD-PATIENT-PAID
                   END-IF

                   REWRITE DEDUCTIBLE-RECORD
           END-READ
           WRITE EOB-RECORD FROM SPACES
           .

       2859-REVERSE-BENEFIT-USAGE.
           MOVE 'N' TO WS-LMT-EOF-FLAG
           MOVE LOW-VALUES TO BU-USAGE-KEY
           MOVE PX-PATIENT-ID TO BU-PATIENT-ID

           START BENEFIT-USAGE-FILE KEY >= BU-USAGE-KEY
               INVALID KEY
                   SET WS-LMT-EOF TO TRUE
           END-START

           IF NOT WS-LMT-EOF
              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-LMT-EOF OR
                   BU-PATIENT-ID NOT = PX-PATIENT-ID
              IF BU-CLAIM-ID = PX-CLAIM-ID AND BU-ACTIVE
                 SET BU-REVERSED TO TRUE

                 REWRITE BENEFIT-USAGE-RECORD

                 ADD 1 TO WS-USAGE-REVERSED
              END-IF

              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2220-COMPUTE-PATIENT-AGE.
           COMPUTE WS-PATIENT-AGE = CI-SERV-YEAR - PM-DOB-YEAR

           END-EVALUATE
           .

       2260-APPLY-PAIR-EDITS.
           PERFORM VARYING WS-PAIR-COL1-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-COL1-IDX > 25
              PERFORM VARYING WS-PAIR-COL2-IDX FROM 1 BY 1
                      UNTIL WS-PAIR-COL2-IDX > 25
                 IF WS-PAIR-COL1-IDX NOT = WS-PAIR-COL2-IDX
                    AND WS-EOB-PROC-CODE(WS-PAIR-COL1-IDX)
                        NOT = SPACES
                    AND WS-EOB-PROC-CODE(WS-PAIR-COL2-IDX)
                        NOT = SPACES
                    AND NOT WS-EOB-PROC-BUNDLED(WS-PAIR-COL1-IDX)
                    AND NOT WS-EOB-PROC-BUNDLED(WS-PAIR-COL2-IDX)
                    PERFORM 2262-CHECK-LINE-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       2262-CHECK-LINE-PAIR.
           MOVE WS-EOB-PROC-CODE(WS-PAIR-COL1-IDX)
               TO WS-PAIR-COL1-CODE
           MOVE WS-EOB-PROC-CODE(WS-PAIR-COL2-IDX)
               TO WS-PAIR-COL2-CODE

           PERFORM 2264-SELECT-PAIR-EDIT

           IF WS-PAIR-FOUND
              PERFORM 2266-CHECK-PAIR-MODIFIER

              IF NOT WS-PAIR-OVERRIDE
                 PERFORM 2268-BUNDLE-COMPONENT-LINE
              END-IF
           END-IF
           .

       2264-SELECT-PAIR-EDIT.
           MOVE 'N' TO WS-PAIR-FOUND-FLAG
           MOVE 'N' TO WS-PAIR-EOF-FLAG
           MOVE ZEROES TO WS-PAIR-BEST-FROM
           MOVE '0' TO WS-PAIR-MODIFIER-IND

           MOVE WS-PAIR-COL1-CODE TO PP-COLUMN1-CODE
           MOVE WS-PAIR-COL2-CODE TO PP-COLUMN2-CODE
           MOVE ZEROES TO PP-EFFECTIVE-FROM

           START PROC-PAIR-EDIT-FILE KEY >= PP-PAIR-KEY
               INVALID KEY
                   SET WS-PAIR-EOF TO TRUE
           END-START

           IF NOT WS-PAIR-EOF
              READ PROC-PAIR-EDIT-FILE NEXT
                  AT END SET WS-PAIR-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-PAIR-EOF OR
                   PP-COLUMN1-CODE NOT = WS-PAIR-COL1-CODE OR
                   PP-COLUMN2-CODE NOT = WS-PAIR-COL2-CODE
              IF PP-EFFECTIVE-FROM NOT > WS-RATE-SERVICE-DATE AND
                 (PP-EFFECTIVE-TO = ZEROES OR
                  PP-EFFECTIVE-TO NOT < WS-RATE-SERVICE-DATE) AND
                 PP-EFFECTIVE-FROM NOT < WS-PAIR-BEST-FROM
                 SET WS-PAIR-FOUND TO TRUE
                 MOVE PP-EFFECTIVE-FROM TO WS-PAIR-BEST-FROM
                 MOVE PP-MODIFIER-IND TO WS-PAIR-MODIFIER-IND
              END-IF

              READ PROC-PAIR-EDIT-FILE NEXT
                  AT END SET WS-PAIR-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2266-CHECK-PAIR-MODIFIER.
           MOVE 'N' TO WS-PAIR-OVERRIDE-FLAG

           IF WS-PAIR-MODIFIER-ALLOWED
              EVALUATE WS-EOB-PROC-MODIFIER(WS-PAIR-COL2-IDX)
                  WHEN '59'
                  WHEN 'XE'
                  WHEN 'XP'
                  WHEN 'XS'
                  WHEN 'XU'
                      SET WS-PAIR-OVERRIDE TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           .

       2268-BUNDLE-COMPONENT-LINE.
           IF WS-PAIR-MODIFIER-ALLOWED
              SET WS-EOB-PROC-BNDL-BAD-MOD(WS-PAIR-COL2-IDX) TO TRUE
           ELSE
              SET WS-EOB-PROC-BNDL-NO-MOD(WS-PAIR-COL2-IDX) TO TRUE
           END-IF

           MOVE WS-PAIR-COL1-CODE
               TO WS-EOB-PROC-BUNDLE-INTO(WS-PAIR-COL2-IDX)
           MOVE WS-EOB-PROC-ALLOWED(WS-PAIR-COL2-IDX)
               TO WS-EOB-PROC-SAVED-ALLOWED(WS-PAIR-COL2-IDX)
           MOVE WS-EOB-PROC-COVERED(WS-PAIR-COL2-IDX)
               TO WS-EOB-PROC-SAVED-COVERED(WS-PAIR-COL2-IDX)

           SUBTRACT WS-EOB-PROC-ALLOWED(WS-PAIR-COL2-IDX)
               FROM WS-TOTAL-ALLOWED
           SUBTRACT WS-EOB-PROC-COVERED(WS-PAIR-COL2-IDX)
               FROM WS-TOTAL-COVERED
           ADD WS-EOB-PROC-ALLOWED(WS-PAIR-COL2-IDX)
               TO WS-CLAIM-BUNDLE-ALLOWED
           ADD WS-EOB-PROC-COVERED(WS-PAIR-COL2-IDX)
               TO WS-CLAIM-BUNDLE-COVERED
           ADD 1 TO WS-CLAIM-BUNDLED-LINES

           MOVE ZEROES TO WS-EOB-PROC-ALLOWED(WS-PAIR-COL2-IDX)
           MOVE ZEROES TO WS-EOB-PROC-COVERED(WS-PAIR-COL2-IDX)
           .

       2280-APPLY-BENEFIT-LIMITS.
           PERFORM VARYING WS-LMT-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LMT-LINE-IDX > 25
              IF WS-EOB-PROC-CODE(WS-LMT-LINE-IDX) NOT = SPACES
                 AND WS-EOB-PROC-CATEGORY(WS-LMT-LINE-IDX)
                     NOT = SPACES
                 AND NOT WS-EOB-PROC-BUNDLED(WS-LMT-LINE-IDX)
                 PERFORM 2282-CHECK-LINE-LIMIT
              END-IF
           END-PERFORM
           .

       2282-CHECK-LINE-LIMIT.
           MOVE CI-PATIENT-ID TO WS-LMT-PATIENT-ID
           MOVE WS-EOB-PROC-CATEGORY(WS-LMT-LINE-IDX)
               TO WS-LMT-CATEGORY
           MOVE PM-PRIMARY-INS-ID TO BL-PLAN-ID
           MOVE WS-LMT-CATEGORY TO BL-CATEGORY

           READ BENEFIT-LIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CI-SERVICE-DATE TO WS-LMT-AS-OF-DATE
                   PERFORM 2284-SET-LIMIT-PERIOD
                   PERFORM 2286-SUM-PERIOD-USAGE
                   PERFORM 2288-ADD-CLAIM-USAGE
                   PERFORM 2290-TEST-LINE-LIMIT
           END-READ
           .

       2284-SET-LIMIT-PERIOD.
           IF BL-ROLLING-PERIOD
              COMPUTE WS-LMT-MONTH-WORK =
                      (WS-LMT-AS-OF-YEAR * 12) + WS-LMT-AS-OF-MONTH
                      - 1 - BL-ROLLING-MONTHS
              DIVIDE WS-LMT-MONTH-WORK BY 12
                  GIVING WS-LMT-FROM-YEAR
                  REMAINDER WS-LMT-FROM-MONTH
              ADD 1 TO WS-LMT-FROM-MONTH
              MOVE WS-LMT-AS-OF-DAY TO WS-LMT-FROM-DAY
              ADD 1 TO WS-LMT-FROM-DATE-N
              MOVE WS-LMT-AS-OF-DATE TO WS-LMT-THRU-DATE
           ELSE
              MOVE WS-LMT-AS-OF-YEAR TO WS-LMT-FROM-YEAR
              MOVE 01 TO WS-LMT-FROM-MONTH
              MOVE 01 TO WS-LMT-FROM-DAY
              MOVE WS-LMT-AS-OF-YEAR TO WS-LMT-THRU-YEAR
              MOVE 12 TO WS-LMT-THRU-MONTH
              MOVE 31 TO WS-LMT-THRU-DAY
           END-IF
           .

       2286-SUM-PERIOD-USAGE.
           MOVE ZEROES TO WS-LMT-USED-COUNT
           MOVE ZEROES TO WS-LMT-USED-AMOUNT
           MOVE 'N' TO WS-LMT-EOF-FLAG

           MOVE WS-LMT-PATIENT-ID TO BU-PATIENT-ID
           MOVE WS-LMT-CATEGORY TO BU-CATEGORY
           MOVE WS-LMT-FROM-DATE-N TO BU-SERVICE-DATE
           MOVE LOW-VALUES TO BU-CLAIM-ID
           MOVE ZEROES TO BU-LINE-SEQ

           START BENEFIT-USAGE-FILE KEY >= BU-USAGE-KEY
               INVALID KEY
                   SET WS-LMT-EOF TO TRUE
           END-START

           IF NOT WS-LMT-EOF
              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-LMT-EOF OR
                   BU-PATIENT-ID NOT = WS-LMT-PATIENT-ID OR
                   BU-CATEGORY NOT = WS-LMT-CATEGORY OR
                   BU-SERVICE-DATE > WS-LMT-THRU-DATE-N
              IF BU-ACTIVE
                 ADD BU-UNITS TO WS-LMT-USED-COUNT
                 ADD BU-AMOUNT TO WS-LMT-USED-AMOUNT
              END-IF

              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2288-ADD-CLAIM-USAGE.
           PERFORM VARYING WS-LMT-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-LMT-PRIOR-IDX >= WS-LMT-LINE-IDX
              IF WS-EOB-PROC-CODE(WS-LMT-PRIOR-IDX) NOT = SPACES
                 AND WS-EOB-PROC-CATEGORY(WS-LMT-PRIOR-IDX)
                     = WS-LMT-CATEGORY
                 AND NOT WS-EOB-PROC-BUNDLED(WS-LMT-PRIOR-IDX)
                 AND NOT WS-EOB-PROC-LIMIT-DENIED(WS-LMT-PRIOR-IDX)
                 ADD 1 TO WS-LMT-USED-COUNT
                 ADD WS-EOB-PROC-COVERED(WS-LMT-PRIOR-IDX)
                     TO WS-LMT-USED-AMOUNT
              END-IF
           END-PERFORM
           .

       2290-TEST-LINE-LIMIT.
           IF BL-COUNT-LIMIT
              IF WS-LMT-USED-COUNT NOT < BL-MAX-COUNT
                 SET WS-EOB-PROC-LIMIT-DENIED(WS-LMT-LINE-IDX)
                     TO TRUE
              END-IF
           ELSE
              COMPUTE WS-LMT-REMAINING =
                      BL-MAX-AMOUNT - WS-LMT-USED-AMOUNT
              IF WS-LMT-REMAINING NOT > ZEROES
                 SET WS-EOB-PROC-LIMIT-DENIED(WS-LMT-LINE-IDX)
                     TO TRUE
              ELSE
                 IF WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
                    > WS-LMT-REMAINING
                    SET WS-EOB-PROC-LIMIT-REDUCED(WS-LMT-LINE-IDX)
                        TO TRUE
                    SUBTRACT WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
                        FROM WS-TOTAL-COVERED
                    ADD WS-LMT-REMAINING TO WS-TOTAL-COVERED
                    MOVE WS-LMT-REMAINING
                        TO WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
                    ADD 1 TO WS-LIMIT-LINES-DENIED
                 END-IF
              END-IF
           END-IF

           IF WS-EOB-PROC-LIMIT-DENIED(WS-LMT-LINE-IDX)
              SUBTRACT WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
                  FROM WS-TOTAL-COVERED
              MOVE ZEROES TO WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
              ADD 1 TO WS-LIMIT-LINES-DENIED
           END-IF
           .

       2300-CALCULATE-TOTALS.
           COMPUTE WS-PATIENT-RESPONSIBILITY = 
                   WS-TOTAL-ALLOWED - WS-TOTAL-COVERED
           
           IF WS-PATIENT-RESPONSIBILITY < 0
              MOVE 0 TO WS-PATIENT-RESPONSIBILITY
           END-IF
           .

       2350-COORDINATE-BENEFITS.
           IF PM-SECONDARY-INS-ID NOT = SPACES
              PERFORM 2355-CHECK-SECONDARY-COVERAGE

              IF WS-SEC-COVERED
                 COMPUTE WS-SECONDARY-COVERED =
                         (WS-PATIENT-RESPONSIBILITY *
                          PM-SECONDARY-COVER-PCT) / 100
                 ADD WS-SECONDARY-COVERED TO WS-TOTAL-COVERED
                 SUBTRACT WS-SECONDARY-COVERED
                     FROM WS-PATIENT-RESPONSIBILITY
              END-IF
           END-IF
           .

       2355-CHECK-SECONDARY-COVERAGE.
           MOVE 'N' TO WS-SEC-COVERED-FLAG
           MOVE CI-SERVICE-DATE TO WS-COV-SERVICE-DATE
           MOVE CI-PATIENT-ID TO CV-PATIENT-ID
           MOVE PM-SECONDARY-INS-ID TO CV-PLAN-ID

           READ COVERAGE-FILE
               INVALID KEY
                   MOVE CI-SERV-YEAR TO DD-YEAR
                   MOVE ZEROES TO DD-YTD-PATIENT-PAID
                   MOVE WS-OOP-ANNUAL-MAX TO DD-ANNUAL-MAX
                   MOVE ZEROES TO DD-OON-YTD-PAID
                   MOVE WS-OON-ANNUAL-MAX TO DD-OON-ANNUAL-MAX
                   WRITE DEDUCTIBLE-RECORD
           END-READ

           PERFORM 2365-CHECK-OON-BUCKET

           IF DEDUCTIBLE-SUCCESS AND DD-YEAR NOT = CI-SERV-YEAR
              MOVE CI-SERV-YEAR TO DD-YEAR
              MOVE ZEROES TO DD-YTD-PATIENT-PAID
              MOVE ZEROES TO DD-OON-YTD-PAID
           END-IF

           IF WS-CLAIM-OUT-OF-NETWORK
              COMPUTE WS-REMAINING-OOP =
                      DD-OON-ANNUAL-MAX - DD-OON-YTD-PAID
           ELSE
              COMPUTE WS-REMAINING-OOP =
                      DD-ANNUAL-MAX - DD-YTD-PATIENT-PAID
           END-IF
           IF WS-REMAINING-OOP < 0
              MOVE 0 TO WS-REMAINING-OOP
           END-IF
              MOVE WS-REMAINING-OOP TO WS-PATIENT-RESPONSIBILITY
           END-IF

           IF WS-CLAIM-OUT-OF-NETWORK
              ADD WS-PATIENT-RESPONSIBILITY TO DD-OON-YTD-PAID
           ELSE
              ADD WS-PATIENT-RESPONSIBILITY TO DD-YTD-PATIENT-PAID
           END-IF

           REWRITE DEDUCTIBLE-RECORD
               INVALID KEY
           END-REWRITE
           .

       2365-CHECK-OON-BUCKET.
           IF DD-OON-YTD-PAID NOT NUMERIC
              MOVE ZEROES TO DD-OON-YTD-PAID
           END-IF

           IF DD-OON-ANNUAL-MAX NOT NUMERIC
              MOVE WS-OON-ANNUAL-MAX TO DD-OON-ANNUAL-MAX
           END-IF
           .

       2400-WRITE-CLAIM-REPORT.
           MOVE CI-CLAIM-ID TO WS-RPT-CLAIM-ID
           MOVE CI-PATIENT-ID TO WS-RPT-PATIENT-ID
           MOVE WS-TOTAL-ALLOWED TO WS-RPT-TOTAL-ALLOWED
           MOVE WS-TOTAL-COVERED TO WS-RPT-TOTAL-COVERED
           MOVE WS-PATIENT-RESPONSIBILITY TO WS-RPT-PATIENT-RESP

           EVALUATE TRUE
               WHEN WS-CLAIM-OUT-OF-NETWORK
                    AND WS-CLAIM-HAS-IN-NETWORK
                   MOVE 'MIX' TO WS-RPT-NETWORK
               WHEN WS-CLAIM-OUT-OF-NETWORK
                   MOVE 'OON' TO WS-RPT-NETWORK
               WHEN OTHER
                   MOVE 'IN' TO WS-RPT-NETWORK
           END-EVALUATE
           
           WRITE CLAIM-REPORT-RECORD FROM WS-CLAIM-REPORT-DETAIL

           PERFORM VARYING WS-EOB-IDX FROM 1 BY 1
                   UNTIL WS-EOB-IDX > 25
              IF WS-EOB-PROC-CODE(WS-EOB-IDX) NOT = SPACES
                 AND WS-EOB-PROC-BUNDLED(WS-EOB-IDX)
                 MOVE WS-EOB-PROC-CODE(WS-EOB-IDX)
                      TO WS-RPT-BNDL-PROC
                 MOVE WS-EOB-PROC-MODIFIER(WS-EOB-IDX)
                      TO WS-RPT-BNDL-MOD
                 MOVE WS-EOB-PROC-BUNDLE-INTO(WS-EOB-IDX)
                      TO WS-RPT-BNDL-INTO
                 IF WS-EOB-PROC-BNDL-BAD-MOD(WS-EOB-IDX)
                    MOVE 'NO VALID OVERRIDE MODIFIER'
                         TO WS-RPT-BNDL-REASON
                 ELSE
                    MOVE 'COMPONENT-NOT SEPARATELY PAID'
                         TO WS-RPT-BNDL-REASON
                 END-IF
                 MOVE WS-EOB-PROC-SAVED-ALLOWED(WS-EOB-IDX)
                      TO WS-RPT-BNDL-SAVED
                 WRITE CLAIM-REPORT-RECORD
                       FROM WS-CLAIM-REPORT-BUNDLE-LINE
              END-IF
           END-PERFORM
           .

       2500-WRITE-EOB-STATEMENT.
                      TO WS-EOB-RPT-ALLOWED
                 MOVE WS-EOB-PROC-COVERED(WS-EOB-IDX)
                      TO WS-EOB-RPT-COVERED
                 IF WS-EOB-PROC-NETWORK(WS-EOB-IDX) = 'O'
                    MOVE 'OON' TO WS-EOB-RPT-NETWORK
                 ELSE
                    MOVE 'IN' TO WS-EOB-RPT-NETWORK
                 END-IF
                 MOVE SPACES TO WS-EOB-RPT-REMARK
                 IF WS-EOB-PROC-BUNDLED(WS-EOB-IDX)
                    STRING 'BUNDLED INTO ' DELIMITED BY SIZE
                           WS-EOB-PROC-BUNDLE-INTO(WS-EOB-IDX)
                               DELIMITED BY SIZE
                           INTO WS-EOB-RPT-REMARK
                 END-IF
                 IF WS-EOB-PROC-LIMIT-DENIED(WS-EOB-IDX)
                    MOVE 'DENIED-BENEFIT LIMIT' TO WS-EOB-RPT-REMARK
                 END-IF
                 IF WS-EOB-PROC-LIMIT-REDUCED(WS-EOB-IDX)
                    MOVE 'REDUCED-BENEFIT LIMIT' TO WS-EOB-RPT-REMARK
                 END-IF
                 WRITE EOB-RECORD FROM WS-EOB-PROC-DETAIL-LINE

                 IF WS-EOB-PROC-LIMIT-DENIED(WS-EOB-IDX)
                    OR WS-EOB-PROC-LIMIT-REDUCED(WS-EOB-IDX)
                    PERFORM 2510-WRITE-EOB-LIMIT-LINE
                 END-IF
              END-IF
           END-PERFORM

           WRITE EOB-RECORD FROM SPACES
           .

       2510-WRITE-EOB-LIMIT-LINE.
           MOVE PM-PRIMARY-INS-ID TO BL-PLAN-ID
           MOVE WS-EOB-PROC-CATEGORY(WS-EOB-IDX) TO BL-CATEGORY

           READ BENEFIT-LIMIT-FILE
               INVALID KEY
                   MOVE SPACES TO BENEFIT-LIMIT-RECORD
           END-READ

           MOVE BL-CATEGORY-DESC TO WS-EOB-LMT-DESC

           MOVE SPACES TO WS-LMT-LIMIT-TEXT
           IF BL-COUNT-LIMIT
              MOVE BL-MAX-COUNT TO WS-LMT-COUNT-EDIT
              STRING WS-LMT-COUNT-EDIT DELIMITED BY SIZE
                     ' SERVICES' DELIMITED BY SIZE
                     INTO WS-LMT-LIMIT-TEXT
           ELSE
              MOVE BL-MAX-AMOUNT TO WS-LMT-AMOUNT-EDIT
              MOVE WS-LMT-AMOUNT-EDIT TO WS-LMT-LIMIT-TEXT
           END-IF

           MOVE SPACES TO WS-LMT-PERIOD-TEXT
           IF BL-ROLLING-PERIOD
              MOVE BL-ROLLING-MONTHS TO WS-LMT-MONTHS-EDIT
              STRING WS-LMT-MONTHS-EDIT DELIMITED BY SIZE
                     ' MONTHS' DELIMITED BY SIZE
                     INTO WS-LMT-PERIOD-TEXT
           ELSE
              MOVE 'CALENDAR YEAR' TO WS-LMT-PERIOD-TEXT
           END-IF

           MOVE SPACES TO WS-EOB-LMT-TEXT
           STRING 'PLAN MAXIMUM ' DELIMITED BY SIZE
                  WS-LMT-LIMIT-TEXT DELIMITED BY SIZE
                  ' PER ' DELIMITED BY SIZE
                  WS-LMT-PERIOD-TEXT DELIMITED BY SIZE
                  INTO WS-EOB-LMT-TEXT

           WRITE EOB-RECORD FROM WS-EOB-LIMIT-LINE
           .

       2600-RECORD-PROCESSED-CLAIM.
           MOVE CI-CLAIM-ID TO PX-CLAIM-ID
           MOVE CI-PATIENT-ID TO PX-PATIENT-ID
           MOVE ZEROES TO PX-PAID-DATE
           MOVE CI-PROVIDER-ID TO PX-PROVIDER-ID
           MOVE WS-PATIENT-RESPONSIBILITY TO PX-PATIENT-RESP
           IF WS-CLAIM-OUT-OF-NETWORK
              SET PX-OUT-OF-NETWORK TO TRUE
           ELSE
              MOVE 'I' TO PX-NETWORK-STATUS
           END-IF

           WRITE PROCESSED-CLAIMS-RECORD
               INVALID KEY
           END-WRITE
           .

       2610-SAVE-CLAIM-IMAGE.
           MOVE SPACES TO CLAIM-IMAGE-RECORD
           MOVE CI-CLAIM-ID TO CM-CLAIM-ID
           MOVE WS-CLAIM-WORK-AREA TO CM-CLAIM-IMAGE
           MOVE WS-CURRENT-DATE TO CM-IMAGE-DATE

           IF WS-COVERAGE-DENIED
              SET CM-ADJ-DENIED TO TRUE
              MOVE WS-ERR-DESCRIPTION TO CM-DENIAL-REASON
           ELSE
              SET CM-ADJUDICATED TO TRUE
           END-IF

           IF WS-APPEAL-RESUBMIT
              MOVE WS-APL-ORIGINAL-CLAIM-ID TO CM-ORIGINAL-CLAIM-ID
           END-IF

           WRITE CLAIM-IMAGE-RECORD
               INVALID KEY
                   REWRITE CLAIM-IMAGE-RECORD
           END-WRITE
           .

       2650-ACCUMULATE-PROVIDER-REVENUE.
           MOVE ZEROES TO WS-PREV-FOUND-IDX
           MOVE ZEROES TO WS-PREV-EMPTY-IDX
           END-IF
           .

       2660-ACCUMULATE-BUNDLE-SAVINGS.
           MOVE ZEROES TO WS-BSAV-FOUND-IDX
           MOVE ZEROES TO WS-BSAV-EMPTY-IDX

           PERFORM VARYING WS-BSAV-IDX FROM 1 BY 1
                   UNTIL WS-BSAV-IDX > 50
              IF WS-BSAV-PROVIDER-ID(WS-BSAV-IDX) = CI-PROVIDER-ID
                 MOVE WS-BSAV-IDX TO WS-BSAV-FOUND-IDX
              END-IF
              IF WS-BSAV-PROVIDER-ID(WS-BSAV-IDX) = SPACES
                 AND WS-BSAV-EMPTY-IDX = ZEROES
                 MOVE WS-BSAV-IDX TO WS-BSAV-EMPTY-IDX
              END-IF
           END-PERFORM

           ADD WS-CLAIM-BUNDLED-LINES TO WS-LINES-BUNDLED

           IF WS-BSAV-FOUND-IDX > ZEROES
              ADD WS-CLAIM-BUNDLED-LINES
                  TO WS-BSAV-LINE-COUNT(WS-BSAV-FOUND-IDX)
              ADD WS-CLAIM-BUNDLE-ALLOWED
                  TO WS-BSAV-ALLOWED(WS-BSAV-FOUND-IDX)
              ADD WS-CLAIM-BUNDLE-COVERED
                  TO WS-BSAV-COVERED(WS-BSAV-FOUND-IDX)
           ELSE
              IF WS-BSAV-EMPTY-IDX > ZEROES
                 MOVE CI-PROVIDER-ID
                      TO WS-BSAV-PROVIDER-ID(WS-BSAV-EMPTY-IDX)
                 MOVE WS-CLAIM-BUNDLED-LINES
                      TO WS-BSAV-LINE-COUNT(WS-BSAV-EMPTY-IDX)
                 MOVE WS-CLAIM-BUNDLE-ALLOWED
                      TO WS-BSAV-ALLOWED(WS-BSAV-EMPTY-IDX)
                 MOVE WS-CLAIM-BUNDLE-COVERED
                      TO WS-BSAV-COVERED(WS-BSAV-EMPTY-IDX)
              ELSE
                 ADD WS-CLAIM-BUNDLED-LINES TO WS-BSAV-OVERFLOW-COUNT
              END-IF
           END-IF
           .

       2670-POST-BENEFIT-USAGE.
           PERFORM VARYING WS-LMT-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LMT-LINE-IDX > 25
              IF WS-EOB-PROC-CODE(WS-LMT-LINE-IDX) NOT = SPACES
                 AND WS-EOB-PROC-CATEGORY(WS-LMT-LINE-IDX)
                     NOT = SPACES
                 AND NOT WS-EOB-PROC-BUNDLED(WS-LMT-LINE-IDX)
                 AND NOT WS-EOB-PROC-LIMIT-DENIED(WS-LMT-LINE-IDX)
                 MOVE SPACES TO BENEFIT-USAGE-RECORD
                 MOVE CI-PATIENT-ID TO BU-PATIENT-ID
                 MOVE WS-EOB-PROC-CATEGORY(WS-LMT-LINE-IDX)
                     TO BU-CATEGORY
                 MOVE CI-SERVICE-DATE TO BU-SERVICE-DATE
                 MOVE CI-CLAIM-ID TO BU-CLAIM-ID
                 MOVE WS-LMT-LINE-IDX TO BU-LINE-SEQ
                 MOVE 1 TO BU-UNITS
                 MOVE WS-EOB-PROC-COVERED(WS-LMT-LINE-IDX)
                     TO BU-AMOUNT
                 SET BU-ACTIVE TO TRUE

                 WRITE BENEFIT-USAGE-RECORD
                     INVALID KEY
                         DISPLAY 'ERROR RECORDING BENEFIT USAGE: '
                                 CI-CLAIM-ID
                 END-WRITE
              END-IF
           END-PERFORM
           .

       2750-PROCESS-CORRECTIONS.
           MOVE CR-CLAIM-ID TO PD-CLAIM-ID

               - 32045
           .

       2950-PROCESS-APPEALS.
           EVALUATE TRUE
               WHEN AT-OPEN-APPEAL
                   PERFORM 2952-OPEN-APPEAL
               WHEN AT-FILE-APPEAL
                   PERFORM 2954-FILE-APPEAL
               WHEN AT-APPEAL-DECISION
                   PERFORM 2956-RECORD-APPEAL-DECISION
               WHEN OTHER
                   MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                   MOVE SPACES TO WS-ERR-PATIENT-ID
                   MOVE 'INVALID APPEAL TRANSACTION ACTION'
                        TO WS-ERR-DESCRIPTION
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
           END-EVALUATE

           READ APPEAL-TRANS-FILE
               AT END SET APPEAL-TRANS-EOF TO TRUE
           END-READ

           IF APPEAL-TRANS-SUCCESS
              ADD 1 TO WS-APPEAL-TRANS-READ
           END-IF
           .

       2952-OPEN-APPEAL.
           PERFORM 2953-LOCATE-CLAIM-DENIAL

           IF NOT WS-APL-DENIAL-FOUND
              MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
              MOVE SPACES TO WS-ERR-PATIENT-ID
              MOVE 'APPEAL FOR CLAIM NOT DENIED' TO WS-ERR-DESCRIPTION
              WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
           ELSE
              MOVE AT-CLAIM-ID TO AP-CLAIM-ID

              READ APPEAL-FILE
                  INVALID KEY
                      MOVE SPACES TO APPEAL-RECORD
                      MOVE AT-CLAIM-ID TO AP-CLAIM-ID
                      MOVE 1 TO AP-APPEAL-LEVEL
                      MOVE WS-APL-DENIAL-DATE TO AP-DENIAL-DATE
                      MOVE WS-APL-FIRST-LEVEL-DAYS
                          TO WS-APL-DAYS-TO-ADD
                      PERFORM 2958-START-APPEAL-LEVEL

                      WRITE APPEAL-RECORD

                      ADD 1 TO WS-APPEALS-OPENED
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN AP-OPEN
                              MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                              MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                              MOVE 'APPEAL ALREADY OPEN FOR CLAIM'
                                   TO WS-ERR-DESCRIPTION
                              WRITE ERROR-REPORT-RECORD
                                    FROM WS-ERROR-REPORT-DETAIL
                          WHEN AP-UPHELD
                               AND AP-APPEAL-LEVEL < WS-APL-MAX-LEVEL
                              ADD 1 TO AP-APPEAL-LEVEL
                              MOVE AP-DECISION-DATE TO AP-DENIAL-DATE
                              MOVE WS-APL-NEXT-LEVEL-DAYS
                                  TO WS-APL-DAYS-TO-ADD
                              PERFORM 2958-START-APPEAL-LEVEL

                              REWRITE APPEAL-RECORD

                              ADD 1 TO WS-APPEALS-OPENED
                          WHEN OTHER
                              MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                              MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                              MOVE 'NO FURTHER APPEAL LEVEL FOR CLAIM'
                                   TO WS-ERR-DESCRIPTION
                              WRITE ERROR-REPORT-RECORD
                                    FROM WS-ERROR-REPORT-DETAIL
                      END-EVALUATE
              END-READ
           END-IF
           .

       2953-LOCATE-CLAIM-DENIAL.
           MOVE 'N' TO WS-APL-DENIAL-FOUND-FLAG
           MOVE AT-CLAIM-ID TO PX-CLAIM-ID

           READ PROCESSED-CLAIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PX-DENIED
                      SET WS-APL-DENIAL-FOUND TO TRUE
                      MOVE 'R' TO WS-APL-DENIAL-SOURCE
                      IF PX-PAID-DATE NUMERIC
                         AND PX-PAID-DATE NOT = ZEROES
                         MOVE PX-PAID-DATE TO WS-APL-DENIAL-DATE
                      ELSE
                         MOVE PX-PROCESSED-DATE TO WS-APL-DENIAL-DATE
                      END-IF
                      MOVE 'DENIED ON REMITTANCE'
                           TO WS-APL-DENIAL-REASON
                      MOVE PX-PATIENT-ID TO WS-APL-PATIENT-ID
                      MOVE PX-PROVIDER-ID TO WS-APL-PROVIDER-ID
                   END-IF
           END-READ

           IF NOT WS-APL-DENIAL-FOUND
              MOVE AT-CLAIM-ID TO CM-CLAIM-ID

              READ CLAIM-IMAGE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CM-ADJ-DENIED
                         SET WS-APL-DENIAL-FOUND TO TRUE
                         MOVE 'A' TO WS-APL-DENIAL-SOURCE
                         MOVE CM-IMAGE-DATE TO WS-APL-DENIAL-DATE
                         MOVE CM-DENIAL-REASON
                              TO WS-APL-DENIAL-REASON
                         MOVE CM-IMG-PATIENT-ID TO WS-APL-PATIENT-ID
                         MOVE CM-IMG-PROVIDER-ID
                              TO WS-APL-PROVIDER-ID
                      END-IF
              END-READ
           END-IF
           .

       2954-FILE-APPEAL.
           MOVE AT-CLAIM-ID TO AP-CLAIM-ID

           READ APPEAL-FILE
               INVALID KEY
                   MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                   MOVE SPACES TO WS-ERR-PATIENT-ID
                   MOVE 'APPEAL NOT FOUND FOR CLAIM'
                        TO WS-ERR-DESCRIPTION
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   IF AP-OPEN AND AP-FILED-DATE = ZEROES
                      IF AT-ACTION-DATE NUMERIC
                         AND AT-ACTION-DATE > ZEROES
                         MOVE AT-ACTION-DATE TO AP-FILED-DATE
                      ELSE
                         MOVE WS-CURRENT-DATE TO AP-FILED-DATE
                      END-IF
                      PERFORM 2959-CHECK-LATE-FILING

                      REWRITE APPEAL-RECORD
                   ELSE
                      MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                      MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                      MOVE 'APPEAL NOT OPEN OR ALREADY FILED'
                           TO WS-ERR-DESCRIPTION
                      WRITE ERROR-REPORT-RECORD
                            FROM WS-ERROR-REPORT-DETAIL
                   END-IF
           END-READ
           .

       2956-RECORD-APPEAL-DECISION.
           MOVE AT-CLAIM-ID TO AP-CLAIM-ID

           READ APPEAL-FILE
               INVALID KEY
                   MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                   MOVE SPACES TO WS-ERR-PATIENT-ID
                   MOVE 'APPEAL NOT FOUND FOR CLAIM'
                        TO WS-ERR-DESCRIPTION
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AP-OPEN
                           MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                           MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                           MOVE 'APPEAL ALREADY DECIDED'
                                TO WS-ERR-DESCRIPTION
                           WRITE ERROR-REPORT-RECORD
                                 FROM WS-ERROR-REPORT-DETAIL
                       WHEN NOT AT-OVERTURNED AND NOT AT-UPHELD
                           MOVE AT-CLAIM-ID TO WS-ERR-CLAIM-ID
                           MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                           MOVE 'INVALID APPEAL OUTCOME'
                                TO WS-ERR-DESCRIPTION
                           WRITE ERROR-REPORT-RECORD
                                 FROM WS-ERROR-REPORT-DETAIL
                       WHEN OTHER
                           PERFORM 2957-POST-APPEAL-DECISION
                   END-EVALUATE
           END-READ
           .

       2957-POST-APPEAL-DECISION.
           MOVE AT-OUTCOME TO AP-OUTCOME
           IF AT-ACTION-DATE NUMERIC AND AT-ACTION-DATE > ZEROES
              MOVE AT-ACTION-DATE TO AP-DECISION-DATE
           ELSE
              MOVE WS-CURRENT-DATE TO AP-DECISION-DATE
           END-IF
           SET AP-CLOSED TO TRUE

           ADD 1 TO WS-APPEAL-DECISIONS

           IF AP-OVERTURNED
              ADD 1 TO WS-APPEALS-OVERTURNED
              PERFORM 2960-RESUBMIT-APPEALED-CLAIM
           END-IF

           REWRITE APPEAL-RECORD
           .

       2958-START-APPEAL-LEVEL.
           MOVE WS-APL-PATIENT-ID TO AP-PATIENT-ID
           MOVE WS-APL-PROVIDER-ID TO AP-PROVIDER-ID
           MOVE WS-APL-DENIAL-SOURCE TO AP-DENIAL-SOURCE
           IF AP-DENIAL-REASON = SPACES
              MOVE WS-APL-DENIAL-REASON TO AP-DENIAL-REASON
           END-IF
           IF AT-DENIAL-REASON NOT = SPACES
              MOVE AT-DENIAL-REASON TO AP-DENIAL-REASON
           END-IF

           IF AT-ACTION-DATE NUMERIC AND AT-ACTION-DATE > ZEROES
              MOVE AT-ACTION-DATE TO AP-FILED-DATE
           ELSE
              MOVE ZEROES TO AP-FILED-DATE
           END-IF

           SET AP-OPEN TO TRUE
           SET AP-UNDECIDED TO TRUE
           MOVE ZEROES TO AP-DECISION-DATE
           MOVE SPACES TO AP-RESUB-CLAIM-ID

           MOVE AP-DENIAL-DATE TO WS-APL-WORK-DATE
           PERFORM 2965-ADD-APPEAL-DAYS
           MOVE WS-APL-WORK-DATE TO AP-DEADLINE-DATE

           IF AP-FILED-DATE > ZEROES
              PERFORM 2959-CHECK-LATE-FILING
           END-IF
           .

       2959-CHECK-LATE-FILING.
           IF AP-FILED-DATE > AP-DEADLINE-DATE
              MOVE AP-CLAIM-ID TO WS-ERR-CLAIM-ID
              MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
              MOVE 'APPEAL FILED AFTER FILING DEADLINE'
                   TO WS-ERR-DESCRIPTION
              WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
           END-IF
           .

       2960-RESUBMIT-APPEALED-CLAIM.
           MOVE 'N' TO WS-APL-RESUB-OK-FLAG
           MOVE AP-CLAIM-ID TO CM-CLAIM-ID

           READ CLAIM-IMAGE-FILE
               INVALID KEY
                   MOVE AP-CLAIM-ID TO WS-ERR-CLAIM-ID
                   MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                   MOVE 'NO CLAIM IMAGE FOR APPEAL RESUBMISSION'
                        TO WS-ERR-DESCRIPTION
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   SET WS-APL-RESUB-OK TO TRUE
                   MOVE CM-CLAIM-IMAGE TO WS-CLAIM-WORK-AREA
           END-READ

           IF AT-RESUB-CLAIM-ID = SPACES
              MOVE AP-CLAIM-ID TO WS-APL-RESUB-CLAIM-ID
           ELSE
              MOVE AT-RESUB-CLAIM-ID TO WS-APL-RESUB-CLAIM-ID
           END-IF

           IF WS-APL-RESUB-OK AND AP-REMITTANCE-DENIAL
              IF WS-APL-RESUB-CLAIM-ID = AP-CLAIM-ID
                 MOVE 'N' TO WS-APL-RESUB-OK-FLAG
                 MOVE AP-CLAIM-ID TO WS-ERR-CLAIM-ID
                 MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                 MOVE 'RESUBMISSION CLAIM ID REQUIRED'
                      TO WS-ERR-DESCRIPTION
                 WRITE ERROR-REPORT-RECORD FROM WS-ERROR-REPORT-DETAIL
              ELSE
                 MOVE WS-APL-RESUB-CLAIM-ID TO PX-CLAIM-ID

                 READ PROCESSED-CLAIMS-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'N' TO WS-APL-RESUB-OK-FLAG
                         MOVE AP-CLAIM-ID TO WS-ERR-CLAIM-ID
                         MOVE AP-PATIENT-ID TO WS-ERR-PATIENT-ID
                         MOVE 'RESUBMISSION CLAIM ID ALREADY USED'
                              TO WS-ERR-DESCRIPTION
                         WRITE ERROR-REPORT-RECORD
                               FROM WS-ERROR-REPORT-DETAIL
                 END-READ
              END-IF
           END-IF

           IF WS-APL-RESUB-OK AND AP-REMITTANCE-DENIAL
              MOVE AP-CLAIM-ID TO PX-CLAIM-ID

              READ PROCESSED-CLAIMS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT PX-VOIDED
                         PERFORM 2962-REVERSE-DENIED-CLAIM
                      END-IF
              END-READ
           END-IF

           IF WS-APL-RESUB-OK
              MOVE WS-APL-RESUB-CLAIM-ID TO CI-CLAIM-ID
              MOVE AP-CLAIM-ID TO WS-APL-ORIGINAL-CLAIM-ID
              SET WS-APPEAL-RESUBMIT TO TRUE

              PERFORM 2050-ADJUDICATE-CLAIM

              MOVE 'N' TO WS-APL-RESUBMIT-FLAG
              MOVE WS-APL-RESUB-CLAIM-ID TO AP-RESUB-CLAIM-ID
              ADD 1 TO WS-APPEALS-RESUBMITTED
           END-IF
           .

       2962-REVERSE-DENIED-CLAIM.
           PERFORM 2856-RESTORE-DEDUCTIBLE
           PERFORM 2857-REVERSE-PROVIDER-REVENUE
           PERFORM 2859-REVERSE-BENEFIT-USAGE
           PERFORM 2858-WRITE-CORRECTED-EOB

           MOVE PX-CLAIM-ID TO WS-VOIDREG-CLAIM-ID
           MOVE 'APPEAL' TO WS-VOIDREG-ACTION
           MOVE PX-PATIENT-ID TO WS-VOIDREG-PATIENT-ID
           MOVE PX-COVERED-AMOUNT TO WS-VOIDREG-COVERED
           MOVE PX-PAID-AMOUNT TO WS-VOIDREG-PAID
           MOVE 'OVERTURNED ON APPEAL' TO WS-VOIDREG-REASON

           WRITE VOID-REGISTER-RECORD FROM WS-VOID-REGISTER-DETAIL

           ADD PX-COVERED-AMOUNT TO WS-VOID-COVERED-TOTAL
           ADD PX-PAID-AMOUNT TO WS-VOID-PAID-TOTAL

           SET PX-VOIDED TO TRUE

           REWRITE PROCESSED-CLAIMS-RECORD

           ADD 1 TO WS-VOIDS-POSTED
           .

       2965-ADD-APPEAL-DAYS.
           MOVE ZEROES TO WS-APL-DAYS-ADDED

           PERFORM UNTIL WS-APL-DAYS-ADDED >= WS-APL-DAYS-TO-ADD
              PERFORM 2966-ADVANCE-APPEAL-DATE
              ADD 1 TO WS-APL-DAYS-ADDED
           END-PERFORM
           .

       2966-ADVANCE-APPEAL-DATE.
           PERFORM 2967-SET-APPEAL-LAST-DAY

           IF WS-APL-WORK-DAY < WS-APL-LAST-DAY
              ADD 1 TO WS-APL-WORK-DAY
           ELSE
              MOVE 01 TO WS-APL-WORK-DAY
              IF WS-APL-WORK-MONTH < 12
                 ADD 1 TO WS-APL-WORK-MONTH
              ELSE
                 MOVE 01 TO WS-APL-WORK-MONTH
                 ADD 1 TO WS-APL-WORK-YEAR
              END-IF
           END-IF
           .

       2967-SET-APPEAL-LAST-DAY.
           MOVE 'N' TO WS-LEAP-YEAR-SWITCH

           DIVIDE WS-APL-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-APL-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-APL-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0 AND
              (WS-LEAP-REMAINDER-100 NOT = 0 OR
               WS-LEAP-REMAINDER-400 = 0)
              SET WS-LEAP-YEAR TO TRUE
           END-IF

           EVALUATE WS-APL-WORK-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-APL-LAST-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-APL-LAST-DAY
               WHEN 02
                   IF WS-LEAP-YEAR
                      MOVE 29 TO WS-APL-LAST-DAY
                   ELSE
                      MOVE 28 TO WS-APL-LAST-DAY
                   END-IF
           END-EVALUATE
           .

       3100-UNPAID-CLAIMS-AGING.
           WRITE UNPAID-AGING-REPORT-RECORD FROM WS-UNPAID-HEADER1
           WRITE UNPAID-AGING-REPORT-RECORD FROM WS-UNPAID-HEADER2

           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 2900-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-AGE-CURRENT-JULIAN

           MOVE LOW-VALUES TO PX-CLAIM-ID

           START PROCESSED-CLAIMS-FILE KEY >= PX-CLAIM-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PX-CLAIM-ID
           END-START

           IF PX-CLAIM-ID NOT = HIGH-VALUES
              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-IF

           PERFORM UNTIL PX-CLAIM-ID = HIGH-VALUES
              IF PX-SUBMITTED OR PX-PARTIALLY-PAID
                 PERFORM 3110-WRITE-UNPAID-DETAIL
              END-IF

              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-PERFORM
           .

       3110-WRITE-UNPAID-DETAIL.
           MOVE PX-PROC-YEAR TO WS-JD-YEAR
           MOVE PX-PROC-MONTH TO WS-JD-MONTH
           MOVE PX-PROC-DAY TO WS-JD-DAY
           PERFORM 2900-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-AGE-CLAIM-JULIAN

           COMPUTE WS-AGE-DAYS-OLD =
                   WS-AGE-CURRENT-JULIAN - WS-AGE-CLAIM-JULIAN

           EVALUATE TRUE
               WHEN WS-AGE-DAYS-OLD > 90
                   MOVE '90+ DAY' TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS-OLD > 60
                   MOVE '61-90' TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS-OLD > 30
                   MOVE '31-60' TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE '0-30' TO WS-AGE-BUCKET
           END-EVALUATE

           COMPUTE WS-AGE-BALANCE-DUE =
                   PX-COVERED-AMOUNT - PX-PAID-AMOUNT
           IF WS-AGE-BALANCE-DUE < 0
              MOVE ZEROES TO WS-AGE-BALANCE-DUE
           END-IF

           MOVE PX-CLAIM-ID TO WS-UNPD-CLAIM-ID
           MOVE PX-PATIENT-ID TO WS-UNPD-PATIENT-ID

           MOVE SPACES TO WS-UNPD-PROCESSED-DATE
           MOVE PX-PROC-YEAR TO WS-UNPD-PROCESSED-DATE(1:4)
           MOVE '-' TO WS-UNPD-PROCESSED-DATE(5:1)
           MOVE PX-PROC-MONTH TO WS-UNPD-PROCESSED-DATE(6:2)
           MOVE '-' TO WS-UNPD-PROCESSED-DATE(8:1)
           MOVE PX-PROC-DAY TO WS-UNPD-PROCESSED-DATE(9:2)

           MOVE PX-COVERED-AMOUNT TO WS-UNPD-COVERED
           MOVE PX-PAID-AMOUNT TO WS-UNPD-PAID
           MOVE WS-AGE-BALANCE-DUE TO WS-UNPD-BALANCE
           MOVE WS-AGE-DAYS-OLD TO WS-UNPD-DAYS
           END-IF
           .

       3250-BUNDLING-SAVINGS-REPORT.
           WRITE PROVIDER-REPORT-RECORD FROM SPACES
           WRITE PROVIDER-REPORT-RECORD FROM WS-BUNDLE-SAVINGS-HEADER1
           WRITE PROVIDER-REPORT-RECORD FROM WS-BUNDLE-SAVINGS-HEADER2

           PERFORM VARYING WS-BSAV-IDX FROM 1 BY 1
                   UNTIL WS-BSAV-IDX > 50
              IF WS-BSAV-PROVIDER-ID(WS-BSAV-IDX) NOT = SPACES
                 MOVE WS-BSAV-PROVIDER-ID(WS-BSAV-IDX)
                     TO PR-PROVIDER-ID

                 READ PROVIDER-MASTER-FILE
                     INVALID KEY
                         MOVE SPACES TO PR-PROVIDER-NAME
                 END-READ

                 MOVE WS-BSAV-PROVIDER-ID(WS-BSAV-IDX)
                     TO WS-BNDL-PROV-ID-OUT
                 MOVE PR-PROVIDER-NAME TO WS-BNDL-PROV-NAME-OUT
                 MOVE WS-BSAV-LINE-COUNT(WS-BSAV-IDX)
                     TO WS-BNDL-LINES-OUT
                 MOVE WS-BSAV-ALLOWED(WS-BSAV-IDX)
                     TO WS-BNDL-ALLOWED-OUT
                 MOVE WS-BSAV-COVERED(WS-BSAV-IDX)
                     TO WS-BNDL-COVERED-OUT

                 WRITE PROVIDER-REPORT-RECORD
                     FROM WS-BUNDLE-SAVINGS-DETAIL

                 ADD WS-BSAV-LINE-COUNT(WS-BSAV-IDX)
                     TO WS-BSAV-TOTAL-LINES
                 ADD WS-BSAV-ALLOWED(WS-BSAV-IDX)
                     TO WS-BSAV-TOTAL-ALLOWED
              END-IF
           END-PERFORM

           MOVE WS-BSAV-TOTAL-LINES TO WS-BNDL-TOTAL-LINES
           MOVE WS-BSAV-TOTAL-ALLOWED TO WS-BNDL-TOTAL-ALLOWED

           WRITE PROVIDER-REPORT-RECORD FROM SPACES
           WRITE PROVIDER-REPORT-RECORD FROM WS-BUNDLE-SAVINGS-TOTAL

           IF WS-BSAV-OVERFLOW-COUNT > ZEROES
              MOVE WS-BSAV-OVERFLOW-COUNT TO WS-BSAV-OVERFLOW-OUT

              WRITE PROVIDER-REPORT-RECORD
                  FROM WS-BUNDLE-OVERFLOW-LINE

              DISPLAY 'PROVIDER TABLE FULL - LINES NOT REPORTED: '
                      WS-BSAV-OVERFLOW-COUNT
           END-IF
           .

       3300-PEND-AGING-REPORT.
           WRITE PEND-AGING-REPORT-RECORD FROM WS-PEND-AGING-HEADER1
           WRITE PEND-AGING-REPORT-RECORD FROM WS-PEND-AGING-HEADER2
           END-PERFORM
           .

       3400-BENEFIT-LIMIT-REPORT.
           WRITE BENEFIT-LIMIT-REPORT-RECORD
               FROM WS-BENEFIT-LIMIT-HEADER1
           WRITE BENEFIT-LIMIT-REPORT-RECORD
               FROM WS-BENEFIT-LIMIT-HEADER2

           MOVE 'N' TO WS-LMT-EOF-FLAG
           MOVE SPACES TO WS-LMT-GROUP-PATIENT
           MOVE SPACES TO WS-LMT-GROUP-CATEGORY
           MOVE LOW-VALUES TO BU-USAGE-KEY

           START BENEFIT-USAGE-FILE KEY >= BU-USAGE-KEY
               INVALID KEY
                   SET WS-LMT-EOF TO TRUE
           END-START

           IF NOT WS-LMT-EOF
              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-LMT-EOF
              IF BU-PATIENT-ID NOT = WS-LMT-GROUP-PATIENT
                 OR BU-CATEGORY NOT = WS-LMT-GROUP-CATEGORY
                 IF WS-LMT-GROUP-PATIENT NOT = SPACES
                    PERFORM 3420-EVALUATE-LIMIT-USAGE
                 END-IF
                 PERFORM 3410-START-LIMIT-GROUP
              END-IF

              IF WS-LMT-HAS-LIMIT AND BU-ACTIVE
                 AND BU-SERVICE-DATE NOT < WS-LMT-FROM-DATE-N
                 AND BU-SERVICE-DATE NOT > WS-LMT-THRU-DATE-N
                 ADD BU-UNITS TO WS-LMT-USED-COUNT
                 ADD BU-AMOUNT TO WS-LMT-USED-AMOUNT
              END-IF

              READ BENEFIT-USAGE-FILE NEXT
                  AT END SET WS-LMT-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-LMT-GROUP-PATIENT NOT = SPACES
              PERFORM 3420-EVALUATE-LIMIT-USAGE
           END-IF

           MOVE WS-LIMIT-WARNINGS TO WS-LMTRPT-TOTAL

           WRITE BENEFIT-LIMIT-REPORT-RECORD FROM SPACES
           WRITE BENEFIT-LIMIT-REPORT-RECORD
               FROM WS-BENEFIT-LIMIT-TOTAL
           .

       3410-START-LIMIT-GROUP.
           MOVE BU-PATIENT-ID TO WS-LMT-GROUP-PATIENT
           MOVE BU-CATEGORY TO WS-LMT-GROUP-CATEGORY
           MOVE ZEROES TO WS-LMT-USED-COUNT
           MOVE ZEROES TO WS-LMT-USED-AMOUNT
           MOVE 'N' TO WS-LMT-HAS-LIMIT-FLAG

           MOVE BU-PATIENT-ID TO PM-PATIENT-ID

           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-PATIENT-NAME
                   MOVE SPACES TO PM-PRIMARY-INS-ID
           END-READ

           IF PM-PRIMARY-INS-ID NOT = SPACES
              MOVE PM-PRIMARY-INS-ID TO BL-PLAN-ID
              MOVE BU-CATEGORY TO BL-CATEGORY

              READ BENEFIT-LIMIT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-LMT-HAS-LIMIT TO TRUE
                      MOVE WS-CURRENT-DATE TO WS-LMT-AS-OF-DATE
                      PERFORM 2284-SET-LIMIT-PERIOD
              END-READ
           END-IF
           .

       3420-EVALUATE-LIMIT-USAGE.
           IF WS-LMT-HAS-LIMIT
              IF BL-COUNT-LIMIT
                 MOVE BL-MAX-COUNT TO WS-LMT-MAXIMUM
                 MOVE WS-LMT-USED-COUNT TO WS-LMT-USED
                 MOVE 'VISITS' TO WS-LMTRPT-TYPE
              ELSE
                 MOVE BL-MAX-AMOUNT TO WS-LMT-MAXIMUM
                 MOVE WS-LMT-USED-AMOUNT TO WS-LMT-USED
                 MOVE 'DOLLAR' TO WS-LMTRPT-TYPE
              END-IF

              IF WS-LMT-MAXIMUM = ZEROES
                 MOVE 100 TO WS-LMT-PCT-USED
              ELSE
                 COMPUTE WS-LMT-PCT-USED =
                         (WS-LMT-USED * 100) / WS-LMT-MAXIMUM
                     ON SIZE ERROR
                         MOVE 999 TO WS-LMT-PCT-USED
                 END-COMPUTE
                 IF WS-LMT-PCT-USED > 999
                    MOVE 999 TO WS-LMT-PCT-USED
                 END-IF
              END-IF

              IF WS-LMT-PCT-USED NOT < WS-LMT-WARN-PCT
                 PERFORM 3430-WRITE-LIMIT-DETAIL
              END-IF
           END-IF
           .

       3430-WRITE-LIMIT-DETAIL.
           COMPUTE WS-LMT-REMAINING = WS-LMT-MAXIMUM - WS-LMT-USED
           IF WS-LMT-REMAINING < ZEROES
              MOVE ZEROES TO WS-LMT-REMAINING
           END-IF

           MOVE WS-LMT-GROUP-PATIENT TO WS-LMTRPT-PATIENT-ID
           MOVE SPACES TO WS-LMTRPT-NAME
           STRING PM-LAST-NAME DELIMITED BY SPACE
                  ', ' DELIMITED BY SIZE
                  PM-FIRST-NAME DELIMITED BY SPACE
                  INTO WS-LMTRPT-NAME
           MOVE BL-PLAN-ID TO WS-LMTRPT-PLAN
           MOVE WS-LMT-GROUP-CATEGORY TO WS-LMTRPT-CATEGORY
           MOVE WS-LMT-MAXIMUM TO WS-LMTRPT-MAXIMUM
           MOVE WS-LMT-USED TO WS-LMTRPT-USED
           MOVE WS-LMT-REMAINING TO WS-LMTRPT-REMAINING
           MOVE WS-LMT-PCT-USED TO WS-LMTRPT-PCT

           IF WS-LMT-USED NOT < WS-LMT-MAXIMUM
              MOVE 'AT LIMIT' TO WS-LMTRPT-STATUS
           ELSE
              MOVE 'NEAR' TO WS-LMTRPT-STATUS
           END-IF

           WRITE BENEFIT-LIMIT-REPORT-RECORD
               FROM WS-BENEFIT-LIMIT-DETAIL

           ADD 1 TO WS-LIMIT-WARNINGS
           .

       3500-OON-SPEND-REPORT.
           WRITE OON-SPEND-REPORT-RECORD FROM WS-OON-SPEND-HEADER1
           WRITE OON-SPEND-REPORT-RECORD FROM WS-OON-SPEND-MONTH-LINE
           WRITE OON-SPEND-REPORT-RECORD FROM WS-OON-SPEND-HEADER2

           MOVE LOW-VALUES TO PX-CLAIM-ID

           START PROCESSED-CLAIMS-FILE KEY >= PX-CLAIM-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PX-CLAIM-ID
           END-START

           IF PX-CLAIM-ID NOT = HIGH-VALUES
              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-IF

           PERFORM UNTIL PX-CLAIM-ID = HIGH-VALUES
              IF PX-OUT-OF-NETWORK AND NOT PX-VOIDED
                 AND PX-PROC-YEAR = WS-CURRENT-YEAR
                 AND PX-PROC-MONTH = WS-CURRENT-MONTH
                 PERFORM 3510-ACCUMULATE-OON-SPEND
              END-IF

              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-PERFORM

           PERFORM VARYING WS-OONS-IDX FROM 1 BY 1
                   UNTIL WS-OONS-IDX > 50
              IF WS-OONS-PROVIDER-ID(WS-OONS-IDX) NOT = SPACES
                 MOVE WS-OONS-PROVIDER-ID(WS-OONS-IDX)
                     TO PR-PROVIDER-ID

                 READ PROVIDER-MASTER-FILE
                     INVALID KEY
                         MOVE SPACES TO PR-PROVIDER-NAME
                         MOVE SPACES TO PR-SPECIALTY
                 END-READ

                 MOVE WS-OONS-PROVIDER-ID(WS-OONS-IDX)
                     TO WS-OONRPT-PROVIDER-ID
                 MOVE PR-PROVIDER-NAME TO WS-OONRPT-NAME
                 MOVE PR-SPECIALTY TO WS-OONRPT-SPECIALTY
                 MOVE WS-OONS-CLAIM-COUNT(WS-OONS-IDX)
                     TO WS-OONRPT-CLAIMS
                 MOVE WS-OONS-COVERED(WS-OONS-IDX)
                     TO WS-OONRPT-COVERED
                 MOVE WS-OONS-PATIENT-RESP(WS-OONS-IDX)
                     TO WS-OONRPT-PATIENT-RESP

                 WRITE OON-SPEND-REPORT-RECORD
                     FROM WS-OON-SPEND-DETAIL

                 ADD WS-OONS-CLAIM-COUNT(WS-OONS-IDX)
                     TO WS-OONS-TOTAL-CLAIMS
                 ADD WS-OONS-COVERED(WS-OONS-IDX)
                     TO WS-OONS-TOTAL-COVERED
              END-IF
           END-PERFORM

           MOVE WS-OONS-TOTAL-CLAIMS TO WS-OONRPT-TOTAL-CLAIMS
           MOVE WS-OONS-TOTAL-COVERED TO WS-OONRPT-TOTAL-COVERED

           WRITE OON-SPEND-REPORT-RECORD FROM SPACES
           WRITE OON-SPEND-REPORT-RECORD FROM WS-OON-SPEND-TOTAL

           IF WS-OONS-OVERFLOW-COUNT > ZEROES
              MOVE WS-OONS-OVERFLOW-COUNT TO WS-OONS-OVERFLOW-OUT

              WRITE OON-SPEND-REPORT-RECORD
                  FROM WS-OON-OVERFLOW-LINE

              DISPLAY 'PROVIDER TABLE FULL - CLAIMS NOT REPORTED: '
                      WS-OONS-OVERFLOW-COUNT
           END-IF
           .

       3510-ACCUMULATE-OON-SPEND.
           MOVE ZEROES TO WS-OONS-FOUND-IDX
           MOVE ZEROES TO WS-OONS-EMPTY-IDX

           PERFORM VARYING WS-OONS-IDX FROM 1 BY 1
                   UNTIL WS-OONS-IDX > 50
              IF WS-OONS-PROVIDER-ID(WS-OONS-IDX) = PX-PROVIDER-ID
                 MOVE WS-OONS-IDX TO WS-OONS-FOUND-IDX
              END-IF
              IF WS-OONS-PROVIDER-ID(WS-OONS-IDX) = SPACES
                 AND WS-OONS-EMPTY-IDX = ZEROES
                 MOVE WS-OONS-IDX TO WS-OONS-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-OONS-FOUND-IDX > ZEROES
              ADD 1 TO WS-OONS-CLAIM-COUNT(WS-OONS-FOUND-IDX)
              ADD PX-COVERED-AMOUNT
                  TO WS-OONS-COVERED(WS-OONS-FOUND-IDX)
              ADD PX-PATIENT-RESP
                  TO WS-OONS-PATIENT-RESP(WS-OONS-FOUND-IDX)
           ELSE
              IF WS-OONS-EMPTY-IDX > ZEROES
                 MOVE PX-PROVIDER-ID
                      TO WS-OONS-PROVIDER-ID(WS-OONS-EMPTY-IDX)
                 MOVE 1 TO WS-OONS-CLAIM-COUNT(WS-OONS-EMPTY-IDX)
                 MOVE PX-COVERED-AMOUNT
                      TO WS-OONS-COVERED(WS-OONS-EMPTY-IDX)
                 MOVE PX-PATIENT-RESP
                      TO WS-OONS-PATIENT-RESP(WS-OONS-EMPTY-IDX)
              ELSE
                 ADD 1 TO WS-OONS-OVERFLOW-COUNT
              END-IF
           END-IF
           .

       3600-CHECK-MONTH-END.
           MOVE 'N' TO WS-LEAP-YEAR-SWITCH

           DIVIDE WS-CURRENT-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-CURRENT-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-CURRENT-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0 AND
              (WS-LEAP-REMAINDER-100 NOT = 0 OR
               WS-LEAP-REMAINDER-400 = 0)
              SET WS-LEAP-YEAR TO TRUE
           END-IF

           EVALUATE WS-CURRENT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 02
                   IF WS-LEAP-YEAR
                      MOVE 29 TO WS-LAST-DAY-OF-MONTH
                   ELSE
                      MOVE 28 TO WS-LAST-DAY-OF-MONTH
                   END-IF
           END-EVALUATE
           .

       3700-LAG-TRIANGLE-REPORT.
           PERFORM 3710-LOAD-LAG-TRIANGLE
           PERFORM 3720-COMPUTE-LAG-FACTORS

           WRITE LAG-REPORT-RECORD FROM WS-LAG-HEADER1
           WRITE LAG-REPORT-RECORD FROM SPACES
           WRITE LAG-REPORT-RECORD FROM WS-LAG-TRIANGLE-HEADER

           PERFORM VARYING WS-LAG-ROW-IDX FROM 1 BY 1
                   UNTIL WS-LAG-ROW-IDX > 24
              PERFORM 3730-WRITE-TRIANGLE-ROW
           END-PERFORM

           WRITE LAG-REPORT-RECORD FROM SPACES
           WRITE LAG-REPORT-RECORD FROM WS-LAG-FACTOR-HEADER

           PERFORM VARYING WS-LAG-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAG-COL-IDX > 24
              COMPUTE WS-LAGF-LAG = WS-LAG-COL-IDX - 1
              MOVE WS-LAG-DEV-FACTOR(WS-LAG-COL-IDX)
                  TO WS-LAGF-DEV-FACTOR
              MOVE WS-LAG-COMPLETION(WS-LAG-COL-IDX)
                  TO WS-LAGF-COMPLETION
              WRITE LAG-REPORT-RECORD FROM WS-LAG-FACTOR-LINE
           END-PERFORM

           WRITE LAG-REPORT-RECORD FROM SPACES
           WRITE LAG-REPORT-RECORD FROM WS-LAG-RESERVE-HEADER

           MOVE ZEROES TO WS-LAG-TOTAL-IBNR

           PERFORM VARYING WS-LAG-ROW-IDX FROM 1 BY 1
                   UNTIL WS-LAG-ROW-IDX > 24
              PERFORM 3740-WRITE-RESERVE-ROW
           END-PERFORM

           MOVE WS-LAG-CLAIMS TO WS-LAG-TOTAL-CLAIMS
           MOVE WS-LAG-TOTAL-IBNR TO WS-LAG-TOTAL-RESERVE

           WRITE LAG-REPORT-RECORD FROM SPACES
           WRITE LAG-REPORT-RECORD FROM WS-LAG-TOTAL
           .

       3710-LOAD-LAG-TRIANGLE.
           COMPUTE WS-LAG-CUR-ABS =
                   (WS-CURRENT-YEAR * 12) + WS-CURRENT-MONTH - 1
           MOVE ZEROES TO WS-LAG-CLAIMS

           PERFORM VARYING WS-LAG-ROW-IDX FROM 1 BY 1
                   UNTIL WS-LAG-ROW-IDX > 24
              COMPUTE WS-LAG-ROW-ABS =
                      WS-LAG-CUR-ABS - 24 + WS-LAG-ROW-IDX
              DIVIDE WS-LAG-ROW-ABS BY 12
                  GIVING WS-LAG-WORK-YEAR
                  REMAINDER WS-LAG-WORK-MONTH
              ADD 1 TO WS-LAG-WORK-MONTH
              COMPUTE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX) =
                      (WS-LAG-WORK-YEAR * 100) + WS-LAG-WORK-MONTH
              MOVE ZEROES TO WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX)

              PERFORM VARYING WS-LAG-COL-IDX FROM 1 BY 1
                      UNTIL WS-LAG-COL-IDX > 24
                 MOVE ZEROES
                     TO WS-LAG-PAID(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
                 MOVE ZEROES
                     TO WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
              END-PERFORM
           END-PERFORM

           MOVE LOW-VALUES TO PX-CLAIM-ID

           START PROCESSED-CLAIMS-FILE KEY >= PX-CLAIM-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PX-CLAIM-ID
           END-START

           IF PX-CLAIM-ID NOT = HIGH-VALUES
              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-IF

           PERFORM UNTIL PX-CLAIM-ID = HIGH-VALUES
              IF NOT PX-VOIDED AND PX-PAID-AMOUNT > ZEROES
                 AND PX-PAID-YEAR > ZEROES
                 PERFORM 3715-POST-LAG-CLAIM
              END-IF

              READ PROCESSED-CLAIMS-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PX-CLAIM-ID
              END-READ
           END-PERFORM

           PERFORM VARYING WS-LAG-ROW-IDX FROM 1 BY 1
                   UNTIL WS-LAG-ROW-IDX > 24
              MOVE WS-LAG-PAID(WS-LAG-ROW-IDX, 1)
                  TO WS-LAG-CUM(WS-LAG-ROW-IDX, 1)

              PERFORM VARYING WS-LAG-COL-IDX FROM 2 BY 1
                      UNTIL WS-LAG-COL-IDX > 24
                 COMPUTE WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX) =
                         WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX - 1)
                       + WS-LAG-PAID(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
              END-PERFORM

              COMPUTE WS-LAG-LAST-COL = 25 - WS-LAG-ROW-IDX
              MOVE WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-LAST-COL)
                  TO WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX)
           END-PERFORM
           .

       3715-POST-LAG-CLAIM.
           COMPUTE WS-LAG-SVC-ABS =
                   (PX-SERV-YEAR * 12) + PX-SERV-MONTH - 1
           COMPUTE WS-LAG-PAID-ABS =
                   (PX-PAID-YEAR * 12) + PX-PAID-MONTH - 1
           COMPUTE WS-LAG-ROW-WORK =
                   WS-LAG-SVC-ABS - WS-LAG-CUR-ABS + 24
           COMPUTE WS-LAG-COL-WORK =
                   WS-LAG-PAID-ABS - WS-LAG-SVC-ABS + 1

           IF WS-LAG-ROW-WORK > ZEROES AND WS-LAG-ROW-WORK < 25
              AND WS-LAG-COL-WORK > ZEROES
              AND WS-LAG-COL-WORK NOT > 25 - WS-LAG-ROW-WORK
              MOVE WS-LAG-ROW-WORK TO WS-LAG-ROW-IDX
              MOVE WS-LAG-COL-WORK TO WS-LAG-COL-IDX
              ADD PX-PAID-AMOUNT
                  TO WS-LAG-PAID(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
              ADD 1 TO WS-LAG-CLAIMS
           END-IF
           .

       3720-COMPUTE-LAG-FACTORS.
           MOVE 1 TO WS-LAG-DEV-FACTOR(24)
           MOVE 1 TO WS-LAG-COMPLETION(24)

           PERFORM VARYING WS-LAG-COL-IDX FROM 23 BY -1
                   UNTIL WS-LAG-COL-IDX < 1
              MOVE ZEROES TO WS-LAG-NUMERATOR
              MOVE ZEROES TO WS-LAG-DENOMINATOR

              PERFORM VARYING WS-LAG-ROW-IDX FROM 1 BY 1
                      UNTIL WS-LAG-ROW-IDX > 24 - WS-LAG-COL-IDX
                 ADD WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX + 1)
                     TO WS-LAG-NUMERATOR
                 ADD WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
                     TO WS-LAG-DENOMINATOR
              END-PERFORM

              IF WS-LAG-DENOMINATOR > ZEROES
                 AND WS-LAG-NUMERATOR > ZEROES
                 COMPUTE WS-LAG-DEV-FACTOR(WS-LAG-COL-IDX) ROUNDED =
                         WS-LAG-NUMERATOR / WS-LAG-DENOMINATOR
              ELSE
                 MOVE 1 TO WS-LAG-DEV-FACTOR(WS-LAG-COL-IDX)
              END-IF

              COMPUTE WS-LAG-COMPLETION(WS-LAG-COL-IDX) ROUNDED =
                      WS-LAG-COMPLETION(WS-LAG-COL-IDX + 1)
                    / WS-LAG-DEV-FACTOR(WS-LAG-COL-IDX)
           END-PERFORM
           .

       3730-WRITE-TRIANGLE-ROW.
           MOVE SPACES TO WS-LAGT-SVC-MONTH
           MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX)(1:4)
               TO WS-LAGT-SVC-MONTH(1:4)
           MOVE '-' TO WS-LAGT-SVC-MONTH(5:1)
           MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX)(5:2)
               TO WS-LAGT-SVC-MONTH(6:2)

           COMPUTE WS-LAG-LAST-COL = 25 - WS-LAG-ROW-IDX

           MOVE '00-11' TO WS-LAGT-LAG-RANGE
           PERFORM VARYING WS-LAG-CELL-IDX FROM 1 BY 1
                   UNTIL WS-LAG-CELL-IDX > 12
              MOVE WS-LAG-PAID(WS-LAG-ROW-IDX, WS-LAG-CELL-IDX)
                  TO WS-LAGT-CELL(WS-LAG-CELL-IDX)
           END-PERFORM
           WRITE LAG-REPORT-RECORD FROM WS-LAG-TRIANGLE-LINE

           IF WS-LAG-LAST-COL > 12
              MOVE SPACES TO WS-LAGT-SVC-MONTH
              MOVE '12-23' TO WS-LAGT-LAG-RANGE
              PERFORM VARYING WS-LAG-CELL-IDX FROM 1 BY 1
                      UNTIL WS-LAG-CELL-IDX > 12
                 MOVE WS-LAG-PAID(WS-LAG-ROW-IDX,
                                  WS-LAG-CELL-IDX + 12)
                     TO WS-LAGT-CELL(WS-LAG-CELL-IDX)
              END-PERFORM
              WRITE LAG-REPORT-RECORD FROM WS-LAG-TRIANGLE-LINE
           END-IF

           PERFORM VARYING WS-LAG-COL-IDX FROM 1 BY 1
                   UNTIL WS-LAG-COL-IDX > WS-LAG-LAST-COL
              MOVE SPACES TO LAG-EXTRACT-RECORD
              SET LX-TRIANGLE-CELL TO TRUE
              MOVE WS-CURRENT-DATE TO LX-RUN-DATE
              MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX)
                  TO LX-SERVICE-MONTH
              COMPUTE LX-LAG-MONTHS = WS-LAG-COL-IDX - 1
              MOVE WS-LAG-PAID(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
                  TO LX-PAID-AMOUNT
              MOVE WS-LAG-CUM(WS-LAG-ROW-IDX, WS-LAG-COL-IDX)
                  TO LX-CUMULATIVE-PAID
              WRITE LAG-EXTRACT-RECORD
           END-PERFORM
           .

       3740-WRITE-RESERVE-ROW.
           COMPUTE WS-LAG-LAST-COL = 25 - WS-LAG-ROW-IDX

           IF WS-LAG-COMPLETION(WS-LAG-LAST-COL) > ZEROES
              COMPUTE WS-LAG-ULTIMATE ROUNDED =
                      WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX)
                    / WS-LAG-COMPLETION(WS-LAG-LAST-COL)
           ELSE
              MOVE WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX)
                  TO WS-LAG-ULTIMATE
           END-IF

           COMPUTE WS-LAG-IBNR =
                   WS-LAG-ULTIMATE - WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX)
           ADD WS-LAG-IBNR TO WS-LAG-TOTAL-IBNR

           MOVE SPACES TO WS-LAGR-SVC-MONTH
           MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX)(1:4)
               TO WS-LAGR-SVC-MONTH(1:4)
           MOVE '-' TO WS-LAGR-SVC-MONTH(5:1)
           MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX)(5:2)
               TO WS-LAGR-SVC-MONTH(6:2)
           MOVE WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX) TO WS-LAGR-PAID
           COMPUTE WS-LAGR-AGE = WS-LAG-LAST-COL - 1
           MOVE WS-LAG-COMPLETION(WS-LAG-LAST-COL)
               TO WS-LAGR-COMPLETION
           MOVE WS-LAG-ULTIMATE TO WS-LAGR-ULTIMATE
           MOVE WS-LAG-IBNR TO WS-LAGR-IBNR

           WRITE LAG-REPORT-RECORD FROM WS-LAG-RESERVE-LINE

           MOVE SPACES TO LAG-EXTRACT-RECORD
           SET LX-RESERVE-ROW TO TRUE
           MOVE WS-CURRENT-DATE TO LX-RUN-DATE
           MOVE WS-LAG-SVC-MONTH(WS-LAG-ROW-IDX) TO LX-SERVICE-MONTH
           MOVE WS-LAG-PAID-TO-DATE(WS-LAG-ROW-IDX) TO LX-PAID-TO-DATE
           MOVE WS-LAG-COMPLETION(WS-LAG-LAST-COL)
               TO LX-COMPLETION-FACTOR
           MOVE WS-LAG-ULTIMATE TO LX-ULTIMATE
           MOVE WS-LAG-IBNR TO LX-IBNR-RESERVE
           WRITE LAG-EXTRACT-RECORD
           .

       3790-SET-CURRENT-WEEKDAY.
           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 2900-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-APL-CURRENT-JULIAN

           DIVIDE WS-JD-RESULT BY 7
               GIVING WS-APL-WEEK-QUOTIENT
               REMAINDER WS-APL-CURRENT-WEEKDAY
           .

       3800-APPEAL-TRACKING-REPORT.
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-HEADER1
           WRITE APPEAL-REPORT-RECORD FROM SPACES
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-DEADLINE-TITLE
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-HEADER2

           MOVE ZEROES TO WS-APL-DUE-COUNT
           MOVE 'N' TO WS-APL-EOF-FLAG
           MOVE LOW-VALUES TO AP-CLAIM-ID

           START APPEAL-FILE KEY >= AP-CLAIM-ID
               INVALID KEY
                   SET WS-APL-EOF TO TRUE
           END-START

           IF NOT WS-APL-EOF
              READ APPEAL-FILE NEXT
                  AT END SET WS-APL-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-APL-EOF
              IF AP-OPEN AND AP-FILED-DATE = ZEROES
                 PERFORM 3810-CHECK-APPEAL-DEADLINE
              END-IF
              IF AP-CLOSED AND NOT AP-UNDECIDED
                 PERFORM 3820-ACCUMULATE-APPEAL-OUTCOME
              END-IF

              READ APPEAL-FILE NEXT
                  AT END SET WS-APL-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE WS-APL-DUE-COUNT TO WS-APLD-TOTAL-COUNT
           WRITE APPEAL-REPORT-RECORD FROM SPACES
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-DEADLINE-TOTAL

           WRITE APPEAL-REPORT-RECORD FROM SPACES
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-OVERTURN-TITLE
           WRITE APPEAL-REPORT-RECORD FROM WS-APPEAL-HEADER3

           PERFORM VARYING WS-APL-RSN-IDX FROM 1 BY 1
                   UNTIL WS-APL-RSN-IDX > 30
              IF WS-APL-RSN-REASON(WS-APL-RSN-IDX) NOT = SPACES
                 MOVE WS-APL-RSN-REASON(WS-APL-RSN-IDX)
                     TO WS-APLR-REASON
                 MOVE WS-APL-RSN-DECIDED(WS-APL-RSN-IDX)
                     TO WS-APLR-DECIDED
                 MOVE WS-APL-RSN-OVERTURNED(WS-APL-RSN-IDX)
                     TO WS-APLR-OVERTURNED
                 MOVE WS-APL-RSN-UPHELD(WS-APL-RSN-IDX)
                     TO WS-APLR-UPHELD
                 COMPUTE WS-APLR-RATE ROUNDED =
                         (WS-APL-RSN-OVERTURNED(WS-APL-RSN-IDX) * 100)
                       / WS-APL-RSN-DECIDED(WS-APL-RSN-IDX)

                 WRITE APPEAL-REPORT-RECORD
                     FROM WS-APPEAL-OVERTURN-DETAIL
              END-IF
           END-PERFORM

           IF WS-APL-RSN-OVERFLOW > ZEROES
              MOVE WS-APL-RSN-OVERFLOW TO WS-APL-OVERFLOW-OUT

              WRITE APPEAL-REPORT-RECORD
                  FROM WS-APPEAL-OVERFLOW-LINE

              DISPLAY 'REASON TABLE FULL - DECISIONS NOT REPORTED: '
                      WS-APL-RSN-OVERFLOW
           END-IF
           .

       3810-CHECK-APPEAL-DEADLINE.
           MOVE AP-DEADLINE-DATE TO WS-APL-WORK-DATE
           MOVE WS-APL-WORK-YEAR TO WS-JD-YEAR
           MOVE WS-APL-WORK-MONTH TO WS-JD-MONTH
           MOVE WS-APL-WORK-DAY TO WS-JD-DAY
           PERFORM 2900-COMPUTE-JULIAN-DAY

           COMPUTE WS-APL-DAYS-LEFT =
                   WS-JD-RESULT - WS-APL-CURRENT-JULIAN

           IF WS-APL-DAYS-LEFT NOT > WS-APL-WARN-DAYS
              MOVE AP-CLAIM-ID TO WS-APLD-CLAIM-ID
              MOVE AP-PATIENT-ID TO WS-APLD-PATIENT-ID
              MOVE AP-APPEAL-LEVEL TO WS-APLD-LEVEL

              MOVE SPACES TO WS-APLD-DENIAL-DATE
              MOVE AP-DENIAL-DATE(1:4) TO WS-APLD-DENIAL-DATE(1:4)
              MOVE '-' TO WS-APLD-DENIAL-DATE(5:1)
              MOVE AP-DENIAL-DATE(5:2) TO WS-APLD-DENIAL-DATE(6:2)
              MOVE '-' TO WS-APLD-DENIAL-DATE(8:1)
              MOVE AP-DENIAL-DATE(7:2) TO WS-APLD-DENIAL-DATE(9:2)

              MOVE SPACES TO WS-APLD-DEADLINE
              MOVE WS-APL-WORK-YEAR TO WS-APLD-DEADLINE(1:4)
              MOVE '-' TO WS-APLD-DEADLINE(5:1)
              MOVE WS-APL-WORK-MONTH TO WS-APLD-DEADLINE(6:2)
              MOVE '-' TO WS-APLD-DEADLINE(8:1)
              MOVE WS-APL-WORK-DAY TO WS-APLD-DEADLINE(9:2)

              MOVE WS-APL-DAYS-LEFT TO WS-APLD-DAYS-LEFT
              MOVE AP-DENIAL-REASON TO WS-APLD-REASON

              IF WS-APL-DAYS-LEFT < ZEROES
                 MOVE 'PAST DUE' TO WS-APLD-STATUS
              ELSE
                 MOVE 'DUE SOON' TO WS-APLD-STATUS
              END-IF

              WRITE APPEAL-REPORT-RECORD
                  FROM WS-APPEAL-DEADLINE-DETAIL

              ADD 1 TO WS-APL-DUE-COUNT
           END-IF
           .

       3820-ACCUMULATE-APPEAL-OUTCOME.
           MOVE ZEROES TO WS-APL-RSN-FOUND-IDX
           MOVE ZEROES TO WS-APL-RSN-EMPTY-IDX

           PERFORM VARYING WS-APL-RSN-IDX FROM 1 BY 1
                   UNTIL WS-APL-RSN-IDX > 30
              IF WS-APL-RSN-REASON(WS-APL-RSN-IDX) = AP-DENIAL-REASON
                 MOVE WS-APL-RSN-IDX TO WS-APL-RSN-FOUND-IDX
              END-IF
              IF WS-APL-RSN-REASON(WS-APL-RSN-IDX) = SPACES
                 AND WS-APL-RSN-EMPTY-IDX = ZEROES
                 MOVE WS-APL-RSN-IDX TO WS-APL-RSN-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-APL-RSN-FOUND-IDX = ZEROES
              AND WS-APL-RSN-EMPTY-IDX > ZEROES
              MOVE WS-APL-RSN-EMPTY-IDX TO WS-APL-RSN-FOUND-IDX
              MOVE AP-DENIAL-REASON
                   TO WS-APL-RSN-REASON(WS-APL-RSN-FOUND-IDX)
              MOVE ZEROES TO WS-APL-RSN-DECIDED(WS-APL-RSN-FOUND-IDX)
              MOVE ZEROES
                   TO WS-APL-RSN-OVERTURNED(WS-APL-RSN-FOUND-IDX)
              MOVE ZEROES TO WS-APL-RSN-UPHELD(WS-APL-RSN-FOUND-IDX)
           END-IF

           IF WS-APL-RSN-FOUND-IDX > ZEROES
              ADD 1 TO WS-APL-RSN-DECIDED(WS-APL-RSN-FOUND-IDX)
              IF AP-OVERTURNED
                 ADD 1 TO WS-APL-RSN-OVERTURNED(WS-APL-RSN-FOUND-IDX)
              ELSE
                 ADD 1 TO WS-APL-RSN-UPHELD(WS-APL-RSN-FOUND-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-APL-RSN-OVERFLOW
           END-IF
           .

       3900-WRITE-BALANCING-REPORT.
           MOVE WS-BATCH-HEADER-DATE TO WS-BAL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-BAL-RUN-DATE

           IF WS-RUN-ABORT
              MOVE WS-EDIT-RECORD-COUNT TO WS-BAL-INPUT-COUNT
              MOVE WS-EDIT-QUANTITY-HASH TO WS-BAL-INPUT-QUANTITY
              MOVE WS-EDIT-AMOUNT-HASH TO WS-BAL-INPUT-AMOUNT
              MOVE ZEROES TO WS-BAL-UNACCOUNTED
           ELSE
              COMPUTE WS-BAL-UNACCOUNTED = WS-BAL-INPUT-COUNT
                      - WS-BAL-PROCESSED
                      - WS-BAL-REJECTED
                      - WS-BAL-SUSPENDED
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-HEADER1
           WRITE BALANCE-REPORT-RECORD FROM SPACES

           MOVE 'RECORDS INPUT' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-INPUT-COUNT TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           MOVE 'RECORDS PROCESSED' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-PROCESSED TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           MOVE 'RECORDS REJECTED' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-REJECTED TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           MOVE 'RECORDS SUSPENDED (PENDED)' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-SUSPENDED TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           MOVE 'RECORDS UNACCOUNTED FOR' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-UNACCOUNTED TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           WRITE BALANCE-REPORT-RECORD FROM SPACES

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-CTL-HEADER
           MOVE 'RECORD COUNT' TO WS-BAL-CTL-LABEL
           MOVE WS-BAL-INPUT-COUNT TO WS-BAL-CTL-INPUT
           MOVE WS-TRAILER-COUNT TO WS-BAL-CTL-TRAILER
           COMPUTE WS-BAL-CTL-DIFF =
                   WS-BAL-INPUT-COUNT - WS-TRAILER-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-CTL-LINE
           MOVE 'QUANTITY HASH' TO WS-BAL-CTL-LABEL
           MOVE WS-BAL-INPUT-QUANTITY TO WS-BAL-CTL-INPUT
           MOVE WS-TRAILER-QUANTITY TO WS-BAL-CTL-TRAILER
           COMPUTE WS-BAL-CTL-DIFF =
                   WS-BAL-INPUT-QUANTITY - WS-TRAILER-QUANTITY
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-CTL-LINE
           MOVE 'AMOUNT HASH' TO WS-BAL-AMT-LABEL
           MOVE WS-BAL-INPUT-AMOUNT TO WS-BAL-AMT-INPUT
           MOVE WS-TRAILER-HASH TO WS-BAL-AMT-TRAILER
           COMPUTE WS-BAL-AMT-DIFF =
                   WS-BAL-INPUT-AMOUNT - WS-TRAILER-HASH
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-AMT-LINE
           WRITE BALANCE-REPORT-RECORD FROM SPACES

           IF WS-RUN-ABORT
              MOVE 'RUN HALTED - BATCH NOT POSTED'
                  TO WS-BAL-STATUS-TEXT
           ELSE
              IF WS-BAL-UNACCOUNTED = 0 AND
                 WS-BAL-INPUT-COUNT = WS-TRAILER-COUNT AND
                 WS-BAL-INPUT-QUANTITY = WS-TRAILER-QUANTITY AND
                 WS-BAL-INPUT-AMOUNT = WS-TRAILER-HASH
                 MOVE 'IN BALANCE' TO WS-BAL-STATUS-TEXT
              ELSE
                 MOVE 'OUT OF BALANCE - REVIEW BEFORE NEXT RUN'
                     TO WS-BAL-STATUS-TEXT
                 DISPLAY 'CLAIMINP OUT OF BALANCE AT END OF RUN'
              END-IF
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-STATUS-LINE
           .

       3000-TERMINATION.
           MOVE WS-CLAIMS-READ TO WS-SUM-CLAIMS-READ
           MOVE WS-CLAIMS-PROCESSED TO WS-SUM-CLAIMS-PROCESSED
           MOVE WS-COVERAGE-DENIALS TO WS-SUM-COVERAGE-DENIALS
           MOVE WS-TERM-SYNC-APPLIED TO WS-SUM-TERM-SYNC
           MOVE WS-VOIDS-POSTED TO WS-SUM-VOIDS-POSTED
           MOVE WS-LINES-BUNDLED TO WS-SUM-LINES-BUNDLED
           MOVE WS-LIMIT-LINES-DENIED TO WS-SUM-LIMIT-DENIED
           MOVE WS-LIMIT-WARNINGS TO WS-SUM-LIMIT-WARNINGS
           MOVE WS-USAGE-REVERSED TO WS-SUM-USAGE-REVERSED
           MOVE WS-OON-CLAIMS TO WS-SUM-OON-CLAIMS
           MOVE WS-APPEALS-OPENED TO WS-SUM-APPEALS-OPENED
           MOVE WS-APPEAL-DECISIONS TO WS-SUM-APPEAL-DECISIONS
           MOVE WS-APPEALS-OVERTURNED TO WS-SUM-APPEALS-OVERTURNED
           MOVE WS-APPEALS-RESUBMITTED TO WS-SUM-APPEALS-RESUBMITTED

           MOVE WS-VOIDS-POSTED TO WS-VOIDREG-TOTAL-CNT
           MOVE WS-VOID-COVERED-TOTAL TO WS-VOIDREG-TOTAL-COVERED
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL11
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL12
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL13
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL14
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL15
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL16
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL17
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL18
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL19
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL20
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL21
           WRITE CLAIM-REPORT-RECORD FROM WS-SUMMARY-DETAIL22

           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
              SET RC-RUN-COMPLETE TO TRUE
              MOVE RC-BUSINESS-DATE TO RC-LAST-RUN-DATE

              REWRITE RUN-CONTROL-RECORD
           END-IF

           CLOSE PATIENT-MASTER-FILE
                 CLAIM-INPUT-FILE
                 CORRECTION-FILE
                 PEND-AGING-REPORT-FILE
                 PROCEDURE-EDIT-FILE
                 PROC-PAIR-EDIT-FILE
                 BENEFIT-LIMIT-FILE
                 BENEFIT-USAGE-FILE
                 BENEFIT-LIMIT-REPORT-FILE
                 PROVIDER-CONTRACT-FILE
                 OON-SPEND-REPORT-FILE
                 LAG-REPORT-FILE
                 LAG-EXTRACT-FILE
                 CLAIM-IMAGE-FILE
                 APPEAL-FILE
                 APPEAL-TRANS-FILE
                 APPEAL-REPORT-FILE
                 RATE-MAINT-FILE
                 AUTH-MASTER-FILE
                 COVERAGE-FILE
                 TERM-SYNC-FILE
                 VOID-FILE
                 VOID-REGISTER-FILE
                 RUN-CONTROL-FILE
                 BALANCE-REPORT-FILE
           .
