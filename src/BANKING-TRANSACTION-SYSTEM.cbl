
           SELECT POSTED-JOURNAL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-TRANSACTION-ID
               FILE STATUS IS POSTED-JOURNAL-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VELOCITY-REPORT-STATUS.

           SELECT CLOSED-ACCOUNT-REPORT-FILE ASSIGN TO CLOSEREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLOSED-ACCT-RPT-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WATCHLIST-STATUS.

           SELECT SCREENING-QUEUE-FILE ASSIGN TO SCRNQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-TRANSACTION-ID
               FILE STATUS IS SCREENING-QUEUE-STATUS.

           SELECT SCREENING-HIT-REPORT-FILE ASSIGN TO SCRNHIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCREENING-HIT-RPT-STATUS.

           SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO CHGOFREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHARGE-OFF-RPT-STATUS.

           SELECT SERVICE-PRICE-FILE ASSIGN TO SVCPRICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-PRICE-KEY
               FILE STATUS IS SERVICE-PRICE-STATUS.

           SELECT ANALYSIS-STATEMENT-FILE ASSIGN TO ANALSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANALYSIS-STMT-STATUS.

           SELECT ACCOUNT-OWNER-FILE ASSIGN TO ACCTOWNR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-OWNER-KEY
               ALTERNATE RECORD KEY IS OW-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS ACCOUNT-OWNER-STATUS.

           SELECT OWNERSHIP-REPORT-FILE ASSIGN TO OWNRLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OWNERSHIP-RPT-STATUS.

           SELECT LOCKBOX-CAPTURE-FILE ASSIGN TO LBXCAPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-CAPTURE-STATUS.

           SELECT LOCKBOX-REMIT-FILE ASSIGN TO LBXREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
               88  AM-DORMANT             VALUE 'D'.
               88  AM-FROZEN              VALUE 'F'.
               88  AM-CLOSED              VALUE 'C'.
               88  AM-CHARGED-OFF         VALUE 'W'.
           05  AM-CURRENT-BALANCE         PIC S9(11)V99 COMP-3.
           05  AM-AVAILABLE-BALANCE       PIC S9(11)V99 COMP-3.
           05  AM-ACCRUED-INTEREST        PIC S9(7)V99 COMP-3.
               10  AM-PMT-DUE-MONTH       PIC 9(2).
               10  AM-PMT-DUE-DAY         PIC 9(2).
           05  AM-LINKED-ACCOUNT          PIC X(12).
           05  AM-CHARGE-OFF-DATE         PIC 9(8).
           05  AM-CHARGE-OFF-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AM-RECOVERY-AMOUNT         PIC S9(11)V99 COMP-3.
           05  AM-COLLECTED-BAL-MTD       PIC S9(13)V99 COMP-3.
           05  AM-COLLECTED-DAYS-MTD      PIC 9(3) COMP-3.
           05  AM-FILLER                  PIC X(83).
           
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
               88  TR-REACTIVATE          VALUE 'RA'.
               88  TR-ACH-RETURN          VALUE 'RT'.
               88  TR-PARAM-MAINT         VALUE 'PM'.
               88  TR-CLOSE-ACCOUNT       VALUE 'CL'.
               88  TR-SCREEN-DISPOSITION  VALUE 'SD'.
               88  TR-OWNER-ADD           VALUE 'OA'.
               88  TR-OWNER-REMOVE        VALUE 'OR'.
               88  TR-TRAILER             VALUE 'TL'.
           05  TR-TRANSACTION-DATE.
               10  TR-TRANS-YEAR          PIC 9(4).
           05  TT-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(54).

       01  TRANSACTION-ONBOARD-RECORD.
           05  FILLER                     PIC X(43).
           05  TN-TAX-ID                  PIC X(11).
           05  FILLER                     PIC X(9).
           05  TN-LAST-NAME               PIC X(20).
           05  TN-FIRST-NAME              PIC X(10).
           05  FILLER                     PIC X(7).
           05  TN-DATE-OF-BIRTH           PIC 9(8).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           05  PJ-ACCOUNT-NUMBER          PIC X(12).
           05  PJ-TRANSACTION-TYPE        PIC X(2).
           05  PJ-AMOUNT                  PIC S9(9)V99 COMP-3.
           05  PJ-CHANNEL                 PIC X(2).
           05  PJ-FILLER                  PIC X(15).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  VELOCITY-REPORT-RECORD         PIC X(132).

       FD  CLOSED-ACCOUNT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSED-ACCOUNT-REPORT-RECORD   PIC X(132).

       FD  WATCHLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  WATCHLIST-RECORD.
           05  WL-ENTRY-ID                PIC X(10).
           05  WL-LAST-NAME               PIC X(20).
           05  WL-FIRST-NAME              PIC X(15).
           05  WL-DATE-OF-BIRTH           PIC 9(8).
           05  WL-TAX-ID                  PIC X(11).
           05  WL-LIST-SOURCE             PIC X(10).
           05  WL-ENTRY-STATUS            PIC X.
               88  WL-ENTRY-ACTIVE        VALUE 'A'.
               88  WL-ENTRY-REMOVED       VALUE 'R'.
           05  WL-ADDED-DATE              PIC 9(8).
           05  WL-FILLER                  PIC X(37).

       FD  SCREENING-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  SCREENING-QUEUE-RECORD.
           05  SQ-TRANSACTION-ID          PIC X(15).
           05  SQ-HELD-TRANSACTION        PIC X(108).
           05  SQ-HELD-FIELDS REDEFINES SQ-HELD-TRANSACTION.
               10  FILLER                 PIC X(15).
               10  SQ-HELD-TYPE           PIC X(2).
               10  FILLER                 PIC X(14).
               10  SQ-HELD-ACCOUNT        PIC X(12).
               10  FILLER                 PIC X(12).
               10  SQ-HELD-AMOUNT         PIC S9(9)V99 COMP-3.
               10  SQ-HELD-CHANNEL        PIC X(2).
               10  FILLER                 PIC X(45).
           05  SQ-QUEUE-STATUS            PIC X.
               88  SQ-PENDING             VALUE 'P'.
               88  SQ-CLEARED             VALUE 'C'.
               88  SQ-CONFIRMED           VALUE 'F'.
           05  SQ-QUEUED-DATE             PIC 9(8).
           05  SQ-CUSTOMER-ID             PIC X(10).
           05  SQ-SUBJECT-NAME            PIC X(20).
           05  SQ-WATCHLIST-ID            PIC X(10).
           05  SQ-MATCH-BASIS             PIC X(10).
           05  SQ-DISPOSITION-DATE        PIC 9(8).
           05  SQ-DISPOSED-BY             PIC X(5).
           05  SQ-FILLER                  PIC X(5).

       FD  SCREENING-HIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SCREENING-HIT-REPORT-RECORD    PIC X(132).

       FD  CHARGE-OFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-OFF-REPORT-RECORD       PIC X(132).

       FD  SERVICE-PRICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SERVICE-PRICE-RECORD.
           05  SPR-PRICE-KEY.
               10  SPR-TRANS-TYPE         PIC X(2).
               10  SPR-CHANNEL            PIC X(2).
           05  SPR-DESCRIPTION            PIC X(20).
           05  SPR-UNIT-PRICE             PIC S9(3)V9(4) COMP-3.
           05  SPR-EFFECTIVE-DATE         PIC 9(8).
           05  SPR-PRICE-STATUS           PIC X.
               88  SPR-PRICE-ACTIVE       VALUE 'A'.
           05  SPR-FILLER                 PIC X(43).

       FD  ANALYSIS-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ANALYSIS-STATEMENT-RECORD      PIC X(132).

       FD  ACCOUNT-OWNER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCOUNT-OWNER-RECORD.
           05  OW-OWNER-KEY.
               10  OW-ACCOUNT-NUMBER      PIC X(12).
               10  OW-CUSTOMER-ID         PIC X(10).
           05  OW-OWNER-ROLE              PIC X(2).
               88  OW-PRIMARY             VALUE 'PR'.
               88  OW-JOINT               VALUE 'JT'.
               88  OW-AUTH-SIGNER         VALUE 'AS'.
               88  OW-TRUSTEE             VALUE 'TE'.
               88  OW-POD-BENEFICIARY     VALUE 'PD'.
           05  OW-BENEFICIARY-PCT         PIC 9(3)V99.
           05  OW-LINK-STATUS             PIC X.
               88  OW-LINK-ACTIVE         VALUE 'A'.
               88  OW-LINK-REMOVED        VALUE 'R'.
           05  OW-ADDED-DATE              PIC 9(8).
           05  OW-REMOVED-DATE            PIC 9(8).
           05  OW-UPDATED-BY              PIC X(5).
           05  OW-FILLER                  PIC X(49).

       FD  OWNERSHIP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OWNERSHIP-REPORT-RECORD        PIC X(132).

       FD  LOCKBOX-CAPTURE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCKBOX-CAPTURE-RECORD.
           05  LC-RECORD-TYPE             PIC X.
               88  LC-BATCH-HEADER        VALUE 'H'.
               88  LC-REMITTANCE          VALUE 'D'.
           05  LC-BATCH-NUMBER            PIC X(6).
           05  LC-DEPOSIT-DATE            PIC 9(8).
           05  LC-DEPOSIT-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LC-ITEM-COUNT              PIC 9(5).
           05  LC-DEPOSIT-ACCOUNT         PIC X(12).
           05  LC-FILLER                  PIC X(42).

       01  LOCKBOX-CAPTURE-DETAIL.
           05  LD-RECORD-TYPE             PIC X.
           05  LD-BATCH-NUMBER            PIC X(6).
           05  LD-CHECK-NUMBER            PIC X(10).
           05  LD-PAYER-ACCOUNT           PIC X(10).
           05  LD-INVOICE-NUMBER          PIC X(10).
           05  LD-REMIT-AMOUNT            PIC S9(7)V99 COMP-3.
           05  LD-FILLER                  PIC X(38).

       FD  LOCKBOX-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCKBOX-REMIT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  CUSTOMER-FILE-STATUS       PIC X(2).
               88  PARM-AUDIT-SUCCESS     VALUE '00'.
           05  VELOCITY-REPORT-STATUS     PIC X(2).
               88  VELOCITY-REPORT-SUCCESS VALUE '00'.
           05  CLOSED-ACCT-RPT-STATUS     PIC X(2).
               88  CLOSED-ACCT-RPT-SUCCESS VALUE '00'.
           05  WATCHLIST-STATUS           PIC X(2).
               88  WATCHLIST-SUCCESS      VALUE '00'.
           05  SCREENING-QUEUE-STATUS     PIC X(2).
               88  SCREENING-QUEUE-SUCCESS VALUE '00'.
               88  SCREENING-QUEUE-NOT-FND VALUE '23'.
           05  SCREENING-HIT-RPT-STATUS   PIC X(2).
               88  SCREENING-HIT-RPT-SUCCESS VALUE '00'.
           05  CHARGE-OFF-RPT-STATUS      PIC X(2).
               88  CHARGE-OFF-RPT-SUCCESS VALUE '00'.
           05  SERVICE-PRICE-STATUS       PIC X(2).
               88  SERVICE-PRICE-SUCCESS  VALUE '00'.
           05  ANALYSIS-STMT-STATUS       PIC X(2).
               88  ANALYSIS-STMT-SUCCESS  VALUE '00'.
           05  ACCOUNT-OWNER-STATUS       PIC X(2).
               88  ACCOUNT-OWNER-SUCCESS  VALUE '00'.
           05  OWNERSHIP-RPT-STATUS       PIC X(2).
               88  OWNERSHIP-RPT-SUCCESS  VALUE '00'.
           05  LOCKBOX-CAPTURE-STATUS     PIC X(2).
               88  LOCKBOX-CAPTURE-SUCCESS VALUE '00'.
               88  LOCKBOX-CAPTURE-EOF    VALUE '10'.
           05  LOCKBOX-REMIT-STATUS       PIC X(2).
               88  LOCKBOX-REMIT-SUCCESS  VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-SWEEPS-COUNT            PIC 9(7) VALUE ZEROES.
           05  WS-PARAM-MAINT-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-VEL-CASES-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-CLOSURES-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-CLOSURE-REJECT-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-SCR-SCREENED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-SCR-HELD-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-SCR-CLEARED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-SCR-CONFIRMED-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-SCR-PENDING-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-CHARGE-OFF-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-RECOVERY-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-ANALYSIS-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-ANALYSIS-CHARGED-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-OWNER-ADDS-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-OWNER-REMOVES-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-OWNER-REJECT-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-OWNER-LISTED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-LBX-POSTED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-LBX-REJECTED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-LBX-ITEMS-FORWARDED     PIC 9(7) VALUE ZEROES.

       01  WS-AMOUNT-FIELDS.
           05  WS-DEPOSITS-TOTAL          PIC S9(11)V99 VALUE ZEROES.
           05  WS-DELQ-DAYS-PAST          PIC S9(5) COMP-3 VALUE ZEROES.
           05  WS-DELQ-BUCKET             PIC X(7) VALUE SPACES.

       01  WS-CHARGE-OFF-FIELDS.
           05  WS-CO-LOAN-DAYS            PIC 9(5) VALUE 120.
           05  WS-CO-CARD-DAYS            PIC 9(5) VALUE 180.
           05  WS-CO-THRESHOLD-DAYS       PIC 9(5) VALUE ZEROES.
           05  WS-CO-ALLOWANCE-GL         PIC 9(6) VALUE 130100.
           05  WS-CO-AMOUNT               PIC S9(11)V99 VALUE ZEROES.
           05  WS-CHARGE-OFF-TOTAL        PIC S9(11)V99 VALUE ZEROES.
           05  WS-RECOVERY-TOTAL          PIC S9(11)V99 VALUE ZEROES.

       01  WS-CHARGE-OFF-HEADER1.
           05  FILLER                     PIC X(35) VALUE
                                 'CHARGE-OFF AND RECOVERY REGISTER'.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CORG-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CHARGE-OFF-HEADER2.
           05  FILLER                     PIC X(12) VALUE 'ACCOUNT NO'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'DAYS PAST'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'ACTION'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'CHARGED OFF'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE
                                          'RECOVERED TO DT'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'TRANS ID'.
           05  FILLER                     PIC X(9) VALUE SPACES.

       01  WS-CHARGE-OFF-DETAIL.
           05  WS-CORG-ACCOUNT-NO         PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-CUSTOMER-ID        PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-ACCT-TYPE          PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-DAYS               PIC ZZ,ZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CORG-ACTION             PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-AMOUNT             PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-CO-AMOUNT          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-RECOVERED          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CORG-TRANS-ID           PIC X(15).
           05  FILLER                     PIC X(9) VALUE SPACES.

       01  WS-CHARGE-OFF-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'ACCOUNTS CHARGED OFF:'.
           05  WS-CORG-CO-CNT             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CORG-CO-TOTAL           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-CHARGE-OFF-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'RECOVERIES POSTED:'.
           05  WS-CORG-REC-CNT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CORG-REC-TOTAL          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-SVC-PRICE-TABLE.
           05  WS-SPT-ENTRY               OCCURS 100 TIMES.
               10  WS-SPT-TRANS-TYPE      PIC X(2).
               10  WS-SPT-CHANNEL         PIC X(2).
               10  WS-SPT-DESCRIPTION     PIC X(20).
               10  WS-SPT-UNIT-PRICE      PIC S9(3)V9(4) COMP-3.

       01  WS-ANALYSIS-TABLE.
           05  WS-AAT-ENTRY               OCCURS 500 TIMES.
               10  WS-AAT-ACCOUNT-NO      PIC X(12).
               10  WS-AAT-CUSTOMER-NAME   PIC X(40).
               10  WS-AAT-AVG-BALANCE     PIC S9(11)V99 COMP-3.
               10  WS-AAT-BALANCE-DAYS    PIC 9(3).
               10  WS-AAT-VOLUME          PIC 9(5) COMP-3
                                          OCCURS 100 TIMES.

       01  WS-ANALYSIS-FIELDS.
           05  WS-SPT-IDX                 PIC 9(3) VALUE ZEROES.
           05  WS-SPT-USED                PIC 9(3) VALUE ZEROES.
           05  WS-SPT-FOUND-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-SPT-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-AAT-IDX                 PIC 9(3) VALUE ZEROES.
           05  WS-AAT-USED                PIC 9(3) VALUE ZEROES.
           05  WS-AAT-FOUND-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-AAT-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-AA-PERIOD               PIC 9(6) VALUE ZEROES.
           05  WS-AA-EARNINGS-RATE        PIC S9(3)V99 VALUE 0.50.
           05  WS-AA-BUSINESS-FLAG        PIC X VALUE 'N'.
               88  WS-AA-ANALYZED         VALUE 'Y'.
           05  WS-AA-ITEM-CHARGE          PIC S9(9)V99 VALUE ZEROES.
           05  WS-AA-SERVICE-TOTAL        PIC S9(9)V99 VALUE ZEROES.
           05  WS-AA-EARNINGS-CREDIT      PIC S9(9)V99 VALUE ZEROES.
           05  WS-AA-NET-CHARGE           PIC S9(9)V99 VALUE ZEROES.
           05  WS-AA-CHARGED-TOTAL        PIC S9(11)V99 VALUE ZEROES.

       01  WS-ANALYSIS-HEADER1.
           05  FILLER                     PIC X(35) VALUE
                                 'ACCOUNT ANALYSIS STATEMENT'.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-ANAL-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-ANALYSIS-ACCOUNT-LINE.
           05  FILLER                     PIC X(9) VALUE 'ACCOUNT: '.
           05  WS-ANAL-ACCOUNT-NO         PIC X(12).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CUSTOMER: '.
           05  WS-ANAL-CUSTOMER-NAME      PIC X(40).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'PERIOD: '.
           05  WS-ANAL-PERIOD             PIC 9999/99.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-ANALYSIS-BALANCE-LINE.
           05  FILLER                     PIC X(28) VALUE
                                          'AVERAGE COLLECTED BALANCE:'.
           05  WS-ANAL-AVG-BALANCE        PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(16) VALUE
                                          'DAYS IN PERIOD:'.
           05  WS-ANAL-BALANCE-DAYS       PIC ZZ9.
           05  FILLER                     PIC X(67) VALUE SPACES.

       01  WS-ANALYSIS-COLUMNS.
           05  FILLER                     PIC X(20) VALUE 'SERVICE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'CHANNEL'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'VOLUME'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'UNIT PRICE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'CHARGE'.
           05  FILLER                     PIC X(59) VALUE SPACES.

       01  WS-ANALYSIS-DETAIL.
           05  WS-ANAL-DESCRIPTION        PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ANAL-TRANS-TYPE         PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ANAL-CHANNEL            PIC X(7).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ANAL-VOLUME             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ANAL-UNIT-PRICE         PIC ZZ9.9999.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-ANAL-CHARGE             PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(59) VALUE SPACES.

       01  WS-ANALYSIS-SUMMARY-LINE.
           05  WS-ANAL-SUMMARY-LABEL      PIC X(28).
           05  WS-ANAL-SUMMARY-AMOUNT     PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(89) VALUE SPACES.

       01  WS-ANALYSIS-RATE-LINE.
           05  FILLER                     PIC X(28) VALUE
                                          'EARNINGS CREDIT RATE (%):'.
           05  WS-ANAL-EARNINGS-RATE      PIC ZZ9.99.
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-ANALYSIS-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'ACCOUNTS ANALYZED:'.
           05  WS-ANAL-TOTAL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-ANALYSIS-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'NET ANALYSIS CHARGES:'.
           05  WS-ANAL-TOTAL-CHG-COUNT    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ANAL-TOTAL-CHARGED      PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-ANALYSIS-OVERFLOW-LINE.
           05  FILLER                     PIC X(42) VALUE
               'ANALYSIS TABLE FULL - ACCOUNTS SKIPPED:'.
           05  WS-ANAL-OVERFLOW-OUT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-OWNERSHIP-FIELDS.
           05  WS-OWN-ACCOUNT-NO          PIC X(12) VALUE SPACES.
           05  WS-OWN-CUSTOMER-ID         PIC X(10) VALUE SPACES.
           05  WS-OWN-OLD-PRIMARY         PIC X(10) VALUE SPACES.
           05  WS-OWN-ROLE                PIC X(2) VALUE SPACES.
               88  WS-OWN-VALID-ROLE      VALUE 'PR' 'JT' 'AS'
                                                'TE' 'PD'.
               88  WS-OWN-ROLE-PRIMARY    VALUE 'PR'.
               88  WS-OWN-ROLE-POD        VALUE 'PD'.
           05  WS-OWN-PCT                 PIC 9(3)V99 VALUE ZEROES.
           05  WS-OWN-POD-TOTAL           PIC 9(5)V99 VALUE ZEROES.
           05  WS-OWN-ACTION              PIC X(12) VALUE SPACES.
           05  WS-OWN-BLOCK-FLAG          PIC X VALUE 'N'.
               88  WS-OWN-BLOCKED         VALUE 'Y'.
           05  WS-OWN-SCAN-DONE-FLAG      PIC X VALUE 'N'.
               88  WS-OWN-SCAN-DONE       VALUE 'Y'.
           05  WS-OWN-LIST-CUST           PIC X(10) VALUE SPACES.
           05  WS-OWN-LIST-NAME           PIC X(30) VALUE SPACES.

       01  WS-OWNERSHIP-HEADER1.
           05  FILLER                     PIC X(35) VALUE
                                 'ACCOUNT OWNERSHIP LISTING'.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-OWNR-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-OWNERSHIP-SECTION-LINE.
           05  WS-OWNR-SECTION-TITLE      PIC X(40).
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-OWNERSHIP-COLUMNS.
           05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'NAME'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'ACCOUNT NO'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'ROLE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'PCT'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'STATUS'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'BALANCE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'TRANS ID'.

       01  WS-OWNERSHIP-DETAIL.
           05  WS-OWNR-CUSTOMER-ID        PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-NAME               PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-ACCOUNT-NO         PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-ACCT-TYPE          PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-ROLE               PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-PCT                PIC ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-STATUS             PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-BALANCE            PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-OWNR-TRANS-ID           PIC X(15).

       01  WS-OWNERSHIP-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'OWNER LINKS ADDED:'.
           05  WS-OWNR-ADD-CNT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-OWNERSHIP-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'OWNER LINKS REMOVED:'.
           05  WS-OWNR-REMOVE-CNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-OWNERSHIP-TOTAL3.
           05  FILLER                     PIC X(25) VALUE
                                          'OWNER CHANGES REJECTED:'.
           05  WS-OWNR-REJECT-CNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-OWNERSHIP-TOTAL4.
           05  FILLER                     PIC X(25) VALUE
                                          'OWNERSHIP LINES LISTED:'.
           05  WS-OWNR-LISTED-CNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-STATEMENT-OWNER-LINE.
           05  FILLER                     PIC X(29) VALUE SPACES.
           05  WS-STMT-OWNER-ROLE         PIC X(10).
           05  WS-STMT-OWNER-NAME         PIC X(30).
           05  FILLER                     PIC X(63) VALUE SPACES.

       01  WS-MONTH-END-FIELDS.
           05  WS-LAST-DAY-OF-MONTH       PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-YEAR-SWITCH        PIC X VALUE 'N'.
           05  WS-SOREG-FAIL-CNT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(58) VALUE SPACES.

       01  WS-LOCKBOX-FIELDS.
           05  WS-LBX-FORWARD-FLAG        PIC X VALUE 'N'.
               88  WS-LBX-FORWARD         VALUE 'Y'.

       01  WS-PARAMETER-FIELDS.
           05  WS-PARM-ID-WORK            PIC X(8) VALUE SPACES.
           05  WS-PARM-EFF-WORK           PIC X(8) VALUE SPACES.
           05  WS-HOLDREG-RELEASED-AMT    PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-CLOSURE-FIELDS.
           05  WS-CLOSE-ACCOUNT-NO        PIC X(12) VALUE SPACES.
           05  WS-CLOSE-CUSTOMER-ID       PIC X(10) VALUE SPACES.
           05  WS-CLOSE-ACCT-TYPE         PIC X(2) VALUE SPACES.
           05  WS-CLOSE-TO-ACCT-TYPE      PIC X(2) VALUE SPACES.
           05  WS-CLOSE-INTEREST          PIC S9(9)V99 VALUE ZEROES.
           05  WS-CLOSE-PAYOUT            PIC S9(11)V99 VALUE ZEROES.
           05  WS-CLOSE-BEFORE-BALANCE    PIC S9(11)V99 VALUE ZEROES.
           05  WS-CLOSE-OFCHK-GL-ACCT     PIC 9(6) VALUE 100950.
           05  WS-CLOSE-METHOD-FLAG       PIC X VALUE SPACE.
               88  WS-CLOSE-BY-TRANSFER   VALUE 'T'.
               88  WS-CLOSE-BY-OFFICIAL-CHK VALUE 'O'.
           05  WS-CLOSE-BLOCK-FLAG        PIC X VALUE 'N'.
               88  WS-CLOSE-BLOCKED       VALUE 'Y'.
           05  WS-CLOSE-SCAN-DONE-FLAG    PIC X VALUE 'N'.
               88  WS-CLOSE-SCAN-DONE     VALUE 'Y'.
           05  WS-CLOSE-INTEREST-TOTAL    PIC S9(11)V99 VALUE ZEROES.
           05  WS-CLOSE-PAYOUT-TOTAL      PIC S9(11)V99 VALUE ZEROES.

       01  WS-CLOSED-ACCT-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'CLOSED ACCOUNTS REGISTER'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CLSREG-HEADER-DATE      PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CLOSED-ACCT-HEADER2.
           05  FILLER                     PIC X(12) VALUE 'ACCOUNT NO'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE
                                          'INTEREST PAID'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'PAYOUT'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'METHOD'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'PAID TO'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'TRANS ID'.
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-CLOSED-ACCT-DETAIL.
           05  WS-CLSREG-ACCOUNT-NO       PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-CUSTOMER-ID      PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-ACCT-TYPE        PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-INTEREST         PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-PAYOUT           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-METHOD           PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-PAID-TO          PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CLSREG-TRANS-ID         PIC X(15).
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-CLOSED-ACCT-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'ACCOUNTS CLOSED:'.
           05  WS-CLSREG-CLOSED-CNT       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CLSREG-PAYOUT-AMT       PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-CLOSED-ACCT-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'FINAL INTEREST POSTED:'.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CLSREG-INTEREST-AMT     PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-CLOSED-ACCT-TOTAL3.
           05  FILLER                     PIC X(25) VALUE
                                          'CLOSURES REFUSED:'.
           05  WS-CLSREG-REFUSED-CNT      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-STATEMENT-CLOSED-LINE.
           05  FILLER                     PIC X(40) VALUE
                        '*** FINAL STATEMENT - ACCOUNT CLOSED ***'.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-WATCHLIST-TABLE.
           05  WS-WLT-ENTRY               OCCURS 2000 TIMES.
               10  WS-WLT-ENTRY-ID        PIC X(10).
               10  WS-WLT-LAST-NAME       PIC X(20).
               10  WS-WLT-FIRST-NAME      PIC X(15).
               10  WS-WLT-DOB             PIC 9(8).
               10  WS-WLT-TAX-ID          PIC X(11).

       01  WS-SCREENING-FIELDS.
           05  WS-WLT-IDX                 PIC 9(4) VALUE ZEROES.
           05  WS-WLT-USED                PIC 9(4) VALUE ZEROES.
           05  WS-WLT-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-SCR-CUSTOMER-ID         PIC X(10) VALUE SPACES.
           05  WS-SCR-LAST-NAME           PIC X(20) VALUE SPACES.
           05  WS-SCR-FIRST-NAME          PIC X(15) VALUE SPACES.
           05  WS-SCR-TAX-ID              PIC X(11) VALUE SPACES.
           05  WS-SCR-DOB                 PIC 9(8) VALUE ZEROES.
           05  WS-SCR-MATCH-ID            PIC X(10) VALUE SPACES.
           05  WS-SCR-MATCH-BASIS         PIC X(10) VALUE SPACES.
           05  WS-SCR-HIT-FLAG            PIC X VALUE 'N'.
               88  WS-SCR-HIT             VALUE 'Y'.
           05  WS-SCR-RESULT-FLAG         PIC X VALUE 'P'.
               88  WS-SCR-PASSED          VALUE 'P'.
               88  WS-SCR-HELD            VALUE 'H'.
               88  WS-SCR-REFUSED         VALUE 'R'.
           05  WS-SCR-OVERRIDE-FLAG       PIC X VALUE 'N'.
               88  WS-SCR-OVERRIDE        VALUE 'Y'.
           05  WS-SCR-DISP-ORIG-ID        PIC X(15) VALUE SPACES.
           05  WS-SCR-DISP-CODE           PIC X(2) VALUE SPACES.
               88  WS-SCR-DISP-CLEAR      VALUE 'CL'.
               88  WS-SCR-DISP-CONFIRM    VALUE 'CF'.
           05  WS-SCR-SAVE-TRANSACTION    PIC X(108) VALUE SPACES.

       01  WS-SCREEN-HIT-HEADER1.
           05  FILLER                     PIC X(35) VALUE
                                 'SANCTIONS SCREENING HIT REPORT'.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-SCRH-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-SCREEN-HIT-HEADER2.
           05  FILLER                     PIC X(15) VALUE 'TRANS ID'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'CHNL'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'ACCOUNT NO'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE 'NAME'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'LIST ENTRY'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'MATCH ON'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(16) VALUE 'ACTION'.
           05  FILLER                     PIC X(15) VALUE SPACES.

       01  WS-SCREEN-HIT-DETAIL.
           05  WS-SCRH-TRANS-ID           PIC X(15).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-TRANS-TYPE         PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-CHANNEL            PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-ACCOUNT-NO         PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-CUSTOMER-ID        PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-NAME               PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-LIST-ID            PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-BASIS              PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SCRH-ACTION             PIC X(16).
           05  FILLER                     PIC X(15) VALUE SPACES.

       01  WS-SCREEN-PENDING-HEADER.
           05  FILLER                     PIC X(40) VALUE
                        'ITEMS AWAITING COMPLIANCE DISPOSITION'.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-SCREEN-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'ITEMS SCREENED:'.
           05  WS-SCRH-SCREENED-CNT       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-SCREEN-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'HITS HELD TODAY:'.
           05  WS-SCRH-HELD-CNT           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-SCREEN-TOTAL3.
           05  FILLER                     PIC X(25) VALUE
                                          'HITS CLEARED:'.
           05  WS-SCRH-CLEARED-CNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-SCREEN-TOTAL4.
           05  FILLER                     PIC X(25) VALUE
                                          'HITS CONFIRMED:'.
           05  WS-SCRH-CONFIRMED-CNT      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-SCREEN-TOTAL5.
           05  FILLER                     PIC X(25) VALUE
                                          'ITEMS PENDING REVIEW:'.
           05  WS-SCRH-PENDING-CNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-WATCHLIST-OVERFLOW-LINE.
           05  FILLER                     PIC X(42) VALUE
               'WATCHLIST TABLE FULL - ENTRIES NOT LOADED:'.
           05  WS-WLT-OVERFLOW-OUT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-JULIAN-DATE-FIELDS.
           05  WS-JD-YEAR                 PIC 9(4).
           05  WS-JD-MONTH                PIC 9(2).
           05  WS-SUM-VEL-CASES           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL24.
           05  FILLER                     PIC X(25) VALUE
                                          'ACCOUNTS CLOSED:'.
           05  WS-SUM-CLOSURES            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL25.
           05  FILLER                     PIC X(25) VALUE
                                          'SANCTIONS HITS HELD:'.
           05  WS-SUM-SCREEN-HELD         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL26.
           05  FILLER                     PIC X(25) VALUE
                                          'LOANS CHARGED OFF:'.
           05  WS-SUM-CHARGE-OFFS         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL27.
           05  FILLER                     PIC X(25) VALUE
                                          'CHARGE-OFF RECOVERIES:'.
           05  WS-SUM-RECOVERIES          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL28.
           05  FILLER                     PIC X(25) VALUE
                                          'BUSINESS ANALYSIS FEES:'.
           05  WS-SUM-ANALYSIS-FEES       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL29.
           05  FILLER                     PIC X(25) VALUE
                                          'OWNERSHIP CHANGES:'.
           05  WS-SUM-OWNER-CHANGES       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL30.
           05  FILLER                     PIC X(25) VALUE
                                          'LOCKBOX BATCHES POSTED:'.
           05  WS-SUM-LBX-POSTED          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL31.
           05  FILLER                     PIC X(25) VALUE
                                          'LOCKBOX BATCHES REJECTED:'.
           05  WS-SUM-LBX-REJECTED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL TRANS-FILE-EOF
           PERFORM 3400-CHECK-MONTH-END
           PERFORM 3461-ACCUMULATE-COLLECTED-BAL
           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              PERFORM 3457-MONTH-END-CHARGE-OFF
              PERFORM 3450-MONTH-END-INTEREST-ACCRUAL
              PERFORM 3455-MONTH-END-BILLING-CYCLE
              PERFORM 3462-MONTH-END-ACCOUNT-ANALYSIS
              PERFORM 3460-MONTH-END-SERVICE-CHARGE
           END-IF
           PERFORM 3465-DELINQUENCY-AGING
           PERFORM 3950-CASH-COMPLIANCE-REPORT
           PERFORM 3960-TELLER-CHANNEL-REPORT
           PERFORM 3970-VELOCITY-REVIEW-REPORT
           PERFORM 3980-SCREENING-HIT-REPORT
           PERFORM 3985-OWNERSHIP-LISTING
           PERFORM 3900-GL-DAILY-PROOF
           PERFORM 4000-TERMINATION
           STOP RUN
                      RUN-CONTROL-FILE
                      STANDING-ORDER-FILE
                      BANK-PARAMETER-FILE
                      SCREENING-QUEUE-FILE
                      ACCOUNT-OWNER-FILE
                INPUT WATCHLIST-FILE
                      SERVICE-PRICE-FILE
                      LOCKBOX-CAPTURE-FILE
                OUTPUT STATEMENT-FILE
                       DAILY-REPORT-FILE
                       OVERDRAFT-REPORT-FILE
                       TAX-CONTROL-REPORT-FILE
                       PARM-AUDIT-REPORT-FILE
                       VELOCITY-REPORT-FILE
                       CLOSED-ACCOUNT-REPORT-FILE
                       SCREENING-HIT-REPORT-FILE
                       CHARGE-OFF-REPORT-FILE
                       ANALYSIS-STATEMENT-FILE
                       OWNERSHIP-REPORT-FILE
                       LOCKBOX-REMIT-FILE

           IF NOT ACCOUNT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE: ' 
              STOP RUN
           END-IF

           IF NOT CLOSED-ACCT-RPT-SUCCESS
              DISPLAY 'ERROR OPENING CLOSED ACCOUNT REGISTER FILE: '
                      CLOSED-ACCT-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT WATCHLIST-SUCCESS
              DISPLAY 'ERROR OPENING WATCHLIST FILE: '
                      WATCHLIST-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SCREENING-QUEUE-SUCCESS
              DISPLAY 'ERROR OPENING SCREENING QUEUE FILE: '
                      SCREENING-QUEUE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SCREENING-HIT-RPT-SUCCESS
              DISPLAY 'ERROR OPENING SCREENING HIT REPORT FILE: '
                      SCREENING-HIT-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CHARGE-OFF-RPT-SUCCESS
              DISPLAY 'ERROR OPENING CHARGE-OFF REGISTER FILE: '
                      CHARGE-OFF-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SERVICE-PRICE-SUCCESS
              DISPLAY 'ERROR OPENING SERVICE PRICE FILE: '
                      SERVICE-PRICE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT ANALYSIS-STMT-SUCCESS
              DISPLAY 'ERROR OPENING ANALYSIS STATEMENT FILE: '
                      ANALYSIS-STMT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT ACCOUNT-OWNER-SUCCESS
              DISPLAY 'ERROR OPENING ACCOUNT OWNER FILE: '
                      ACCOUNT-OWNER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT OWNERSHIP-RPT-SUCCESS
              DISPLAY 'ERROR OPENING OWNERSHIP LISTING FILE: '
                      OWNERSHIP-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LOCKBOX-CAPTURE-SUCCESS
              DISPLAY 'ERROR OPENING LOCKBOX CAPTURE FILE: '
                      LOCKBOX-CAPTURE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LOCKBOX-REMIT-SUCCESS
              DISPLAY 'ERROR OPENING LOCKBOX REMITTANCE FILE: '
                      LOCKBOX-REMIT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           PERFORM 1100-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           MOVE SPACES TO WS-TELLER-TABLE
           MOVE SPACES TO WS-CHANNEL-TABLE

           MOVE SPACES TO WS-CASH-ACTIVITY-TABLE
           MOVE SPACES TO WS-VELOCITY-TABLE
           MOVE SPACES TO WS-VELOCITY-DETAIL-TABLE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-CURRENT-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE '-' TO WS-FORMATTED-DATE(5:1)
           MOVE WS-CURRENT-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE '-' TO WS-FORMATTED-DATE(8:1)
           MOVE WS-CURRENT-DAY TO WS-FORMATTED-DATE(9:2)

           MOVE WS-FORMATTED-DATE TO WS-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-STMT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-ODFT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CDMAT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-STATRJ-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-FEEREG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-BILL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-DELQ-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CASHC-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-RETN-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-TLRBAL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-HOLDREG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SOREG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-TAXCTL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-PARMAUD-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-VEL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CLSREG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SCRH-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CORG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-ANAL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-OWNR-HEADER-DATE

           PERFORM 1200-LOAD-BANK-PARAMETERS
           PERFORM 1300-LOAD-WATCHLIST
           PERFORM 1350-LOAD-SERVICE-PRICES

           WRITE OVERDRAFT-REPORT-RECORD FROM WS-OVERDRAFT-HEADER1
           WRITE OVERDRAFT-REPORT-RECORD FROM WS-OVERDRAFT-HEADER2
               FROM WS-PARM-AUDIT-HEADER1
           WRITE PARM-AUDIT-REPORT-RECORD
               FROM WS-PARM-AUDIT-HEADER2
           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-HEADER1
           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-HEADER2
           WRITE SCREENING-HIT-REPORT-RECORD
               FROM WS-SCREEN-HIT-HEADER1
           WRITE SCREENING-HIT-REPORT-RECORD
               FROM WS-SCREEN-HIT-HEADER2
           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-HEADER1
           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-HEADER2
           WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-HEADER1
           WRITE ANALYSIS-STATEMENT-RECORD FROM SPACES
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-HEADER1
           MOVE 'OWNERSHIP MAINTENANCE' TO WS-OWNR-SECTION-TITLE
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-SECTION-LINE
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-COLUMNS

           IF WS-WLT-OVERFLOW-COUNT > ZEROES
              MOVE WS-WLT-OVERFLOW-COUNT TO WS-WLT-OVERFLOW-OUT

              WRITE SCREENING-HIT-REPORT-RECORD
                  FROM WS-WATCHLIST-OVERFLOW-LINE

              DISPLAY 'WATCHLIST TABLE FULL - ENTRIES NOT LOADED: '
                      WS-WLT-OVERFLOW-COUNT
           END-IF

           PERFORM 2005-GENERATE-STANDING-ORDERS
           PERFORM 2300-POST-LOCKBOX-DEPOSITS

           READ TRANSACTION-FILE
               AT END SET TRANS-FILE-EOF TO TRUE
                   MOVE BP-PARAM-VALUE TO WS-VEL-NEAR-LOW
               WHEN 'VELNEARC'
                   MOVE BP-PARAM-VALUE TO WS-VEL-NEAR-MIN-CNT
               WHEN 'OFCHKGL '
                   MOVE BP-PARAM-VALUE TO WS-CLOSE-OFCHK-GL-ACCT
               WHEN 'COLNDAYS'
                   MOVE BP-PARAM-VALUE TO WS-CO-LOAN-DAYS
               WHEN 'COCCDAYS'
                   MOVE BP-PARAM-VALUE TO WS-CO-CARD-DAYS
               WHEN 'COALLWGL'
                   MOVE BP-PARAM-VALUE TO WS-CO-ALLOWANCE-GL
               WHEN 'ECRRATE '
                   MOVE BP-PARAM-VALUE TO WS-AA-EARNINGS-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1300-LOAD-WATCHLIST.
           MOVE SPACES TO WS-WATCHLIST-TABLE
           MOVE ZEROES TO WS-WLT-USED
           MOVE LOW-VALUES TO WL-ENTRY-ID

           START WATCHLIST-FILE KEY >= WL-ENTRY-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO WL-ENTRY-ID
           END-START

           IF WL-ENTRY-ID NOT = HIGH-VALUES
              READ WATCHLIST-FILE NEXT
                  AT END MOVE HIGH-VALUES TO WL-ENTRY-ID
              END-READ
           END-IF

           PERFORM UNTIL WL-ENTRY-ID = HIGH-VALUES
              IF WL-ENTRY-ACTIVE
                 IF WS-WLT-USED < 2000
                    ADD 1 TO WS-WLT-USED
                    MOVE WL-ENTRY-ID TO WS-WLT-ENTRY-ID(WS-WLT-USED)
                    MOVE WL-LAST-NAME TO WS-WLT-LAST-NAME(WS-WLT-USED)
                    MOVE WL-FIRST-NAME
                        TO WS-WLT-FIRST-NAME(WS-WLT-USED)
                    MOVE WL-TAX-ID TO WS-WLT-TAX-ID(WS-WLT-USED)
                    IF WL-DATE-OF-BIRTH NUMERIC
                       MOVE WL-DATE-OF-BIRTH
                           TO WS-WLT-DOB(WS-WLT-USED)
                    ELSE
                       MOVE ZEROES TO WS-WLT-DOB(WS-WLT-USED)
                    END-IF
                 ELSE
                    ADD 1 TO WS-WLT-OVERFLOW-COUNT
                 END-IF
              END-IF

              READ WATCHLIST-FILE NEXT
                  AT END MOVE HIGH-VALUES TO WL-ENTRY-ID
              END-READ
           END-PERFORM
           .

       1350-LOAD-SERVICE-PRICES.
           MOVE SPACES TO WS-SVC-PRICE-TABLE
           MOVE ZEROES TO WS-SPT-USED
           MOVE LOW-VALUES TO SPR-PRICE-KEY

           START SERVICE-PRICE-FILE KEY >= SPR-PRICE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO SPR-PRICE-KEY
           END-START

           IF SPR-PRICE-KEY NOT = HIGH-VALUES
              READ SERVICE-PRICE-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SPR-PRICE-KEY
              END-READ
           END-IF

           PERFORM UNTIL SPR-PRICE-KEY = HIGH-VALUES
              IF SPR-PRICE-ACTIVE
                 AND SPR-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                 IF WS-SPT-USED < 100
                    ADD 1 TO WS-SPT-USED
                    MOVE SPR-TRANS-TYPE
                        TO WS-SPT-TRANS-TYPE(WS-SPT-USED)
                    MOVE SPR-CHANNEL TO WS-SPT-CHANNEL(WS-SPT-USED)
                    MOVE SPR-DESCRIPTION
                        TO WS-SPT-DESCRIPTION(WS-SPT-USED)
                    MOVE SPR-UNIT-PRICE
                        TO WS-SPT-UNIT-PRICE(WS-SPT-USED)
                 ELSE
                    ADD 1 TO WS-SPT-OVERFLOW-COUNT
                 END-IF
              END-IF

              READ SERVICE-PRICE-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SPR-PRICE-KEY
              END-READ
           END-PERFORM
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-ERROR-FLAG

                             IF TR-PARAM-MAINT
                                PERFORM 2900-MAINTAIN-PARAMETER
                             ELSE
                                EVALUATE TRUE
                                    WHEN TR-CLOSE-ACCOUNT
                                        PERFORM 2950-CLOSE-ACCOUNT
                                    WHEN TR-SCREEN-DISPOSITION
                                        PERFORM
                                      2980-SCREENING-DISPOSITION
                                    WHEN TR-OWNER-ADD
                                        PERFORM
                                      2990-ADD-ACCOUNT-OWNER
                                    WHEN TR-OWNER-REMOVE
                                        PERFORM
                                      2995-REMOVE-ACCOUNT-OWNER
                                    WHEN OTHER
                                        PERFORM
                                      2010-PROCESS-ACCOUNT-TRANSACTION
                                END-EVALUATE
                             END-IF
                          END-IF
                       END-IF
                  TO WS-STATUS-REJECT-REASON
              PERFORM 2030-WRITE-STATUS-REJECT
           ELSE
              SET WS-SCR-PASSED TO TRUE

              IF TR-WIRE OR TR-ACH
                 PERFORM 2976-SCREEN-ACCOUNT-ACTIVITY
              END-IF

              IF WS-SCR-PASSED
                 PERFORM 2012-POST-ACCOUNT-TRANSACTION
              END-IF
           END-IF
           .

                         END-IF
                      END-IF
                      
                  WHEN TR-PAYMENT AND AM-CHARGED-OFF
                      PERFORM 2016-POST-CHARGE-OFF-RECOVERY

                  WHEN TR-PAYMENT
                      SUBTRACT TR-AMOUNT FROM AM-CURRENT-BALANCE
                      SUBTRACT TR-AMOUNT FROM AM-AVAILABLE-BALANCE
           MOVE TR-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER
           MOVE TR-TRANSACTION-TYPE TO PJ-TRANSACTION-TYPE
           MOVE TR-AMOUNT TO PJ-AMOUNT
           MOVE TR-TRANSACTION-CHANNEL TO PJ-CHANNEL

           WRITE POSTED-JOURNAL-RECORD
               INVALID KEY
           END-READ
           .

       2016-POST-CHARGE-OFF-RECOVERY.
           ADD TR-AMOUNT TO AM-RECOVERY-AMOUNT
           ADD 1 TO WS-RECOVERY-COUNT
           ADD TR-AMOUNT TO WS-RECOVERY-TOTAL

           PERFORM 2050-SET-GL-CASH-ACCOUNT
           MOVE WS-GL-CASH-ACCT TO WS-GL-ACCOUNT
           SET WS-GL-DEBIT TO TRUE
           MOVE TR-AMOUNT TO WS-GL-AMOUNT
           PERFORM 2040-WRITE-GL-POSTING

           MOVE WS-CO-ALLOWANCE-GL TO WS-GL-ACCOUNT
           SET WS-GL-CREDIT TO TRUE
           PERFORM 2040-WRITE-GL-POSTING

           MOVE AM-ACCOUNT-NUMBER TO WS-CORG-ACCOUNT-NO
           MOVE AM-CUSTOMER-ID TO WS-CORG-CUSTOMER-ID
           MOVE AM-ACCOUNT-TYPE TO WS-CORG-ACCT-TYPE
           MOVE ZEROES TO WS-CORG-DAYS
           MOVE 'RECOVERY' TO WS-CORG-ACTION
           MOVE TR-AMOUNT TO WS-CORG-AMOUNT
           MOVE AM-CHARGE-OFF-AMOUNT TO WS-CORG-CO-AMOUNT
           MOVE AM-RECOVERY-AMOUNT TO WS-CORG-RECOVERED
           MOVE TR-TRANSACTION-ID TO WS-CORG-TRANS-ID

           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-DETAIL
           .

       2020-CHECK-ACCOUNT-STATUS.
           MOVE 'N' TO WS-STATUS-REJECT-FLAG
           MOVE SPACES TO WS-STATUS-REJECT-REASON
               WHEN AM-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-STATUS-REJECT-REASON
                   SET WS-STATUS-REJECTED TO TRUE
               WHEN AM-CHARGED-OFF AND NOT TR-PAYMENT
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-STATUS-REJECT-REASON
                   SET WS-STATUS-REJECTED TO TRUE
               WHEN AM-FROZEN AND (TR-WITHDRAWAL OR TR-TRANSFER OR
                                   TR-PAYMENT OR TR-FEE)
                   MOVE 'ACCOUNT FROZEN' TO WS-STATUS-REJECT-REASON

           WRITE STATEMENT-RECORD FROM WS-STATEMENT-HEADER1
           WRITE STATEMENT-RECORD FROM WS-STATEMENT-HEADER2
           PERFORM 2115-WRITE-STATEMENT-OWNERS
           WRITE STATEMENT-RECORD FROM WS-STATEMENT-BEGIN-LINE
           WRITE STATEMENT-RECORD FROM WS-STATEMENT-HEADER3
           .

       2115-WRITE-STATEMENT-OWNERS.
           MOVE 'N' TO WS-OWN-SCAN-DONE-FLAG
           MOVE AM-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO OW-CUSTOMER-ID

           START ACCOUNT-OWNER-FILE KEY >= OW-OWNER-KEY
               INVALID KEY
                   SET WS-OWN-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-OWN-SCAN-DONE
              READ ACCOUNT-OWNER-FILE NEXT
                  AT END SET WS-OWN-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-OWN-SCAN-DONE
              IF OW-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                 SET WS-OWN-SCAN-DONE TO TRUE
              ELSE
                 IF OW-LINK-ACTIVE
                    AND (OW-JOINT OR OW-TRUSTEE)
                    AND OW-CUSTOMER-ID NOT = AM-CUSTOMER-ID
                    IF OW-JOINT
                       MOVE 'JOINT:' TO WS-STMT-OWNER-ROLE
                    ELSE
                       MOVE 'TRUSTEE:' TO WS-STMT-OWNER-ROLE
                    END-IF

                    MOVE OW-CUSTOMER-ID TO CM-CUSTOMER-ID
                    MOVE SPACES TO WS-STMT-OWNER-NAME

                    READ CUSTOMER-MASTER-FILE
                        INVALID KEY
                            MOVE OW-CUSTOMER-ID TO WS-STMT-OWNER-NAME
                        NOT INVALID KEY
                            STRING CM-LAST-NAME DELIMITED BY SPACE
                                   ', ' DELIMITED BY SIZE
                                   CM-FIRST-NAME DELIMITED BY SPACE
                                   ' ' DELIMITED BY SIZE
                                   CM-MIDDLE-INIT DELIMITED BY SPACE
                                   INTO WS-STMT-OWNER-NAME
                    END-READ

                    WRITE STATEMENT-RECORD FROM WS-STATEMENT-OWNER-LINE
                 END-IF

                 READ ACCOUNT-OWNER-FILE NEXT
                     AT END SET WS-OWN-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       2120-WRITE-STATEMENT-TRAILER.
           MOVE WS-STMT-END-BALANCE TO WS-STMT-CURRENT-BALANCE

           END-IF
           .

       2300-POST-LOCKBOX-DEPOSITS.
           MOVE 'N' TO WS-LBX-FORWARD-FLAG

           READ LOCKBOX-CAPTURE-FILE
               AT END SET LOCKBOX-CAPTURE-EOF TO TRUE
           END-READ

           PERFORM UNTIL LOCKBOX-CAPTURE-EOF
              IF LC-BATCH-HEADER
                 PERFORM 2310-POST-LOCKBOX-BATCH
              END-IF

              IF WS-LBX-FORWARD
                 WRITE LOCKBOX-REMIT-RECORD
                     FROM LOCKBOX-CAPTURE-RECORD

                 IF LC-REMITTANCE
                    ADD 1 TO WS-LBX-ITEMS-FORWARDED
                 END-IF
              END-IF

              READ LOCKBOX-CAPTURE-FILE
                  AT END SET LOCKBOX-CAPTURE-EOF TO TRUE
              END-READ
           END-PERFORM

           DISPLAY 'LOCKBOX BATCHES POSTED: ' WS-LBX-POSTED-COUNT
                   ' ITEMS FORWARDED: ' WS-LBX-ITEMS-FORWARDED
           .

       2310-POST-LOCKBOX-BATCH.
           MOVE 'N' TO WS-LBX-FORWARD-FLAG

           IF LC-DEPOSIT-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO LC-DEPOSIT-DATE
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'L' TO TR-TRANSACTION-ID(1:1)
           MOVE LC-BATCH-NUMBER TO TR-TRANSACTION-ID(2:6)
           MOVE LC-DEPOSIT-DATE TO TR-TRANSACTION-ID(8:8)
           SET TR-DEPOSIT TO TRUE
           MOVE LC-DEPOSIT-DATE TO TR-TRANSACTION-DATE
           MOVE ZEROES TO TR-TRANSACTION-TIME
           MOVE LC-DEPOSIT-ACCOUNT TO TR-ACCOUNT-NUMBER
           MOVE LC-DEPOSIT-AMOUNT TO TR-AMOUNT
           SET TR-BATCH TO TRUE
           MOVE 'LOCKBOX DEPOSIT' TO TR-DESCRIPTION
           MOVE LC-BATCH-NUMBER TO TR-DESCRIPTION(17:6)

           MOVE 'N' TO WS-ERROR-FLAG
           MOVE SPACES TO WS-STATUS-REJECT-REASON

           PERFORM 2010-PROCESS-ACCOUNT-TRANSACTION

           IF WS-ERROR-FOUND
              DISPLAY 'LOCKBOX BATCH NOT POSTED: ' LC-BATCH-NUMBER
                      ' ' WS-STATUS-REJECT-REASON
              ADD 1 TO WS-LBX-REJECTED-COUNT
           ELSE
              IF WS-DUP-POSTED
                 DISPLAY 'LOCKBOX BATCH ALREADY POSTED: '
                         LC-BATCH-NUMBER
              ELSE
                 SET WS-LBX-FORWARD TO TRUE
                 ADD 1 TO WS-LBX-POSTED-COUNT
              END-IF
           END-IF
           .

       2500-ONBOARD-NEW-CUSTOMER.
           MOVE TR-ACCOUNT-NUMBER(1:10) TO CM-CUSTOMER-ID

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE TR-ACCOUNT-NUMBER(1:10) TO WS-SCR-CUSTOMER-ID
                   MOVE TN-LAST-NAME TO WS-SCR-LAST-NAME
                   MOVE TN-FIRST-NAME TO WS-SCR-FIRST-NAME
                   MOVE TN-TAX-ID TO WS-SCR-TAX-ID
                   MOVE ZEROES TO WS-SCR-DOB
                   IF TN-DATE-OF-BIRTH NUMERIC
                      MOVE TN-DATE-OF-BIRTH TO WS-SCR-DOB
                   END-IF

                   PERFORM 2970-SCREEN-TRANSACTION

                   IF WS-SCR-PASSED
                      PERFORM 2505-ADD-NEW-CUSTOMER
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
           END-READ
           .

       2505-ADD-NEW-CUSTOMER.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           MOVE TR-ACCOUNT-NUMBER(1:10) TO CM-CUSTOMER-ID
           MOVE TN-LAST-NAME TO CM-LAST-NAME
           MOVE TN-FIRST-NAME TO CM-FIRST-NAME
           MOVE TN-TAX-ID TO CM-TAX-ID
           IF TN-DATE-OF-BIRTH NUMERIC
              MOVE TN-DATE-OF-BIRTH TO CM-DATE-OF-BIRTH
           END-IF
           SET CM-ACTIVE TO TRUE
           SET CM-INDIVIDUAL TO TRUE
           MOVE TR-TRANSACTION-DATE TO CM-CUSTOMER-SINCE

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-CUSTOMERS-COUNT
                   ADD 1 TO WS-TRANS-PROCESSED
           END-WRITE
           .

       2550-ONBOARD-NEW-ACCOUNT.
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE TR-TO-ACCOUNT-NUMBER(1:10) TO CM-CUSTOMER-ID
                   PERFORM 2971-LOAD-SCREEN-SUBJECT
                   PERFORM 2970-SCREEN-TRANSACTION

                   IF WS-SCR-PASSED
                      PERFORM 2555-ADD-NEW-ACCOUNT
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
           END-READ
           .

       2555-ADD-NEW-ACCOUNT.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           MOVE TR-TO-ACCOUNT-NUMBER(1:10) TO AM-CUSTOMER-ID
           MOVE TR-NEW-ACCT-TYPE TO AM-ACCOUNT-TYPE
           SET AM-ACTIVE TO TRUE
           MOVE TR-AMOUNT TO AM-CURRENT-BALANCE
           MOVE TR-AMOUNT TO AM-AVAILABLE-BALANCE
           MOVE TR-TRANSACTION-DATE TO AM-DATE-OPENED
           MOVE TR-TRANSACTION-DATE TO AM-LAST-ACTIVITY-DATE
           MOVE ZEROES TO AM-ACCRUED-INTEREST
           MOVE ZEROES TO AM-INTEREST-RATE
           MOVE ZEROES TO AM-INTEREST-YTD
           MOVE ZEROES TO AM-OVERDRAFT-LIMIT
           MOVE ZEROES TO AM-OVERDRAFT-FEE
           MOVE ZEROES TO AM-MINIMUM-BALANCE
           MOVE ZEROES TO AM-SERVICE-CHARGE-YTD
           MOVE ZEROES TO AM-TRANSACTIONS-MTD
           MOVE ZEROES TO AM-MATURITY-DATE
           MOVE ZEROES TO AM-PAYMENT-DUE-AMOUNT
           MOVE ZEROES TO AM-PAYMENT-DUE-DATE

           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-ACCOUNTS-COUNT
                   ADD TR-AMOUNT TO WS-DEPOSITS-TOTAL
                   ADD 1 TO WS-TRANS-PROCESSED
                   IF TR-AMOUNT NOT = 0
                      PERFORM 2060-POST-GL-DEPOSIT
                      ADD TR-AMOUNT TO WS-GL-NET-BAL-CHANGE
                   END-IF
           END-WRITE
           .

       2600-PLACE-STOP-PAYMENT.
           MOVE SPACES TO STOP-PAYMENT-RECORD
           MOVE TR-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER
           END-IF
           .

       2950-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-DUP-POSTED-FLAG
           MOVE 'N' TO WS-CLOSE-BLOCK-FLAG
           MOVE SPACES TO WS-STATUS-REJECT-REASON
           MOVE TR-TRANSACTION-ID TO PJ-TRANSACTION-ID

           READ POSTED-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DUP-POSTED TO TRUE
           END-READ

           IF WS-DUP-POSTED
              ADD 1 TO WS-DUP-SKIPPED-COUNT
              MOVE 'ALREADY POSTED-SKIPPED'
                  TO WS-STATUS-REJECT-REASON
              PERFORM 2030-WRITE-STATUS-REJECT
           ELSE
              PERFORM 2952-VALIDATE-CLOSURE

              IF WS-CLOSE-BLOCKED
                 MOVE 'Y' TO WS-ERROR-FLAG
                 ADD 1 TO WS-TRANS-ERRORS
                 ADD 1 TO WS-CLOSURE-REJECT-COUNT
                 PERFORM 2030-WRITE-STATUS-REJECT
              ELSE
                 PERFORM 2960-POST-ACCOUNT-CLOSURE
              END-IF
           END-IF

           PERFORM 2080-ACCUMULATE-TELLER-CHANNEL
           .

       2952-VALIDATE-CLOSURE.
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-STATUS-REJECT-REASON
                   SET WS-CLOSE-BLOCKED TO TRUE
           END-READ

           IF NOT WS-CLOSE-BLOCKED
              EVALUATE TRUE
                  WHEN AM-CLOSED
                      MOVE 'ACCOUNT ALREADY CLOSED'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
                  WHEN AM-FROZEN
                      MOVE 'ACCOUNT FROZEN'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
                  WHEN (AM-LOAN OR AM-CREDIT-CARD) AND
                       AM-CURRENT-BALANCE NOT = 0
                      MOVE 'LOAN BALANCE OUTSTANDING'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
                  WHEN AM-CURRENT-BALANCE < 0
                      MOVE 'ACCOUNT OVERDRAWN'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
              END-EVALUATE
           END-IF

           IF NOT WS-CLOSE-BLOCKED
              MOVE AM-ACCOUNT-NUMBER TO WS-CLOSE-ACCOUNT-NO
              MOVE AM-CUSTOMER-ID TO WS-CLOSE-CUSTOMER-ID
              MOVE AM-ACCOUNT-TYPE TO WS-CLOSE-ACCT-TYPE
              PERFORM 2954-CHECK-CLOSURE-HOLDS
           END-IF

           IF NOT WS-CLOSE-BLOCKED
              PERFORM 2956-CHECK-CLOSURE-STOPS
           END-IF

           IF NOT WS-CLOSE-BLOCKED
              PERFORM 2957-CHECK-CLOSURE-ORDERS
           END-IF

           IF NOT WS-CLOSE-BLOCKED
              IF TR-TO-ACCOUNT-NUMBER = SPACES
                 SET WS-CLOSE-BY-OFFICIAL-CHK TO TRUE
              ELSE
                 SET WS-CLOSE-BY-TRANSFER TO TRUE
                 PERFORM 2958-CHECK-PAYOUT-ACCOUNT
              END-IF
           END-IF

           IF NOT WS-CLOSE-BLOCKED
              MOVE WS-CLOSE-ACCOUNT-NO TO AM-ACCOUNT-NUMBER

              READ ACCOUNT-MASTER-FILE
                  INVALID KEY
                      MOVE 'ACCOUNT NOT ON FILE'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
              END-READ
           END-IF
           .

       2954-CHECK-CLOSURE-HOLDS.
           MOVE 'N' TO WS-CLOSE-SCAN-DONE-FLAG
           MOVE WS-CLOSE-ACCOUNT-NO TO DH-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO DH-TRANSACTION-ID

           START DEPOSIT-HOLD-FILE KEY >= DH-HOLD-KEY
               INVALID KEY
                   SET WS-CLOSE-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-CLOSE-SCAN-DONE
              READ DEPOSIT-HOLD-FILE NEXT
                  AT END SET WS-CLOSE-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-CLOSE-SCAN-DONE OR WS-CLOSE-BLOCKED
              IF DH-ACCOUNT-NUMBER NOT = WS-CLOSE-ACCOUNT-NO
                 SET WS-CLOSE-SCAN-DONE TO TRUE
              ELSE
                 IF DH-HOLD-ACTIVE
                    MOVE 'ACTIVE DEPOSIT HOLD'
                        TO WS-STATUS-REJECT-REASON
                    SET WS-CLOSE-BLOCKED TO TRUE
                 ELSE
                    READ DEPOSIT-HOLD-FILE NEXT
                        AT END SET WS-CLOSE-SCAN-DONE TO TRUE
                    END-READ
                 END-IF
              END-IF
           END-PERFORM
           .

       2956-CHECK-CLOSURE-STOPS.
           MOVE 'N' TO WS-CLOSE-SCAN-DONE-FLAG
           MOVE WS-CLOSE-ACCOUNT-NO TO SP-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO SP-REFERENCE

           START STOP-PAYMENT-FILE KEY >= SP-STOP-KEY
               INVALID KEY
                   SET WS-CLOSE-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-CLOSE-SCAN-DONE
              READ STOP-PAYMENT-FILE NEXT
                  AT END SET WS-CLOSE-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-CLOSE-SCAN-DONE OR WS-CLOSE-BLOCKED
              IF SP-ACCOUNT-NUMBER NOT = WS-CLOSE-ACCOUNT-NO
                 SET WS-CLOSE-SCAN-DONE TO TRUE
              ELSE
                 IF SP-STOP-ACTIVE
                    MOVE 'ACTIVE STOP PAYMENT'
                        TO WS-STATUS-REJECT-REASON
                    SET WS-CLOSE-BLOCKED TO TRUE
                 ELSE
                    READ STOP-PAYMENT-FILE NEXT
                        AT END SET WS-CLOSE-SCAN-DONE TO TRUE
                    END-READ
                 END-IF
              END-IF
           END-PERFORM
           .

       2957-CHECK-CLOSURE-ORDERS.
           MOVE 'N' TO WS-CLOSE-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO SO-ORDER-ID

           START STANDING-ORDER-FILE KEY >= SO-ORDER-ID
               INVALID KEY
                   SET WS-CLOSE-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-CLOSE-SCAN-DONE
              READ STANDING-ORDER-FILE NEXT
                  AT END SET WS-CLOSE-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-CLOSE-SCAN-DONE OR WS-CLOSE-BLOCKED
              IF SO-ORDER-ACTIVE AND
                 (SO-FROM-ACCOUNT = WS-CLOSE-ACCOUNT-NO OR
                  SO-TO-ACCOUNT = WS-CLOSE-ACCOUNT-NO)
                 MOVE 'ACTIVE STANDING ORDER'
                     TO WS-STATUS-REJECT-REASON
                 SET WS-CLOSE-BLOCKED TO TRUE
              ELSE
                 READ STANDING-ORDER-FILE NEXT
                     AT END SET WS-CLOSE-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       2958-CHECK-PAYOUT-ACCOUNT.
           IF TR-TO-ACCOUNT-NUMBER = WS-CLOSE-ACCOUNT-NO
              MOVE 'PAYOUT ACCOUNT INVALID'
                  TO WS-STATUS-REJECT-REASON
              SET WS-CLOSE-BLOCKED TO TRUE
           ELSE
              MOVE TR-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

              READ ACCOUNT-MASTER-FILE
                  INVALID KEY
                      MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-CLOSE-BLOCKED TO TRUE
                  NOT INVALID KEY
                      IF NOT AM-ACTIVE
                         MOVE 'PAYOUT ACCOUNT NOT ACTIVE'
                             TO WS-STATUS-REJECT-REASON
                         SET WS-CLOSE-BLOCKED TO TRUE
                      ELSE
                         MOVE AM-ACCOUNT-TYPE TO WS-CLOSE-TO-ACCT-TYPE
                      END-IF
              END-READ
           END-IF
           .

       2960-POST-ACCOUNT-CLOSURE.
           IF TR-ACCOUNT-NUMBER NOT = WS-PREV-STMT-ACCOUNT
              IF WS-PREV-STMT-ACCOUNT NOT = SPACES
                 PERFORM 2120-WRITE-STATEMENT-TRAILER
              END-IF
              MOVE TR-ACCOUNT-NUMBER TO WS-PREV-STMT-ACCOUNT
              MOVE AM-CURRENT-BALANCE TO WS-STMT-BEGIN-BALANCE
              PERFORM 2110-WRITE-STATEMENT-HEADER
           END-IF

           MOVE AM-CURRENT-BALANCE TO WS-CLOSE-BEFORE-BALANCE
           MOVE ZEROES TO WS-CLOSE-INTEREST

           STRING TR-TRANS-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  TR-TRANS-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  TR-TRANS-DAY DELIMITED BY SIZE
                  INTO WS-STMT-TRANS-DATE
           MOVE TR-TRANSACTION-ID(1:10) TO WS-STMT-TRANS-ID

           IF NOT (AM-LOAN OR AM-CREDIT-CARD) AND
              AM-ACCRUED-INTEREST > 0
              MOVE AM-ACCRUED-INTEREST TO WS-CLOSE-INTEREST
              ADD WS-CLOSE-INTEREST TO AM-CURRENT-BALANCE
              ADD WS-CLOSE-INTEREST TO AM-AVAILABLE-BALANCE
              ADD WS-CLOSE-INTEREST TO AM-INTEREST-YTD
              ADD 1 TO WS-INTEREST-COUNT
              ADD WS-CLOSE-INTEREST TO WS-INTEREST-TOTAL
              ADD WS-CLOSE-INTEREST TO WS-CLOSE-INTEREST-TOTAL

              MOVE WS-CLOSE-ACCT-TYPE TO WS-GL-TYPE-WORK
              MOVE 500100 TO WS-GL-OFFSET-ACCT
              MOVE WS-CLOSE-INTEREST TO WS-GL-AMOUNT
              SET WS-GL-BALANCE-UP TO TRUE
              PERFORM 2058-POST-GL-POSITION-CHANGE

              MOVE 'FINAL ACCRUED INTEREST' TO WS-STMT-DESCRIPTION
              MOVE WS-CLOSE-INTEREST TO WS-STMT-AMOUNT
              MOVE AM-CURRENT-BALANCE TO WS-STMT-BALANCE
              WRITE STATEMENT-RECORD FROM WS-STATEMENT-DETAIL
           END-IF
           MOVE ZEROES TO AM-ACCRUED-INTEREST

           MOVE AM-CURRENT-BALANCE TO WS-CLOSE-PAYOUT

           MOVE ZEROES TO AM-CURRENT-BALANCE
           MOVE ZEROES TO AM-AVAILABLE-BALANCE
           MOVE ZEROES TO AM-PAYMENT-DUE-AMOUNT
           MOVE ZEROES TO AM-PAYMENT-DUE-DATE
           MOVE TR-TRANSACTION-DATE TO AM-LAST-ACTIVITY-DATE
           SET AM-CLOSED TO TRUE

           REWRITE ACCOUNT-MASTER-RECORD

           COMPUTE WS-GL-BALANCE-DELTA = 0 - WS-CLOSE-BEFORE-BALANCE
           ADD WS-GL-BALANCE-DELTA TO WS-GL-NET-BAL-CHANGE

           IF WS-CLOSE-PAYOUT > 0
              IF WS-CLOSE-BY-TRANSFER
                 MOVE 'CLOSING PAYOUT-TRANSFER' TO WS-STMT-DESCRIPTION
              ELSE
                 MOVE 'CLOSING PAYOUT-OFFICIAL CHECK'
                     TO WS-STMT-DESCRIPTION
              END-IF
              COMPUTE WS-STMT-AMOUNT = 0 - WS-CLOSE-PAYOUT
              MOVE ZEROES TO WS-STMT-BALANCE
              WRITE STATEMENT-RECORD FROM WS-STATEMENT-DETAIL
           END-IF

           WRITE STATEMENT-RECORD FROM WS-STATEMENT-CLOSED-LINE
           MOVE ZEROES TO WS-STMT-END-BALANCE

           IF WS-CLOSE-PAYOUT > 0
              PERFORM 2965-PAY-OUT-CLOSING-BALANCE
           END-IF

           PERFORM 2968-WRITE-CLOSED-REGISTER

           MOVE WS-CLOSE-ACCOUNT-NO TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           PERFORM 2014-WRITE-POSTED-JOURNAL

           ADD 1 TO WS-CLOSURES-COUNT
           ADD WS-CLOSE-PAYOUT TO WS-CLOSE-PAYOUT-TOTAL
           ADD 1 TO WS-TRANS-PROCESSED
           .

       2965-PAY-OUT-CLOSING-BALANCE.
           MOVE WS-CLOSE-ACCT-TYPE TO WS-GL-TYPE-WORK
           MOVE WS-CLOSE-PAYOUT TO WS-GL-AMOUNT
           SET WS-GL-BALANCE-DOWN TO TRUE

           IF WS-CLOSE-BY-TRANSFER
              MOVE 100900 TO WS-GL-OFFSET-ACCT
              PERFORM 2058-POST-GL-POSITION-CHANGE

              MOVE TR-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

              READ ACCOUNT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD WS-CLOSE-PAYOUT TO AM-CURRENT-BALANCE
                      ADD WS-CLOSE-PAYOUT TO AM-AVAILABLE-BALANCE
                      MOVE TR-TRANSACTION-DATE
                          TO AM-LAST-ACTIVITY-DATE

                      REWRITE ACCOUNT-MASTER-RECORD

                      ADD WS-CLOSE-PAYOUT TO WS-GL-NET-BAL-CHANGE
                      ADD 1 TO WS-TRANSFERS-COUNT
                      ADD WS-CLOSE-PAYOUT TO WS-TRANSFERS-TOTAL

                      MOVE WS-CLOSE-TO-ACCT-TYPE TO WS-GL-TYPE-WORK
                      MOVE 100900 TO WS-GL-OFFSET-ACCT
                      MOVE WS-CLOSE-PAYOUT TO WS-GL-AMOUNT
                      SET WS-GL-BALANCE-UP TO TRUE
                      PERFORM 2058-POST-GL-POSITION-CHANGE
              END-READ
           ELSE
              MOVE WS-CLOSE-OFCHK-GL-ACCT TO WS-GL-OFFSET-ACCT
              PERFORM 2058-POST-GL-POSITION-CHANGE
              ADD 1 TO WS-WITHDRAWALS-COUNT
              ADD WS-CLOSE-PAYOUT TO WS-WITHDRAWALS-TOTAL
           END-IF
           .

       2968-WRITE-CLOSED-REGISTER.
           MOVE WS-CLOSE-ACCOUNT-NO TO WS-CLSREG-ACCOUNT-NO
           MOVE WS-CLOSE-CUSTOMER-ID TO WS-CLSREG-CUSTOMER-ID
           MOVE WS-CLOSE-ACCT-TYPE TO WS-CLSREG-ACCT-TYPE
           MOVE WS-CLOSE-INTEREST TO WS-CLSREG-INTEREST
           MOVE WS-CLOSE-PAYOUT TO WS-CLSREG-PAYOUT
           MOVE TR-TRANSACTION-ID TO WS-CLSREG-TRANS-ID

           EVALUATE TRUE
               WHEN WS-CLOSE-PAYOUT = 0
                   MOVE 'NO BALANCE' TO WS-CLSREG-METHOD
                   MOVE SPACES TO WS-CLSREG-PAID-TO
               WHEN WS-CLOSE-BY-TRANSFER
                   MOVE 'TRANSFER' TO WS-CLSREG-METHOD
                   MOVE TR-TO-ACCOUNT-NUMBER TO WS-CLSREG-PAID-TO
               WHEN OTHER
                   MOVE 'OFFICIAL CHK' TO WS-CLSREG-METHOD
                   MOVE SPACES TO WS-CLSREG-PAID-TO
                   MOVE 'GL ' TO WS-CLSREG-PAID-TO(1:3)
                   MOVE WS-CLOSE-OFCHK-GL-ACCT
                       TO WS-CLSREG-PAID-TO(4:6)
           END-EVALUATE

           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-DETAIL
           .

       2970-SCREEN-TRANSACTION.
           SET WS-SCR-PASSED TO TRUE

           IF NOT WS-SCR-OVERRIDE
              MOVE TR-TRANSACTION-ID TO SQ-TRANSACTION-ID

              READ SCREENING-QUEUE-FILE
                  INVALID KEY
                      PERFORM 2972-MATCH-WATCHLIST
                      IF WS-SCR-HIT
                         PERFORM 2974-QUEUE-SCREENING-HIT
                         SET WS-SCR-HELD TO TRUE
                      END-IF
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN SQ-PENDING
                              SET WS-SCR-HELD TO TRUE
                          WHEN SQ-CONFIRMED
                              SET WS-SCR-REFUSED TO TRUE
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-SCR-HELD
                   MOVE 'HELD-SANCTIONS REVIEW'
                       TO WS-STATUS-REJECT-REASON
                   PERFORM 2030-WRITE-STATUS-REJECT
               WHEN WS-SCR-REFUSED
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
                   MOVE 'SANCTIONS MATCH CONFIRMED'
                       TO WS-STATUS-REJECT-REASON
                   PERFORM 2030-WRITE-STATUS-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2971-LOAD-SCREEN-SUBJECT.
           MOVE CM-CUSTOMER-ID TO WS-SCR-CUSTOMER-ID
           MOVE SPACES TO WS-SCR-LAST-NAME
           MOVE SPACES TO WS-SCR-FIRST-NAME
           MOVE SPACES TO WS-SCR-TAX-ID
           MOVE ZEROES TO WS-SCR-DOB

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-LAST-NAME TO WS-SCR-LAST-NAME
                   MOVE CM-FIRST-NAME TO WS-SCR-FIRST-NAME
                   MOVE CM-TAX-ID TO WS-SCR-TAX-ID
                   IF CM-DATE-OF-BIRTH NUMERIC
                      MOVE CM-DATE-OF-BIRTH TO WS-SCR-DOB
                   END-IF
           END-READ
           .

       2972-MATCH-WATCHLIST.
           MOVE 'N' TO WS-SCR-HIT-FLAG
           MOVE SPACES TO WS-SCR-MATCH-ID
           MOVE SPACES TO WS-SCR-MATCH-BASIS
           ADD 1 TO WS-SCR-SCREENED-COUNT

           PERFORM VARYING WS-WLT-IDX FROM 1 BY 1
                   UNTIL WS-WLT-IDX > WS-WLT-USED OR WS-SCR-HIT
              IF WS-SCR-TAX-ID NOT = SPACES AND
                 WS-SCR-TAX-ID = WS-WLT-TAX-ID(WS-WLT-IDX)
                 SET WS-SCR-HIT TO TRUE
                 MOVE 'TAX ID' TO WS-SCR-MATCH-BASIS
              ELSE
                 IF WS-SCR-LAST-NAME NOT = SPACES AND
                    WS-SCR-LAST-NAME = WS-WLT-LAST-NAME(WS-WLT-IDX)
                    AND (WS-SCR-FIRST-NAME = SPACES OR
                    WS-WLT-FIRST-NAME(WS-WLT-IDX) = SPACES OR
                    WS-SCR-FIRST-NAME = WS-WLT-FIRST-NAME(WS-WLT-IDX))
                    EVALUATE TRUE
                        WHEN WS-SCR-DOB = ZEROES OR
                             WS-WLT-DOB(WS-WLT-IDX) = ZEROES
                            SET WS-SCR-HIT TO TRUE
                            MOVE 'NAME' TO WS-SCR-MATCH-BASIS
                        WHEN WS-SCR-DOB = WS-WLT-DOB(WS-WLT-IDX)
                            SET WS-SCR-HIT TO TRUE
                            MOVE 'NAME+DOB' TO WS-SCR-MATCH-BASIS
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF

              IF WS-SCR-HIT
                 MOVE WS-WLT-ENTRY-ID(WS-WLT-IDX) TO WS-SCR-MATCH-ID
              END-IF
           END-PERFORM
           .

       2974-QUEUE-SCREENING-HIT.
           MOVE SPACES TO SCREENING-QUEUE-RECORD
           MOVE TR-TRANSACTION-ID TO SQ-TRANSACTION-ID
           MOVE TRANSACTION-RECORD TO SQ-HELD-TRANSACTION
           SET SQ-PENDING TO TRUE
           MOVE WS-CURRENT-DATE TO SQ-QUEUED-DATE
           MOVE WS-SCR-CUSTOMER-ID TO SQ-CUSTOMER-ID
           MOVE WS-SCR-LAST-NAME TO SQ-SUBJECT-NAME
           MOVE WS-SCR-MATCH-ID TO SQ-WATCHLIST-ID
           MOVE WS-SCR-MATCH-BASIS TO SQ-MATCH-BASIS
           MOVE ZEROES TO SQ-DISPOSITION-DATE

           WRITE SCREENING-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SCREENING QUEUE: '
                           SCREENING-QUEUE-STATUS
           END-WRITE

           ADD 1 TO WS-SCR-HELD-COUNT
           MOVE 'HELD FOR REVIEW' TO WS-SCRH-ACTION
           PERFORM 2988-WRITE-SCREEN-HIT-LINE
           .

       2976-SCREEN-ACCOUNT-ACTIVITY.
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID
                   PERFORM 2971-LOAD-SCREEN-SUBJECT
                   PERFORM 2970-SCREEN-TRANSACTION
           END-READ
           .

       2980-SCREENING-DISPOSITION.
           MOVE TR-DESCRIPTION(1:15) TO WS-SCR-DISP-ORIG-ID
           MOVE TR-DESCRIPTION(16:2) TO WS-SCR-DISP-CODE
           MOVE SPACES TO WS-STATUS-REJECT-REASON
           MOVE WS-SCR-DISP-ORIG-ID TO SQ-TRANSACTION-ID

           READ SCREENING-QUEUE-FILE
               INVALID KEY
                   MOVE 'SCREENING ITEM NOT FOUND'
                       TO WS-STATUS-REJECT-REASON
           END-READ

           IF WS-STATUS-REJECT-REASON = SPACES
              EVALUATE TRUE
                  WHEN NOT SQ-PENDING
                      MOVE 'ITEM ALREADY DISPOSED'
                          TO WS-STATUS-REJECT-REASON
                  WHEN NOT WS-SCR-DISP-CLEAR AND
                       NOT WS-SCR-DISP-CONFIRM
                      MOVE 'INVALID DISPOSITION CODE'
                          TO WS-STATUS-REJECT-REASON
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF

           IF WS-STATUS-REJECT-REASON NOT = SPACES
              MOVE 'Y' TO WS-ERROR-FLAG
              ADD 1 TO WS-TRANS-ERRORS
              PERFORM 2030-WRITE-STATUS-REJECT
           ELSE
              MOVE WS-CURRENT-DATE TO SQ-DISPOSITION-DATE
              MOVE TR-TELLER-ID TO SQ-DISPOSED-BY

              IF WS-SCR-DISP-CLEAR
                 SET SQ-CLEARED TO TRUE
                 ADD 1 TO WS-SCR-CLEARED-COUNT
                 MOVE 'CLEARED-RELEASED' TO WS-SCRH-ACTION
              ELSE
                 SET SQ-CONFIRMED TO TRUE
                 ADD 1 TO WS-SCR-CONFIRMED-COUNT
                 MOVE 'CONFIRMED' TO WS-SCRH-ACTION
              END-IF

              REWRITE SCREENING-QUEUE-RECORD

              PERFORM 2988-WRITE-SCREEN-HIT-LINE
              ADD 1 TO WS-TRANS-PROCESSED

              IF SQ-CLEARED
                 PERFORM 2984-RELEASE-HELD-TRANSACTION
              ELSE
                 PERFORM 2986-BLOCK-CONFIRMED-ACCOUNT
              END-IF
           END-IF
           .

       2984-RELEASE-HELD-TRANSACTION.
           MOVE TRANSACTION-RECORD TO WS-SCR-SAVE-TRANSACTION
           MOVE SQ-HELD-TRANSACTION TO TRANSACTION-RECORD
           SET WS-SCR-OVERRIDE TO TRUE

           EVALUATE TRUE
               WHEN TR-NEW-CUSTOMER
                   PERFORM 2500-ONBOARD-NEW-CUSTOMER
               WHEN TR-NEW-ACCOUNT
                   PERFORM 2550-ONBOARD-NEW-ACCOUNT
               WHEN OTHER
                   PERFORM 2010-PROCESS-ACCOUNT-TRANSACTION
           END-EVALUATE

           MOVE 'N' TO WS-SCR-OVERRIDE-FLAG
           MOVE WS-SCR-SAVE-TRANSACTION TO TRANSACTION-RECORD
           .

       2986-BLOCK-CONFIRMED-ACCOUNT.
           IF SQ-HELD-TYPE NOT = 'NC' AND SQ-HELD-TYPE NOT = 'NA'
              MOVE SQ-HELD-ACCOUNT TO AM-ACCOUNT-NUMBER

              READ ACCOUNT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT AM-CLOSED
                         SET AM-FROZEN TO TRUE
                         REWRITE ACCOUNT-MASTER-RECORD
                      END-IF
              END-READ
           END-IF
           .

       2988-WRITE-SCREEN-HIT-LINE.
           MOVE SQ-TRANSACTION-ID TO WS-SCRH-TRANS-ID
           MOVE SQ-HELD-TYPE TO WS-SCRH-TRANS-TYPE
           MOVE SQ-HELD-CHANNEL TO WS-SCRH-CHANNEL
           MOVE SQ-HELD-ACCOUNT TO WS-SCRH-ACCOUNT-NO
           MOVE SQ-CUSTOMER-ID TO WS-SCRH-CUSTOMER-ID
           MOVE SQ-SUBJECT-NAME TO WS-SCRH-NAME
           MOVE SQ-WATCHLIST-ID TO WS-SCRH-LIST-ID
           MOVE SQ-MATCH-BASIS TO WS-SCRH-BASIS

           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-HIT-DETAIL
           .

       2990-ADD-ACCOUNT-OWNER.
           MOVE 'N' TO WS-OWN-BLOCK-FLAG
           MOVE SPACES TO WS-STATUS-REJECT-REASON
           MOVE TR-ACCOUNT-NUMBER TO WS-OWN-ACCOUNT-NO
           MOVE TR-TO-ACCOUNT-NUMBER(1:10) TO WS-OWN-CUSTOMER-ID
           MOVE TR-NEW-ACCT-TYPE TO WS-OWN-ROLE

           IF WS-OWN-ROLE-POD
              MOVE TR-AMOUNT TO WS-OWN-PCT
           ELSE
              MOVE ZEROES TO WS-OWN-PCT
           END-IF

           PERFORM 2991-VALIDATE-OWNER-LINK

           IF WS-OWN-BLOCKED
              MOVE 'Y' TO WS-ERROR-FLAG
              ADD 1 TO WS-TRANS-ERRORS
              ADD 1 TO WS-OWNER-REJECT-COUNT
              PERFORM 2030-WRITE-STATUS-REJECT
           ELSE
              IF WS-OWN-ROLE-PRIMARY
                 PERFORM 2994-CHANGE-PRIMARY-OWNER
              END-IF

              MOVE WS-OWN-ACCOUNT-NO TO OW-ACCOUNT-NUMBER
              MOVE WS-OWN-CUSTOMER-ID TO OW-CUSTOMER-ID

              READ ACCOUNT-OWNER-FILE
                  INVALID KEY
                      MOVE SPACES TO OW-FILLER
                      MOVE ZEROES TO OW-REMOVED-DATE
                      MOVE WS-OWN-ROLE TO OW-OWNER-ROLE
                      MOVE WS-OWN-PCT TO OW-BENEFICIARY-PCT
                      MOVE TR-TRANSACTION-DATE TO OW-ADDED-DATE
                      MOVE TR-TELLER-ID TO OW-UPDATED-BY
                      SET OW-LINK-ACTIVE TO TRUE
                      WRITE ACCOUNT-OWNER-RECORD
                  NOT INVALID KEY
                      MOVE WS-OWN-ROLE TO OW-OWNER-ROLE
                      MOVE WS-OWN-PCT TO OW-BENEFICIARY-PCT
                      MOVE TR-TRANSACTION-DATE TO OW-ADDED-DATE
                      MOVE ZEROES TO OW-REMOVED-DATE
                      MOVE TR-TELLER-ID TO OW-UPDATED-BY
                      SET OW-LINK-ACTIVE TO TRUE
                      REWRITE ACCOUNT-OWNER-RECORD
              END-READ

              ADD 1 TO WS-OWNER-ADDS-COUNT
              ADD 1 TO WS-TRANS-PROCESSED
              MOVE 'ADDED' TO WS-OWN-ACTION
              PERFORM 2997-WRITE-OWNER-MAINT-LINE
           END-IF
           .

       2991-VALIDATE-OWNER-LINK.
           MOVE WS-OWN-ACCOUNT-NO TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-STATUS-REJECT-REASON
                   SET WS-OWN-BLOCKED TO TRUE
           END-READ

           IF NOT WS-OWN-BLOCKED
              IF AM-CLOSED
                 MOVE 'ACCOUNT CLOSED' TO WS-STATUS-REJECT-REASON
                 SET WS-OWN-BLOCKED TO TRUE
              END-IF
           END-IF

           IF NOT WS-OWN-BLOCKED
              MOVE WS-OWN-CUSTOMER-ID TO CM-CUSTOMER-ID

              READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                      MOVE 'CUSTOMER NOT ON FILE'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-OWN-BLOCKED TO TRUE
              END-READ
           END-IF

           IF NOT WS-OWN-BLOCKED
              EVALUATE TRUE
                  WHEN NOT WS-OWN-VALID-ROLE
                      MOVE 'INVALID OWNER ROLE'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-OWN-BLOCKED TO TRUE
                  WHEN WS-OWN-ROLE-POD AND
                       (WS-OWN-PCT = 0 OR WS-OWN-PCT > 100)
                      MOVE 'INVALID BENEFICIARY PCT'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-OWN-BLOCKED TO TRUE
                  WHEN WS-OWN-CUSTOMER-ID = AM-CUSTOMER-ID
                      MOVE 'ALREADY PRIMARY OWNER'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-OWN-BLOCKED TO TRUE
              END-EVALUATE
           END-IF

           IF NOT WS-OWN-BLOCKED
              MOVE WS-OWN-ACCOUNT-NO TO OW-ACCOUNT-NUMBER
              MOVE WS-OWN-CUSTOMER-ID TO OW-CUSTOMER-ID

              READ ACCOUNT-OWNER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF OW-LINK-ACTIVE
                         MOVE 'OWNER LINK EXISTS'
                             TO WS-STATUS-REJECT-REASON
                         SET WS-OWN-BLOCKED TO TRUE
                      END-IF
              END-READ
           END-IF

           IF NOT WS-OWN-BLOCKED AND WS-OWN-ROLE-POD
              PERFORM 2992-TOTAL-POD-PERCENT

              IF WS-OWN-POD-TOTAL + WS-OWN-PCT > 100
                 MOVE 'BENEFICIARY PCT OVER 100'
                     TO WS-STATUS-REJECT-REASON
                 SET WS-OWN-BLOCKED TO TRUE
              END-IF
           END-IF
           .

       2992-TOTAL-POD-PERCENT.
           MOVE ZEROES TO WS-OWN-POD-TOTAL
           MOVE 'N' TO WS-OWN-SCAN-DONE-FLAG
           MOVE WS-OWN-ACCOUNT-NO TO OW-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO OW-CUSTOMER-ID

           START ACCOUNT-OWNER-FILE KEY >= OW-OWNER-KEY
               INVALID KEY
                   SET WS-OWN-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-OWN-SCAN-DONE
              READ ACCOUNT-OWNER-FILE NEXT
                  AT END SET WS-OWN-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-OWN-SCAN-DONE
              IF OW-ACCOUNT-NUMBER NOT = WS-OWN-ACCOUNT-NO
                 SET WS-OWN-SCAN-DONE TO TRUE
              ELSE
                 IF OW-LINK-ACTIVE AND OW-POD-BENEFICIARY
                    ADD OW-BENEFICIARY-PCT TO WS-OWN-POD-TOTAL
                 END-IF

                 READ ACCOUNT-OWNER-FILE NEXT
                     AT END SET WS-OWN-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       2994-CHANGE-PRIMARY-OWNER.
           MOVE AM-CUSTOMER-ID TO WS-OWN-OLD-PRIMARY
           MOVE WS-OWN-CUSTOMER-ID TO AM-CUSTOMER-ID

           REWRITE ACCOUNT-MASTER-RECORD

           MOVE WS-OWN-ACCOUNT-NO TO OW-ACCOUNT-NUMBER
           MOVE WS-OWN-OLD-PRIMARY TO OW-CUSTOMER-ID

           READ ACCOUNT-OWNER-FILE
               INVALID KEY
                   MOVE SPACES TO OW-FILLER
                   MOVE ZEROES TO OW-BENEFICIARY-PCT
                   MOVE ZEROES TO OW-REMOVED-DATE
                   MOVE TR-TRANSACTION-DATE TO OW-ADDED-DATE
                   MOVE TR-TELLER-ID TO OW-UPDATED-BY
                   SET OW-JOINT TO TRUE
                   SET OW-LINK-ACTIVE TO TRUE
                   WRITE ACCOUNT-OWNER-RECORD
               NOT INVALID KEY
                   MOVE ZEROES TO OW-BENEFICIARY-PCT
                   MOVE ZEROES TO OW-REMOVED-DATE
                   MOVE TR-TELLER-ID TO OW-UPDATED-BY
                   SET OW-JOINT TO TRUE
                   SET OW-LINK-ACTIVE TO TRUE
                   REWRITE ACCOUNT-OWNER-RECORD
           END-READ

           MOVE 'PRIMARY->JT' TO WS-OWN-ACTION
           PERFORM 2997-WRITE-OWNER-MAINT-LINE
           .

       2995-REMOVE-ACCOUNT-OWNER.
           MOVE 'N' TO WS-OWN-BLOCK-FLAG
           MOVE SPACES TO WS-STATUS-REJECT-REASON
           MOVE TR-ACCOUNT-NUMBER TO WS-OWN-ACCOUNT-NO
           MOVE TR-TO-ACCOUNT-NUMBER(1:10) TO WS-OWN-CUSTOMER-ID
           MOVE WS-OWN-ACCOUNT-NO TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-STATUS-REJECT-REASON
                   SET WS-OWN-BLOCKED TO TRUE
           END-READ

           IF NOT WS-OWN-BLOCKED
              IF WS-OWN-CUSTOMER-ID = AM-CUSTOMER-ID
                 MOVE 'CANNOT REMOVE PRIMARY'
                     TO WS-STATUS-REJECT-REASON
                 SET WS-OWN-BLOCKED TO TRUE
              END-IF
           END-IF

           IF NOT WS-OWN-BLOCKED
              MOVE WS-OWN-ACCOUNT-NO TO OW-ACCOUNT-NUMBER
              MOVE WS-OWN-CUSTOMER-ID TO OW-CUSTOMER-ID

              READ ACCOUNT-OWNER-FILE
                  INVALID KEY
                      MOVE 'OWNER LINK NOT FOUND'
                          TO WS-STATUS-REJECT-REASON
                      SET WS-OWN-BLOCKED TO TRUE
                  NOT INVALID KEY
                      IF NOT OW-LINK-ACTIVE
                         MOVE 'OWNER LINK NOT FOUND'
                             TO WS-STATUS-REJECT-REASON
                         SET WS-OWN-BLOCKED TO TRUE
                      END-IF
              END-READ
           END-IF

           IF WS-OWN-BLOCKED
              MOVE 'Y' TO WS-ERROR-FLAG
              ADD 1 TO WS-TRANS-ERRORS
              ADD 1 TO WS-OWNER-REJECT-COUNT
              PERFORM 2030-WRITE-STATUS-REJECT
           ELSE
              SET OW-LINK-REMOVED TO TRUE
              MOVE TR-TRANSACTION-DATE TO OW-REMOVED-DATE
              MOVE TR-TELLER-ID TO OW-UPDATED-BY

              REWRITE ACCOUNT-OWNER-RECORD

              ADD 1 TO WS-OWNER-REMOVES-COUNT
              ADD 1 TO WS-TRANS-PROCESSED
              MOVE 'REMOVED' TO WS-OWN-ACTION
              PERFORM 2997-WRITE-OWNER-MAINT-LINE
           END-IF
           .

       2997-WRITE-OWNER-MAINT-LINE.
           MOVE OW-CUSTOMER-ID TO WS-OWNR-CUSTOMER-ID
           MOVE OW-ACCOUNT-NUMBER TO WS-OWNR-ACCOUNT-NO
           MOVE AM-ACCOUNT-TYPE TO WS-OWNR-ACCT-TYPE
           MOVE OW-BENEFICIARY-PCT TO WS-OWNR-PCT
           MOVE WS-OWN-ACTION TO WS-OWNR-STATUS
           MOVE AM-CURRENT-BALANCE TO WS-OWNR-BALANCE
           MOVE TR-TRANSACTION-ID TO WS-OWNR-TRANS-ID
           PERFORM 2998-SET-OWNER-ROLE-DESC

           MOVE OW-CUSTOMER-ID TO CM-CUSTOMER-ID
           MOVE SPACES TO WS-OWNR-NAME

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING CM-LAST-NAME DELIMITED BY SPACE
                          ', ' DELIMITED BY SIZE
                          CM-FIRST-NAME DELIMITED BY SPACE
                          INTO WS-OWNR-NAME
           END-READ

           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-DETAIL
           .

       2998-SET-OWNER-ROLE-DESC.
           EVALUATE TRUE
               WHEN OW-PRIMARY
                   MOVE 'PRIMARY' TO WS-OWNR-ROLE
               WHEN OW-JOINT
                   MOVE 'JOINT' TO WS-OWNR-ROLE
               WHEN OW-AUTH-SIGNER
                   MOVE 'AUTH SIGNER' TO WS-OWNR-ROLE
               WHEN OW-TRUSTEE
                   MOVE 'TRUSTEE' TO WS-OWNR-ROLE
               WHEN OW-POD-BENEFICIARY
                   MOVE 'POD BENEF' TO WS-OWNR-ROLE
               WHEN OTHER
                   MOVE OW-OWNER-ROLE TO WS-OWNR-ROLE
           END-EVALUATE
           .

       3400-CHECK-MONTH-END.
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

       3450-MONTH-END-INTEREST-ACCRUAL.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER

           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE NEXT
               AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
           END-READ

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF (AM-SAVINGS OR AM-MONEY-MARKET OR AM-CERTIFICATE)
                 AND AM-ACTIVE
                 AND AM-CURRENT-BALANCE > 0
                 COMPUTE WS-MONTHEND-INT-AMOUNT ROUNDED =
                         AM-CURRENT-BALANCE * AM-INTEREST-RATE / 12

                 ADD WS-MONTHEND-INT-AMOUNT TO AM-CURRENT-BALANCE
                 ADD WS-MONTHEND-INT-AMOUNT TO AM-AVAILABLE-BALANCE
                 ADD WS-MONTHEND-INT-AMOUNT TO AM-INTEREST-YTD
                 MOVE ZEROES TO AM-ACCRUED-INTEREST
           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF (AM-LOAN OR AM-CREDIT-CARD)
                 AND AM-ACTIVE
                 AND NOT AM-CHARGED-OFF
                 AND AM-CURRENT-BALANCE > 0
                 COMPUTE WS-BILL-INT-AMOUNT ROUNDED =
                         AM-CURRENT-BALANCE * AM-INTEREST-RATE / 12
                    MOVE AM-CURRENT-BALANCE TO WS-BILL-PAYMENT-DUE
                 END-IF

                 MOVE WS-BILL-PAYMENT-DUE TO AM-PAYMENT-DUE-AMOUNT
                 MOVE WS-BILL-DUE-YEAR TO AM-PMT-DUE-YEAR
                 MOVE WS-BILL-DUE-MONTH TO AM-PMT-DUE-MONTH
                 MOVE 15 TO AM-PMT-DUE-DAY

                 REWRITE ACCOUNT-MASTER-RECORD

                 MOVE AM-ACCOUNT-NUMBER TO WS-BILL-ACCOUNT-NO
                 MOVE AM-ACCOUNT-TYPE TO WS-BILL-ACCT-TYPE
                 MOVE AM-CURRENT-BALANCE TO WS-BILL-BALANCE
                 MOVE WS-BILL-INT-AMOUNT TO WS-BILL-INTEREST
                 MOVE WS-BILL-PAYMENT-DUE TO WS-BILL-PMT-DUE

                 MOVE SPACES TO WS-BILL-DUE-DATE
                 MOVE AM-PMT-DUE-YEAR TO WS-BILL-DUE-DATE(1:4)
                 MOVE '-' TO WS-BILL-DUE-DATE(5:1)
                 MOVE AM-PMT-DUE-MONTH TO WS-BILL-DUE-DATE(6:2)
                 MOVE '-' TO WS-BILL-DUE-DATE(8:1)
                 MOVE AM-PMT-DUE-DAY TO WS-BILL-DUE-DATE(9:2)

                 WRITE LOAN-BILLING-REPORT-RECORD
                     FROM WS-LOAN-BILLING-DETAIL

                 ADD 1 TO WS-BILLING-COUNT
                 ADD WS-BILL-INT-AMOUNT TO WS-BILL-INT-TOTAL
              END-IF

              READ ACCOUNT-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
              END-READ
           END-PERFORM
           .

       3457-MONTH-END-CHARGE-OFF.
           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 3485-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-CD-CURRENT-JULIAN

           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER

           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE NEXT
               AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
           END-READ

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF (AM-LOAN OR AM-CREDIT-CARD)
                 AND (AM-ACTIVE OR AM-DORMANT)
                 AND AM-CURRENT-BALANCE > 0
                 AND AM-PAYMENT-DUE-AMOUNT IS NUMERIC
                 AND AM-PAYMENT-DUE-AMOUNT > 0
                 AND AM-LAST-ACT-YEAR NOT = ZEROES
                 MOVE AM-LAST-ACT-YEAR TO WS-JD-YEAR
                 MOVE AM-LAST-ACT-MONTH TO WS-JD-MONTH
                 MOVE AM-LAST-ACT-DAY TO WS-JD-DAY
                 PERFORM 3485-COMPUTE-JULIAN-DAY

                 COMPUTE WS-DELQ-DAYS-PAST =
                         WS-CD-CURRENT-JULIAN - WS-JD-RESULT

                 IF AM-LOAN
                    MOVE WS-CO-LOAN-DAYS TO WS-CO-THRESHOLD-DAYS
                 ELSE
                    MOVE WS-CO-CARD-DAYS TO WS-CO-THRESHOLD-DAYS
                 END-IF

                 IF WS-DELQ-DAYS-PAST >= WS-CO-THRESHOLD-DAYS
                    PERFORM 3458-CHARGE-OFF-ACCOUNT
                 END-IF
              END-IF

              READ ACCOUNT-MASTER-FILE NEXT
           END-PERFORM
           .

       3458-CHARGE-OFF-ACCOUNT.
           MOVE AM-CURRENT-BALANCE TO WS-CO-AMOUNT

           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'CO' TO TR-TRANSACTION-ID(1:2)
           MOVE AM-ACCOUNT-NUMBER TO TR-TRANSACTION-ID(3:12)
           MOVE WS-CURRENT-DATE TO TR-TRANSACTION-DATE
           MOVE ZEROES TO TR-TRANSACTION-TIME
           MOVE AM-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           MOVE WS-CO-AMOUNT TO TR-AMOUNT
           SET TR-BATCH TO TRUE
           MOVE 'LOAN CHARGE-OFF' TO TR-DESCRIPTION

           SUBTRACT WS-CO-AMOUNT FROM AM-CURRENT-BALANCE
           SUBTRACT WS-CO-AMOUNT FROM AM-AVAILABLE-BALANCE
           MOVE ZEROES TO AM-ACCRUED-INTEREST
           MOVE ZEROES TO AM-PAYMENT-DUE-AMOUNT
           MOVE ZEROES TO AM-PAYMENT-DUE-DATE
           MOVE WS-CURRENT-DATE TO AM-CHARGE-OFF-DATE
           MOVE WS-CO-AMOUNT TO AM-CHARGE-OFF-AMOUNT
           MOVE ZEROES TO AM-RECOVERY-AMOUNT
           SET AM-CHARGED-OFF TO TRUE

           REWRITE ACCOUNT-MASTER-RECORD

           MOVE AM-ACCOUNT-TYPE TO WS-GL-TYPE-WORK
           MOVE WS-CO-ALLOWANCE-GL TO WS-GL-OFFSET-ACCT
           MOVE WS-CO-AMOUNT TO WS-GL-AMOUNT
           SET WS-GL-BALANCE-DOWN TO TRUE
           PERFORM 2058-POST-GL-POSITION-CHANGE

           SUBTRACT WS-CO-AMOUNT FROM WS-GL-NET-BAL-CHANGE

           ADD 1 TO WS-CHARGE-OFF-COUNT
           ADD WS-CO-AMOUNT TO WS-CHARGE-OFF-TOTAL

           MOVE AM-ACCOUNT-NUMBER TO WS-CORG-ACCOUNT-NO
           MOVE AM-CUSTOMER-ID TO WS-CORG-CUSTOMER-ID
           MOVE AM-ACCOUNT-TYPE TO WS-CORG-ACCT-TYPE
           MOVE WS-DELQ-DAYS-PAST TO WS-CORG-DAYS
           MOVE 'CHARGED OFF' TO WS-CORG-ACTION
           MOVE WS-CO-AMOUNT TO WS-CORG-AMOUNT
           MOVE WS-CO-AMOUNT TO WS-CORG-CO-AMOUNT
           MOVE ZEROES TO WS-CORG-RECOVERED
           MOVE TR-TRANSACTION-ID TO WS-CORG-TRANS-ID

           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-DETAIL
           .

       3465-DELINQUENCY-AGING.
           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF (AM-LOAN OR AM-CREDIT-CARD)
                 AND NOT AM-CHARGED-OFF
                 AND AM-PAYMENT-DUE-AMOUNT IS NUMERIC
                 AND AM-PAYMENT-DUE-AMOUNT > 0
                 AND AM-LAST-ACT-YEAR NOT = ZEROES
           END-READ

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              PERFORM 3469-CHECK-ANALYZED-ACCOUNT

              IF (AM-CHECKING OR AM-SAVINGS)
                 AND AM-ACTIVE
                 AND NOT WS-AA-ANALYZED
                 AND AM-MINIMUM-BALANCE > 0
                 AND AM-CURRENT-BALANCE < AM-MINIMUM-BALANCE
                 IF AM-CHECKING
           WRITE FEE-REGISTER-RECORD FROM WS-FEE-REGISTER-TOTAL
           .

       3461-ACCUMULATE-COLLECTED-BAL.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER

           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE NEXT
               AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
           END-READ

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF AM-CHECKING
                 AND (AM-ACTIVE OR AM-DORMANT OR AM-FROZEN)
                 IF AM-COLLECTED-BAL-MTD NOT NUMERIC
                    OR AM-COLLECTED-DAYS-MTD NOT NUMERIC
                    MOVE ZEROES TO AM-COLLECTED-BAL-MTD
                    MOVE ZEROES TO AM-COLLECTED-DAYS-MTD
                 END-IF

                 ADD AM-AVAILABLE-BALANCE TO AM-COLLECTED-BAL-MTD
                 ADD 1 TO AM-COLLECTED-DAYS-MTD

                 REWRITE ACCOUNT-MASTER-RECORD
              END-IF

              READ ACCOUNT-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
              END-READ
           END-PERFORM
           .

       3462-MONTH-END-ACCOUNT-ANALYSIS.
           MOVE WS-CURRENT-DATE(1:6) TO WS-AA-PERIOD
           MOVE ZEROES TO WS-AAT-USED
           MOVE ZEROES TO WS-AA-CHARGED-TOTAL

           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER

           START ACCOUNT-MASTER-FILE KEY >= AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE NEXT
               AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
           END-READ

           PERFORM UNTIL AM-ACCOUNT-NUMBER = HIGH-VALUES
              IF AM-CHECKING
                 PERFORM 3469-CHECK-ANALYZED-ACCOUNT
                 IF WS-AA-ANALYZED AND AM-ACTIVE
                    PERFORM 3463-ADD-ANALYSIS-ACCOUNT
                 END-IF

                 MOVE ZEROES TO AM-COLLECTED-BAL-MTD
                 MOVE ZEROES TO AM-COLLECTED-DAYS-MTD

                 REWRITE ACCOUNT-MASTER-RECORD
              END-IF

              READ ACCOUNT-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO AM-ACCOUNT-NUMBER
              END-READ
           END-PERFORM

           IF WS-AAT-USED > 0
              PERFORM 3464-COUNT-ANALYSIS-ACTIVITY

              PERFORM VARYING WS-AAT-IDX FROM 1 BY 1
                      UNTIL WS-AAT-IDX > WS-AAT-USED
                 PERFORM 3467-CHARGE-ANALYSIS-ACCOUNT
              END-PERFORM
           END-IF

           MOVE WS-ANALYSIS-COUNT TO WS-ANAL-TOTAL-COUNT
           MOVE WS-ANALYSIS-CHARGED-COUNT TO WS-ANAL-TOTAL-CHG-COUNT
           MOVE WS-AA-CHARGED-TOTAL TO WS-ANAL-TOTAL-CHARGED

           WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-TOTAL1
           WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-TOTAL2

           IF WS-AAT-OVERFLOW-COUNT > 0
              MOVE WS-AAT-OVERFLOW-COUNT TO WS-ANAL-OVERFLOW-OUT
              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-OVERFLOW-LINE
           END-IF
           .

       3463-ADD-ANALYSIS-ACCOUNT.
           IF WS-AAT-USED < 500
              ADD 1 TO WS-AAT-USED
              MOVE AM-ACCOUNT-NUMBER TO WS-AAT-ACCOUNT-NO(WS-AAT-USED)
              MOVE SPACES TO WS-AAT-CUSTOMER-NAME(WS-AAT-USED)
              STRING CM-LAST-NAME DELIMITED BY SPACE
                     ', ' DELIMITED BY SIZE
                     CM-FIRST-NAME DELIMITED BY SPACE
                     INTO WS-AAT-CUSTOMER-NAME(WS-AAT-USED)

              IF AM-COLLECTED-DAYS-MTD NUMERIC
                 AND AM-COLLECTED-DAYS-MTD > 0
                 COMPUTE WS-AAT-AVG-BALANCE(WS-AAT-USED) ROUNDED =
                         AM-COLLECTED-BAL-MTD / AM-COLLECTED-DAYS-MTD
                 MOVE AM-COLLECTED-DAYS-MTD
                     TO WS-AAT-BALANCE-DAYS(WS-AAT-USED)
              ELSE
                 MOVE ZEROES TO WS-AAT-AVG-BALANCE(WS-AAT-USED)
                 MOVE ZEROES TO WS-AAT-BALANCE-DAYS(WS-AAT-USED)
              END-IF

              PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                      UNTIL WS-SPT-IDX > 100
                 MOVE ZEROES TO WS-AAT-VOLUME(WS-AAT-USED, WS-SPT-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-AAT-OVERFLOW-COUNT
           END-IF
           .

       3464-COUNT-ANALYSIS-ACTIVITY.
           MOVE LOW-VALUES TO PJ-TRANSACTION-ID

           START POSTED-JOURNAL-FILE KEY >= PJ-TRANSACTION-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PJ-TRANSACTION-ID
           END-START

           IF PJ-TRANSACTION-ID NOT = HIGH-VALUES
              READ POSTED-JOURNAL-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PJ-TRANSACTION-ID
              END-READ
           END-IF

           PERFORM UNTIL PJ-TRANSACTION-ID = HIGH-VALUES
              IF PJ-POSTED-DATE(1:6) = WS-AA-PERIOD
                 MOVE ZEROES TO WS-AAT-FOUND-IDX
                 PERFORM VARYING WS-AAT-IDX FROM 1 BY 1
                         UNTIL WS-AAT-IDX > WS-AAT-USED
                            OR WS-AAT-FOUND-IDX > 0
                    IF WS-AAT-ACCOUNT-NO(WS-AAT-IDX) = PJ-ACCOUNT-NUMBER
                       MOVE WS-AAT-IDX TO WS-AAT-FOUND-IDX
                    END-IF
                 END-PERFORM

                 IF WS-AAT-FOUND-IDX > 0
                    PERFORM 3466-FIND-SERVICE-PRICE
                    IF WS-SPT-FOUND-IDX > 0
                       ADD 1 TO WS-AAT-VOLUME(WS-AAT-FOUND-IDX,
                                              WS-SPT-FOUND-IDX)
                    END-IF
                 END-IF
              END-IF

              READ POSTED-JOURNAL-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PJ-TRANSACTION-ID
              END-READ
           END-PERFORM
           .

       3466-FIND-SERVICE-PRICE.
           MOVE ZEROES TO WS-SPT-FOUND-IDX

           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-USED
                      OR WS-SPT-FOUND-IDX > 0
              IF WS-SPT-TRANS-TYPE(WS-SPT-IDX) = PJ-TRANSACTION-TYPE
                 AND WS-SPT-CHANNEL(WS-SPT-IDX) = PJ-CHANNEL
                 MOVE WS-SPT-IDX TO WS-SPT-FOUND-IDX
              END-IF
           END-PERFORM

           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-USED
                      OR WS-SPT-FOUND-IDX > 0
              IF WS-SPT-TRANS-TYPE(WS-SPT-IDX) = PJ-TRANSACTION-TYPE
                 AND WS-SPT-CHANNEL(WS-SPT-IDX) = SPACES
                 MOVE WS-SPT-IDX TO WS-SPT-FOUND-IDX
              END-IF
           END-PERFORM
           .

       3467-CHARGE-ANALYSIS-ACCOUNT.
           MOVE WS-AAT-ACCOUNT-NO(WS-AAT-IDX) TO AM-ACCOUNT-NUMBER

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO AM-ACCOUNT-NUMBER
           END-READ

           IF AM-ACCOUNT-NUMBER NOT = SPACES
              ADD 1 TO WS-ANALYSIS-COUNT
              MOVE ZEROES TO WS-AA-SERVICE-TOTAL

              MOVE AM-ACCOUNT-NUMBER TO WS-ANAL-ACCOUNT-NO
              MOVE WS-AAT-CUSTOMER-NAME(WS-AAT-IDX)
                  TO WS-ANAL-CUSTOMER-NAME
              MOVE WS-AA-PERIOD TO WS-ANAL-PERIOD
              MOVE WS-AAT-AVG-BALANCE(WS-AAT-IDX)
                  TO WS-ANAL-AVG-BALANCE
              MOVE WS-AAT-BALANCE-DAYS(WS-AAT-IDX)
                  TO WS-ANAL-BALANCE-DAYS

              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-ACCOUNT-LINE
              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-BALANCE-LINE
              WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-COLUMNS

              PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                      UNTIL WS-SPT-IDX > WS-SPT-USED
                 IF WS-AAT-VOLUME(WS-AAT-IDX, WS-SPT-IDX) > 0
                    PERFORM 3468-WRITE-ANALYSIS-DETAIL
                 END-IF
              END-PERFORM

              IF WS-AAT-AVG-BALANCE(WS-AAT-IDX) > 0
                 COMPUTE WS-AA-EARNINGS-CREDIT ROUNDED =
                         WS-AAT-AVG-BALANCE(WS-AAT-IDX)
                         * WS-AA-EARNINGS-RATE
                         * WS-AAT-BALANCE-DAYS(WS-AAT-IDX) / 36500
              ELSE
                 MOVE ZEROES TO WS-AA-EARNINGS-CREDIT
              END-IF

              IF WS-AA-SERVICE-TOTAL > WS-AA-EARNINGS-CREDIT
                 COMPUTE WS-AA-NET-CHARGE =
                         WS-AA-SERVICE-TOTAL - WS-AA-EARNINGS-CREDIT
              ELSE
                 MOVE ZEROES TO WS-AA-NET-CHARGE
              END-IF

              MOVE 'TOTAL SERVICE CHARGES:' TO WS-ANAL-SUMMARY-LABEL
              MOVE WS-AA-SERVICE-TOTAL TO WS-ANAL-SUMMARY-AMOUNT
              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-SUMMARY-LINE

              MOVE WS-AA-EARNINGS-RATE TO WS-ANAL-EARNINGS-RATE
              WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-RATE-LINE

              MOVE 'EARNINGS CREDIT:' TO WS-ANAL-SUMMARY-LABEL
              MOVE WS-AA-EARNINGS-CREDIT TO WS-ANAL-SUMMARY-AMOUNT
              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-SUMMARY-LINE

              MOVE 'NET ANALYSIS CHARGE:' TO WS-ANAL-SUMMARY-LABEL
              MOVE WS-AA-NET-CHARGE TO WS-ANAL-SUMMARY-AMOUNT
              WRITE ANALYSIS-STATEMENT-RECORD
                  FROM WS-ANALYSIS-SUMMARY-LINE
              WRITE ANALYSIS-STATEMENT-RECORD FROM SPACES

              IF WS-AA-NET-CHARGE > 0
                 MOVE SPACES TO TRANSACTION-RECORD
                 MOVE 'AA' TO TR-TRANSACTION-ID(1:2)
                 MOVE AM-ACCOUNT-NUMBER TO TR-TRANSACTION-ID(3:12)
                 MOVE WS-CURRENT-DATE TO TR-TRANSACTION-DATE
                 MOVE ZEROES TO TR-TRANSACTION-TIME
                 MOVE AM-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
                 MOVE WS-AA-NET-CHARGE TO TR-AMOUNT
                 SET TR-BATCH TO TRUE
                 MOVE 'ACCOUNT ANALYSIS FEE' TO TR-DESCRIPTION

                 SUBTRACT WS-AA-NET-CHARGE FROM AM-CURRENT-BALANCE
                 SUBTRACT WS-AA-NET-CHARGE FROM AM-AVAILABLE-BALANCE
                 ADD WS-AA-NET-CHARGE TO AM-SERVICE-CHARGE-YTD

                 REWRITE ACCOUNT-MASTER-RECORD

                 PERFORM 2065-POST-GL-FEE
                 SUBTRACT WS-AA-NET-CHARGE FROM WS-GL-NET-BAL-CHANGE

                 ADD 1 TO WS-ANALYSIS-CHARGED-COUNT
                 ADD WS-AA-NET-CHARGE TO WS-AA-CHARGED-TOTAL
              END-IF
           END-IF
           .

       3468-WRITE-ANALYSIS-DETAIL.
           COMPUTE WS-AA-ITEM-CHARGE ROUNDED =
                   WS-AAT-VOLUME(WS-AAT-IDX, WS-SPT-IDX)
                   * WS-SPT-UNIT-PRICE(WS-SPT-IDX)
           ADD WS-AA-ITEM-CHARGE TO WS-AA-SERVICE-TOTAL

           MOVE WS-SPT-DESCRIPTION(WS-SPT-IDX) TO WS-ANAL-DESCRIPTION
           MOVE WS-SPT-TRANS-TYPE(WS-SPT-IDX) TO WS-ANAL-TRANS-TYPE
           IF WS-SPT-CHANNEL(WS-SPT-IDX) = SPACES
              MOVE 'ALL' TO WS-ANAL-CHANNEL
           ELSE
              MOVE WS-SPT-CHANNEL(WS-SPT-IDX) TO WS-ANAL-CHANNEL
           END-IF
           MOVE WS-AAT-VOLUME(WS-AAT-IDX, WS-SPT-IDX) TO WS-ANAL-VOLUME
           MOVE WS-SPT-UNIT-PRICE(WS-SPT-IDX) TO WS-ANAL-UNIT-PRICE
           MOVE WS-AA-ITEM-CHARGE TO WS-ANAL-CHARGE

           WRITE ANALYSIS-STATEMENT-RECORD FROM WS-ANALYSIS-DETAIL
           .

       3469-CHECK-ANALYZED-ACCOUNT.
           MOVE 'N' TO WS-AA-BUSINESS-FLAG

           IF AM-CHECKING
              MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID

              READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CM-BUSINESS
                         MOVE 'Y' TO WS-AA-BUSINESS-FLAG
                      END-IF
              END-READ
           END-IF
           .

       3470-FLAG-DORMANT-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER

           END-PERFORM
           .

       3980-SCREENING-HIT-REPORT.
           WRITE SCREENING-HIT-REPORT-RECORD FROM SPACES
           WRITE SCREENING-HIT-REPORT-RECORD
               FROM WS-SCREEN-PENDING-HEADER

           MOVE ZEROES TO WS-SCR-PENDING-COUNT
           MOVE LOW-VALUES TO SQ-TRANSACTION-ID

           START SCREENING-QUEUE-FILE KEY >= SQ-TRANSACTION-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO SQ-TRANSACTION-ID
           END-START

           IF SQ-TRANSACTION-ID NOT = HIGH-VALUES
              READ SCREENING-QUEUE-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SQ-TRANSACTION-ID
              END-READ
           END-IF

           PERFORM UNTIL SQ-TRANSACTION-ID = HIGH-VALUES
              IF SQ-PENDING
                 ADD 1 TO WS-SCR-PENDING-COUNT
                 MOVE 'PENDING REVIEW' TO WS-SCRH-ACTION
                 PERFORM 2988-WRITE-SCREEN-HIT-LINE
              END-IF

              READ SCREENING-QUEUE-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SQ-TRANSACTION-ID
              END-READ
           END-PERFORM

           MOVE WS-SCR-SCREENED-COUNT TO WS-SCRH-SCREENED-CNT
           MOVE WS-SCR-HELD-COUNT TO WS-SCRH-HELD-CNT
           MOVE WS-SCR-CLEARED-COUNT TO WS-SCRH-CLEARED-CNT
           MOVE WS-SCR-CONFIRMED-COUNT TO WS-SCRH-CONFIRMED-CNT
           MOVE WS-SCR-PENDING-COUNT TO WS-SCRH-PENDING-CNT

           WRITE SCREENING-HIT-REPORT-RECORD FROM SPACES
           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-TOTAL1
           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-TOTAL2
           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-TOTAL3
           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-TOTAL4
           WRITE SCREENING-HIT-REPORT-RECORD FROM WS-SCREEN-TOTAL5
           .

       3985-OWNERSHIP-LISTING.
           MOVE WS-OWNER-ADDS-COUNT TO WS-OWNR-ADD-CNT
           MOVE WS-OWNER-REMOVES-COUNT TO WS-OWNR-REMOVE-CNT
           MOVE WS-OWNER-REJECT-COUNT TO WS-OWNR-REJECT-CNT

           WRITE OWNERSHIP-REPORT-RECORD FROM SPACES
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-TOTAL1
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-TOTAL2
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-TOTAL3
           WRITE OWNERSHIP-REPORT-RECORD FROM SPACES

           MOVE 'OWNERSHIP BY CUSTOMER' TO WS-OWNR-SECTION-TITLE
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-SECTION-LINE
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-COLUMNS

           MOVE LOW-VALUES TO CM-CUSTOMER-ID

           START CUSTOMER-MASTER-FILE KEY >= CM-CUSTOMER-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO CM-CUSTOMER-ID
           END-START

           IF CM-CUSTOMER-ID NOT = HIGH-VALUES
              READ CUSTOMER-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO CM-CUSTOMER-ID
              END-READ
           END-IF

           PERFORM UNTIL CM-CUSTOMER-ID = HIGH-VALUES
              MOVE CM-CUSTOMER-ID TO WS-OWN-LIST-CUST
              MOVE SPACES TO WS-OWN-LIST-NAME
              STRING CM-LAST-NAME DELIMITED BY SPACE
                     ', ' DELIMITED BY SIZE
                     CM-FIRST-NAME DELIMITED BY SPACE
                     INTO WS-OWN-LIST-NAME

              PERFORM 3986-LIST-PRIMARY-ACCOUNTS
              PERFORM 3987-LIST-LINKED-ACCOUNTS

              READ CUSTOMER-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO CM-CUSTOMER-ID
              END-READ
           END-PERFORM

           MOVE WS-OWNER-LISTED-COUNT TO WS-OWNR-LISTED-CNT

           WRITE OWNERSHIP-REPORT-RECORD FROM SPACES
           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-TOTAL4
           .

       3986-LIST-PRIMARY-ACCOUNTS.
           MOVE 'N' TO WS-OWN-SCAN-DONE-FLAG
           MOVE WS-OWN-LIST-CUST TO AM-CUSTOMER-ID

           START ACCOUNT-MASTER-FILE KEY >= AM-CUSTOMER-ID
               INVALID KEY
                   SET WS-OWN-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-OWN-SCAN-DONE
              READ ACCOUNT-MASTER-FILE NEXT
                  AT END SET WS-OWN-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-OWN-SCAN-DONE
              IF AM-CUSTOMER-ID NOT = WS-OWN-LIST-CUST
                 SET WS-OWN-SCAN-DONE TO TRUE
              ELSE
                 MOVE 'PRIMARY' TO WS-OWNR-ROLE
                 MOVE ZEROES TO WS-OWNR-PCT
                 PERFORM 3988-WRITE-OWNERSHIP-LINE

                 READ ACCOUNT-MASTER-FILE NEXT
                     AT END SET WS-OWN-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       3987-LIST-LINKED-ACCOUNTS.
           MOVE 'N' TO WS-OWN-SCAN-DONE-FLAG
           MOVE WS-OWN-LIST-CUST TO OW-CUSTOMER-ID

           START ACCOUNT-OWNER-FILE KEY >= OW-CUSTOMER-ID
               INVALID KEY
                   SET WS-OWN-SCAN-DONE TO TRUE
           END-START

           IF NOT WS-OWN-SCAN-DONE
              READ ACCOUNT-OWNER-FILE NEXT
                  AT END SET WS-OWN-SCAN-DONE TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-OWN-SCAN-DONE
              IF OW-CUSTOMER-ID NOT = WS-OWN-LIST-CUST
                 SET WS-OWN-SCAN-DONE TO TRUE
              ELSE
                 IF OW-LINK-ACTIVE
                    MOVE OW-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER

                    READ ACCOUNT-MASTER-FILE
                        INVALID KEY
                            MOVE SPACES TO AM-CUSTOMER-ID
                            MOVE SPACES TO AM-ACCOUNT-TYPE
                            MOVE SPACES TO AM-ACCOUNT-STATUS
                            MOVE ZEROES TO AM-CURRENT-BALANCE
                    END-READ

                    IF AM-CUSTOMER-ID NOT = WS-OWN-LIST-CUST
                       MOVE OW-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
                       PERFORM 2998-SET-OWNER-ROLE-DESC
                       MOVE OW-BENEFICIARY-PCT TO WS-OWNR-PCT
                       PERFORM 3988-WRITE-OWNERSHIP-LINE
                    END-IF
                 END-IF

                 READ ACCOUNT-OWNER-FILE NEXT
                     AT END SET WS-OWN-SCAN-DONE TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       3988-WRITE-OWNERSHIP-LINE.
           MOVE WS-OWN-LIST-CUST TO WS-OWNR-CUSTOMER-ID
           MOVE WS-OWN-LIST-NAME TO WS-OWNR-NAME
           MOVE AM-ACCOUNT-NUMBER TO WS-OWNR-ACCOUNT-NO
           MOVE AM-ACCOUNT-TYPE TO WS-OWNR-ACCT-TYPE
           MOVE AM-CURRENT-BALANCE TO WS-OWNR-BALANCE
           MOVE SPACES TO WS-OWNR-TRANS-ID

           EVALUATE TRUE
               WHEN AM-ACTIVE
                   MOVE 'ACTIVE' TO WS-OWNR-STATUS
               WHEN AM-DORMANT
                   MOVE 'DORMANT' TO WS-OWNR-STATUS
               WHEN AM-FROZEN
                   MOVE 'FROZEN' TO WS-OWNR-STATUS
               WHEN AM-CLOSED
                   MOVE 'CLOSED' TO WS-OWNR-STATUS
               WHEN AM-CHARGED-OFF
                   MOVE 'CHARGED OFF' TO WS-OWNR-STATUS
               WHEN OTHER
                   MOVE 'NOT ON FILE' TO WS-OWNR-STATUS
           END-EVALUATE

           WRITE OWNERSHIP-REPORT-RECORD FROM WS-OWNERSHIP-DETAIL
           ADD 1 TO WS-OWNER-LISTED-COUNT
           .

       3900-GL-DAILY-PROOF.
           MOVE WS-GL-DEBITS-TOTAL TO WS-GL-PROOF-DEBITS
           MOVE WS-GL-CREDITS-TOTAL TO WS-GL-PROOF-CREDITS
           MOVE WS-HOLDS-RELEASED-COUNT TO WS-SUM-HOLDS-RELEASED
           MOVE WS-DUP-SKIPPED-COUNT TO WS-SUM-DUP-SKIPPED
           MOVE WS-VEL-CASES-COUNT TO WS-SUM-VEL-CASES
           MOVE WS-CLOSURES-COUNT TO WS-SUM-CLOSURES
           MOVE WS-SCR-HELD-COUNT TO WS-SUM-SCREEN-HELD
           MOVE WS-CHARGE-OFF-COUNT TO WS-SUM-CHARGE-OFFS
           MOVE WS-RECOVERY-COUNT TO WS-SUM-RECOVERIES
           MOVE WS-ANALYSIS-CHARGED-COUNT TO WS-SUM-ANALYSIS-FEES
           COMPUTE WS-SUM-OWNER-CHANGES =
                   WS-OWNER-ADDS-COUNT + WS-OWNER-REMOVES-COUNT
           MOVE WS-LBX-POSTED-COUNT TO WS-SUM-LBX-POSTED
           MOVE WS-LBX-REJECTED-COUNT TO WS-SUM-LBX-REJECTED

           WRITE DAILY-REPORT-RECORD FROM SPACES
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-REPORT
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL21
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL22
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL23
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL24
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL25
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL26
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL27
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL28
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL29
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL30
           WRITE DAILY-REPORT-RECORD FROM WS-SUMMARY-DETAIL31

           MOVE WS-CLOSURES-COUNT TO WS-CLSREG-CLOSED-CNT
           MOVE WS-CLOSE-PAYOUT-TOTAL TO WS-CLSREG-PAYOUT-AMT
           MOVE WS-CLOSE-INTEREST-TOTAL TO WS-CLSREG-INTEREST-AMT
           MOVE WS-CLOSURE-REJECT-COUNT TO WS-CLSREG-REFUSED-CNT

           WRITE CLOSED-ACCOUNT-REPORT-RECORD FROM SPACES
           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-TOTAL1
           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-TOTAL2
           WRITE CLOSED-ACCOUNT-REPORT-RECORD
               FROM WS-CLOSED-ACCT-TOTAL3

           MOVE WS-CHARGE-OFF-COUNT TO WS-CORG-CO-CNT
           MOVE WS-CHARGE-OFF-TOTAL TO WS-CORG-CO-TOTAL
           MOVE WS-RECOVERY-COUNT TO WS-CORG-REC-CNT
           MOVE WS-RECOVERY-TOTAL TO WS-CORG-REC-TOTAL

           WRITE CHARGE-OFF-REPORT-RECORD FROM SPACES
           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-TOTAL1
           WRITE CHARGE-OFF-REPORT-RECORD FROM WS-CHARGE-OFF-TOTAL2

           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
                 BANK-PARAMETER-FILE
                 PARM-AUDIT-REPORT-FILE
                 VELOCITY-REPORT-FILE
                 CLOSED-ACCOUNT-REPORT-FILE
                 WATCHLIST-FILE
                 SCREENING-QUEUE-FILE
                 SCREENING-HIT-REPORT-FILE
                 CHARGE-OFF-REPORT-FILE
                 SERVICE-PRICE-FILE
                 ANALYSIS-STATEMENT-FILE
                 ACCOUNT-OWNER-FILE
                 OWNERSHIP-REPORT-FILE
                 LOCKBOX-CAPTURE-FILE
                 LOCKBOX-REMIT-FILE
           .
