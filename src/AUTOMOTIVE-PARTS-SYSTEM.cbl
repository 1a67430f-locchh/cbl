               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVERRIDE-REPORT-STATUS.

           SELECT AR-PAYMENT-HISTORY-FILE ASSIGN TO ARPAYHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PAYMENT-KEY
               FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT CUSTOMER-STATEMENT-FILE ASSIGN TO CUSTSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-STMT-STATUS.

           SELECT VENDOR-CLAIM-FILE ASSIGN TO VNDCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CLAIM-KEY
               FILE STATUS IS VENDOR-CLAIM-STATUS.

           SELECT CLAIM-SUBMIT-REPORT-FILE ASSIGN TO CLMSUBMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLAIM-SUBMIT-STATUS.

           SELECT CLAIM-AGING-REPORT-FILE ASSIGN TO CLMAGING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLAIM-AGING-STATUS.

           SELECT CORE-BANK-FILE ASSIGN TO COREBANK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-PART-NUMBER
               FILE STATUS IS CORE-BANK-STATUS.

           SELECT CORE-RECON-REPORT-FILE ASSIGN TO CORERECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORE-RECON-STATUS.

           SELECT SALESPERSON-MASTER-FILE ASSIGN TO SLSPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-EMPLOYEE-ID
               FILE STATUS IS SALESPERSON-STATUS.

           SELECT COMMISSION-REPORT-FILE ASSIGN TO COMMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMISSION-RPT-STATUS.

           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO PAYEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYROLL-EXTRACT-STATUS.

           SELECT FITMENT-FILE ASSIGN TO FITAPPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-FITMENT-KEY
               ALTERNATE RECORD KEY IS FA-VEHICLE-KEY
                   WITH DUPLICATES
               FILE STATUS IS FITMENT-STATUS.

           SELECT FITMENT-CATALOG-FILE ASSIGN TO FITCATLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FITMENT-CATALOG-STATUS.

           SELECT LOCKBOX-REMIT-FILE ASSIGN TO LBXREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-REMIT-STATUS.

           SELECT UNAPPLIED-CASH-REPORT-FILE ASSIGN TO UNAPPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPPLIED-RPT-STATUS.

           SELECT LOCKBOX-HISTORY-FILE ASSIGN TO LBXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-BATCH-KEY
               FILE STATUS IS LOCKBOX-HISTORY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
           05  SH-QUANTITY-SOLD           PIC S9(5) COMP-3.
           05  SH-CORE-CHARGE-QUANTITY    PIC S9(5) COMP-3.
           05  SH-CORE-CHARGE-REFUNDED    PIC S9(5) COMP-3.
           05  SH-EMPLOYEE-ID             PIC X(8).
           05  SH-FILLER                  PIC X(7).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
               88  TR-PRICE-CHANGE        VALUE 'M'.
               88  TR-PAYMENT-APPL        VALUE 'C'.
               88  TR-MATRIX-MAINT        VALUE 'X'.
               88  TR-WARRANTY-CREDIT     VALUE 'V'.
               88  TR-CORE-RETURN         VALUE 'K'.
               88  TR-CORE-CREDIT         VALUE 'Q'.
               88  TR-FITMENT-ADD         VALUE 'F'.
               88  TR-FITMENT-DELETE      VALUE 'D'.
               88  TR-BATCH-HEADER        VALUE '0'.
               88  TR-BATCH-TRAILER       VALUE '9'.
           05  TR-PART-NUMBER             PIC X(15).
           05  TR-TRANSACTION-DATE.
               10  TR-TRANS-YEAR          PIC 9(4).
           05  TR-PRICE-CATEGORY          PIC X(10).
           05  TR-ACCOUNT-NUMBER          PIC X(10).
           05  TR-FILLER                  PIC X(1).

       01  TRANSACTION-FITMENT-RECORD.
           05  TF-TRANSACTION-CODE        PIC X.
           05  TF-PART-NUMBER             PIC X(15).
           05  TF-TRANSACTION-DATE        PIC 9(8).
           05  TF-VEHICLE-MAKE            PIC X(15).
           05  TF-VEHICLE-MODEL           PIC X(20).
           05  TF-YEAR-FROM               PIC 9(4).
           05  TF-YEAR-TO                 PIC 9(4).
           05  TF-ENGINE-TYPE             PIC X(15).
           05  TF-POSITION                PIC X(10).
           05  TF-EMPLOYEE-ID             PIC X(8).
           05  TF-FILLER                  PIC X(10).

       01  TRANSACTION-CONTROL-RECORD.
           05  TC-RECORD-TYPE             PIC X.
           05  TC-BUSINESS-DATE           PIC 9(8).
           05  TC-RECORD-COUNT            PIC 9(7).
           05  TC-QUANTITY-HASH           PIC S9(11) COMP-3.
           05  TC-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(80).
           
       FD  PARTS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  AR-ITEM-STATUS             PIC X.
               88  AR-ITEM-OPEN           VALUE 'O'.
               88  AR-ITEM-PAID           VALUE 'P'.
           05  AR-ITEM-TYPE               PIC X.
               88  AR-FINANCE-CHARGE-ITEM VALUE 'F'.
           05  AR-FILLER                  PIC X(10).

       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OVERRIDE-REPORT-RECORD         PIC X(132).

       FD  AR-PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  AR-PAYMENT-HISTORY-RECORD.
           05  PH-PAYMENT-KEY.
               10  PH-ACCOUNT-NUMBER      PIC X(10).
               10  PH-PAYMENT-DATE.
                   15  PH-PAY-YEAR        PIC 9(4).
                   15  PH-PAY-MONTH       PIC 9(2).
                   15  PH-PAY-DAY         PIC 9(2).
               10  PH-REFERENCE-NUMBER    PIC X(10).
           05  PH-PAYMENT-AMOUNT          PIC S9(7)V99 COMP-3.
           05  PH-FILLER                  PIC X(17).

       FD  CUSTOMER-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CUSTOMER-STATEMENT-RECORD      PIC X(132).

       FD  VENDOR-CLAIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  VENDOR-CLAIM-RECORD.
           05  VC-CLAIM-KEY.
               10  VC-MANUFACTURER        PIC X(20).
               10  VC-INVOICE-NUMBER      PIC X(10).
               10  VC-PART-NUMBER         PIC X(15).
           05  VC-CLAIM-DATE.
               10  VC-CLAIM-YEAR          PIC 9(4).
               10  VC-CLAIM-MONTH         PIC 9(2).
               10  VC-CLAIM-DAY           PIC 9(2).
           05  VC-QUANTITY                PIC S9(5) COMP-3.
           05  VC-UNIT-COST               PIC S9(5)V99 COMP-3.
           05  VC-CLAIM-AMOUNT            PIC S9(7)V99 COMP-3.
           05  VC-CLAIM-STATUS            PIC X.
               88  VC-CLAIM-OPEN          VALUE 'O'.
               88  VC-CLAIM-SUBMITTED     VALUE 'S'.
               88  VC-CLAIM-CREDITED      VALUE 'C'.
           05  VC-SUBMIT-DATE             PIC 9(8).
           05  VC-CREDIT-AMOUNT           PIC S9(7)V99 COMP-3.
           05  VC-CREDIT-DATE             PIC 9(8).
           05  VC-CREDITED-BY             PIC X(8).
           05  VC-FILLER                  PIC X(5).

       FD  CLAIM-SUBMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CLAIM-SUBMIT-REPORT-RECORD     PIC X(132).

       FD  CLAIM-AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CLAIM-AGING-REPORT-RECORD      PIC X(132).

       FD  CORE-BANK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CORE-BANK-RECORD.
           05  CB-PART-NUMBER             PIC X(15).
           05  CB-CORES-ON-HAND           PIC S9(5) COMP-3.
           05  CB-CORES-RECEIVED          PIC S9(7) COMP-3.
           05  CB-REFUNDED-VALUE          PIC S9(9)V99 COMP-3.
           05  CB-CORES-RETURNED          PIC S9(7) COMP-3.
           05  CB-CREDIT-EXPECTED         PIC S9(9)V99 COMP-3.
           05  CB-CORES-CREDITED          PIC S9(7) COMP-3.
           05  CB-CREDIT-RECEIVED         PIC S9(9)V99 COMP-3.
           05  CB-LAST-RECEIPT-DATE       PIC 9(8).
           05  CB-LAST-RETURN-DATE        PIC 9(8).
           05  CB-FILLER                  PIC X(16).

       FD  CORE-RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CORE-RECON-REPORT-RECORD       PIC X(132).

       FD  SALESPERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  SALESPERSON-RECORD.
           05  SP-EMPLOYEE-ID             PIC X(8).
           05  SP-EMPLOYEE-NAME           PIC X(30).
           05  SP-STATUS                  PIC X.
               88  SP-ACTIVE              VALUE 'A'.
               88  SP-INACTIVE            VALUE 'I'.
           05  SP-RETAIL-RATE             PIC 9(3)V99 COMP-3.
           05  SP-DEALER-RATE             PIC 9(3)V99 COMP-3.
           05  SP-WHOLESALE-RATE          PIC 9(3)V99 COMP-3.
           05  SP-PERIOD-START-DATE       PIC 9(8).
           05  SP-PERIOD-SALES            PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-COST             PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-RETURNS          PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-RETURN-COST      PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-KIT-SALES        PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-CHARGE-SALES     PIC S9(9)V99 COMP-3.
           05  SP-PERIOD-COMMISSION       PIC S9(7)V99 COMP-3.
           05  SP-PERIOD-SALE-COUNT       PIC S9(5) COMP-3.
           05  SP-PERIOD-RETURN-COUNT     PIC S9(5) COMP-3.
           05  SP-YTD-COMMISSION          PIC S9(9)V99 COMP-3.
           05  SP-FILLER                  PIC X(41).

       FD  COMMISSION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  COMMISSION-REPORT-RECORD       PIC X(132).

       FD  PAYROLL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYROLL-EXTRACT-RECORD.
           05  PX-EMPLOYEE-ID             PIC X(8).
           05  PX-EMPLOYEE-NAME           PIC X(30).
           05  PX-PERIOD-START-DATE       PIC 9(8).
           05  PX-PERIOD-END-DATE         PIC 9(8).
           05  PX-EARNINGS-CODE           PIC X(4).
           05  PX-COMMISSION-AMOUNT       PIC S9(7)V99.
           05  PX-FILLER                  PIC X(13).

       FD  FITMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  FITMENT-RECORD.
           05  FA-FITMENT-KEY.
               10  FA-PART-NUMBER         PIC X(15).
               10  FA-VEHICLE-KEY.
                   15  FA-VEHICLE-MAKE    PIC X(15).
                   15  FA-VEHICLE-MODEL   PIC X(20).
               10  FA-YEAR-FROM           PIC 9(4).
               10  FA-ENGINE-TYPE         PIC X(15).
               10  FA-POSITION            PIC X(10).
           05  FA-YEAR-TO                 PIC 9(4).
           05  FA-SOURCE                  PIC X.
               88  FA-FROM-CATALOG        VALUE 'C'.
               88  FA-FROM-MAINTENANCE    VALUE 'M'.
               88  FA-FROM-PARTS-MASTER   VALUE 'P'.
           05  FA-ADDED-DATE              PIC 9(8).
           05  FA-FILLER                  PIC X(28).

       FD  FITMENT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  FITMENT-CATALOG-RECORD.
           05  FC-PART-NUMBER             PIC X(15).
           05  FC-MANUFACTURER            PIC X(20).
           05  FC-VEHICLE-MAKE            PIC X(15).
           05  FC-VEHICLE-MODEL           PIC X(20).
           05  FC-YEAR-FROM               PIC 9(4).
           05  FC-YEAR-TO                 PIC 9(4).
           05  FC-ENGINE-TYPE             PIC X(15).
           05  FC-POSITION                PIC X(10).
           05  FC-FILLER                  PIC X(17).

       FD  LOCKBOX-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOCKBOX-REMIT-RECORD.
           05  LR-RECORD-TYPE             PIC X.
               88  LR-BATCH-HEADER        VALUE 'H'.
               88  LR-REMITTANCE          VALUE 'D'.
           05  LR-BATCH-NUMBER            PIC X(6).
           05  LR-DEPOSIT-DATE            PIC 9(8).
           05  LR-DEPOSIT-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LR-ITEM-COUNT              PIC 9(5).
           05  LR-FILLER                  PIC X(54).

       01  LOCKBOX-REMIT-DETAIL.
           05  LD-RECORD-TYPE             PIC X.
           05  LD-BATCH-NUMBER            PIC X(6).
           05  LD-CHECK-NUMBER            PIC X(10).
           05  LD-PAYER-ACCOUNT           PIC X(10).
           05  LD-INVOICE-NUMBER          PIC X(10).
           05  LD-REMIT-AMOUNT            PIC S9(7)V99 COMP-3.
           05  LD-FILLER                  PIC X(38).

       FD  UNAPPLIED-CASH-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  UNAPPLIED-CASH-REPORT-RECORD   PIC X(132).

       FD  LOCKBOX-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LOCKBOX-HISTORY-RECORD.
           05  LH-BATCH-KEY.
               10  LH-BATCH-NUMBER        PIC X(6).
               10  LH-DEPOSIT-DATE        PIC 9(8).
           05  LH-DEPOSIT-AMOUNT          PIC S9(9)V99 COMP-3.
           05  LH-AMOUNT-APPLIED          PIC S9(9)V99 COMP-3.
           05  LH-AMOUNT-UNAPPLIED        PIC S9(9)V99 COMP-3.
           05  LH-APPLIED-DATE            PIC 9(8).
           05  LH-FILLER                  PIC X(20).

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
           05  PARTS-FILE-STATUS          PIC X(2).
               88  PRICE-MATRIX-NOT-FOUND VALUE '23'.
           05  OVERRIDE-REPORT-STATUS     PIC X(2).
               88  OVERRIDE-REPORT-SUCCESS VALUE '00'.
           05  PAYMENT-HISTORY-STATUS     PIC X(2).
               88  PAYMENT-HISTORY-SUCCESS VALUE '00'.
           05  CUSTOMER-STMT-STATUS       PIC X(2).
               88  CUSTOMER-STMT-SUCCESS  VALUE '00'.
           05  VENDOR-CLAIM-STATUS        PIC X(2).
               88  VENDOR-CLAIM-SUCCESS   VALUE '00'.
           05  CLAIM-SUBMIT-STATUS        PIC X(2).
               88  CLAIM-SUBMIT-SUCCESS   VALUE '00'.
           05  CLAIM-AGING-STATUS         PIC X(2).
               88  CLAIM-AGING-SUCCESS    VALUE '00'.
           05  CORE-BANK-STATUS           PIC X(2).
               88  CORE-BANK-SUCCESS      VALUE '00'.
           05  CORE-RECON-STATUS          PIC X(2).
               88  CORE-RECON-SUCCESS     VALUE '00'.
           05  SALESPERSON-STATUS         PIC X(2).
               88  SALESPERSON-SUCCESS    VALUE '00'.
           05  COMMISSION-RPT-STATUS      PIC X(2).
               88  COMMISSION-RPT-SUCCESS VALUE '00'.
           05  PAYROLL-EXTRACT-STATUS     PIC X(2).
               88  PAYROLL-EXTRACT-SUCCESS VALUE '00'.
           05  FITMENT-STATUS             PIC X(2).
               88  FITMENT-SUCCESS        VALUE '00'.
           05  FITMENT-CATALOG-STATUS     PIC X(2).
               88  FITMENT-CATALOG-SUCCESS VALUE '00'.
           05  LOCKBOX-REMIT-STATUS       PIC X(2).
               88  LOCKBOX-REMIT-SUCCESS  VALUE '00'.
               88  LOCKBOX-REMIT-NOT-PRESENT VALUE '35'.
           05  UNAPPLIED-RPT-STATUS       PIC X(2).
               88  UNAPPLIED-RPT-SUCCESS  VALUE '00'.
           05  LOCKBOX-HISTORY-STATUS     PIC X(2).
               88  LOCKBOX-HISTORY-SUCCESS VALUE '00'.
           05  RUN-CONTROL-STATUS         PIC X(2).
               88  RUN-CONTROL-SUCCESS    VALUE '00'.
               88  RUN-CONTROL-EOF        VALUE '10'.
           05  BALANCE-RPT-STATUS         PIC X(2).
               88  BALANCE-RPT-SUCCESS    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-KITS-LISTED             PIC 9(5) VALUE ZEROES.
           05  WS-MATRIX-MAINTS           PIC 9(5) VALUE ZEROES.
           05  WS-OVERRIDE-EXCEPTIONS     PIC 9(5) VALUE ZEROES.
           05  WS-STATEMENTS-PRODUCED     PIC 9(5) VALUE ZEROES.
           05  WS-FINANCE-CHARGES-POSTED  PIC 9(5) VALUE ZEROES.
           05  WS-VENDOR-CLAIMS-FILED     PIC 9(5) VALUE ZEROES.
           05  WS-VENDOR-CLAIMS-SUBMITTED PIC 9(5) VALUE ZEROES.
           05  WS-VENDOR-CREDITS-POSTED   PIC 9(5) VALUE ZEROES.
           05  WS-CORES-BANKED            PIC 9(5) VALUE ZEROES.
           05  WS-CORES-RETURNED          PIC 9(5) VALUE ZEROES.
           05  WS-CORE-CREDITS-POSTED     PIC 9(5) VALUE ZEROES.
           05  WS-UNASSIGNED-SALES        PIC 9(5) VALUE ZEROES.
           05  WS-PAYROLL-RECORDS         PIC 9(5) VALUE ZEROES.
           05  WS-FITMENTS-ADDED          PIC 9(5) VALUE ZEROES.
           05  WS-FITMENTS-DELETED        PIC 9(5) VALUE ZEROES.
           05  WS-FITMENTS-LOADED         PIC 9(5) VALUE ZEROES.
           05  WS-FITMENTS-CONVERTED      PIC 9(5) VALUE ZEROES.
           05  WS-CATALOG-REJECTS         PIC 9(5) VALUE ZEROES.
           05  WS-LOCKBOX-APPLIED         PIC 9(5) VALUE ZEROES.
           05  WS-LOCKBOX-UNAPPLIED       PIC 9(5) VALUE ZEROES.

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
           05  WS-BAL-SKIPPED             PIC 9(7) VALUE ZEROES.
           05  WS-BAL-UNACCOUNTED         PIC S9(7) VALUE ZEROES.
           05  WS-BAL-ERRORS-BEFORE       PIC 9(7) VALUE ZEROES.
           05  WS-BAL-BACKORDERS-BEFORE   PIC 9(5) VALUE ZEROES.

       01  WS-CALCULATION-FIELDS.
           05  WS-NEW-QUANTITY            PIC S9(5) VALUE ZEROES.
           05  FILLER                     PIC X(10) VALUE 'CATEGORY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ON HAND'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'POSITION'.
           05  FILLER                     PIC X(50) VALUE SPACES.

       01  WS-FITMENT-DETAIL.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-FIT-CATEGORY            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-FIT-ON-HAND             PIC Z(4)9.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  WS-FIT-POSITION            PIC X(10).
           05  FILLER                     PIC X(50) VALUE SPACES.

       01  WS-FITMENT-NONE-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-AR-TOTAL-OPEN           PIC S9(9)V99 VALUE ZEROES.
           05  WS-AR-ACCOUNTS-LISTED      PIC 9(5) VALUE ZEROES.

       01  WS-LOCKBOX-FIELDS.
           05  WS-LBX-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-LBX-EOF             VALUE 'Y'.
           05  WS-LBX-BATCH-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-LBX-BATCH-OPEN      VALUE 'Y'.
           05  WS-LBX-BATCH-SKIP-FLAG     PIC X VALUE 'N'.
               88  WS-LBX-BATCH-SKIP      VALUE 'Y'.
           05  WS-LBX-BATCH-NUMBER        PIC X(6) VALUE SPACES.
           05  WS-LBX-DEPOSIT-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-LBX-DEPOSIT-AMOUNT      PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-BATCH-APPLIED       PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-BATCH-UNAPPLIED     PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-REMIT-AMOUNT        PIC S9(7)V99 VALUE ZEROES.
           05  WS-LBX-APPLY-AMOUNT        PIC S9(7)V99 VALUE ZEROES.
           05  WS-LBX-UNAPPLIED-AMOUNT    PIC S9(7)V99 VALUE ZEROES.
           05  WS-LBX-POSTING-LIMIT       PIC S9(7)V99 VALUE 99999.99.
           05  WS-LBX-UNAPPLIED-REASON    PIC X(25) VALUE SPACES.
           05  WS-LBX-TOTAL-DEPOSITS      PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-TOTAL-APPLIED       PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-TOTAL-UNAPPLIED     PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-CTL-DEPOSIT         PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-CTL-APPLIED         PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-CTL-UNAPPLIED       PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-CTL-DIFFERENCE      PIC S9(9)V99 VALUE ZEROES.
           05  WS-LBX-BATCHES-PROVED      PIC 9(5) VALUE ZEROES.
           05  WS-LBX-BATCHES-OUT         PIC 9(5) VALUE ZEROES.
           05  WS-LBX-BATCHES-DUPLICATE   PIC 9(5) VALUE ZEROES.
           05  WS-LBX-ITEMS-BYPASSED      PIC 9(5) VALUE ZEROES.

       01  WS-UNAPPLIED-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'LOCKBOX UNAPPLIED CASH REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-UNAP-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-UNAPPLIED-HEADER2.
           05  FILLER                     PIC X(6) VALUE 'BATCH'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CHECK'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'INVOICE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'REMITTED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'APPLIED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'UNAPPLIED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE 'REASON'.
           05  FILLER                     PIC X(8) VALUE SPACES.

       01  WS-UNAPPLIED-DETAIL.
           05  WS-UNAP-BATCH              PIC X(6).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-CHECK              PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-ACCOUNT            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-INVOICE            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-REMITTED           PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-APPLIED            PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-UNAPPLIED          PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-REASON             PIC X(25).
           05  FILLER                     PIC X(8) VALUE SPACES.

       01  WS-UNAPPLIED-BATCH-LINE.
           05  WS-UNAP-BAT-LABEL          PIC X(30).
           05  WS-UNAP-BAT-NUMBER         PIC X(6).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-BAT-RESULT         PIC X(30).
           05  FILLER                     PIC X(63) VALUE SPACES.

       01  WS-UNAPPLIED-CONTROL-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-UNAP-CTL-LABEL          PIC X(27).
           05  WS-UNAP-CTL-AMOUNT         PIC $$$$,$$$,$$9.99-.
           05  FILLER                     PIC X(86) VALUE SPACES.

       01  WS-INVOICE-REG-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'CHARGE SALES INVOICE REGISTER'.
           05  WS-ARA-TOTAL-ACCTS         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(74) VALUE SPACES.

       01  WS-MONTH-END-FIELDS.
           05  WS-LAST-DAY-OF-MONTH       PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-YEAR-SWITCH        PIC X VALUE 'N'.
               88  WS-LEAP-YEAR           VALUE 'Y'.
           05  WS-LEAP-REMAINDER-4        PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER-100      PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER-400      PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-QUOTIENT           PIC 9(4) VALUE ZEROES.

       01  WS-JULIAN-DATE-FIELDS.
           05  WS-JD-YEAR                 PIC 9(4).
           05  WS-JD-MONTH                PIC 9(2).
           05  WS-JD-DAY                  PIC 9(2).
           05  WS-JD-A                    PIC S9(9) COMP-3.
           05  WS-JD-Y2                   PIC S9(9) COMP-3.
           05  WS-JD-M2                   PIC S9(9) COMP-3.
           05  WS-JD-RESULT               PIC S9(9) COMP-3.
           05  WS-JD-CURRENT-JULIAN       PIC S9(9) COMP-3.

       01  WS-STATEMENT-FIELDS.
           05  WS-FC-MONTHLY-RATE         PIC S9(3)V99 VALUE 1.50.
           05  WS-FC-MINIMUM-CHARGE       PIC S9(5)V99 VALUE 1.00.
           05  WS-FC-PAST-DUE-BASE        PIC S9(9)V99 VALUE ZEROES.
           05  WS-FC-AMOUNT               PIC S9(7)V99 VALUE ZEROES.
           05  WS-FC-TOTAL                PIC S9(9)V99 VALUE ZEROES.
           05  WS-FC-INVOICE-NUMBER       PIC X(10) VALUE SPACES.
           05  WS-FC-POSTED-FLAG          PIC X VALUE 'N'.
               88  WS-FC-POSTED           VALUE 'Y'.
           05  WS-STMT-DAYS-OUT           PIC S9(5) VALUE ZEROES.
           05  WS-STMT-MONTH-CHARGES      PIC S9(9)V99 VALUE ZEROES.
           05  WS-STMT-MONTH-PAYMENTS     PIC S9(9)V99 VALUE ZEROES.
           05  WS-STMT-OPENING-BALANCE    PIC S9(9)V99 VALUE ZEROES.
           05  WS-STMT-ITEM-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-STMT-PAY-EOF-FLAG       PIC X VALUE 'N'.
               88  WS-STMT-PAY-EOF        VALUE 'Y'.

       01  WS-VENDOR-CLAIM-FIELDS.
           05  WS-VC-AMOUNT               PIC S9(7)V99 VALUE ZEROES.
           05  WS-VC-CREDIT-TOTAL         PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-VC-EOF              VALUE 'Y'.
           05  WS-VC-PREV-MANUFACTURER    PIC X(20) VALUE SPACES.
           05  WS-VC-MFR-COUNT            PIC 9(5) VALUE ZEROES.
           05  WS-VC-MFR-AMOUNT           PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-GRAND-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-VC-GRAND-AMOUNT         PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-DAYS-OUT             PIC S9(5) VALUE ZEROES.
           05  WS-VC-AGE-30               PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-AGE-60               PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-AGE-90               PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-AGE-OVER             PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-GRAND-30             PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-GRAND-60             PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-GRAND-90             PIC S9(9)V99 VALUE ZEROES.
           05  WS-VC-GRAND-OVER           PIC S9(9)V99 VALUE ZEROES.

       01  WS-CORE-BANK-FIELDS.
           05  WS-CB-CREDIT-AMOUNT        PIC S9(7)V99 VALUE ZEROES.
           05  WS-CB-UNCREDITED           PIC S9(7) VALUE ZEROES.
           05  WS-CB-OUTSTANDING          PIC S9(9)V99 VALUE ZEROES.
           05  WS-CB-CREDIT-TOTAL         PIC S9(9)V99 VALUE ZEROES.
           05  WS-CB-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-CB-EOF              VALUE 'Y'.
           05  WS-CB-TOT-RECEIVED         PIC S9(7) VALUE ZEROES.
           05  WS-CB-TOT-ON-HAND          PIC S9(7) VALUE ZEROES.
           05  WS-CB-TOT-RETURNED         PIC S9(7) VALUE ZEROES.
           05  WS-CB-TOT-CREDITED         PIC S9(7) VALUE ZEROES.
           05  WS-CB-TOT-EXPECTED         PIC S9(9)V99 VALUE ZEROES.
           05  WS-CB-TOT-RECEIVED-AMT     PIC S9(9)V99 VALUE ZEROES.
           05  WS-CB-TOT-OUTSTANDING      PIC S9(9)V99 VALUE ZEROES.

       01  WS-FITMENT-FIELDS.
           05  WS-FA-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-FA-EOF              VALUE 'Y'.
           05  WS-FC-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-FC-EOF              VALUE 'Y'.
           05  WS-FA-PART-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-FA-PART-FOUND       VALUE 'Y'.
           05  WS-FA-EMPTY-FLAG           PIC X VALUE 'N'.
               88  WS-FA-FILE-EMPTY       VALUE 'Y'.
           05  WS-FA-VM-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-FA-VM-EOF           VALUE 'Y'.
           05  WS-FA-VM-MATCH-FLAG        PIC X VALUE 'N'.
               88  WS-FA-VM-MATCHED       VALUE 'Y'.
           05  WS-FA-CONV-MAKE            PIC X(15) VALUE SPACES.
           05  WS-FA-CONV-MODEL           PIC X(20) VALUE SPACES.

       01  WS-COMMISSION-FIELDS.
           05  WS-COMM-RATE               PIC 9(3)V99 VALUE ZEROES.
           05  WS-COMM-AMOUNT             PIC S9(7)V99 VALUE ZEROES.
           05  WS-COMM-EMPLOYEE-WORK      PIC X(8) VALUE SPACES.
           05  WS-COMM-RETURN-AMOUNT      PIC S9(7)V99 VALUE ZEROES.
           05  WS-COMM-RETURN-COST        PIC S9(7)V99 VALUE ZEROES.
           05  WS-COMM-GROSS-PROFIT       PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-NET-SALES          PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-EOF-FLAG           PIC X VALUE 'N'.
               88  WS-COMM-EOF            VALUE 'Y'.
           05  WS-COMM-CLOSE-FLAG         PIC X VALUE 'N'.
               88  WS-COMM-PERIOD-CLOSE   VALUE 'Y'.
           05  WS-COMM-TOT-SALES          PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-RETURNS        PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-PROFIT         PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-NET-SALES      PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-KIT            PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-CHARGE         PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-TOT-COMMISSION     PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMM-EXTRACT-TOTAL      PIC S9(9)V99 VALUE ZEROES.

       01  WS-COMMISSION-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'SALESPERSON COMMISSION REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-COMM-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-COMMISSION-PERIOD-LINE.
           05  WS-COMM-PERIOD-TITLE       PIC X(40).
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-COMMISSION-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER                     PIC X(20) VALUE 'NAME'.
           05  FILLER                     PIC X(15) VALUE
                                          '          SALES'.
           05  FILLER                     PIC X(15) VALUE
                                          '        RETURNS'.
           05  FILLER                     PIC X(15) VALUE
                                          '   GROSS PROFIT'.
           05  FILLER                     PIC X(8) VALUE ' MARGIN%'.
           05  FILLER                     PIC X(15) VALUE
                                          '      KIT SALES'.
           05  FILLER                     PIC X(15) VALUE
                                          '   CHARGE SALES'.
           05  FILLER                     PIC X(15) VALUE
                                          '     COMMISSION'.
           05  FILLER                     PIC X(4) VALUE SPACES.

       01  WS-COMMISSION-DETAIL.
           05  WS-COMM-EMPLOYEE-ID        PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-COMM-EMPLOYEE-NAME      PIC X(20).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-SALES-OUT          PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-RETURNS-OUT        PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-PROFIT-OUT         PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-PCT-OUT            PIC ZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-KIT-OUT            PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-CHARGE-OUT         PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-COMM-COMMISSION-OUT     PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(4) VALUE SPACES.

       01  WS-CORE-RECON-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'CORE BANK RECONCILIATION'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CREC-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CORE-RECON-HEADER2.
           05  FILLER                     PIC X(15) VALUE 'PART NUMBER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE '  REFUNDED'.
           05  FILLER                     PIC X(10) VALUE '   ON HAND'.
           05  FILLER                     PIC X(10) VALUE '  RETURNED'.
           05  FILLER                     PIC X(10) VALUE '  CREDITED'.
           05  FILLER                     PIC X(15) VALUE
                                          'CREDIT EXPECTED'.
           05  FILLER                     PIC X(15) VALUE
                                          'CREDIT RECEIVED'.
           05  FILLER                     PIC X(15) VALUE
                                          'OUTSTANDING'.
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  WS-CORE-RECON-DETAIL.
           05  WS-CREC-PART-NUMBER        PIC X(15).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CREC-RECEIVED           PIC Z(6)9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CREC-ON-HAND            PIC Z(6)9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CREC-RETURNED           PIC Z(6)9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CREC-CREDITED           PIC Z(6)9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CREC-EXPECTED           PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CREC-CREDIT-RECEIVED    PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CREC-OUTSTANDING        PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  WS-CLAIM-SUBMIT-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'WARRANTY CLAIM SUBMISSION'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CSUB-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CLAIM-SUBMIT-MFR-LINE.
           05  FILLER                     PIC X(14) VALUE
                                          'MANUFACTURER: '.
           05  WS-CSUB-MANUFACTURER       PIC X(20).
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-CLAIM-SUBMIT-HEADER2.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'PART NUMBER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'INVOICE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CLAIM DATE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'QUANTITY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'UNIT COST'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'CLAIM AMOUNT'.
           05  FILLER                     PIC X(45) VALUE SPACES.

       01  WS-CLAIM-SUBMIT-DETAIL.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CSUB-PART-NUMBER        PIC X(15).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CSUB-INVOICE            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CSUB-CLAIM-DATE         PIC X(10).
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  WS-CSUB-QUANTITY           PIC Z(4)9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CSUB-UNIT-COST          PIC $$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CSUB-AMOUNT             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(45) VALUE SPACES.

       01  WS-CLAIM-SUBMIT-TOTAL-LINE.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-CSUB-TOTAL-LABEL        PIC X(20).
           05  FILLER                     PIC X(8) VALUE 'CLAIMS: '.
           05  WS-CSUB-TOTAL-COUNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'VALUE: '.
           05  WS-CSUB-TOTAL-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(68) VALUE SPACES.

       01  WS-CLAIM-AGING-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'UNRECOVERED WARRANTY CLAIMS'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CAGE-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CLAIM-AGING-HEADER2.
           05  FILLER                   PIC X(20) VALUE 'MANUFACTURER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'CLAIMS'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE '0-30 DAYS'.
           05  FILLER                     PIC X(15) VALUE '31-60 DAYS'.
           05  FILLER                     PIC X(15) VALUE '61-90 DAYS'.
           05  FILLER                     PIC X(15) VALUE 'OVER 90'.
           05  FILLER                     PIC X(15) VALUE 'TOTAL'.
           05  FILLER                     PIC X(25) VALUE SPACES.

       01  WS-CLAIM-AGING-DETAIL.
           05  WS-CAGE-MANUFACTURER       PIC X(20).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CAGE-COUNT              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-CAGE-30                 PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CAGE-60                 PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CAGE-90                 PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CAGE-OVER               PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-CAGE-TOTAL              PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  WS-STATEMENT-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                   'CUSTOMER ACCOUNT STATEMENT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-STMT-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-STATEMENT-ACCOUNT-LINE.
           05  FILLER                     PIC X(9) VALUE 'ACCOUNT: '.
           05  WS-STMT-ACCOUNT            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-NAME               PIC X(30).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE 'TERMS: NET '.
           05  WS-STMT-TERMS              PIC ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
                                          'CREDIT LIMIT: '.
           05  WS-STMT-LIMIT              PIC $,$$$,$$9.99.
           05  FILLER                     PIC X(34) VALUE SPACES.

       01  WS-STATEMENT-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'DATE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'REFERENCE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'CHARGES'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'PAYMENTS'.
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  WS-STATEMENT-DETAIL.
           05  WS-STMT-DATE               PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-REFERENCE          PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-DESCRIPTION        PIC X(20).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-CHARGE             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-PAYMENT            PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  WS-STATEMENT-BALANCE-LINE.
           05  FILLER                     PIC X(26) VALUE SPACES.
           05  WS-STMT-BALANCE-LABEL      PIC X(20).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STMT-BALANCE            PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(69) VALUE SPACES.

       01  WS-STATEMENT-AGING-LINE.
           05  FILLER                     PIC X(9) VALUE 'CURRENT: '.
           05  WS-STMT-AGE-CURRENT        PIC $,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE '30 DAYS: '.
           05  WS-STMT-AGE-30             PIC $,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE '60 DAYS: '.
           05  WS-STMT-AGE-60             PIC $,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE '90+ DAYS: '.
           05  WS-STMT-AGE-90             PIC $,$$$,$$9.99-.
           05  FILLER                     PIC X(34) VALUE SPACES.

       01  WS-SUMMARY-REPORT.
           05  FILLER                     PIC X(30)
                                          VALUE 'PROCESSING SUMMARY'.
           05  WS-SUM-OVERRIDES           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL28.
           05  FILLER                     PIC X(25) VALUE
                                          'CUSTOMER STATEMENTS:'.
           05  WS-SUM-STATEMENTS          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL29.
           05  FILLER                     PIC X(25) VALUE
                                          'FINANCE CHARGES POSTED:'.
           05  WS-SUM-FINANCE-CHARGES     PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(93) VALUE SPACES.

       01  WS-SUMMARY-DETAIL30.
           05  FILLER                     PIC X(25) VALUE
                                          'VENDOR CLAIMS FILED:'.
           05  WS-SUM-VENDOR-CLAIMS       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL31.
           05  FILLER                     PIC X(25) VALUE
                                          'VENDOR CLAIMS SUBMITTED:'.
           05  WS-SUM-CLAIMS-SUBMITTED    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL32.
           05  FILLER                     PIC X(25) VALUE
                                          'VENDOR CREDITS RECEIVED:'.
           05  WS-SUM-VENDOR-CREDITS      PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(93) VALUE SPACES.

       01  WS-SUMMARY-DETAIL33.
           05  FILLER                     PIC X(25) VALUE
                                          'CORES ADDED TO CORE BANK:'.
           05  WS-SUM-CORES-BANKED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL34.
           05  FILLER                     PIC X(25) VALUE
                                          'CORE RETURNS TO VENDOR:'.
           05  WS-SUM-CORES-RETURNED      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL35.
           05  FILLER                     PIC X(25) VALUE
                                          'CORE CREDITS RECEIVED:'.
           05  WS-SUM-CORE-CREDITS        PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(93) VALUE SPACES.

       01  WS-SUMMARY-DETAIL36.
           05  FILLER                     PIC X(25) VALUE
                                          'UNASSIGNED SALES:'.
           05  WS-SUM-UNASSIGNED-SALES    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL37.
           05  FILLER                     PIC X(25) VALUE
                                          'COMMISSIONS EXTRACTED:'.
           05  WS-SUM-COMM-EXTRACTED      PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(93) VALUE SPACES.

       01  WS-SUMMARY-DETAIL38.
           05  FILLER                     PIC X(25) VALUE
                                          'FITMENTS ADDED:'.
           05  WS-SUM-FITMENTS-ADDED      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL39.
           05  FILLER                     PIC X(25) VALUE
                                          'FITMENTS DELETED:'.
           05  WS-SUM-FITMENTS-DELETED    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL40.
           05  FILLER                     PIC X(25) VALUE
                                          'FITMENTS LOADED:'.
           05  WS-SUM-FITMENTS-LOADED     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL41.
           05  FILLER                     PIC X(25) VALUE
                                          'FITMENTS CONVERTED:'.
           05  WS-SUM-FITMENTS-CONVERTED  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL42.
           05  FILLER                     PIC X(25) VALUE
                                          'CATALOG REJECTS:'.
           05  WS-SUM-CATALOG-REJECTS     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL43.
           05  FILLER                     PIC X(25) VALUE
                                          'LOCKBOX ITEMS APPLIED:'.
           05  WS-SUM-LOCKBOX-APPLIED     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL44.
           05  FILLER                     PIC X(25) VALUE
                                          'LOCKBOX ITEMS UNAPPLIED:'.
           05  WS-SUM-LOCKBOX-UNAPPLIED   PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-BAL-HEADER1.
           05  FILLER                     PIC X(40) VALUE
                     'INPUT BATCH BALANCING REPORT - TRANFILE'.
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
           PERFORM 1950-UPDATE-SEASONAL-STATUS
           PERFORM 1970-LOAD-FITMENT-CATALOG
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL TRANS-FILE-EOF
           PERFORM 2970-PROCESS-LOCKBOX
           PERFORM 3000-GENERATE-PARTS-REPORT
           PERFORM 3500-GENERATE-FITMENT-REPORT
           PERFORM 3800-GENERATE-SUBSTITUTE-REPORT
           PERFORM 3900-GENERATE-LOST-SALES-REPORT
           PERFORM 3940-WARRANTY-CLAIM-SUBMISSION
           PERFORM 3945-WARRANTY-CLAIM-AGING
           PERFORM 3930-CORE-RECONCILIATION-REPORT
           PERFORM 3950-GENERATE-MARGIN-REPORT
           PERFORM 3961-CHECK-MONTH-END

           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              PERFORM 3965-GENERATE-CUSTOMER-STATEMENTS
           END-IF

           PERFORM 3920-GENERATE-COMMISSION-REPORT

           PERFORM 3970-GENERATE-AR-AGING-REPORT
           PERFORM 3985-SUPERSESSION-CHAIN-LIST
           PERFORM 3990-KIT-AVAILABILITY-REPORT
           PERFORM 3996-WRITE-BALANCING-REPORT
           PERFORM 4000-TERMINATION
           STOP RUN
           .
           
       1000-INITIALIZATION.
           OPEN INPUT CHECKPOINT-FILE

           IF CHECKPOINT-FILE-SUCCESS
              READ CHECKPOINT-FILE
                  AT END MOVE ZEROES TO CP-TRANS-COUNT
              END-READ
              MOVE CP-TRANS-COUNT TO WS-RESTART-SKIP-COUNT
              CLOSE CHECKPOINT-FILE
           ELSE
              MOVE ZEROES TO WS-RESTART-SKIP-COUNT
           END-IF

           IF WS-RESTART-SKIP-COUNT > 0
              SET WS-RESTART-RUN TO TRUE
           ELSE
              SET WS-FRESH-RUN TO TRUE
           END-IF

           OPEN INPUT TRANSACTION-FILE
                      VEHICLE-MASTER-FILE
                      CUSTOMER-MASTER-FILE
                      AR-OPEN-ITEM-FILE
                      PRICE-MATRIX-FILE
                      AR-PAYMENT-HISTORY-FILE
                      VENDOR-CLAIM-FILE
                      CORE-BANK-FILE
                      SALESPERSON-MASTER-FILE
                      FITMENT-FILE
                      LOCKBOX-HISTORY-FILE
                      RUN-CONTROL-FILE
                OUTPUT PARTS-REPORT-FILE
                       FITMENT-REPORT-FILE
                       SUBSTITUTE-REPORT-FILE
                       AR-AGING-REPORT-FILE
                       SUPS-LIST-REPORT-FILE
                       KIT-AVAIL-REPORT-FILE
                       CUSTOMER-STATEMENT-FILE
                       CLAIM-SUBMIT-REPORT-FILE
                       CLAIM-AGING-REPORT-FILE
                       CORE-RECON-REPORT-FILE
                       COMMISSION-REPORT-FILE
                       PAYROLL-EXTRACT-FILE
                       UNAPPLIED-CASH-REPORT-FILE
                       BALANCE-REPORT-FILE

           IF WS-RESTART-RUN
              OPEN EXTEND BACKORDER-REPORT-FILE
              STOP RUN
           END-IF

           IF NOT PAYMENT-HISTORY-SUCCESS
              DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                      PAYMENT-HISTORY-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CUSTOMER-STMT-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER STATEMENT FILE: '
                      CUSTOMER-STMT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT VENDOR-CLAIM-SUCCESS
              DISPLAY 'ERROR OPENING VENDOR CLAIM FILE: '
                      VENDOR-CLAIM-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CLAIM-SUBMIT-SUCCESS
              DISPLAY 'ERROR OPENING CLAIM SUBMISSION FILE: '
                      CLAIM-SUBMIT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CLAIM-AGING-SUCCESS
              DISPLAY 'ERROR OPENING CLAIM AGING REPORT FILE: '
                      CLAIM-AGING-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CORE-BANK-SUCCESS
              DISPLAY 'ERROR OPENING CORE BANK FILE: '
                      CORE-BANK-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CORE-RECON-SUCCESS
              DISPLAY 'ERROR OPENING CORE RECONCILIATION FILE: '
                      CORE-RECON-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SALESPERSON-SUCCESS
              DISPLAY 'ERROR OPENING SALESPERSON MASTER FILE: '
                      SALESPERSON-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT COMMISSION-RPT-SUCCESS
              DISPLAY 'ERROR OPENING COMMISSION REPORT FILE: '
                      COMMISSION-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PAYROLL-EXTRACT-SUCCESS
              DISPLAY 'ERROR OPENING PAYROLL EXTRACT FILE: '
                      PAYROLL-EXTRACT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT FITMENT-SUCCESS
              DISPLAY 'ERROR OPENING FITMENT FILE: '
                      FITMENT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT UNAPPLIED-RPT-SUCCESS
              DISPLAY 'ERROR OPENING UNAPPLIED CASH REPORT FILE: '
                      UNAPPLIED-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LOCKBOX-HISTORY-SUCCESS
              DISPLAY 'ERROR OPENING LOCKBOX HISTORY FILE: '
                      LOCKBOX-HISTORY-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT RUN-CONTROL-SUCCESS
              DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                      RUN-CONTROL-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BALANCE-RPT-SUCCESS
              DISPLAY 'ERROR OPENING BALANCING REPORT FILE: '
                      BALANCE-RPT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-CURRENT-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE WS-FORMATTED-DATE TO WS-VINX-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-KAV-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-OVR-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-STMT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CSUB-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CAGE-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CREC-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-COMM-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-UNAP-HEADER-DATE
           MOVE SPACES TO WS-MARGIN-CATEGORY-TABLE

           PERFORM 1100-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 3996-WRITE-BALANCING-REPORT
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF WS-FRESH-RUN
              WRITE BACKORDER-REPORT-RECORD FROM WS-BACKORDER-HEADER1
              WRITE BACKORDER-REPORT-RECORD FROM WS-BACKORDER-HEADER2
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
              PERFORM 1150-PRESCAN-TRANSACTION-FILE
           END-IF

           IF NOT WS-RUN-ABORT
              IF NOT WS-HEADER-FOUND
                 DISPLAY 'TRANFILE HEADER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF NOT WS-TRAILER-FOUND
                 DISPLAY 'TRANFILE TRAILER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-CONTROL-SEQ-ERROR
                 DISPLAY 'TRANFILE HEADER/TRAILER OUT OF SEQUENCE - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           IF NOT WS-RUN-ABORT
              IF WS-TRAILER-COUNT NOT = WS-EDIT-RECORD-COUNT OR
                 WS-TRAILER-QUANTITY NOT = WS-EDIT-QUANTITY-HASH OR
                 WS-TRAILER-HASH NOT = WS-EDIT-AMOUNT-HASH
                 DISPLAY 'TRANFILE OUT OF BALANCE WITH TRAILER'
                 DISPLAY '  TRAILER COUNT: ' WS-TRAILER-COUNT
                         '  READ COUNT: ' WS-EDIT-RECORD-COUNT
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-BATCH-HEADER-DATE NOT = RC-BUSINESS-DATE OR
                 WS-TRAILER-DATE NOT = RC-BUSINESS-DATE
                 DISPLAY 'TRANFILE BUSINESS DATE ' WS-BATCH-HEADER-DATE
                         ' NOT RUN CONTROL DATE ' RC-BUSINESS-DATE
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-TRAILER-COUNT NOT = RC-EXPECTED-COUNT OR
                 WS-TRAILER-QUANTITY NOT = RC-EXPECTED-QUANTITY OR
                 WS-TRAILER-HASH NOT = RC-EXPECTED-AMOUNT
                 DISPLAY 'TRANFILE DOES NOT MATCH RUN CONTROL - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE

           IF NOT TRANS-FILE-SUCCESS
              DISPLAY 'ERROR REOPENING TRANSACTION FILE: '
                      TRANS-FILE-STATUS
              SET WS-RUN-ABORT TO TRUE
           END-IF
           .

       1150-PRESCAN-TRANSACTION-FILE.
           MOVE ZEROES TO WS-EDIT-RECORD-COUNT
           MOVE ZEROES TO WS-EDIT-QUANTITY-HASH
           MOVE ZEROES TO WS-EDIT-AMOUNT-HASH
           MOVE 'N' TO WS-HEADER-FOUND-FLAG
           MOVE 'N' TO WS-TRAILER-FOUND-FLAG
           MOVE 'N' TO WS-CONTROL-SEQ-FLAG

           READ TRANSACTION-FILE
               AT END SET TRANS-FILE-EOF TO TRUE
           END-READ

           PERFORM UNTIL TRANS-FILE-EOF
              EVALUATE TRUE
                  WHEN TR-BATCH-HEADER
                      IF WS-HEADER-FOUND OR WS-TRAILER-FOUND OR
                         WS-EDIT-RECORD-COUNT > 0
                         SET WS-CONTROL-SEQ-ERROR TO TRUE
                      END-IF
                      SET WS-HEADER-FOUND TO TRUE
                      MOVE TC-BUSINESS-DATE TO WS-BATCH-HEADER-DATE
                  WHEN TR-BATCH-TRAILER
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

              READ TRANSACTION-FILE
                  AT END SET TRANS-FILE-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       1160-COMPUTE-RECORD-HASH.
           MOVE ZEROES TO WS-RECORD-QUANTITY
           MOVE ZEROES TO WS-RECORD-AMOUNT

           IF NOT TR-FITMENT-ADD AND NOT TR-FITMENT-DELETE
              MOVE TR-QUANTITY TO WS-RECORD-QUANTITY
              MOVE TR-UNIT-PRICE TO WS-RECORD-AMOUNT
           END-IF
           .

       1800-SKIP-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET TRANS-FILE-EOF TO TRUE

           IF TRANS-FILE-SUCCESS
              ADD 1 TO WS-TRANS-READ

              IF NOT TR-BATCH-HEADER AND NOT TR-BATCH-TRAILER
                 ADD 1 TO WS-BAL-INPUT-COUNT
                 ADD 1 TO WS-BAL-SKIPPED
                 PERFORM 1160-COMPUTE-RECORD-HASH
                 ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
                 ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT
              END-IF
           END-IF
           .

           END-IF
           .

       1970-LOAD-FITMENT-CATALOG.
           MOVE 'N' TO WS-FA-EMPTY-FLAG
           MOVE LOW-VALUES TO FA-FITMENT-KEY

           START FITMENT-FILE KEY >= FA-FITMENT-KEY
               INVALID KEY
                   SET WS-FA-FILE-EMPTY TO TRUE
           END-START

           IF WS-FA-FILE-EMPTY
              PERFORM 1975-CONVERT-PART-APPLICATIONS
           END-IF

           IF WS-FRESH-RUN
              OPEN INPUT FITMENT-CATALOG-FILE

              IF FITMENT-CATALOG-SUCCESS
                 MOVE 'N' TO WS-FC-EOF-FLAG

                 READ FITMENT-CATALOG-FILE
                     AT END SET WS-FC-EOF TO TRUE
                 END-READ

                 PERFORM UNTIL WS-FC-EOF
                    PERFORM 1980-LOAD-ONE-FITMENT

                    READ FITMENT-CATALOG-FILE
                        AT END SET WS-FC-EOF TO TRUE
                    END-READ
                 END-PERFORM

                 CLOSE FITMENT-CATALOG-FILE
              END-IF
           END-IF
           .

       1975-CONVERT-PART-APPLICATIONS.
           MOVE LOW-VALUES TO PM-PART-NUMBER

           START PARTS-MASTER-FILE KEY >= PM-PART-NUMBER

           READ PARTS-MASTER-FILE NEXT
               AT END MOVE HIGH-VALUES TO PM-PART-NUMBER
           END-READ

           PERFORM UNTIL PM-PART-NUMBER = HIGH-VALUES
              PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                      UNTIL WS-APP-IDX > 5
                 IF PM-VEHICLE-MAKE(WS-APP-IDX) NOT = SPACES
                    AND PM-VEHICLE-MAKE(WS-APP-IDX) NOT = LOW-VALUES
                    PERFORM 1976-CONVERT-ONE-APPLICATION
                 END-IF
              END-PERFORM

              READ PARTS-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PM-PART-NUMBER
              END-READ
           END-PERFORM
           .

       1976-CONVERT-ONE-APPLICATION.
           MOVE 'N' TO WS-FA-VM-MATCH-FLAG
           MOVE 'N' TO WS-FA-VM-EOF-FLAG
           MOVE LOW-VALUES TO VM-VEHICLE-ID

           START VEHICLE-MASTER-FILE KEY >= VM-VEHICLE-ID
               INVALID KEY
                   SET WS-FA-VM-EOF TO TRUE
           END-START

           IF NOT WS-FA-VM-EOF
              READ VEHICLE-MASTER-FILE NEXT
                  AT END SET WS-FA-VM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-FA-VM-EOF
              IF VM-MAKE(1:10) = PM-VEHICLE-MAKE(WS-APP-IDX)
                 AND VM-MODEL(1:10) = PM-VEHICLE-MODEL(WS-APP-IDX)
                 SET WS-FA-VM-MATCHED TO TRUE
                 MOVE VM-MAKE TO WS-FA-CONV-MAKE
                 MOVE VM-MODEL TO WS-FA-CONV-MODEL
                 PERFORM 1977-WRITE-CONVERTED-FITMENT
              END-IF

              READ VEHICLE-MASTER-FILE NEXT
                  AT END SET WS-FA-VM-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT WS-FA-VM-MATCHED
              MOVE PM-VEHICLE-MAKE(WS-APP-IDX) TO WS-FA-CONV-MAKE
              MOVE PM-VEHICLE-MODEL(WS-APP-IDX) TO WS-FA-CONV-MODEL
              PERFORM 1977-WRITE-CONVERTED-FITMENT
           END-IF
           .

       1977-WRITE-CONVERTED-FITMENT.
           MOVE SPACES TO FITMENT-RECORD
           MOVE PM-PART-NUMBER TO FA-PART-NUMBER
           MOVE WS-FA-CONV-MAKE TO FA-VEHICLE-MAKE
           MOVE WS-FA-CONV-MODEL TO FA-VEHICLE-MODEL
           MOVE PM-YEAR-FROM(WS-APP-IDX) TO FA-YEAR-FROM
           MOVE PM-YEAR-TO(WS-APP-IDX) TO FA-YEAR-TO
           SET FA-FROM-PARTS-MASTER TO TRUE
           MOVE WS-CURRENT-DATE TO FA-ADDED-DATE

           WRITE FITMENT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FITMENTS-CONVERTED
           END-WRITE
           .

       1980-LOAD-ONE-FITMENT.
           MOVE 'N' TO WS-FA-PART-FOUND-FLAG
           MOVE FC-PART-NUMBER TO PM-PART-NUMBER

           READ PARTS-MASTER-FILE
               INVALID KEY
                   MOVE FC-PART-NUMBER TO PM-INTERCHANGE-NUMBER

                   READ PARTS-MASTER-FILE KEY IS PM-INTERCHANGE-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-FA-PART-FOUND TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET WS-FA-PART-FOUND TO TRUE
           END-READ

           IF NOT WS-FA-PART-FOUND
              OR FC-VEHICLE-MAKE = SPACES
              OR FC-VEHICLE-MODEL = SPACES
              OR FC-YEAR-FROM NOT NUMERIC
              OR FC-YEAR-TO NOT NUMERIC
              DISPLAY 'FITMENT CATALOG RECORD REJECTED: '
                      FC-PART-NUMBER ' ' FC-VEHICLE-MAKE
              ADD 1 TO WS-CATALOG-REJECTS
           ELSE
              MOVE SPACES TO FITMENT-RECORD
              MOVE PM-PART-NUMBER TO FA-PART-NUMBER
              MOVE FC-VEHICLE-MAKE TO FA-VEHICLE-MAKE
              MOVE FC-VEHICLE-MODEL TO FA-VEHICLE-MODEL
              MOVE FC-YEAR-FROM TO FA-YEAR-FROM
              MOVE FC-ENGINE-TYPE TO FA-ENGINE-TYPE
              MOVE FC-POSITION TO FA-POSITION

              IF FC-YEAR-TO = ZEROES
                 MOVE 9999 TO FA-YEAR-TO
              ELSE
                 MOVE FC-YEAR-TO TO FA-YEAR-TO
              END-IF

              SET FA-FROM-CATALOG TO TRUE
              MOVE WS-CURRENT-DATE TO FA-ADDED-DATE

              WRITE FITMENT-RECORD
                  INVALID KEY
                      REWRITE FITMENT-RECORD
              END-WRITE

              ADD 1 TO WS-FITMENTS-LOADED
           END-IF
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-ERROR-FLAG

           IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
              CONTINUE
           ELSE
              ADD 1 TO WS-BAL-INPUT-COUNT
              PERFORM 1160-COMPUTE-RECORD-HASH
              ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
              ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT
              MOVE WS-TRANS-ERRORS TO WS-BAL-ERRORS-BEFORE
              MOVE WS-BACKORDERS TO WS-BAL-BACKORDERS-BEFORE

              IF TR-PRICE-CHANGE AND TR-PART-NUMBER = SPACES
                 IF TR-PRICE-CATEGORY NOT = SPACES
                    AND TR-PRICE-PERCENT NOT = ZEROES
                    PERFORM 2850-APPLY-CATEGORY-PRICE-CHANGE
                    IF WS-PRICE-CAT-MATCHED
                       ADD 1 TO WS-TRANS-PROCESSED
                    ELSE
                       MOVE 'Y' TO WS-ERROR-FLAG
                       ADD 1 TO WS-TRANS-ERRORS
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-ERROR-FLAG
                    ADD 1 TO WS-TRANS-ERRORS
                 END-IF
              ELSE
                 IF TR-PAYMENT-APPL
                    PERFORM 2950-APPLY-CUSTOMER-PAYMENT
                 ELSE
                    IF TR-MATRIX-MAINT
                       PERFORM 2880-MAINTAIN-PRICE-MATRIX
                    ELSE
                       IF TR-WARRANTY-CREDIT
                          PERFORM 2450-APPLY-WARRANTY-CREDIT
                       ELSE
                          IF TR-FITMENT-ADD OR TR-FITMENT-DELETE
                             PERFORM 2890-MAINTAIN-FITMENT
                          ELSE
                             PERFORM 2010-PROCESS-PART-TRANSACTION
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF

              PERFORM 2005-COUNT-DISPOSITION
           END-IF

           ADD 1 TO WS-TRANS-DISPOSED

           READ TRANSACTION-FILE
               AT END SET TRANS-FILE-EOF TO TRUE
           END-READ

           IF TRANS-FILE-SUCCESS
              ADD 1 TO WS-TRANS-READ
           END-IF

           DIVIDE WS-TRANS-DISPOSED BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-REMAINDER
           IF WS-CHECKPOINT-REMAINDER = 0
              PERFORM 1900-WRITE-CHECKPOINT
           END-IF
           .

       2005-COUNT-DISPOSITION.
           IF WS-ERROR-FOUND OR
              WS-TRANS-ERRORS > WS-BAL-ERRORS-BEFORE
              ADD 1 TO WS-BAL-REJECTED
           ELSE
              IF WS-BACKORDERS > WS-BAL-BACKORDERS-BEFORE
                 ADD 1 TO WS-BAL-SUSPENDED
              ELSE
                 ADD 1 TO WS-BAL-PROCESSED
              END-IF
           END-IF
           .

       2010-PROCESS-PART-TRANSACTION.
           MOVE TR-PART-NUMBER TO PM-PART-NUMBER

           READ PARTS-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF (TR-SALE OR TR-BACKORDER)
              AND (PARTS-REC-NOT-FOUND OR
                   (PARTS-FILE-SUCCESS AND PM-DISCONTINUED))
              PERFORM 2020-RESOLVE-SUPERSESSION
                         COMPUTE WS-COST-AMOUNT =
                                 TR-QUANTITY * PM-COST-PRICE
                         PERFORM 2180-ACCUMULATE-MARGIN
                         PERFORM 2185-ACCUMULATE-COMMISSION


                         IF PM-CORE-CHARGE > 0
                  WHEN TR-RETURN
                      ADD TR-QUANTITY TO PM-QUANTITY-ON-HAND
                      PERFORM 2300-PROCESS-CORE-REFUND
                      PERFORM 2190-CHARGE-BACK-RETURN

                  WHEN TR-RECEIPT
                      ADD TR-QUANTITY TO PM-QUANTITY-ON-HAND

                  WHEN TR-PRICE-CHANGE
                      PERFORM 2800-APPLY-PRICE-CHANGE

                  WHEN TR-CORE-RETURN
                      PERFORM 2320-RETURN-CORES-TO-VENDOR

                  WHEN TR-CORE-CREDIT
                      PERFORM 2330-POST-CORE-CREDIT
              END-EVALUATE
              
              IF WS-NO-ERROR

              MOVE WS-KIT-COST TO WS-COST-AMOUNT
              PERFORM 2180-ACCUMULATE-MARGIN
              PERFORM 2185-ACCUMULATE-COMMISSION

              ADD TR-QUANTITY TO PM-YTD-SALES-QUANTITY
              ADD WS-SALE-AMOUNT TO PM-YTD-SALES-AMOUNT
                   MOVE TR-UNIT-PRICE TO WS-AR-PAYMENT-REMAINING

                   PERFORM 2960-APPLY-TO-OPEN-ITEMS
                   PERFORM 2955-RECORD-PAYMENT-HISTORY

                   ADD 1 TO WS-PAYMENTS-APPLIED
                   ADD 1 TO WS-TRANS-PROCESSED
           END-READ
           .

       2955-RECORD-PAYMENT-HISTORY.
           MOVE TR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           MOVE TR-TRANSACTION-DATE TO PH-PAYMENT-DATE
           MOVE TR-INVOICE-NUMBER TO PH-REFERENCE-NUMBER

           READ AR-PAYMENT-HISTORY-FILE
               INVALID KEY
                   MOVE TR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
                   MOVE TR-TRANSACTION-DATE TO PH-PAYMENT-DATE
                   MOVE TR-INVOICE-NUMBER TO PH-REFERENCE-NUMBER
                   MOVE TR-UNIT-PRICE TO PH-PAYMENT-AMOUNT
                   MOVE SPACES TO PH-FILLER
                   WRITE AR-PAYMENT-HISTORY-RECORD
               NOT INVALID KEY
                   ADD TR-UNIT-PRICE TO PH-PAYMENT-AMOUNT
                   REWRITE AR-PAYMENT-HISTORY-RECORD
           END-READ
           .

       2960-APPLY-TO-OPEN-ITEMS.
           IF TR-INVOICE-NUMBER NOT = SPACES
              MOVE TR-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
              MOVE TR-INVOICE-NUMBER TO AR-INVOICE-NUMBER

              READ AR-OPEN-ITEM-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 2963-APPLY-TO-CURRENT-ITEM
              END-READ
           END-IF

           MOVE 'N' TO WS-AR-ITEM-EOF-FLAG
           MOVE TR-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER
           PERFORM UNTIL WS-AR-ITEM-EOF
                   OR AR-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
                   OR WS-AR-PAYMENT-REMAINING NOT > 0
              PERFORM 2963-APPLY-TO-CURRENT-ITEM

              READ AR-OPEN-ITEM-FILE NEXT
                  AT END SET WS-AR-ITEM-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2963-APPLY-TO-CURRENT-ITEM.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
              IF WS-AR-PAYMENT-REMAINING > AR-OPEN-AMOUNT
                 MOVE AR-OPEN-AMOUNT TO WS-AR-APPLY-AMOUNT
              ELSE
                 MOVE WS-AR-PAYMENT-REMAINING
                     TO WS-AR-APPLY-AMOUNT
              END-IF

              SUBTRACT WS-AR-APPLY-AMOUNT FROM AR-OPEN-AMOUNT
              SUBTRACT WS-AR-APPLY-AMOUNT
                  FROM WS-AR-PAYMENT-REMAINING

              IF AR-OPEN-AMOUNT NOT > 0
                 SET AR-ITEM-PAID TO TRUE
              END-IF

              REWRITE AR-OPEN-ITEM-RECORD
           END-IF
           .

       2970-PROCESS-LOCKBOX.
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-HEADER1
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-HEADER2

           OPEN INPUT LOCKBOX-REMIT-FILE

           IF LOCKBOX-REMIT-SUCCESS
              MOVE 'N' TO WS-LBX-EOF-FLAG
              MOVE 'N' TO WS-LBX-BATCH-OPEN-FLAG
              MOVE 'N' TO WS-LBX-BATCH-SKIP-FLAG

              READ LOCKBOX-REMIT-FILE
                  AT END SET WS-LBX-EOF TO TRUE
              END-READ

              PERFORM UNTIL WS-LBX-EOF
                 IF LR-BATCH-HEADER
                    IF WS-LBX-BATCH-OPEN
                       PERFORM 2978-PROVE-LOCKBOX-BATCH
                    END-IF
                    PERFORM 2972-START-LOCKBOX-BATCH
                 ELSE
                    IF LR-REMITTANCE AND WS-LBX-BATCH-OPEN
                       PERFORM 2975-APPLY-REMITTANCE
                    ELSE
                       IF LR-REMITTANCE AND WS-LBX-BATCH-SKIP
                          ADD 1 TO WS-LBX-ITEMS-BYPASSED
                       ELSE
                          DISPLAY 'LOCKBOX RECORD OUT OF SEQUENCE: '
                                  LD-BATCH-NUMBER ' ' LD-CHECK-NUMBER
                          ADD 1 TO WS-TRANS-ERRORS
                       END-IF
                    END-IF
                 END-IF

                 READ LOCKBOX-REMIT-FILE
                     AT END SET WS-LBX-EOF TO TRUE
                 END-READ
              END-PERFORM

              IF WS-LBX-BATCH-OPEN
                 PERFORM 2978-PROVE-LOCKBOX-BATCH
              END-IF

              CLOSE LOCKBOX-REMIT-FILE
           ELSE
              IF NOT LOCKBOX-REMIT-NOT-PRESENT
                 DISPLAY 'ERROR OPENING LOCKBOX REMITTANCE FILE: '
                         LOCKBOX-REMIT-STATUS
              END-IF
           END-IF

           MOVE 'LOCKBOX RUN TOTALS' TO WS-UNAP-BAT-LABEL
           MOVE SPACES TO WS-UNAP-BAT-NUMBER

           IF WS-LBX-BATCHES-OUT = 0
              MOVE 'ALL BATCHES IN BALANCE' TO WS-UNAP-BAT-RESULT
           ELSE
              MOVE '*** BATCHES OUT OF BALANCE ***'
                  TO WS-UNAP-BAT-RESULT
           END-IF

           MOVE WS-LBX-TOTAL-DEPOSITS TO WS-LBX-CTL-DEPOSIT
           MOVE WS-LBX-TOTAL-APPLIED TO WS-LBX-CTL-APPLIED
           MOVE WS-LBX-TOTAL-UNAPPLIED TO WS-LBX-CTL-UNAPPLIED
           COMPUTE WS-LBX-CTL-DIFFERENCE =
               WS-LBX-TOTAL-DEPOSITS - WS-LBX-TOTAL-APPLIED
                                     - WS-LBX-TOTAL-UNAPPLIED

           PERFORM 2979-WRITE-LOCKBOX-CONTROL

           IF WS-LBX-BATCHES-DUPLICATE > 0
              DISPLAY 'LOCKBOX BATCHES SKIPPED AS DUPLICATES: '
                      WS-LBX-BATCHES-DUPLICATE
                      '  ITEMS BYPASSED: ' WS-LBX-ITEMS-BYPASSED
           END-IF
           .

       2972-START-LOCKBOX-BATCH.
           MOVE 'N' TO WS-LBX-BATCH-SKIP-FLAG
           MOVE LR-BATCH-NUMBER TO WS-LBX-BATCH-NUMBER
           MOVE LR-DEPOSIT-DATE TO WS-LBX-DEPOSIT-DATE
           MOVE LR-DEPOSIT-AMOUNT TO WS-LBX-DEPOSIT-AMOUNT
           MOVE ZEROES TO WS-LBX-BATCH-APPLIED
           MOVE ZEROES TO WS-LBX-BATCH-UNAPPLIED

           IF WS-LBX-DEPOSIT-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO WS-LBX-DEPOSIT-DATE
           END-IF

           MOVE SPACES TO LOCKBOX-HISTORY-RECORD
           MOVE WS-LBX-BATCH-NUMBER TO LH-BATCH-NUMBER
           MOVE WS-LBX-DEPOSIT-DATE TO LH-DEPOSIT-DATE
           MOVE WS-LBX-DEPOSIT-AMOUNT TO LH-DEPOSIT-AMOUNT
           MOVE ZEROES TO LH-AMOUNT-APPLIED
           MOVE ZEROES TO LH-AMOUNT-UNAPPLIED
           MOVE WS-CURRENT-DATE TO LH-APPLIED-DATE

           WRITE LOCKBOX-HISTORY-RECORD
               INVALID KEY
                   SET WS-LBX-BATCH-SKIP TO TRUE
           END-WRITE

           IF WS-LBX-BATCH-SKIP
              PERFORM 2973-REJECT-DUPLICATE-BATCH
           ELSE
              SET WS-LBX-BATCH-OPEN TO TRUE
              ADD LR-DEPOSIT-AMOUNT TO WS-LBX-TOTAL-DEPOSITS
           END-IF
           .

       2973-REJECT-DUPLICATE-BATCH.
           DISPLAY 'LOCKBOX BATCH ALREADY APPLIED - NOT POSTED: '
                   WS-LBX-BATCH-NUMBER ' ' WS-LBX-DEPOSIT-DATE

           MOVE 'DUPLICATE LOCKBOX BATCH:' TO WS-UNAP-BAT-LABEL
           MOVE WS-LBX-BATCH-NUMBER TO WS-UNAP-BAT-NUMBER
           MOVE '*** ALREADY APPLIED - SKIPPED' TO WS-UNAP-BAT-RESULT

           WRITE UNAPPLIED-CASH-REPORT-RECORD FROM SPACES
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-BATCH-LINE

           ADD 1 TO WS-LBX-BATCHES-DUPLICATE
           ADD 1 TO WS-TRANS-ERRORS
           .

       2975-APPLY-REMITTANCE.
           MOVE LD-REMIT-AMOUNT TO WS-LBX-REMIT-AMOUNT
           MOVE ZEROES TO WS-LBX-APPLY-AMOUNT
           MOVE SPACES TO WS-LBX-UNAPPLIED-REASON
           MOVE LD-PAYER-ACCOUNT TO CU-ACCOUNT-NUMBER

           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'UNKNOWN ACCOUNT' TO WS-LBX-UNAPPLIED-REASON
               NOT INVALID KEY
                   PERFORM 2976-MATCH-REMIT-INVOICE
           END-READ

           IF WS-LBX-APPLY-AMOUNT > 0
              MOVE SPACES TO TRANSACTION-RECORD
              SET TR-PAYMENT-APPL TO TRUE
              MOVE WS-LBX-DEPOSIT-DATE TO TR-TRANSACTION-DATE
              MOVE ZEROES TO TR-QUANTITY
              MOVE WS-LBX-APPLY-AMOUNT TO TR-UNIT-PRICE
              MOVE LD-INVOICE-NUMBER TO TR-INVOICE-NUMBER
              MOVE 'LOCKBOX' TO TR-EMPLOYEE-ID
              MOVE ZEROES TO TR-NEW-RETAIL-PRICE
              MOVE ZEROES TO TR-NEW-DEALER-PRICE
              MOVE ZEROES TO TR-PRICE-PERCENT
              MOVE LD-PAYER-ACCOUNT TO TR-ACCOUNT-NUMBER
              MOVE 'N' TO WS-ERROR-FLAG

              PERFORM 2950-APPLY-CUSTOMER-PAYMENT

              ADD WS-LBX-APPLY-AMOUNT TO WS-LBX-BATCH-APPLIED
              ADD WS-LBX-APPLY-AMOUNT TO WS-LBX-TOTAL-APPLIED
              ADD 1 TO WS-LOCKBOX-APPLIED
           END-IF

           COMPUTE WS-LBX-UNAPPLIED-AMOUNT =
               WS-LBX-REMIT-AMOUNT - WS-LBX-APPLY-AMOUNT

           IF WS-LBX-UNAPPLIED-AMOUNT NOT = 0
              IF WS-LBX-UNAPPLIED-REASON = SPACES
                 MOVE 'OVERPAYMENT OF INVOICE'
                     TO WS-LBX-UNAPPLIED-REASON
              END-IF

              ADD WS-LBX-UNAPPLIED-AMOUNT TO WS-LBX-BATCH-UNAPPLIED
              ADD WS-LBX-UNAPPLIED-AMOUNT TO WS-LBX-TOTAL-UNAPPLIED
              ADD 1 TO WS-LOCKBOX-UNAPPLIED

              PERFORM 2977-WRITE-UNAPPLIED-LINE
           END-IF
           .

       2976-MATCH-REMIT-INVOICE.
           IF WS-LBX-REMIT-AMOUNT NOT > 0
              MOVE 'INVALID REMIT AMOUNT' TO WS-LBX-UNAPPLIED-REASON
           ELSE
              IF LD-INVOICE-NUMBER = SPACES
                 MOVE 'NO INVOICE REFERENCED'
                     TO WS-LBX-UNAPPLIED-REASON
              ELSE
                 MOVE LD-PAYER-ACCOUNT TO AR-ACCOUNT-NUMBER
                 MOVE LD-INVOICE-NUMBER TO AR-INVOICE-NUMBER

                 READ AR-OPEN-ITEM-FILE
                     INVALID KEY
                         MOVE 'INVOICE NOT ON FILE'
                             TO WS-LBX-UNAPPLIED-REASON
                     NOT INVALID KEY
                         IF NOT AR-ITEM-OPEN OR AR-OPEN-AMOUNT NOT > 0
                            MOVE 'INVOICE ALREADY PAID'
                                TO WS-LBX-UNAPPLIED-REASON
                         ELSE
                            IF WS-LBX-REMIT-AMOUNT > AR-OPEN-AMOUNT
                               MOVE AR-OPEN-AMOUNT
                                   TO WS-LBX-APPLY-AMOUNT
                            ELSE
                               MOVE WS-LBX-REMIT-AMOUNT
                                   TO WS-LBX-APPLY-AMOUNT
                            END-IF
                         END-IF
                 END-READ

                 IF WS-LBX-APPLY-AMOUNT > WS-LBX-POSTING-LIMIT
                    MOVE ZEROES TO WS-LBX-APPLY-AMOUNT
                    MOVE 'EXCEEDS POSTING LIMIT'
                        TO WS-LBX-UNAPPLIED-REASON
                 END-IF
              END-IF
           END-IF
           .

       2977-WRITE-UNAPPLIED-LINE.
           MOVE WS-LBX-BATCH-NUMBER TO WS-UNAP-BATCH
           MOVE LD-CHECK-NUMBER TO WS-UNAP-CHECK
           MOVE LD-PAYER-ACCOUNT TO WS-UNAP-ACCOUNT
           MOVE LD-INVOICE-NUMBER TO WS-UNAP-INVOICE
           MOVE WS-LBX-REMIT-AMOUNT TO WS-UNAP-REMITTED
           MOVE WS-LBX-APPLY-AMOUNT TO WS-UNAP-APPLIED
           MOVE WS-LBX-UNAPPLIED-AMOUNT TO WS-UNAP-UNAPPLIED
           MOVE WS-LBX-UNAPPLIED-REASON TO WS-UNAP-REASON

           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-DETAIL
           .

       2978-PROVE-LOCKBOX-BATCH.
           MOVE WS-LBX-DEPOSIT-AMOUNT TO WS-LBX-CTL-DEPOSIT
           MOVE WS-LBX-BATCH-APPLIED TO WS-LBX-CTL-APPLIED
           MOVE WS-LBX-BATCH-UNAPPLIED TO WS-LBX-CTL-UNAPPLIED
           COMPUTE WS-LBX-CTL-DIFFERENCE =
               WS-LBX-DEPOSIT-AMOUNT - WS-LBX-BATCH-APPLIED
                                     - WS-LBX-BATCH-UNAPPLIED

           MOVE 'BATCH CONTROL - LOCKBOX BATCH:' TO WS-UNAP-BAT-LABEL
           MOVE WS-LBX-BATCH-NUMBER TO WS-UNAP-BAT-NUMBER

           IF WS-LBX-CTL-DIFFERENCE = 0
              MOVE 'BATCH IN BALANCE' TO WS-UNAP-BAT-RESULT
           ELSE
              MOVE '*** BATCH OUT OF BALANCE ***'
                  TO WS-UNAP-BAT-RESULT
              DISPLAY 'LOCKBOX BATCH OUT OF BALANCE: '
                      WS-LBX-BATCH-NUMBER
              ADD 1 TO WS-LBX-BATCHES-OUT
           END-IF

           PERFORM 2979-WRITE-LOCKBOX-CONTROL

           MOVE WS-LBX-BATCH-NUMBER TO LH-BATCH-NUMBER
           MOVE WS-LBX-DEPOSIT-DATE TO LH-DEPOSIT-DATE

           READ LOCKBOX-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-LBX-BATCH-APPLIED TO LH-AMOUNT-APPLIED
                   MOVE WS-LBX-BATCH-UNAPPLIED TO LH-AMOUNT-UNAPPLIED

                   REWRITE LOCKBOX-HISTORY-RECORD
           END-READ

           ADD 1 TO WS-LBX-BATCHES-PROVED
           MOVE 'N' TO WS-LBX-BATCH-OPEN-FLAG
           .

       2979-WRITE-LOCKBOX-CONTROL.
           WRITE UNAPPLIED-CASH-REPORT-RECORD FROM SPACES
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-BATCH-LINE

           MOVE 'LOCKBOX DEPOSIT AMOUNT:' TO WS-UNAP-CTL-LABEL
           MOVE WS-LBX-CTL-DEPOSIT TO WS-UNAP-CTL-AMOUNT
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-CONTROL-LINE

           MOVE 'PAYMENTS APPLIED:' TO WS-UNAP-CTL-LABEL
           MOVE WS-LBX-CTL-APPLIED TO WS-UNAP-CTL-AMOUNT
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-CONTROL-LINE

           MOVE 'UNAPPLIED CASH:' TO WS-UNAP-CTL-LABEL
           MOVE WS-LBX-CTL-UNAPPLIED TO WS-UNAP-CTL-AMOUNT
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-CONTROL-LINE

           MOVE 'DIFFERENCE:' TO WS-UNAP-CTL-LABEL
           MOVE WS-LBX-CTL-DIFFERENCE TO WS-UNAP-CTL-AMOUNT
           WRITE UNAPPLIED-CASH-REPORT-RECORD
               FROM WS-UNAPPLIED-CONTROL-LINE
           .

       2875-SELECT-MATRIX-PRICE.
           END-IF
           .

       2890-MAINTAIN-FITMENT.
           MOVE TF-PART-NUMBER TO PM-PART-NUMBER

           READ PARTS-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
           END-READ

           IF PARTS-FILE-SUCCESS AND WS-NO-ERROR
              IF TF-VEHICLE-MAKE = SPACES
                 OR TF-VEHICLE-MODEL = SPACES
                 OR TF-YEAR-FROM NOT NUMERIC
                 OR TF-YEAR-TO NOT NUMERIC
                 MOVE 'Y' TO WS-ERROR-FLAG
                 ADD 1 TO WS-TRANS-ERRORS
              END-IF
           END-IF

           IF PARTS-FILE-SUCCESS AND WS-NO-ERROR
              MOVE SPACES TO FITMENT-RECORD
              MOVE TF-PART-NUMBER TO FA-PART-NUMBER
              MOVE TF-VEHICLE-MAKE TO FA-VEHICLE-MAKE
              MOVE TF-VEHICLE-MODEL TO FA-VEHICLE-MODEL
              MOVE TF-YEAR-FROM TO FA-YEAR-FROM
              MOVE TF-ENGINE-TYPE TO FA-ENGINE-TYPE
              MOVE TF-POSITION TO FA-POSITION

              IF TR-FITMENT-ADD
                 IF TF-YEAR-TO = ZEROES
                    MOVE 9999 TO FA-YEAR-TO
                 ELSE
                    MOVE TF-YEAR-TO TO FA-YEAR-TO
                 END-IF

                 IF FA-YEAR-TO < FA-YEAR-FROM
                    MOVE 'Y' TO WS-ERROR-FLAG
                    ADD 1 TO WS-TRANS-ERRORS
                 ELSE
                    SET FA-FROM-MAINTENANCE TO TRUE
                    MOVE TF-TRANSACTION-DATE TO FA-ADDED-DATE

                    WRITE FITMENT-RECORD
                        INVALID KEY
                            REWRITE FITMENT-RECORD
                    END-WRITE

                    ADD 1 TO WS-FITMENTS-ADDED
                    ADD 1 TO WS-TRANS-PROCESSED
                 END-IF
              ELSE
                 DELETE FITMENT-FILE
                     INVALID KEY
                         MOVE 'Y' TO WS-ERROR-FLAG
                         ADD 1 TO WS-TRANS-ERRORS
                     NOT INVALID KEY
                         ADD 1 TO WS-FITMENTS-DELETED
                         ADD 1 TO WS-TRANS-PROCESSED
                 END-DELETE
              END-IF
           END-IF
           .

       2800-APPLY-PRICE-CHANGE.
           MOVE PM-COST-PRICE TO WS-OLD-COST-PRICE
           MOVE PM-RETAIL-PRICE TO WS-OLD-RETAIL-PRICE
           END-IF
           .

       2185-ACCUMULATE-COMMISSION.
           MOVE TR-EMPLOYEE-ID TO SP-EMPLOYEE-ID

           READ SALESPERSON-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNASSIGNED-SALES
               NOT INVALID KEY
                   PERFORM 2187-SELECT-COMMISSION-RATE

                   COMPUTE WS-COMM-AMOUNT ROUNDED =
                           (WS-SALE-AMOUNT - WS-COST-AMOUNT)
                           * WS-COMM-RATE / 100

                   IF SP-PERIOD-START-DATE = ZEROES
                      MOVE TR-TRANSACTION-DATE
                           TO SP-PERIOD-START-DATE
                   END-IF

                   ADD WS-SALE-AMOUNT TO SP-PERIOD-SALES
                   ADD WS-COST-AMOUNT TO SP-PERIOD-COST
                   ADD WS-COMM-AMOUNT TO SP-PERIOD-COMMISSION
                   ADD 1 TO SP-PERIOD-SALE-COUNT

                   IF WS-KIT-SALE
                      ADD WS-SALE-AMOUNT TO SP-PERIOD-KIT-SALES
                   END-IF

                   IF TR-ACCOUNT-NUMBER NOT = SPACES
                      ADD WS-SALE-AMOUNT TO SP-PERIOD-CHARGE-SALES
                   END-IF

                   REWRITE SALESPERSON-RECORD
           END-READ
           .

       2187-SELECT-COMMISSION-RATE.
           EVALUATE TRUE
               WHEN TR-RETAIL
                   MOVE SP-RETAIL-RATE TO WS-COMM-RATE
               WHEN TR-DEALER
                   MOVE SP-DEALER-RATE TO WS-COMM-RATE
               WHEN TR-WHOLESALE
                   MOVE SP-WHOLESALE-RATE TO WS-COMM-RATE
               WHEN OTHER
                   MOVE SP-RETAIL-RATE TO WS-COMM-RATE
           END-EVALUATE
           .

       2190-CHARGE-BACK-RETURN.
           MOVE TR-EMPLOYEE-ID TO WS-COMM-EMPLOYEE-WORK

           MOVE TR-INVOICE-NUMBER TO SH-INVOICE-NUMBER
           MOVE TR-PART-NUMBER TO SH-PART-NUMBER

           READ SALES-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SH-EMPLOYEE-ID NOT = SPACES
                      MOVE SH-EMPLOYEE-ID TO WS-COMM-EMPLOYEE-WORK
                   END-IF
           END-READ

           IF TR-UNIT-PRICE > 0
              COMPUTE WS-COMM-RETURN-AMOUNT =
                      TR-QUANTITY * TR-UNIT-PRICE
           ELSE
              EVALUATE TRUE
                  WHEN TR-DEALER
                      COMPUTE WS-COMM-RETURN-AMOUNT =
                              TR-QUANTITY * PM-DEALER-PRICE
                  WHEN TR-WHOLESALE
                      COMPUTE WS-COMM-RETURN-AMOUNT =
                              TR-QUANTITY * PM-COST-PRICE * 1.15
                  WHEN OTHER
                      COMPUTE WS-COMM-RETURN-AMOUNT =
                              TR-QUANTITY * PM-RETAIL-PRICE
              END-EVALUATE
           END-IF

           COMPUTE WS-COMM-RETURN-COST = TR-QUANTITY * PM-COST-PRICE

           MOVE WS-COMM-EMPLOYEE-WORK TO SP-EMPLOYEE-ID

           READ SALESPERSON-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNASSIGNED-SALES
               NOT INVALID KEY
                   PERFORM 2187-SELECT-COMMISSION-RATE

                   COMPUTE WS-COMM-AMOUNT ROUNDED =
                           (WS-COMM-RETURN-AMOUNT - WS-COMM-RETURN-COST)
                           * WS-COMM-RATE / 100

                   IF SP-PERIOD-START-DATE = ZEROES
                      MOVE TR-TRANSACTION-DATE
                           TO SP-PERIOD-START-DATE
                   END-IF

                   ADD WS-COMM-RETURN-AMOUNT TO SP-PERIOD-RETURNS
                   ADD WS-COMM-RETURN-COST TO SP-PERIOD-RETURN-COST
                   SUBTRACT WS-COMM-AMOUNT FROM SP-PERIOD-COMMISSION
                   ADD 1 TO SP-PERIOD-RETURN-COUNT

                   REWRITE SALESPERSON-RECORD
           END-READ
           .

       2200-WRITE-SALES-HISTORY.
           MOVE TR-INVOICE-NUMBER TO SH-INVOICE-NUMBER
           MOVE TR-PART-NUMBER TO SH-PART-NUMBER

           READ SALES-HISTORY-FILE
               INVALID KEY
                      MOVE ZEROES TO SH-CORE-CHARGE-QUANTITY
                   END-IF
                   MOVE SPACES TO SH-FILLER
                   MOVE TR-EMPLOYEE-ID TO SH-EMPLOYEE-ID
                   WRITE SALES-HISTORY-RECORD
               NOT INVALID KEY
                   MOVE TR-TRANSACTION-DATE TO SH-SALE-DATE
                   IF PM-CORE-CHARGE > 0
                      ADD TR-QUANTITY TO SH-CORE-CHARGE-QUANTITY
                   END-IF
                   MOVE TR-EMPLOYEE-ID TO SH-EMPLOYEE-ID
                   REWRITE SALES-HISTORY-RECORD
           END-READ
           .
                      ADD WS-CORE-REFUND-QUANTITY
                          TO SH-CORE-CHARGE-REFUNDED
                      REWRITE SALES-HISTORY-RECORD

                      PERFORM 2310-ADD-TO-CORE-BANK
                   END-IF
           END-READ
           .

       2310-ADD-TO-CORE-BANK.
           MOVE TR-PART-NUMBER TO CB-PART-NUMBER

           READ CORE-BANK-FILE
               INVALID KEY
                   MOVE SPACES TO CORE-BANK-RECORD
                   MOVE TR-PART-NUMBER TO CB-PART-NUMBER
                   MOVE WS-CORE-REFUND-QUANTITY TO CB-CORES-ON-HAND
                   MOVE WS-CORE-REFUND-QUANTITY TO CB-CORES-RECEIVED
                   MOVE WS-CORE-CHARGE-AMOUNT TO CB-REFUNDED-VALUE
                   MOVE ZEROES TO CB-CORES-RETURNED
                   MOVE ZEROES TO CB-CREDIT-EXPECTED
                   MOVE ZEROES TO CB-CORES-CREDITED
                   MOVE ZEROES TO CB-CREDIT-RECEIVED
                   MOVE TR-TRANSACTION-DATE TO CB-LAST-RECEIPT-DATE
                   MOVE ZEROES TO CB-LAST-RETURN-DATE
                   WRITE CORE-BANK-RECORD
               NOT INVALID KEY
                   ADD WS-CORE-REFUND-QUANTITY TO CB-CORES-ON-HAND
                   ADD WS-CORE-REFUND-QUANTITY TO CB-CORES-RECEIVED
                   ADD WS-CORE-CHARGE-AMOUNT TO CB-REFUNDED-VALUE
                   MOVE TR-TRANSACTION-DATE TO CB-LAST-RECEIPT-DATE
                   REWRITE CORE-BANK-RECORD
           END-READ

           ADD WS-CORE-REFUND-QUANTITY TO WS-CORES-BANKED
           .

       2320-RETURN-CORES-TO-VENDOR.
           MOVE TR-PART-NUMBER TO CB-PART-NUMBER

           READ CORE-BANK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
               NOT INVALID KEY
                   IF TR-QUANTITY NOT > 0
                      OR TR-QUANTITY > CB-CORES-ON-HAND
                      MOVE 'Y' TO WS-ERROR-FLAG
                      ADD 1 TO WS-TRANS-ERRORS
                   ELSE
                      COMPUTE WS-CB-CREDIT-AMOUNT =
                              TR-QUANTITY * PM-CORE-CHARGE

                      SUBTRACT TR-QUANTITY FROM CB-CORES-ON-HAND
                      ADD TR-QUANTITY TO CB-CORES-RETURNED
                      ADD WS-CB-CREDIT-AMOUNT TO CB-CREDIT-EXPECTED
                      MOVE TR-TRANSACTION-DATE TO CB-LAST-RETURN-DATE

                      REWRITE CORE-BANK-RECORD

                      ADD TR-QUANTITY TO WS-CORES-RETURNED
                   END-IF
           END-READ
           .

       2330-POST-CORE-CREDIT.
           MOVE TR-PART-NUMBER TO CB-PART-NUMBER

           READ CORE-BANK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
               NOT INVALID KEY
                   COMPUTE WS-CB-UNCREDITED =
                           CB-CORES-RETURNED - CB-CORES-CREDITED

                   IF TR-QUANTITY NOT > 0
                      OR TR-QUANTITY > WS-CB-UNCREDITED
                      MOVE 'Y' TO WS-ERROR-FLAG
                      ADD 1 TO WS-TRANS-ERRORS
                   ELSE
                      IF TR-UNIT-PRICE > 0
                         MOVE TR-UNIT-PRICE TO WS-CB-CREDIT-AMOUNT
                      ELSE
                         COMPUTE WS-CB-CREDIT-AMOUNT =
                                 TR-QUANTITY * PM-CORE-CHARGE
                      END-IF

                      ADD TR-QUANTITY TO CB-CORES-CREDITED
                      ADD WS-CB-CREDIT-AMOUNT TO CB-CREDIT-RECEIVED

                      REWRITE CORE-BANK-RECORD

                      ADD WS-CB-CREDIT-AMOUNT TO WS-CB-CREDIT-TOTAL
                      ADD 1 TO WS-CORE-CREDITS-POSTED
                   END-IF
           END-READ
           .
                         ADD 1 TO WS-WARRANTY-CLAIMS-VALID
                         MOVE 'CLAIM HONORED' TO WS-WAR-REASON
                         PERFORM 2500-WRITE-WARRANTY-LINE
                         PERFORM 2410-FILE-VENDOR-CLAIM
                      END-IF
                   END-IF
           END-READ
           .

       2410-FILE-VENDOR-CLAIM.
           COMPUTE WS-VC-AMOUNT = TR-QUANTITY * PM-COST-PRICE

           MOVE PM-MANUFACTURER TO VC-MANUFACTURER
           MOVE TR-INVOICE-NUMBER TO VC-INVOICE-NUMBER
           MOVE TR-PART-NUMBER TO VC-PART-NUMBER

           READ VENDOR-CLAIM-FILE
               INVALID KEY
                   MOVE SPACES TO VENDOR-CLAIM-RECORD
                   MOVE PM-MANUFACTURER TO VC-MANUFACTURER
                   MOVE TR-INVOICE-NUMBER TO VC-INVOICE-NUMBER
                   MOVE TR-PART-NUMBER TO VC-PART-NUMBER
                   MOVE TR-TRANSACTION-DATE TO VC-CLAIM-DATE
                   MOVE TR-QUANTITY TO VC-QUANTITY
                   MOVE PM-COST-PRICE TO VC-UNIT-COST
                   MOVE WS-VC-AMOUNT TO VC-CLAIM-AMOUNT
                   SET VC-CLAIM-OPEN TO TRUE
                   MOVE ZEROES TO VC-SUBMIT-DATE
                   MOVE ZEROES TO VC-CREDIT-AMOUNT
                   MOVE ZEROES TO VC-CREDIT-DATE
                   WRITE VENDOR-CLAIM-RECORD
               NOT INVALID KEY
                   ADD TR-QUANTITY TO VC-QUANTITY
                   ADD WS-VC-AMOUNT TO VC-CLAIM-AMOUNT
                   MOVE TR-TRANSACTION-DATE TO VC-CLAIM-DATE
                   SET VC-CLAIM-OPEN TO TRUE
                   REWRITE VENDOR-CLAIM-RECORD
           END-READ

           ADD 1 TO WS-VENDOR-CLAIMS-FILED
           .

       2450-APPLY-WARRANTY-CREDIT.
           MOVE TR-PART-NUMBER TO PM-PART-NUMBER

           READ PARTS-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PART NOT ON FILE' TO WS-WAR-REASON
           END-READ

           IF WS-NO-ERROR
              MOVE PM-MANUFACTURER TO VC-MANUFACTURER
              MOVE TR-INVOICE-NUMBER TO VC-INVOICE-NUMBER
              MOVE TR-PART-NUMBER TO VC-PART-NUMBER

              READ VENDOR-CLAIM-FILE
                  INVALID KEY
                      MOVE 'Y' TO WS-ERROR-FLAG
                      MOVE 'NO VENDOR CLAIM' TO WS-WAR-REASON
                  NOT INVALID KEY
                      IF VC-CLAIM-CREDITED
                         MOVE 'Y' TO WS-ERROR-FLAG
                         MOVE 'CLAIM ALREADY CLOSED' TO WS-WAR-REASON
                      ELSE
                         MOVE TR-UNIT-PRICE TO VC-CREDIT-AMOUNT
                         MOVE TR-TRANSACTION-DATE TO VC-CREDIT-DATE
                         MOVE TR-EMPLOYEE-ID TO VC-CREDITED-BY
                         SET VC-CLAIM-CREDITED TO TRUE

                         REWRITE VENDOR-CLAIM-RECORD

                         ADD TR-UNIT-PRICE TO WS-VC-CREDIT-TOTAL
                         ADD 1 TO WS-VENDOR-CREDITS-POSTED
                         ADD 1 TO WS-TRANS-PROCESSED

                         IF TR-UNIT-PRICE < VC-CLAIM-AMOUNT
                            MOVE 'SHORT PAID CREDIT' TO WS-WAR-REASON
                         ELSE
                            MOVE 'VENDOR CREDIT POSTED'
                                TO WS-WAR-REASON
                         END-IF
                      END-IF
              END-READ
           END-IF

           MOVE TR-PART-NUMBER TO WS-WAR-PART-NUMBER
           MOVE TR-INVOICE-NUMBER TO WS-WAR-INVOICE
           MOVE TR-QUANTITY TO WS-WAR-QUANTITY

           IF WS-ERROR-FOUND
              ADD 1 TO WS-TRANS-ERRORS
              MOVE 'REJECTED' TO WS-WAR-STATUS
           ELSE
              MOVE 'CREDITED' TO WS-WAR-STATUS
           END-IF

           WRITE WARRANTY-REPORT-RECORD FROM WS-WARRANTY-DETAIL
           .

       2500-WRITE-WARRANTY-LINE.
           MOVE TR-PART-NUMBER TO WS-WAR-PART-NUMBER
           MOVE TR-INVOICE-NUMBER TO WS-WAR-INVOICE

       3600-FIND-FITTING-PARTS.
           MOVE 'N' TO WS-FITMENT-MATCH-FLAG
           MOVE 'N' TO WS-FA-EOF-FLAG

           MOVE VM-MAKE TO FA-VEHICLE-MAKE
           MOVE VM-MODEL TO FA-VEHICLE-MODEL

           START FITMENT-FILE KEY >= FA-VEHICLE-KEY
               INVALID KEY
                   SET WS-FA-EOF TO TRUE
           END-START

           IF NOT WS-FA-EOF
              READ FITMENT-FILE NEXT
                  AT END SET WS-FA-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-FA-EOF
                   OR FA-VEHICLE-MAKE NOT = VM-MAKE
                   OR FA-VEHICLE-MODEL NOT = VM-MODEL
              PERFORM 3700-CHECK-VEHICLE-APPLICATION

              READ FITMENT-FILE NEXT
                  AT END SET WS-FA-EOF TO TRUE
              END-READ
           END-PERFORM

           .

       3700-CHECK-VEHICLE-APPLICATION.
           IF VM-YEAR >= FA-YEAR-FROM
              AND VM-YEAR <= FA-YEAR-TO
              AND (FA-ENGINE-TYPE = SPACES
                   OR FA-ENGINE-TYPE = VM-ENGINE-TYPE)
              MOVE FA-PART-NUMBER TO PM-PART-NUMBER

              READ PARTS-MASTER-FILE
                  INVALID KEY
                      CONTINUE
              END-READ

              IF PARTS-FILE-SUCCESS
                 MOVE 'Y' TO WS-FITMENT-MATCH-FLAG

                 MOVE PM-PART-NUMBER TO WS-FIT-PART-NUMBER
                 MOVE PM-PART-DESCRIPTION(1:20) TO WS-FIT-DESCRIPTION
                 MOVE PM-CATEGORY TO WS-FIT-CATEGORY
                 MOVE PM-QUANTITY-ON-HAND TO WS-FIT-ON-HAND
                 MOVE FA-POSITION TO WS-FIT-POSITION

                 WRITE FITMENT-REPORT-RECORD FROM WS-FITMENT-DETAIL

                 ADD 1 TO WS-FITMENT-MATCHES
              END-IF
           END-IF
           .

       3710-MATCH-VEHICLE-APPLICATION.
           MOVE 'N' TO WS-FA-EOF-FLAG

           MOVE PM-PART-NUMBER TO FA-PART-NUMBER
           MOVE LOW-VALUES TO FA-VEHICLE-KEY
           MOVE ZEROES TO FA-YEAR-FROM
           MOVE LOW-VALUES TO FA-ENGINE-TYPE
           MOVE LOW-VALUES TO FA-POSITION

           START FITMENT-FILE KEY >= FA-FITMENT-KEY
               INVALID KEY
                   SET WS-FA-EOF TO TRUE
           END-START

           IF NOT WS-FA-EOF
              READ FITMENT-FILE NEXT
                  AT END SET WS-FA-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-FA-EOF
                   OR WS-APP-MATCH
                   OR FA-PART-NUMBER NOT = PM-PART-NUMBER
              IF FA-VEHICLE-MAKE = VM-MAKE
                 AND FA-VEHICLE-MODEL = VM-MODEL
                 AND VM-YEAR >= FA-YEAR-FROM
                 AND VM-YEAR <= FA-YEAR-TO
                 AND (FA-ENGINE-TYPE = SPACES
                      OR FA-ENGINE-TYPE = VM-ENGINE-TYPE)
                 MOVE 'Y' TO WS-APP-MATCH-FLAG
              ELSE
                 READ FITMENT-FILE NEXT
                     AT END SET WS-FA-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
           END-PERFORM
           .

       3900-GENERATE-LOST-SALES-REPORT.
           WRITE LOST-SALES-REPORT-RECORD FROM WS-LOST-SALES-HEADER1
           WRITE LOST-SALES-REPORT-RECORD FROM WS-LOST-SALES-HEADER2

           MOVE SPACES TO WS-PREV-LOST-PART-NUMBER
           MOVE ZEROES TO WS-LOST-PART-TOTAL
           MOVE ZEROES TO WS-LOST-GRAND-TOTAL

           MOVE LOW-VALUES TO LS-SALE-KEY

           START LOST-SALES-FILE KEY >= LS-SALE-KEY
               INVALID KEY MOVE HIGH-VALUES TO LS-SALE-KEY
           END-START

           IF LS-SALE-KEY NOT = HIGH-VALUES
              READ LOST-SALES-FILE NEXT
                  AT END MOVE HIGH-VALUES TO LS-SALE-KEY
              END-READ
           END-IF

           PERFORM UNTIL LS-SALE-KEY = HIGH-VALUES
              IF LS-PART-NUMBER NOT = WS-PREV-LOST-PART-NUMBER
                 IF WS-PREV-LOST-PART-NUMBER NOT = SPACES
                    MOVE WS-LOST-PART-TOTAL
                         TO WS-LOST-PART-TOTAL-QTY
                    WRITE LOST-SALES-REPORT-RECORD
                          FROM WS-LOST-PART-TOTAL-LINE
                    MOVE ZEROES TO WS-LOST-PART-TOTAL
                 END-IF
                 MOVE LS-PART-NUMBER TO WS-PREV-LOST-PART-NUMBER
              END-IF

              MOVE LS-PART-NUMBER TO WS-LOST-PART-NUMBER
              MOVE LS-INVOICE-NUMBER TO WS-LOST-INVOICE

              STRING LS-SALE-YEAR DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     LS-SALE-MONTH DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     LS-SALE-DAY DELIMITED BY SIZE
                     INTO WS-LOST-DATE

              EVALUATE LS-CUSTOMER-TYPE
                  WHEN 'R' MOVE 'RETAIL' TO WS-LOST-CUST-TYPE
                  WHEN 'D' MOVE 'DEALER' TO WS-LOST-CUST-TYPE
                  WHEN 'W' MOVE 'WHOLESALE' TO WS-LOST-CUST-TYPE
                  WHEN OTHER MOVE LS-CUSTOMER-TYPE
                             TO WS-LOST-CUST-TYPE
              END-EVALUATE

              MOVE LS-QUANTITY-SHORT TO WS-LOST-QUANTITY

              WRITE LOST-SALES-REPORT-RECORD FROM WS-LOST-SALES-DETAIL

              ADD LS-QUANTITY-SHORT TO WS-LOST-PART-TOTAL
              ADD LS-QUANTITY-SHORT TO WS-LOST-GRAND-TOTAL

              READ LOST-SALES-FILE NEXT
                  AT END MOVE HIGH-VALUES TO LS-SALE-KEY
              END-READ
           END-PERFORM

           IF WS-PREV-LOST-PART-NUMBER NOT = SPACES
              MOVE WS-LOST-PART-TOTAL TO WS-LOST-PART-TOTAL-QTY
              WRITE LOST-SALES-REPORT-RECORD
                    FROM WS-LOST-PART-TOTAL-LINE
           END-IF

           WRITE LOST-SALES-REPORT-RECORD FROM SPACES
           MOVE WS-LOST-GRAND-TOTAL TO WS-LOST-GRAND-TOTAL-QTY
           WRITE LOST-SALES-REPORT-RECORD
                 FROM WS-LOST-GRAND-TOTAL-LINE
           .

       3920-GENERATE-COMMISSION-REPORT.
           MOVE 'N' TO WS-COMM-CLOSE-FLAG

           IF WS-CURRENT-DAY = 15
              OR WS-CURRENT-DAY = WS-LAST-DAY-OF-MONTH
              SET WS-COMM-PERIOD-CLOSE TO TRUE
           END-IF

           WRITE COMMISSION-REPORT-RECORD FROM WS-COMMISSION-HEADER1

           IF WS-COMM-PERIOD-CLOSE
              MOVE 'PAY PERIOD CLOSE - EXTRACTED TO PAYROLL'
                   TO WS-COMM-PERIOD-TITLE
           ELSE
              MOVE 'PAY PERIOD TO DATE' TO WS-COMM-PERIOD-TITLE
           END-IF

           WRITE COMMISSION-REPORT-RECORD FROM WS-COMMISSION-PERIOD-LINE
           WRITE COMMISSION-REPORT-RECORD FROM SPACES
           WRITE COMMISSION-REPORT-RECORD FROM WS-COMMISSION-HEADER2

           MOVE ZEROES TO WS-COMM-TOT-SALES
           MOVE ZEROES TO WS-COMM-TOT-RETURNS
           MOVE ZEROES TO WS-COMM-TOT-PROFIT
           MOVE ZEROES TO WS-COMM-TOT-NET-SALES
           MOVE ZEROES TO WS-COMM-TOT-KIT
           MOVE ZEROES TO WS-COMM-TOT-CHARGE
           MOVE ZEROES TO WS-COMM-TOT-COMMISSION

           MOVE 'N' TO WS-COMM-EOF-FLAG
           MOVE LOW-VALUES TO SP-EMPLOYEE-ID

           START SALESPERSON-MASTER-FILE KEY >= SP-EMPLOYEE-ID
               INVALID KEY
                   SET WS-COMM-EOF TO TRUE
           END-START

           IF NOT WS-COMM-EOF
              READ SALESPERSON-MASTER-FILE NEXT
                  AT END SET WS-COMM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-COMM-EOF
              PERFORM 3922-COMMISSION-ONE-EMPLOYEE

              READ SALESPERSON-MASTER-FILE NEXT
                  AT END SET WS-COMM-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-COMM-TOT-NET-SALES NOT = ZEROES
              COMPUTE WS-MARGIN-PCT ROUNDED =
                      (WS-COMM-TOT-PROFIT / WS-COMM-TOT-NET-SALES)
                      * 100
           ELSE
              MOVE ZEROES TO WS-MARGIN-PCT
           END-IF

           MOVE 'TOTALS' TO WS-COMM-EMPLOYEE-ID
           MOVE SPACES TO WS-COMM-EMPLOYEE-NAME
           MOVE WS-COMM-TOT-SALES TO WS-COMM-SALES-OUT
           MOVE WS-COMM-TOT-RETURNS TO WS-COMM-RETURNS-OUT
           MOVE WS-COMM-TOT-PROFIT TO WS-COMM-PROFIT-OUT
           MOVE WS-MARGIN-PCT TO WS-COMM-PCT-OUT
           MOVE WS-COMM-TOT-KIT TO WS-COMM-KIT-OUT
           MOVE WS-COMM-TOT-CHARGE TO WS-COMM-CHARGE-OUT
           MOVE WS-COMM-TOT-COMMISSION TO WS-COMM-COMMISSION-OUT

           WRITE COMMISSION-REPORT-RECORD FROM SPACES
           WRITE COMMISSION-REPORT-RECORD FROM WS-COMMISSION-DETAIL
           .

       3922-COMMISSION-ONE-EMPLOYEE.
           COMPUTE WS-COMM-NET-SALES =
                   SP-PERIOD-SALES - SP-PERIOD-RETURNS
           COMPUTE WS-COMM-GROSS-PROFIT =
                   (SP-PERIOD-SALES - SP-PERIOD-COST)
                   - (SP-PERIOD-RETURNS - SP-PERIOD-RETURN-COST)

           IF WS-COMM-NET-SALES NOT = ZEROES
              COMPUTE WS-MARGIN-PCT ROUNDED =
                      (WS-COMM-GROSS-PROFIT / WS-COMM-NET-SALES)
                      * 100
           ELSE
              MOVE ZEROES TO WS-MARGIN-PCT
           END-IF

           MOVE SP-EMPLOYEE-ID TO WS-COMM-EMPLOYEE-ID
           MOVE SP-EMPLOYEE-NAME TO WS-COMM-EMPLOYEE-NAME
           MOVE SP-PERIOD-SALES TO WS-COMM-SALES-OUT
           MOVE SP-PERIOD-RETURNS TO WS-COMM-RETURNS-OUT
           MOVE WS-COMM-GROSS-PROFIT TO WS-COMM-PROFIT-OUT
           MOVE WS-MARGIN-PCT TO WS-COMM-PCT-OUT
           MOVE SP-PERIOD-KIT-SALES TO WS-COMM-KIT-OUT
           MOVE SP-PERIOD-CHARGE-SALES TO WS-COMM-CHARGE-OUT
           MOVE SP-PERIOD-COMMISSION TO WS-COMM-COMMISSION-OUT

           WRITE COMMISSION-REPORT-RECORD FROM WS-COMMISSION-DETAIL

           ADD SP-PERIOD-SALES TO WS-COMM-TOT-SALES
           ADD SP-PERIOD-RETURNS TO WS-COMM-TOT-RETURNS
           ADD WS-COMM-GROSS-PROFIT TO WS-COMM-TOT-PROFIT
           ADD WS-COMM-NET-SALES TO WS-COMM-TOT-NET-SALES
           ADD SP-PERIOD-KIT-SALES TO WS-COMM-TOT-KIT
           ADD SP-PERIOD-CHARGE-SALES TO WS-COMM-TOT-CHARGE
           ADD SP-PERIOD-COMMISSION TO WS-COMM-TOT-COMMISSION

           IF WS-COMM-PERIOD-CLOSE
              IF SP-PERIOD-COMMISSION NOT = ZEROES
                 PERFORM 3924-WRITE-PAYROLL-EXTRACT
              END-IF

              ADD SP-PERIOD-COMMISSION TO SP-YTD-COMMISSION

              MOVE ZEROES TO SP-PERIOD-START-DATE
              MOVE ZEROES TO SP-PERIOD-SALES
              MOVE ZEROES TO SP-PERIOD-COST
              MOVE ZEROES TO SP-PERIOD-RETURNS
              MOVE ZEROES TO SP-PERIOD-RETURN-COST
              MOVE ZEROES TO SP-PERIOD-KIT-SALES
              MOVE ZEROES TO SP-PERIOD-CHARGE-SALES
              MOVE ZEROES TO SP-PERIOD-COMMISSION
              MOVE ZEROES TO SP-PERIOD-SALE-COUNT
              MOVE ZEROES TO SP-PERIOD-RETURN-COUNT

              REWRITE SALESPERSON-RECORD
           END-IF
           .

       3924-WRITE-PAYROLL-EXTRACT.
           MOVE SPACES TO PAYROLL-EXTRACT-RECORD
           MOVE SP-EMPLOYEE-ID TO PX-EMPLOYEE-ID
           MOVE SP-EMPLOYEE-NAME TO PX-EMPLOYEE-NAME

           IF SP-PERIOD-START-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO PX-PERIOD-START-DATE
           ELSE
              MOVE SP-PERIOD-START-DATE TO PX-PERIOD-START-DATE
           END-IF

           MOVE WS-CURRENT-DATE TO PX-PERIOD-END-DATE
           MOVE 'COMM' TO PX-EARNINGS-CODE
           MOVE SP-PERIOD-COMMISSION TO PX-COMMISSION-AMOUNT

           WRITE PAYROLL-EXTRACT-RECORD

           ADD 1 TO WS-PAYROLL-RECORDS
           ADD SP-PERIOD-COMMISSION TO WS-COMM-EXTRACT-TOTAL
           .

       3930-CORE-RECONCILIATION-REPORT.
           WRITE CORE-RECON-REPORT-RECORD FROM WS-CORE-RECON-HEADER1
           WRITE CORE-RECON-REPORT-RECORD FROM WS-CORE-RECON-HEADER2

           MOVE ZEROES TO WS-CB-TOT-RECEIVED
           MOVE ZEROES TO WS-CB-TOT-ON-HAND
           MOVE ZEROES TO WS-CB-TOT-RETURNED
           MOVE ZEROES TO WS-CB-TOT-CREDITED
           MOVE ZEROES TO WS-CB-TOT-EXPECTED
           MOVE ZEROES TO WS-CB-TOT-RECEIVED-AMT
           MOVE ZEROES TO WS-CB-TOT-OUTSTANDING

           MOVE 'N' TO WS-CB-EOF-FLAG
           MOVE LOW-VALUES TO CB-PART-NUMBER

           START CORE-BANK-FILE KEY >= CB-PART-NUMBER
               INVALID KEY
                   SET WS-CB-EOF TO TRUE
           END-START

           IF NOT WS-CB-EOF
              READ CORE-BANK-FILE NEXT
                  AT END SET WS-CB-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-CB-EOF
              COMPUTE WS-CB-OUTSTANDING =
                      CB-CREDIT-EXPECTED - CB-CREDIT-RECEIVED

              MOVE CB-PART-NUMBER TO WS-CREC-PART-NUMBER
              MOVE CB-CORES-RECEIVED TO WS-CREC-RECEIVED
              MOVE CB-CORES-ON-HAND TO WS-CREC-ON-HAND
              MOVE CB-CORES-RETURNED TO WS-CREC-RETURNED
              MOVE CB-CORES-CREDITED TO WS-CREC-CREDITED
              MOVE CB-CREDIT-EXPECTED TO WS-CREC-EXPECTED
              MOVE CB-CREDIT-RECEIVED TO WS-CREC-CREDIT-RECEIVED
              MOVE WS-CB-OUTSTANDING TO WS-CREC-OUTSTANDING

              WRITE CORE-RECON-REPORT-RECORD FROM WS-CORE-RECON-DETAIL

              ADD CB-CORES-RECEIVED TO WS-CB-TOT-RECEIVED
              ADD CB-CORES-ON-HAND TO WS-CB-TOT-ON-HAND
              ADD CB-CORES-RETURNED TO WS-CB-TOT-RETURNED
              ADD CB-CORES-CREDITED TO WS-CB-TOT-CREDITED
              ADD CB-CREDIT-EXPECTED TO WS-CB-TOT-EXPECTED
              ADD CB-CREDIT-RECEIVED TO WS-CB-TOT-RECEIVED-AMT
              ADD WS-CB-OUTSTANDING TO WS-CB-TOT-OUTSTANDING

              READ CORE-BANK-FILE NEXT
                  AT END SET WS-CB-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE 'TOTALS' TO WS-CREC-PART-NUMBER
           MOVE WS-CB-TOT-RECEIVED TO WS-CREC-RECEIVED
           MOVE WS-CB-TOT-ON-HAND TO WS-CREC-ON-HAND
           MOVE WS-CB-TOT-RETURNED TO WS-CREC-RETURNED
           MOVE WS-CB-TOT-CREDITED TO WS-CREC-CREDITED
           MOVE WS-CB-TOT-EXPECTED TO WS-CREC-EXPECTED
           MOVE WS-CB-TOT-RECEIVED-AMT TO WS-CREC-CREDIT-RECEIVED
           MOVE WS-CB-TOT-OUTSTANDING TO WS-CREC-OUTSTANDING

           WRITE CORE-RECON-REPORT-RECORD FROM SPACES
           WRITE CORE-RECON-REPORT-RECORD FROM WS-CORE-RECON-DETAIL
           .

       3940-WARRANTY-CLAIM-SUBMISSION.
           WRITE CLAIM-SUBMIT-REPORT-RECORD FROM WS-CLAIM-SUBMIT-HEADER1

           MOVE SPACES TO WS-VC-PREV-MANUFACTURER
           MOVE ZEROES TO WS-VC-MFR-COUNT
           MOVE ZEROES TO WS-VC-MFR-AMOUNT
           MOVE ZEROES TO WS-VC-GRAND-COUNT
           MOVE ZEROES TO WS-VC-GRAND-AMOUNT

           MOVE 'N' TO WS-VC-EOF-FLAG
           MOVE LOW-VALUES TO VC-CLAIM-KEY

           START VENDOR-CLAIM-FILE KEY >= VC-CLAIM-KEY
               INVALID KEY
                   SET WS-VC-EOF TO TRUE
           END-START

           IF NOT WS-VC-EOF
              READ VENDOR-CLAIM-FILE NEXT
                  AT END SET WS-VC-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-VC-EOF
              IF VC-CLAIM-OPEN
                 IF VC-MANUFACTURER NOT = WS-VC-PREV-MANUFACTURER
                    IF WS-VC-PREV-MANUFACTURER NOT = SPACES
                       PERFORM 3943-WRITE-SUBMIT-MFR-TOTAL
                    END-IF
                    MOVE VC-MANUFACTURER TO WS-VC-PREV-MANUFACTURER
                    MOVE VC-MANUFACTURER TO WS-CSUB-MANUFACTURER
                    WRITE CLAIM-SUBMIT-REPORT-RECORD FROM SPACES
                    WRITE CLAIM-SUBMIT-REPORT-RECORD
                          FROM WS-CLAIM-SUBMIT-MFR-LINE
                    WRITE CLAIM-SUBMIT-REPORT-RECORD
                          FROM WS-CLAIM-SUBMIT-HEADER2
                 END-IF

                 PERFORM 3942-SUBMIT-ONE-CLAIM
              END-IF

              READ VENDOR-CLAIM-FILE NEXT
                  AT END SET WS-VC-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-VC-PREV-MANUFACTURER NOT = SPACES
              PERFORM 3943-WRITE-SUBMIT-MFR-TOTAL
           END-IF

           WRITE CLAIM-SUBMIT-REPORT-RECORD FROM SPACES
           MOVE 'ALL MANUFACTURERS' TO WS-CSUB-TOTAL-LABEL
           MOVE WS-VC-GRAND-COUNT TO WS-CSUB-TOTAL-COUNT
           MOVE WS-VC-GRAND-AMOUNT TO WS-CSUB-TOTAL-AMOUNT
           WRITE CLAIM-SUBMIT-REPORT-RECORD
                 FROM WS-CLAIM-SUBMIT-TOTAL-LINE
           .

       3942-SUBMIT-ONE-CLAIM.
           MOVE VC-PART-NUMBER TO WS-CSUB-PART-NUMBER
           MOVE VC-INVOICE-NUMBER TO WS-CSUB-INVOICE

           MOVE SPACES TO WS-CSUB-CLAIM-DATE
           STRING VC-CLAIM-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  VC-CLAIM-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  VC-CLAIM-DAY DELIMITED BY SIZE
                  INTO WS-CSUB-CLAIM-DATE

           MOVE VC-QUANTITY TO WS-CSUB-QUANTITY
           MOVE VC-UNIT-COST TO WS-CSUB-UNIT-COST
           MOVE VC-CLAIM-AMOUNT TO WS-CSUB-AMOUNT

           WRITE CLAIM-SUBMIT-REPORT-RECORD FROM WS-CLAIM-SUBMIT-DETAIL

           SET VC-CLAIM-SUBMITTED TO TRUE
           MOVE WS-CURRENT-DATE TO VC-SUBMIT-DATE

           REWRITE VENDOR-CLAIM-RECORD

           ADD 1 TO WS-VC-MFR-COUNT
           ADD VC-CLAIM-AMOUNT TO WS-VC-MFR-AMOUNT
           ADD 1 TO WS-VC-GRAND-COUNT
           ADD VC-CLAIM-AMOUNT TO WS-VC-GRAND-AMOUNT
           ADD 1 TO WS-VENDOR-CLAIMS-SUBMITTED
           .

       3943-WRITE-SUBMIT-MFR-TOTAL.
           MOVE 'MANUFACTURER TOTAL' TO WS-CSUB-TOTAL-LABEL
           MOVE WS-VC-MFR-COUNT TO WS-CSUB-TOTAL-COUNT
           MOVE WS-VC-MFR-AMOUNT TO WS-CSUB-TOTAL-AMOUNT

           WRITE CLAIM-SUBMIT-REPORT-RECORD
                 FROM WS-CLAIM-SUBMIT-TOTAL-LINE

           MOVE ZEROES TO WS-VC-MFR-COUNT
           MOVE ZEROES TO WS-VC-MFR-AMOUNT
           .

       3945-WARRANTY-CLAIM-AGING.
           WRITE CLAIM-AGING-REPORT-RECORD FROM WS-CLAIM-AGING-HEADER1
           WRITE CLAIM-AGING-REPORT-RECORD FROM WS-CLAIM-AGING-HEADER2

           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 3962-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-JD-CURRENT-JULIAN

           MOVE SPACES TO WS-VC-PREV-MANUFACTURER
           MOVE ZEROES TO WS-VC-MFR-COUNT
           MOVE ZEROES TO WS-VC-GRAND-COUNT
           MOVE ZEROES TO WS-VC-AGE-30
           MOVE ZEROES TO WS-VC-AGE-60
           MOVE ZEROES TO WS-VC-AGE-90
           MOVE ZEROES TO WS-VC-AGE-OVER
           MOVE ZEROES TO WS-VC-GRAND-30
           MOVE ZEROES TO WS-VC-GRAND-60
           MOVE ZEROES TO WS-VC-GRAND-90
           MOVE ZEROES TO WS-VC-GRAND-OVER

           MOVE 'N' TO WS-VC-EOF-FLAG
           MOVE LOW-VALUES TO VC-CLAIM-KEY

           START VENDOR-CLAIM-FILE KEY >= VC-CLAIM-KEY
               INVALID KEY
                   SET WS-VC-EOF TO TRUE
           END-START

           IF NOT WS-VC-EOF
              READ VENDOR-CLAIM-FILE NEXT
                  AT END SET WS-VC-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-VC-EOF
              IF NOT VC-CLAIM-CREDITED
                 IF VC-MANUFACTURER NOT = WS-VC-PREV-MANUFACTURER
                    IF WS-VC-PREV-MANUFACTURER NOT = SPACES
                       PERFORM 3948-WRITE-CLAIM-AGING-LINE
                    END-IF
                    MOVE VC-MANUFACTURER TO WS-VC-PREV-MANUFACTURER
                 END-IF

                 PERFORM 3947-AGE-ONE-CLAIM
              END-IF

              READ VENDOR-CLAIM-FILE NEXT
                  AT END SET WS-VC-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-VC-PREV-MANUFACTURER NOT = SPACES
              PERFORM 3948-WRITE-CLAIM-AGING-LINE
           END-IF

           MOVE 'ALL MANUFACTURERS' TO WS-CAGE-MANUFACTURER
           MOVE WS-VC-GRAND-COUNT TO WS-CAGE-COUNT
           MOVE WS-VC-GRAND-30 TO WS-CAGE-30
           MOVE WS-VC-GRAND-60 TO WS-CAGE-60
           MOVE WS-VC-GRAND-90 TO WS-CAGE-90
           MOVE WS-VC-GRAND-OVER TO WS-CAGE-OVER
           COMPUTE WS-VC-GRAND-AMOUNT = WS-VC-GRAND-30 +
                   WS-VC-GRAND-60 + WS-VC-GRAND-90 + WS-VC-GRAND-OVER
           MOVE WS-VC-GRAND-AMOUNT TO WS-CAGE-TOTAL

           WRITE CLAIM-AGING-REPORT-RECORD FROM SPACES
           WRITE CLAIM-AGING-REPORT-RECORD FROM WS-CLAIM-AGING-DETAIL
           .

       3947-AGE-ONE-CLAIM.
           MOVE VC-CLAIM-YEAR TO WS-JD-YEAR
           MOVE VC-CLAIM-MONTH TO WS-JD-MONTH
           MOVE VC-CLAIM-DAY TO WS-JD-DAY
           PERFORM 3962-COMPUTE-JULIAN-DAY

           COMPUTE WS-VC-DAYS-OUT =
                   WS-JD-CURRENT-JULIAN - WS-JD-RESULT

           EVALUATE TRUE
               WHEN WS-VC-DAYS-OUT > 90
                   ADD VC-CLAIM-AMOUNT TO WS-VC-AGE-OVER
                   ADD VC-CLAIM-AMOUNT TO WS-VC-GRAND-OVER
               WHEN WS-VC-DAYS-OUT > 60
                   ADD VC-CLAIM-AMOUNT TO WS-VC-AGE-90
                   ADD VC-CLAIM-AMOUNT TO WS-VC-GRAND-90
               WHEN WS-VC-DAYS-OUT > 30
                   ADD VC-CLAIM-AMOUNT TO WS-VC-AGE-60
                   ADD VC-CLAIM-AMOUNT TO WS-VC-GRAND-60
               WHEN OTHER
                   ADD VC-CLAIM-AMOUNT TO WS-VC-AGE-30
                   ADD VC-CLAIM-AMOUNT TO WS-VC-GRAND-30
           END-EVALUATE

           ADD 1 TO WS-VC-MFR-COUNT
           ADD 1 TO WS-VC-GRAND-COUNT
           .

       3948-WRITE-CLAIM-AGING-LINE.
           MOVE WS-VC-PREV-MANUFACTURER TO WS-CAGE-MANUFACTURER
           MOVE WS-VC-MFR-COUNT TO WS-CAGE-COUNT
           MOVE WS-VC-AGE-30 TO WS-CAGE-30
           MOVE WS-VC-AGE-60 TO WS-CAGE-60
           MOVE WS-VC-AGE-90 TO WS-CAGE-90
           MOVE WS-VC-AGE-OVER TO WS-CAGE-OVER
           COMPUTE WS-VC-MFR-AMOUNT = WS-VC-AGE-30 + WS-VC-AGE-60 +
                   WS-VC-AGE-90 + WS-VC-AGE-OVER
           MOVE WS-VC-MFR-AMOUNT TO WS-CAGE-TOTAL

           WRITE CLAIM-AGING-REPORT-RECORD FROM WS-CLAIM-AGING-DETAIL

           MOVE ZEROES TO WS-VC-MFR-COUNT
           MOVE ZEROES TO WS-VC-AGE-30
           MOVE ZEROES TO WS-VC-AGE-60
           MOVE ZEROES TO WS-VC-AGE-90
           MOVE ZEROES TO WS-VC-AGE-OVER
           .

       3950-GENERATE-MARGIN-REPORT.
           WRITE MARGIN-REPORT-RECORD FROM WS-MARGIN-DETAIL
           .

       3961-CHECK-MONTH-END.
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

       3962-COMPUTE-JULIAN-DAY.
           COMPUTE WS-JD-A = (14 - WS-JD-MONTH) / 12
           COMPUTE WS-JD-Y2 = WS-JD-YEAR + 4800 - WS-JD-A
           COMPUTE WS-JD-M2 = WS-JD-MONTH + (12 * WS-JD-A) - 3
           COMPUTE WS-JD-RESULT =
               WS-JD-DAY
               + (((153 * WS-JD-M2) + 2) / 5)
               + (365 * WS-JD-Y2)
               + (WS-JD-Y2 / 4)
               - (WS-JD-Y2 / 100)
               + (WS-JD-Y2 / 400)
               - 32045
           .

       3965-GENERATE-CUSTOMER-STATEMENTS.
           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 3962-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-JD-CURRENT-JULIAN

           MOVE SPACES TO WS-FC-INVOICE-NUMBER
           MOVE 'FC' TO WS-FC-INVOICE-NUMBER(1:2)
           MOVE WS-CURRENT-DATE(1:6) TO WS-FC-INVOICE-NUMBER(3:6)

           MOVE 'N' TO WS-AR-CUST-EOF-FLAG
           MOVE LOW-VALUES TO CU-ACCOUNT-NUMBER

           START CUSTOMER-MASTER-FILE KEY >= CU-ACCOUNT-NUMBER
               INVALID KEY
                   SET WS-AR-CUST-EOF TO TRUE
           END-START

           IF NOT WS-AR-CUST-EOF
              READ CUSTOMER-MASTER-FILE NEXT
                  AT END SET WS-AR-CUST-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-AR-CUST-EOF
              PERFORM 3966-STATEMENT-ONE-ACCOUNT

              READ CUSTOMER-MASTER-FILE NEXT
                  AT END SET WS-AR-CUST-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3966-STATEMENT-ONE-ACCOUNT.
           MOVE CU-ACCOUNT-NUMBER TO WS-AR-WORK-ACCOUNT
           MOVE ZEROES TO WS-AR-BUCKET-CURRENT
           MOVE ZEROES TO WS-AR-BUCKET-30
           MOVE ZEROES TO WS-AR-BUCKET-60
           MOVE ZEROES TO WS-AR-BUCKET-90
           MOVE ZEROES TO WS-FC-PAST-DUE-BASE
           MOVE ZEROES TO WS-FC-AMOUNT
           MOVE ZEROES TO WS-STMT-MONTH-CHARGES
           MOVE ZEROES TO WS-STMT-MONTH-PAYMENTS
           MOVE ZEROES TO WS-STMT-ITEM-COUNT
           MOVE 'N' TO WS-FC-POSTED-FLAG

           PERFORM 3967-ACCUMULATE-STATEMENT-ITEMS
           PERFORM 3968-ACCUMULATE-STATEMENT-PAYMENTS

           IF CU-CURRENT-BALANCE NOT = ZEROES
              OR WS-STMT-ITEM-COUNT > ZEROES
              COMPUTE WS-STMT-OPENING-BALANCE =
                      CU-CURRENT-BALANCE - WS-STMT-MONTH-CHARGES
                      - WS-FC-AMOUNT + WS-STMT-MONTH-PAYMENTS

              IF NOT WS-FC-POSTED
                 AND WS-FC-PAST-DUE-BASE > ZEROES
                 COMPUTE WS-FC-AMOUNT ROUNDED =
                         WS-FC-PAST-DUE-BASE * WS-FC-MONTHLY-RATE / 100
                 IF WS-FC-AMOUNT < WS-FC-MINIMUM-CHARGE
                    MOVE WS-FC-MINIMUM-CHARGE TO WS-FC-AMOUNT
                 END-IF
                 PERFORM 3969-POST-FINANCE-CHARGE
              END-IF

              PERFORM 3971-WRITE-CUSTOMER-STATEMENT

              ADD 1 TO WS-STATEMENTS-PRODUCED
           END-IF
           .

       3967-ACCUMULATE-STATEMENT-ITEMS.
           MOVE 'N' TO WS-AR-ITEM-EOF-FLAG
           MOVE WS-AR-WORK-ACCOUNT TO AR-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER

           START AR-OPEN-ITEM-FILE KEY >= AR-ITEM-KEY
               INVALID KEY
                   SET WS-AR-ITEM-EOF TO TRUE
           END-START

           IF NOT WS-AR-ITEM-EOF
              READ AR-OPEN-ITEM-FILE NEXT
                  AT END SET WS-AR-ITEM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-AR-ITEM-EOF
                   OR AR-ACCOUNT-NUMBER NOT = WS-AR-WORK-ACCOUNT
              IF AR-INVOICE-NUMBER = WS-FC-INVOICE-NUMBER
                 SET WS-FC-POSTED TO TRUE
                 MOVE AR-ORIGINAL-AMOUNT TO WS-FC-AMOUNT
              ELSE
                 IF AR-INV-YEAR = WS-CURRENT-YEAR
                    AND AR-INV-MONTH = WS-CURRENT-MONTH
                    ADD AR-ORIGINAL-AMOUNT TO WS-STMT-MONTH-CHARGES
                    ADD 1 TO WS-STMT-ITEM-COUNT
                 END-IF
              END-IF

              IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
                 COMPUTE WS-AR-AGE-MONTHS =
                    (WS-CURRENT-YEAR - AR-INV-YEAR) * 12 +
                    (WS-CURRENT-MONTH - AR-INV-MONTH)

                 EVALUATE TRUE
                     WHEN WS-AR-AGE-MONTHS >= 3
                         ADD AR-OPEN-AMOUNT TO WS-AR-BUCKET-90
                     WHEN WS-AR-AGE-MONTHS = 2
                         ADD AR-OPEN-AMOUNT TO WS-AR-BUCKET-60
                     WHEN WS-AR-AGE-MONTHS = 1
                         ADD AR-OPEN-AMOUNT TO WS-AR-BUCKET-30
                     WHEN OTHER
                         ADD AR-OPEN-AMOUNT TO WS-AR-BUCKET-CURRENT
                 END-EVALUATE

                 IF NOT AR-FINANCE-CHARGE-ITEM
                    MOVE AR-INV-YEAR TO WS-JD-YEAR
                    MOVE AR-INV-MONTH TO WS-JD-MONTH
                    MOVE AR-INV-DAY TO WS-JD-DAY
                    PERFORM 3962-COMPUTE-JULIAN-DAY

                    COMPUTE WS-STMT-DAYS-OUT =
                            WS-JD-CURRENT-JULIAN - WS-JD-RESULT

                    IF WS-STMT-DAYS-OUT > CU-TERMS-DAYS
                       ADD AR-OPEN-AMOUNT TO WS-FC-PAST-DUE-BASE
                    END-IF
                 END-IF
              END-IF

              READ AR-OPEN-ITEM-FILE NEXT
                  AT END SET WS-AR-ITEM-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3968-ACCUMULATE-STATEMENT-PAYMENTS.
           MOVE 'N' TO WS-STMT-PAY-EOF-FLAG
           MOVE WS-AR-WORK-ACCOUNT TO PH-ACCOUNT-NUMBER
           MOVE WS-CURRENT-YEAR TO PH-PAY-YEAR
           MOVE WS-CURRENT-MONTH TO PH-PAY-MONTH
           MOVE ZEROES TO PH-PAY-DAY
           MOVE LOW-VALUES TO PH-REFERENCE-NUMBER

           START AR-PAYMENT-HISTORY-FILE KEY >= PH-PAYMENT-KEY
               INVALID KEY
                   SET WS-STMT-PAY-EOF TO TRUE
           END-START

           IF NOT WS-STMT-PAY-EOF
              READ AR-PAYMENT-HISTORY-FILE NEXT
                  AT END SET WS-STMT-PAY-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-STMT-PAY-EOF
                   OR PH-ACCOUNT-NUMBER NOT = WS-AR-WORK-ACCOUNT
                   OR PH-PAY-YEAR NOT = WS-CURRENT-YEAR
                   OR PH-PAY-MONTH NOT = WS-CURRENT-MONTH
              ADD PH-PAYMENT-AMOUNT TO WS-STMT-MONTH-PAYMENTS
              ADD 1 TO WS-STMT-ITEM-COUNT

              READ AR-PAYMENT-HISTORY-FILE NEXT
                  AT END SET WS-STMT-PAY-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3969-POST-FINANCE-CHARGE.
           MOVE SPACES TO AR-OPEN-ITEM-RECORD
           MOVE WS-AR-WORK-ACCOUNT TO AR-ACCOUNT-NUMBER
           MOVE WS-FC-INVOICE-NUMBER TO AR-INVOICE-NUMBER
           MOVE WS-CURRENT-DATE TO AR-INVOICE-DATE
           MOVE WS-FC-AMOUNT TO AR-ORIGINAL-AMOUNT
           MOVE WS-FC-AMOUNT TO AR-OPEN-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           SET AR-FINANCE-CHARGE-ITEM TO TRUE

           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE ZEROES TO WS-FC-AMOUNT
               NOT INVALID KEY
                   SET WS-FC-POSTED TO TRUE
                   ADD WS-FC-AMOUNT TO CU-CURRENT-BALANCE
                   ADD WS-FC-AMOUNT TO WS-AR-BUCKET-CURRENT

                   REWRITE CUSTOMER-MASTER-RECORD

                   MOVE WS-AR-WORK-ACCOUNT TO WS-IVR-ACCOUNT
                   MOVE WS-FC-INVOICE-NUMBER TO WS-IVR-INVOICE
                   MOVE 'FINANCE CHARGE' TO WS-IVR-PART-NUMBER
                   MOVE ZEROES TO WS-IVR-QUANTITY
                   MOVE WS-FC-AMOUNT TO WS-IVR-AMOUNT
                   MOVE CU-CURRENT-BALANCE TO WS-IVR-NEW-BALANCE
                   MOVE SPACES TO WS-IVR-WARNING

                   WRITE INVOICE-REGISTER-RECORD
                         FROM WS-INVOICE-REG-DETAIL

                   ADD WS-FC-AMOUNT TO WS-FC-TOTAL
                   ADD 1 TO WS-FINANCE-CHARGES-POSTED
           END-WRITE
           .

       3971-WRITE-CUSTOMER-STATEMENT.
           MOVE CU-ACCOUNT-NUMBER TO WS-STMT-ACCOUNT
           MOVE CU-ACCOUNT-NAME TO WS-STMT-NAME
           MOVE CU-TERMS-DAYS TO WS-STMT-TERMS
           MOVE CU-CREDIT-LIMIT TO WS-STMT-LIMIT

           WRITE CUSTOMER-STATEMENT-RECORD FROM WS-STATEMENT-HEADER1
           WRITE CUSTOMER-STATEMENT-RECORD
                 FROM WS-STATEMENT-ACCOUNT-LINE
           WRITE CUSTOMER-STATEMENT-RECORD FROM SPACES
           WRITE CUSTOMER-STATEMENT-RECORD FROM WS-STATEMENT-HEADER2

           MOVE 'OPENING BALANCE' TO WS-STMT-BALANCE-LABEL
           MOVE WS-STMT-OPENING-BALANCE TO WS-STMT-BALANCE
           WRITE CUSTOMER-STATEMENT-RECORD
                 FROM WS-STATEMENT-BALANCE-LINE

           PERFORM 3972-LIST-STATEMENT-CHARGES
           PERFORM 3973-LIST-STATEMENT-PAYMENTS

           IF WS-FC-POSTED
              MOVE WS-FORMATTED-DATE TO WS-STMT-DATE
              MOVE WS-FC-INVOICE-NUMBER TO WS-STMT-REFERENCE
              MOVE 'FINANCE CHARGE' TO WS-STMT-DESCRIPTION
              MOVE WS-FC-AMOUNT TO WS-STMT-CHARGE
              MOVE ZEROES TO WS-STMT-PAYMENT
              WRITE CUSTOMER-STATEMENT-RECORD
                    FROM WS-STATEMENT-DETAIL
           END-IF

           MOVE 'AMOUNT DUE' TO WS-STMT-BALANCE-LABEL
           MOVE CU-CURRENT-BALANCE TO WS-STMT-BALANCE
           WRITE CUSTOMER-STATEMENT-RECORD
                 FROM WS-STATEMENT-BALANCE-LINE

           MOVE WS-AR-BUCKET-CURRENT TO WS-STMT-AGE-CURRENT
           MOVE WS-AR-BUCKET-30 TO WS-STMT-AGE-30
           MOVE WS-AR-BUCKET-60 TO WS-STMT-AGE-60
           MOVE WS-AR-BUCKET-90 TO WS-STMT-AGE-90
           WRITE CUSTOMER-STATEMENT-RECORD FROM WS-STATEMENT-AGING-LINE

           WRITE CUSTOMER-STATEMENT-RECORD FROM SPACES
           .

       3972-LIST-STATEMENT-CHARGES.
           MOVE 'N' TO WS-AR-ITEM-EOF-FLAG
           MOVE WS-AR-WORK-ACCOUNT TO AR-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER

           START AR-OPEN-ITEM-FILE KEY >= AR-ITEM-KEY
               INVALID KEY
                   SET WS-AR-ITEM-EOF TO TRUE
           END-START

           IF NOT WS-AR-ITEM-EOF
              READ AR-OPEN-ITEM-FILE NEXT
                  AT END SET WS-AR-ITEM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-AR-ITEM-EOF
                   OR AR-ACCOUNT-NUMBER NOT = WS-AR-WORK-ACCOUNT
              IF AR-INV-YEAR = WS-CURRENT-YEAR
                 AND AR-INV-MONTH = WS-CURRENT-MONTH
                 AND AR-INVOICE-NUMBER NOT = WS-FC-INVOICE-NUMBER
                 MOVE SPACES TO WS-STMT-DATE
                 STRING AR-INV-YEAR DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        AR-INV-MONTH DELIMITED BY SIZE
                        '-' DELIMITED BY SIZE
                        AR-INV-DAY DELIMITED BY SIZE
                        INTO WS-STMT-DATE
                 MOVE AR-INVOICE-NUMBER TO WS-STMT-REFERENCE

                 IF AR-FINANCE-CHARGE-ITEM
                    MOVE 'FINANCE CHARGE' TO WS-STMT-DESCRIPTION
                 ELSE
                    MOVE 'INVOICE' TO WS-STMT-DESCRIPTION
                 END-IF

                 MOVE AR-ORIGINAL-AMOUNT TO WS-STMT-CHARGE
                 MOVE ZEROES TO WS-STMT-PAYMENT

                 WRITE CUSTOMER-STATEMENT-RECORD
                       FROM WS-STATEMENT-DETAIL
              END-IF

              READ AR-OPEN-ITEM-FILE NEXT
                  AT END SET WS-AR-ITEM-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3973-LIST-STATEMENT-PAYMENTS.
           MOVE 'N' TO WS-STMT-PAY-EOF-FLAG
           MOVE WS-AR-WORK-ACCOUNT TO PH-ACCOUNT-NUMBER
           MOVE WS-CURRENT-YEAR TO PH-PAY-YEAR
           MOVE WS-CURRENT-MONTH TO PH-PAY-MONTH
           MOVE ZEROES TO PH-PAY-DAY
           MOVE LOW-VALUES TO PH-REFERENCE-NUMBER

           START AR-PAYMENT-HISTORY-FILE KEY >= PH-PAYMENT-KEY
               INVALID KEY
                   SET WS-STMT-PAY-EOF TO TRUE
           END-START

           IF NOT WS-STMT-PAY-EOF
              READ AR-PAYMENT-HISTORY-FILE NEXT
                  AT END SET WS-STMT-PAY-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-STMT-PAY-EOF
                   OR PH-ACCOUNT-NUMBER NOT = WS-AR-WORK-ACCOUNT
                   OR PH-PAY-YEAR NOT = WS-CURRENT-YEAR
                   OR PH-PAY-MONTH NOT = WS-CURRENT-MONTH
              MOVE SPACES TO WS-STMT-DATE
              STRING PH-PAY-YEAR DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     PH-PAY-MONTH DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     PH-PAY-DAY DELIMITED BY SIZE
                     INTO WS-STMT-DATE
              MOVE PH-REFERENCE-NUMBER TO WS-STMT-REFERENCE
              MOVE 'PAYMENT - THANK YOU' TO WS-STMT-DESCRIPTION
              MOVE ZEROES TO WS-STMT-CHARGE
              MOVE PH-PAYMENT-AMOUNT TO WS-STMT-PAYMENT

              WRITE CUSTOMER-STATEMENT-RECORD
                    FROM WS-STATEMENT-DETAIL

              READ AR-PAYMENT-HISTORY-FILE NEXT
                  AT END SET WS-STMT-PAY-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3970-GENERATE-AR-AGING-REPORT.
           WRITE AR-AGING-REPORT-RECORD FROM WS-AR-AGING-HEADER1
           WRITE AR-AGING-REPORT-RECORD FROM WS-AR-AGING-HEADER2
           ADD 1 TO WS-KITS-LISTED
           .

       3996-WRITE-BALANCING-REPORT.
           MOVE WS-BATCH-HEADER-DATE TO WS-BAL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-BAL-RUN-DATE

           IF WS-RUN-ABORT
              MOVE WS-EDIT-RECORD-COUNT TO WS-BAL-INPUT-COUNT
              MOVE WS-EDIT-QUANTITY-HASH TO WS-BAL-INPUT-QUANTITY
              MOVE WS-EDIT-AMOUNT-HASH TO WS-BAL-INPUT-AMOUNT
              MOVE ZEROES TO WS-BAL-UNACCOUNTED
           ELSE
              COMPUTE WS-BAL-UNACCOUNTED = WS-BAL-INPUT-COUNT
                      - WS-BAL-PROCESSED - WS-BAL-REJECTED
                      - WS-BAL-SUSPENDED - WS-BAL-SKIPPED
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
           MOVE 'RECORDS SUSPENDED (BACKORDER)' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-SUSPENDED TO WS-BAL-DISP-COUNT
           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-DISP-LINE
           MOVE 'RECORDS SKIPPED ON RESTART' TO WS-BAL-DISP-LABEL
           MOVE WS-BAL-SKIPPED TO WS-BAL-DISP-COUNT
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
                 DISPLAY 'TRANFILE OUT OF BALANCE AT END OF RUN'
              END-IF
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-STATUS-LINE
           .

       4000-TERMINATION.
           IF NOT WS-RUN-ABORT
              OPEN OUTPUT CHECKPOINT-FILE
              MOVE ZEROES TO CP-TRANS-COUNT
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF

           MOVE WS-TRANS-READ TO WS-SUM-TRANS-READ
           MOVE WS-TRANS-PROCESSED TO WS-SUM-TRANS-PROCESSED
           MOVE WS-KIT-SALES TO WS-SUM-KIT-SALES
           MOVE WS-MATRIX-MAINTS TO WS-SUM-MATRIX-MAINTS
           MOVE WS-OVERRIDE-EXCEPTIONS TO WS-SUM-OVERRIDES
           MOVE WS-STATEMENTS-PRODUCED TO WS-SUM-STATEMENTS
           MOVE WS-FC-TOTAL TO WS-SUM-FINANCE-CHARGES
           MOVE WS-VENDOR-CLAIMS-FILED TO WS-SUM-VENDOR-CLAIMS
           MOVE WS-VENDOR-CLAIMS-SUBMITTED TO WS-SUM-CLAIMS-SUBMITTED
           MOVE WS-VC-CREDIT-TOTAL TO WS-SUM-VENDOR-CREDITS
           MOVE WS-CORES-BANKED TO WS-SUM-CORES-BANKED
           MOVE WS-CORES-RETURNED TO WS-SUM-CORES-RETURNED
           MOVE WS-CB-CREDIT-TOTAL TO WS-SUM-CORE-CREDITS
           MOVE WS-UNASSIGNED-SALES TO WS-SUM-UNASSIGNED-SALES
           MOVE WS-COMM-EXTRACT-TOTAL TO WS-SUM-COMM-EXTRACTED
           MOVE WS-FITMENTS-ADDED TO WS-SUM-FITMENTS-ADDED
           MOVE WS-FITMENTS-DELETED TO WS-SUM-FITMENTS-DELETED
           MOVE WS-FITMENTS-LOADED TO WS-SUM-FITMENTS-LOADED
           MOVE WS-FITMENTS-CONVERTED TO WS-SUM-FITMENTS-CONVERTED
           MOVE WS-CATALOG-REJECTS TO WS-SUM-CATALOG-REJECTS
           MOVE WS-LOCKBOX-APPLIED TO WS-SUM-LOCKBOX-APPLIED
           MOVE WS-LOCKBOX-UNAPPLIED TO WS-SUM-LOCKBOX-UNAPPLIED

           WRITE PARTS-REPORT-RECORD FROM SPACES
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-REPORT
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL25
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL26
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL27
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL28
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL29
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL30
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL31
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL32
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL33
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL34
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL35
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL36
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL37
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL38
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL39
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL40
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL41
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL42
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL43
           WRITE PARTS-REPORT-RECORD FROM WS-SUMMARY-DETAIL44

           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
              SET RC-RUN-COMPLETE TO TRUE
              MOVE RC-BUSINESS-DATE TO RC-LAST-RUN-DATE

              REWRITE RUN-CONTROL-RECORD
           END-IF

           CLOSE PARTS-MASTER-FILE
                 VEHICLE-MASTER-FILE
                 KIT-AVAIL-REPORT-FILE
                 PRICE-MATRIX-FILE
                 OVERRIDE-REPORT-FILE
                 AR-PAYMENT-HISTORY-FILE
                 CUSTOMER-STATEMENT-FILE
                 VENDOR-CLAIM-FILE
                 CLAIM-SUBMIT-REPORT-FILE
                 CLAIM-AGING-REPORT-FILE
                 CORE-BANK-FILE
                 CORE-RECON-REPORT-FILE
                 SALESPERSON-MASTER-FILE
                 COMMISSION-REPORT-FILE
                 PAYROLL-EXTRACT-FILE
                 FITMENT-FILE
                 UNAPPLIED-CASH-REPORT-FILE
                 LOCKBOX-HISTORY-FILE
                 RUN-CONTROL-FILE
                 BALANCE-REPORT-FILE
           .
