           SELECT TAX-MTD-FILE ASSIGN TO TAXMTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MTD-KEY
               FILE STATUS IS TAX-MTD-STATUS.

           SELECT RETAIL-PARAMETER-FILE ASSIGN TO RTLPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-PARAM-KEY
               FILE STATUS IS RETAIL-PARAMETER-STATUS.

           SELECT CASHIER-MASTER-FILE ASSIGN TO CASHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASHIER-ID
               FILE STATUS IS CASHIER-MASTER-STATUS.

           SELECT LP-EXCEPTION-FILE ASSIGN TO LPEXCPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LP-EXCEPTION-STATUS.

           SELECT LP-REPORT-FILE ASSIGN TO LPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LP-REPORT-STATUS.

           SELECT CARD-SETTLEMENT-FILE ASSIGN TO CARDSETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-SETTLE-KEY
               FILE STATUS IS CARD-SETTLEMENT-STATUS.

           SELECT SETTLEMENT-BATCH-FILE ASSIGN TO SETLBTCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLEMENT-BATCH-STATUS.

           SELECT PROCESSOR-FUNDING-FILE ASSIGN TO PROCFUND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSOR-FUNDING-STATUS.

           SELECT CARD-RECON-REPORT-FILE ASSIGN TO CARDRECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-RECON-STATUS.

           SELECT VENDOR-ACCRUAL-FILE ASSIGN TO VNDACCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-ACCRUAL-KEY
               FILE STATUS IS VENDOR-ACCRUAL-STATUS.

           SELECT BILLBACK-REPORT-FILE ASSIGN TO BILLBACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLBACK-REPORT-STATUS.

           SELECT BILLBACK-CLAIM-FILE ASSIGN TO BBCLAIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLBACK-CLAIM-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO STOREMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-NUMBER
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT STORE-INVENTORY-FILE ASSIGN TO STOREINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-STORE-KEY
               FILE STATUS IS STORE-INVENTORY-STATUS.

           SELECT PRICE-CHANGE-FILE ASSIGN TO PRICECHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRICE-CHANGE-STATUS.

           SELECT SHELF-LABEL-FILE ASSIGN TO SHELFLBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SHELF-LABEL-STATUS.

           SELECT SALE-SIGN-FILE ASSIGN TO SALESIGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALE-SIGN-STATUS.

           SELECT LABEL-REPORT-FILE ASSIGN TO LABELRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LABEL-REPORT-STATUS.

           SELECT STORE-RESTOCK-FILE ASSIGN TO POSRSTK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STORE-RESTOCK-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-RPT-STATUS.

           SELECT ROLLUP-SORT-FILE ASSIGN TO SORTWK.

           SELECT LP-SORT-FILE ASSIGN TO LPSORTWK.

           SELECT CARD-SORT-FILE ASSIGN TO CARDSRWK.

           SELECT LABEL-SORT-FILE ASSIGN TO LBLSRTWK.

       DATA DIVISION.
       FILE SECTION.
       
               10  PM-SALE-END-MONTH      PIC 9(2).
               10  PM-SALE-END-DAY        PIC 9(2).
           05  PM-TAX-GROUP               PIC X(4).
           05  PM-PENDING-RETAIL-PRICE    PIC S9(5)V99 COMP-3.
           05  PM-PENDING-PRICE-DATE      PIC 9(8).
           05  PM-FILLER                  PIC X(74).
           
       FD  SALES-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
               88  ST-LAYAWAY-CANCEL      VALUE 'X'.
               88  ST-LAYAWAY-PICKUP      VALUE 'K'.
               88  ST-LAYAWAY-TRANS      VALUES 'Y' 'P' 'X' 'K'.
               88  ST-BATCH-HEADER        VALUE '0'.
               88  ST-BATCH-TRAILER       VALUE '9'.
           05  ST-POINTS-TO-REDEEM        PIC 9(7) COMP-3.
           05  ST-ORIGINAL-TRANSACTION-ID PIC X(12).
           05  ST-STORE-NUMBER            PIC X(3).
           05  ST-FILLER                  PIC X(2).

       01  SALES-CONTROL-RECORD.
           05  FILLER                     PIC X(12).
           05  TC-BUSINESS-DATE           PIC 9(8).
           05  TC-RECORD-COUNT            PIC 9(7).
           05  TC-QUANTITY-HASH           PIC S9(11) COMP-3.
           05  TC-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(45).
           05  TC-RECORD-TYPE             PIC X.
           05  FILLER                     PIC X(25).
           
       FD  DAILY-SALES-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10  IU-TRANS-MONTH         PIC 9(2).
               10  IU-TRANS-DAY           PIC 9(2).
           05  IU-TRANSACTION-ID          PIC X(12).
           05  IU-STORE-NUMBER            PIC X(3).
           05  IU-FILLER                  PIC X(9).
           
       FD  TENDER-FILE
           LABEL RECORDS ARE STANDARD
           05  PR-START-DATE              PIC 9(8).
           05  PR-END-DATE                PIC 9(8).
           05  PR-PROMO-DESC              PIC X(20).
           05  PR-VENDOR-FUNDED           PIC X.
               88  PR-VENDOR-FUNDED-PROMO VALUE 'Y'.
           05  PR-FUNDING-BASIS           PIC X.
               88  PR-FUND-BY-RATE        VALUE 'R'.
               88  PR-FUND-BY-UNIT        VALUE 'U'.
           05  PR-FUNDING-RATE            PIC S9V9999 COMP-3.
           05  PR-FUNDING-AMOUNT          PIC S9(3)V99 COMP-3.
           05  PR-FILLER                  PIC X(7).

       FD  PROMO-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10  LY-EXTENDED-PRICE      PIC S9(7)V99 COMP-3.
           05  LY-TOTAL-DUE               PIC S9(7)V99 COMP-3.
           05  LY-DEPOSITS-PAID           PIC S9(7)V99 COMP-3.
           05  LY-STORE-NUMBER            PIC X(3).
           05  LY-FILLER                  PIC X(19).

       FD  LAYAWAY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  DC-REGISTER-NUMBER         PIC X(3).
           05  DC-CASHIER-ID              PIC X(5).
           05  DC-DECLARED-AMOUNT         PIC 9(7)V99.
           05  DC-STORE-NUMBER            PIC X(3).
           05  DC-FILLER                  PIC X(10).

       FD  DRAWER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  DRAWER-HISTORY-RECORD.
           05  DH-DRAWER-KEY.
               10  DH-STORE-NUMBER        PIC X(3).
               10  DH-REGISTER-NUMBER     PIC X(3).
               10  DH-CASHIER-ID          PIC X(5).
           05  DH-MTD-OVER-SHORT          PIC S9(7)V99 COMP-3.
           05  DH-MTD-COUNT               PIC S9(5) COMP-3.
           05  DH-FILLER                  PIC X(11).

       FD  OVER-SHORT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  TAX-MTD-RECORD.
           05  TM-MTD-KEY.
               10  TM-STORE-NUMBER        PIC X(3).
               10  TM-AUTHORITY-CODE      PIC X(4).
           05  TM-MTD-TAXABLE             PIC S9(11)V99 COMP-3.
           05  TM-MTD-EXEMPT              PIC S9(11)V99 COMP-3.
           05  TM-MTD-COLLECTED           PIC S9(11)V99 COMP-3.
           05  TM-FILLER                  PIC X(12).

       FD  RETAIL-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RETAIL-PARAMETER-RECORD.
           05  RP-PARAM-KEY.
               10  RP-PARAM-ID            PIC X(8).
               10  RP-EFFECTIVE-DATE      PIC 9(8).
           05  RP-PARAM-VALUE             PIC S9(9)V99 COMP-3.
           05  RP-UPDATED-DATE            PIC 9(8).
           05  RP-FILLER                  PIC X(10).

       FD  CASHIER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  CASHIER-MASTER-RECORD.
           05  CS-CASHIER-ID              PIC X(5).
           05  CS-CASHIER-NAME            PIC X(25).
           05  CS-CUSTOMER-ID             PIC X(10).
           05  CS-STATUS                  PIC X.
               88  CS-ACTIVE              VALUE 'A'.
               88  CS-TERMINATED          VALUE 'T'.
           05  CS-HIRE-DATE               PIC 9(8).
           05  CS-FILLER                  PIC X(11).

       FD  LP-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LP-EXCEPTION-RECORD.
           05  LX-CASHIER-ID              PIC X(5).
           05  LX-REGISTER-NUMBER         PIC X(3).
           05  LX-TRANSACTION-ID          PIC X(12).
           05  LX-EXCEPTION-CODE          PIC X(2).
               88  LX-NO-RECEIPT-RETURN   VALUE 'NR'.
               88  LX-EMPLOYEE-RETURN     VALUE 'ER'.
               88  LX-HIGH-DISCOUNT       VALUE 'HD'.
               88  LX-BELOW-COST          VALUE 'BC'.
           05  LX-PRODUCT-ID              PIC X(10).
           05  LX-CUSTOMER-ID             PIC X(10).
           05  LX-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  LX-COST-AMOUNT             PIC S9(9)V99 COMP-3.
           05  LX-DISCOUNT-PERCENT        PIC SV99 COMP-3.
           05  LX-FILLER                  PIC X(5).

       FD  LP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LP-REPORT-RECORD               PIC X(132).

       FD  CARD-SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CARD-SETTLEMENT-RECORD.
           05  CX-SETTLE-KEY.
               10  CX-TRANSACTION-ID      PIC X(12).
               10  CX-TENDER-SEQ          PIC 9(2).
           05  CX-BATCH-ID                PIC X(10).
           05  CX-REGISTER-NUMBER         PIC X(3).
           05  CX-CASHIER-ID              PIC X(5).
           05  CX-PAYMENT-METHOD          PIC X(2).
           05  CX-SETTLE-DATE             PIC 9(8).
           05  CX-SETTLED-AMOUNT          PIC S9(7)V99 COMP-3.
           05  CX-STATUS                  PIC X.
               88  CX-SETTLED             VALUE 'S'.
               88  CX-FUNDED              VALUE 'F'.
               88  CX-CHARGED-BACK        VALUE 'C'.
           05  CX-FUNDED-DATE             PIC 9(8).
           05  CX-FUNDED-AMOUNT           PIC S9(7)V99 COMP-3.
           05  CX-FEE-AMOUNT              PIC S9(5)V99 COMP-3.
           05  CX-CHARGEBACK-AMOUNT       PIC S9(7)V99 COMP-3.
           05  CX-CHARGEBACK-DATE         PIC 9(8).
           05  CX-CHARGEBACK-REASON       PIC X(4).
           05  CX-FILLER                  PIC X(18).

       FD  SETTLEMENT-BATCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SETTLEMENT-HEADER-RECORD.
           05  SBH-RECORD-TYPE            PIC X.
           05  SBH-BATCH-ID               PIC X(10).
           05  SBH-BATCH-DATE             PIC 9(8).
           05  SBH-FILLER                 PIC X(61).
       01  SETTLEMENT-DETAIL-RECORD.
           05  SBD-RECORD-TYPE            PIC X.
           05  SBD-BATCH-ID               PIC X(10).
           05  SBD-REGISTER-NUMBER        PIC X(3).
           05  SBD-TRANSACTION-ID         PIC X(12).
           05  SBD-TENDER-SEQ             PIC 9(2).
           05  SBD-PAYMENT-METHOD         PIC X(2).
           05  SBD-TRANSACTION-DATE       PIC 9(8).
           05  SBD-AMOUNT                 PIC S9(7)V99.
           05  SBD-FILLER                 PIC X(33).
       01  SETTLEMENT-TRAILER-RECORD.
           05  SBT-RECORD-TYPE            PIC X.
           05  SBT-BATCH-ID               PIC X(10).
           05  SBT-RECORD-COUNT           PIC 9(7).
           05  SBT-BATCH-TOTAL            PIC S9(11)V99.
           05  SBT-FILLER                 PIC X(49).

       FD  PROCESSOR-FUNDING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FUNDING-HEADER-RECORD.
           05  PFH-RECORD-TYPE            PIC X.
               88  PF-HEADER              VALUE 'H'.
               88  PF-DETAIL              VALUE 'D'.
               88  PF-CHARGEBACK          VALUE 'C'.
               88  PF-TRAILER             VALUE 'T'.
           05  PFH-DEPOSIT-DATE           PIC 9(8).
           05  PFH-DEPOSIT-ID             PIC X(12).
           05  PFH-FILLER                 PIC X(59).
       01  FUNDING-DETAIL-RECORD.
           05  PFD-RECORD-TYPE            PIC X.
           05  PFD-BATCH-ID               PIC X(10).
           05  PFD-TRANSACTION-ID         PIC X(12).
           05  PFD-TENDER-SEQ             PIC 9(2).
           05  PFD-GROSS-AMOUNT           PIC S9(7)V99.
           05  PFD-FEE-AMOUNT             PIC S9(5)V99.
           05  PFD-NET-AMOUNT             PIC S9(7)V99.
           05  PFD-FILLER                 PIC X(30).
       01  FUNDING-CHARGEBACK-RECORD.
           05  PFC-RECORD-TYPE            PIC X.
           05  PFC-BATCH-ID               PIC X(10).
           05  PFC-TRANSACTION-ID         PIC X(12).
           05  PFC-TENDER-SEQ             PIC 9(2).
           05  PFC-CHARGEBACK-AMOUNT      PIC S9(7)V99.
           05  PFC-REASON-CODE            PIC X(4).
           05  PFC-CHARGEBACK-DATE        PIC 9(8).
           05  PFC-FILLER                 PIC X(34).
       01  FUNDING-TRAILER-RECORD.
           05  PFT-RECORD-TYPE            PIC X.
           05  PFT-RECORD-COUNT           PIC 9(7).
           05  PFT-NET-DEPOSIT            PIC S9(9)V99.
           05  PFT-FILLER                 PIC X(61).

       FD  CARD-RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CARD-RECON-REPORT-RECORD       PIC X(132).

       FD  VENDOR-ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-ACCRUAL-RECORD.
           05  VA-ACCRUAL-KEY.
               10  VA-VENDOR-ID           PIC X(6).
               10  VA-PROMO-ID            PIC X(8).
           05  VA-PENDING-UNITS           PIC S9(7) COMP-3.
           05  VA-PENDING-MARKDOWN        PIC S9(9)V99 COMP-3.
           05  VA-PENDING-CLAIM           PIC S9(9)V99 COMP-3.
           05  VA-CLAIMED-UNITS           PIC S9(7) COMP-3.
           05  VA-CLAIMED-AMOUNT          PIC S9(9)V99 COMP-3.
           05  VA-FIRST-ACCRUAL-DATE      PIC 9(8).
           05  VA-LAST-ACCRUAL-DATE       PIC 9(8).
           05  VA-LAST-CLAIM-DATE         PIC 9(8).
           05  VA-LAST-CLAIM-NUMBER       PIC X(14).
           05  VA-FILLER                  PIC X(12).

       FD  BILLBACK-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  BILLBACK-REPORT-RECORD         PIC X(132).

       FD  BILLBACK-CLAIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BILLBACK-CLAIM-RECORD.
           05  BC-VENDOR-ID               PIC X(6).
           05  BC-CLAIM-NUMBER            PIC X(14).
           05  BC-CLAIM-DATE              PIC 9(8).
           05  BC-PROMO-COUNT             PIC 9(3).
           05  BC-CLAIM-UNITS             PIC S9(7).
           05  BC-CLAIM-AMOUNT            PIC S9(9)V99.
           05  BC-DEDUCTION-CODE          PIC X(4).
           05  BC-FILLER                  PIC X(27).

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STORE-MASTER-RECORD.
           05  SM-STORE-NUMBER            PIC X(3).
           05  SM-STORE-NAME              PIC X(25).
           05  SM-STORE-STATUS            PIC X.
               88  SM-STORE-OPEN          VALUE 'A'.
               88  SM-STORE-CLOSED        VALUE 'C'.
           05  SM-TAX-AUTHORITY-LIST.
               10  SM-TAX-AUTHORITY       PIC X(4) OCCURS 8 TIMES.
           05  SM-OPEN-DATE               PIC 9(8).
           05  SM-FILLER                  PIC X(11).

       FD  STORE-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  STORE-INVENTORY-RECORD.
           05  SI-STORE-KEY.
               10  SI-STORE-NUMBER        PIC X(3).
               10  SI-PRODUCT-ID          PIC X(10).
           05  SI-QUANTITY-ON-HAND        PIC S9(5) COMP-3.
           05  SI-REORDER-POINT           PIC S9(5) COMP-3.
           05  SI-MTD-SALES-QUANTITY      PIC S9(7) COMP-3.
           05  SI-MTD-SALES-AMOUNT        PIC S9(7)V99 COMP-3.
           05  SI-YTD-SALES-QUANTITY      PIC S9(7) COMP-3.
           05  SI-YTD-SALES-AMOUNT        PIC S9(7)V99 COMP-3.
           05  SI-LAST-SALE-DATE          PIC 9(8).
           05  SI-FILLER                  PIC X(15).

       FD  STORE-RESTOCK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  STORE-RESTOCK-RECORD.
           05  RK-PRODUCT-ID              PIC X(10).
           05  RK-UPDATE-TYPE             PIC X.
               88  RK-RESTOCK             VALUE 'T'.
           05  RK-QUANTITY                PIC S9(5) COMP-3.
           05  RK-TRANSACTION-DATE        PIC 9(8).
           05  RK-TRANSACTION-ID          PIC X(12).
           05  RK-STORE-NUMBER            PIC X(3).
           05  RK-FILLER                  PIC X(9).

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

       FD  PRICE-CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PRICE-CHANGE-RECORD.
           05  PC-PRODUCT-ID              PIC X(10).
           05  PC-NEW-RETAIL-PRICE        PIC 9(5)V99.
           05  PC-EFFECTIVE-DATE          PIC 9(8).
           05  PC-CHANGED-BY              PIC X(5).
           05  PC-FILLER                  PIC X(10).

       FD  SHELF-LABEL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  SHELF-LABEL-RECORD.
           05  SL-LOCATION.
               10  SL-AISLE               PIC X(3).
               10  SL-SHELF               PIC X(3).
               10  SL-BIN                 PIC X(3).
           05  SL-PRODUCT-ID              PIC X(10).
           05  SL-UPC-CODE                PIC X(13).
           05  SL-DESCRIPTION             PIC X(40).
           05  SL-DEPARTMENT              PIC X(3).
           05  SL-REASON-CODE             PIC X(2).
           05  SL-OLD-PRICE               PIC 9(5)V99.
           05  SL-NEW-PRICE               PIC 9(5)V99.
           05  SL-REGULAR-PRICE           PIC 9(5)V99.
           05  SL-EFFECTIVE-DATE          PIC 9(8).
           05  SL-PROMO-ID                PIC X(8).
           05  SL-PROMO-QTY               PIC 9(3).
           05  SL-PROMO-PRICE             PIC 9(5)V99.
           05  SL-FILLER                  PIC X(6).

       FD  SALE-SIGN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  SALE-SIGN-RECORD.
           05  SG-LOCATION.
               10  SG-AISLE               PIC X(3).
               10  SG-SHELF               PIC X(3).
               10  SG-BIN                 PIC X(3).
           05  SG-PRODUCT-ID              PIC X(10).
           05  SG-DESCRIPTION             PIC X(40).
           05  SG-DEPARTMENT              PIC X(3).
           05  SG-REGULAR-PRICE           PIC 9(5)V99.
           05  SG-SALE-PRICE              PIC 9(5)V99.
           05  SG-SAVINGS                 PIC 9(5)V99.
           05  SG-START-DATE              PIC 9(8).
           05  SG-END-DATE                PIC 9(8).
           05  SG-PROMO-ID                PIC X(8).
           05  SG-SIGN-TEXT               PIC X(20).
           05  SG-FILLER                  PIC X(3).

       FD  LABEL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LABEL-REPORT-RECORD            PIC X(132).

       SD  ROLLUP-SORT-FILE.
       01  ROLLUP-SORT-RECORD.
           05  RS-STORE-NUMBER            PIC X(3).
           05  RS-DEPARTMENT              PIC X(3).
           05  RS-CATEGORY                PIC X(5).
           05  RS-SUB-CATEGORY            PIC X(5).
           05  RS-YTD-SALES               PIC S9(7)V99 COMP-3.
           05  RS-YTD-COST                PIC S9(9)V99 COMP-3.

       SD  LP-SORT-FILE.
       01  LP-SORT-RECORD.
           05  LS-CASHIER-ID              PIC X(5).
           05  LS-REGISTER-NUMBER         PIC X(3).
           05  LS-TRANSACTION-ID          PIC X(12).
           05  LS-EXCEPTION-CODE          PIC X(2).
               88  LS-NO-RECEIPT-RETURN   VALUE 'NR'.
               88  LS-EMPLOYEE-RETURN     VALUE 'ER'.
               88  LS-HIGH-DISCOUNT       VALUE 'HD'.
               88  LS-BELOW-COST          VALUE 'BC'.
           05  LS-PRODUCT-ID              PIC X(10).
           05  LS-CUSTOMER-ID             PIC X(10).
           05  LS-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  LS-COST-AMOUNT             PIC S9(9)V99 COMP-3.
           05  LS-DISCOUNT-PERCENT        PIC SV99 COMP-3.
           05  LS-FILLER                  PIC X(5).

       SD  CARD-SORT-FILE.
       01  CARD-SORT-RECORD.
           05  CK-REGISTER-NUMBER         PIC X(3).
           05  CK-TRANSACTION-ID          PIC X(12).
           05  CK-TENDER-SEQ              PIC 9(2).
           05  CK-PAYMENT-METHOD          PIC X(2).
           05  CK-TRANSACTION-DATE        PIC 9(8).
           05  CK-CASHIER-ID              PIC X(5).
           05  CK-AMOUNT                  PIC S9(7)V99 COMP-3.

       SD  LABEL-SORT-FILE.
       01  LABEL-SORT-RECORD.
           05  LB-LOCATION.
               10  LB-AISLE               PIC X(3).
               10  LB-SHELF               PIC X(3).
               10  LB-BIN                 PIC X(3).
           05  LB-PRODUCT-ID              PIC X(10).
           05  LB-UPC-CODE                PIC X(13).
           05  LB-DESCRIPTION             PIC X(40).
           05  LB-DEPARTMENT              PIC X(3).
           05  LB-REASON-CODE             PIC X(2).
           05  LB-OLD-PRICE               PIC S9(5)V99 COMP-3.
           05  LB-NEW-PRICE               PIC S9(5)V99 COMP-3.
           05  LB-REGULAR-PRICE           PIC S9(5)V99 COMP-3.
           05  LB-PROMO-ID                PIC X(8).
           05  LB-PROMO-QTY               PIC 9(3).
           05  LB-PROMO-PRICE             PIC S9(5)V99 COMP-3.
           05  LB-SIGN-FLAG               PIC X.
               88  LB-SIGN-NEEDED         VALUE 'Y'.
           05  LB-SALE-END-DATE           PIC 9(8).
           05  LB-SIGN-TEXT               PIC X(20).

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
               88  TAX-MTD-NOT-FOUND      VALUE '23'.
           05  TIER-REPORT-STATUS         PIC X(2).
               88  TIER-REPORT-SUCCESS    VALUE '00'.
           05  RETAIL-PARAMETER-STATUS    PIC X(2).
               88  RETAIL-PARAMETER-SUCCESS VALUE '00'.
           05  CASHIER-MASTER-STATUS      PIC X(2).
               88  CASHIER-MASTER-SUCCESS VALUE '00'.
               88  CASHIER-NOT-FOUND      VALUE '23'.
           05  LP-EXCEPTION-STATUS        PIC X(2).
               88  LP-EXCEPTION-SUCCESS   VALUE '00'.
           05  LP-REPORT-STATUS           PIC X(2).
               88  LP-REPORT-SUCCESS      VALUE '00'.
           05  CARD-SETTLEMENT-STATUS     PIC X(2).
               88  CARD-SETTLEMENT-SUCCESS VALUE '00'.
               88  CARD-SETTLEMENT-NOT-FOUND VALUE '23'.
           05  SETTLEMENT-BATCH-STATUS    PIC X(2).
               88  SETTLEMENT-BATCH-SUCCESS VALUE '00'.
           05  PROCESSOR-FUNDING-STATUS   PIC X(2).
               88  PROCESSOR-FUNDING-SUCCESS VALUE '00'.
               88  PROCESSOR-FUNDING-EOF  VALUE '10'.
           05  CARD-RECON-STATUS          PIC X(2).
               88  CARD-RECON-SUCCESS     VALUE '00'.
           05  VENDOR-ACCRUAL-STATUS      PIC X(2).
               88  VENDOR-ACCRUAL-SUCCESS VALUE '00'.
           05  BILLBACK-REPORT-STATUS     PIC X(2).
               88  BILLBACK-REPORT-SUCCESS VALUE '00'.
           05  BILLBACK-CLAIM-STATUS      PIC X(2).
               88  BILLBACK-CLAIM-SUCCESS VALUE '00'.
           05  STORE-MASTER-STATUS        PIC X(2).
               88  STORE-MASTER-SUCCESS   VALUE '00'.
           05  STORE-INVENTORY-STATUS     PIC X(2).
               88  STORE-INVENTORY-SUCCESS VALUE '00'.
           05  PRICE-CHANGE-STATUS        PIC X(2).
               88  PRICE-CHANGE-SUCCESS   VALUE '00'.
               88  PRICE-CHANGE-EOF       VALUE '10'.
           05  SHELF-LABEL-STATUS         PIC X(2).
               88  SHELF-LABEL-SUCCESS    VALUE '00'.
           05  SALE-SIGN-STATUS           PIC X(2).
               88  SALE-SIGN-SUCCESS      VALUE '00'.
           05  LABEL-REPORT-STATUS        PIC X(2).
               88  LABEL-REPORT-SUCCESS   VALUE '00'.
           05  STORE-RESTOCK-STATUS       PIC X(2).
               88  STORE-RESTOCK-SUCCESS  VALUE '00'.
               88  STORE-RESTOCK-EOF      VALUE '10'.
           05  RUN-CONTROL-STATUS         PIC X(2).
               88  RUN-CONTROL-SUCCESS    VALUE '00'.
               88  RUN-CONTROL-EOF        VALUE '10'.
           05  BALANCE-RPT-STATUS         PIC X(2).
               88  BALANCE-RPT-SUCCESS    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-LAY-PAYMENTS            PIC 9(5) VALUE ZEROES.
           05  WS-LAY-CANCELS             PIC 9(5) VALUE ZEROES.
           05  WS-LAY-PICKUPS             PIC 9(5) VALUE ZEROES.
           05  WS-RESTOCKS-APPLIED        PIC 9(5) VALUE ZEROES.
           05  WS-RESTOCKS-REJECTED       PIC 9(5) VALUE ZEROES.

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
           05  WS-BAL-ERRORS-BEFORE       PIC 9(7) VALUE ZEROES.

       01  WS-MONTH-END-FIELDS.
           05  WS-LAST-DAY-OF-MONTH       PIC 9(2) VALUE ZEROES.
               10  WS-CSH-ITEMS           PIC S9(7) COMP-3.
               10  WS-CSH-SALES           PIC S9(9)V99 COMP-3.
               10  WS-CSH-RETURNS         PIC S9(9)V99 COMP-3.
               10  WS-CSH-LP-COUNT        PIC S9(5) COMP-3.

       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY               OCCURS 30 TIMES.
               10  WS-REG-STORE           PIC X(3).
               10  WS-REG-NUMBER          PIC X(3).
               10  WS-REG-TRANS-COUNT     PIC S9(7) COMP-3.
               10  WS-REG-ITEMS           PIC S9(7) COMP-3.
               88  WS-RU-SORT-EOF         VALUE 'Y'.
           05  WS-RU-FIRST-SWITCH         PIC X VALUE 'Y'.
               88  WS-RU-FIRST-RECORD     VALUE 'Y'.
           05  WS-RU-PREV-STORE           PIC X(3) VALUE SPACES.
           05  WS-RU-PREV-DEPARTMENT      PIC X(3) VALUE SPACES.
           05  WS-RU-PREV-CATEGORY        PIC X(5) VALUE SPACES.
           05  WS-RU-PREV-SUB-CATEGORY    PIC X(5) VALUE SPACES.
           05  WS-PROMO-BEST-MARKDOWN     PIC S9(7)V99 VALUE ZEROES.
           05  WS-PROMO-BEST-ID           PIC X(8) VALUE SPACES.
           05  WS-PROMO-BEST-DESC         PIC X(20) VALUE SPACES.
           05  WS-PROMO-BEST-FUNDED       PIC X VALUE 'N'.
               88  WS-PROMO-BEST-IS-FUNDED VALUE 'Y'.
           05  WS-PROMO-BEST-FUND-BASIS   PIC X VALUE SPACES.
           05  WS-PROMO-BEST-FUND-RATE    PIC S9V9999 VALUE ZEROES.
           05  WS-PROMO-BEST-FUND-AMT     PIC S9(3)V99 VALUE ZEROES.
           05  WS-PROMO-GROUPS            PIC S9(3) COMP-3 VALUE ZEROES.
           05  WS-PROMO-REMAINDER         PIC S9(3) COMP-3 VALUE ZEROES.
           05  WS-PST-IDX                 PIC 9(2) VALUE ZEROES.
           05  WS-PST-EMPTY-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-PST-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.

       01  WS-BILLBACK-FIELDS.
           05  WS-BB-LINE-CLAIM           PIC S9(9)V99 VALUE ZEROES.
           05  WS-BB-ACCRUED-TODAY        PIC S9(9)V99 VALUE ZEROES.
           05  WS-BB-NO-VENDOR-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-BB-CLAIM-SEQ            PIC 9(4) VALUE ZEROES.
           05  WS-BB-CLAIM-NUMBER         PIC X(14) VALUE SPACES.
           05  WS-BB-CLAIM-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-BB-PREV-VENDOR          PIC X(6) VALUE SPACES.
           05  WS-BB-VND-PROMOS           PIC 9(3) VALUE ZEROES.
           05  WS-BB-VND-UNITS            PIC S9(7) VALUE ZEROES.
           05  WS-BB-VND-MARKDOWN         PIC S9(9)V99 VALUE ZEROES.
           05  WS-BB-VND-CLAIM            PIC S9(9)V99 VALUE ZEROES.
           05  WS-BB-TOTAL-CLAIM          PIC S9(11)V99 VALUE ZEROES.
           05  WS-BB-MONTH-END-SWITCH     PIC X VALUE 'N'.
               88  WS-BB-MONTH-END-RUN    VALUE 'Y'.
           05  WS-BB-DUE-SWITCH           PIC X VALUE 'N'.
               88  WS-BB-CLAIM-DUE        VALUE 'Y'.

       01  WS-BILLBACK-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'VENDOR BILLBACK CLAIMS'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-BB-HEADER-DATE          PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-BILLBACK-MODE-LINE.
           05  FILLER                     PIC X(12) VALUE 'CLAIM RUN:'.
           05  WS-BB-MODE-TEXT            PIC X(30).
           05  FILLER                     PIC X(90) VALUE SPACES.

       01  WS-BILLBACK-HEADER2.
           05  FILLER                     PIC X(8) VALUE 'VENDOR'.
           05  FILLER                     PIC X(10) VALUE 'PROMO'.
           05  FILLER                     PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(10) VALUE 'START'.
           05  FILLER                     PIC X(10) VALUE 'END'.
           05  FILLER                     PIC X(6) VALUE 'BASIS'.
           05  FILLER                     PIC X(9) VALUE 'UNITS'.
           05  FILLER                     PIC X(16) VALUE 'MARKDOWN'.
           05  FILLER                     PIC X(14) VALUE 'CLAIM'.
           05  FILLER                     PIC X(27) VALUE SPACES.

       01  WS-BILLBACK-DETAIL.
           05  WS-BBRPT-VENDOR            PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-PROMO             PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-DESC              PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-START             PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-END               PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-BASIS             PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-UNITS             PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-BBRPT-MARKDOWN          PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBRPT-CLAIM             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(27) VALUE SPACES.

       01  WS-BILLBACK-VENDOR-LINE.
           05  FILLER                     PIC X(14) VALUE
                                          'VENDOR TOTAL:'.
           05  WS-BBVND-VENDOR            PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(6) VALUE 'CLAIM'.
           05  WS-BBVND-CLAIM-NO          PIC X(14).
           05  FILLER                     PIC X(24) VALUE SPACES.
           05  WS-BBVND-UNITS             PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-BBVND-MARKDOWN          PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BBVND-CLAIM             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(27) VALUE SPACES.

       01  WS-BILLBACK-TOTAL-LINE.
           05  FILLER                     PIC X(30) VALUE
                                          'TOTAL BILLBACK CLAIMED:'.
           05  WS-BB-TOTAL-OUT            PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-BILLBACK-NONE-LINE.
           05  FILLER                     PIC X(30) VALUE
                                          'NO BILLBACK CLAIMS DUE'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-LABEL-FIELDS.
           05  WS-LBL-TOMORROW.
               10  WS-LBL-TMR-YEAR        PIC 9(4).
               10  WS-LBL-TMR-MONTH       PIC 9(2).
               10  WS-LBL-TMR-DAY         PIC 9(2).
           05  WS-LBL-CHECK-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-LBL-CHECK-PCT           PIC SV99 VALUE ZEROES.
           05  WS-LBL-CHECK-PROMO-ID      PIC X(8) VALUE SPACES.
           05  WS-LBL-CHECK-PROMO-DESC    PIC X(20) VALUE SPACES.
           05  WS-LBL-CHECK-PROMO-END     PIC 9(8) VALUE ZEROES.
           05  WS-LBL-CHECK-PROMO-QTY     PIC 9(3) VALUE ZEROES.
           05  WS-LBL-CHECK-PROMO-PRICE   PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-CHECK-WINDOW        PIC X VALUE 'N'.
               88  WS-LBL-IN-SALE-WINDOW  VALUE 'Y'.
           05  WS-LBL-BASE-PRICE          PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-CHECK-PRICE         PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-REGULAR-TODAY       PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-REGULAR-TOMORROW    PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-PRICE-TODAY         PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-PRICE-TOMORROW      PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-WINDOW-TODAY        PIC X VALUE 'N'.
           05  WS-LBL-WINDOW-TOMORROW     PIC X VALUE 'N'.
           05  WS-LBL-PROMO-TODAY         PIC X(8) VALUE SPACES.
           05  WS-LBL-PROMO-TOMORROW      PIC X(8) VALUE SPACES.
           05  WS-LBL-PROMO-TMR-DESC      PIC X(20) VALUE SPACES.
           05  WS-LBL-PROMO-TMR-END       PIC 9(8) VALUE ZEROES.
           05  WS-LBL-PROMO-TMR-QTY       PIC 9(3) VALUE ZEROES.
           05  WS-LBL-PROMO-TMR-PRICE     PIC S9(5)V99 VALUE ZEROES.
           05  WS-LBL-REASON-CODE         PIC X(2) VALUE SPACES.
           05  WS-LBL-SIGN-SWITCH         PIC X VALUE 'N'.
               88  WS-LBL-SIGN-WANTED     VALUE 'Y'.
           05  WS-LBL-APPLY-SWITCH        PIC X VALUE 'N'.
               88  WS-LBL-APPLY-PRICE     VALUE 'Y'.
           05  WS-LBL-CHANGES-LOADED      PIC 9(5) VALUE ZEROES.
           05  WS-LBL-CHANGES-REJECTED    PIC 9(5) VALUE ZEROES.
           05  WS-LBL-PRICES-APPLIED      PIC 9(5) VALUE ZEROES.
           05  WS-LBL-LABEL-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-LBL-SIGN-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-LBL-PROMO-COUNT         PIC 9(2) VALUE ZEROES.
           05  WS-LBL-PROMO-OVERFLOW      PIC 9(5) VALUE ZEROES.
           05  WS-LBL-DEPT-OVERFLOW       PIC 9(5) VALUE ZEROES.
           05  WS-LPT-IDX                 PIC 9(2) VALUE ZEROES.
           05  WS-LDT-IDX                 PIC 9(2) VALUE ZEROES.
           05  WS-LDT-FOUND-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-LDT-EMPTY-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-LBL-PREV-AISLE          PIC X(3) VALUE SPACES.
           05  WS-LBL-AISLE-LABELS        PIC 9(5) VALUE ZEROES.
           05  WS-LBL-AISLE-SIGNS         PIC 9(5) VALUE ZEROES.
           05  WS-LBL-FIRST-SWITCH        PIC X VALUE 'Y'.
               88  WS-LBL-FIRST-RECORD    VALUE 'Y'.
           05  WS-LBL-SORT-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-LBL-SORT-EOF        VALUE 'Y'.

       01  WS-LABEL-PROMO-TABLE.
           05  WS-LPT-ENTRY               OCCURS 50 TIMES.
               10  WS-LPT-PROMO-ID        PIC X(8).
               10  WS-LPT-PROMO-TYPE      PIC X.
               10  WS-LPT-SCOPE-TYPE      PIC X.
               10  WS-LPT-SCOPE-VALUE     PIC X(10).
               10  WS-LPT-QTY-THRESHOLD   PIC 9(3).
               10  WS-LPT-PROMO-PRICE     PIC S9(5)V99 COMP-3.
               10  WS-LPT-PERCENT-OFF     PIC SV99 COMP-3.
               10  WS-LPT-START-DATE      PIC 9(8).
               10  WS-LPT-END-DATE        PIC 9(8).
               10  WS-LPT-PROMO-DESC      PIC X(20).

       01  WS-LABEL-DEPT-TABLE.
           05  WS-LDT-ENTRY               OCCURS 50 TIMES.
               10  WS-LDT-DEPARTMENT      PIC X(3).
               10  WS-LDT-LABELS          PIC S9(5) COMP-3.
               10  WS-LDT-SIGNS           PIC S9(5) COMP-3.

       01  WS-LABEL-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                 'SHELF LABEL AND SIGN CHANGES'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LBL-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-LABEL-EFFECTIVE-LINE.
           05  FILLER                     PIC X(18) VALUE
                                          'PRICES EFFECTIVE:'.
           05  WS-LBL-EFFECTIVE-OUT       PIC X(10).
           05  FILLER                     PIC X(104) VALUE SPACES.

       01  WS-LABEL-PRICE-LINE.
           05  FILLER                     PIC X(22) VALUE
                                          'PRICE CHANGES LOADED:'.
           05  WS-LBL-LOADED-OUT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(12) VALUE
                                          '  REJECTED:'.
           05  WS-LBL-REJECTED-OUT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(11) VALUE
                                          '  APPLIED:'.
           05  WS-LBL-APPLIED-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(69) VALUE SPACES.

       01  WS-LABEL-AISLE-HEADER.
           05  FILLER                     PIC X(8) VALUE 'AISLE'.
           05  FILLER                     PIC X(10) VALUE 'LABELS'.
           05  FILLER                     PIC X(10) VALUE 'SIGNS'.
           05  FILLER                     PIC X(104) VALUE SPACES.

       01  WS-LABEL-AISLE-LINE.
           05  WS-LBLA-AISLE              PIC X(3).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-LBLA-LABELS             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LBLA-SIGNS              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(108) VALUE SPACES.

       01  WS-LABEL-DEPT-TITLE.
           05  FILLER                     PIC X(30) VALUE
                                 'LABEL JOB SIZE BY DEPARTMENT'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-LABEL-DEPT-HEADER.
           05  FILLER                     PIC X(8) VALUE 'DEPT'.
           05  FILLER                     PIC X(10) VALUE 'LABELS'.
           05  FILLER                     PIC X(10) VALUE 'SIGNS'.
           05  FILLER                     PIC X(104) VALUE SPACES.

       01  WS-LABEL-DEPT-LINE.
           05  WS-LBLD-DEPARTMENT         PIC X(3).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-LBLD-LABELS             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LBLD-SIGNS              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(108) VALUE SPACES.

       01  WS-LABEL-TOTAL-LINE.
           05  FILLER                     PIC X(8) VALUE 'TOTAL'.
           05  WS-LBLT-LABELS             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LBLT-SIGNS              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(108) VALUE SPACES.

       01  WS-LABEL-NONE-LINE.
           05  FILLER                     PIC X(40) VALUE
                                 'NO SHELF LABEL CHANGES FOR TOMORROW'.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-PROMO-REPORT-HEADER1.
           05  FILLER                     PIC X(35) VALUE
                                 'PROMOTION EFFECTIVENESS SUMMARY'.
           05  FILLER                     PIC X(54) VALUE SPACES.

       01  WS-TAX-AUTH-TABLE.
           05  WS-TAX-ENTRY               OCCURS 60 TIMES.
               10  WS-TAX-STORE           PIC X(3).
               10  WS-TAX-CODE            PIC X(4).
               10  WS-TAX-TAXABLE-SALES   PIC S9(9)V99 COMP-3.
               10  WS-TAX-EXEMPT-SALES    PIC S9(9)V99 COMP-3.
           05  WS-TAX-RPT-TAXABLE         PIC S9(11)V99 VALUE ZEROES.
           05  WS-TAX-RPT-EXEMPT          PIC S9(11)V99 VALUE ZEROES.
           05  WS-TAX-RPT-COLLECTED       PIC S9(11)V99 VALUE ZEROES.
           05  WS-TAX-UPD-STORE           PIC X(3) VALUE SPACES.
           05  WS-TAX-UPD-CODE            PIC X(4) VALUE SPACES.
           05  WS-TAX-UPD-TAXABLE         PIC S9(11)V99 VALUE ZEROES.
           05  WS-TAX-UPD-EXEMPT          PIC S9(11)V99 VALUE ZEROES.

       01  WS-DRAWER-TABLE.
           05  WS-DRW-ENTRY               OCCURS 30 TIMES.
               10  WS-DRW-STORE           PIC X(3).
               10  WS-DRW-REGISTER        PIC X(3).
               10  WS-DRW-CASHIER         PIC X(5).
               10  WS-DRW-EXPECTED-CASH   PIC S9(9)V99 COMP-3.
           05  WS-DRW-OVER-SHORT          PIC S9(7)V99 VALUE ZEROES.
           05  WS-DRW-TOTAL-OVER-SHORT    PIC S9(9)V99 VALUE ZEROES.
           05  WS-DRW-COUNTS-READ         PIC 9(5) VALUE ZEROES.
           05  WS-DRW-PREV-STORE          PIC X(3) VALUE SPACES.
           05  WS-DRW-STORE-OVER-SHORT    PIC S9(9)V99 VALUE ZEROES.

       01  WS-OVER-SHORT-HEADER1.
           05  FILLER                     PIC X(30) VALUE
           05  WS-OVRSHT-TOTAL            PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-OVER-SHORT-STORE-LINE.
           05  FILLER                     PIC X(17) VALUE
                                          'STORE SUBTOTAL:'.
           05  WS-OVRSHT-STORE            PIC X(3).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-OVRSHT-STORE-TOTAL      PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-STORE-TABLE.
           05  WS-STR-ENTRY               OCCURS 10 TIMES.
               10  WS-STR-STORE-NUMBER    PIC X(3).
               10  WS-STR-STORE-NAME      PIC X(25).
               10  WS-STR-AUTH-LIST.
                   15  WS-STR-AUTHORITY   PIC X(4) OCCURS 8 TIMES.
               10  WS-STR-LINES           PIC S9(7) COMP-3.
               10  WS-STR-ITEMS-SOLD      PIC S9(7) COMP-3.
               10  WS-STR-SALES           PIC S9(9)V99 COMP-3.
               10  WS-STR-TAX             PIC S9(9)V99 COMP-3.
               10  WS-STR-UNGROUPED-EXEMPT PIC S9(9)V99 COMP-3.
               10  WS-STR-OVER-SHORT      PIC S9(9)V99 COMP-3.
               10  WS-STR-BELOW-REORDER   PIC S9(5) COMP-3.

       01  WS-STORE-FIELDS.
           05  WS-STR-DEFAULT-STORE       PIC X(3) VALUE '001'.
           05  WS-STR-DEFAULT-NUM         PIC 9(3) VALUE 1.
           05  WS-STR-IDX                 PIC 9(2) VALUE ZEROES.
           05  WS-STR-FOUND-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-STR-EMPTY-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-STR-CUR-IDX             PIC 9(2) VALUE ZEROES.
           05  WS-STR-AUTH-IDX            PIC 9(2) VALUE ZEROES.
           05  WS-STR-WORK-STORE          PIC X(3) VALUE SPACES.
           05  WS-STR-COUNT               PIC 9(3) VALUE ZEROES.
           05  WS-STR-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-STR-AUTH-SWITCH         PIC X VALUE 'Y'.
               88  WS-STR-AUTH-APPLIES    VALUE 'Y'.
           05  WS-STR-PREV-STORE          PIC X(3) VALUE SPACES.
           05  WS-STR-FIRST-SWITCH        PIC X VALUE 'Y'.
               88  WS-STR-FIRST-RECORD    VALUE 'Y'.
           05  WS-STR-TOT-LINES           PIC S9(7) VALUE ZEROES.
           05  WS-STR-TOT-ITEMS           PIC S9(7) VALUE ZEROES.
           05  WS-STR-TOT-SALES           PIC S9(11)V99 VALUE ZEROES.
           05  WS-STR-TOT-TAX             PIC S9(11)V99 VALUE ZEROES.
           05  WS-STR-TOT-REORDER         PIC S9(7) VALUE ZEROES.
           05  WS-STR-TAX-TAXABLE         PIC S9(11)V99 VALUE ZEROES.
           05  WS-STR-TAX-EXEMPT          PIC S9(11)V99 VALUE ZEROES.
           05  WS-STR-TAX-COLLECTED       PIC S9(11)V99 VALUE ZEROES.
           05  WS-STR-CLOSE-PRODUCTS      PIC 9(7) VALUE ZEROES.
           05  WS-STR-CLOSE-QTY           PIC S9(9) VALUE ZEROES.
           05  WS-STR-CLOSE-AMT           PIC S9(11)V99 VALUE ZEROES.

       01  WS-STORE-INVENTORY-FIELDS.
           05  WS-SI-STORE                PIC X(3) VALUE SPACES.
           05  WS-SI-ON-HAND-CHANGE       PIC S9(5) VALUE ZEROES.
           05  WS-SI-SALES-QTY            PIC S9(7) VALUE ZEROES.
           05  WS-SI-SALES-AMT            PIC S9(7)V99 VALUE ZEROES.

       01  WS-TAX-CHAIN-TABLE.
           05  WS-TCH-ENTRY               OCCURS 20 TIMES.
               10  WS-TCH-CODE            PIC X(4).
               10  WS-TCH-TAXABLE         PIC S9(11)V99 COMP-3.
               10  WS-TCH-EXEMPT          PIC S9(11)V99 COMP-3.
               10  WS-TCH-COLLECTED       PIC S9(11)V99 COMP-3.

       01  WS-TAX-CHAIN-FIELDS.
           05  WS-TCH-IDX                 PIC 9(2) VALUE ZEROES.
           05  WS-TCH-FOUND-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-TCH-EMPTY-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-TCH-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.

       01  WS-STORE-HEADING-LINE.
           05  FILLER                     PIC X(7) VALUE 'STORE:'.
           05  WS-STRHDG-STORE            PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRHDG-NAME             PIC X(25).
           05  FILLER                     PIC X(95) VALUE SPACES.

       01  WS-CHAIN-HEADING-LINE.
           05  FILLER                     PIC X(40) VALUE
                                 'CHAIN CONSOLIDATION - ALL STORES'.
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-STORE-SALES-HEADER.
           05  FILLER                     PIC X(30) VALUE
                                          'SALES BY STORE'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-STORE-SALES-COLUMNS.
           05  FILLER                     PIC X(6) VALUE 'STORE'.
           05  FILLER                     PIC X(27) VALUE 'NAME'.
           05  FILLER                     PIC X(9) VALUE 'LINES'.
           05  FILLER                     PIC X(10) VALUE 'ITEMS'.
           05  FILLER                     PIC X(17) VALUE 'SALES'.
           05  FILLER                     PIC X(17) VALUE 'TAX'.
           05  FILLER                     PIC X(17) VALUE 'NET'.
           05  FILLER                     PIC X(29)
                                 VALUE 'BELOW REORDER'.

       01  WS-STORE-SALES-DETAIL.
           05  WS-STRRPT-STORE            PIC X(3).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STRRPT-NAME             PIC X(25).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-LINES            PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-ITEMS            PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-SALES            PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-TAX              PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-NET              PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STRRPT-REORDER          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-TAX-STORE-TOTAL-LINE.
           05  FILLER                     PIC X(27) VALUE
                                          'STORE TOTALS:'.
           05  WS-TAXSTR-TAXABLE          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-TAXSTR-EXEMPT           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-TAXSTR-COLLECTED        PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  WS-CLOSE-STORE-LINE.
           05  FILLER                     PIC X(7) VALUE 'STORE:'.
           05  WS-CLSSTR-STORE            PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'PRODUCTS:'.
           05  WS-CLSSTR-PRODUCTS         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'MTD QTY:'.
           05  WS-CLSSTR-QTY              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'MTD SALES:'.
           05  WS-CLSSTR-AMT         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-ROLLUP-STORE-LINE.
           05  FILLER                     PIC X(7) VALUE 'STORE:'.
           05  WS-RUSTR-STORE             PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RUSTR-NAME              PIC X(25).
           05  FILLER                     PIC X(95) VALUE SPACES.

       01  WS-LP-FIELDS.
           05  WS-LP-DISCOUNT-LIMIT       PIC SV99 VALUE .25.
           05  WS-LP-RATIO-MULTIPLE       PIC S9(3)V99 VALUE 2.00.
           05  WS-LP-RATIO-FLOOR          PIC S9(3)V99 VALUE 5.00.
           05  WS-LP-EXCEPTION-LIMIT      PIC S9(5) VALUE 3.
           05  WS-LP-LINE-COST            PIC S9(9)V99 VALUE ZEROES.
           05  WS-LP-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-LP-FLAGGED-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-LP-STORE-SALES          PIC S9(11)V99 VALUE ZEROES.
           05  WS-LP-STORE-RETURNS        PIC S9(11)V99 VALUE ZEROES.
           05  WS-LP-STORE-RATIO          PIC S9(5)V99 VALUE ZEROES.
           05  WS-LP-RATIO-LIMIT          PIC S9(5)V99 VALUE ZEROES.
           05  WS-LP-CASHIER-RATIO        PIC S9(5)V99 VALUE ZEROES.
           05  WS-LP-PREV-CASHIER         PIC X(5) VALUE SPACES.
           05  WS-LP-PREV-REGISTER        PIC X(3) VALUE SPACES.
           05  WS-LP-REG-COUNT            PIC 9(5) VALUE ZEROES.
           05  WS-LP-CSH-COUNT            PIC 9(5) VALUE ZEROES.
           05  WS-LP-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-LP-SORT-EOF         VALUE 'Y'.
           05  WS-LP-FIRST-SWITCH         PIC X VALUE 'Y'.
               88  WS-LP-FIRST-RECORD     VALUE 'Y'.
           05  WS-LP-RATIO-SWITCH         PIC X VALUE 'N'.
               88  WS-LP-RATIO-OVER       VALUE 'Y'.
           05  WS-LP-COUNT-SWITCH         PIC X VALUE 'N'.
               88  WS-LP-COUNT-OVER       VALUE 'Y'.

       01  WS-LP-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                 'LOSS PREVENTION EXCEPTIONS'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LP-HEADER-DATE          PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-LP-HEADER2.
           05  FILLER                     PIC X(9) VALUE 'CASHIER'.
           05  FILLER                     PIC X(5) VALUE 'REG'.
           05  FILLER                     PIC X(14) VALUE 'TRANSACTION'.
           05  FILLER                     PIC X(24) VALUE 'EXCEPTION'.
           05  FILLER                     PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                     PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                     PIC X(16) VALUE 'COST'.
           05  FILLER                     PIC X(3) VALUE 'PCT'.
           05  FILLER                     PIC X(22) VALUE SPACES.

       01  WS-LP-DETAIL.
           05  WS-LPRPT-CASHIER           PIC X(5).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LPRPT-REGISTER          PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-TRANSACTION       PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-EXCEPTION         PIC X(22).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-PRODUCT           PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-CUSTOMER          PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-AMOUNT            PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LPRPT-COST              PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LPRPT-DISCOUNT          PIC ZZ9.
           05  FILLER                     PIC X(22) VALUE SPACES.

       01  WS-LP-REGISTER-LINE.
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  FILLER                     PIC X(26) VALUE
                                          'REGISTER EXCEPTION COUNT:'.
           05  WS-LPRPT-REG-NUMBER        PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRPT-REG-COUNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(86) VALUE SPACES.

       01  WS-LP-CASHIER-LINE.
           05  FILLER                     PIC X(26) VALUE
                                          'CASHIER EXCEPTION TOTAL:'.
           05  WS-LPRPT-CSH-ID            PIC X(5).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-LPRPT-CSH-COUNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(91) VALUE SPACES.

       01  WS-LP-NONE-LINE.
           05  FILLER                     PIC X(30) VALUE
                                          'NO EXCEPTIONS REPORTED'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-LP-RATIO-HEADER.
           05  FILLER                     PIC X(30) VALUE
                                          'CASHIER REFUND RATIO REVIEW'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-LP-STORE-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE REFUND RATIO:'.
           05  WS-LPRPT-STORE-RATIO       PIC ZZ9.99.
           05  FILLER                     PIC X(1) VALUE '%'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE
                                          'REVIEW ABOVE:'.
           05  WS-LPRPT-RATIO-LIMIT       PIC ZZ9.99.
           05  FILLER                     PIC X(1) VALUE '%'.
           05  FILLER                     PIC X(70) VALUE SPACES.

       01  WS-LP-RATIO-COLUMNS.
           05  FILLER                     PIC X(8) VALUE 'CASHIER'.
           05  FILLER                     PIC X(27) VALUE 'NAME'.
           05  FILLER                     PIC X(16) VALUE 'GROSS SALES'.
           05  FILLER                     PIC X(16) VALUE 'RETURNS'.
           05  FILLER                     PIC X(9) VALUE 'RATIO'.
           05  FILLER                     PIC X(8) VALUE 'EXCEPT'.
           05  FILLER                     PIC X(20) VALUE 'FLAG'.
           05  FILLER                     PIC X(28) VALUE SPACES.

       01  WS-LP-RATIO-DETAIL.
           05  WS-LPRAT-CASHIER           PIC X(5).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LPRAT-NAME              PIC X(25).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRAT-SALES             PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LPRAT-RETURNS           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LPRAT-RATIO             PIC ZZ9.99.
           05  FILLER                     PIC X(1) VALUE '%'.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-LPRAT-EXCEPTIONS        PIC ZZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LPRAT-FLAG              PIC X(20).
           05  FILLER                     PIC X(28) VALUE SPACES.

       01  WS-LP-FLAGGED-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'CASHIERS FLAGGED:'.
           05  WS-LPRPT-FLAGGED           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-CARD-TXN-TABLE.
           05  WS-CTX-ENTRY               OCCURS 2000 TIMES.
               10  WS-CTX-TRANSACTION-ID  PIC X(12).
               10  WS-CTX-REGISTER        PIC X(3).
               10  WS-CTX-CASHIER         PIC X(5).
               10  WS-CTX-DATE            PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-CTX-IDX                 PIC 9(4) VALUE ZEROES.
           05  WS-CTX-USED                PIC 9(4) VALUE ZEROES.
           05  WS-CTX-FOUND-IDX           PIC 9(4) VALUE ZEROES.
           05  WS-CTX-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-CTX-LAST-ID             PIC X(12) VALUE SPACES.
           05  WS-CARD-BATCH-ID           PIC X(10) VALUE SPACES.
           05  WS-CARD-BATCH-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-CARD-BATCH-TOTAL        PIC S9(11)V99 VALUE ZEROES.
           05  WS-CARD-ALREADY-SETTLED    PIC 9(5) VALUE ZEROES.
           05  WS-CARD-FUND-DAYS          PIC S9(3) VALUE 3.
           05  WS-CARD-EOF-SWITCH         PIC X VALUE 'N'.
               88  WS-CARD-SORT-EOF       VALUE 'Y'.
           05  WS-FUND-TRAILER-SWITCH     PIC X VALUE 'N'.
               88  WS-FUND-TRAILER-SEEN   VALUE 'Y'.
           05  WS-FUND-DEPOSIT-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-FUND-RECORD-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-FUND-NET-TOTAL          PIC S9(11)V99 VALUE ZEROES.
           05  WS-FUND-FEE-TOTAL          PIC S9(9)V99 VALUE ZEROES.
           05  WS-FUND-CHARGEBACK-TOTAL   PIC S9(9)V99 VALUE ZEROES.
           05  WS-FUND-CHARGEBACK-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-FUND-EXCEPTION-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-FUND-UNFUNDED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-FUND-UNFUNDED-TOTAL     PIC S9(11)V99 VALUE ZEROES.
           05  WS-FUND-NET-DEPOSIT        PIC S9(11)V99 VALUE ZEROES.
           05  WS-FUND-AGE-DAYS           PIC S9(5) COMP-3 VALUE ZEROES.

       01  WS-FUND-BATCH-TABLE.
           05  WS-FB-ENTRY                OCCURS 20 TIMES.
               10  WS-FB-BATCH-ID         PIC X(10).
               10  WS-FB-SETTLED          PIC S9(11)V99 COMP-3.
               10  WS-FB-GROSS            PIC S9(11)V99 COMP-3.
               10  WS-FB-FEES             PIC S9(9)V99 COMP-3.
               10  WS-FB-CHARGEBACKS      PIC S9(9)V99 COMP-3.
               10  WS-FB-NET              PIC S9(11)V99 COMP-3.

       01  WS-FUND-BATCH-FIELDS.
           05  WS-FB-IDX                  PIC 9(2) VALUE ZEROES.
           05  WS-FB-FOUND-IDX            PIC 9(2) VALUE ZEROES.
           05  WS-FB-EMPTY-IDX            PIC 9(2) VALUE ZEROES.
           05  WS-FB-OVERFLOW-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-FB-SEARCH-ID            PIC X(10) VALUE SPACES.
           05  WS-FB-VARIANCE             PIC S9(11)V99 VALUE ZEROES.

       01  WS-CARD-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                 'CARD SETTLEMENT RECONCILIATION'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-CARD-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-CARD-BATCH-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'SETTLEMENT BATCH SENT:'.
           05  WS-CRD-SENT-BATCH          PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'TENDERS:'.
           05  WS-CRD-SENT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'AMOUNT:'.
           05  WS-CRD-SENT-TOTAL          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(17) VALUE
                                          'ALREADY SETTLED:'.
           05  WS-CRD-SENT-SKIPPED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  WS-CARD-SECTION-LINE.
           05  WS-CRD-SECTION-TITLE       PIC X(30).
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-CARD-COLUMNS.
           05  FILLER                     PIC X(22) VALUE 'TYPE'.
           05  FILLER                     PIC X(14) VALUE 'TRANSACTION'.
           05  FILLER                     PIC X(4) VALUE 'SQ'.
           05  FILLER                     PIC X(12) VALUE 'BATCH'.
           05  FILLER                     PIC X(16) VALUE 'SETTLED'.
           05  FILLER                     PIC X(16) VALUE 'FUNDED'.
           05  FILLER                     PIC X(13) VALUE 'FEE'.
           05  FILLER                     PIC X(5) VALUE 'REG'.
           05  FILLER                     PIC X(10) VALUE 'DATE'.
           05  FILLER                     PIC X(4) VALUE 'DAYS'.
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-CARD-DETAIL.
           05  WS-CRD-TYPE                PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-TRANSACTION         PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-SEQ                 PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-BATCH               PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-SETTLED             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-FUNDED              PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-FEE                 PIC $$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-REGISTER            PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-DATE                PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRD-DAYS                PIC ZZZ9.
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-CARD-NONE-LINE.
           05  WS-CRD-NONE-TEXT           PIC X(30).
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-CARD-BATCH-COLUMNS.
           05  FILLER                     PIC X(12) VALUE 'BATCH'.
           05  FILLER                     PIC X(17) VALUE 'SETTLED'.
           05  FILLER                     PIC X(17) VALUE
                                          'FUNDED GROSS'.
           05  FILLER                     PIC X(17) VALUE 'FEES'.
           05  FILLER                     PIC X(17) VALUE 'CHARGEBACKS'.
           05  FILLER                     PIC X(17) VALUE 'NET FUNDED'.
           05  FILLER                     PIC X(15) VALUE 'VARIANCE'.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-CARD-BATCH-DETAIL.
           05  WS-CRB-BATCH               PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-SETTLED             PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-GROSS               PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-FEES                PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-CHARGEBACKS         PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-NET                 PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-CRB-VARIANCE            PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-CARD-TOTAL-LINE.
           05  WS-CRD-TOTAL-LABEL         PIC X(30).
           05  WS-CRD-TOTAL-AMOUNT        PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-CARD-CONTROL-LINE.
           05  FILLER                     PIC X(30) VALUE
                                          'DEPOSIT CONTROL MISMATCH:'.
           05  FILLER                     PIC X(8) VALUE 'COUNT'.
           05  WS-CRC-FILE-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE ' / '.
           05  WS-CRC-READ-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'AMOUNT'.
           05  WS-CRC-FILE-AMOUNT         PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(3) VALUE ' / '.
           05  WS-CRC-READ-AMOUNT         PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(32) VALUE SPACES.

       01  WS-LAYAWAY-FIELDS.
           05  WS-LAY-RESTOCK-PCT         PIC SV99 VALUE .10.
           05  WS-LAY-RESTOCK-FEE         PIC S9(5)V99 VALUE ZEROES.
           05  WS-SUM-BELOW-REORDER       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL6.
           05  FILLER                     PIC X(25) VALUE
                                          'LP EXCEPTIONS LOGGED:'.
           05  WS-SUM-LP-EXCEPTIONS       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL7.
           05  FILLER                     PIC X(25) VALUE
                                          'CASHIERS FLAGGED FOR LP:'.
           05  WS-SUM-LP-FLAGGED          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL8.
           05  FILLER                     PIC X(25) VALUE
                                          'CARD TENDERS SETTLED:'.
           05  WS-SUM-CARD-SETTLED        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL9.
           05  FILLER                     PIC X(25) VALUE
                                          'CARD FUNDING EXCEPTIONS:'.
           05  WS-SUM-CARD-EXCEPTIONS     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL10.
           05  FILLER                     PIC X(25) VALUE
                                          'BILLBACK CLAIMS ISSUED:'.
           05  WS-SUM-BB-CLAIMS           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL11.
           05  FILLER                     PIC X(25) VALUE
                                          'SHELF LABELS QUEUED:'.
           05  WS-SUM-LABELS              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL12.
           05  FILLER                     PIC X(25) VALUE
                                          'STORES REPORTED:'.
           05  WS-SUM-STORES              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL13.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE RESTOCKS APPLIED:'.
           05  WS-SUM-RESTOCKS            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-BAL-HEADER1.
           05  FILLER                     PIC X(40) VALUE
                              'INPUT BATCH BALANCING REPORT - SALEFILE'.
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

       01  WS-TENDER-HEADER.
           05  FILLER                     PIC X(30) VALUE
                                          'TENDER RECONCILIATION'.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-TENDER-DETAIL.
           05  WS-TRPT-METHOD-NAME        PIC X(12).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-TRPT-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(103) VALUE SPACES.

       01  WS-TENDER-VARIANCE-LINE.
           05  FILLER                     PIC X(34) VALUE SPACES.
           05  FILLER                     PIC X(17) VALUE
                                          'TENDER VARIANCE:'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-TRPT-VARIANCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL SALES-FILE-EOF
           PERFORM 2900-APPLY-STORE-RESTOCKS
           PERFORM 3000-GENERATE-SALES-REPORT
           PERFORM 3075-LOSS-PREVENTION-REPORT
           PERFORM 3010-CARD-SETTLEMENT-BATCH
           PERFORM 3020-PROCESSOR-FUNDING-RECON
           PERFORM 3080-DEPARTMENT-ROLLUP-REPORT
           PERFORM 3090-GIFT-CARD-LIABILITY-REPORT
           PERFORM 3095-PROMO-EFFECTIVENESS-REPORT
           PERFORM 3099-DRAWER-RECONCILIATION
           PERFORM 3093-TAX-REMITTANCE-REPORT
           PERFORM 3500-CHECK-MONTH-END
           PERFORM 3600-VENDOR-BILLBACK-CLAIMS
           PERFORM 3700-SHELF-LABEL-EXTRACT
           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              PERFORM 3550-MONTH-END-CLOSE
           END-IF
           PERFORM 3900-WRITE-BALANCING-REPORT
           PERFORM 4000-TERMINATION
           STOP RUN
           .
                      DECLARED-COUNT-FILE
                      TAX-AUTHORITY-FILE
                      TAX-GROUP-FILE
                      RETAIL-PARAMETER-FILE
                      CASHIER-MASTER-FILE
                      PROCESSOR-FUNDING-FILE
                      PRICE-CHANGE-FILE
                      STORE-MASTER-FILE
                      STORE-RESTOCK-FILE
                I-O   PRODUCT-MASTER-FILE
                      CUSTOMER-MASTER-FILE
                      LOYALTY-LEDGER-FILE
                      LAYAWAY-MASTER-FILE
                      DRAWER-HISTORY-FILE
                      TAX-MTD-FILE
                      CARD-SETTLEMENT-FILE
                      VENDOR-ACCRUAL-FILE
                      STORE-INVENTORY-FILE
                      RUN-CONTROL-FILE
                OUTPUT DAILY-SALES-REPORT-FILE
                       INVENTORY-UPDATE-FILE
                       ROLLUP-REPORT-FILE
                       OVER-SHORT-REPORT-FILE
                       TAX-REMIT-REPORT-FILE
                       TIER-REPORT-FILE
                       LP-EXCEPTION-FILE
                       LP-REPORT-FILE
                       SETTLEMENT-BATCH-FILE
                       CARD-RECON-REPORT-FILE
                       BILLBACK-REPORT-FILE
                       BILLBACK-CLAIM-FILE
                       SHELF-LABEL-FILE
                       SALE-SIGN-FILE
                       LABEL-REPORT-FILE
                       BALANCE-REPORT-FILE

           IF NOT PRODUCT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PRODUCT MASTER FILE: ' 
              STOP RUN
           END-IF

           IF NOT RETAIL-PARAMETER-SUCCESS
              DISPLAY 'ERROR OPENING RETAIL PARAMETER FILE: '
                      RETAIL-PARAMETER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CASHIER-MASTER-SUCCESS
              DISPLAY 'ERROR OPENING CASHIER MASTER FILE: '
                      CASHIER-MASTER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LP-EXCEPTION-SUCCESS
              DISPLAY 'ERROR OPENING LP EXCEPTION FILE: '
                      LP-EXCEPTION-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LP-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING LP REPORT FILE: '
                      LP-REPORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CARD-SETTLEMENT-SUCCESS
              DISPLAY 'ERROR OPENING CARD SETTLEMENT FILE: '
                      CARD-SETTLEMENT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SETTLEMENT-BATCH-SUCCESS
              DISPLAY 'ERROR OPENING SETTLEMENT BATCH FILE: '
                      SETTLEMENT-BATCH-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PROCESSOR-FUNDING-SUCCESS
              DISPLAY 'ERROR OPENING PROCESSOR FUNDING FILE: '
                      PROCESSOR-FUNDING-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT CARD-RECON-SUCCESS
              DISPLAY 'ERROR OPENING CARD RECONCILIATION FILE: '
                      CARD-RECON-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT VENDOR-ACCRUAL-SUCCESS
              DISPLAY 'ERROR OPENING VENDOR ACCRUAL FILE: '
                      VENDOR-ACCRUAL-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BILLBACK-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING BILLBACK REPORT FILE: '
                      BILLBACK-REPORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT BILLBACK-CLAIM-SUCCESS
              DISPLAY 'ERROR OPENING BILLBACK CLAIM FILE: '
                      BILLBACK-CLAIM-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-MASTER-SUCCESS
              DISPLAY 'ERROR OPENING STORE MASTER FILE: '
                      STORE-MASTER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-INVENTORY-SUCCESS
              DISPLAY 'ERROR OPENING STORE INVENTORY FILE: '
                      STORE-INVENTORY-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PRICE-CHANGE-SUCCESS
              DISPLAY 'ERROR OPENING PRICE CHANGE FILE: '
                      PRICE-CHANGE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-RESTOCK-SUCCESS
              DISPLAY 'ERROR OPENING STORE RESTOCK FILE: '
                      STORE-RESTOCK-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SHELF-LABEL-SUCCESS
              DISPLAY 'ERROR OPENING SHELF LABEL FILE: '
                      SHELF-LABEL-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SALE-SIGN-SUCCESS
              DISPLAY 'ERROR OPENING SALE SIGN FILE: '
                      SALE-SIGN-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LABEL-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING LABEL REPORT FILE: '
                      LABEL-REPORT-STATUS
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
           MOVE WS-FORMATTED-DATE TO WS-OVRSHT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-TAXRMT-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-TIER-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LP-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CARD-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-BB-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LBL-HEADER-DATE

           PERFORM 1100-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 3900-WRITE-BALANCING-REPORT
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           PERFORM 1200-LOAD-RETAIL-PARAMETERS

           MOVE WS-STR-DEFAULT-NUM TO WS-STR-DEFAULT-STORE
           PERFORM 1300-LOAD-STORE-MASTER

           MOVE SPACES TO WS-CASHIER-TABLE
           MOVE SPACES TO WS-REGISTER-TABLE
           MOVE SPACES TO WS-PROMO-STATS-TABLE
           MOVE SPACES TO WS-DRAWER-TABLE
           MOVE SPACES TO WS-TAX-AUTH-TABLE
           MOVE SPACES TO WS-CARD-TXN-TABLE
           MOVE SPACES TO WS-FUND-BATCH-TABLE
           MOVE SPACES TO WS-LABEL-PROMO-TABLE
           MOVE SPACES TO WS-LABEL-DEPT-TABLE
           MOVE SPACES TO WS-TAX-CHAIN-TABLE

           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
           END-READ
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
              PERFORM 1150-PRESCAN-SALES-TRANSACTIONS
           END-IF

           IF NOT WS-RUN-ABORT
              IF NOT WS-HEADER-FOUND
                 DISPLAY 'SALEFILE HEADER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF NOT WS-TRAILER-FOUND
                 DISPLAY 'SALEFILE TRAILER MISSING - RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-CONTROL-SEQ-ERROR
                 DISPLAY 'SALEFILE HEADER/TRAILER OUT OF SEQUENCE - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           IF NOT WS-RUN-ABORT
              IF WS-TRAILER-COUNT NOT = WS-EDIT-RECORD-COUNT OR
                 WS-TRAILER-QUANTITY NOT = WS-EDIT-QUANTITY-HASH OR
                 WS-TRAILER-HASH NOT = WS-EDIT-AMOUNT-HASH
                 DISPLAY 'SALEFILE OUT OF BALANCE WITH TRAILER'
                 DISPLAY '  TRAILER COUNT: ' WS-TRAILER-COUNT
                         '  READ COUNT: ' WS-EDIT-RECORD-COUNT
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-BATCH-HEADER-DATE NOT = RC-BUSINESS-DATE OR
                 WS-TRAILER-DATE NOT = RC-BUSINESS-DATE
                 DISPLAY 'SALEFILE BUSINESS DATE ' WS-BATCH-HEADER-DATE
                         ' NOT RUN CONTROL DATE ' RC-BUSINESS-DATE
                 SET WS-RUN-ABORT TO TRUE
              END-IF

              IF WS-TRAILER-COUNT NOT = RC-EXPECTED-COUNT OR
                 WS-TRAILER-QUANTITY NOT = RC-EXPECTED-QUANTITY OR
                 WS-TRAILER-HASH NOT = RC-EXPECTED-AMOUNT
                 DISPLAY 'SALEFILE DOES NOT MATCH RUN CONTROL - '
                         'RUN HALTED'
                 SET WS-RUN-ABORT TO TRUE
              END-IF
           END-IF

           CLOSE SALES-TRANSACTION-FILE
           OPEN INPUT SALES-TRANSACTION-FILE

           IF NOT SALES-FILE-SUCCESS
              DISPLAY 'ERROR REOPENING SALES TRANSACTION FILE: '
                      SALES-FILE-STATUS
              SET WS-RUN-ABORT TO TRUE
           END-IF
           .

       1150-PRESCAN-SALES-TRANSACTIONS.
           MOVE ZEROES TO WS-EDIT-RECORD-COUNT
           MOVE ZEROES TO WS-EDIT-QUANTITY-HASH
           MOVE ZEROES TO WS-EDIT-AMOUNT-HASH
           MOVE 'N' TO WS-HEADER-FOUND-FLAG
           MOVE 'N' TO WS-TRAILER-FOUND-FLAG
           MOVE 'N' TO WS-CONTROL-SEQ-FLAG

           READ SALES-TRANSACTION-FILE
               AT END SET SALES-FILE-EOF TO TRUE
           END-READ

           PERFORM UNTIL SALES-FILE-EOF
              EVALUATE TRUE
                  WHEN ST-BATCH-HEADER
                      IF WS-HEADER-FOUND OR WS-TRAILER-FOUND OR
                         WS-EDIT-RECORD-COUNT > 0
                         SET WS-CONTROL-SEQ-ERROR TO TRUE
                      END-IF
                      SET WS-HEADER-FOUND TO TRUE
                      MOVE TC-BUSINESS-DATE TO WS-BATCH-HEADER-DATE
                  WHEN ST-BATCH-TRAILER
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

              READ SALES-TRANSACTION-FILE
                  AT END SET SALES-FILE-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       1160-COMPUTE-RECORD-HASH.
           MOVE ST-QUANTITY TO WS-RECORD-QUANTITY
           MOVE ST-EXTENDED-PRICE TO WS-RECORD-AMOUNT
           .

       1200-LOAD-RETAIL-PARAMETERS.
           MOVE LOW-VALUES TO RP-PARAM-KEY

           START RETAIL-PARAMETER-FILE KEY >= RP-PARAM-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO RP-PARAM-KEY
           END-START

           IF RP-PARAM-KEY NOT = HIGH-VALUES
              READ RETAIL-PARAMETER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO RP-PARAM-KEY
              END-READ
           END-IF

           PERFORM UNTIL RP-PARAM-KEY = HIGH-VALUES
              IF RP-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                 PERFORM 1250-APPLY-RETAIL-PARAMETER
              END-IF

              READ RETAIL-PARAMETER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO RP-PARAM-KEY
              END-READ
           END-PERFORM
           .

       1250-APPLY-RETAIL-PARAMETER.
           EVALUATE RP-PARAM-ID
               WHEN 'LPDISCPC'
                   COMPUTE WS-LP-DISCOUNT-LIMIT =
                           RP-PARAM-VALUE / 100
               WHEN 'LPRFDMLT'
                   MOVE RP-PARAM-VALUE TO WS-LP-RATIO-MULTIPLE
               WHEN 'LPRFDMIN'
                   MOVE RP-PARAM-VALUE TO WS-LP-RATIO-FLOOR
               WHEN 'LPEXCMAX'
                   MOVE RP-PARAM-VALUE TO WS-LP-EXCEPTION-LIMIT
               WHEN 'CDFUNDDY'
                   MOVE RP-PARAM-VALUE TO WS-CARD-FUND-DAYS
               WHEN 'STOREDFT'
                   MOVE RP-PARAM-VALUE TO WS-STR-DEFAULT-NUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1300-LOAD-STORE-MASTER.
           MOVE SPACES TO WS-STORE-TABLE
           MOVE ZEROES TO WS-STR-COUNT
           MOVE LOW-VALUES TO SM-STORE-NUMBER

           START STORE-MASTER-FILE KEY >= SM-STORE-NUMBER
               INVALID KEY
                   MOVE HIGH-VALUES TO SM-STORE-NUMBER
           END-START

           IF SM-STORE-NUMBER NOT = HIGH-VALUES
              READ STORE-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SM-STORE-NUMBER
              END-READ
           END-IF

           PERFORM UNTIL SM-STORE-NUMBER = HIGH-VALUES
              IF WS-STR-COUNT < 10
                 ADD 1 TO WS-STR-COUNT
                 MOVE WS-STR-COUNT TO WS-STR-IDX
                 MOVE SM-STORE-NUMBER
                      TO WS-STR-STORE-NUMBER(WS-STR-IDX)
                 MOVE SM-STORE-NAME TO WS-STR-STORE-NAME(WS-STR-IDX)
                 MOVE SM-TAX-AUTHORITY-LIST
                      TO WS-STR-AUTH-LIST(WS-STR-IDX)
                 PERFORM 1310-ZERO-STORE-TOTALS
              ELSE
                 ADD 1 TO WS-STR-OVERFLOW-COUNT
              END-IF

              READ STORE-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SM-STORE-NUMBER
              END-READ
           END-PERFORM
           .

       1310-ZERO-STORE-TOTALS.
           MOVE ZEROES TO WS-STR-LINES(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-ITEMS-SOLD(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-SALES(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-TAX(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-UNGROUPED-EXEMPT(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-OVER-SHORT(WS-STR-IDX)
           MOVE ZEROES TO WS-STR-BELOW-REORDER(WS-STR-IDX)
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-ERROR-FLAG

           IF ST-BATCH-HEADER OR ST-BATCH-TRAILER
              READ SALES-TRANSACTION-FILE
                  AT END SET SALES-FILE-EOF TO TRUE
              END-READ

              IF SALES-FILE-SUCCESS
                 ADD 1 TO WS-TRANS-READ
              END-IF
           ELSE
              ADD 1 TO WS-BAL-INPUT-COUNT
              PERFORM 1160-COMPUTE-RECORD-HASH
              ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
              ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT
              MOVE WS-TRANS-ERRORS TO WS-BAL-ERRORS-BEFORE

              PERFORM 2002-SET-TRANSACTION-STORE

              IF ST-CREDIT OR ST-DEBIT
                 PERFORM 2005-NOTE-CARD-TRANSACTION
              END-IF

              IF ST-GC-ISSUE OR ST-GC-RELOAD
                 PERFORM 2290-PROCESS-GIFT-CARD-LOAD

                 READ SALES-TRANSACTION-FILE
                     AT END SET SALES-FILE-EOF TO TRUE
                 END-READ

                 IF SALES-FILE-SUCCESS
                    ADD 1 TO WS-TRANS-READ
                 END-IF
              ELSE
                 IF ST-LAYAWAY-TRANS
                    PERFORM 2400-PROCESS-LAYAWAY

                    READ SALES-TRANSACTION-FILE
                        AT END SET SALES-FILE-EOF TO TRUE
                    END-READ

                    IF SALES-FILE-SUCCESS
                       ADD 1 TO WS-TRANS-READ
                    END-IF
                 ELSE
                    PERFORM 2010-PROCESS-PRODUCT-TRANSACTION
                 END-IF
              END-IF

              PERFORM 2001-COUNT-DISPOSITION
           END-IF
           .

       2001-COUNT-DISPOSITION.
           IF WS-ERROR-FOUND OR
              WS-TRANS-ERRORS > WS-BAL-ERRORS-BEFORE
              ADD 1 TO WS-BAL-REJECTED
           ELSE
              ADD 1 TO WS-BAL-PROCESSED
           END-IF
           .

       2002-SET-TRANSACTION-STORE.
           IF ST-STORE-NUMBER = SPACES
              MOVE WS-STR-DEFAULT-STORE TO ST-STORE-NUMBER
           END-IF

           MOVE ST-STORE-NUMBER TO WS-STR-WORK-STORE
           PERFORM 2003-FIND-STORE-SLOT
           MOVE WS-STR-FOUND-IDX TO WS-STR-CUR-IDX

           IF WS-STR-CUR-IDX > ZEROES
              ADD 1 TO WS-STR-LINES(WS-STR-CUR-IDX)
           END-IF
           .

       2003-FIND-STORE-SLOT.
           MOVE ZEROES TO WS-STR-FOUND-IDX
           MOVE ZEROES TO WS-STR-EMPTY-IDX

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 10
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) = WS-STR-WORK-STORE
                 MOVE WS-STR-IDX TO WS-STR-FOUND-IDX
              END-IF
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) = SPACES
                 AND WS-STR-EMPTY-IDX = ZEROES
                 MOVE WS-STR-IDX TO WS-STR-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-STR-FOUND-IDX = ZEROES
              AND WS-STR-EMPTY-IDX > ZEROES
              MOVE WS-STR-EMPTY-IDX TO WS-STR-FOUND-IDX
              MOVE WS-STR-EMPTY-IDX TO WS-STR-IDX
              MOVE WS-STR-WORK-STORE
                   TO WS-STR-STORE-NUMBER(WS-STR-IDX)
              MOVE 'NOT ON STORE MASTER'
                   TO WS-STR-STORE-NAME(WS-STR-IDX)
              MOVE SPACES TO WS-STR-AUTH-LIST(WS-STR-IDX)
              PERFORM 1310-ZERO-STORE-TOTALS
              ADD 1 TO WS-STR-COUNT
           END-IF

           IF WS-STR-FOUND-IDX = ZEROES
              ADD 1 TO WS-STR-OVERFLOW-COUNT
           END-IF
           .

       2005-NOTE-CARD-TRANSACTION.
           IF ST-TRANSACTION-ID NOT = WS-CTX-LAST-ID
              MOVE ST-TRANSACTION-ID TO WS-CTX-LAST-ID

              IF WS-CTX-USED < 2000
                 ADD 1 TO WS-CTX-USED
                 MOVE ST-TRANSACTION-ID
                      TO WS-CTX-TRANSACTION-ID(WS-CTX-USED)
                 MOVE ST-REGISTER-NUMBER TO WS-CTX-REGISTER(WS-CTX-USED)
                 MOVE ST-CASHIER-ID TO WS-CTX-CASHIER(WS-CTX-USED)
                 MOVE ST-TRANSACTION-DATE TO WS-CTX-DATE(WS-CTX-USED)
              ELSE
                 ADD 1 TO WS-CTX-OVERFLOW-COUNT
              END-IF
           END-IF
           .

       2010-PROCESS-PRODUCT-TRANSACTION.
           MOVE ST-PRODUCT-ID TO PM-PRODUCT-ID

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ERROR-FLAG
                   ADD 1 TO WS-TRANS-ERRORS
           END-READ

           IF PRODUCT-FILE-SUCCESS AND WS-NO-ERROR
              EVALUATE TRUE
                  WHEN ST-RETURN
                      PERFORM 2250-PROCESS-RETURN
                  WHEN ST-REDEMPTION
                      PERFORM 2280-PROCESS-REDEMPTION
                  WHEN OTHER
                      PERFORM 2200-PROCESS-SALE
              END-EVALUATE
              PERFORM 2300-ACCUMULATE-PRODUCTIVITY
              PERFORM 2340-CHECK-LOSS-PREVENTION
              ADD 1 TO WS-TRANS-PROCESSED
           ELSE
              ADD 1 TO WS-TRANS-ERRORS
           END-IF

           READ SALES-TRANSACTION-FILE
               AT END SET SALES-FILE-EOF TO TRUE
           END-READ
           
           IF SALES-FILE-SUCCESS
              ADD 1 TO WS-TRANS-READ
           END-IF
           .

       2200-PROCESS-SALE.
           IF PM-SALE-START-DATE NOT = ZEROES
              AND PM-SALE-END-DATE NOT = ZEROES
              AND ST-TRANSACTION-DATE NOT < PM-SALE-START-DATE
              AND ST-TRANSACTION-DATE NOT > PM-SALE-END-DATE
              IF ST-UNIT-PRICE NOT = PM-SALE-PRICE
                 DISPLAY 'PRICE MISMATCH ON TRANSACTION '
                         ST-TRANSACTION-ID ': REGISTER SENT '
                         ST-UNIT-PRICE ' SALE PRICE IS ' PM-SALE-PRICE
              END-IF
              MOVE PM-SALE-PRICE TO ST-UNIT-PRICE
           END-IF

           COMPUTE WS-EXTENDED-PRICE =
                   ST-QUANTITY * ST-UNIT-PRICE

           IF ST-DISCOUNT-PERCENT > ZEROES
              COMPUTE WS-DISCOUNT-AMOUNT =
                      WS-EXTENDED-PRICE * ST-DISCOUNT-PERCENT
              SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-EXTENDED-PRICE
              ADD WS-DISCOUNT-AMOUNT TO WS-TOTAL-DISCOUNT-AMOUNT
           END-IF

           IF PM-DISCOUNTABLE
              PERFORM 2210-EVALUATE-PROMOTIONS

              IF WS-PROMO-BEST-MARKDOWN > ZEROES
                 SUBTRACT WS-PROMO-BEST-MARKDOWN
                     FROM WS-EXTENDED-PRICE
                 ADD WS-PROMO-BEST-MARKDOWN
                     TO WS-TOTAL-DISCOUNT-AMOUNT
                 PERFORM 2220-ACCUMULATE-PROMO-STATS
                 IF WS-PROMO-BEST-IS-FUNDED
                    PERFORM 2225-ACCRUE-VENDOR-FUNDING
                 END-IF
              END-IF
           END-IF

           MOVE '+' TO WS-TAX-SIGN
           PERFORM 2260-COMPUTE-LINE-TAX

           MOVE WS-EXTENDED-PRICE TO ST-EXTENDED-PRICE
           MOVE WS-TAX-AMOUNT TO ST-TAX-AMOUNT

           IF ST-GIFT-CARD
              PERFORM 2240-REDEEM-GIFT-CARD
           END-IF

           SUBTRACT ST-QUANTITY FROM PM-QUANTITY-ON-HAND
           ADD ST-QUANTITY TO PM-YTD-SALES-QUANTITY
           ADD ST-QUANTITY TO PM-MTD-SALES-QUANTITY
           ADD ST-EXTENDED-PRICE TO PM-YTD-SALES-AMOUNT
           MOVE ST-QUANTITY TO IU-QUANTITY
           MOVE ST-TRANSACTION-DATE TO IU-TRANSACTION-DATE
           MOVE ST-TRANSACTION-ID TO IU-TRANSACTION-ID
           MOVE ST-STORE-NUMBER TO IU-STORE-NUMBER

           WRITE INVENTORY-UPDATE-RECORD

           MOVE ST-STORE-NUMBER TO WS-SI-STORE
           COMPUTE WS-SI-ON-HAND-CHANGE = 0 - ST-QUANTITY
           MOVE ST-QUANTITY TO WS-SI-SALES-QTY
           MOVE ST-EXTENDED-PRICE TO WS-SI-SALES-AMT
           PERFORM 2350-POST-STORE-INVENTORY

           IF ST-CUSTOMER-ID NOT = SPACES
              MOVE ST-CUSTOMER-ID TO CM-CUSTOMER-ID

           MOVE ZEROES TO WS-PROMO-BEST-MARKDOWN
           MOVE SPACES TO WS-PROMO-BEST-ID
           MOVE SPACES TO WS-PROMO-BEST-DESC
           MOVE 'N' TO WS-PROMO-BEST-FUNDED
           MOVE SPACES TO WS-PROMO-BEST-FUND-BASIS
           MOVE ZEROES TO WS-PROMO-BEST-FUND-RATE
           MOVE ZEROES TO WS-PROMO-BEST-FUND-AMT
           MOVE ST-TRANSACTION-DATE TO WS-PROMO-TRANS-DATE

           MOVE LOW-VALUES TO PR-PROMO-ID
                 MOVE WS-PROMO-MARKDOWN TO WS-PROMO-BEST-MARKDOWN
                 MOVE PR-PROMO-ID TO WS-PROMO-BEST-ID
                 MOVE PR-PROMO-DESC TO WS-PROMO-BEST-DESC
                 IF PR-VENDOR-FUNDED-PROMO
                    MOVE 'Y' TO WS-PROMO-BEST-FUNDED
                    MOVE PR-FUNDING-BASIS TO WS-PROMO-BEST-FUND-BASIS
                    MOVE PR-FUNDING-RATE TO WS-PROMO-BEST-FUND-RATE
                    MOVE PR-FUNDING-AMOUNT TO WS-PROMO-BEST-FUND-AMT
                 ELSE
                    MOVE 'N' TO WS-PROMO-BEST-FUNDED
                 END-IF
              END-IF
           END-IF
           .
           END-IF
           .

       2225-ACCRUE-VENDOR-FUNDING.
           IF WS-PROMO-BEST-FUND-BASIS = 'U'
              COMPUTE WS-BB-LINE-CLAIM =
                      ST-QUANTITY * WS-PROMO-BEST-FUND-AMT
           ELSE
              COMPUTE WS-BB-LINE-CLAIM ROUNDED =
                      WS-PROMO-BEST-MARKDOWN * WS-PROMO-BEST-FUND-RATE
           END-IF

           IF PM-VENDOR-ID = SPACES
              ADD 1 TO WS-BB-NO-VENDOR-COUNT
              DISPLAY 'VENDOR-FUNDED PROMO ' WS-PROMO-BEST-ID
                      ' - NO VENDOR ON PRODUCT ' PM-PRODUCT-ID
           ELSE
              MOVE PM-VENDOR-ID TO VA-VENDOR-ID
              MOVE WS-PROMO-BEST-ID TO VA-PROMO-ID

              READ VENDOR-ACCRUAL-FILE
                  INVALID KEY
                      MOVE SPACES TO VA-LAST-CLAIM-NUMBER
                      MOVE SPACES TO VA-FILLER
                      MOVE ST-QUANTITY TO VA-PENDING-UNITS
                      MOVE WS-PROMO-BEST-MARKDOWN
                           TO VA-PENDING-MARKDOWN
                      MOVE WS-BB-LINE-CLAIM TO VA-PENDING-CLAIM
                      MOVE ZEROES TO VA-CLAIMED-UNITS
                      MOVE ZEROES TO VA-CLAIMED-AMOUNT
                      MOVE ST-TRANSACTION-DATE
                           TO VA-FIRST-ACCRUAL-DATE
                      MOVE ST-TRANSACTION-DATE
                           TO VA-LAST-ACCRUAL-DATE
                      MOVE ZEROES TO VA-LAST-CLAIM-DATE
                      WRITE VENDOR-ACCRUAL-RECORD
                  NOT INVALID KEY
                      ADD ST-QUANTITY TO VA-PENDING-UNITS
                      ADD WS-PROMO-BEST-MARKDOWN
                          TO VA-PENDING-MARKDOWN
                      ADD WS-BB-LINE-CLAIM TO VA-PENDING-CLAIM
                      MOVE ST-TRANSACTION-DATE
                           TO VA-LAST-ACCRUAL-DATE
                      REWRITE VENDOR-ACCRUAL-RECORD
              END-READ

              ADD WS-BB-LINE-CLAIM TO WS-BB-ACCRUED-TODAY
           END-IF
           .

       2260-COMPUTE-LINE-TAX.
           MOVE ZEROES TO WS-TAX-AMOUNT
           MOVE ST-TRANSACTION-DATE TO WS-TAX-TRANS-DATE
                    ADD WS-EXTENDED-PRICE
                        TO WS-TAX-UNGROUPED-EXEMPT
                 END-IF
                 IF WS-STR-CUR-IDX > ZEROES
                    IF WS-TAX-SIGN-NEG
                       SUBTRACT WS-EXTENDED-PRICE FROM
                          WS-STR-UNGROUPED-EXEMPT(WS-STR-CUR-IDX)
                    ELSE
                       ADD WS-EXTENDED-PRICE TO
                          WS-STR-UNGROUPED-EXEMPT(WS-STR-CUR-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-STR-CUR-IDX > ZEROES
              IF WS-TAX-SIGN-NEG
                 SUBTRACT WS-TAX-AMOUNT
                     FROM WS-STR-TAX(WS-STR-CUR-IDX)
              ELSE
                 ADD WS-TAX-AMOUNT TO WS-STR-TAX(WS-STR-CUR-IDX)
              END-IF
           END-IF
           .
           PERFORM UNTIL WS-TAX-GRP-EOF OR
                   TG-TAX-GROUP NOT = WS-TAX-WORK-GROUP
              MOVE TG-AUTHORITY-CODE TO WS-TAX-WORK-CODE
              PERFORM 2268-CHECK-STORE-AUTHORITY

              IF WS-STR-AUTH-APPLIES
                 PERFORM 2266-FIND-AUTH-SLOT
              ELSE
                 MOVE ZEROES TO WS-TAX-FOUND-IDX
              END-IF

              IF WS-TAX-FOUND-IDX > ZEROES
                 IF PM-TAXABLE
           MOVE ZEROES TO WS-TAX-EMPTY-IDX

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 60
              IF WS-TAX-CODE(WS-TAX-IDX) = WS-TAX-WORK-CODE
                 AND WS-TAX-STORE(WS-TAX-IDX) = ST-STORE-NUMBER
                 MOVE WS-TAX-IDX TO WS-TAX-FOUND-IDX
              END-IF
              IF WS-TAX-CODE(WS-TAX-IDX) = SPACES
              MOVE WS-TAX-EMPTY-IDX TO WS-TAX-FOUND-IDX
              MOVE WS-TAX-WORK-CODE
                   TO WS-TAX-CODE(WS-TAX-FOUND-IDX)
              MOVE ST-STORE-NUMBER
                   TO WS-TAX-STORE(WS-TAX-FOUND-IDX)
              MOVE ZEROES TO WS-TAX-TAXABLE-SALES(WS-TAX-FOUND-IDX)
              MOVE ZEROES TO WS-TAX-EXEMPT-SALES(WS-TAX-FOUND-IDX)
              MOVE ZEROES TO WS-TAX-COLLECTED(WS-TAX-FOUND-IDX)
           END-IF
           .

       2268-CHECK-STORE-AUTHORITY.
           MOVE 'Y' TO WS-STR-AUTH-SWITCH

           IF WS-STR-CUR-IDX > ZEROES
              IF WS-STR-AUTH-LIST(WS-STR-CUR-IDX) NOT = SPACES
                 MOVE 'N' TO WS-STR-AUTH-SWITCH
                 PERFORM VARYING WS-STR-AUTH-IDX FROM 1 BY 1
                         UNTIL WS-STR-AUTH-IDX > 8
                    IF WS-STR-AUTHORITY(WS-STR-CUR-IDX,
                                        WS-STR-AUTH-IDX)
                       = WS-TAX-WORK-CODE
                       MOVE 'Y' TO WS-STR-AUTH-SWITCH
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

       2240-REDEEM-GIFT-CARD.
           COMPUTE WS-GC-AMOUNT-DUE =
                   ST-EXTENDED-PRICE + ST-TAX-AMOUNT
                           TO LY-LAYAWAY-NO
                      MOVE ST-CUSTOMER-ID TO LY-CUSTOMER-ID
                      MOVE ST-TRANSACTION-DATE TO LY-CREATED-DATE
                      MOVE ST-STORE-NUMBER TO LY-STORE-NUMBER
                      SET LY-OPEN TO TRUE
                      MOVE ZEROES TO LY-LINE-COUNT
                      MOVE ZEROES TO LY-TOTAL-DUE

              REWRITE PRODUCT-MASTER-RECORD

              MOVE LY-STORE-NUMBER TO WS-SI-STORE
              IF WS-SI-STORE = SPACES
                 MOVE WS-STR-DEFAULT-STORE TO WS-SI-STORE
              END-IF

              MOVE PM-PRODUCT-ID TO IU-PRODUCT-ID
              MOVE 'S' TO IU-UPDATE-TYPE
              MOVE ST-QUANTITY TO IU-QUANTITY
              MOVE ST-TRANSACTION-DATE TO IU-TRANSACTION-DATE
              MOVE ST-TRANSACTION-ID TO IU-TRANSACTION-ID
              MOVE WS-SI-STORE TO IU-STORE-NUMBER

              WRITE INVENTORY-UPDATE-RECORD

              COMPUTE WS-SI-ON-HAND-CHANGE = 0 - ST-QUANTITY
              MOVE ZEROES TO WS-SI-SALES-QTY
              MOVE ZEROES TO WS-SI-SALES-AMT
              PERFORM 2350-POST-STORE-INVENTORY
           ELSE
              DISPLAY 'LAYAWAY LINE LIMIT REACHED: ' LY-LAYAWAY-NO
              MOVE 'Y' TO WS-ERROR-FLAG

                   REWRITE PRODUCT-MASTER-RECORD

                   MOVE LY-STORE-NUMBER TO WS-SI-STORE
                   IF WS-SI-STORE = SPACES
                      MOVE WS-STR-DEFAULT-STORE TO WS-SI-STORE
                   END-IF

                   MOVE PM-PRODUCT-ID TO IU-PRODUCT-ID
                   MOVE 'R' TO IU-UPDATE-TYPE
                   MOVE LY-QUANTITY(WS-LAY-LINE-IDX) TO IU-QUANTITY
                   MOVE ST-TRANSACTION-DATE TO IU-TRANSACTION-DATE
                   MOVE ST-TRANSACTION-ID TO IU-TRANSACTION-ID
                   MOVE WS-SI-STORE TO IU-STORE-NUMBER

                   WRITE INVENTORY-UPDATE-RECORD

                   MOVE LY-QUANTITY(WS-LAY-LINE-IDX)
                        TO WS-SI-ON-HAND-CHANGE
                   MOVE ZEROES TO WS-SI-SALES-QTY
                   MOVE ZEROES TO WS-SI-SALES-AMT
                   PERFORM 2350-POST-STORE-INVENTORY
           END-READ
           .

                   ADD LY-EXTENDED-PRICE(WS-LAY-LINE-IDX)
                       TO WS-TOTAL-SALES-AMOUNT
                   ADD LY-QUANTITY(WS-LAY-LINE-IDX) TO WS-ITEMS-SOLD

                   MOVE ST-STORE-NUMBER TO WS-SI-STORE
                   MOVE ZEROES TO WS-SI-ON-HAND-CHANGE
                   MOVE LY-QUANTITY(WS-LAY-LINE-IDX) TO WS-SI-SALES-QTY
                   MOVE LY-EXTENDED-PRICE(WS-LAY-LINE-IDX)
                        TO WS-SI-SALES-AMT
                   PERFORM 2350-POST-STORE-INVENTORY
           END-READ
           .

           MOVE ST-QUANTITY TO IU-QUANTITY
           MOVE ST-TRANSACTION-DATE TO IU-TRANSACTION-DATE
           MOVE ST-TRANSACTION-ID TO IU-TRANSACTION-ID
           MOVE ST-STORE-NUMBER TO IU-STORE-NUMBER

           WRITE INVENTORY-UPDATE-RECORD

           MOVE ST-STORE-NUMBER TO WS-SI-STORE
           MOVE ST-QUANTITY TO WS-SI-ON-HAND-CHANGE
           COMPUTE WS-SI-SALES-QTY = 0 - ST-QUANTITY
           COMPUTE WS-SI-SALES-AMT = 0 - ST-EXTENDED-PRICE
           PERFORM 2350-POST-STORE-INVENTORY

           IF ST-CUSTOMER-ID NOT = SPACES
              MOVE ST-CUSTOMER-ID TO CM-CUSTOMER-ID

           MOVE ST-QUANTITY TO IU-QUANTITY
           MOVE ST-TRANSACTION-DATE TO IU-TRANSACTION-DATE
           MOVE ST-TRANSACTION-ID TO IU-TRANSACTION-ID
           MOVE ST-STORE-NUMBER TO IU-STORE-NUMBER

           WRITE INVENTORY-UPDATE-RECORD

           MOVE ST-STORE-NUMBER TO WS-SI-STORE
           COMPUTE WS-SI-ON-HAND-CHANGE = 0 - ST-QUANTITY
           MOVE ST-QUANTITY TO WS-SI-SALES-QTY
           MOVE ST-EXTENDED-PRICE TO WS-SI-SALES-AMT
           PERFORM 2350-POST-STORE-INVENTORY

           ADD ST-EXTENDED-PRICE TO WS-TOTAL-SALES-AMOUNT
           ADD ST-QUANTITY TO WS-ITEMS-SOLD
           .
                   UNTIL WS-DRW-IDX > 30
              IF WS-DRW-REGISTER(WS-DRW-IDX) = ST-REGISTER-NUMBER
                 AND WS-DRW-CASHIER(WS-DRW-IDX) = ST-CASHIER-ID
                 AND WS-DRW-STORE(WS-DRW-IDX) = ST-STORE-NUMBER
                 MOVE WS-DRW-IDX TO WS-DRW-FOUND-IDX
              END-IF
              IF WS-DRW-REGISTER(WS-DRW-IDX) = SPACES
                   TO WS-DRW-REGISTER(WS-DRW-FOUND-IDX)
              MOVE ST-CASHIER-ID
                   TO WS-DRW-CASHIER(WS-DRW-FOUND-IDX)
              MOVE ST-STORE-NUMBER
                   TO WS-DRW-STORE(WS-DRW-FOUND-IDX)
              MOVE ZEROES TO WS-DRW-EXPECTED-CASH(WS-DRW-FOUND-IDX)
           END-IF

              MOVE ZEROES TO WS-CSH-ITEMS(WS-CSH-FOUND-IDX)
              MOVE ZEROES TO WS-CSH-SALES(WS-CSH-FOUND-IDX)
              MOVE ZEROES TO WS-CSH-RETURNS(WS-CSH-FOUND-IDX)
              MOVE ZEROES TO WS-CSH-LP-COUNT(WS-CSH-FOUND-IDX)
           END-IF

           IF WS-CSH-FOUND-IDX = ZEROES
           MOVE ZEROES TO WS-REG-EMPTY-IDX

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 30
              IF WS-REG-NUMBER(WS-REG-IDX) = ST-REGISTER-NUMBER
                 AND WS-REG-STORE(WS-REG-IDX) = ST-STORE-NUMBER
                 MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
              END-IF
              IF WS-REG-NUMBER(WS-REG-IDX) = SPACES
              MOVE WS-REG-EMPTY-IDX TO WS-REG-FOUND-IDX
              MOVE ST-REGISTER-NUMBER
                   TO WS-REG-NUMBER(WS-REG-FOUND-IDX)
              MOVE ST-STORE-NUMBER
                   TO WS-REG-STORE(WS-REG-FOUND-IDX)
              MOVE ZEROES TO WS-REG-TRANS-COUNT(WS-REG-FOUND-IDX)
              MOVE ZEROES TO WS-REG-ITEMS(WS-REG-FOUND-IDX)
              MOVE ZEROES TO WS-REG-SALES(WS-REG-FOUND-IDX)
           END-IF
           .

       2350-POST-STORE-INVENTORY.
           MOVE WS-SI-STORE TO SI-STORE-NUMBER
           MOVE PM-PRODUCT-ID TO SI-PRODUCT-ID

           READ STORE-INVENTORY-FILE
               INVALID KEY
                   MOVE SPACES TO STORE-INVENTORY-RECORD
                   MOVE WS-SI-STORE TO SI-STORE-NUMBER
                   MOVE PM-PRODUCT-ID TO SI-PRODUCT-ID
                   IF WS-SI-STORE = WS-STR-DEFAULT-STORE
                      MOVE PM-QUANTITY-ON-HAND TO SI-QUANTITY-ON-HAND
                   ELSE
                      MOVE WS-SI-ON-HAND-CHANGE TO SI-QUANTITY-ON-HAND
                   END-IF
                   MOVE PM-REORDER-POINT TO SI-REORDER-POINT
                   MOVE WS-SI-SALES-QTY TO SI-MTD-SALES-QUANTITY
                   MOVE WS-SI-SALES-AMT TO SI-MTD-SALES-AMOUNT
                   MOVE WS-SI-SALES-QTY TO SI-YTD-SALES-QUANTITY
                   MOVE WS-SI-SALES-AMT TO SI-YTD-SALES-AMOUNT
                   MOVE ZEROES TO SI-LAST-SALE-DATE
                   IF WS-SI-SALES-QTY > ZEROES
                      MOVE ST-TRANSACTION-DATE TO SI-LAST-SALE-DATE
                   END-IF

                   WRITE STORE-INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING STORE INVENTORY: '
                                   SI-STORE-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-SI-ON-HAND-CHANGE TO SI-QUANTITY-ON-HAND
                   ADD WS-SI-SALES-QTY TO SI-MTD-SALES-QUANTITY
                   ADD WS-SI-SALES-AMT TO SI-MTD-SALES-AMOUNT
                   ADD WS-SI-SALES-QTY TO SI-YTD-SALES-QUANTITY
                   ADD WS-SI-SALES-AMT TO SI-YTD-SALES-AMOUNT
                   IF WS-SI-SALES-QTY > ZEROES
                      MOVE ST-TRANSACTION-DATE TO SI-LAST-SALE-DATE
                   END-IF

                   REWRITE STORE-INVENTORY-RECORD
           END-READ

           IF WS-STR-CUR-IDX > ZEROES
              ADD WS-SI-SALES-QTY TO WS-STR-ITEMS-SOLD(WS-STR-CUR-IDX)
              ADD WS-SI-SALES-AMT TO WS-STR-SALES(WS-STR-CUR-IDX)
           END-IF
           .

       2340-CHECK-LOSS-PREVENTION.
           COMPUTE WS-LP-LINE-COST = ST-QUANTITY * PM-COST-PRICE

           IF ST-RETURN
              IF ST-ORIGINAL-TRANSACTION-ID = SPACES
                 SET LX-NO-RECEIPT-RETURN TO TRUE
                 PERFORM 2345-WRITE-LP-EXCEPTION
              END-IF

              IF ST-CUSTOMER-ID NOT = SPACES
                 AND ST-CASHIER-ID NOT = SPACES
                 MOVE ST-CASHIER-ID TO CS-CASHIER-ID

                 READ CASHIER-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF CS-CUSTOMER-ID = ST-CUSTOMER-ID
                            SET LX-EMPLOYEE-RETURN TO TRUE
                            PERFORM 2345-WRITE-LP-EXCEPTION
                         END-IF
                 END-READ
              END-IF
           END-IF

           IF ST-DISCOUNT-PERCENT > WS-LP-DISCOUNT-LIMIT
              SET LX-HIGH-DISCOUNT TO TRUE
              PERFORM 2345-WRITE-LP-EXCEPTION
           END-IF

           IF NOT ST-RETURN
              AND NOT ST-REDEMPTION
              AND ST-QUANTITY > ZEROES
              AND ST-EXTENDED-PRICE < WS-LP-LINE-COST
              SET LX-BELOW-COST TO TRUE
              PERFORM 2345-WRITE-LP-EXCEPTION
           END-IF
           .

       2345-WRITE-LP-EXCEPTION.
           MOVE ST-CASHIER-ID TO LX-CASHIER-ID
           MOVE ST-REGISTER-NUMBER TO LX-REGISTER-NUMBER
           MOVE ST-TRANSACTION-ID TO LX-TRANSACTION-ID
           MOVE ST-PRODUCT-ID TO LX-PRODUCT-ID
           MOVE ST-CUSTOMER-ID TO LX-CUSTOMER-ID
           MOVE ST-EXTENDED-PRICE TO LX-AMOUNT
           MOVE WS-LP-LINE-COST TO LX-COST-AMOUNT
           MOVE ST-DISCOUNT-PERCENT TO LX-DISCOUNT-PERCENT
           MOVE SPACES TO LX-FILLER

           WRITE LP-EXCEPTION-RECORD

           ADD 1 TO WS-LP-EXCEPTION-COUNT

           IF ST-CASHIER-ID NOT = SPACES
              AND WS-CSH-FOUND-IDX > ZEROES
              ADD 1 TO WS-CSH-LP-COUNT(WS-CSH-FOUND-IDX)
           END-IF
           .

       2900-APPLY-STORE-RESTOCKS.
           READ STORE-RESTOCK-FILE
               AT END SET STORE-RESTOCK-EOF TO TRUE
           END-READ

           PERFORM UNTIL STORE-RESTOCK-EOF
              MOVE RK-PRODUCT-ID TO PM-PRODUCT-ID

              READ PRODUCT-MASTER-FILE
                  INVALID KEY
                      DISPLAY 'RESTOCK FOR UNKNOWN PRODUCT: '
                              RK-PRODUCT-ID
                      ADD 1 TO WS-RESTOCKS-REJECTED
                  NOT INVALID KEY
                      IF NOT RK-RESTOCK
                         OR RK-QUANTITY NOT > ZEROES
                         DISPLAY 'RESTOCK REJECTED FOR PRODUCT: '
                                 RK-PRODUCT-ID
                         ADD 1 TO WS-RESTOCKS-REJECTED
                      ELSE
                         ADD RK-QUANTITY TO PM-QUANTITY-ON-HAND
                         MOVE RK-TRANSACTION-DATE
                              TO PM-LAST-RESTOCK-DATE
                         REWRITE PRODUCT-MASTER-RECORD

                         MOVE RK-STORE-NUMBER TO WS-SI-STORE
                         IF WS-SI-STORE = SPACES
                            MOVE WS-STR-DEFAULT-STORE TO WS-SI-STORE
                         END-IF

                         MOVE ZEROES TO WS-STR-CUR-IDX
                         MOVE RK-QUANTITY TO WS-SI-ON-HAND-CHANGE
                         MOVE ZEROES TO WS-SI-SALES-QTY
                         MOVE ZEROES TO WS-SI-SALES-AMT
                         PERFORM 2350-POST-STORE-INVENTORY

                         ADD 1 TO WS-RESTOCKS-APPLIED
                      END-IF
              END-READ

              READ STORE-RESTOCK-FILE
                  AT END SET STORE-RESTOCK-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3000-GENERATE-SALES-REPORT.
           MOVE ZEROES TO WS-ITEMS-BELOW-REORDER
           
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-REPORT-TAX
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-REPORT-NET

           PERFORM 3030-STORE-SALES-REPORT

           PERFORM 3050-RECONCILE-TENDER-TOTALS

           PERFORM 3070-PRODUCTIVITY-REPORT
           .

       3030-STORE-SALES-REPORT.
           MOVE 'Y' TO WS-STR-FIRST-SWITCH
           MOVE SPACES TO WS-STR-PREV-STORE
           MOVE LOW-VALUES TO SI-STORE-KEY

           START STORE-INVENTORY-FILE KEY >= SI-STORE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO SI-STORE-KEY
           END-START

           IF SI-STORE-KEY NOT = HIGH-VALUES
              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-IF

           PERFORM UNTIL SI-STORE-KEY = HIGH-VALUES
              IF WS-STR-FIRST-RECORD
                 OR SI-STORE-NUMBER NOT = WS-STR-PREV-STORE
                 MOVE 'N' TO WS-STR-FIRST-SWITCH
                 MOVE SI-STORE-NUMBER TO WS-STR-PREV-STORE
                 MOVE SI-STORE-NUMBER TO WS-STR-WORK-STORE
                 PERFORM 2003-FIND-STORE-SLOT
                 MOVE WS-STR-FOUND-IDX TO WS-STR-IDX

                 MOVE SI-STORE-NUMBER TO WS-STRHDG-STORE
                 MOVE SPACES TO WS-STRHDG-NAME
                 IF WS-STR-IDX > ZEROES
                    MOVE WS-STR-STORE-NAME(WS-STR-IDX)
                         TO WS-STRHDG-NAME
                 END-IF

                 WRITE DAILY-SALES-REPORT-RECORD FROM SPACES
                 WRITE DAILY-SALES-REPORT-RECORD
                     FROM WS-STORE-HEADING-LINE
              END-IF

              PERFORM 3031-STORE-SALES-LINE

              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-PERFORM

           PERFORM 3032-PRINT-STORE-SUMMARY
           .

       3031-STORE-SALES-LINE.
           MOVE SI-PRODUCT-ID TO PM-PRODUCT-ID

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-PRODUCT-DESCRIPTION
                   MOVE ZEROES TO PM-RETAIL-PRICE
                   MOVE SPACES TO PM-PRODUCT-STATUS
           END-READ

           IF SI-MTD-SALES-QUANTITY > ZEROES
              MOVE SI-PRODUCT-ID TO WS-RPT-PRODUCT-ID
              MOVE PM-PRODUCT-DESCRIPTION(1:20) TO WS-RPT-DESCRIPTION
              MOVE SI-MTD-SALES-QUANTITY TO WS-RPT-QUANTITY
              MOVE PM-RETAIL-PRICE TO WS-RPT-UNIT-PRICE
              MOVE SI-MTD-SALES-AMOUNT TO WS-RPT-TOTAL-SALES

              WRITE DAILY-SALES-REPORT-RECORD FROM WS-REPORT-DETAIL
           END-IF

           IF PM-ACTIVE
              AND SI-QUANTITY-ON-HAND <= SI-REORDER-POINT
              AND WS-STR-IDX > ZEROES
              ADD 1 TO WS-STR-BELOW-REORDER(WS-STR-IDX)
           END-IF
           .

       3032-PRINT-STORE-SUMMARY.
           MOVE ZEROES TO WS-STR-TOT-LINES
           MOVE ZEROES TO WS-STR-TOT-ITEMS
           MOVE ZEROES TO WS-STR-TOT-SALES
           MOVE ZEROES TO WS-STR-TOT-TAX
           MOVE ZEROES TO WS-STR-TOT-REORDER

           WRITE DAILY-SALES-REPORT-RECORD FROM SPACES
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-STORE-SALES-HEADER
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-STORE-SALES-COLUMNS

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 10
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) NOT = SPACES
                 MOVE WS-STR-STORE-NUMBER(WS-STR-IDX)
                      TO WS-STRRPT-STORE
                 MOVE WS-STR-STORE-NAME(WS-STR-IDX) TO WS-STRRPT-NAME
                 MOVE WS-STR-LINES(WS-STR-IDX) TO WS-STRRPT-LINES
                 MOVE WS-STR-ITEMS-SOLD(WS-STR-IDX) TO WS-STRRPT-ITEMS
                 MOVE WS-STR-SALES(WS-STR-IDX) TO WS-STRRPT-SALES
                 MOVE WS-STR-TAX(WS-STR-IDX) TO WS-STRRPT-TAX
                 COMPUTE WS-STRRPT-NET = WS-STR-SALES(WS-STR-IDX)
                                       + WS-STR-TAX(WS-STR-IDX)
                 MOVE WS-STR-BELOW-REORDER(WS-STR-IDX)
                      TO WS-STRRPT-REORDER

                 WRITE DAILY-SALES-REPORT-RECORD
                     FROM WS-STORE-SALES-DETAIL

                 ADD WS-STR-LINES(WS-STR-IDX) TO WS-STR-TOT-LINES
                 ADD WS-STR-ITEMS-SOLD(WS-STR-IDX) TO WS-STR-TOT-ITEMS
                 ADD WS-STR-SALES(WS-STR-IDX) TO WS-STR-TOT-SALES
                 ADD WS-STR-TAX(WS-STR-IDX) TO WS-STR-TOT-TAX
                 ADD WS-STR-BELOW-REORDER(WS-STR-IDX)
                     TO WS-STR-TOT-REORDER
              END-IF
           END-PERFORM

           MOVE 'ALL' TO WS-STRRPT-STORE
           MOVE 'CHAIN TOTAL' TO WS-STRRPT-NAME
           MOVE WS-STR-TOT-LINES TO WS-STRRPT-LINES
           MOVE WS-STR-TOT-ITEMS TO WS-STRRPT-ITEMS
           MOVE WS-STR-TOT-SALES TO WS-STRRPT-SALES
           MOVE WS-STR-TOT-TAX TO WS-STRRPT-TAX
           COMPUTE WS-STRRPT-NET = WS-STR-TOT-SALES + WS-STR-TOT-TAX
           MOVE WS-STR-TOT-REORDER TO WS-STRRPT-REORDER

           WRITE DAILY-SALES-REPORT-RECORD FROM SPACES
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-STORE-SALES-DETAIL

           IF WS-STR-OVERFLOW-COUNT > ZEROES
              DISPLAY 'STORE TABLE FULL - ITEMS NOT REPORTED: '
                      WS-STR-OVERFLOW-COUNT
           END-IF
           .

       3010-CARD-SETTLEMENT-BATCH.
           MOVE 'CS' TO WS-CARD-BATCH-ID(1:2)
           MOVE WS-CURRENT-DATE TO WS-CARD-BATCH-ID(3:8)

           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-HEADER1

           SORT CARD-SORT-FILE
               ON ASCENDING KEY CK-REGISTER-NUMBER
                                CK-TRANSACTION-ID
                                CK-TENDER-SEQ
               INPUT PROCEDURE IS 3011-RELEASE-CARD-TENDERS
               OUTPUT PROCEDURE IS 3013-WRITE-SETTLEMENT-BATCH

           MOVE WS-CARD-BATCH-ID TO WS-CRD-SENT-BATCH
           MOVE WS-CARD-BATCH-COUNT TO WS-CRD-SENT-COUNT
           MOVE WS-CARD-BATCH-TOTAL TO WS-CRD-SENT-TOTAL
           MOVE WS-CARD-ALREADY-SETTLED TO WS-CRD-SENT-SKIPPED

           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-BATCH-LINE

           IF WS-CTX-OVERFLOW-COUNT > ZEROES
              DISPLAY 'CARD TRANSACTION TABLE FULL - NO REGISTER: '
                      WS-CTX-OVERFLOW-COUNT
           END-IF
           .

       3011-RELEASE-CARD-TENDERS.
           MOVE LOW-VALUES TO TN-TENDER-KEY

           START TENDER-FILE KEY >= TN-TENDER-KEY
               INVALID KEY MOVE HIGH-VALUES TO TN-TENDER-KEY
           END-START

           IF TN-TENDER-KEY NOT = HIGH-VALUES
              READ TENDER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO TN-TENDER-KEY
              END-READ
           END-IF

           PERFORM UNTIL TN-TENDER-KEY = HIGH-VALUES
              IF TN-CREDIT OR TN-DEBIT
                 PERFORM 3012-FIND-CARD-TRANSACTION

                 MOVE TN-TRANSACTION-ID TO CK-TRANSACTION-ID
                 MOVE TN-TENDER-SEQ TO CK-TENDER-SEQ
                 MOVE TN-PAYMENT-METHOD TO CK-PAYMENT-METHOD
                 MOVE TN-TENDER-AMOUNT TO CK-AMOUNT

                 IF WS-CTX-FOUND-IDX > ZEROES
                    MOVE WS-CTX-REGISTER(WS-CTX-FOUND-IDX)
                         TO CK-REGISTER-NUMBER
                    MOVE WS-CTX-CASHIER(WS-CTX-FOUND-IDX)
                         TO CK-CASHIER-ID
                    MOVE WS-CTX-DATE(WS-CTX-FOUND-IDX)
                         TO CK-TRANSACTION-DATE
                 ELSE
                    MOVE SPACES TO CK-REGISTER-NUMBER
                    MOVE SPACES TO CK-CASHIER-ID
                    MOVE WS-CURRENT-DATE TO CK-TRANSACTION-DATE
                 END-IF

                 RELEASE CARD-SORT-RECORD
              END-IF

              READ TENDER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO TN-TENDER-KEY
              END-READ
           END-PERFORM
           .

       3012-FIND-CARD-TRANSACTION.
           MOVE ZEROES TO WS-CTX-FOUND-IDX

           PERFORM VARYING WS-CTX-IDX FROM 1 BY 1
                   UNTIL WS-CTX-IDX > WS-CTX-USED
                      OR WS-CTX-FOUND-IDX > ZEROES
              IF WS-CTX-TRANSACTION-ID(WS-CTX-IDX) = TN-TRANSACTION-ID
                 MOVE WS-CTX-IDX TO WS-CTX-FOUND-IDX
              END-IF
           END-PERFORM
           .

       3013-WRITE-SETTLEMENT-BATCH.
           MOVE 'N' TO WS-CARD-EOF-SWITCH

           MOVE SPACES TO SETTLEMENT-HEADER-RECORD
           MOVE 'H' TO SBH-RECORD-TYPE
           MOVE WS-CARD-BATCH-ID TO SBH-BATCH-ID
           MOVE WS-CURRENT-DATE TO SBH-BATCH-DATE

           WRITE SETTLEMENT-HEADER-RECORD

           RETURN CARD-SORT-FILE
               AT END SET WS-CARD-SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL WS-CARD-SORT-EOF
              PERFORM 3014-SETTLE-ONE-TENDER

              RETURN CARD-SORT-FILE
                  AT END SET WS-CARD-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM

           MOVE SPACES TO SETTLEMENT-TRAILER-RECORD
           MOVE 'T' TO SBT-RECORD-TYPE
           MOVE WS-CARD-BATCH-ID TO SBT-BATCH-ID
           MOVE WS-CARD-BATCH-COUNT TO SBT-RECORD-COUNT
           MOVE WS-CARD-BATCH-TOTAL TO SBT-BATCH-TOTAL

           WRITE SETTLEMENT-TRAILER-RECORD
           .

       3014-SETTLE-ONE-TENDER.
           MOVE SPACES TO CARD-SETTLEMENT-RECORD
           MOVE CK-TRANSACTION-ID TO CX-TRANSACTION-ID
           MOVE CK-TENDER-SEQ TO CX-TENDER-SEQ
           MOVE WS-CARD-BATCH-ID TO CX-BATCH-ID
           MOVE CK-REGISTER-NUMBER TO CX-REGISTER-NUMBER
           MOVE CK-CASHIER-ID TO CX-CASHIER-ID
           MOVE CK-PAYMENT-METHOD TO CX-PAYMENT-METHOD
           MOVE WS-CURRENT-DATE TO CX-SETTLE-DATE
           MOVE CK-AMOUNT TO CX-SETTLED-AMOUNT
           SET CX-SETTLED TO TRUE
           MOVE ZEROES TO CX-FUNDED-DATE
           MOVE ZEROES TO CX-FUNDED-AMOUNT
           MOVE ZEROES TO CX-FEE-AMOUNT
           MOVE ZEROES TO CX-CHARGEBACK-AMOUNT
           MOVE ZEROES TO CX-CHARGEBACK-DATE

           WRITE CARD-SETTLEMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-CARD-ALREADY-SETTLED
               NOT INVALID KEY
                   MOVE SPACES TO SETTLEMENT-DETAIL-RECORD
                   MOVE 'D' TO SBD-RECORD-TYPE
                   MOVE WS-CARD-BATCH-ID TO SBD-BATCH-ID
                   MOVE CK-REGISTER-NUMBER TO SBD-REGISTER-NUMBER
                   MOVE CK-TRANSACTION-ID TO SBD-TRANSACTION-ID
                   MOVE CK-TENDER-SEQ TO SBD-TENDER-SEQ
                   MOVE CK-PAYMENT-METHOD TO SBD-PAYMENT-METHOD
                   MOVE CK-TRANSACTION-DATE TO SBD-TRANSACTION-DATE
                   MOVE CK-AMOUNT TO SBD-AMOUNT

                   WRITE SETTLEMENT-DETAIL-RECORD

                   ADD 1 TO WS-CARD-BATCH-COUNT
                   ADD CK-AMOUNT TO WS-CARD-BATCH-TOTAL
           END-WRITE
           .

       3020-PROCESSOR-FUNDING-RECON.
           MOVE WS-CURRENT-DATE TO WS-FUND-DEPOSIT-DATE

           MOVE 'PROCESSOR FUNDING ACTIVITY' TO WS-CRD-SECTION-TITLE
           WRITE CARD-RECON-REPORT-RECORD FROM SPACES
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-SECTION-LINE
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-COLUMNS

           READ PROCESSOR-FUNDING-FILE
               AT END SET PROCESSOR-FUNDING-EOF TO TRUE
           END-READ

           PERFORM UNTIL PROCESSOR-FUNDING-EOF
              EVALUATE TRUE
                  WHEN PF-HEADER
                      MOVE PFH-DEPOSIT-DATE TO WS-FUND-DEPOSIT-DATE
                  WHEN PF-DETAIL
                      ADD 1 TO WS-FUND-RECORD-COUNT
                      PERFORM 3021-APPLY-FUNDING-DETAIL
                  WHEN PF-CHARGEBACK
                      ADD 1 TO WS-FUND-RECORD-COUNT
                      PERFORM 3022-APPLY-CHARGEBACK
                  WHEN PF-TRAILER
                      SET WS-FUND-TRAILER-SEEN TO TRUE
                      COMPUTE WS-FUND-NET-DEPOSIT =
                              WS-FUND-NET-TOTAL
                              - WS-FUND-CHARGEBACK-TOTAL
                      IF PFT-RECORD-COUNT NOT = WS-FUND-RECORD-COUNT
                         OR PFT-NET-DEPOSIT NOT = WS-FUND-NET-DEPOSIT
                         MOVE PFT-RECORD-COUNT TO WS-CRC-FILE-COUNT
                         MOVE WS-FUND-RECORD-COUNT
                              TO WS-CRC-READ-COUNT
                         MOVE PFT-NET-DEPOSIT TO WS-CRC-FILE-AMOUNT
                         MOVE WS-FUND-NET-DEPOSIT
                              TO WS-CRC-READ-AMOUNT
                         WRITE CARD-RECON-REPORT-RECORD
                             FROM WS-CARD-CONTROL-LINE
                         ADD 1 TO WS-FUND-EXCEPTION-COUNT
                      END-IF
                  WHEN OTHER
                      DISPLAY 'INVALID FUNDING RECORD TYPE: '
                              PFH-RECORD-TYPE
                      ADD 1 TO WS-FUND-EXCEPTION-COUNT
              END-EVALUATE

              READ PROCESSOR-FUNDING-FILE
                  AT END SET PROCESSOR-FUNDING-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-FUND-RECORD-COUNT = ZEROES
              MOVE 'NO FUNDING RECEIVED' TO WS-CRD-NONE-TEXT
              WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-NONE-LINE
           ELSE
              IF NOT WS-FUND-TRAILER-SEEN
                 MOVE 'FUNDING FILE HAS NO TRAILER' TO WS-CRD-NONE-TEXT
                 WRITE CARD-RECON-REPORT-RECORD
                     FROM WS-CARD-NONE-LINE
                 ADD 1 TO WS-FUND-EXCEPTION-COUNT
              END-IF
           END-IF

           PERFORM 3025-LIST-UNFUNDED-TENDERS
           PERFORM 3027-PRINT-BATCH-SUMMARY

           WRITE CARD-RECON-REPORT-RECORD FROM SPACES

           MOVE 'PROCESSOR FEES WITHHELD:' TO WS-CRD-TOTAL-LABEL
           MOVE WS-FUND-FEE-TOTAL TO WS-CRD-TOTAL-AMOUNT
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-TOTAL-LINE

           MOVE 'CHARGEBACKS RECEIVED:' TO WS-CRD-TOTAL-LABEL
           MOVE WS-FUND-CHARGEBACK-TOTAL TO WS-CRD-TOTAL-AMOUNT
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-TOTAL-LINE

           COMPUTE WS-FUND-NET-DEPOSIT =
                   WS-FUND-NET-TOTAL - WS-FUND-CHARGEBACK-TOTAL
           MOVE 'NET DEPOSIT RECEIVED:' TO WS-CRD-TOTAL-LABEL
           MOVE WS-FUND-NET-DEPOSIT TO WS-CRD-TOTAL-AMOUNT
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-TOTAL-LINE

           MOVE 'UNFUNDED PAST DUE:' TO WS-CRD-TOTAL-LABEL
           MOVE WS-FUND-UNFUNDED-TOTAL TO WS-CRD-TOTAL-AMOUNT
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-TOTAL-LINE
           .

       3021-APPLY-FUNDING-DETAIL.
           ADD PFD-FEE-AMOUNT TO WS-FUND-FEE-TOTAL
           ADD PFD-NET-AMOUNT TO WS-FUND-NET-TOTAL

           MOVE PFD-BATCH-ID TO WS-FB-SEARCH-ID
           PERFORM 3023-FIND-FUND-BATCH-SLOT

           IF WS-FB-FOUND-IDX > ZEROES
              ADD PFD-GROSS-AMOUNT TO WS-FB-GROSS(WS-FB-FOUND-IDX)
              ADD PFD-FEE-AMOUNT TO WS-FB-FEES(WS-FB-FOUND-IDX)
              ADD PFD-NET-AMOUNT TO WS-FB-NET(WS-FB-FOUND-IDX)
           END-IF

           MOVE PFD-TRANSACTION-ID TO WS-CRD-TRANSACTION
           MOVE PFD-TENDER-SEQ TO WS-CRD-SEQ
           MOVE PFD-BATCH-ID TO WS-CRD-BATCH
           MOVE PFD-GROSS-AMOUNT TO WS-CRD-FUNDED
           MOVE PFD-FEE-AMOUNT TO WS-CRD-FEE
           MOVE WS-FUND-DEPOSIT-DATE TO WS-CRD-DATE
           MOVE ZEROES TO WS-CRD-DAYS

           MOVE PFD-TRANSACTION-ID TO CX-TRANSACTION-ID
           MOVE PFD-TENDER-SEQ TO CX-TENDER-SEQ

           READ CARD-SETTLEMENT-FILE
               INVALID KEY
                   MOVE 'FUNDED NOT SETTLED' TO WS-CRD-TYPE
                   MOVE ZEROES TO WS-CRD-SETTLED
                   MOVE SPACES TO WS-CRD-REGISTER
                   WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-DETAIL
                   ADD 1 TO WS-FUND-EXCEPTION-COUNT
               NOT INVALID KEY
                   MOVE CX-SETTLED-AMOUNT TO WS-CRD-SETTLED
                   MOVE CX-REGISTER-NUMBER TO WS-CRD-REGISTER
                   IF CX-SETTLED
                      MOVE WS-FUND-DEPOSIT-DATE TO CX-FUNDED-DATE
                      MOVE PFD-GROSS-AMOUNT TO CX-FUNDED-AMOUNT
                      MOVE PFD-FEE-AMOUNT TO CX-FEE-AMOUNT
                      SET CX-FUNDED TO TRUE
                      REWRITE CARD-SETTLEMENT-RECORD
                      IF PFD-GROSS-AMOUNT NOT = CX-SETTLED-AMOUNT
                         MOVE 'FUNDED AMOUNT VARIANCE' TO WS-CRD-TYPE
                         WRITE CARD-RECON-REPORT-RECORD
                             FROM WS-CARD-DETAIL
                         ADD 1 TO WS-FUND-EXCEPTION-COUNT
                      END-IF
                   ELSE
                      MOVE 'DUPLICATE FUNDING' TO WS-CRD-TYPE
                      WRITE CARD-RECON-REPORT-RECORD
                          FROM WS-CARD-DETAIL
                      ADD 1 TO WS-FUND-EXCEPTION-COUNT
                   END-IF
           END-READ
           .

       3022-APPLY-CHARGEBACK.
           ADD PFC-CHARGEBACK-AMOUNT TO WS-FUND-CHARGEBACK-TOTAL
           ADD 1 TO WS-FUND-CHARGEBACK-COUNT

           MOVE PFC-BATCH-ID TO WS-FB-SEARCH-ID
           PERFORM 3023-FIND-FUND-BATCH-SLOT

           IF WS-FB-FOUND-IDX > ZEROES
              ADD PFC-CHARGEBACK-AMOUNT
                  TO WS-FB-CHARGEBACKS(WS-FB-FOUND-IDX)
           END-IF

           MOVE PFC-TRANSACTION-ID TO WS-CRD-TRANSACTION
           MOVE PFC-TENDER-SEQ TO WS-CRD-SEQ
           MOVE PFC-BATCH-ID TO WS-CRD-BATCH
           MOVE PFC-CHARGEBACK-AMOUNT TO WS-CRD-FUNDED
           MOVE ZEROES TO WS-CRD-FEE
           MOVE PFC-CHARGEBACK-DATE TO WS-CRD-DATE
           MOVE ZEROES TO WS-CRD-DAYS

           MOVE PFC-TRANSACTION-ID TO CX-TRANSACTION-ID
           MOVE PFC-TENDER-SEQ TO CX-TENDER-SEQ

           READ CARD-SETTLEMENT-FILE
               INVALID KEY
                   MOVE 'CHARGEBACK NO SALE' TO WS-CRD-TYPE
                   MOVE ZEROES TO WS-CRD-SETTLED
                   MOVE SPACES TO WS-CRD-REGISTER
                   ADD 1 TO WS-FUND-EXCEPTION-COUNT
               NOT INVALID KEY
                   MOVE 'CHARGEBACK' TO WS-CRD-TYPE
                   MOVE CX-SETTLED-AMOUNT TO WS-CRD-SETTLED
                   MOVE CX-REGISTER-NUMBER TO WS-CRD-REGISTER
                   ADD PFC-CHARGEBACK-AMOUNT TO CX-CHARGEBACK-AMOUNT
                   MOVE PFC-CHARGEBACK-DATE TO CX-CHARGEBACK-DATE
                   MOVE PFC-REASON-CODE TO CX-CHARGEBACK-REASON
                   SET CX-CHARGED-BACK TO TRUE
                   REWRITE CARD-SETTLEMENT-RECORD
           END-READ

           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-DETAIL
           .

       3023-FIND-FUND-BATCH-SLOT.
           MOVE ZEROES TO WS-FB-FOUND-IDX
           MOVE ZEROES TO WS-FB-EMPTY-IDX

           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                   UNTIL WS-FB-IDX > 20
              IF WS-FB-BATCH-ID(WS-FB-IDX) = WS-FB-SEARCH-ID
                 MOVE WS-FB-IDX TO WS-FB-FOUND-IDX
              END-IF
              IF WS-FB-BATCH-ID(WS-FB-IDX) = SPACES
                 AND WS-FB-EMPTY-IDX = ZEROES
                 MOVE WS-FB-IDX TO WS-FB-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-FB-FOUND-IDX = ZEROES
              AND WS-FB-EMPTY-IDX > ZEROES
              MOVE WS-FB-EMPTY-IDX TO WS-FB-FOUND-IDX
              MOVE WS-FB-SEARCH-ID TO WS-FB-BATCH-ID(WS-FB-FOUND-IDX)
              MOVE ZEROES TO WS-FB-SETTLED(WS-FB-FOUND-IDX)
              MOVE ZEROES TO WS-FB-GROSS(WS-FB-FOUND-IDX)
              MOVE ZEROES TO WS-FB-FEES(WS-FB-FOUND-IDX)
              MOVE ZEROES TO WS-FB-CHARGEBACKS(WS-FB-FOUND-IDX)
              MOVE ZEROES TO WS-FB-NET(WS-FB-FOUND-IDX)
           END-IF

           IF WS-FB-FOUND-IDX = ZEROES
              ADD 1 TO WS-FB-OVERFLOW-COUNT
           END-IF
           .

       3025-LIST-UNFUNDED-TENDERS.
           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 3098-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-JD-CURRENT-JULIAN

           MOVE 'UNFUNDED CARD TENDERS' TO WS-CRD-SECTION-TITLE
           WRITE CARD-RECON-REPORT-RECORD FROM SPACES
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-SECTION-LINE
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-COLUMNS

           MOVE LOW-VALUES TO CX-SETTLE-KEY

           START CARD-SETTLEMENT-FILE KEY >= CX-SETTLE-KEY
               INVALID KEY MOVE HIGH-VALUES TO CX-SETTLE-KEY
           END-START

           IF CX-SETTLE-KEY NOT = HIGH-VALUES
              READ CARD-SETTLEMENT-FILE NEXT
                  AT END MOVE HIGH-VALUES TO CX-SETTLE-KEY
              END-READ
           END-IF

           PERFORM UNTIL CX-SETTLE-KEY = HIGH-VALUES
              PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                      UNTIL WS-FB-IDX > 20
                 IF WS-FB-BATCH-ID(WS-FB-IDX) = CX-BATCH-ID
                    ADD CX-SETTLED-AMOUNT
                        TO WS-FB-SETTLED(WS-FB-IDX)
                 END-IF
              END-PERFORM

              IF CX-SETTLED
                 MOVE CX-SETTLE-DATE(1:4) TO WS-JD-YEAR
                 MOVE CX-SETTLE-DATE(5:2) TO WS-JD-MONTH
                 MOVE CX-SETTLE-DATE(7:2) TO WS-JD-DAY
                 PERFORM 3098-COMPUTE-JULIAN-DAY

                 COMPUTE WS-FUND-AGE-DAYS =
                         WS-JD-CURRENT-JULIAN - WS-JD-RESULT

                 IF WS-FUND-AGE-DAYS > WS-CARD-FUND-DAYS
                    MOVE 'UNFUNDED' TO WS-CRD-TYPE
                    MOVE CX-TRANSACTION-ID TO WS-CRD-TRANSACTION
                    MOVE CX-TENDER-SEQ TO WS-CRD-SEQ
                    MOVE CX-BATCH-ID TO WS-CRD-BATCH
                    MOVE CX-SETTLED-AMOUNT TO WS-CRD-SETTLED
                    MOVE ZEROES TO WS-CRD-FUNDED
                    MOVE ZEROES TO WS-CRD-FEE
                    MOVE CX-REGISTER-NUMBER TO WS-CRD-REGISTER
                    MOVE CX-SETTLE-DATE TO WS-CRD-DATE
                    MOVE WS-FUND-AGE-DAYS TO WS-CRD-DAYS

                    WRITE CARD-RECON-REPORT-RECORD
                        FROM WS-CARD-DETAIL

                    ADD 1 TO WS-FUND-UNFUNDED-COUNT
                    ADD CX-SETTLED-AMOUNT TO WS-FUND-UNFUNDED-TOTAL
                 END-IF
              END-IF

              READ CARD-SETTLEMENT-FILE NEXT
                  AT END MOVE HIGH-VALUES TO CX-SETTLE-KEY
              END-READ
           END-PERFORM

           IF WS-FUND-UNFUNDED-COUNT = ZEROES
              MOVE 'NO UNFUNDED TENDERS PAST DUE' TO WS-CRD-NONE-TEXT
              WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-NONE-LINE
           END-IF
           .

       3027-PRINT-BATCH-SUMMARY.
           MOVE 'BATCH FUNDING SUMMARY' TO WS-CRD-SECTION-TITLE
           WRITE CARD-RECON-REPORT-RECORD FROM SPACES
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-SECTION-LINE
           WRITE CARD-RECON-REPORT-RECORD FROM WS-CARD-BATCH-COLUMNS

           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                   UNTIL WS-FB-IDX > 20
              IF WS-FB-BATCH-ID(WS-FB-IDX) NOT = SPACES
                 COMPUTE WS-FB-VARIANCE =
                         WS-FB-SETTLED(WS-FB-IDX)
                         - WS-FB-GROSS(WS-FB-IDX)

                 MOVE WS-FB-BATCH-ID(WS-FB-IDX) TO WS-CRB-BATCH
                 MOVE WS-FB-SETTLED(WS-FB-IDX) TO WS-CRB-SETTLED
                 MOVE WS-FB-GROSS(WS-FB-IDX) TO WS-CRB-GROSS
                 MOVE WS-FB-FEES(WS-FB-IDX) TO WS-CRB-FEES
                 MOVE WS-FB-CHARGEBACKS(WS-FB-IDX)
                      TO WS-CRB-CHARGEBACKS
                 MOVE WS-FB-NET(WS-FB-IDX) TO WS-CRB-NET
                 MOVE WS-FB-VARIANCE TO WS-CRB-VARIANCE

                 WRITE CARD-RECON-REPORT-RECORD
                     FROM WS-CARD-BATCH-DETAIL
              END-IF
           END-PERFORM

           IF WS-FB-OVERFLOW-COUNT > ZEROES
              DISPLAY 'FUNDING BATCH TABLE FULL - NOT SUMMARIZED: '
                      WS-FB-OVERFLOW-COUNT
           END-IF
           .

       3050-RECONCILE-TENDER-TOTALS.
           MOVE SPACES TO WS-TENDER-TOTALS

           MOVE LOW-VALUES TO TN-TENDER-KEY

           START TENDER-FILE KEY >= TN-TENDER-KEY
               INVALID KEY MOVE HIGH-VALUES TO TN-TENDER-KEY
           END-START

           IF TN-TENDER-KEY NOT = HIGH-VALUES
              READ TENDER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO TN-TENDER-KEY
              END-READ
           END-IF

           WRITE DAILY-SALES-REPORT-RECORD FROM WS-REGISTER-HEADER
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-CASHIER-COLUMNS

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 10
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) NOT = SPACES
                 MOVE WS-STR-STORE-NUMBER(WS-STR-IDX)
                      TO WS-STRHDG-STORE
                 MOVE WS-STR-STORE-NAME(WS-STR-IDX) TO WS-STRHDG-NAME

                 WRITE DAILY-SALES-REPORT-RECORD
                     FROM WS-STORE-HEADING-LINE

                 PERFORM 3072-PRINT-STORE-REGISTERS
              END-IF
           END-PERFORM

           END-PERFORM
           .

       3072-PRINT-STORE-REGISTERS.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 30
              IF WS-REG-NUMBER(WS-REG-IDX) NOT = SPACES
                 AND WS-REG-STORE(WS-REG-IDX)
                     = WS-STR-STORE-NUMBER(WS-STR-IDX)
                 MOVE SPACES TO WS-CSHRPT-ID
                 MOVE WS-REG-NUMBER(WS-REG-IDX) TO WS-CSHRPT-ID(1:3)
                 MOVE WS-REG-TRANS-COUNT(WS-REG-IDX)
                     TO WS-CSHRPT-TRANS
                 MOVE WS-REG-ITEMS(WS-REG-IDX) TO WS-CSHRPT-ITEMS
                 MOVE WS-REG-SALES(WS-REG-IDX) TO WS-CSHRPT-SALES
                 MOVE WS-REG-RETURNS(WS-REG-IDX) TO WS-CSHRPT-RETURNS

                 WRITE DAILY-SALES-REPORT-RECORD
                     FROM WS-CASHIER-DETAIL
              END-IF
           END-PERFORM
           .

       3075-LOSS-PREVENTION-REPORT.
           CLOSE LP-EXCEPTION-FILE

           WRITE LP-REPORT-RECORD FROM WS-LP-HEADER1
           WRITE LP-REPORT-RECORD FROM WS-LP-HEADER2

           SORT LP-SORT-FILE
               ON ASCENDING KEY LS-CASHIER-ID
                                LS-REGISTER-NUMBER
                                LS-TRANSACTION-ID
                                LS-EXCEPTION-CODE
               USING LP-EXCEPTION-FILE
               OUTPUT PROCEDURE IS 3076-LP-EXCEPTION-BREAKS

           PERFORM 3079-LP-RATIO-REVIEW
           .

       3076-LP-EXCEPTION-BREAKS.
           MOVE 'N' TO WS-LP-EOF-SWITCH
           MOVE 'Y' TO WS-LP-FIRST-SWITCH
           MOVE ZEROES TO WS-LP-REG-COUNT
           MOVE ZEROES TO WS-LP-CSH-COUNT

           RETURN LP-SORT-FILE
               AT END SET WS-LP-SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL WS-LP-SORT-EOF
              IF WS-LP-FIRST-RECORD
                 MOVE 'N' TO WS-LP-FIRST-SWITCH
              ELSE
                 IF LS-REGISTER-NUMBER NOT = WS-LP-PREV-REGISTER
                    OR LS-CASHIER-ID NOT = WS-LP-PREV-CASHIER
                    PERFORM 3077-PRINT-LP-REGISTER-TOTAL
                 END-IF
                 IF LS-CASHIER-ID NOT = WS-LP-PREV-CASHIER
                    PERFORM 3078-PRINT-LP-CASHIER-TOTAL
                 END-IF
              END-IF

              MOVE LS-CASHIER-ID TO WS-LP-PREV-CASHIER
              MOVE LS-REGISTER-NUMBER TO WS-LP-PREV-REGISTER

              MOVE LS-CASHIER-ID TO WS-LPRPT-CASHIER
              MOVE LS-REGISTER-NUMBER TO WS-LPRPT-REGISTER
              MOVE LS-TRANSACTION-ID TO WS-LPRPT-TRANSACTION
              MOVE LS-PRODUCT-ID TO WS-LPRPT-PRODUCT
              MOVE LS-CUSTOMER-ID TO WS-LPRPT-CUSTOMER
              MOVE LS-AMOUNT TO WS-LPRPT-AMOUNT
              MOVE LS-COST-AMOUNT TO WS-LPRPT-COST
              COMPUTE WS-LPRPT-DISCOUNT =
                      LS-DISCOUNT-PERCENT * 100

              EVALUATE TRUE
                  WHEN LS-NO-RECEIPT-RETURN
                      MOVE 'NO-RECEIPT RETURN' TO WS-LPRPT-EXCEPTION
                  WHEN LS-EMPLOYEE-RETURN
                      MOVE 'RETURN TO OWN ACCOUNT'
                          TO WS-LPRPT-EXCEPTION
                  WHEN LS-HIGH-DISCOUNT
                      MOVE 'DISCOUNT OVER LIMIT'
                          TO WS-LPRPT-EXCEPTION
                  WHEN LS-BELOW-COST
                      MOVE 'SOLD BELOW COST' TO WS-LPRPT-EXCEPTION
                  WHEN OTHER
                      MOVE LS-EXCEPTION-CODE TO WS-LPRPT-EXCEPTION
              END-EVALUATE

              WRITE LP-REPORT-RECORD FROM WS-LP-DETAIL

              ADD 1 TO WS-LP-REG-COUNT
              ADD 1 TO WS-LP-CSH-COUNT

              RETURN LP-SORT-FILE
                  AT END SET WS-LP-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM

           IF WS-LP-FIRST-RECORD
              WRITE LP-REPORT-RECORD FROM WS-LP-NONE-LINE
           ELSE
              PERFORM 3077-PRINT-LP-REGISTER-TOTAL
              PERFORM 3078-PRINT-LP-CASHIER-TOTAL
           END-IF
           .

       3077-PRINT-LP-REGISTER-TOTAL.
           MOVE WS-LP-PREV-REGISTER TO WS-LPRPT-REG-NUMBER
           MOVE WS-LP-REG-COUNT TO WS-LPRPT-REG-COUNT

           WRITE LP-REPORT-RECORD FROM WS-LP-REGISTER-LINE

           MOVE ZEROES TO WS-LP-REG-COUNT
           .

       3078-PRINT-LP-CASHIER-TOTAL.
           MOVE WS-LP-PREV-CASHIER TO WS-LPRPT-CSH-ID
           MOVE WS-LP-CSH-COUNT TO WS-LPRPT-CSH-COUNT

           WRITE LP-REPORT-RECORD FROM WS-LP-CASHIER-LINE
           WRITE LP-REPORT-RECORD FROM SPACES

           MOVE ZEROES TO WS-LP-CSH-COUNT
           .

       3079-LP-RATIO-REVIEW.
           MOVE ZEROES TO WS-LP-STORE-SALES
           MOVE ZEROES TO WS-LP-STORE-RETURNS
           MOVE ZEROES TO WS-LP-STORE-RATIO
           MOVE ZEROES TO WS-LP-FLAGGED-COUNT

           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > 20
              IF WS-CSH-CASHIER-ID(WS-CSH-IDX) NOT = SPACES
                 ADD WS-CSH-SALES(WS-CSH-IDX) TO WS-LP-STORE-SALES
                 ADD WS-CSH-RETURNS(WS-CSH-IDX)
                     TO WS-LP-STORE-RETURNS
              END-IF
           END-PERFORM

           IF WS-LP-STORE-SALES > ZEROES
              COMPUTE WS-LP-STORE-RATIO ROUNDED =
                      WS-LP-STORE-RETURNS * 100 / WS-LP-STORE-SALES
           END-IF

           COMPUTE WS-LP-RATIO-LIMIT ROUNDED =
                   WS-LP-STORE-RATIO * WS-LP-RATIO-MULTIPLE

           IF WS-LP-RATIO-LIMIT < WS-LP-RATIO-FLOOR
              MOVE WS-LP-RATIO-FLOOR TO WS-LP-RATIO-LIMIT
           END-IF

           MOVE WS-LP-STORE-RATIO TO WS-LPRPT-STORE-RATIO
           MOVE WS-LP-RATIO-LIMIT TO WS-LPRPT-RATIO-LIMIT

           WRITE LP-REPORT-RECORD FROM SPACES
           WRITE LP-REPORT-RECORD FROM WS-LP-RATIO-HEADER
           WRITE LP-REPORT-RECORD FROM WS-LP-STORE-LINE
           WRITE LP-REPORT-RECORD FROM WS-LP-RATIO-COLUMNS

           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > 20
              IF WS-CSH-CASHIER-ID(WS-CSH-IDX) NOT = SPACES
                 PERFORM 3074-LP-REVIEW-ONE-CASHIER
              END-IF
           END-PERFORM

           MOVE WS-LP-FLAGGED-COUNT TO WS-LPRPT-FLAGGED

           WRITE LP-REPORT-RECORD FROM SPACES
           WRITE LP-REPORT-RECORD FROM WS-LP-FLAGGED-LINE
           .

       3074-LP-REVIEW-ONE-CASHIER.
           MOVE 'N' TO WS-LP-RATIO-SWITCH
           MOVE 'N' TO WS-LP-COUNT-SWITCH
           MOVE ZEROES TO WS-LP-CASHIER-RATIO

           IF WS-CSH-SALES(WS-CSH-IDX) > ZEROES
              IF WS-CSH-RETURNS(WS-CSH-IDX) >
                 WS-CSH-SALES(WS-CSH-IDX) * 9
                 MOVE 999.99 TO WS-LP-CASHIER-RATIO
              ELSE
                 COMPUTE WS-LP-CASHIER-RATIO ROUNDED =
                         WS-CSH-RETURNS(WS-CSH-IDX) * 100 /
                         WS-CSH-SALES(WS-CSH-IDX)
              END-IF
           ELSE
              IF WS-CSH-RETURNS(WS-CSH-IDX) > ZEROES
                 MOVE 999.99 TO WS-LP-CASHIER-RATIO
              END-IF
           END-IF

           IF WS-LP-CASHIER-RATIO > WS-LP-RATIO-LIMIT
              SET WS-LP-RATIO-OVER TO TRUE
           END-IF

           IF WS-CSH-LP-COUNT(WS-CSH-IDX) > WS-LP-EXCEPTION-LIMIT
              SET WS-LP-COUNT-OVER TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-LP-RATIO-OVER AND WS-LP-COUNT-OVER
                   MOVE '** RATIO AND COUNT' TO WS-LPRAT-FLAG
               WHEN WS-LP-RATIO-OVER
                   MOVE '** REFUND RATIO' TO WS-LPRAT-FLAG
               WHEN WS-LP-COUNT-OVER
                   MOVE '** EXCEPTION COUNT' TO WS-LPRAT-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-LPRAT-FLAG
           END-EVALUATE

           IF WS-LP-RATIO-OVER OR WS-LP-COUNT-OVER
              ADD 1 TO WS-LP-FLAGGED-COUNT
           END-IF

           MOVE WS-CSH-CASHIER-ID(WS-CSH-IDX) TO CS-CASHIER-ID

           READ CASHIER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON CASHIER MASTER' TO WS-LPRAT-NAME
               NOT INVALID KEY
                   MOVE CS-CASHIER-NAME TO WS-LPRAT-NAME
           END-READ

           MOVE WS-CSH-CASHIER-ID(WS-CSH-IDX) TO WS-LPRAT-CASHIER
           MOVE WS-CSH-SALES(WS-CSH-IDX) TO WS-LPRAT-SALES
           MOVE WS-CSH-RETURNS(WS-CSH-IDX) TO WS-LPRAT-RETURNS
           MOVE WS-LP-CASHIER-RATIO TO WS-LPRAT-RATIO
           MOVE WS-CSH-LP-COUNT(WS-CSH-IDX) TO WS-LPRAT-EXCEPTIONS

           WRITE LP-REPORT-RECORD FROM WS-LP-RATIO-DETAIL
           .

       3080-DEPARTMENT-ROLLUP-REPORT.
           WRITE ROLLUP-REPORT-RECORD FROM WS-ROLLUP-HEADER1
           WRITE ROLLUP-REPORT-RECORD FROM WS-ROLLUP-HEADER2

           SORT ROLLUP-SORT-FILE
               ON ASCENDING KEY RS-STORE-NUMBER
                                RS-DEPARTMENT
                                RS-CATEGORY
                                RS-SUB-CATEGORY
               INPUT PROCEDURE IS 3081-RELEASE-PRODUCT-ROLLUP
           PERFORM UNTIL PM-PRODUCT-ID = HIGH-VALUES
              IF PM-YTD-SALES-QUANTITY NOT = ZEROES
                 OR PM-MTD-SALES-QUANTITY NOT = ZEROES
                 MOVE HIGH-VALUES TO RS-STORE-NUMBER
                 MOVE PM-DEPARTMENT TO RS-DEPARTMENT
                 MOVE PM-CATEGORY TO RS-CATEGORY
                 MOVE PM-SUB-CATEGORY TO RS-SUB-CATEGORY
                  AT END MOVE HIGH-VALUES TO PM-PRODUCT-ID
              END-READ
           END-PERFORM

           MOVE LOW-VALUES TO SI-STORE-KEY

           START STORE-INVENTORY-FILE KEY >= SI-STORE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO SI-STORE-KEY
           END-START

           IF SI-STORE-KEY NOT = HIGH-VALUES
              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-IF

           PERFORM UNTIL SI-STORE-KEY = HIGH-VALUES
              IF SI-YTD-SALES-QUANTITY NOT = ZEROES
                 OR SI-MTD-SALES-QUANTITY NOT = ZEROES
                 PERFORM 3088-RELEASE-STORE-ROLLUP
              END-IF

              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-PERFORM
           .

       3088-RELEASE-STORE-ROLLUP.
           MOVE SI-PRODUCT-ID TO PM-PRODUCT-ID

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-DEPARTMENT
                   MOVE SPACES TO PM-CATEGORY
                   MOVE SPACES TO PM-SUB-CATEGORY
                   MOVE ZEROES TO PM-COST-PRICE
           END-READ

           MOVE SI-STORE-NUMBER TO RS-STORE-NUMBER
           MOVE PM-DEPARTMENT TO RS-DEPARTMENT
           MOVE PM-CATEGORY TO RS-CATEGORY
           MOVE PM-SUB-CATEGORY TO RS-SUB-CATEGORY
           MOVE SI-MTD-SALES-QUANTITY TO RS-MTD-QTY
           MOVE SI-MTD-SALES-AMOUNT TO RS-MTD-SALES
           COMPUTE RS-MTD-COST =
                   SI-MTD-SALES-QUANTITY * PM-COST-PRICE
           MOVE SI-YTD-SALES-QUANTITY TO RS-YTD-QTY
           MOVE SI-YTD-SALES-AMOUNT TO RS-YTD-SALES
           COMPUTE RS-YTD-COST =
                   SI-YTD-SALES-QUANTITY * PM-COST-PRICE

           RELEASE ROLLUP-SORT-RECORD
           .

       3082-ROLLUP-CONTROL-BREAKS.
           PERFORM UNTIL WS-RU-SORT-EOF
              IF WS-RU-FIRST-RECORD
                 MOVE 'N' TO WS-RU-FIRST-SWITCH
                 PERFORM 3087-PRINT-ROLLUP-STORE-HEADING
              ELSE
                 IF RS-STORE-NUMBER NOT = WS-RU-PREV-STORE
                    PERFORM 3083-PRINT-SUBCAT-TOTAL
                    PERFORM 3084-PRINT-CATEGORY-TOTAL
                    PERFORM 3085-PRINT-DEPARTMENT-TOTAL
                    PERFORM 3086-PRINT-GRAND-TOTAL
                    PERFORM 3087-PRINT-ROLLUP-STORE-HEADING
                 ELSE
                    IF RS-SUB-CATEGORY NOT = WS-RU-PREV-SUB-CATEGORY
                       OR RS-CATEGORY NOT = WS-RU-PREV-CATEGORY
                       OR RS-DEPARTMENT NOT = WS-RU-PREV-DEPARTMENT
                       PERFORM 3083-PRINT-SUBCAT-TOTAL
                    END-IF
                    IF RS-CATEGORY NOT = WS-RU-PREV-CATEGORY
                       OR RS-DEPARTMENT NOT = WS-RU-PREV-DEPARTMENT
                       PERFORM 3084-PRINT-CATEGORY-TOTAL
                    END-IF
                    IF RS-DEPARTMENT NOT = WS-RU-PREV-DEPARTMENT
                       PERFORM 3085-PRINT-DEPARTMENT-TOTAL
                    END-IF
                 END-IF
              END-IF

              MOVE RS-STORE-NUMBER TO WS-RU-PREV-STORE
              MOVE RS-DEPARTMENT TO WS-RU-PREV-DEPARTMENT
              MOVE RS-CATEGORY TO WS-RU-PREV-CATEGORY
              MOVE RS-SUB-CATEGORY TO WS-RU-PREV-SUB-CATEGORY
           .

       3086-PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-RU-LEVEL-LABEL
           IF WS-RU-PREV-STORE = HIGH-VALUES
              MOVE 'CHAIN TOTAL' TO WS-RU-LEVEL-LABEL
           ELSE
              STRING 'STORE ' DELIMITED BY SIZE
                     WS-RU-PREV-STORE DELIMITED BY SIZE
                     ' TOTAL' DELIMITED BY SIZE
                     INTO WS-RU-LEVEL-LABEL
           END-IF

           MOVE WS-RU-GT-MTD-QTY TO WS-RU-MTD-QTY-OUT
           MOVE WS-RU-GT-MTD-SALES TO WS-RU-MTD-SALES-OUT
                   WS-RU-GT-YTD-SALES - WS-RU-GT-YTD-COST

           WRITE ROLLUP-REPORT-RECORD FROM WS-ROLLUP-DETAIL

           MOVE ZEROES TO WS-RU-GT-MTD-QTY
           MOVE ZEROES TO WS-RU-GT-MTD-SALES
           MOVE ZEROES TO WS-RU-GT-MTD-COST
           MOVE ZEROES TO WS-RU-GT-YTD-QTY
           MOVE ZEROES TO WS-RU-GT-YTD-SALES
           MOVE ZEROES TO WS-RU-GT-YTD-COST
           .

       3087-PRINT-ROLLUP-STORE-HEADING.
           WRITE ROLLUP-REPORT-RECORD FROM SPACES

           IF RS-STORE-NUMBER = HIGH-VALUES
              WRITE ROLLUP-REPORT-RECORD FROM WS-CHAIN-HEADING-LINE
           ELSE
              MOVE RS-STORE-NUMBER TO WS-RUSTR-STORE
              MOVE RS-STORE-NUMBER TO WS-STR-WORK-STORE
              PERFORM 2003-FIND-STORE-SLOT
              MOVE SPACES TO WS-RUSTR-NAME
              IF WS-STR-FOUND-IDX > ZEROES
                 MOVE WS-STR-STORE-NAME(WS-STR-FOUND-IDX)
                      TO WS-RUSTR-NAME
              END-IF
              WRITE ROLLUP-REPORT-RECORD FROM WS-ROLLUP-STORE-LINE
           END-IF

           WRITE ROLLUP-REPORT-RECORD FROM SPACES
           .

       3090-GIFT-CARD-LIABILITY-REPORT.
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-REMIT-HEADER1
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-REMIT-HEADER2

           MOVE SPACES TO WS-TAX-CHAIN-TABLE

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 10
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) NOT = SPACES
                 PERFORM 3040-STORE-TAX-SECTION
              END-IF
           END-PERFORM

                      WS-TAX-OVERFLOW-COUNT
           END-IF

           WRITE TAX-REMIT-REPORT-RECORD FROM SPACES
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-CHAIN-HEADING-LINE

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > 20
              IF WS-TCH-CODE(WS-TCH-IDX) NOT = SPACES
                 PERFORM 3043-WRITE-CHAIN-TAX-DETAIL
              END-IF
           END-PERFORM

           IF WS-TCH-OVERFLOW-COUNT > ZEROES
              DISPLAY 'CHAIN TAX TABLE FULL - ITEMS NOT REPORTED: '
                      WS-TCH-OVERFLOW-COUNT
           END-IF

           MOVE WS-TAX-UNGROUPED-EXEMPT TO WS-TAXRMT-UNGROUPED
           MOVE WS-TAX-RPT-TAXABLE TO WS-TAXRMT-TOT-TAXABLE
           MOVE WS-TAX-RPT-EXEMPT TO WS-TAXRMT-TOT-EXEMPT
           PERFORM 3096-UPDATE-TAX-MTD
           .

       3040-STORE-TAX-SECTION.
           MOVE WS-STR-STORE-NUMBER(WS-STR-IDX) TO WS-STRHDG-STORE
           MOVE WS-STR-STORE-NAME(WS-STR-IDX) TO WS-STRHDG-NAME

           WRITE TAX-REMIT-REPORT-RECORD FROM SPACES
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-STORE-HEADING-LINE

           MOVE ZEROES TO WS-STR-TAX-TAXABLE
           MOVE ZEROES TO WS-STR-TAX-EXEMPT
           MOVE ZEROES TO WS-STR-TAX-COLLECTED

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 60
              IF WS-TAX-CODE(WS-TAX-IDX) NOT = SPACES
                 AND WS-TAX-STORE(WS-TAX-IDX)
                     = WS-STR-STORE-NUMBER(WS-STR-IDX)
                 PERFORM 3094-WRITE-TAX-REMIT-DETAIL
              END-IF
           END-PERFORM

           MOVE WS-STR-UNGROUPED-EXEMPT(WS-STR-IDX)
                TO WS-TAXRMT-UNGROUPED
           MOVE WS-STR-TAX-TAXABLE TO WS-TAXSTR-TAXABLE
           MOVE WS-STR-TAX-EXEMPT TO WS-TAXSTR-EXEMPT
           MOVE WS-STR-TAX-COLLECTED TO WS-TAXSTR-COLLECTED

           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-UNGROUPED-LINE
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-STORE-TOTAL-LINE
           .

       3041-ADD-CHAIN-TAX.
           MOVE ZEROES TO WS-TCH-FOUND-IDX
           MOVE ZEROES TO WS-TCH-EMPTY-IDX

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > 20
              IF WS-TCH-CODE(WS-TCH-IDX) = WS-TAX-UPD-CODE
                 MOVE WS-TCH-IDX TO WS-TCH-FOUND-IDX
              END-IF
              IF WS-TCH-CODE(WS-TCH-IDX) = SPACES
                 AND WS-TCH-EMPTY-IDX = ZEROES
                 MOVE WS-TCH-IDX TO WS-TCH-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-TCH-FOUND-IDX = ZEROES
              AND WS-TCH-EMPTY-IDX > ZEROES
              MOVE WS-TCH-EMPTY-IDX TO WS-TCH-FOUND-IDX
              MOVE WS-TAX-UPD-CODE TO WS-TCH-CODE(WS-TCH-FOUND-IDX)
              MOVE ZEROES TO WS-TCH-TAXABLE(WS-TCH-FOUND-IDX)
              MOVE ZEROES TO WS-TCH-EXEMPT(WS-TCH-FOUND-IDX)
              MOVE ZEROES TO WS-TCH-COLLECTED(WS-TCH-FOUND-IDX)
           END-IF

           IF WS-TCH-FOUND-IDX > ZEROES
              ADD WS-TAX-UPD-TAXABLE
                  TO WS-TCH-TAXABLE(WS-TCH-FOUND-IDX)
              ADD WS-TAX-UPD-EXEMPT
                  TO WS-TCH-EXEMPT(WS-TCH-FOUND-IDX)
              ADD WS-TAX-UPD-COLLECTED
                  TO WS-TCH-COLLECTED(WS-TCH-FOUND-IDX)
           ELSE
              ADD 1 TO WS-TCH-OVERFLOW-COUNT
           END-IF
           .

       3042-LOOKUP-AUTHORITY-NAME.
           MOVE SPACES TO WS-TAXRMT-NAME

           MOVE WS-TAX-WORK-CODE TO TA-AUTHORITY-CODE
           MOVE ZEROES TO TA-EFFECTIVE-DATE

           START TAX-AUTHORITY-FILE KEY >= TA-AUTH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TAX-AUTHORITY-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF TAX-AUTHORITY-SUCCESS AND
                      TA-AUTHORITY-CODE = WS-TAX-WORK-CODE
                      MOVE TA-AUTHORITY-NAME TO WS-TAXRMT-NAME
                   END-IF
           END-START
           .

       3043-WRITE-CHAIN-TAX-DETAIL.
           MOVE WS-TCH-CODE(WS-TCH-IDX) TO WS-TAX-WORK-CODE

           IF WS-TAX-WORK-CODE = '****'
              MOVE 'NO TAX GROUP' TO WS-TAXRMT-NAME
           ELSE
              PERFORM 3042-LOOKUP-AUTHORITY-NAME
           END-IF

           MOVE WS-TCH-CODE(WS-TCH-IDX) TO WS-TAXRMT-CODE
           MOVE WS-TCH-TAXABLE(WS-TCH-IDX) TO WS-TAXRMT-TAXABLE
           MOVE WS-TCH-EXEMPT(WS-TCH-IDX) TO WS-TAXRMT-EXEMPT
           MOVE WS-TCH-COLLECTED(WS-TCH-IDX) TO WS-TAXRMT-COLLECTED

           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-REMIT-DETAIL
           .

       3096-UPDATE-TAX-MTD.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 60
              IF WS-TAX-CODE(WS-TAX-IDX) NOT = SPACES
                 MOVE WS-TAX-STORE(WS-TAX-IDX) TO WS-TAX-UPD-STORE
                 MOVE WS-TAX-CODE(WS-TAX-IDX) TO WS-TAX-UPD-CODE
                 MOVE WS-TAX-TAXABLE-SALES(WS-TAX-IDX)
                     TO WS-TAX-UPD-TAXABLE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > 10
              IF WS-STR-STORE-NUMBER(WS-STR-IDX) NOT = SPACES
                 AND WS-STR-UNGROUPED-EXEMPT(WS-STR-IDX) NOT = ZEROES
                 MOVE WS-STR-STORE-NUMBER(WS-STR-IDX)
                      TO WS-TAX-UPD-STORE
                 MOVE '****' TO WS-TAX-UPD-CODE
                 MOVE ZEROES TO WS-TAX-UPD-TAXABLE
                 MOVE WS-STR-UNGROUPED-EXEMPT(WS-STR-IDX)
                      TO WS-TAX-UPD-EXEMPT
                 MOVE ZEROES TO WS-TAX-UPD-COLLECTED

                 PERFORM 3092-POST-ONE-TAX-MTD
              END-IF
           END-PERFORM
           .

       3092-POST-ONE-TAX-MTD.
           MOVE WS-TAX-UPD-STORE TO TM-STORE-NUMBER
           MOVE WS-TAX-UPD-CODE TO TM-AUTHORITY-CODE

           READ TAX-MTD-FILE
               INVALID KEY
                   MOVE SPACES TO TAX-MTD-RECORD
                   MOVE WS-TAX-UPD-STORE TO TM-STORE-NUMBER
                   MOVE WS-TAX-UPD-CODE TO TM-AUTHORITY-CODE
                   MOVE WS-TAX-UPD-TAXABLE TO TM-MTD-TAXABLE
                   MOVE WS-TAX-UPD-EXEMPT TO TM-MTD-EXEMPT

       3094-WRITE-TAX-REMIT-DETAIL.
           MOVE WS-TAX-CODE(WS-TAX-IDX) TO WS-TAX-WORK-CODE
           PERFORM 3042-LOOKUP-AUTHORITY-NAME

           MOVE WS-TAX-CODE(WS-TAX-IDX) TO WS-TAXRMT-CODE
           MOVE WS-TAX-TAXABLE-SALES(WS-TAX-IDX) TO WS-TAXRMT-TAXABLE
           ADD WS-TAX-TAXABLE-SALES(WS-TAX-IDX) TO WS-TAX-RPT-TAXABLE
           ADD WS-TAX-EXEMPT-SALES(WS-TAX-IDX) TO WS-TAX-RPT-EXEMPT
           ADD WS-TAX-COLLECTED(WS-TAX-IDX) TO WS-TAX-RPT-COLLECTED

           ADD WS-TAX-TAXABLE-SALES(WS-TAX-IDX) TO WS-STR-TAX-TAXABLE
           ADD WS-TAX-EXEMPT-SALES(WS-TAX-IDX) TO WS-STR-TAX-EXEMPT
           ADD WS-TAX-COLLECTED(WS-TAX-IDX) TO WS-STR-TAX-COLLECTED

           MOVE WS-TAX-CODE(WS-TAX-IDX) TO WS-TAX-UPD-CODE
           MOVE WS-TAX-TAXABLE-SALES(WS-TAX-IDX) TO WS-TAX-UPD-TAXABLE
           MOVE WS-TAX-EXEMPT-SALES(WS-TAX-IDX) TO WS-TAX-UPD-EXEMPT
           MOVE WS-TAX-COLLECTED(WS-TAX-IDX) TO WS-TAX-UPD-COLLECTED
           PERFORM 3041-ADD-CHAIN-TAX
           .

       3099-DRAWER-RECONCILIATION.
           WRITE OVER-SHORT-REPORT-RECORD FROM WS-OVER-SHORT-HEADER1
           WRITE OVER-SHORT-REPORT-RECORD FROM WS-OVER-SHORT-HEADER2

           MOVE SPACES TO WS-DRW-PREV-STORE
           MOVE ZEROES TO WS-DRW-STORE-OVER-SHORT

           PERFORM 3091-RECONCILE-ONE-DRAWER
               UNTIL DECLARED-COUNT-EOF

           IF WS-DRW-PREV-STORE NOT = SPACES
              PERFORM 3089-PRINT-DRAWER-STORE-TOTAL
           END-IF

           IF WS-DRW-OVERFLOW-COUNT > ZEROES
              DISPLAY 'DRAWER TABLE FULL - CASH NOT ACCUMULATED: '
                      WS-DRW-OVERFLOW-COUNT
       3091-RECONCILE-ONE-DRAWER.
           ADD 1 TO WS-DRW-COUNTS-READ

           IF DC-STORE-NUMBER = SPACES
              MOVE WS-STR-DEFAULT-STORE TO DC-STORE-NUMBER
           END-IF

           IF DC-STORE-NUMBER NOT = WS-DRW-PREV-STORE
              IF WS-DRW-PREV-STORE NOT = SPACES
                 PERFORM 3089-PRINT-DRAWER-STORE-TOTAL
              END-IF

              MOVE DC-STORE-NUMBER TO WS-DRW-PREV-STORE
              MOVE DC-STORE-NUMBER TO WS-STR-WORK-STORE
              PERFORM 2003-FIND-STORE-SLOT
              MOVE WS-STR-FOUND-IDX TO WS-STR-CUR-IDX

              MOVE DC-STORE-NUMBER TO WS-STRHDG-STORE
              MOVE SPACES TO WS-STRHDG-NAME
              IF WS-STR-CUR-IDX > ZEROES
                 MOVE WS-STR-STORE-NAME(WS-STR-CUR-IDX)
                      TO WS-STRHDG-NAME
              END-IF

              WRITE OVER-SHORT-REPORT-RECORD FROM SPACES
              WRITE OVER-SHORT-REPORT-RECORD
                  FROM WS-STORE-HEADING-LINE
           END-IF

           MOVE ZEROES TO WS-DRW-EXPECTED-WORK

           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > 30
              IF WS-DRW-REGISTER(WS-DRW-IDX) = DC-REGISTER-NUMBER
                 AND WS-DRW-CASHIER(WS-DRW-IDX) = DC-CASHIER-ID
                 AND WS-DRW-STORE(WS-DRW-IDX) = DC-STORE-NUMBER
                 MOVE WS-DRW-EXPECTED-CASH(WS-DRW-IDX)
                     TO WS-DRW-EXPECTED-WORK
              END-IF
           COMPUTE WS-DRW-OVER-SHORT =
                   DC-DECLARED-AMOUNT - WS-DRW-EXPECTED-WORK
           ADD WS-DRW-OVER-SHORT TO WS-DRW-TOTAL-OVER-SHORT
           ADD WS-DRW-OVER-SHORT TO WS-DRW-STORE-OVER-SHORT

           IF WS-STR-CUR-IDX > ZEROES
              ADD WS-DRW-OVER-SHORT
                  TO WS-STR-OVER-SHORT(WS-STR-CUR-IDX)
           END-IF

           MOVE DC-STORE-NUMBER TO DH-STORE-NUMBER
           MOVE DC-REGISTER-NUMBER TO DH-REGISTER-NUMBER
           MOVE DC-CASHIER-ID TO DH-CASHIER-ID

           READ DRAWER-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO DRAWER-HISTORY-RECORD
                   MOVE DC-STORE-NUMBER TO DH-STORE-NUMBER
                   MOVE DC-REGISTER-NUMBER TO DH-REGISTER-NUMBER
                   MOVE DC-CASHIER-ID TO DH-CASHIER-ID
                   MOVE WS-DRW-OVER-SHORT TO DH-MTD-OVER-SHORT
           END-READ
           .

       3089-PRINT-DRAWER-STORE-TOTAL.
           MOVE WS-DRW-PREV-STORE TO WS-OVRSHT-STORE
           MOVE WS-DRW-STORE-OVER-SHORT TO WS-OVRSHT-STORE-TOTAL

           WRITE OVER-SHORT-REPORT-RECORD
               FROM WS-OVER-SHORT-STORE-LINE

           MOVE ZEROES TO WS-DRW-STORE-OVER-SHORT
           .

       3098-COMPUTE-JULIAN-DAY.
           COMPUTE WS-JD-A = (14 - WS-JD-MONTH) / 12
           COMPUTE WS-JD-Y2 = WS-JD-YEAR + 4800 - WS-JD-A
           MOVE WS-CLOSE-AFTER-QTY TO WS-CLOSE-AFT-QTY-OUT
           MOVE WS-CLOSE-AFTER-AMT TO WS-CLOSE-AFT-AMT-OUT

           WRITE CLOSE-SUMMARY-REPORT-RECORD FROM WS-CLOSE-DETAIL1
           WRITE CLOSE-SUMMARY-REPORT-RECORD FROM WS-CLOSE-DETAIL2
           WRITE CLOSE-SUMMARY-REPORT-RECORD FROM WS-CLOSE-DETAIL3

           PERFORM 3570-STORE-MONTH-END-CLOSE

           PERFORM 3560-TIER-EVALUATION

           PERFORM 3580-TAX-MONTHLY-REMITTANCE

           PERFORM 3590-RESET-DRAWER-HISTORY
           .

       3570-STORE-MONTH-END-CLOSE.
           MOVE 'Y' TO WS-STR-FIRST-SWITCH
           MOVE SPACES TO WS-STR-PREV-STORE
           MOVE ZEROES TO WS-STR-CLOSE-PRODUCTS
           MOVE ZEROES TO WS-STR-CLOSE-QTY
           MOVE ZEROES TO WS-STR-CLOSE-AMT
           MOVE LOW-VALUES TO SI-STORE-KEY

           WRITE CLOSE-SUMMARY-REPORT-RECORD FROM SPACES

           START STORE-INVENTORY-FILE KEY >= SI-STORE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO SI-STORE-KEY
           END-START

           IF SI-STORE-KEY NOT = HIGH-VALUES
              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-IF

           PERFORM UNTIL SI-STORE-KEY = HIGH-VALUES
              IF WS-STR-FIRST-RECORD
                 MOVE 'N' TO WS-STR-FIRST-SWITCH
              ELSE
                 IF SI-STORE-NUMBER NOT = WS-STR-PREV-STORE
                    PERFORM 3575-PRINT-STORE-CLOSE
                 END-IF
              END-IF

              MOVE SI-STORE-NUMBER TO WS-STR-PREV-STORE
              ADD 1 TO WS-STR-CLOSE-PRODUCTS
              ADD SI-MTD-SALES-QUANTITY TO WS-STR-CLOSE-QTY
              ADD SI-MTD-SALES-AMOUNT TO WS-STR-CLOSE-AMT

              MOVE ZEROES TO SI-MTD-SALES-QUANTITY
              MOVE ZEROES TO SI-MTD-SALES-AMOUNT

              REWRITE STORE-INVENTORY-RECORD

              READ STORE-INVENTORY-FILE NEXT
                  AT END MOVE HIGH-VALUES TO SI-STORE-KEY
              END-READ
           END-PERFORM

           IF NOT WS-STR-FIRST-RECORD
              PERFORM 3575-PRINT-STORE-CLOSE
           END-IF
           .

       3575-PRINT-STORE-CLOSE.
           MOVE WS-STR-PREV-STORE TO WS-CLSSTR-STORE
           MOVE WS-STR-CLOSE-PRODUCTS TO WS-CLSSTR-PRODUCTS
           MOVE WS-STR-CLOSE-QTY TO WS-CLSSTR-QTY
           MOVE WS-STR-CLOSE-AMT TO WS-CLSSTR-AMT

           WRITE CLOSE-SUMMARY-REPORT-RECORD FROM WS-CLOSE-STORE-LINE

           MOVE ZEROES TO WS-STR-CLOSE-PRODUCTS
           MOVE ZEROES TO WS-STR-CLOSE-QTY
           MOVE ZEROES TO WS-STR-CLOSE-AMT
           .

       3580-TAX-MONTHLY-REMITTANCE.
           MOVE ZEROES TO WS-TAX-RPT-EXEMPT
           MOVE ZEROES TO WS-TAX-RPT-COLLECTED

           MOVE SPACES TO WS-TAX-CHAIN-TABLE
           MOVE 'Y' TO WS-STR-FIRST-SWITCH
           MOVE SPACES TO WS-STR-PREV-STORE

           MOVE 'N' TO WS-TAX-MTD-EOF-FLAG
           MOVE LOW-VALUES TO TM-MTD-KEY

           START TAX-MTD-FILE KEY >= TM-MTD-KEY
               INVALID KEY
                   SET WS-TAX-MTD-EOF TO TRUE
           END-START
           END-IF

           PERFORM UNTIL WS-TAX-MTD-EOF
              IF WS-STR-FIRST-RECORD
                 OR TM-STORE-NUMBER NOT = WS-STR-PREV-STORE
                 IF NOT WS-STR-FIRST-RECORD
                    PERFORM 3587-PRINT-MTD-STORE-TOTAL
                 END-IF
                 MOVE 'N' TO WS-STR-FIRST-SWITCH
                 MOVE TM-STORE-NUMBER TO WS-STR-PREV-STORE
                 PERFORM 3586-PRINT-MTD-STORE-HEADING
              END-IF

              PERFORM 3585-PRINT-RESET-ONE-MTD

              READ TAX-MTD-FILE NEXT
              END-READ
           END-PERFORM

           IF NOT WS-STR-FIRST-RECORD
              PERFORM 3587-PRINT-MTD-STORE-TOTAL
           END-IF

           WRITE TAX-REMIT-REPORT-RECORD FROM SPACES
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-CHAIN-HEADING-LINE

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > 20
              IF WS-TCH-CODE(WS-TCH-IDX) NOT = SPACES
                 PERFORM 3043-WRITE-CHAIN-TAX-DETAIL
              END-IF
           END-PERFORM

           MOVE WS-TAX-RPT-TAXABLE TO WS-TAXRMT-TOT-TAXABLE
           MOVE WS-TAX-RPT-EXEMPT TO WS-TAXRMT-TOT-EXEMPT
           MOVE WS-TAX-RPT-COLLECTED TO WS-TAXRMT-TOT-COLLECTED
              MOVE 'NO TAX GROUP' TO WS-TAXRMT-NAME
           ELSE
              MOVE TM-AUTHORITY-CODE TO WS-TAX-WORK-CODE
              PERFORM 3042-LOOKUP-AUTHORITY-NAME
           END-IF

           MOVE TM-MTD-TAXABLE TO WS-TAXRMT-TAXABLE
           ADD TM-MTD-EXEMPT TO WS-TAX-RPT-EXEMPT
           ADD TM-MTD-COLLECTED TO WS-TAX-RPT-COLLECTED

           ADD TM-MTD-TAXABLE TO WS-STR-TAX-TAXABLE
           ADD TM-MTD-EXEMPT TO WS-STR-TAX-EXEMPT
           ADD TM-MTD-COLLECTED TO WS-STR-TAX-COLLECTED

           MOVE TM-AUTHORITY-CODE TO WS-TAX-UPD-CODE
           MOVE TM-MTD-TAXABLE TO WS-TAX-UPD-TAXABLE
           MOVE TM-MTD-EXEMPT TO WS-TAX-UPD-EXEMPT
           MOVE TM-MTD-COLLECTED TO WS-TAX-UPD-COLLECTED
           PERFORM 3041-ADD-CHAIN-TAX

           MOVE ZEROES TO TM-MTD-TAXABLE
           MOVE ZEROES TO TM-MTD-EXEMPT
           MOVE ZEROES TO TM-MTD-COLLECTED
           REWRITE TAX-MTD-RECORD
           .

       3586-PRINT-MTD-STORE-HEADING.
           MOVE TM-STORE-NUMBER TO WS-STRHDG-STORE
           MOVE TM-STORE-NUMBER TO WS-STR-WORK-STORE
           PERFORM 2003-FIND-STORE-SLOT
           MOVE SPACES TO WS-STRHDG-NAME
           IF WS-STR-FOUND-IDX > ZEROES
              MOVE WS-STR-STORE-NAME(WS-STR-FOUND-IDX)
                   TO WS-STRHDG-NAME
           END-IF

           WRITE TAX-REMIT-REPORT-RECORD FROM SPACES
           WRITE TAX-REMIT-REPORT-RECORD FROM WS-STORE-HEADING-LINE

           MOVE ZEROES TO WS-STR-TAX-TAXABLE
           MOVE ZEROES TO WS-STR-TAX-EXEMPT
           MOVE ZEROES TO WS-STR-TAX-COLLECTED
           .

       3587-PRINT-MTD-STORE-TOTAL.
           MOVE WS-STR-TAX-TAXABLE TO WS-TAXSTR-TAXABLE
           MOVE WS-STR-TAX-EXEMPT TO WS-TAXSTR-EXEMPT
           MOVE WS-STR-TAX-COLLECTED TO WS-TAXSTR-COLLECTED

           WRITE TAX-REMIT-REPORT-RECORD FROM WS-TAX-STORE-TOTAL-LINE
           .

       3560-TIER-EVALUATION.
           WRITE TIER-REPORT-RECORD FROM WS-TIER-HEADER1
           WRITE TIER-REPORT-RECORD FROM WS-TIER-HEADER2
           END-PERFORM
           .

       3600-VENDOR-BILLBACK-CLAIMS.
           MOVE 'N' TO WS-BB-MONTH-END-SWITCH
           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              MOVE 'Y' TO WS-BB-MONTH-END-SWITCH
              MOVE 'MONTH-END - ALL ACCRUALS' TO WS-BB-MODE-TEXT
           ELSE
              MOVE 'ENDED PROMOTIONS ONLY' TO WS-BB-MODE-TEXT
           END-IF

           WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-HEADER1
           WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-MODE-LINE
           WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-HEADER2

           MOVE SPACES TO WS-BB-PREV-VENDOR
           MOVE ZEROES TO WS-BB-TOTAL-CLAIM

           MOVE LOW-VALUES TO VA-ACCRUAL-KEY

           START VENDOR-ACCRUAL-FILE KEY >= VA-ACCRUAL-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO VA-ACCRUAL-KEY
           END-START

           IF VA-ACCRUAL-KEY NOT = HIGH-VALUES
              READ VENDOR-ACCRUAL-FILE NEXT
                  AT END MOVE HIGH-VALUES TO VA-ACCRUAL-KEY
              END-READ
           END-IF

           PERFORM UNTIL VA-ACCRUAL-KEY = HIGH-VALUES
              IF VA-PENDING-CLAIM NOT = ZEROES
                 OR VA-PENDING-UNITS NOT = ZEROES
                 PERFORM 3610-CLAIM-ONE-ACCRUAL
              END-IF

              READ VENDOR-ACCRUAL-FILE NEXT
                  AT END MOVE HIGH-VALUES TO VA-ACCRUAL-KEY
              END-READ
           END-PERFORM

           IF WS-BB-PREV-VENDOR NOT = SPACES
              PERFORM 3620-CLOSE-VENDOR-CLAIM
           END-IF

           IF WS-BB-CLAIM-COUNT = ZEROES
              WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-NONE-LINE
           ELSE
              MOVE WS-BB-TOTAL-CLAIM TO WS-BB-TOTAL-OUT
              WRITE BILLBACK-REPORT-RECORD FROM SPACES
              WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-TOTAL-LINE
           END-IF
           .

       3610-CLAIM-ONE-ACCRUAL.
           MOVE 'N' TO WS-BB-DUE-SWITCH
           MOVE VA-PROMO-ID TO PR-PROMO-ID

           READ PROMO-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BB-DUE-SWITCH
                   MOVE 'PROMOTION NOT ON FILE' TO PR-PROMO-DESC
                   MOVE ZEROES TO PR-START-DATE
                   MOVE ZEROES TO PR-END-DATE
                   MOVE SPACES TO PR-FUNDING-BASIS
               NOT INVALID KEY
                   IF PR-END-DATE NOT > WS-CURRENT-DATE
                      MOVE 'Y' TO WS-BB-DUE-SWITCH
                   END-IF
           END-READ

           IF WS-BB-MONTH-END-RUN
              MOVE 'Y' TO WS-BB-DUE-SWITCH
           END-IF

           IF WS-BB-CLAIM-DUE
              IF VA-VENDOR-ID NOT = WS-BB-PREV-VENDOR
                 IF WS-BB-PREV-VENDOR NOT = SPACES
                    PERFORM 3620-CLOSE-VENDOR-CLAIM
                 END-IF
                 MOVE VA-VENDOR-ID TO WS-BB-PREV-VENDOR
                 ADD 1 TO WS-BB-CLAIM-SEQ
                 MOVE 'BB' TO WS-BB-CLAIM-NUMBER(1:2)
                 MOVE WS-CURRENT-DATE TO WS-BB-CLAIM-NUMBER(3:8)
                 MOVE WS-BB-CLAIM-SEQ TO WS-BB-CLAIM-NUMBER(11:4)
              END-IF

              MOVE VA-VENDOR-ID TO WS-BBRPT-VENDOR
              MOVE VA-PROMO-ID TO WS-BBRPT-PROMO
              MOVE PR-PROMO-DESC TO WS-BBRPT-DESC
              MOVE PR-START-DATE TO WS-BBRPT-START
              MOVE PR-END-DATE TO WS-BBRPT-END
              EVALUATE TRUE
                  WHEN PR-FUND-BY-RATE
                      MOVE 'RATE' TO WS-BBRPT-BASIS
                  WHEN PR-FUND-BY-UNIT
                      MOVE 'UNIT' TO WS-BBRPT-BASIS
                  WHEN OTHER
                      MOVE SPACES TO WS-BBRPT-BASIS
              END-EVALUATE
              MOVE VA-PENDING-UNITS TO WS-BBRPT-UNITS
              MOVE VA-PENDING-MARKDOWN TO WS-BBRPT-MARKDOWN
              MOVE VA-PENDING-CLAIM TO WS-BBRPT-CLAIM

              WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-DETAIL

              ADD 1 TO WS-BB-VND-PROMOS
              ADD VA-PENDING-UNITS TO WS-BB-VND-UNITS
              ADD VA-PENDING-MARKDOWN TO WS-BB-VND-MARKDOWN
              ADD VA-PENDING-CLAIM TO WS-BB-VND-CLAIM

              ADD VA-PENDING-UNITS TO VA-CLAIMED-UNITS
              ADD VA-PENDING-CLAIM TO VA-CLAIMED-AMOUNT
              MOVE ZEROES TO VA-PENDING-UNITS
              MOVE ZEROES TO VA-PENDING-MARKDOWN
              MOVE ZEROES TO VA-PENDING-CLAIM
              MOVE WS-CURRENT-DATE TO VA-LAST-CLAIM-DATE
              MOVE WS-BB-CLAIM-NUMBER TO VA-LAST-CLAIM-NUMBER

              REWRITE VENDOR-ACCRUAL-RECORD
           END-IF
           .

       3620-CLOSE-VENDOR-CLAIM.
           MOVE WS-BB-PREV-VENDOR TO WS-BBVND-VENDOR
           MOVE WS-BB-CLAIM-NUMBER TO WS-BBVND-CLAIM-NO
           MOVE WS-BB-VND-UNITS TO WS-BBVND-UNITS
           MOVE WS-BB-VND-MARKDOWN TO WS-BBVND-MARKDOWN
           MOVE WS-BB-VND-CLAIM TO WS-BBVND-CLAIM

           WRITE BILLBACK-REPORT-RECORD FROM WS-BILLBACK-VENDOR-LINE
           WRITE BILLBACK-REPORT-RECORD FROM SPACES

           MOVE SPACES TO BILLBACK-CLAIM-RECORD
           MOVE WS-BB-PREV-VENDOR TO BC-VENDOR-ID
           MOVE WS-BB-CLAIM-NUMBER TO BC-CLAIM-NUMBER
           MOVE WS-CURRENT-DATE TO BC-CLAIM-DATE
           MOVE WS-BB-VND-PROMOS TO BC-PROMO-COUNT
           MOVE WS-BB-VND-UNITS TO BC-CLAIM-UNITS
           MOVE WS-BB-VND-CLAIM TO BC-CLAIM-AMOUNT
           MOVE 'BILL' TO BC-DEDUCTION-CODE

           WRITE BILLBACK-CLAIM-RECORD

           ADD 1 TO WS-BB-CLAIM-COUNT
           ADD WS-BB-VND-CLAIM TO WS-BB-TOTAL-CLAIM

           MOVE ZEROES TO WS-BB-VND-PROMOS
           MOVE ZEROES TO WS-BB-VND-UNITS
           MOVE ZEROES TO WS-BB-VND-MARKDOWN
           MOVE ZEROES TO WS-BB-VND-CLAIM
           .

       3700-SHELF-LABEL-EXTRACT.
           MOVE WS-CURRENT-DATE TO WS-LBL-TOMORROW

           IF WS-CURRENT-DAY < WS-LAST-DAY-OF-MONTH
              ADD 1 TO WS-LBL-TMR-DAY
           ELSE
              MOVE 1 TO WS-LBL-TMR-DAY
              IF WS-CURRENT-MONTH = 12
                 MOVE 1 TO WS-LBL-TMR-MONTH
                 ADD 1 TO WS-LBL-TMR-YEAR
              ELSE
                 ADD 1 TO WS-LBL-TMR-MONTH
              END-IF
           END-IF

           MOVE WS-LBL-TMR-YEAR TO WS-LBL-EFFECTIVE-OUT(1:4)
           MOVE '-' TO WS-LBL-EFFECTIVE-OUT(5:1)
           MOVE WS-LBL-TMR-MONTH TO WS-LBL-EFFECTIVE-OUT(6:2)
           MOVE '-' TO WS-LBL-EFFECTIVE-OUT(8:1)
           MOVE WS-LBL-TMR-DAY TO WS-LBL-EFFECTIVE-OUT(9:2)

           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-HEADER1
           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-EFFECTIVE-LINE
           WRITE LABEL-REPORT-RECORD FROM SPACES

           PERFORM 3705-LOAD-PRICE-CHANGES
           PERFORM 3710-LOAD-LABEL-PROMOS

           SORT LABEL-SORT-FILE
               ON ASCENDING KEY LB-AISLE
                                LB-SHELF
                                LB-BIN
                                LB-PRODUCT-ID
               INPUT PROCEDURE IS 3720-RELEASE-LABEL-CHANGES
               OUTPUT PROCEDURE IS 3740-WRITE-LABEL-FILES

           MOVE WS-LBL-CHANGES-LOADED TO WS-LBL-LOADED-OUT
           MOVE WS-LBL-CHANGES-REJECTED TO WS-LBL-REJECTED-OUT
           MOVE WS-LBL-PRICES-APPLIED TO WS-LBL-APPLIED-OUT

           WRITE LABEL-REPORT-RECORD FROM SPACES
           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-PRICE-LINE

           PERFORM 3750-PRINT-LABEL-DEPARTMENTS

           IF WS-LBL-PROMO-OVERFLOW > ZEROES
              DISPLAY 'LABEL PROMOTION TABLE FULL - NOT CHECKED: '
                      WS-LBL-PROMO-OVERFLOW
           END-IF

           IF WS-LBL-DEPT-OVERFLOW > ZEROES
              DISPLAY 'LABEL DEPARTMENT TABLE FULL - NOT COUNTED: '
                      WS-LBL-DEPT-OVERFLOW
           END-IF
           .

       3705-LOAD-PRICE-CHANGES.
           READ PRICE-CHANGE-FILE
               AT END SET PRICE-CHANGE-EOF TO TRUE
           END-READ

           PERFORM UNTIL PRICE-CHANGE-EOF
              MOVE PC-PRODUCT-ID TO PM-PRODUCT-ID

              READ PRODUCT-MASTER-FILE
                  INVALID KEY
                      DISPLAY 'PRICE CHANGE FOR UNKNOWN PRODUCT: '
                              PC-PRODUCT-ID
                      ADD 1 TO WS-LBL-CHANGES-REJECTED
                  NOT INVALID KEY
                      IF PC-NEW-RETAIL-PRICE = ZEROES
                         OR PC-EFFECTIVE-DATE = ZEROES
                         DISPLAY 'PRICE CHANGE REJECTED FOR PRODUCT: '
                                 PC-PRODUCT-ID
                         ADD 1 TO WS-LBL-CHANGES-REJECTED
                      ELSE
                         MOVE PC-NEW-RETAIL-PRICE
                              TO PM-PENDING-RETAIL-PRICE
                         MOVE PC-EFFECTIVE-DATE
                              TO PM-PENDING-PRICE-DATE
                         REWRITE PRODUCT-MASTER-RECORD
                         ADD 1 TO WS-LBL-CHANGES-LOADED
                      END-IF
              END-READ

              READ PRICE-CHANGE-FILE
                  AT END SET PRICE-CHANGE-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3710-LOAD-LABEL-PROMOS.
           MOVE ZEROES TO WS-LBL-PROMO-COUNT
           MOVE LOW-VALUES TO PR-PROMO-ID

           START PROMO-MASTER-FILE KEY >= PR-PROMO-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PR-PROMO-ID
           END-START

           IF PR-PROMO-ID NOT = HIGH-VALUES
              READ PROMO-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PR-PROMO-ID
              END-READ
           END-IF

           PERFORM UNTIL PR-PROMO-ID = HIGH-VALUES
              IF PR-START-DATE NOT > WS-LBL-TOMORROW
                 AND PR-END-DATE NOT < WS-CURRENT-DATE
                 IF WS-LBL-PROMO-COUNT < 50
                    ADD 1 TO WS-LBL-PROMO-COUNT
                    MOVE WS-LBL-PROMO-COUNT TO WS-LPT-IDX
                    MOVE PR-PROMO-ID TO WS-LPT-PROMO-ID(WS-LPT-IDX)
                    MOVE PR-PROMO-TYPE TO WS-LPT-PROMO-TYPE(WS-LPT-IDX)
                    MOVE PR-SCOPE-TYPE TO WS-LPT-SCOPE-TYPE(WS-LPT-IDX)
                    MOVE PR-SCOPE-VALUE
                         TO WS-LPT-SCOPE-VALUE(WS-LPT-IDX)
                    MOVE PR-QTY-THRESHOLD
                         TO WS-LPT-QTY-THRESHOLD(WS-LPT-IDX)
                    MOVE PR-PROMO-PRICE
                         TO WS-LPT-PROMO-PRICE(WS-LPT-IDX)
                    MOVE PR-PERCENT-OFF
                         TO WS-LPT-PERCENT-OFF(WS-LPT-IDX)
                    MOVE PR-START-DATE TO WS-LPT-START-DATE(WS-LPT-IDX)
                    MOVE PR-END-DATE TO WS-LPT-END-DATE(WS-LPT-IDX)
                    MOVE PR-PROMO-DESC TO WS-LPT-PROMO-DESC(WS-LPT-IDX)
                 ELSE
                    ADD 1 TO WS-LBL-PROMO-OVERFLOW
                 END-IF
              END-IF

              READ PROMO-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PR-PROMO-ID
              END-READ
           END-PERFORM
           .

       3720-RELEASE-LABEL-CHANGES.
           MOVE LOW-VALUES TO PM-PRODUCT-ID

           START PRODUCT-MASTER-FILE KEY >= PM-PRODUCT-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO PM-PRODUCT-ID
           END-START

           IF PM-PRODUCT-ID NOT = HIGH-VALUES
              READ PRODUCT-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PM-PRODUCT-ID
              END-READ
           END-IF

           PERFORM UNTIL PM-PRODUCT-ID = HIGH-VALUES
              IF NOT PM-DISCONTINUED
                 PERFORM 3725-CHECK-ONE-PRODUCT
              END-IF

              READ PRODUCT-MASTER-FILE NEXT
                  AT END MOVE HIGH-VALUES TO PM-PRODUCT-ID
              END-READ
           END-PERFORM
           .

       3725-CHECK-ONE-PRODUCT.
           MOVE 'N' TO WS-LBL-APPLY-SWITCH
           MOVE PM-RETAIL-PRICE TO WS-LBL-REGULAR-TODAY
           MOVE PM-RETAIL-PRICE TO WS-LBL-REGULAR-TOMORROW

           IF PM-PENDING-PRICE-DATE NUMERIC
              AND PM-PENDING-PRICE-DATE NOT = ZEROES
              AND PM-PENDING-PRICE-DATE NOT > WS-LBL-TOMORROW
              MOVE PM-PENDING-RETAIL-PRICE TO WS-LBL-REGULAR-TOMORROW
              MOVE 'Y' TO WS-LBL-APPLY-SWITCH
           END-IF

           MOVE WS-CURRENT-DATE TO WS-LBL-CHECK-DATE
           MOVE WS-LBL-REGULAR-TODAY TO WS-LBL-BASE-PRICE
           PERFORM 3730-PRICE-FOR-DATE
           MOVE WS-LBL-CHECK-PRICE TO WS-LBL-PRICE-TODAY
           MOVE WS-LBL-CHECK-WINDOW TO WS-LBL-WINDOW-TODAY
           MOVE WS-LBL-CHECK-PROMO-ID TO WS-LBL-PROMO-TODAY

           MOVE WS-LBL-TOMORROW TO WS-LBL-CHECK-DATE
           MOVE WS-LBL-REGULAR-TOMORROW TO WS-LBL-BASE-PRICE
           PERFORM 3730-PRICE-FOR-DATE
           MOVE WS-LBL-CHECK-PRICE TO WS-LBL-PRICE-TOMORROW
           MOVE WS-LBL-CHECK-WINDOW TO WS-LBL-WINDOW-TOMORROW
           MOVE WS-LBL-CHECK-PROMO-ID TO WS-LBL-PROMO-TOMORROW
           MOVE WS-LBL-CHECK-PROMO-DESC TO WS-LBL-PROMO-TMR-DESC
           MOVE WS-LBL-CHECK-PROMO-END TO WS-LBL-PROMO-TMR-END
           MOVE WS-LBL-CHECK-PROMO-QTY TO WS-LBL-PROMO-TMR-QTY
           MOVE WS-LBL-CHECK-PROMO-PRICE TO WS-LBL-PROMO-TMR-PRICE

           IF WS-LBL-PRICE-TOMORROW NOT = WS-LBL-PRICE-TODAY
              OR WS-LBL-REGULAR-TOMORROW NOT = WS-LBL-REGULAR-TODAY
              OR WS-LBL-WINDOW-TOMORROW NOT = WS-LBL-WINDOW-TODAY
              OR WS-LBL-PROMO-TOMORROW NOT = WS-LBL-PROMO-TODAY
              PERFORM 3727-RELEASE-ONE-LABEL
           END-IF

           IF WS-LBL-APPLY-PRICE
              MOVE WS-LBL-REGULAR-TOMORROW TO PM-RETAIL-PRICE
              MOVE ZEROES TO PM-PENDING-RETAIL-PRICE
              MOVE ZEROES TO PM-PENDING-PRICE-DATE
              REWRITE PRODUCT-MASTER-RECORD
              ADD 1 TO WS-LBL-PRICES-APPLIED
           END-IF
           .

       3727-RELEASE-ONE-LABEL.
           EVALUATE TRUE
               WHEN WS-LBL-WINDOW-TOMORROW = 'Y'
                    AND WS-LBL-WINDOW-TODAY = 'N'
                   MOVE 'SS' TO WS-LBL-REASON-CODE
               WHEN WS-LBL-WINDOW-TODAY = 'Y'
                    AND WS-LBL-WINDOW-TOMORROW = 'N'
                   MOVE 'SE' TO WS-LBL-REASON-CODE
               WHEN WS-LBL-PROMO-TOMORROW NOT = WS-LBL-PROMO-TODAY
                    AND WS-LBL-PROMO-TOMORROW NOT = SPACES
                   MOVE 'PS' TO WS-LBL-REASON-CODE
               WHEN WS-LBL-PROMO-TOMORROW NOT = WS-LBL-PROMO-TODAY
                   MOVE 'PE' TO WS-LBL-REASON-CODE
               WHEN OTHER
                   MOVE 'RP' TO WS-LBL-REASON-CODE
           END-EVALUATE

           MOVE 'N' TO WS-LBL-SIGN-SWITCH
           IF (WS-LBL-WINDOW-TOMORROW = 'Y'
               AND WS-LBL-WINDOW-TODAY = 'N')
              OR (WS-LBL-PROMO-TOMORROW NOT = SPACES
               AND WS-LBL-PROMO-TOMORROW NOT = WS-LBL-PROMO-TODAY)
              MOVE 'Y' TO WS-LBL-SIGN-SWITCH
           END-IF

           MOVE SPACES TO LABEL-SORT-RECORD
           MOVE PM-AISLE TO LB-AISLE
           MOVE PM-SHELF TO LB-SHELF
           MOVE PM-BIN TO LB-BIN
           MOVE PM-PRODUCT-ID TO LB-PRODUCT-ID
           MOVE PM-UPC-CODE TO LB-UPC-CODE
           MOVE PM-PRODUCT-DESCRIPTION TO LB-DESCRIPTION
           MOVE PM-DEPARTMENT TO LB-DEPARTMENT
           MOVE WS-LBL-REASON-CODE TO LB-REASON-CODE
           MOVE WS-LBL-PRICE-TODAY TO LB-OLD-PRICE
           MOVE WS-LBL-PRICE-TOMORROW TO LB-NEW-PRICE
           MOVE WS-LBL-REGULAR-TOMORROW TO LB-REGULAR-PRICE
           MOVE WS-LBL-PROMO-TOMORROW TO LB-PROMO-ID
           MOVE WS-LBL-PROMO-TMR-QTY TO LB-PROMO-QTY
           MOVE WS-LBL-PROMO-TMR-PRICE TO LB-PROMO-PRICE
           MOVE WS-LBL-SIGN-SWITCH TO LB-SIGN-FLAG
           MOVE ZEROES TO LB-SALE-END-DATE

           IF WS-LBL-SIGN-WANTED
              IF WS-LBL-WINDOW-TOMORROW = 'Y'
                 MOVE PM-SALE-END-DATE TO LB-SALE-END-DATE
                 MOVE 'SALE PRICE' TO LB-SIGN-TEXT
              END-IF
              IF WS-LBL-PROMO-TOMORROW NOT = SPACES
                 IF LB-SALE-END-DATE = ZEROES
                    OR WS-LBL-PROMO-TMR-END < LB-SALE-END-DATE
                    MOVE WS-LBL-PROMO-TMR-END TO LB-SALE-END-DATE
                 END-IF
                 MOVE WS-LBL-PROMO-TMR-DESC TO LB-SIGN-TEXT
              END-IF
           END-IF

           RELEASE LABEL-SORT-RECORD

           ADD 1 TO WS-LBL-LABEL-COUNT
           IF WS-LBL-SIGN-WANTED
              ADD 1 TO WS-LBL-SIGN-COUNT
           END-IF

           PERFORM 3735-COUNT-LABEL-DEPARTMENT
           .

       3730-PRICE-FOR-DATE.
           MOVE 'N' TO WS-LBL-CHECK-WINDOW
           MOVE ZEROES TO WS-LBL-CHECK-PCT
           MOVE SPACES TO WS-LBL-CHECK-PROMO-ID
           MOVE SPACES TO WS-LBL-CHECK-PROMO-DESC
           MOVE ZEROES TO WS-LBL-CHECK-PROMO-END
           MOVE ZEROES TO WS-LBL-CHECK-PROMO-QTY
           MOVE ZEROES TO WS-LBL-CHECK-PROMO-PRICE

           IF PM-SALE-START-DATE NOT = ZEROES
              AND PM-SALE-END-DATE NOT = ZEROES
              AND WS-LBL-CHECK-DATE NOT < PM-SALE-START-DATE
              AND WS-LBL-CHECK-DATE NOT > PM-SALE-END-DATE
              MOVE 'Y' TO WS-LBL-CHECK-WINDOW
              MOVE PM-SALE-PRICE TO WS-LBL-BASE-PRICE
           END-IF

           IF PM-DISCOUNTABLE
              PERFORM VARYING WS-LPT-IDX FROM 1 BY 1
                      UNTIL WS-LPT-IDX > WS-LBL-PROMO-COUNT
                 PERFORM 3732-MATCH-LABEL-PROMO
              END-PERFORM
           END-IF

           COMPUTE WS-LBL-CHECK-PRICE ROUNDED =
                   WS-LBL-BASE-PRICE -
                   (WS-LBL-BASE-PRICE * WS-LBL-CHECK-PCT)
           .

       3732-MATCH-LABEL-PROMO.
           IF WS-LPT-START-DATE(WS-LPT-IDX) NOT > WS-LBL-CHECK-DATE AND
              WS-LPT-END-DATE(WS-LPT-IDX) NOT < WS-LBL-CHECK-DATE AND
              ((WS-LPT-SCOPE-TYPE(WS-LPT-IDX) = 'P' AND
                WS-LPT-SCOPE-VALUE(WS-LPT-IDX) = PM-PRODUCT-ID) OR
               (WS-LPT-SCOPE-TYPE(WS-LPT-IDX) = 'C' AND
                WS-LPT-SCOPE-VALUE(WS-LPT-IDX)(1:5) = PM-CATEGORY) OR
               (WS-LPT-SCOPE-TYPE(WS-LPT-IDX) = 'D' AND
                WS-LPT-SCOPE-VALUE(WS-LPT-IDX)(1:3) = PM-DEPARTMENT))
              IF WS-LPT-PROMO-TYPE(WS-LPT-IDX) = 'P'
                 IF WS-LPT-PERCENT-OFF(WS-LPT-IDX) > WS-LBL-CHECK-PCT
                    MOVE WS-LPT-PERCENT-OFF(WS-LPT-IDX)
                         TO WS-LBL-CHECK-PCT
                    PERFORM 3733-TAKE-LABEL-PROMO
                 END-IF
              ELSE
                 IF WS-LBL-CHECK-PROMO-ID = SPACES
                    PERFORM 3733-TAKE-LABEL-PROMO
                 END-IF
              END-IF
           END-IF
           .

       3733-TAKE-LABEL-PROMO.
           MOVE WS-LPT-PROMO-ID(WS-LPT-IDX) TO WS-LBL-CHECK-PROMO-ID
           MOVE WS-LPT-PROMO-DESC(WS-LPT-IDX) TO WS-LBL-CHECK-PROMO-DESC
           MOVE WS-LPT-END-DATE(WS-LPT-IDX) TO WS-LBL-CHECK-PROMO-END
           MOVE WS-LPT-QTY-THRESHOLD(WS-LPT-IDX)
                TO WS-LBL-CHECK-PROMO-QTY
           MOVE WS-LPT-PROMO-PRICE(WS-LPT-IDX)
                TO WS-LBL-CHECK-PROMO-PRICE
           .

       3735-COUNT-LABEL-DEPARTMENT.
           MOVE ZEROES TO WS-LDT-FOUND-IDX
           MOVE ZEROES TO WS-LDT-EMPTY-IDX

           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > 50
              IF WS-LDT-DEPARTMENT(WS-LDT-IDX) = PM-DEPARTMENT
                 MOVE WS-LDT-IDX TO WS-LDT-FOUND-IDX
              END-IF
              IF WS-LDT-DEPARTMENT(WS-LDT-IDX) = SPACES
                 AND WS-LDT-EMPTY-IDX = ZEROES
                 MOVE WS-LDT-IDX TO WS-LDT-EMPTY-IDX
              END-IF
           END-PERFORM

           IF WS-LDT-FOUND-IDX = ZEROES
              AND WS-LDT-EMPTY-IDX > ZEROES
              MOVE WS-LDT-EMPTY-IDX TO WS-LDT-FOUND-IDX
              MOVE PM-DEPARTMENT TO WS-LDT-DEPARTMENT(WS-LDT-FOUND-IDX)
              MOVE ZEROES TO WS-LDT-LABELS(WS-LDT-FOUND-IDX)
              MOVE ZEROES TO WS-LDT-SIGNS(WS-LDT-FOUND-IDX)
           END-IF

           IF WS-LDT-FOUND-IDX > ZEROES
              ADD 1 TO WS-LDT-LABELS(WS-LDT-FOUND-IDX)
              IF WS-LBL-SIGN-WANTED
                 ADD 1 TO WS-LDT-SIGNS(WS-LDT-FOUND-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-LBL-DEPT-OVERFLOW
           END-IF
           .

       3740-WRITE-LABEL-FILES.
           MOVE 'N' TO WS-LBL-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-LBL-FIRST-SWITCH

           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-AISLE-HEADER

           RETURN LABEL-SORT-FILE
               AT END SET WS-LBL-SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL WS-LBL-SORT-EOF
              IF WS-LBL-FIRST-RECORD
                 MOVE 'N' TO WS-LBL-FIRST-SWITCH
                 MOVE LB-AISLE TO WS-LBL-PREV-AISLE
              END-IF

              IF LB-AISLE NOT = WS-LBL-PREV-AISLE
                 PERFORM 3745-PRINT-AISLE-COUNT
                 MOVE LB-AISLE TO WS-LBL-PREV-AISLE
              END-IF

              MOVE SPACES TO SHELF-LABEL-RECORD
              MOVE LB-LOCATION TO SL-LOCATION
              MOVE LB-PRODUCT-ID TO SL-PRODUCT-ID
              MOVE LB-UPC-CODE TO SL-UPC-CODE
              MOVE LB-DESCRIPTION TO SL-DESCRIPTION
              MOVE LB-DEPARTMENT TO SL-DEPARTMENT
              MOVE LB-REASON-CODE TO SL-REASON-CODE
              MOVE LB-OLD-PRICE TO SL-OLD-PRICE
              MOVE LB-NEW-PRICE TO SL-NEW-PRICE
              MOVE LB-REGULAR-PRICE TO SL-REGULAR-PRICE
              MOVE WS-LBL-TOMORROW TO SL-EFFECTIVE-DATE
              MOVE LB-PROMO-ID TO SL-PROMO-ID
              MOVE LB-PROMO-QTY TO SL-PROMO-QTY
              MOVE LB-PROMO-PRICE TO SL-PROMO-PRICE

              WRITE SHELF-LABEL-RECORD
              ADD 1 TO WS-LBL-AISLE-LABELS

              IF LB-SIGN-NEEDED
                 MOVE SPACES TO SALE-SIGN-RECORD
                 MOVE LB-LOCATION TO SG-LOCATION
                 MOVE LB-PRODUCT-ID TO SG-PRODUCT-ID
                 MOVE LB-DESCRIPTION TO SG-DESCRIPTION
                 MOVE LB-DEPARTMENT TO SG-DEPARTMENT
                 MOVE LB-REGULAR-PRICE TO SG-REGULAR-PRICE
                 MOVE LB-NEW-PRICE TO SG-SALE-PRICE
                 IF LB-REGULAR-PRICE > LB-NEW-PRICE
                    COMPUTE SG-SAVINGS =
                            LB-REGULAR-PRICE - LB-NEW-PRICE
                 ELSE
                    MOVE ZEROES TO SG-SAVINGS
                 END-IF
                 MOVE WS-LBL-TOMORROW TO SG-START-DATE
                 MOVE LB-SALE-END-DATE TO SG-END-DATE
                 MOVE LB-PROMO-ID TO SG-PROMO-ID
                 MOVE LB-SIGN-TEXT TO SG-SIGN-TEXT

                 WRITE SALE-SIGN-RECORD
                 ADD 1 TO WS-LBL-AISLE-SIGNS
              END-IF

              RETURN LABEL-SORT-FILE
                  AT END SET WS-LBL-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM

           IF WS-LBL-FIRST-RECORD
              WRITE LABEL-REPORT-RECORD FROM WS-LABEL-NONE-LINE
           ELSE
              PERFORM 3745-PRINT-AISLE-COUNT
           END-IF
           .

       3745-PRINT-AISLE-COUNT.
           MOVE WS-LBL-PREV-AISLE TO WS-LBLA-AISLE
           MOVE WS-LBL-AISLE-LABELS TO WS-LBLA-LABELS
           MOVE WS-LBL-AISLE-SIGNS TO WS-LBLA-SIGNS

           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-AISLE-LINE

           MOVE ZEROES TO WS-LBL-AISLE-LABELS
           MOVE ZEROES TO WS-LBL-AISLE-SIGNS
           .

       3750-PRINT-LABEL-DEPARTMENTS.
           WRITE LABEL-REPORT-RECORD FROM SPACES
           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-DEPT-TITLE
           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-DEPT-HEADER

           PERFORM VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > 50
              IF WS-LDT-DEPARTMENT(WS-LDT-IDX) NOT = SPACES
                 MOVE WS-LDT-DEPARTMENT(WS-LDT-IDX)
                      TO WS-LBLD-DEPARTMENT
                 MOVE WS-LDT-LABELS(WS-LDT-IDX) TO WS-LBLD-LABELS
                 MOVE WS-LDT-SIGNS(WS-LDT-IDX) TO WS-LBLD-SIGNS
                 WRITE LABEL-REPORT-RECORD FROM WS-LABEL-DEPT-LINE
              END-IF
           END-PERFORM

           MOVE WS-LBL-LABEL-COUNT TO WS-LBLT-LABELS
           MOVE WS-LBL-SIGN-COUNT TO WS-LBLT-SIGNS

           WRITE LABEL-REPORT-RECORD FROM WS-LABEL-TOTAL-LINE
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
           MOVE 'RECORDS SUSPENDED' TO WS-BAL-DISP-LABEL
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
                 DISPLAY 'SALEFILE OUT OF BALANCE AT END OF RUN'
              END-IF
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-STATUS-LINE
           .

       4000-TERMINATION.
           MOVE WS-TRANS-READ TO WS-SUM-TRANS-READ
           MOVE WS-TRANS-PROCESSED TO WS-SUM-TRANS-PROCESSED
           MOVE WS-TRANS-ERRORS TO WS-SUM-TRANS-ERRORS
           MOVE WS-ITEMS-SOLD TO WS-SUM-ITEMS-SOLD
           MOVE WS-ITEMS-BELOW-REORDER TO WS-SUM-BELOW-REORDER
           MOVE WS-LP-EXCEPTION-COUNT TO WS-SUM-LP-EXCEPTIONS
           MOVE WS-LP-FLAGGED-COUNT TO WS-SUM-LP-FLAGGED
           MOVE WS-CARD-BATCH-COUNT TO WS-SUM-CARD-SETTLED
           MOVE WS-FUND-EXCEPTION-COUNT TO WS-SUM-CARD-EXCEPTIONS
           MOVE WS-BB-CLAIM-COUNT TO WS-SUM-BB-CLAIMS
           MOVE WS-LBL-LABEL-COUNT TO WS-SUM-LABELS
           MOVE WS-STR-COUNT TO WS-SUM-STORES
           MOVE WS-RESTOCKS-APPLIED TO WS-SUM-RESTOCKS
           
           WRITE DAILY-SALES-REPORT-RECORD FROM SPACES
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-REPORT
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL3
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL4
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL5
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL6
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL7
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL8
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL9
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL10
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL11
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL12
           WRITE DAILY-SALES-REPORT-RECORD FROM WS-SUMMARY-DETAIL13
           
           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
              SET RC-RUN-COMPLETE TO TRUE
              MOVE RC-BUSINESS-DATE TO RC-LAST-RUN-DATE

              REWRITE RUN-CONTROL-RECORD
           END-IF

           CLOSE PRODUCT-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 SALES-TRANSACTION-FILE
                 TAX-REMIT-REPORT-FILE
                 TAX-MTD-FILE
                 TIER-REPORT-FILE
                 RETAIL-PARAMETER-FILE
                 CASHIER-MASTER-FILE
                 LP-REPORT-FILE
                 CARD-SETTLEMENT-FILE
                 SETTLEMENT-BATCH-FILE
                 PROCESSOR-FUNDING-FILE
                 CARD-RECON-REPORT-FILE
                 VENDOR-ACCRUAL-FILE
                 BILLBACK-REPORT-FILE
                 BILLBACK-CLAIM-FILE
                 PRICE-CHANGE-FILE
                 SHELF-LABEL-FILE
                 SALE-SIGN-FILE
                 LABEL-REPORT-FILE
                 STORE-MASTER-FILE
                 STORE-INVENTORY-FILE
                 STORE-RESTOCK-FILE
                 RUN-CONTROL-FILE
                 BALANCE-REPORT-FILE
           .
