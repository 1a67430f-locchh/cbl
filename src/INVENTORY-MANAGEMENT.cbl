               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEBIT-AGING-STATUS.

           SELECT AP-VOUCHER-FILE ASSIGN TO APVOUCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-VOUCHER-STATUS.

           SELECT INVOICE-HOLD-REPORT-FILE ASSIGN TO INVHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-HOLD-STATUS.

           SELECT LANDED-COST-REGISTER-FILE ASSIGN TO LANDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LANDED-REGISTER-STATUS.

           SELECT OPTIONAL PRODUCTION-SCHEDULE-FILE ASSIGN TO PRODSCHD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-SCHEDULE-STATUS.

           SELECT PLANNED-ORDER-FILE ASSIGN TO PLANORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLANNED-ORDER-STATUS.

           SELECT MRP-EXCEPTION-REPORT-FILE ASSIGN TO MRPEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRP-EXCEPTION-STATUS.

           SELECT OPTIONAL LOT-CONSUMPTION-FILE ASSIGN TO LOTCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOT-CONSUMPTION-STATUS.

           SELECT OPTIONAL RECALL-REQUEST-FILE ASSIGN TO RECALLRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECALL-REQUEST-STATUS.

           SELECT RECALL-TRACE-REPORT-FILE ASSIGN TO RECALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECALL-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
               88  TR-QC-DISPOSITION      VALUE 'QC'.
               88  TR-VENDOR-RETURN       VALUE 'RV'.
               88  TR-DEBIT-CREDIT        VALUE 'DM'.
               88  TR-SUPPLIER-INVOICE    VALUE 'SI'.
               88  TR-LANDED-COST         VALUE 'LC'.
               88  TR-BATCH-HEADER        VALUE 'HD'.
               88  TR-BATCH-TRAILER       VALUE 'TL'.
           05  TR-TRANSACTION-DATE.
               10  TR-TRANS-YEAR          PIC 9(4).
               10  TR-TRANS-MONTH         PIC 9(2).
               10  TR-EXPIRY-YEAR         PIC 9(4).
               10  TR-EXPIRY-MONTH        PIC 9(2).
               10  TR-EXPIRY-DAY          PIC 9(2).
           05  TR-RECEIPT-WEIGHT          PIC S9(7)V99 COMP-3.
           05  TR-FILLER                  PIC X(2).

       01  TRANSACTION-CONTROL-RECORD.
           05  FILLER                     PIC X(12).
           05  TC-RECORD-TYPE             PIC X(2).
           05  TC-BUSINESS-DATE           PIC 9(8).
           05  TC-RECORD-COUNT            PIC 9(7).
           05  TC-QUANTITY-HASH           PIC S9(11) COMP-3.
           05  TC-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(57).

       01  TRANSACTION-INVOICE-RECORD.
           05  FILLER                     PIC X(41).
           05  TI-PO-NUMBER               PIC X(13).
           05  TI-SUPPLIER-ID             PIC X(10).
           05  FILLER                     PIC X(44).

       01  TRANSACTION-LANDED-COST-RECORD.
           05  FILLER                     PIC X(41).
           05  TL-ALLOC-BASIS             PIC X.
               88  TL-BY-VALUE            VALUE 'V' SPACE.
               88  TL-BY-QUANTITY         VALUE 'Q'.
               88  TL-BY-WEIGHT           VALUE 'W'.
               88  TL-VALID-BASIS         VALUE 'V' 'Q' 'W' SPACE.
           05  TL-SECOND-REFERENCE        PIC X(15).
           05  FILLER                     PIC X(51).
           
       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
               10  PO-ORDER-YEAR          PIC 9(4).
               10  PO-ORDER-MONTH         PIC 9(2).
               10  PO-ORDER-DAY           PIC 9(2).
           05  PO-INVOICED-QUANTITY       PIC S9(7) COMP-3.
           05  PO-FILLER                  PIC X(9).

       FD  VALUATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               88  LM-LOT-REJECTED        VALUE 'R'.
           05  LM-INSPECTOR-ID            PIC X(8).
           05  LM-REJECT-REASON           PIC X(3).
           05  LM-RECEIPT-UNIT-COST       PIC S9(7)V99 COMP-3.
           05  LM-RECEIPT-WEIGHT          PIC S9(7)V99 COMP-3.
           05  LM-FILLER                  PIC X(9).

       FD  EXPIRING-LOTS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DEBIT-AGING-REPORT-RECORD      PIC X(132).

       FD  AP-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  AP-VOUCHER-RECORD.
           05  VX-SUPPLIER-ID             PIC X(10).
           05  VX-INVOICE-NUMBER          PIC X(15).
           05  VX-PO-NUMBER               PIC X(13).
           05  VX-ITEM-ID                 PIC X(10).
           05  VX-INVOICE-DATE            PIC 9(8).
           05  VX-QUANTITY                PIC S9(7) COMP-3.
           05  VX-UNIT-PRICE              PIC S9(7)V99 COMP-3.
           05  VX-INVOICE-AMOUNT          PIC S9(9)V99 COMP-3.
           05  VX-VOUCHER-DATE            PIC 9(8).
           05  VX-FILLER                  PIC X(21).

       FD  INVOICE-HOLD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  INVOICE-HOLD-REPORT-RECORD     PIC X(132).

       FD  LANDED-COST-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LANDED-COST-REGISTER-RECORD    PIC X(132).

       FD  PRODUCTION-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  PRODUCTION-SCHEDULE-RECORD.
           05  PS-SCHEDULE-REF            PIC X(15).
           05  PS-PARENT-ITEM-ID          PIC X(10).
           05  PS-QUANTITY                PIC S9(7) COMP-3.
           05  PS-DUE-DATE.
               10  PS-DUE-YEAR            PIC 9(4).
               10  PS-DUE-MONTH           PIC 9(2).
               10  PS-DUE-DAY             PIC 9(2).
           05  PS-FILLER                  PIC X(13).

       FD  PLANNED-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PLANNED-ORDER-RECORD.
           05  PL-ORDER-TYPE              PIC X.
               88  PL-PLANNED-PURCHASE    VALUE 'P'.
               88  PL-PLANNED-PRODUCTION  VALUE 'M'.
           05  PL-ITEM-ID                 PIC X(10).
           05  PL-QUANTITY                PIC S9(7) COMP-3.
           05  PL-RELEASE-DATE            PIC 9(8).
           05  PL-DUE-DATE                PIC 9(8).
           05  PL-SUPPLIER-ID             PIC X(10).
           05  PL-SCHEDULE-REF            PIC X(15).
           05  PL-BOM-LEVEL               PIC 9(2).
           05  PL-PLAN-DATE               PIC 9(8).
           05  PL-FILLER                  PIC X(14).

       FD  MRP-EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  MRP-EXCEPTION-REPORT-RECORD    PIC X(132).

       FD  LOT-CONSUMPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  LOT-CONSUMPTION-RECORD.
           05  CN-ITEM-ID                 PIC X(10).
           05  CN-LOT-NUMBER              PIC X(15).
           05  CN-QUANTITY                PIC S9(7) COMP-3.
           05  CN-CONSUME-TYPE            PIC X(2).
               88  CN-ISSUE               VALUE 'IS'.
               88  CN-PRODUCTION          VALUE 'PD'.
               88  CN-VENDOR-RETURN       VALUE 'RV'.
           05  CN-TRANSACTION-ID          PIC X(12).
           05  CN-REFERENCE               PIC X(15).
           05  CN-CONSUME-DATE            PIC 9(8).
           05  CN-PARENT-ITEM-ID          PIC X(10).
           05  CN-PARENT-LOT              PIC X(15).
           05  CN-FILLER                  PIC X(9).

       FD  RECALL-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RECALL-REQUEST-RECORD.
           05  RR-TRACE-DIRECTION         PIC X.
               88  RR-FORWARD             VALUE 'F'.
               88  RR-BACKWARD            VALUE 'B'.
           05  RR-ITEM-ID                 PIC X(10).
           05  RR-LOT-NUMBER              PIC X(15).
           05  RR-FILLER                  PIC X(14).

       FD  RECALL-TRACE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RECALL-TRACE-REPORT-RECORD     PIC X(132).

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

       FD  STOCKOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
               88  DEBIT-REGISTER-SUCCESS VALUE '00'.
           05  DEBIT-AGING-STATUS         PIC X(2).
               88  DEBIT-AGING-SUCCESS    VALUE '00'.
           05  AP-VOUCHER-STATUS          PIC X(2).
               88  AP-VOUCHER-SUCCESS     VALUE '00'.
           05  INVOICE-HOLD-STATUS        PIC X(2).
               88  INVOICE-HOLD-SUCCESS   VALUE '00'.
           05  LANDED-REGISTER-STATUS     PIC X(2).
               88  LANDED-REGISTER-SUCCESS VALUE '00'.
           05  PROD-SCHEDULE-STATUS       PIC X(2).
               88  PROD-SCHEDULE-SUCCESS  VALUE '00'.
               88  PROD-SCHEDULE-EOF      VALUE '10'.
           05  PLANNED-ORDER-STATUS       PIC X(2).
               88  PLANNED-ORDER-SUCCESS  VALUE '00'.
           05  MRP-EXCEPTION-STATUS       PIC X(2).
               88  MRP-EXCEPTION-SUCCESS  VALUE '00'.
           05  LOT-CONSUMPTION-STATUS     PIC X(2).
               88  LOT-CONSUMPTION-SUCCESS VALUE '00' '05'.
               88  LOT-CONSUMPTION-EOF    VALUE '10'.
           05  RECALL-REQUEST-STATUS      PIC X(2).
               88  RECALL-REQUEST-SUCCESS VALUE '00'.
               88  RECALL-REQUEST-EOF     VALUE '10'.
           05  RECALL-REPORT-STATUS       PIC X(2).
               88  RECALL-REPORT-SUCCESS  VALUE '00'.
           05  RUN-CONTROL-STATUS         PIC X(2).
               88  RUN-CONTROL-SUCCESS    VALUE '00'.
               88  RUN-CONTROL-EOF        VALUE '10'.
           05  BALANCE-RPT-STATUS         PIC X(2).
               88  BALANCE-RPT-SUCCESS    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-RTV-RETURNS             PIC 9(5) VALUE ZEROES.
           05  WS-RTV-CREDITS-CLOSED      PIC 9(5) VALUE ZEROES.
           05  WS-STKOUT-COUNT            PIC 9(5) VALUE ZEROES.
           05  WS-INVOICES-VOUCHERED      PIC 9(5) VALUE ZEROES.
           05  WS-INVOICES-HELD           PIC 9(5) VALUE ZEROES.
           05  WS-LANDED-CHARGES          PIC 9(5) VALUE ZEROES.
           05  WS-MRP-PLANNED-PURCHASES   PIC 9(5) VALUE ZEROES.
           05  WS-MRP-PLANNED-PRODUCTION  PIC 9(5) VALUE ZEROES.
           05  WS-MRP-EXCEPTIONS          PIC 9(5) VALUE ZEROES.
           05  WS-LOT-CONSUMPTIONS        PIC 9(5) VALUE ZEROES.
           05  WS-RECALL-TRACES           PIC 9(5) VALUE ZEROES.

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
           05  WS-BAL-HELD-BEFORE         PIC 9(5) VALUE ZEROES.

       01  WS-CALCULATION-FIELDS.
           05  WS-NEW-QUANTITY            PIC S9(7) VALUE ZEROES.
           05  WS-DAG-TOTAL-CREDIT        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-INVOICE-MATCH-FIELDS.
           05  WS-INV-SUPPLIER-ID         PIC X(10) VALUE SPACES.
           05  WS-INV-HOLD-REASON         PIC X(10) VALUE SPACES.
           05  WS-INV-OPEN-RECEIVED       PIC S9(7) VALUE ZEROES.
           05  WS-INV-CUM-BILLED          PIC S9(7) VALUE ZEROES.
           05  WS-INV-QTY-VARIANCE        PIC S9(7) VALUE ZEROES.
           05  WS-INV-QTY-ALLOWANCE       PIC S9(7) VALUE ZEROES.
           05  WS-INV-MATCH-QTY           PIC S9(7) VALUE ZEROES.
           05  WS-INV-AGREED-PRICE        PIC S9(7)V99 VALUE ZEROES.
           05  WS-INV-PRICE-LIMIT         PIC S9(7)V99 VALUE ZEROES.
           05  WS-INV-EARNED-PRICE        PIC S9(7)V99 VALUE ZEROES.
           05  WS-INV-BILLED-AMOUNT       PIC S9(9)V99 VALUE ZEROES.
           05  WS-INV-EARNED-AMOUNT       PIC S9(9)V99 VALUE ZEROES.
           05  WS-INV-OVERBILLED          PIC S9(9)V99 VALUE ZEROES.
           05  WS-INV-DEBIT-CREDIT        PIC S9(9)V99 VALUE ZEROES.
           05  WS-INV-NET-HOLD            PIC S9(9)V99 VALUE ZEROES.
           05  WS-INV-QTY-TOL-PCT         PIC S9(3)V99 COMP-3
                                          VALUE ZEROES.
           05  WS-INV-PRICE-TOL-PCT       PIC S9(3)V99 COMP-3
                                          VALUE 2.00.
           05  WS-INV-MEMO-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-INV-MEMO-EOF        VALUE 'Y'.
           05  WS-INV-VOUCHER-TOTAL       PIC S9(11)V99 VALUE ZEROES.
           05  WS-INV-HELD-TOTAL          PIC S9(11)V99 VALUE ZEROES.

       01  WS-INVOICE-HOLD-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'INVOICE DISCREPANCY HOLD'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-IHD-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-INVOICE-HOLD-HEADER2.
           05  FILLER                     PIC X(15) VALUE 'INVOICE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'SUPPLIER'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ITEM ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE '  BILLED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'RECEIVED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE ' QTY VAR'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'BILL PRICE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE '    AGREED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE 'OVERBILLED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DEBIT MEMO'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE 'NET HOLD'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'REASON'.

       01  WS-INVOICE-HOLD-DETAIL.
           05  WS-IHD-INVOICE             PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-SUPPLIER-ID         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-ITEM-ID             PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-BILLED-QTY          PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-RECEIVED-QTY        PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-QTY-VARIANCE        PIC ZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-BILL-PRICE          PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-AGREED-PRICE        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-OVERBILLED          PIC ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-DEBIT-CREDIT        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-NET-HOLD            PIC ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-IHD-REASON              PIC X(10).

       01  WS-INVOICE-HOLD-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'INVOICES VOUCHERED:'.
           05  WS-IHD-VOUCHER-COUNT       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-IHD-VOUCHER-TOTAL       PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-INVOICE-HOLD-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'INVOICES HELD:'.
           05  WS-IHD-HELD-COUNT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-IHD-HELD-TOTAL          PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-LANDED-COST-FIELDS.
           05  WS-LC-LOT-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-LC-LOT-EOF          VALUE 'Y'.
           05  WS-LC-BASIS-NAME           PIC X(5) VALUE SPACES.
           05  WS-LC-LOT-COUNT            PIC S9(5) COMP-3
                                          VALUE ZEROES.
           05  WS-LC-LOTS-APPLIED         PIC S9(5) COMP-3
                                          VALUE ZEROES.
           05  WS-LC-LOT-BASIS            PIC S9(11)V99 VALUE ZEROES.
           05  WS-LC-TOTAL-BASIS          PIC S9(11)V99 VALUE ZEROES.
           05  WS-LC-SHARE                PIC S9(9)V99 VALUE ZEROES.
           05  WS-LC-ALLOCATED            PIC S9(9)V99 VALUE ZEROES.
           05  WS-LC-CAPITALIZED          PIC S9(9)V99 VALUE ZEROES.
           05  WS-LC-EXPENSED             PIC S9(9)V99 VALUE ZEROES.
           05  WS-LC-COST-BEFORE          PIC S9(7)V99 VALUE ZEROES.
           05  WS-LC-COST-AFTER           PIC S9(7)V99 VALUE ZEROES.
           05  WS-LC-CHARGE-TOTAL         PIC S9(11)V99 VALUE ZEROES.
           05  WS-LC-CAPITALIZED-TOTAL    PIC S9(11)V99 VALUE ZEROES.
           05  WS-LC-EXPENSED-TOTAL       PIC S9(11)V99 VALUE ZEROES.

       01  WS-LANDED-REGISTER-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'LANDED COST REGISTER'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LCD-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-LANDED-REGISTER-HEADER2.
           05  FILLER                     PIC X(12) VALUE 'CHARGE ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'TYPE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'RECEIPT REF'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ITEM ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'BASIS'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
                                          '  BASIS AMOUNT'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
                                          '   ALLOCATED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE '  ON HAND'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
                                          ' COST BEFORE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
                                          '  COST AFTER'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(17) VALUE 'NOTE'.

       01  WS-LANDED-REGISTER-DETAIL.
           05  WS-LCD-CHARGE-ID           PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-CHARGE-TYPE         PIC X(4).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-RECEIPT-REF         PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-ITEM-ID             PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-BASIS               PIC X(5).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-BASIS-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-ALLOCATED           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-ON-HAND             PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-COST-BEFORE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-COST-AFTER          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-LCD-NOTE                PIC X(17).

       01  WS-LANDED-REGISTER-CHARGE.
           05  FILLER                     PIC X(25) VALUE
                                          'CHARGE CAPITALIZED:'.
           05  WS-LCD-CHG-CAPITALIZED     PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE
                                          'CHARGE EXPENSED:'.
           05  WS-LCD-CHG-EXPENSED        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  WS-LANDED-REGISTER-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'LANDED CHARGES:'.
           05  WS-LCD-CHARGE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-LCD-CHARGE-TOTAL        PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-LANDED-REGISTER-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL CAPITALIZED:'.
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  WS-LCD-CAPITALIZED-TOTAL   PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-LANDED-REGISTER-TOTAL3.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL EXPENSED:'.
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  WS-LCD-EXPENSED-TOTAL      PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-MRP-ITEM-TABLE.
           05  WS-MRI-ENTRY               OCCURS 500 TIMES.
               10  WS-MRI-ITEM-ID         PIC X(10).
               10  WS-MRI-LEVEL           PIC 9(2).
               10  WS-MRI-AVAILABLE       PIC S9(9) COMP-3.
               10  WS-MRI-LEAD-TIME       PIC S9(3) COMP-3.
               10  WS-MRI-LOT-SIZE        PIC S9(7) COMP-3.
               10  WS-MRI-SUPPLIER-ID     PIC X(10).
               10  WS-MRI-MAKE-SWITCH     PIC X.
                   88  WS-MRI-MAKE        VALUE 'Y'.
               10  WS-MRI-MASTER-SWITCH   PIC X.
                   88  WS-MRI-NO-MASTER   VALUE 'N'.

       01  WS-MRP-REQUIREMENT-TABLE.
           05  WS-MRQ-ENTRY               OCCURS 2000 TIMES.
               10  WS-MRQ-ITEM-IDX        PIC 9(3).
               10  WS-MRQ-QUANTITY        PIC S9(9) COMP-3.
               10  WS-MRQ-DUE-JULIAN      PIC S9(9) COMP-3.
               10  WS-MRQ-SCHEDULE-REF    PIC X(15).
               10  WS-MRQ-DONE-SWITCH     PIC X.
                   88  WS-MRQ-DONE        VALUE 'Y'.

       01  WS-MRP-FIELDS.
           05  WS-MRP-ITEM-COUNT          PIC 9(3) VALUE ZEROES.
           05  WS-MRP-REQ-COUNT           PIC 9(4) VALUE ZEROES.
           05  WS-MRP-IDX                 PIC 9(3) VALUE ZEROES.
           05  WS-MRP-ITEM-IDX            PIC 9(3) VALUE ZEROES.
           05  WS-MRP-PARENT-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-MRP-FOUND-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-MRP-REQ-IDX             PIC 9(4) VALUE ZEROES.
           05  WS-MRP-REQ-FOUND           PIC 9(4) VALUE ZEROES.
           05  WS-MRP-LEVEL               PIC 9(2) VALUE ZEROES.
           05  WS-MRP-MAX-LEVEL           PIC 9(2) VALUE ZEROES.
           05  WS-MRP-LEVEL-LIMIT         PIC 9(2) VALUE 25.
           05  WS-MRP-PASS-COUNT          PIC 9(2) VALUE ZEROES.
           05  WS-MRP-SEARCH-ITEM         PIC X(10) VALUE SPACES.
           05  WS-MRP-SEARCH-LEVEL        PIC 9(2) VALUE ZEROES.
           05  WS-MRP-CHANGED-SWITCH      PIC X VALUE 'N'.
               88  WS-MRP-LEVELS-CHANGED  VALUE 'Y'.
           05  WS-MRP-BOM-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-MRP-BOM-EOF         VALUE 'Y'.
           05  WS-MRP-SCHED-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-MRP-SCHED-EOF       VALUE 'Y'.
           05  WS-MRP-TODAY-JULIAN        PIC S9(9) COMP-3
                                          VALUE ZEROES.
           05  WS-MRP-CUR-ITEM-ID         PIC X(10) VALUE SPACES.
           05  WS-MRP-CUR-LEVEL           PIC 9(2) VALUE ZEROES.
           05  WS-MRP-CUR-REF             PIC X(15) VALUE SPACES.
           05  WS-MRP-CUR-QTY             PIC S9(9) VALUE ZEROES.
           05  WS-MRP-NET-QTY             PIC S9(9) VALUE ZEROES.
           05  WS-MRP-PLANNED-QTY         PIC S9(9) VALUE ZEROES.
           05  WS-MRP-NEW-QTY             PIC S9(9) VALUE ZEROES.
           05  WS-MRP-DUE-JULIAN          PIC S9(9) VALUE ZEROES.
           05  WS-MRP-NEW-DUE-JULIAN      PIC S9(9) VALUE ZEROES.
           05  WS-MRP-RELEASE-JULIAN      PIC S9(9) VALUE ZEROES.
           05  WS-MRP-DAYS-LATE           PIC S9(5) VALUE ZEROES.
           05  WS-MRP-DUE-DATE.
               10  WS-MRP-DUE-YEAR        PIC 9(4).
               10  WS-MRP-DUE-MONTH       PIC 9(2).
               10  WS-MRP-DUE-DAY         PIC 9(2).
           05  WS-MRP-RELEASE-DATE.
               10  WS-MRP-RELEASE-YEAR    PIC 9(4).
               10  WS-MRP-RELEASE-MONTH   PIC 9(2).
               10  WS-MRP-RELEASE-DAY     PIC 9(2).
           05  WS-MRP-EXCEPTION-MSG       PIC X(30) VALUE SPACES.

       01  WS-MRP-EXCEPTION-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'MRP EXCEPTION REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-MRX-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-MRP-EXCEPTION-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'ITEM ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE 'LVL'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE
                                          'SCHEDULE REF'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE ' REQUIRED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE '  PLANNED'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DUE DATE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'RELEASE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'DAYS LATE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-MRP-EXCEPTION-DETAIL.
           05  WS-MRX-ITEM-ID             PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-LEVEL               PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-MRX-SCHEDULE-REF        PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-REQUIRED-QTY        PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-PLANNED-QTY         PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-DUE-DATE            PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-RELEASE-DATE        PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-DAYS-LATE           PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-MRX-EXCEPTION           PIC X(30).
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-MRP-EXCEPTION-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'MRP EXCEPTIONS:'.
           05  WS-MRX-EXCEPTION-COUNT     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-RECALL-TRACE-TABLE.
           05  WS-RCL-ENTRY               OCCURS 200 TIMES.
               10  WS-RCL-ITEM-ID         PIC X(10).
               10  WS-RCL-LOT-NUMBER      PIC X(15).
               10  WS-RCL-LEVEL           PIC 9(2).

       01  WS-RECALL-FIELDS.
           05  WS-RCL-LOT-COUNT           PIC 9(3) VALUE ZEROES.
           05  WS-RCL-IDX                 PIC 9(3) VALUE ZEROES.
           05  WS-RCL-SEARCH-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-RCL-FOUND-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-RCL-LINES               PIC 9(5) VALUE ZEROES.
           05  WS-RCL-NEW-ITEM-ID         PIC X(10) VALUE SPACES.
           05  WS-RCL-NEW-LOT-NUMBER      PIC X(15) VALUE SPACES.
           05  WS-RCL-REQUEST-EOF-SWITCH  PIC X VALUE 'N'.
               88  WS-RCL-REQUEST-EOF     VALUE 'Y'.
           05  WS-RCL-CONS-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-RCL-CONS-EOF        VALUE 'Y'.

       01  WS-RECALL-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'LOT RECALL TRACE REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-RTD-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-RECALL-HEADER2.
           05  FILLER                     PIC X(3) VALUE 'LVL'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ITEM ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'LOT NUMBER'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE 'USAGE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE ' QUANTITY'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'TRANS ID'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'REFERENCE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'DATE'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'PARENT'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 'PARENT LOT'.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE '  ON HAND'.
           05  FILLER                     PIC X(5) VALUE SPACES.

       01  WS-RECALL-BANNER.
           05  WS-RTD-DIRECTION           PIC X(20).
           05  FILLER                     PIC X(6) VALUE 'ITEM: '.
           05  WS-RTD-START-ITEM          PIC X(10).
           05  FILLER                     PIC X(6) VALUE ' LOT: '.
           05  WS-RTD-START-LOT           PIC X(15).
           05  FILLER                     PIC X(10) VALUE
                                          ' ON HAND: '.
           05  WS-RTD-START-ON-HAND       PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(56) VALUE SPACES.

       01  WS-RECALL-DETAIL.
           05  WS-RTD-LEVEL               PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RTD-ITEM-ID             PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-LOT-NUMBER          PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-USAGE               PIC X(8).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-QUANTITY            PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-TRANS-ID            PIC X(12).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-REFERENCE           PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-DATE                PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-PARENT-ITEM         PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-PARENT-LOT          PIC X(15).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-RTD-ON-HAND             PIC ZZZZ,ZZ9-.
           05  FILLER                     PIC X(5) VALUE SPACES.

       01  WS-RECALL-NONE-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
                                          'NO LOT CONSUMPTION RECORDED'.
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-RECALL-TOTAL.
           05  FILLER                     PIC X(25) VALUE
                                          'RECALL TRACES RUN:'.
           05  WS-RTD-TRACE-COUNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-QC-FIELDS.
           05  WS-QC-AVAILABLE-QTY        PIC S9(7) VALUE ZEROES.
           05  WS-QC-HOLD-DAYS            PIC S9(5) COMP-3 VALUE ZEROES.
           05  WS-JD-Y2                   PIC S9(6) COMP-3.
           05  WS-JD-M2                   PIC S9(6) COMP-3.
           05  WS-JD-RESULT               PIC S9(9) COMP-3.
           05  WS-JD-L                    PIC S9(9) COMP-3.
           05  WS-JD-N                    PIC S9(9) COMP-3.
           05  WS-JD-I                    PIC S9(9) COMP-3.
           05  WS-JD-J                    PIC S9(9) COMP-3.
           05  WS-JD-T                    PIC S9(9) COMP-3.
           05  WS-ORDER-JULIAN-DAY        PIC S9(9) COMP-3.
           05  WS-RECEIPT-JULIAN-DAY      PIC S9(9) COMP-3.
           05  WS-ACTUAL-LEAD-DAYS        PIC S9(5) COMP-3.
           05  WS-SUM-STKOUT              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL18.
           05  FILLER      PIC X(25) VALUE 'INVOICES VOUCHERED:'.
           05  WS-SUM-INV-VOUCHERED       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL19.
           05  FILLER      PIC X(25) VALUE 'INVOICES HELD:'.
           05  WS-SUM-INV-HELD            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL20.
           05  FILLER      PIC X(25) VALUE 'LANDED COST CHARGES:'.
           05  WS-SUM-LANDED-CHARGES      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL21.
           05  FILLER                     PIC X(25) VALUE
                                          'PLANNED PURCHASE ORDERS:'.
           05  WS-SUM-MRP-PURCHASES       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL22.
           05  FILLER      PIC X(25) VALUE 'PLANNED PROD ORDERS:'.
           05  WS-SUM-MRP-PRODUCTION      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL23.
           05  FILLER      PIC X(25) VALUE 'MRP EXCEPTIONS:'.
           05  WS-SUM-MRP-EXCEPTIONS      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL24.
           05  FILLER      PIC X(25) VALUE 'LOT CONSUMPTIONS:'.
           05  WS-SUM-LOT-CONSUMPTIONS    PIC ZZ,ZZ9.
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

       01  WS-VALUATION-HEADER1.
           05  FILLER        PIC X(31) VALUE
               'INVENTORY VALUATION AT AVG COST'.
           PERFORM 3300-EXPIRING-LOTS-REPORT
           PERFORM 3350-QC-HOLD-AGING-REPORT
           PERFORM 3360-DEBIT-MEMO-AGING-REPORT
           PERFORM 3380-INVOICE-MATCH-TOTALS
           PERFORM 3385-LANDED-COST-TOTALS
           PERFORM 3370-PROJECTED-STOCKOUT-REPORT
           PERFORM 3400-GENERATE-CYCLE-SCHEDULE
           PERFORM 3600-MRP-RUN
           PERFORM 3700-RECALL-TRACE-REPORT
           PERFORM 3500-CHECK-MONTH-END
           IF WS-LAST-DAY-OF-MONTH = WS-CURRENT-DAY
              PERFORM 3550-PERIOD-CLOSE
           END-IF
           PERFORM 3900-WRITE-BALANCING-REPORT
           PERFORM 4000-TERMINATION
           STOP RUN
           .
                       OPEN-PO-FILE
                       LOT-MASTER-FILE
                       DEBIT-MEMO-FILE
                       RUN-CONTROL-FILE
                OUTPUT REORDER-REPORT-FILE
                       TRANSACTION-LOG-FILE
                       SCORECARD-REPORT-FILE
                       DEBIT-AGING-REPORT-FILE
                       STOCKOUT-REPORT-FILE
                EXTEND USAGE-HISTORY-FILE
                       LOT-CONSUMPTION-FILE
                OUTPUT AP-VOUCHER-FILE
                       INVOICE-HOLD-REPORT-FILE
                       LANDED-COST-REGISTER-FILE
                       PLANNED-ORDER-FILE
                       MRP-EXCEPTION-REPORT-FILE
                       RECALL-TRACE-REPORT-FILE
                       BALANCE-REPORT-FILE

           IF NOT INVENTORY-FILE-SUCCESS
              DISPLAY 'ERROR OPENING INVENTORY FILE: ' 
              STOP RUN
           END-IF

           IF NOT AP-VOUCHER-SUCCESS
              DISPLAY 'ERROR OPENING AP VOUCHER FILE: '
                      AP-VOUCHER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT INVOICE-HOLD-SUCCESS
              DISPLAY 'ERROR OPENING INVOICE HOLD REPORT FILE: '
                      INVOICE-HOLD-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LANDED-REGISTER-SUCCESS
              DISPLAY 'ERROR OPENING LANDED COST REGISTER FILE: '
                      LANDED-REGISTER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PLANNED-ORDER-SUCCESS
              DISPLAY 'ERROR OPENING PLANNED ORDER FILE: '
                      PLANNED-ORDER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT MRP-EXCEPTION-SUCCESS
              DISPLAY 'ERROR OPENING MRP EXCEPTION REPORT FILE: '
                      MRP-EXCEPTION-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LOT-CONSUMPTION-SUCCESS
              DISPLAY 'ERROR OPENING LOT CONSUMPTION FILE: '
                      LOT-CONSUMPTION-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT RECALL-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING RECALL TRACE REPORT FILE: '
                      RECALL-REPORT-STATUS
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
           MOVE WS-FORMATTED-DATE TO WS-DRG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-DAG-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-STK-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-IHD-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LCD-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-MRX-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-RTD-HEADER-DATE

           PERFORM 1200-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 3900-WRITE-BALANCING-REPORT
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           WRITE DEBIT-REGISTER-RECORD FROM WS-DEBIT-REGISTER-HEADER1
           WRITE DEBIT-REGISTER-RECORD FROM WS-DEBIT-REGISTER-HEADER2

           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM WS-INVOICE-HOLD-HEADER1
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM WS-INVOICE-HOLD-HEADER2

           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-HEADER1
           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-HEADER2

           WRITE MRP-EXCEPTION-REPORT-RECORD
               FROM WS-MRP-EXCEPTION-HEADER1
           WRITE MRP-EXCEPTION-REPORT-RECORD
               FROM WS-MRP-EXCEPTION-HEADER2

           WRITE RECALL-TRACE-REPORT-RECORD FROM WS-RECALL-HEADER1
           WRITE RECALL-TRACE-REPORT-RECORD FROM WS-RECALL-HEADER2

           WRITE PROD-REGISTER-RECORD FROM WS-PROD-REGISTER-HEADER1
           WRITE PROD-REGISTER-RECORD FROM WS-PROD-REGISTER-HEADER2

           END-IF
           .

       1200-VERIFY-RUN-CONTROL.
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
              PERFORM 1250-PRESCAN-TRANSACTION-FILE
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

       1250-PRESCAN-TRANSACTION-FILE.
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
                      PERFORM 1260-COMPUTE-RECORD-HASH
                      ADD WS-RECORD-QUANTITY TO WS-EDIT-QUANTITY-HASH
                      ADD WS-RECORD-AMOUNT TO WS-EDIT-AMOUNT-HASH
              END-EVALUATE

              READ TRANSACTION-FILE
                  AT END SET TRANS-FILE-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       1260-COMPUTE-RECORD-HASH.
           MOVE TR-QUANTITY TO WS-RECORD-QUANTITY
           MOVE TR-UNIT-COST TO WS-RECORD-AMOUNT
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-ERROR-FLAG
           
           IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
              CONTINUE
           ELSE
              ADD 1 TO WS-BAL-INPUT-COUNT
              PERFORM 1260-COMPUTE-RECORD-HASH
              ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
              ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT
              MOVE WS-INVOICES-HELD TO WS-BAL-HELD-BEFORE

              IF TR-LANDED-COST
                 PERFORM 2500-VALIDATE-LANDED-COST
              ELSE
                 PERFORM 2100-VALIDATE-TRANSACTION
              END-IF

              IF WS-NO-ERROR
                 PERFORM 2200-UPDATE-INVENTORY
                 IF WS-NO-ERROR
                    PERFORM 2300-LOG-TRANSACTION
                    ADD 1 TO WS-TRANS-PROCESSED
                 ELSE
                    ADD 1 TO WS-TRANS-ERRORS
                 END-IF
              ELSE
                 ADD 1 TO WS-TRANS-ERRORS
              END-IF

              PERFORM 2010-COUNT-DISPOSITION
           END-IF
           
           READ TRANSACTION-FILE
           END-IF
           .
           
       2010-COUNT-DISPOSITION.
           IF WS-ERROR-FOUND
              ADD 1 TO WS-BAL-REJECTED
           ELSE
              IF WS-INVOICES-HELD > WS-BAL-HELD-BEFORE
                 ADD 1 TO WS-BAL-SUSPENDED
              ELSE
                 ADD 1 TO WS-BAL-PROCESSED
              END-IF
           END-IF
           .

       2100-VALIDATE-TRANSACTION.
           MOVE TR-ITEM-ID TO IM-ITEM-ID
           
                       FROM WS-TRANSACTION-LOG-DETAIL
              END-IF
              
              IF NOT IM-ACTIVE AND NOT TR-SUPPLIER-INVOICE
                 MOVE 'Y' TO WS-ERROR-FLAG
                 MOVE TR-TRANSACTION-ID TO WS-LOG-TRANS-ID
                 MOVE TR-ITEM-ID TO WS-LOG-ITEM-ID

               WHEN TR-DEBIT-CREDIT
                   PERFORM 2299-PROCESS-DEBIT-CREDIT

               WHEN TR-SUPPLIER-INVOICE
                   PERFORM 2400-MATCH-SUPPLIER-INVOICE

               WHEN TR-LANDED-COST
                   PERFORM 2510-ALLOCATE-LANDED-COST
           END-EVALUATE

           IF WS-NO-ERROR AND NOT TR-LANDED-COST
              REWRITE INVENTORY-MASTER-RECORD
           END-IF
           .
               - 32045
           .

       2265-COMPUTE-CALENDAR-DATE.
           COMPUTE WS-JD-L = WS-JD-RESULT + 68569
           COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097
           COMPUTE WS-JD-T = ((146097 * WS-JD-N) + 3) / 4
           SUBTRACT WS-JD-T FROM WS-JD-L
           COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001
           COMPUTE WS-JD-T = (1461 * WS-JD-I) / 4
           COMPUTE WS-JD-L = WS-JD-L - WS-JD-T + 31
           COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447
           COMPUTE WS-JD-T = (2447 * WS-JD-J) / 80
           COMPUTE WS-JD-DAY = WS-JD-L - WS-JD-T
           COMPUTE WS-JD-L = WS-JD-J / 11
           COMPUTE WS-JD-MONTH = WS-JD-J + 2 - (12 * WS-JD-L)
           COMPUTE WS-JD-YEAR =
                   (100 * (WS-JD-N - 49)) + WS-JD-I + WS-JD-L
           .

       2270-CREATE-LOT-RECORD.
           MOVE SPACES TO LOT-MASTER-RECORD
           MOVE TR-ITEM-ID TO LM-ITEM-ID
           MOVE TR-EXPIRY-DATE TO LM-EXPIRY-DATE
           MOVE TR-QUANTITY TO LM-ORIGINAL-QUANTITY
           MOVE TR-QUANTITY TO LM-REMAINING-QUANTITY
           MOVE TR-UNIT-COST TO LM-RECEIPT-UNIT-COST
           SET LM-LOT-QC-HOLD TO TRUE

           IF TR-RECEIPT-WEIGHT NUMERIC
              MOVE TR-RECEIPT-WEIGHT TO LM-RECEIPT-WEIGHT
           ELSE
              MOVE ZEROES TO LM-RECEIPT-WEIGHT
           END-IF

           WRITE LOT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2275-ADD-TO-EXISTING-LOT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-RECEIPT-UNIT-COST NOT NUMERIC
                      MOVE ZEROES TO LM-RECEIPT-UNIT-COST
                   END-IF

                   IF LM-RECEIPT-WEIGHT NOT NUMERIC
                      MOVE ZEROES TO LM-RECEIPT-WEIGHT
                   END-IF

                   IF LM-ORIGINAL-QUANTITY + TR-QUANTITY > 0
                      COMPUTE LM-RECEIPT-UNIT-COST ROUNDED =
                          ((LM-ORIGINAL-QUANTITY * LM-RECEIPT-UNIT-COST)
                          + (TR-QUANTITY * TR-UNIT-COST))
                          / (LM-ORIGINAL-QUANTITY + TR-QUANTITY)
                   END-IF

                   IF TR-RECEIPT-WEIGHT NUMERIC
                      ADD TR-RECEIPT-WEIGHT TO LM-RECEIPT-WEIGHT
                   END-IF

                   ADD TR-QUANTITY TO LM-ORIGINAL-QUANTITY
                   ADD TR-QUANTITY TO LM-REMAINING-QUANTITY
                   SET LM-LOT-QC-HOLD TO TRUE
                         END-IF

                         REWRITE LOT-MASTER-RECORD

                         PERFORM 2288-WRITE-LOT-CONSUMPTION
                 END-READ
              END-IF
           END-PERFORM
           END-PERFORM
           .

       2288-WRITE-LOT-CONSUMPTION.
           MOVE SPACES TO LOT-CONSUMPTION-RECORD
           MOVE LM-ITEM-ID TO CN-ITEM-ID
           MOVE LM-LOT-NUMBER TO CN-LOT-NUMBER
           MOVE WS-LOT-TAKE TO CN-QUANTITY
           MOVE TR-TRANSACTION-TYPE TO CN-CONSUME-TYPE
           MOVE TR-TRANSACTION-ID TO CN-TRANSACTION-ID
           MOVE TR-REFERENCE-NUMBER TO CN-REFERENCE
           MOVE TR-TRANSACTION-DATE TO CN-CONSUME-DATE

           IF TR-PRODUCTION
              MOVE WS-PROD-PARENT-ITEM TO CN-PARENT-ITEM-ID
              MOVE TR-REFERENCE-NUMBER TO CN-PARENT-LOT
           END-IF

           WRITE LOT-CONSUMPTION-RECORD

           ADD 1 TO WS-LOT-CONSUMPTIONS
           .

       2290-PROCESS-PRODUCTION-ORDER.
           MOVE TR-ITEM-ID TO WS-PROD-PARENT-ITEM
           MOVE TR-QUANTITY TO WS-PROD-BUILD-QTY
                   WRITE PROD-REGISTER-RECORD
                       FROM WS-PROD-REGISTER-DETAIL

                   PERFORM 2295-CREATE-FINISHED-LOT

                   ADD 1 TO WS-PROD-ORDERS-BUILT
           END-READ
           .

       2295-CREATE-FINISHED-LOT.
           MOVE SPACES TO LOT-MASTER-RECORD
           MOVE WS-PROD-PARENT-ITEM TO LM-ITEM-ID
           MOVE TR-REFERENCE-NUMBER TO LM-LOT-NUMBER
           MOVE TR-TRANSACTION-DATE TO LM-RECEIPT-DATE
           MOVE TR-EXPIRY-DATE TO LM-EXPIRY-DATE
           MOVE WS-PROD-BUILD-QTY TO LM-ORIGINAL-QUANTITY
           MOVE WS-PROD-BUILD-QTY TO LM-REMAINING-QUANTITY
           MOVE WS-PROD-UNIT-COST TO LM-RECEIPT-UNIT-COST
           MOVE ZEROES TO LM-RECEIPT-WEIGHT
           SET LM-LOT-ACTIVE TO TRUE

           WRITE LOT-MASTER-RECORD
               INVALID KEY
                   READ LOT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-PROD-BUILD-QTY
                               TO LM-ORIGINAL-QUANTITY
                           ADD WS-PROD-BUILD-QTY
                               TO LM-REMAINING-QUANTITY
                           SET LM-LOT-ACTIVE TO TRUE

                           REWRITE LOT-MASTER-RECORD
                   END-READ
           END-WRITE
           .

       2296-PROCESS-QC-DISPOSITION.
           MOVE TR-ITEM-ID TO LM-ITEM-ID
           MOVE TR-REFERENCE-NUMBER TO LM-LOT-NUMBER
                   END-IF

                   REWRITE LOT-MASTER-RECORD

                   MOVE WS-RTV-LOT-TAKE TO WS-LOT-TAKE
                   PERFORM 2288-WRITE-LOT-CONSUMPTION
           END-READ
           .

                   MOVE 'RTNV' TO WS-LOG-TRANS-TYPE
               WHEN TR-DEBIT-CREDIT
                   MOVE 'DMCR' TO WS-LOG-TRANS-TYPE
               WHEN TR-SUPPLIER-INVOICE
                   MOVE 'SINV' TO WS-LOG-TRANS-TYPE
               WHEN TR-LANDED-COST
                   MOVE 'LAND' TO WS-LOG-TRANS-TYPE
           END-EVALUATE
           
           STRING TR-TRANS-YEAR DELIMITED BY SIZE
           WRITE TRANSACTION-LOG-RECORD FROM WS-TRANSACTION-LOG-DETAIL
           .
           
       2400-MATCH-SUPPLIER-INVOICE.
           MOVE SPACES TO WS-INV-HOLD-REASON
           MOVE ZEROES TO WS-INV-OPEN-RECEIVED
           MOVE ZEROES TO WS-INV-QTY-VARIANCE
           MOVE ZEROES TO WS-INV-AGREED-PRICE
           MOVE TI-SUPPLIER-ID TO WS-INV-SUPPLIER-ID

           COMPUTE WS-INV-BILLED-AMOUNT =
                   TR-QUANTITY * TR-UNIT-COST

           MOVE TR-ITEM-ID TO PO-ITEM-ID

           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE 'NO OPEN PO' TO WS-INV-HOLD-REASON
                   MOVE TR-QUANTITY TO WS-INV-QTY-VARIANCE
               NOT INVALID KEY
                   PERFORM 2405-CHECK-INVOICE-QUANTITY
           END-READ

           IF WS-INV-SUPPLIER-ID = SPACES
              MOVE IM-PREFERRED-SUPPLIER-ID TO WS-INV-SUPPLIER-ID
           END-IF

           PERFORM 2410-CHECK-INVOICE-PRICE

           IF WS-INV-HOLD-REASON = SPACES
              PERFORM 2415-WRITE-AP-VOUCHER
           ELSE
              PERFORM 2420-WRITE-INVOICE-HOLD
           END-IF
           .

       2405-CHECK-INVOICE-QUANTITY.
           IF PO-INVOICED-QUANTITY NOT NUMERIC
              MOVE ZEROES TO PO-INVOICED-QUANTITY
           END-IF

           IF WS-INV-SUPPLIER-ID = SPACES
              MOVE PO-SUPPLIER-ID TO WS-INV-SUPPLIER-ID
           END-IF

           COMPUTE WS-INV-OPEN-RECEIVED =
                   PO-RECEIVED-QUANTITY - PO-INVOICED-QUANTITY

           IF WS-INV-OPEN-RECEIVED < 0
              MOVE ZEROES TO WS-INV-OPEN-RECEIVED
           END-IF

           COMPUTE WS-INV-CUM-BILLED =
                   PO-INVOICED-QUANTITY + TR-QUANTITY
           COMPUTE WS-INV-QTY-VARIANCE =
                   TR-QUANTITY - WS-INV-OPEN-RECEIVED
           COMPUTE WS-INV-QTY-ALLOWANCE ROUNDED =
                   WS-INV-OPEN-RECEIVED * WS-INV-QTY-TOL-PCT / 100

           EVALUATE TRUE
               WHEN WS-INV-SUPPLIER-ID NOT = PO-SUPPLIER-ID
                   MOVE 'WRONG SUPP' TO WS-INV-HOLD-REASON
               WHEN WS-INV-CUM-BILLED > PO-ORDERED-QUANTITY
                   MOVE 'OVER ORDER' TO WS-INV-HOLD-REASON
               WHEN WS-INV-QTY-VARIANCE > WS-INV-QTY-ALLOWANCE
                   MOVE 'QTY VAR' TO WS-INV-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2410-CHECK-INVOICE-PRICE.
           MOVE TR-ITEM-ID TO XR-ITEM-ID
           MOVE WS-INV-SUPPLIER-ID TO XR-SUPPLIER-ID

           READ ITEM-SUPPLIER-XREF-FILE
               INVALID KEY
                   IF WS-INV-HOLD-REASON = SPACES
                      MOVE 'NO XREF' TO WS-INV-HOLD-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE XR-UNIT-PRICE TO WS-INV-AGREED-PRICE

                   COMPUTE WS-INV-PRICE-LIMIT ROUNDED =
                           XR-UNIT-PRICE
                           * (100 + WS-INV-PRICE-TOL-PCT) / 100

                   IF TR-UNIT-COST > WS-INV-PRICE-LIMIT
                      EVALUATE WS-INV-HOLD-REASON
                          WHEN SPACES
                              MOVE 'PRICE VAR' TO WS-INV-HOLD-REASON
                          WHEN 'QTY VAR'
                              MOVE 'QTY+PRICE' TO WS-INV-HOLD-REASON
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
                   END-IF
           END-READ
           .

       2415-WRITE-AP-VOUCHER.
           MOVE SPACES TO AP-VOUCHER-RECORD
           MOVE WS-INV-SUPPLIER-ID TO VX-SUPPLIER-ID
           MOVE TR-REFERENCE-NUMBER TO VX-INVOICE-NUMBER
           MOVE TI-PO-NUMBER TO VX-PO-NUMBER
           MOVE TR-ITEM-ID TO VX-ITEM-ID
           MOVE TR-TRANSACTION-DATE TO VX-INVOICE-DATE
           MOVE TR-QUANTITY TO VX-QUANTITY
           MOVE TR-UNIT-COST TO VX-UNIT-PRICE
           MOVE WS-INV-BILLED-AMOUNT TO VX-INVOICE-AMOUNT
           MOVE WS-CURRENT-DATE TO VX-VOUCHER-DATE

           WRITE AP-VOUCHER-RECORD

           ADD TR-QUANTITY TO PO-INVOICED-QUANTITY

           REWRITE OPEN-PO-RECORD

           ADD 1 TO WS-INVOICES-VOUCHERED
           ADD WS-INV-BILLED-AMOUNT TO WS-INV-VOUCHER-TOTAL
           .

       2420-WRITE-INVOICE-HOLD.
           IF TR-QUANTITY > WS-INV-OPEN-RECEIVED
              MOVE WS-INV-OPEN-RECEIVED TO WS-INV-MATCH-QTY
           ELSE
              MOVE TR-QUANTITY TO WS-INV-MATCH-QTY
           END-IF

           IF WS-INV-AGREED-PRICE > 0
              AND WS-INV-AGREED-PRICE < TR-UNIT-COST
              MOVE WS-INV-AGREED-PRICE TO WS-INV-EARNED-PRICE
           ELSE
              MOVE TR-UNIT-COST TO WS-INV-EARNED-PRICE
           END-IF

           COMPUTE WS-INV-EARNED-AMOUNT =
                   WS-INV-MATCH-QTY * WS-INV-EARNED-PRICE
           COMPUTE WS-INV-OVERBILLED =
                   WS-INV-BILLED-AMOUNT - WS-INV-EARNED-AMOUNT

           PERFORM 2425-SUM-OPEN-DEBIT-MEMOS

           COMPUTE WS-INV-NET-HOLD =
                   WS-INV-OVERBILLED - WS-INV-DEBIT-CREDIT

           IF WS-INV-NET-HOLD < 0
              MOVE ZEROES TO WS-INV-NET-HOLD
           END-IF

           MOVE TR-REFERENCE-NUMBER TO WS-IHD-INVOICE
           MOVE WS-INV-SUPPLIER-ID TO WS-IHD-SUPPLIER-ID
           MOVE TR-ITEM-ID TO WS-IHD-ITEM-ID
           MOVE TR-QUANTITY TO WS-IHD-BILLED-QTY
           MOVE WS-INV-OPEN-RECEIVED TO WS-IHD-RECEIVED-QTY
           MOVE WS-INV-QTY-VARIANCE TO WS-IHD-QTY-VARIANCE
           MOVE TR-UNIT-COST TO WS-IHD-BILL-PRICE
           MOVE WS-INV-AGREED-PRICE TO WS-IHD-AGREED-PRICE
           MOVE WS-INV-OVERBILLED TO WS-IHD-OVERBILLED
           MOVE WS-INV-DEBIT-CREDIT TO WS-IHD-DEBIT-CREDIT
           MOVE WS-INV-NET-HOLD TO WS-IHD-NET-HOLD
           MOVE WS-INV-HOLD-REASON TO WS-IHD-REASON

           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM WS-INVOICE-HOLD-DETAIL

           ADD 1 TO WS-INVOICES-HELD
           ADD WS-INV-BILLED-AMOUNT TO WS-INV-HELD-TOTAL
           .

       2425-SUM-OPEN-DEBIT-MEMOS.
           MOVE ZEROES TO WS-INV-DEBIT-CREDIT
           MOVE 'N' TO WS-INV-MEMO-EOF-SWITCH
           MOVE WS-INV-SUPPLIER-ID TO DM-SUPPLIER-ID
           MOVE LOW-VALUES TO DM-MEMO-NUMBER

           START DEBIT-MEMO-FILE KEY >= DM-MEMO-KEY
               INVALID KEY
                   SET WS-INV-MEMO-EOF TO TRUE
           END-START

           IF NOT WS-INV-MEMO-EOF
              READ DEBIT-MEMO-FILE NEXT
                  AT END SET WS-INV-MEMO-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-INV-MEMO-EOF
                   OR DM-SUPPLIER-ID NOT = WS-INV-SUPPLIER-ID
              IF DM-MEMO-OPEN AND DM-ITEM-ID = TR-ITEM-ID
                 ADD DM-CREDIT-AMOUNT TO WS-INV-DEBIT-CREDIT
              END-IF

              READ DEBIT-MEMO-FILE NEXT
                  AT END SET WS-INV-MEMO-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2500-VALIDATE-LANDED-COST.
           MOVE ZEROES TO WS-LC-TOTAL-BASIS
           MOVE ZEROES TO WS-LC-LOT-COUNT

           EVALUATE TRUE
               WHEN TR-UNIT-COST NOT > 0
                   MOVE 'INVALID CHARGE' TO WS-LOG-REFERENCE
                   PERFORM 2505-REJECT-LANDED-COST
               WHEN TR-REFERENCE-NUMBER = SPACES
                   MOVE 'NO RECEIPT REF' TO WS-LOG-REFERENCE
                   PERFORM 2505-REJECT-LANDED-COST
               WHEN NOT TL-VALID-BASIS
                   MOVE 'INVALID BASIS' TO WS-LOG-REFERENCE
                   PERFORM 2505-REJECT-LANDED-COST
               WHEN OTHER
                   PERFORM 2515-START-LOT-SCAN

                   PERFORM UNTIL WS-LC-LOT-EOF
                      PERFORM 2530-COMPUTE-LOT-BASIS

                      IF WS-LC-LOT-BASIS > 0
                         ADD WS-LC-LOT-BASIS TO WS-LC-TOTAL-BASIS
                         ADD 1 TO WS-LC-LOT-COUNT
                      END-IF

                      READ LOT-MASTER-FILE NEXT
                          AT END SET WS-LC-LOT-EOF TO TRUE
                      END-READ
                   END-PERFORM

                   IF WS-LC-TOTAL-BASIS NOT > 0
                      MOVE 'NO BASIS FOUND' TO WS-LOG-REFERENCE
                      PERFORM 2505-REJECT-LANDED-COST
                   END-IF
           END-EVALUATE
           .

       2505-REJECT-LANDED-COST.
           MOVE 'Y' TO WS-ERROR-FLAG
           MOVE TR-TRANSACTION-ID TO WS-LOG-TRANS-ID
           MOVE TR-ITEM-ID TO WS-LOG-ITEM-ID
           MOVE 'ERR' TO WS-LOG-TRANS-TYPE

           STRING TR-TRANS-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  TR-TRANS-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  TR-TRANS-DAY DELIMITED BY SIZE
                  INTO WS-LOG-TRANS-DATE

           MOVE TR-QUANTITY TO WS-LOG-QUANTITY
           MOVE TR-USER-ID TO WS-LOG-USER-ID

           WRITE TRANSACTION-LOG-RECORD
                 FROM WS-TRANSACTION-LOG-DETAIL
           .

       2510-ALLOCATE-LANDED-COST.
           MOVE ZEROES TO WS-LC-ALLOCATED
           MOVE ZEROES TO WS-LC-LOTS-APPLIED
           MOVE ZEROES TO WS-LC-CAPITALIZED
           MOVE ZEROES TO WS-LC-EXPENSED

           EVALUATE TRUE
               WHEN TL-BY-QUANTITY
                   MOVE 'QTY' TO WS-LC-BASIS-NAME
               WHEN TL-BY-WEIGHT
                   MOVE 'WGHT' TO WS-LC-BASIS-NAME
               WHEN OTHER
                   MOVE 'VALUE' TO WS-LC-BASIS-NAME
           END-EVALUATE

           PERFORM 2515-START-LOT-SCAN

           PERFORM UNTIL WS-LC-LOT-EOF
              PERFORM 2530-COMPUTE-LOT-BASIS

              IF WS-LC-LOT-BASIS > 0
                 PERFORM 2525-APPLY-LANDED-SHARE
              END-IF

              READ LOT-MASTER-FILE NEXT
                  AT END SET WS-LC-LOT-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE WS-LC-CAPITALIZED TO WS-LCD-CHG-CAPITALIZED
           MOVE WS-LC-EXPENSED TO WS-LCD-CHG-EXPENSED

           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-CHARGE
           WRITE LANDED-COST-REGISTER-RECORD FROM SPACES

           ADD 1 TO WS-LANDED-CHARGES
           ADD TR-UNIT-COST TO WS-LC-CHARGE-TOTAL
           ADD WS-LC-CAPITALIZED TO WS-LC-CAPITALIZED-TOTAL
           ADD WS-LC-EXPENSED TO WS-LC-EXPENSED-TOTAL
           .

       2515-START-LOT-SCAN.
           MOVE 'N' TO WS-LC-LOT-EOF-SWITCH
           MOVE LOW-VALUES TO LM-LOT-KEY

           START LOT-MASTER-FILE KEY >= LM-LOT-KEY
               INVALID KEY
                   SET WS-LC-LOT-EOF TO TRUE
           END-START

           IF NOT WS-LC-LOT-EOF
              READ LOT-MASTER-FILE NEXT
                  AT END SET WS-LC-LOT-EOF TO TRUE
              END-READ
           END-IF
           .

       2525-APPLY-LANDED-SHARE.
           ADD 1 TO WS-LC-LOTS-APPLIED

           IF WS-LC-LOTS-APPLIED = WS-LC-LOT-COUNT
              COMPUTE WS-LC-SHARE = TR-UNIT-COST - WS-LC-ALLOCATED
           ELSE
              COMPUTE WS-LC-SHARE ROUNDED =
                      TR-UNIT-COST * WS-LC-LOT-BASIS
                      / WS-LC-TOTAL-BASIS
           END-IF

           ADD WS-LC-SHARE TO WS-LC-ALLOCATED
           MOVE SPACES TO WS-LCD-NOTE
           MOVE LM-ITEM-ID TO IM-ITEM-ID

           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-LC-COST-BEFORE
                   MOVE ZEROES TO WS-LC-COST-AFTER
                   MOVE ZEROES TO IM-QUANTITY-ON-HAND
                   MOVE 'ITEM NOT FOUND' TO WS-LCD-NOTE
                   ADD WS-LC-SHARE TO WS-LC-EXPENSED
               NOT INVALID KEY
                   PERFORM 2535-ABSORB-LANDED-SHARE
           END-READ

           MOVE TR-TRANSACTION-ID TO WS-LCD-CHARGE-ID
           MOVE TR-REASON-CODE TO WS-LCD-CHARGE-TYPE
           MOVE LM-LOT-NUMBER TO WS-LCD-RECEIPT-REF
           MOVE LM-ITEM-ID TO WS-LCD-ITEM-ID
           MOVE WS-LC-BASIS-NAME TO WS-LCD-BASIS
           MOVE WS-LC-LOT-BASIS TO WS-LCD-BASIS-AMOUNT
           MOVE WS-LC-SHARE TO WS-LCD-ALLOCATED
           MOVE IM-QUANTITY-ON-HAND TO WS-LCD-ON-HAND
           MOVE WS-LC-COST-BEFORE TO WS-LCD-COST-BEFORE
           MOVE WS-LC-COST-AFTER TO WS-LCD-COST-AFTER

           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-DETAIL
           .

       2530-COMPUTE-LOT-BASIS.
           MOVE ZEROES TO WS-LC-LOT-BASIS

           IF LM-LOT-NUMBER = TR-REFERENCE-NUMBER
              OR (TL-SECOND-REFERENCE NOT = SPACES
                  AND LM-LOT-NUMBER = TL-SECOND-REFERENCE)
              IF LM-RECEIPT-UNIT-COST NOT NUMERIC
                 MOVE ZEROES TO LM-RECEIPT-UNIT-COST
              END-IF

              IF LM-RECEIPT-WEIGHT NOT NUMERIC
                 MOVE ZEROES TO LM-RECEIPT-WEIGHT
              END-IF

              EVALUATE TRUE
                  WHEN TL-BY-QUANTITY
                      MOVE LM-ORIGINAL-QUANTITY TO WS-LC-LOT-BASIS
                  WHEN TL-BY-WEIGHT
                      MOVE LM-RECEIPT-WEIGHT TO WS-LC-LOT-BASIS
                  WHEN OTHER
                      COMPUTE WS-LC-LOT-BASIS =
                              LM-ORIGINAL-QUANTITY
                              * LM-RECEIPT-UNIT-COST
              END-EVALUATE
           END-IF
           .

       2535-ABSORB-LANDED-SHARE.
           MOVE IM-UNIT-COST TO WS-LC-COST-BEFORE
           MOVE IM-QUANTITY-ON-HAND TO WS-AVG-OLD-QUANTITY

           IF WS-AVG-OLD-QUANTITY > 0
              COMPUTE WS-AVG-EXTENDED-VALUE =
                      (WS-AVG-OLD-QUANTITY * IM-UNIT-COST) +
                      WS-LC-SHARE
              COMPUTE WS-AVG-NEW-COST ROUNDED =
                      WS-AVG-EXTENDED-VALUE / WS-AVG-OLD-QUANTITY
              MOVE WS-AVG-NEW-COST TO IM-UNIT-COST

              REWRITE INVENTORY-MASTER-RECORD

              ADD WS-LC-SHARE TO WS-LC-CAPITALIZED
           ELSE
              MOVE 'NO STOCK-EXPENSED' TO WS-LCD-NOTE
              ADD WS-LC-SHARE TO WS-LC-EXPENSED
           END-IF

           MOVE IM-UNIT-COST TO WS-LC-COST-AFTER
           .

       3000-GENERATE-REORDER-REPORT.
           WRITE REORDER-REPORT-RECORD FROM WS-REORDER-HEADER1
           WRITE REORDER-REPORT-RECORD FROM WS-REORDER-HEADER2
           WRITE DEBIT-AGING-REPORT-RECORD FROM WS-DEBIT-AGING-TOTAL
           .

       3380-INVOICE-MATCH-TOTALS.
           MOVE WS-INVOICES-VOUCHERED TO WS-IHD-VOUCHER-COUNT
           MOVE WS-INV-VOUCHER-TOTAL TO WS-IHD-VOUCHER-TOTAL
           MOVE WS-INVOICES-HELD TO WS-IHD-HELD-COUNT
           MOVE WS-INV-HELD-TOTAL TO WS-IHD-HELD-TOTAL

           WRITE INVOICE-HOLD-REPORT-RECORD FROM SPACES
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM WS-INVOICE-HOLD-TOTAL1
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM WS-INVOICE-HOLD-TOTAL2
           .

       3385-LANDED-COST-TOTALS.
           MOVE WS-LANDED-CHARGES TO WS-LCD-CHARGE-COUNT
           MOVE WS-LC-CHARGE-TOTAL TO WS-LCD-CHARGE-TOTAL
           MOVE WS-LC-CAPITALIZED-TOTAL TO WS-LCD-CAPITALIZED-TOTAL
           MOVE WS-LC-EXPENSED-TOTAL TO WS-LCD-EXPENSED-TOTAL

           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-TOTAL1
           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-TOTAL2
           WRITE LANDED-COST-REGISTER-RECORD
               FROM WS-LANDED-REGISTER-TOTAL3
           .

       3370-PROJECTED-STOCKOUT-REPORT.
           WRITE STOCKOUT-REPORT-RECORD FROM WS-STOCKOUT-HEADER1
           WRITE STOCKOUT-REPORT-RECORD FROM WS-STOCKOUT-HEADER2
           END-PERFORM
           .

       3600-MRP-RUN.
           MOVE ZEROES TO WS-MRP-ITEM-COUNT
           MOVE ZEROES TO WS-MRP-REQ-COUNT
           MOVE ZEROES TO WS-MRP-MAX-LEVEL

           OPEN INPUT PRODUCTION-SCHEDULE-FILE

           IF PROD-SCHEDULE-SUCCESS
              MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
              MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
              MOVE WS-CURRENT-DAY TO WS-JD-DAY
              PERFORM 2260-COMPUTE-JULIAN-DAY
              MOVE WS-JD-RESULT TO WS-MRP-TODAY-JULIAN

              PERFORM 3610-LOAD-PRODUCTION-SCHEDULE
              PERFORM 3620-ASSIGN-LOW-LEVEL-CODES

              PERFORM VARYING WS-MRP-LEVEL FROM 0 BY 1
                      UNTIL WS-MRP-LEVEL > WS-MRP-MAX-LEVEL
                 PERFORM VARYING WS-MRP-ITEM-IDX FROM 1 BY 1
                         UNTIL WS-MRP-ITEM-IDX > WS-MRP-ITEM-COUNT
                    IF WS-MRI-LEVEL(WS-MRP-ITEM-IDX) = WS-MRP-LEVEL
                       PERFORM 3640-NET-ITEM-REQUIREMENTS
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF

           CLOSE PRODUCTION-SCHEDULE-FILE

           MOVE WS-MRP-EXCEPTIONS TO WS-MRX-EXCEPTION-COUNT

           WRITE MRP-EXCEPTION-REPORT-RECORD FROM SPACES
           WRITE MRP-EXCEPTION-REPORT-RECORD
               FROM WS-MRP-EXCEPTION-TOTAL
           .

       3610-LOAD-PRODUCTION-SCHEDULE.
           MOVE 'N' TO WS-MRP-SCHED-EOF-SWITCH

           READ PRODUCTION-SCHEDULE-FILE
               AT END SET WS-MRP-SCHED-EOF TO TRUE
           END-READ

           PERFORM UNTIL WS-MRP-SCHED-EOF
              PERFORM 3612-ADD-SCHEDULE-DEMAND

              READ PRODUCTION-SCHEDULE-FILE
                  AT END SET WS-MRP-SCHED-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3612-ADD-SCHEDULE-DEMAND.
           MOVE PS-PARENT-ITEM-ID TO WS-MRP-SEARCH-ITEM
           MOVE ZEROES TO WS-MRP-SEARCH-LEVEL
           MOVE PS-SCHEDULE-REF TO WS-MRP-CUR-REF

           PERFORM 3650-FIND-OR-ADD-ITEM

           IF WS-MRP-FOUND-IDX > ZEROES
              MOVE PS-DUE-YEAR TO WS-JD-YEAR
              MOVE PS-DUE-MONTH TO WS-JD-MONTH
              MOVE PS-DUE-DAY TO WS-JD-DAY
              PERFORM 2260-COMPUTE-JULIAN-DAY

              MOVE WS-JD-RESULT TO WS-MRP-NEW-DUE-JULIAN
              MOVE PS-QUANTITY TO WS-MRP-NEW-QTY

              PERFORM 3655-ADD-REQUIREMENT
           END-IF
           .

       3620-ASSIGN-LOW-LEVEL-CODES.
           MOVE ZEROES TO WS-MRP-PASS-COUNT
           SET WS-MRP-LEVELS-CHANGED TO TRUE

           PERFORM UNTIL NOT WS-MRP-LEVELS-CHANGED
                   OR WS-MRP-PASS-COUNT > WS-MRP-LEVEL-LIMIT
              MOVE 'N' TO WS-MRP-CHANGED-SWITCH
              ADD 1 TO WS-MRP-PASS-COUNT

              PERFORM VARYING WS-MRP-PARENT-IDX FROM 1 BY 1
                      UNTIL WS-MRP-PARENT-IDX > WS-MRP-ITEM-COUNT
                 PERFORM 3625-LEVEL-COMPONENTS
              END-PERFORM
           END-PERFORM

           IF WS-MRP-LEVELS-CHANGED
              MOVE SPACES TO WS-MRP-CUR-ITEM-ID
              MOVE SPACES TO WS-MRP-CUR-REF
              MOVE ZEROES TO WS-MRP-CUR-LEVEL
              MOVE ZEROES TO WS-MRP-CUR-QTY
              MOVE ZEROES TO WS-MRP-PLANNED-QTY
              MOVE ZEROES TO WS-MRP-DUE-JULIAN
              MOVE 'BOM LEVEL LIMIT - CHECK LOOP'
                  TO WS-MRP-EXCEPTION-MSG
              PERFORM 3660-WRITE-MRP-EXCEPTION
           END-IF

           PERFORM VARYING WS-MRP-IDX FROM 1 BY 1
                   UNTIL WS-MRP-IDX > WS-MRP-ITEM-COUNT
              IF WS-MRI-LEVEL(WS-MRP-IDX) > WS-MRP-MAX-LEVEL
                 MOVE WS-MRI-LEVEL(WS-MRP-IDX) TO WS-MRP-MAX-LEVEL
              END-IF
           END-PERFORM
           .

       3625-LEVEL-COMPONENTS.
           MOVE 'N' TO WS-MRP-BOM-EOF-SWITCH
           MOVE WS-MRI-ITEM-ID(WS-MRP-PARENT-IDX) TO BM-PARENT-ITEM-ID
           MOVE LOW-VALUES TO BM-COMPONENT-ITEM-ID

           START BOM-FILE KEY >= BM-BOM-KEY
               INVALID KEY
                   SET WS-MRP-BOM-EOF TO TRUE
           END-START

           IF NOT WS-MRP-BOM-EOF
              READ BOM-FILE NEXT
                  AT END SET WS-MRP-BOM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-MRP-BOM-EOF
                   OR BM-PARENT-ITEM-ID
                      NOT = WS-MRI-ITEM-ID(WS-MRP-PARENT-IDX)
              MOVE 'Y' TO WS-MRI-MAKE-SWITCH(WS-MRP-PARENT-IDX)
              MOVE BM-COMPONENT-ITEM-ID TO WS-MRP-SEARCH-ITEM
              COMPUTE WS-MRP-SEARCH-LEVEL =
                      WS-MRI-LEVEL(WS-MRP-PARENT-IDX) + 1

              PERFORM 3650-FIND-OR-ADD-ITEM

              IF WS-MRP-FOUND-IDX > ZEROES
                 AND WS-MRI-LEVEL(WS-MRP-FOUND-IDX)
                     < WS-MRP-SEARCH-LEVEL
                 MOVE WS-MRP-SEARCH-LEVEL
                     TO WS-MRI-LEVEL(WS-MRP-FOUND-IDX)
                 SET WS-MRP-LEVELS-CHANGED TO TRUE
              END-IF

              READ BOM-FILE NEXT
                  AT END SET WS-MRP-BOM-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3640-NET-ITEM-REQUIREMENTS.
           MOVE WS-MRI-ITEM-ID(WS-MRP-ITEM-IDX) TO WS-MRP-CUR-ITEM-ID
           MOVE WS-MRI-LEVEL(WS-MRP-ITEM-IDX) TO WS-MRP-CUR-LEVEL

           IF WS-MRI-NO-MASTER(WS-MRP-ITEM-IDX)
              MOVE SPACES TO WS-MRP-CUR-REF
              MOVE ZEROES TO WS-MRP-CUR-QTY
              MOVE ZEROES TO WS-MRP-PLANNED-QTY
              MOVE ZEROES TO WS-MRP-DUE-JULIAN
              MOVE 'ITEM NOT ON INVENTORY MASTER'
                  TO WS-MRP-EXCEPTION-MSG
              PERFORM 3660-WRITE-MRP-EXCEPTION
           END-IF

           PERFORM 3642-FIND-EARLIEST-REQUIREMENT

           PERFORM UNTIL WS-MRP-REQ-FOUND = ZEROES
              PERFORM 3644-NET-ONE-REQUIREMENT
              PERFORM 3642-FIND-EARLIEST-REQUIREMENT
           END-PERFORM
           .

       3642-FIND-EARLIEST-REQUIREMENT.
           MOVE ZEROES TO WS-MRP-REQ-FOUND

           PERFORM VARYING WS-MRP-REQ-IDX FROM 1 BY 1
                   UNTIL WS-MRP-REQ-IDX > WS-MRP-REQ-COUNT
              IF WS-MRQ-ITEM-IDX(WS-MRP-REQ-IDX) = WS-MRP-ITEM-IDX
                 AND NOT WS-MRQ-DONE(WS-MRP-REQ-IDX)
                 IF WS-MRP-REQ-FOUND = ZEROES
                    MOVE WS-MRP-REQ-IDX TO WS-MRP-REQ-FOUND
                 ELSE
                    IF WS-MRQ-DUE-JULIAN(WS-MRP-REQ-IDX) <
                       WS-MRQ-DUE-JULIAN(WS-MRP-REQ-FOUND)
                       MOVE WS-MRP-REQ-IDX TO WS-MRP-REQ-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       3644-NET-ONE-REQUIREMENT.
           MOVE 'Y' TO WS-MRQ-DONE-SWITCH(WS-MRP-REQ-FOUND)
           MOVE WS-MRI-ITEM-ID(WS-MRP-ITEM-IDX) TO WS-MRP-CUR-ITEM-ID
           MOVE WS-MRI-LEVEL(WS-MRP-ITEM-IDX) TO WS-MRP-CUR-LEVEL
           MOVE WS-MRQ-QUANTITY(WS-MRP-REQ-FOUND) TO WS-MRP-CUR-QTY
           MOVE WS-MRQ-DUE-JULIAN(WS-MRP-REQ-FOUND)
               TO WS-MRP-DUE-JULIAN
           MOVE WS-MRQ-SCHEDULE-REF(WS-MRP-REQ-FOUND)
               TO WS-MRP-CUR-REF

           IF WS-MRI-AVAILABLE(WS-MRP-ITEM-IDX) >= WS-MRP-CUR-QTY
              SUBTRACT WS-MRP-CUR-QTY
                  FROM WS-MRI-AVAILABLE(WS-MRP-ITEM-IDX)
           ELSE
              COMPUTE WS-MRP-NET-QTY = WS-MRP-CUR-QTY -
                      WS-MRI-AVAILABLE(WS-MRP-ITEM-IDX)

              MOVE WS-MRP-NET-QTY TO WS-MRP-PLANNED-QTY

              IF WS-MRI-LOT-SIZE(WS-MRP-ITEM-IDX) > WS-MRP-PLANNED-QTY
                 MOVE WS-MRI-LOT-SIZE(WS-MRP-ITEM-IDX)
                     TO WS-MRP-PLANNED-QTY
              END-IF

              COMPUTE WS-MRI-AVAILABLE(WS-MRP-ITEM-IDX) =
                      WS-MRP-PLANNED-QTY - WS-MRP-NET-QTY

              COMPUTE WS-MRP-RELEASE-JULIAN =
                      WS-MRP-DUE-JULIAN -
                      WS-MRI-LEAD-TIME(WS-MRP-ITEM-IDX)

              PERFORM 3646-WRITE-PLANNED-ORDER

              EVALUATE TRUE
                  WHEN WS-MRP-DUE-JULIAN < WS-MRP-TODAY-JULIAN
                      COMPUTE WS-MRP-DAYS-LATE =
                              WS-MRP-TODAY-JULIAN -
                              WS-MRP-DUE-JULIAN
                      MOVE 'PAST DUE REQUIREMENT'
                          TO WS-MRP-EXCEPTION-MSG
                      PERFORM 3660-WRITE-MRP-EXCEPTION
                  WHEN WS-MRP-RELEASE-JULIAN < WS-MRP-TODAY-JULIAN
                      COMPUTE WS-MRP-DAYS-LATE =
                              WS-MRP-TODAY-JULIAN -
                              WS-MRP-RELEASE-JULIAN
                      MOVE 'SHORT - INSIDE LEAD TIME'
                          TO WS-MRP-EXCEPTION-MSG
                      PERFORM 3660-WRITE-MRP-EXCEPTION
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE

              IF NOT WS-MRI-MAKE(WS-MRP-ITEM-IDX)
                 AND WS-MRI-SUPPLIER-ID(WS-MRP-ITEM-IDX) = SPACES
                 MOVE ZEROES TO WS-MRP-DAYS-LATE
                 MOVE 'NO PREFERRED SUPPLIER'
                     TO WS-MRP-EXCEPTION-MSG
                 PERFORM 3660-WRITE-MRP-EXCEPTION
              END-IF

              IF WS-MRI-MAKE(WS-MRP-ITEM-IDX)
                 PERFORM 3648-EXPLODE-PLANNED-ORDER
              END-IF
           END-IF
           .

       3646-WRITE-PLANNED-ORDER.
           MOVE SPACES TO PLANNED-ORDER-RECORD

           MOVE WS-MRP-DUE-JULIAN TO WS-JD-RESULT
           PERFORM 2265-COMPUTE-CALENDAR-DATE
           MOVE WS-JD-YEAR TO WS-MRP-DUE-YEAR
           MOVE WS-JD-MONTH TO WS-MRP-DUE-MONTH
           MOVE WS-JD-DAY TO WS-MRP-DUE-DAY

           MOVE WS-MRP-RELEASE-JULIAN TO WS-JD-RESULT
           PERFORM 2265-COMPUTE-CALENDAR-DATE
           MOVE WS-JD-YEAR TO WS-MRP-RELEASE-YEAR
           MOVE WS-JD-MONTH TO WS-MRP-RELEASE-MONTH
           MOVE WS-JD-DAY TO WS-MRP-RELEASE-DAY

           IF WS-MRI-MAKE(WS-MRP-ITEM-IDX)
              SET PL-PLANNED-PRODUCTION TO TRUE
              ADD 1 TO WS-MRP-PLANNED-PRODUCTION
           ELSE
              SET PL-PLANNED-PURCHASE TO TRUE
              MOVE WS-MRI-SUPPLIER-ID(WS-MRP-ITEM-IDX)
                  TO PL-SUPPLIER-ID
              ADD 1 TO WS-MRP-PLANNED-PURCHASES
           END-IF

           MOVE WS-MRP-CUR-ITEM-ID TO PL-ITEM-ID
           MOVE WS-MRP-PLANNED-QTY TO PL-QUANTITY
           MOVE WS-MRP-RELEASE-DATE TO PL-RELEASE-DATE
           MOVE WS-MRP-DUE-DATE TO PL-DUE-DATE
           MOVE WS-MRP-CUR-REF TO PL-SCHEDULE-REF
           MOVE WS-MRP-CUR-LEVEL TO PL-BOM-LEVEL
           MOVE WS-CURRENT-DATE TO PL-PLAN-DATE

           WRITE PLANNED-ORDER-RECORD
           .

       3648-EXPLODE-PLANNED-ORDER.
           MOVE 'N' TO WS-MRP-BOM-EOF-SWITCH
           MOVE WS-MRP-CUR-ITEM-ID TO BM-PARENT-ITEM-ID
           MOVE LOW-VALUES TO BM-COMPONENT-ITEM-ID
           MOVE WS-MRP-RELEASE-JULIAN TO WS-MRP-NEW-DUE-JULIAN

           START BOM-FILE KEY >= BM-BOM-KEY
               INVALID KEY
                   SET WS-MRP-BOM-EOF TO TRUE
           END-START

           IF NOT WS-MRP-BOM-EOF
              READ BOM-FILE NEXT
                  AT END SET WS-MRP-BOM-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-MRP-BOM-EOF
                   OR BM-PARENT-ITEM-ID
                      NOT = WS-MRI-ITEM-ID(WS-MRP-ITEM-IDX)
              MOVE BM-COMPONENT-ITEM-ID TO WS-MRP-SEARCH-ITEM
              COMPUTE WS-MRP-SEARCH-LEVEL =
                      WS-MRI-LEVEL(WS-MRP-ITEM-IDX) + 1

              PERFORM 3650-FIND-OR-ADD-ITEM

              IF WS-MRP-FOUND-IDX > ZEROES
                 COMPUTE WS-MRP-NEW-QTY =
                         BM-QUANTITY-PER * WS-MRP-PLANNED-QTY

                 PERFORM 3655-ADD-REQUIREMENT
              END-IF

              READ BOM-FILE NEXT
                  AT END SET WS-MRP-BOM-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3650-FIND-OR-ADD-ITEM.
           MOVE ZEROES TO WS-MRP-FOUND-IDX

           PERFORM VARYING WS-MRP-IDX FROM 1 BY 1
                   UNTIL WS-MRP-IDX > WS-MRP-ITEM-COUNT
                      OR WS-MRP-FOUND-IDX > ZEROES
              IF WS-MRI-ITEM-ID(WS-MRP-IDX) = WS-MRP-SEARCH-ITEM
                 MOVE WS-MRP-IDX TO WS-MRP-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-MRP-FOUND-IDX = ZEROES
              IF WS-MRP-ITEM-COUNT < 500
                 ADD 1 TO WS-MRP-ITEM-COUNT
                 MOVE WS-MRP-ITEM-COUNT TO WS-MRP-FOUND-IDX
                 PERFORM 3652-LOAD-ITEM-SUPPLY
              ELSE
                 MOVE ZEROES TO WS-MRX-REQUIRED-QTY
                 MOVE 'PLANNING ITEM TABLE FULL'
                     TO WS-MRP-EXCEPTION-MSG
                 PERFORM 3662-WRITE-TABLE-FULL
              END-IF
           END-IF
           .

       3652-LOAD-ITEM-SUPPLY.
           MOVE WS-MRP-SEARCH-ITEM TO WS-MRI-ITEM-ID(WS-MRP-FOUND-IDX)
           MOVE WS-MRP-SEARCH-LEVEL TO WS-MRI-LEVEL(WS-MRP-FOUND-IDX)
           MOVE 'N' TO WS-MRI-MAKE-SWITCH(WS-MRP-FOUND-IDX)
           MOVE 'Y' TO WS-MRI-MASTER-SWITCH(WS-MRP-FOUND-IDX)
           MOVE WS-MRP-SEARCH-ITEM TO IM-ITEM-ID

           READ INVENTORY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MRI-MASTER-SWITCH(WS-MRP-FOUND-IDX)
                   MOVE ZEROES TO WS-MRI-AVAILABLE(WS-MRP-FOUND-IDX)
                   MOVE ZEROES TO WS-MRI-LEAD-TIME(WS-MRP-FOUND-IDX)
                   MOVE ZEROES TO WS-MRI-LOT-SIZE(WS-MRP-FOUND-IDX)
                   MOVE SPACES TO WS-MRI-SUPPLIER-ID(WS-MRP-FOUND-IDX)
               NOT INVALID KEY
                   IF IM-QC-HOLD-QTY NOT NUMERIC
                      MOVE ZEROES TO IM-QC-HOLD-QTY
                   END-IF

                   COMPUTE WS-MRI-AVAILABLE(WS-MRP-FOUND-IDX) =
                           IM-QUANTITY-ON-HAND -
                           IM-QUANTITY-ALLOCATED -
                           IM-QC-HOLD-QTY
                   MOVE IM-LEAD-TIME-DAYS
                       TO WS-MRI-LEAD-TIME(WS-MRP-FOUND-IDX)
                   MOVE IM-REORDER-QUANTITY
                       TO WS-MRI-LOT-SIZE(WS-MRP-FOUND-IDX)
                   MOVE IM-PREFERRED-SUPPLIER-ID
                       TO WS-MRI-SUPPLIER-ID(WS-MRP-FOUND-IDX)
           END-READ

           MOVE WS-MRP-SEARCH-ITEM TO PO-ITEM-ID

           READ OPEN-PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PO-OPEN
                      AND PO-ORDERED-QUANTITY > PO-RECEIVED-QUANTITY
                      COMPUTE WS-MRI-AVAILABLE(WS-MRP-FOUND-IDX) =
                              WS-MRI-AVAILABLE(WS-MRP-FOUND-IDX) +
                              PO-ORDERED-QUANTITY -
                              PO-RECEIVED-QUANTITY
                   END-IF
           END-READ
           .

       3655-ADD-REQUIREMENT.
           IF WS-MRP-REQ-COUNT < 2000
              ADD 1 TO WS-MRP-REQ-COUNT
              MOVE WS-MRP-FOUND-IDX
                  TO WS-MRQ-ITEM-IDX(WS-MRP-REQ-COUNT)
              MOVE WS-MRP-NEW-QTY
                  TO WS-MRQ-QUANTITY(WS-MRP-REQ-COUNT)
              MOVE WS-MRP-NEW-DUE-JULIAN
                  TO WS-MRQ-DUE-JULIAN(WS-MRP-REQ-COUNT)
              MOVE WS-MRP-CUR-REF
                  TO WS-MRQ-SCHEDULE-REF(WS-MRP-REQ-COUNT)
              MOVE 'N' TO WS-MRQ-DONE-SWITCH(WS-MRP-REQ-COUNT)
           ELSE
              MOVE WS-MRP-NEW-QTY TO WS-MRX-REQUIRED-QTY
              MOVE 'PLANNING DEMAND TABLE FULL'
                  TO WS-MRP-EXCEPTION-MSG
              PERFORM 3662-WRITE-TABLE-FULL
           END-IF
           .

       3660-WRITE-MRP-EXCEPTION.
           MOVE WS-MRP-CUR-ITEM-ID TO WS-MRX-ITEM-ID
           MOVE WS-MRP-CUR-LEVEL TO WS-MRX-LEVEL
           MOVE WS-MRP-CUR-REF TO WS-MRX-SCHEDULE-REF
           MOVE WS-MRP-CUR-QTY TO WS-MRX-REQUIRED-QTY
           MOVE WS-MRP-PLANNED-QTY TO WS-MRX-PLANNED-QTY
           MOVE SPACES TO WS-MRX-DUE-DATE
           MOVE SPACES TO WS-MRX-RELEASE-DATE
           MOVE ZEROES TO WS-MRX-DAYS-LATE
           MOVE WS-MRP-EXCEPTION-MSG TO WS-MRX-EXCEPTION

           IF WS-MRP-DUE-JULIAN > ZEROES
              MOVE WS-MRP-DUE-JULIAN TO WS-JD-RESULT
              PERFORM 2265-COMPUTE-CALENDAR-DATE
              MOVE WS-JD-YEAR TO WS-MRP-DUE-YEAR
              MOVE WS-JD-MONTH TO WS-MRP-DUE-MONTH
              MOVE WS-JD-DAY TO WS-MRP-DUE-DAY

              STRING WS-MRP-DUE-YEAR DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-MRP-DUE-MONTH DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-MRP-DUE-DAY DELIMITED BY SIZE
                     INTO WS-MRX-DUE-DATE
           END-IF

           IF WS-MRP-PLANNED-QTY > ZEROES
              STRING WS-MRP-RELEASE-YEAR DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-MRP-RELEASE-MONTH DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-MRP-RELEASE-DAY DELIMITED BY SIZE
                     INTO WS-MRX-RELEASE-DATE
              MOVE WS-MRP-DAYS-LATE TO WS-MRX-DAYS-LATE
           END-IF

           WRITE MRP-EXCEPTION-REPORT-RECORD
               FROM WS-MRP-EXCEPTION-DETAIL

           ADD 1 TO WS-MRP-EXCEPTIONS
           .

       3662-WRITE-TABLE-FULL.
           MOVE WS-MRP-SEARCH-ITEM TO WS-MRX-ITEM-ID
           MOVE WS-MRP-SEARCH-LEVEL TO WS-MRX-LEVEL
           MOVE WS-MRP-CUR-REF TO WS-MRX-SCHEDULE-REF
           MOVE ZEROES TO WS-MRX-PLANNED-QTY
           MOVE SPACES TO WS-MRX-DUE-DATE
           MOVE SPACES TO WS-MRX-RELEASE-DATE
           MOVE ZEROES TO WS-MRX-DAYS-LATE
           MOVE WS-MRP-EXCEPTION-MSG TO WS-MRX-EXCEPTION

           WRITE MRP-EXCEPTION-REPORT-RECORD
               FROM WS-MRP-EXCEPTION-DETAIL

           ADD 1 TO WS-MRP-EXCEPTIONS
           .

       3700-RECALL-TRACE-REPORT.
           OPEN INPUT RECALL-REQUEST-FILE

           IF RECALL-REQUEST-SUCCESS
              CLOSE LOT-CONSUMPTION-FILE
              MOVE 'N' TO WS-RCL-REQUEST-EOF-SWITCH

              READ RECALL-REQUEST-FILE
                  AT END SET WS-RCL-REQUEST-EOF TO TRUE
              END-READ

              PERFORM UNTIL WS-RCL-REQUEST-EOF
                 PERFORM 3710-TRACE-ONE-REQUEST

                 READ RECALL-REQUEST-FILE
                     AT END SET WS-RCL-REQUEST-EOF TO TRUE
                 END-READ
              END-PERFORM

              OPEN EXTEND LOT-CONSUMPTION-FILE
           END-IF

           CLOSE RECALL-REQUEST-FILE

           MOVE WS-RECALL-TRACES TO WS-RTD-TRACE-COUNT

           WRITE RECALL-TRACE-REPORT-RECORD FROM WS-RECALL-TOTAL
           .

       3710-TRACE-ONE-REQUEST.
           ADD 1 TO WS-RECALL-TRACES
           MOVE ZEROES TO WS-RCL-LINES

           IF RR-BACKWARD
              MOVE 'TRACE BACKWARD FROM' TO WS-RTD-DIRECTION
           ELSE
              MOVE 'TRACE FORWARD FROM' TO WS-RTD-DIRECTION
           END-IF

           MOVE RR-ITEM-ID TO WS-RTD-START-ITEM
           MOVE RR-LOT-NUMBER TO WS-RTD-START-LOT
           MOVE RR-ITEM-ID TO LM-ITEM-ID
           MOVE RR-LOT-NUMBER TO LM-LOT-NUMBER

           READ LOT-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-RTD-START-ON-HAND
               NOT INVALID KEY
                   MOVE LM-REMAINING-QUANTITY TO WS-RTD-START-ON-HAND
           END-READ

           WRITE RECALL-TRACE-REPORT-RECORD FROM SPACES
           WRITE RECALL-TRACE-REPORT-RECORD FROM WS-RECALL-BANNER

           MOVE 1 TO WS-RCL-LOT-COUNT
           MOVE RR-ITEM-ID TO WS-RCL-ITEM-ID(1)
           MOVE RR-LOT-NUMBER TO WS-RCL-LOT-NUMBER(1)
           MOVE ZEROES TO WS-RCL-LEVEL(1)

           PERFORM VARYING WS-RCL-IDX FROM 1 BY 1
                   UNTIL WS-RCL-IDX > WS-RCL-LOT-COUNT
              PERFORM 3720-SCAN-LOT-CONSUMPTION
           END-PERFORM

           IF WS-RCL-LINES = ZEROES
              WRITE RECALL-TRACE-REPORT-RECORD
                  FROM WS-RECALL-NONE-LINE
           END-IF
           .

       3720-SCAN-LOT-CONSUMPTION.
           MOVE 'N' TO WS-RCL-CONS-EOF-SWITCH

           OPEN INPUT LOT-CONSUMPTION-FILE

           IF NOT LOT-CONSUMPTION-SUCCESS
              SET WS-RCL-CONS-EOF TO TRUE
           ELSE
              READ LOT-CONSUMPTION-FILE
                  AT END SET WS-RCL-CONS-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-RCL-CONS-EOF
              PERFORM 3725-MATCH-LOT-CONSUMPTION

              READ LOT-CONSUMPTION-FILE
                  AT END SET WS-RCL-CONS-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE LOT-CONSUMPTION-FILE
           .

       3725-MATCH-LOT-CONSUMPTION.
           IF RR-BACKWARD
              IF CN-PRODUCTION
                 AND CN-PARENT-ITEM-ID = WS-RCL-ITEM-ID(WS-RCL-IDX)
                 AND CN-PARENT-LOT = WS-RCL-LOT-NUMBER(WS-RCL-IDX)
                 MOVE CN-ITEM-ID TO LM-ITEM-ID
                 MOVE CN-LOT-NUMBER TO LM-LOT-NUMBER
                 PERFORM 3730-WRITE-TRACE-LINE

                 MOVE CN-ITEM-ID TO WS-RCL-NEW-ITEM-ID
                 MOVE CN-LOT-NUMBER TO WS-RCL-NEW-LOT-NUMBER
                 PERFORM 3735-QUEUE-TRACE-LOT
              END-IF
           ELSE
              IF CN-ITEM-ID = WS-RCL-ITEM-ID(WS-RCL-IDX)
                 AND CN-LOT-NUMBER = WS-RCL-LOT-NUMBER(WS-RCL-IDX)
                 MOVE CN-PARENT-ITEM-ID TO LM-ITEM-ID
                 MOVE CN-PARENT-LOT TO LM-LOT-NUMBER
                 PERFORM 3730-WRITE-TRACE-LINE

                 IF CN-PRODUCTION
                    MOVE CN-PARENT-ITEM-ID TO WS-RCL-NEW-ITEM-ID
                    MOVE CN-PARENT-LOT TO WS-RCL-NEW-LOT-NUMBER
                    PERFORM 3735-QUEUE-TRACE-LOT
                 END-IF
              END-IF
           END-IF
           .

       3730-WRITE-TRACE-LINE.
           ADD 1 TO WS-RCL-LINES

           COMPUTE WS-RTD-LEVEL = WS-RCL-LEVEL(WS-RCL-IDX) + 1
           MOVE CN-ITEM-ID TO WS-RTD-ITEM-ID
           MOVE CN-LOT-NUMBER TO WS-RTD-LOT-NUMBER
           MOVE CN-QUANTITY TO WS-RTD-QUANTITY
           MOVE CN-TRANSACTION-ID TO WS-RTD-TRANS-ID
           MOVE CN-REFERENCE TO WS-RTD-REFERENCE
           MOVE CN-PARENT-ITEM-ID TO WS-RTD-PARENT-ITEM
           MOVE CN-PARENT-LOT TO WS-RTD-PARENT-LOT

           EVALUATE TRUE
               WHEN CN-ISSUE
                   MOVE 'ISSUED' TO WS-RTD-USAGE
               WHEN CN-PRODUCTION
                   MOVE 'CONSUMED' TO WS-RTD-USAGE
               WHEN CN-VENDOR-RETURN
                   MOVE 'RETURNED' TO WS-RTD-USAGE
               WHEN OTHER
                   MOVE CN-CONSUME-TYPE TO WS-RTD-USAGE
           END-EVALUATE

           STRING CN-CONSUME-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CN-CONSUME-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CN-CONSUME-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RTD-DATE

           MOVE ZEROES TO WS-RTD-ON-HAND

           IF LM-ITEM-ID NOT = SPACES
              READ LOT-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE LM-REMAINING-QUANTITY TO WS-RTD-ON-HAND
              END-READ
           END-IF

           WRITE RECALL-TRACE-REPORT-RECORD FROM WS-RECALL-DETAIL
           .

       3735-QUEUE-TRACE-LOT.
           MOVE ZEROES TO WS-RCL-FOUND-IDX

           PERFORM VARYING WS-RCL-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-RCL-SEARCH-IDX > WS-RCL-LOT-COUNT
              IF WS-RCL-ITEM-ID(WS-RCL-SEARCH-IDX) = WS-RCL-NEW-ITEM-ID
                 AND WS-RCL-LOT-NUMBER(WS-RCL-SEARCH-IDX)
                     = WS-RCL-NEW-LOT-NUMBER
                 MOVE WS-RCL-SEARCH-IDX TO WS-RCL-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-RCL-FOUND-IDX = ZEROES
              AND WS-RCL-LOT-COUNT < 200
              ADD 1 TO WS-RCL-LOT-COUNT
              MOVE WS-RCL-NEW-ITEM-ID
                  TO WS-RCL-ITEM-ID(WS-RCL-LOT-COUNT)
              MOVE WS-RCL-NEW-LOT-NUMBER
                  TO WS-RCL-LOT-NUMBER(WS-RCL-LOT-COUNT)
              COMPUTE WS-RCL-LEVEL(WS-RCL-LOT-COUNT) =
                      WS-RCL-LEVEL(WS-RCL-IDX) + 1
           END-IF
           .

       3500-CHECK-MONTH-END.
           MOVE 'N' TO WS-LEAP-YEAR-SWITCH

           REWRITE INVENTORY-MASTER-RECORD
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
           MOVE 'RECORDS SUSPENDED (INV HOLD)' TO WS-BAL-DISP-LABEL
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
                 DISPLAY 'TRANFILE OUT OF BALANCE AT END OF RUN'
              END-IF
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-STATUS-LINE
           .

       4000-TERMINATION.
           MOVE WS-TRANS-READ TO WS-SUM-TRANS-READ
           MOVE WS-TRANS-PROCESSED TO WS-SUM-TRANS-PROCESSED
           MOVE WS-RTV-RETURNS TO WS-SUM-RTV-RETURNS
           MOVE WS-RTV-CREDITS-CLOSED TO WS-SUM-RTV-CREDITS
           MOVE WS-STKOUT-COUNT TO WS-SUM-STKOUT
           MOVE WS-INVOICES-VOUCHERED TO WS-SUM-INV-VOUCHERED
           MOVE WS-INVOICES-HELD TO WS-SUM-INV-HELD
           MOVE WS-LANDED-CHARGES TO WS-SUM-LANDED-CHARGES
           MOVE WS-MRP-PLANNED-PURCHASES TO WS-SUM-MRP-PURCHASES
           MOVE WS-MRP-PLANNED-PRODUCTION TO WS-SUM-MRP-PRODUCTION
           MOVE WS-MRP-EXCEPTIONS TO WS-SUM-MRP-EXCEPTIONS
           MOVE WS-LOT-CONSUMPTIONS TO WS-SUM-LOT-CONSUMPTIONS

           WRITE TRANSACTION-LOG-RECORD FROM SPACES
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-REPORT
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL15
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL16
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL17
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL18
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL19
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL20
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL21
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL22
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL23
           WRITE TRANSACTION-LOG-RECORD FROM WS-SUMMARY-DETAIL24

           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
              SET RC-RUN-COMPLETE TO TRUE
              MOVE RC-BUSINESS-DATE TO RC-LAST-RUN-DATE

              REWRITE RUN-CONTROL-RECORD
           END-IF

           CLOSE INVENTORY-MASTER-FILE
                 TRANSACTION-FILE
                 DEBIT-REGISTER-FILE
                 DEBIT-AGING-REPORT-FILE
                 STOCKOUT-REPORT-FILE
                 AP-VOUCHER-FILE
                 INVOICE-HOLD-REPORT-FILE
                 LANDED-COST-REGISTER-FILE
                 PLANNED-ORDER-FILE
                 MRP-EXCEPTION-REPORT-FILE
                 LOT-CONSUMPTION-FILE
                 RECALL-TRACE-REPORT-FILE
                 RUN-CONTROL-FILE
                 BALANCE-REPORT-FILE
           .
