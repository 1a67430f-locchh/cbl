               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-REPORT-STATUS.

           SELECT MOVEMENT-LEDGER-FILE ASSIGN TO MOVELEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-LEDGER-KEY
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT LEDGER-REQUEST-FILE ASSIGN TO LEDGREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-REQUEST-STATUS.

           SELECT LEDGER-REPORT-FILE ASSIGN TO LEDGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-REPORT-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO SHIPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SHIPMENT-NUMBER
               FILE STATUS IS SHIPMENT-FILE-STATUS.

           SELECT PACKING-LIST-FILE ASSIGN TO PACKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PACKING-LIST-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT ASN-FILE ASSIGN TO ASNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.

           SELECT SHIP-REPORT-FILE ASSIGN TO SHIPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SHIP-REPORT-STATUS.

           SELECT PICK-FACE-FILE ASSIGN TO PICKFACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ITEM-NUMBER
               FILE STATUS IS PICK-FACE-STATUS.

           SELECT REPLEN-TASK-FILE ASSIGN TO REPLTASK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-TASK-KEY
               FILE STATUS IS REPLEN-TASK-STATUS.

           SELECT REPLEN-REPORT-FILE ASSIGN TO REPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPLEN-REPORT-STATUS.

           SELECT STORE-INVENTORY-FILE ASSIGN TO STOREINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-STORE-KEY
               FILE STATUS IS STORE-INV-STATUS.

           SELECT STORE-ORDER-FILE ASSIGN TO STORORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-KEY
               ALTERNATE RECORD KEY IS SO-STORE-PRODUCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS STORE-ORDER-STATUS.

           SELECT STORE-SHORTAGE-FILE ASSIGN TO STORSHRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STORE-SHORT-STATUS.

           SELECT STORE-RESTOCK-FILE ASSIGN TO POSRSTK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STORE-RESTOCK-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-RPT-STATUS.

           SELECT PICK-SORT-FILE ASSIGN TO SORTWK.

           SELECT REPLEN-SORT-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       
               88  TR-PHYS-FREEZE         VALUE 'F'.
               88  TR-PHYS-COUNT          VALUE 'P'.
               88  TR-PICK-CONFIRM        VALUE 'K'.
               88  TR-SHIP-CONFIRM        VALUE 'S'.
               88  TR-SHIP-BILLED         VALUE 'B'.
               88  TR-PICK-FACE-LIMITS    VALUE 'M'.
               88  TR-REPLEN-CONFIRM      VALUE 'E'.
               88  TR-BATCH-HEADER        VALUE '0'.
               88  TR-BATCH-TRAILER       VALUE '9'.
           05  TR-ITEM-NUMBER             PIC X(10).
           05  TR-TRANSACTION-QUANTITY    PIC S9(7) COMP-3.
           05  TR-TRANSACTION-DATE.
           05  TR-UNIT-PRICE              PIC S9(7)V99 COMP-3.
           05  TR-USER-ID                 PIC X(8).
           05  TR-REASON-CODE             PIC X(3).
               88  TR-ASN-REQUIRED        VALUE 'ASN'.
           05  TR-WAREHOUSE-LOCATION      PIC X(10).
           05  TR-TO-WAREHOUSE            PIC X(10).
           05  TR-CARRIER-CODE REDEFINES TR-TO-WAREHOUSE
                                          PIC X(10).
           05  TR-INVOICE-NUMBER REDEFINES TR-TO-WAREHOUSE
                                          PIC X(10).
           05  TR-PICK-MAX-QUANTITY       PIC S9(7) COMP-3.
           05  TR-FILLER                  PIC X.

       01  TRANSACTION-CONTROL-RECORD.
           05  TC-RECORD-TYPE             PIC X.
           05  TC-BUSINESS-DATE           PIC 9(8).
           05  TC-RECORD-COUNT            PIC 9(7).
           05  TC-QUANTITY-HASH           PIC S9(11) COMP-3.
           05  TC-AMOUNT-HASH             PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(50).
           
       FD  INVENTORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               88  AL-ALLOC-FILLED        VALUE 'F'.
               88  AL-ALLOC-CANCELLED     VALUE 'X'.
               88  AL-ALLOC-PICKING       VALUE 'P'.
           05  AL-PICKED-QUANTITY         PIC S9(7) COMP-3.
           05  AL-SHIPMENT-NUMBER         PIC X(10).
           05  AL-FILLER                  PIC X(3).

       FD  ALLOCATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10  IU-TRANS-MONTH         PIC 9(2).
               10  IU-TRANS-DAY           PIC 9(2).
           05  IU-TRANSACTION-ID          PIC X(12).
           05  IU-STORE-NUMBER            PIC X(3).
           05  IU-FILLER                  PIC X(9).

       FD  FREEZE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SUSPENSE-REPORT-RECORD         PIC X(132).

       FD  MOVEMENT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  MOVEMENT-LEDGER-RECORD.
           05  ML-LEDGER-KEY.
               10  ML-ITEM-NUMBER         PIC X(10).
               10  ML-MOVEMENT-DATE       PIC 9(8).
               10  ML-RUN-DATE            PIC 9(8).
               10  ML-RUN-TIME            PIC 9(8).
               10  ML-SEQUENCE            PIC 9(7).
           05  ML-LOCATION                PIC X(10).
           05  ML-TRANSACTION-CODE        PIC X.
           05  ML-REFERENCE-NUMBER        PIC X(10).
           05  ML-USER-ID                 PIC X(8).
           05  ML-REASON-CODE             PIC X(3).
           05  ML-QUANTITY                PIC S9(7) COMP-3.
           05  ML-RUNNING-BALANCE         PIC S9(9) COMP-3.
           05  ML-UNIT-COST               PIC S9(7)V99 COMP-3.
           05  ML-FILLER                  PIC X(33).

       FD  LEDGER-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LEDGER-REQUEST-RECORD.
           05  LQ-REQUEST-TYPE            PIC X.
               88  LQ-STOCK-CARD          VALUE 'S'.
               88  LQ-AS-OF-ON-HAND       VALUE 'A'.
           05  LQ-ITEM-NUMBER             PIC X(10).
           05  LQ-FROM-DATE               PIC 9(8).
           05  LQ-TO-DATE                 PIC 9(8).
           05  LQ-REQUESTED-BY            PIC X(8).
           05  LQ-FILLER                  PIC X(45).

       FD  LEDGER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LEDGER-REPORT-RECORD           PIC X(132).

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  SHIPMENT-RECORD.
           05  SH-SHIPMENT-NUMBER         PIC X(10).
           05  SH-REFERENCE-NUMBER        PIC X(10).
           05  SH-SHIP-DATE               PIC 9(8).
           05  SH-CARRIER-CODE            PIC X(10).
           05  SH-CARTON-COUNT            PIC S9(5) COMP-3.
           05  SH-LINE-COUNT              PIC S9(5) COMP-3.
           05  SH-TOTAL-UNITS             PIC S9(7) COMP-3.
           05  SH-TOTAL-VALUE             PIC S9(9)V99 COMP-3.
           05  SH-USER-ID                 PIC X(8).
           05  SH-ASN-FLAG                PIC X.
               88  SH-ASN-SENT            VALUE 'Y'.
           05  SH-BILLING-STATUS          PIC X.
               88  SH-NOT-INVOICED        VALUE 'S'.
               88  SH-INVOICED            VALUE 'I'.
           05  SH-INVOICE-NUMBER          PIC X(10).
           05  SH-INVOICE-DATE            PIC 9(8).
           05  SH-FILLER                  PIC X(18).

       FD  PACKING-LIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PACKING-LIST-RECORD            PIC X(132).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-RECORD.
           05  MF-SHIPMENT-NUMBER         PIC X(10).
           05  MF-REFERENCE-NUMBER        PIC X(10).
           05  MF-SHIP-DATE               PIC 9(8).
           05  MF-CARRIER-CODE            PIC X(10).
           05  MF-CARTON-COUNT            PIC 9(5).
           05  MF-LINE-COUNT              PIC 9(5).
           05  MF-TOTAL-UNITS             PIC 9(7).
           05  MF-ASN-FLAG                PIC X.
           05  MF-FILLER                  PIC X(24).

       FD  ASN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ASN-RECORD.
           05  AN-RECORD-TYPE             PIC X.
               88  AN-HEADER              VALUE 'H'.
               88  AN-DETAIL              VALUE 'D'.
           05  AN-SHIPMENT-NUMBER         PIC X(10).
           05  AN-REFERENCE-NUMBER        PIC X(10).
           05  AN-SHIP-DATE               PIC 9(8).
           05  AN-CARRIER-CODE            PIC X(10).
           05  AN-CARTON-COUNT            PIC 9(5).
           05  AN-ITEM-NUMBER             PIC X(10).
           05  AN-QUANTITY                PIC 9(7).
           05  AN-FILLER                  PIC X(19).

       FD  SHIP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SHIP-REPORT-RECORD             PIC X(132).

       FD  PICK-FACE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PICK-FACE-RECORD.
           05  PF-ITEM-NUMBER             PIC X(10).
           05  PF-MIN-QUANTITY            PIC S9(7) COMP-3.
           05  PF-MAX-QUANTITY            PIC S9(7) COMP-3.
           05  PF-LAST-CHANGED-DATE       PIC 9(8).
           05  PF-USER-ID                 PIC X(8).
           05  PF-FILLER                  PIC X(6).

       FD  REPLEN-TASK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPLEN-TASK-RECORD.
           05  RT-TASK-KEY.
               10  RT-ITEM-NUMBER         PIC X(10).
               10  RT-FROM-LOCATION       PIC X(10).
           05  RT-TO-LOCATION             PIC X(10).
           05  RT-TASK-QUANTITY           PIC S9(7) COMP-3.
           05  RT-CREATED-DATE            PIC 9(8).
           05  RT-TASK-STATUS             PIC X.
               88  RT-TASK-OPEN           VALUE 'O'.
               88  RT-TASK-CONFIRMED      VALUE 'C'.
           05  RT-CONFIRMED-QUANTITY      PIC S9(7) COMP-3.
           05  RT-CONFIRMED-DATE          PIC 9(8).
           05  RT-CONFIRMED-USER          PIC X(8).
           05  RT-FILLER                  PIC X(17).

       FD  REPLEN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPLEN-REPORT-RECORD           PIC X(132).

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

       FD  STORE-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  STORE-ORDER-RECORD.
           05  SO-ORDER-KEY.
               10  SO-REFERENCE-NUMBER    PIC X(10).
               10  SO-ITEM-NUMBER         PIC X(10).
           05  SO-STORE-PRODUCT-KEY.
               10  SO-STORE-NUMBER        PIC X(3).
               10  SO-PRODUCT-ID          PIC X(10).
           05  SO-ORDER-DATE              PIC 9(8).
           05  SO-ORDER-QUANTITY          PIC S9(5) COMP-3.
           05  SO-SHIPPED-QUANTITY        PIC S9(5) COMP-3.
           05  SO-ORDER-STATUS            PIC X.
               88  SO-ORDER-OPEN          VALUE 'O'.
               88  SO-ORDER-CLOSED        VALUE 'C'.
           05  SO-FILLER                  PIC X(12).

       FD  STORE-SHORTAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STORE-SHORTAGE-RECORD          PIC X(132).

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

       SD  REPLEN-SORT-FILE.
       01  REPLEN-SORT-RECORD.
           05  RP-FROM-LOCATION           PIC X(10).
           05  RP-ITEM-NUMBER             PIC X(10).
           05  RP-TO-LOCATION             PIC X(10).
           05  RP-QUANTITY                PIC S9(7) COMP-3.
           05  RP-PICK-FACE-QTY           PIC S9(7) COMP-3.
           05  RP-MIN-QUANTITY            PIC S9(7) COMP-3.
           05  RP-MAX-QUANTITY            PIC S9(7) COMP-3.
           05  RP-DESCRIPTION             PIC X(25).

       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05  PK-LOCATION                PIC X(10).
               88  SUSP-CORRECTION-EOF    VALUE '10'.
           05  SUSPENSE-REPORT-STATUS     PIC X(2).
               88  SUSPENSE-REPORT-SUCCESS VALUE '00'.
           05  LEDGER-FILE-STATUS         PIC X(2).
               88  LEDGER-FILE-SUCCESS    VALUE '00'.
               88  LEDGER-REC-NOT-FOUND   VALUE '23'.
           05  LEDGER-REQUEST-STATUS      PIC X(2).
               88  LEDGER-REQUEST-SUCCESS VALUE '00'.
               88  LEDGER-REQUEST-EOF     VALUE '10'.
           05  LEDGER-REPORT-STATUS       PIC X(2).
               88  LEDGER-REPORT-SUCCESS  VALUE '00'.
           05  SHIPMENT-FILE-STATUS       PIC X(2).
               88  SHIPMENT-FILE-SUCCESS  VALUE '00'.
               88  SHIPMENT-NOT-FOUND     VALUE '23'.
           05  PACKING-LIST-STATUS        PIC X(2).
               88  PACKING-LIST-SUCCESS   VALUE '00'.
           05  MANIFEST-FILE-STATUS       PIC X(2).
               88  MANIFEST-FILE-SUCCESS  VALUE '00'.
           05  ASN-FILE-STATUS            PIC X(2).
               88  ASN-FILE-SUCCESS       VALUE '00'.
           05  SHIP-REPORT-STATUS         PIC X(2).
               88  SHIP-REPORT-SUCCESS    VALUE '00'.
           05  PICK-FACE-STATUS           PIC X(2).
               88  PICK-FACE-SUCCESS      VALUE '00'.
               88  PICK-FACE-NOT-FOUND    VALUE '23'.
           05  REPLEN-TASK-STATUS         PIC X(2).
               88  REPLEN-TASK-SUCCESS    VALUE '00'.
               88  REPLEN-TASK-NOT-FOUND  VALUE '23'.
           05  REPLEN-REPORT-STATUS       PIC X(2).
               88  REPLEN-REPORT-SUCCESS  VALUE '00'.
           05  STORE-INV-STATUS           PIC X(2).
               88  STORE-INV-SUCCESS      VALUE '00'.
           05  STORE-ORDER-STATUS         PIC X(2).
               88  STORE-ORDER-SUCCESS    VALUE '00'.
               88  STORE-ORDER-NOT-FOUND  VALUE '23'.
           05  STORE-SHORT-STATUS         PIC X(2).
               88  STORE-SHORT-SUCCESS    VALUE '00'.
           05  STORE-RESTOCK-STATUS       PIC X(2).
               88  STORE-RESTOCK-SUCCESS  VALUE '00'.
           05  RUN-CONTROL-STATUS         PIC X(2).
               88  RUN-CONTROL-SUCCESS    VALUE '00'.
               88  RUN-CONTROL-EOF        VALUE '10'.
           05  BALANCE-RPT-STATUS         PIC X(2).
               88  BALANCE-RPT-SUCCESS    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ              PIC 9(7) VALUE ZEROES.
           05  WS-SUSP-CORR-READ          PIC 9(7) VALUE ZEROES.
           05  WS-SUSP-RELEASED           PIC 9(7) VALUE ZEROES.
           05  WS-SUSP-OPEN-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-LEDGER-ENTRIES          PIC 9(7) VALUE ZEROES.
           05  WS-LEDGER-REQUESTS         PIC 9(5) VALUE ZEROES.
           05  WS-SHIPMENTS-CONFIRMED     PIC 9(5) VALUE ZEROES.
           05  WS-SHIPMENTS-BILLED        PIC 9(5) VALUE ZEROES.
           05  WS-ASN-RECORDS-WRITTEN     PIC 9(7) VALUE ZEROES.
           05  WS-PICK-FACES-SET          PIC 9(5) VALUE ZEROES.
           05  WS-REPLEN-TASKS-CREATED    PIC 9(5) VALUE ZEROES.
           05  WS-REPLEN-TASKS-CONFIRMED  PIC 9(5) VALUE ZEROES.
           05  WS-REPLEN-SHORT-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-STORE-ORDER-LINES       PIC 9(5) VALUE ZEROES.
           05  WS-STORE-SHORT-LINES       PIC 9(5) VALUE ZEROES.
           05  WS-STORE-RESTOCKS-SENT     PIC 9(5) VALUE ZEROES.

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

       01  WS-POS-INTAKE-SWITCH           PIC X VALUE 'N'.
           88  WS-POS-INTAKE              VALUE 'Y'.
           05  WS-SUSP-OPEN-OUT           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-MOVEMENT-SNAPSHOT.
           05  WS-MV-BEFORE-ON-HAND       PIC S9(7) COMP-3.
           05  WS-MV-BEFORE-ALT           OCCURS 4 TIMES
                                          PIC S9(7) COMP-3.

       01  WS-LEDGER-FIELDS.
           05  WS-ML-RUN-TIME             PIC 9(8) VALUE ZEROES.
           05  WS-ML-SEQUENCE             PIC 9(7) VALUE ZEROES.
           05  WS-MV-IDX                  PIC 9(2) VALUE ZEROES.
           05  WS-MV-LOCATION             PIC X(10) VALUE SPACES.
           05  WS-MV-QUANTITY             PIC S9(7) VALUE ZEROES.
           05  WS-MV-BALANCE              PIC S9(9) VALUE ZEROES.
           05  WS-MV-DATE                 PIC 9(8) VALUE ZEROES.
           05  WS-MV-TRANS-CODE           PIC X VALUE SPACE.
           05  WS-MV-REFERENCE            PIC X(10) VALUE SPACES.
           05  WS-MV-USER-ID              PIC X(8) VALUE SPACES.
           05  WS-MV-REASON-CODE          PIC X(3) VALUE SPACES.
           05  WS-ML-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ML-EOF              VALUE 'Y'.
           05  WS-ML-INV-EOF-FLAG         PIC X VALUE 'N'.
               88  WS-ML-INV-EOF          VALUE 'Y'.
           05  WS-ML-SCAN-ITEM            PIC X(10) VALUE SPACES.
           05  WS-ML-SCAN-FROM            PIC 9(8) VALUE ZEROES.
           05  WS-ML-SCAN-TO              PIC 9(8) VALUE ZEROES.
           05  WS-ML-DATE-WORK            PIC 9(8) VALUE ZEROES.
           05  WS-ML-DATE-OUT             PIC X(10) VALUE SPACES.
           05  WS-STK-LATER-QTY           PIC S9(9) VALUE ZEROES.
           05  WS-STK-RANGE-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-STK-BALANCE             PIC S9(9) VALUE ZEROES.
           05  WS-STK-ITEM-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-ASOF-LATER-QTY          PIC S9(9) VALUE ZEROES.
           05  WS-ASOF-QTY                PIC S9(9) VALUE ZEROES.
           05  WS-ASOF-VALUE              PIC S9(11)V99 VALUE ZEROES.
           05  WS-ASOF-TOTAL-VALUE        PIC S9(11)V99 VALUE ZEROES.
           05  WS-ASOF-ITEM-COUNT         PIC 9(5) VALUE ZEROES.

       01  WS-SHIPPING-FIELDS.
           05  WS-SHIP-NUMBER-WORK.
               10  WS-SHIP-PREFIX         PIC X VALUE 'S'.
               10  WS-SHIP-DATE-PART      PIC X(6) VALUE SPACES.
               10  WS-SHIP-SEQUENCE       PIC 9(3) VALUE ZEROES.
           05  WS-SHIP-NUMBER-SWITCH      PIC X VALUE 'N'.
               88  WS-SHIP-NUMBER-FREE    VALUE 'Y'.
           05  WS-SHIP-ALLOC-EOF-FLAG     PIC X VALUE 'N'.
               88  WS-SHIP-ALLOC-EOF      VALUE 'Y'.
           05  WS-SHIP-EOF-FLAG           PIC X VALUE 'N'.
               88  WS-SHIP-EOF            VALUE 'Y'.
           05  WS-SHIP-LINE-COUNT         PIC S9(5) VALUE ZEROES.
           05  WS-SHIP-UNITS              PIC S9(7) VALUE ZEROES.
           05  WS-SHIP-VALUE              PIC S9(9)V99 VALUE ZEROES.
           05  WS-SHIP-LINE-VALUE         PIC S9(9)V99 VALUE ZEROES.
           05  WS-SHIP-CARTONS            PIC S9(5) VALUE ZEROES.
           05  WS-SHIP-DAYS-OUT           PIC S9(5) VALUE ZEROES.
           05  WS-SNI-COUNT               PIC 9(5) VALUE ZEROES.
           05  WS-SNI-VALUE               PIC S9(11)V99 VALUE ZEROES.

       01  WS-PACK-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'PACKING LIST'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-PACK-HEADER-DATE        PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-PACK-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'SHIPMENT:'.
           05  WS-PACK-SHIPMENT-OUT       PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'ORDER:'.
           05  WS-PACK-ORDER-OUT          PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'CARRIER:'.
           05  WS-PACK-CARRIER-OUT        PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'CARTONS:'.
           05  WS-PACK-CARTONS-OUT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  WS-PACK-HEADER3.
           05  FILLER                     PIC X(10) VALUE 'ITEM NO'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'QTY SHIP'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'BACKORDER'.
           05  FILLER                     PIC X(53) VALUE SPACES.

       01  WS-PACK-DETAIL.
           05  WS-PACK-ITEM-OUT           PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-PACK-DESC-OUT           PIC X(40).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-PACK-QTY-OUT            PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-PACK-BACKORDER-OUT      PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(54) VALUE SPACES.

       01  WS-PACK-TOTAL-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL UNITS SHIPPED:'.
           05  WS-PACK-TOTAL-OUT          PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-SNI-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'SHIPPED NOT INVOICED REPORT'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-SNI-HEADER-DATE         PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-SNI-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'SHIPMENT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ORDER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'SHIPPED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CARRIER'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'CARTONS'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(9) VALUE 'UNITS'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE 'VALUE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(4) VALUE 'DAYS'.
           05  FILLER                     PIC X(37) VALUE SPACES.

       01  WS-SNI-DETAIL.
           05  WS-SNI-SHIPMENT-OUT        PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-ORDER-OUT           PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-DATE-OUT            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-CARRIER-OUT         PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-CARTONS-OUT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  WS-SNI-UNITS-OUT           PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-VALUE-OUT           PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SNI-DAYS-OUT            PIC ZZZ9.
           05  FILLER                     PIC X(37) VALUE SPACES.

       01  WS-SNI-TOTAL-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'SHIPMENTS NOT INVOICED:'.
           05  WS-SNI-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE 'VALUE:'.
           05  WS-SNI-VALUE-TOTAL-OUT     PIC $$,$$$,$$$,$$9.99.
           05  FILLER                     PIC X(74) VALUE SPACES.

       01  WS-REPLEN-FIELDS.
           05  WS-RP-FACE-EOF-FLAG        PIC X VALUE 'N'.
               88  WS-RP-FACE-EOF         VALUE 'Y'.
           05  WS-RP-SORT-EOF-FLAG        PIC X VALUE 'N'.
               88  WS-RP-SORT-EOF         VALUE 'Y'.
           05  WS-RP-IDX                  PIC 9(2) VALUE ZEROES.
           05  WS-RP-TARGET-QTY           PIC S9(7) VALUE ZEROES.
           05  WS-RP-NEED-QTY             PIC S9(7) VALUE ZEROES.
           05  WS-RP-MOVE-QTY             PIC S9(7) VALUE ZEROES.
           05  WS-RP-LINES-RELEASED       PIC 9(5) VALUE ZEROES.

       01  WS-REPLEN-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                 'PICK FACE REPLENISHMENT TASKS'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-REPLEN-HEADER-DATE      PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-REPLEN-HEADER2.
           05  FILLER                     PIC X(10) VALUE 'FROM LOC'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ITEM NO'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'TO LOC'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'MOVE QTY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'FACE QTY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'MINIMUM'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'MAXIMUM'.
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-REPLEN-DETAIL.
           05  WS-RP-FROM-OUT             PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RP-ITEM-OUT             PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RP-DESC-OUT             PIC X(25).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RP-TO-OUT               PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RP-MOVE-OUT             PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-RP-FACE-OUT             PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-RP-MIN-OUT              PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-RP-MAX-OUT              PIC Z(6)9-.
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-REPLEN-TOTAL-LINE1.
           05  FILLER                     PIC X(25) VALUE
                                          'MOVE TASKS GENERATED:'.
           05  WS-RP-TASKS-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-REPLEN-TOTAL-LINE2.
           05  FILLER                     PIC X(25) VALUE
                                          'FACES SHORT OF RESERVE:'.
           05  WS-RP-SHORT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-STORE-REPL-FIELDS.
           05  WS-SR-SI-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-SR-SI-EOF           VALUE 'Y'.
           05  WS-SR-SO-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-SR-SO-EOF           VALUE 'Y'.
           05  WS-SR-ORDER-REF.
               10  WS-SR-REF-STORE        PIC X(3) VALUE SPACES.
               10  WS-SR-REF-TYPE         PIC X VALUE 'R'.
               10  WS-SR-REF-DATE         PIC X(6) VALUE SPACES.
           05  WS-SR-ITEM-NUMBER          PIC X(10) VALUE SPACES.
           05  WS-SR-ON-ORDER             PIC S9(7) VALUE ZEROES.
           05  WS-SR-ORDER-QTY            PIC S9(7) VALUE ZEROES.
           05  WS-SR-ALLOC-QTY            PIC S9(7) VALUE ZEROES.
           05  WS-SR-SHORT-QTY            PIC S9(7) VALUE ZEROES.
           05  WS-SR-REASON               PIC X(18) VALUE SPACES.

       01  WS-STORE-SHORT-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                 'STORE REPLENISHMENT SHORTAGES'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-SS-HEADER-DATE          PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-STORE-SHORT-HEADER2.
           05  FILLER                     PIC X(5) VALUE 'STORE'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'PRODUCT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ITEM NO'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'STORE QTY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ORDER QTY'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'ALLOCATED'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'SHORT'.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE 'REASON'.

       01  WS-STORE-SHORT-DETAIL.
           05  WS-SS-STORE-OUT            PIC X(3).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SS-PRODUCT-OUT          PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SS-ITEM-OUT             PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SS-DESC-OUT             PIC X(25).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SS-STORE-QTY-OUT        PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SS-ORDER-QTY-OUT        PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SS-ALLOC-QTY-OUT        PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SS-SHORT-QTY-OUT        PIC Z(6)9-.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-SS-REASON-OUT           PIC X(18).

       01  WS-STORE-SHORT-TOTAL1.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE ORDER LINES PLACED:'.
           05  WS-SS-ORDERED-OUT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-STORE-SHORT-TOTAL2.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE LINES SHORT:'.
           05  WS-SS-SHORT-OUT            PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-LEDGER-HEADER1.
           05  FILLER                     PIC X(30) VALUE
                                          'ITEM MOVEMENT LEDGER'.
           05  FILLER                     PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE 'DATE:'.
           05  WS-LEDGER-HEADER-DATE      PIC X(10).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-STK-TITLE-LINE.
           05  FILLER                     PIC X(17) VALUE
                                          'STOCK CARD FROM:'.
           05  WS-STK-FROM-OUT            PIC X(10).
           05  FILLER                     PIC X(5) VALUE ' TO:'.
           05  WS-STK-TO-OUT              PIC X(10).
           05  FILLER                     PIC X(15) VALUE
                                          '  REQUESTED BY:'.
           05  WS-STK-REQUESTER-OUT       PIC X(8).
           05  FILLER                     PIC X(67) VALUE SPACES.

       01  WS-STK-ITEM-LINE.
           05  FILLER                     PIC X(6) VALUE 'ITEM:'.
           05  WS-STK-ITEM-OUT            PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STK-DESC-OUT            PIC X(40).
           05  FILLER                     PIC X(73) VALUE SPACES.

       01  WS-STK-COLUMNS.
           05  FILLER                     PIC X(12) VALUE 'DATE'.
           05  FILLER                     PIC X(6) VALUE 'TYPE'.
           05  FILLER                     PIC X(12) VALUE 'LOCATION'.
           05  FILLER                     PIC X(12) VALUE 'REFERENCE'.
           05  FILLER                     PIC X(10) VALUE 'USER'.
           05  FILLER                     PIC X(5) VALUE 'RSN'.
           05  FILLER                     PIC X(12) VALUE 'QUANTITY'.
           05  FILLER                     PIC X(13) VALUE 'BALANCE'.
           05  FILLER                     PIC X(12) VALUE 'UNIT COST'.
           05  FILLER                     PIC X(38) VALUE SPACES.

       01  WS-STK-DETAIL.
           05  WS-STK-DATE-OUT            PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-TYPE-OUT            PIC X.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  WS-STK-LOCATION-OUT        PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-REFERENCE-OUT       PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-USER-OUT            PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-REASON-OUT          PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-QTY-OUT             PIC Z(6)9-.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-STK-BALANCE-OUT         PIC Z(8)9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-STK-COST-OUT            PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.

       01  WS-STK-BALANCE-LINE.
           05  WS-STK-BAL-LABEL           PIC X(20).
           05  WS-STK-BAL-QTY-OUT         PIC Z(8)9-.
           05  FILLER                     PIC X(102) VALUE SPACES.

       01  WS-STK-TOTAL-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'ITEMS WITH MOVEMENT:'.
           05  WS-STK-ITEMS-OUT           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(101) VALUE SPACES.

       01  WS-ASOF-TITLE-LINE.
           05  FILLER                     PIC X(17) VALUE
                                          'ON HAND AS OF:'.
           05  WS-ASOF-DATE-OUT           PIC X(10).
           05  FILLER                     PIC X(15) VALUE
                                          '  REQUESTED BY:'.
           05  WS-ASOF-REQUESTER-OUT      PIC X(8).
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  WS-ASOF-COLUMNS.
           05  FILLER                     PIC X(13) VALUE 'ITEM NO'.
           05  FILLER                     PIC X(28) VALUE 'DESCRIPTION'.
           05  FILLER                     PIC X(12) VALUE 'CURRENT'.
           05  FILLER                     PIC X(12) VALUE 'MOVED SINCE'.
           05  FILLER                     PIC X(12) VALUE 'AS-OF QTY'.
           05  FILLER                     PIC X(15) VALUE 'COST VALUE'.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-ASOF-DETAIL.
           05  WS-ASOF-ITEM-OUT           PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ASOF-DESC-OUT           PIC X(25).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-ASOF-CURRENT-OUT        PIC Z(8)9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ASOF-MOVED-OUT          PIC Z(8)9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ASOF-QTY-OUT            PIC Z(8)9-.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-ASOF-VALUE-OUT          PIC $$$,$$$,$$9.99-.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-ASOF-TOTAL-LINE.
           05  FILLER                     PIC X(25) VALUE
                                          'TOTAL AS-OF VALUE:'.
           05  WS-ASOF-TOTAL-OUT          PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                     PIC X(88) VALUE SPACES.

       01  WS-PICK-FIELDS.
           05  WS-PICK-EOF-FLAG           PIC X VALUE 'N'.
               88  WS-PICK-SORT-EOF       VALUE 'Y'.
           05  WS-SUM-POS-UNMATCHED       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL17.
           05  FILLER                     PIC X(25) VALUE
                                          'LEDGER ENTRIES WRITTEN:'.
           05  WS-SUM-LEDGER-ENTRIES      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL18.
           05  FILLER                     PIC X(25) VALUE
                                          'SHIPMENTS CONFIRMED:'.
           05  WS-SUM-SHIPMENTS           PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL19.
           05  FILLER                     PIC X(25) VALUE
                                          'SHIPMENTS INVOICED:'.
           05  WS-SUM-SHIPMENTS-BILLED    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL20.
           05  FILLER                     PIC X(25) VALUE
                                          'REPLEN TASKS CREATED:'.
           05  WS-SUM-REPLEN-CREATED      PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL21.
           05  FILLER                     PIC X(25) VALUE
                                          'REPLEN TASKS CONFIRMED:'.
           05  WS-SUM-REPLEN-CONFIRMED    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL22.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE ORDER LINES:'.
           05  WS-SUM-STORE-ORDERS        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-DETAIL23.
           05  FILLER                     PIC X(25) VALUE
                                          'STORE RESTOCKS SENT:'.
           05  WS-SUM-STORE-RESTOCKS      PIC ZZ,ZZ9.
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
           IF WS-PHYS-MODE
              PERFORM 2950-POST-PHYSICAL-RESULTS
           END-IF
           PERFORM 2200-GENERATE-STORE-REPLENISHMENT
           PERFORM 3900-PROCESS-LEDGER-REQUESTS
               UNTIL LEDGER-REQUEST-EOF
           PERFORM 3000-GENERATE-INVENTORY-REPORT
           PERFORM 3300-OPEN-ALLOCATIONS-REPORT
           PERFORM 3550-GENERATE-REPLENISHMENT
           PERFORM 3600-GENERATE-PICK-LIST
           PERFORM 3450-SHIPPED-NOT-INVOICED
           PERFORM 3700-POS-RECONCILIATION
           PERFORM 3800-SUSPENSE-AGING-REPORT
           PERFORM 3400-SHRINKAGE-REPORT
           PERFORM 3500-DEAD-STOCK-AGING-REPORT
           PERFORM 3980-WRITE-BALANCING-REPORT
           PERFORM 4000-TERMINATION
           STOP RUN
           .
                      PRODUCT-MASTER-FILE
                      ITEM-MAP-FILE
                      SUSP-CORRECTION-FILE
                      LEDGER-REQUEST-FILE
                      STORE-INVENTORY-FILE
                I-O   INVENTORY-FILE
                      ALLOCATION-FILE
                      FREEZE-FILE
                      SUSPENSE-FILE
                      MOVEMENT-LEDGER-FILE
                      SHIPMENT-FILE
                      PICK-FACE-FILE
                      REPLEN-TASK-FILE
                      STORE-ORDER-FILE
                      RUN-CONTROL-FILE
                OUTPUT INVENTORY-REPORT-FILE
                       ERROR-REPORT-FILE
                       PURCHASE-ORDER-FILE
                       PICK-LIST-FILE
                       RECON-REPORT-FILE
                       SUSPENSE-REPORT-FILE
                       LEDGER-REPORT-FILE
                       PACKING-LIST-FILE
                       MANIFEST-FILE
                       ASN-FILE
                       SHIP-REPORT-FILE
                       REPLEN-REPORT-FILE
                       STORE-SHORTAGE-FILE
                       STORE-RESTOCK-FILE
                       BALANCE-REPORT-FILE

           IF NOT INV-FILE-SUCCESS
              DISPLAY 'ERROR OPENING INVENTORY FILE: ' INV-FILE-STATUS
              STOP RUN
           END-IF

           IF NOT LEDGER-FILE-SUCCESS
              DISPLAY 'ERROR OPENING MOVEMENT LEDGER FILE: '
                      LEDGER-FILE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LEDGER-REQUEST-SUCCESS
              DISPLAY 'ERROR OPENING LEDGER REQUEST FILE: '
                      LEDGER-REQUEST-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT LEDGER-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING LEDGER REPORT FILE: '
                      LEDGER-REPORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SHIPMENT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING SHIPMENT FILE: '
                      SHIPMENT-FILE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PACKING-LIST-SUCCESS
              DISPLAY 'ERROR OPENING PACKING LIST FILE: '
                      PACKING-LIST-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT MANIFEST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING MANIFEST FILE: '
                      MANIFEST-FILE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT ASN-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ASN FILE: '
                      ASN-FILE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT SHIP-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING SHIPPING REPORT FILE: '
                      SHIP-REPORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT PICK-FACE-SUCCESS
              DISPLAY 'ERROR OPENING PICK FACE FILE: '
                      PICK-FACE-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT REPLEN-TASK-SUCCESS
              DISPLAY 'ERROR OPENING REPLENISHMENT TASK FILE: '
                      REPLEN-TASK-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT REPLEN-REPORT-SUCCESS
              DISPLAY 'ERROR OPENING REPLENISHMENT REPORT FILE: '
                      REPLEN-REPORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-INV-SUCCESS
              DISPLAY 'ERROR OPENING STORE INVENTORY FILE: '
                      STORE-INV-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-ORDER-SUCCESS
              DISPLAY 'ERROR OPENING STORE ORDER FILE: '
                      STORE-ORDER-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-SHORT-SUCCESS
              DISPLAY 'ERROR OPENING STORE SHORTAGE REPORT FILE: '
                      STORE-SHORT-STATUS
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           IF NOT STORE-RESTOCK-SUCCESS
              DISPLAY 'ERROR OPENING STORE RESTOCK FILE: '
                      STORE-RESTOCK-STATUS
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

           MOVE SPACES TO WS-SHRINKAGE-TABLE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ML-RUN-TIME FROM TIME
           
           MOVE WS-CURRENT-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE '-' TO WS-FORMATTED-DATE(5:1)
           MOVE WS-CURRENT-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE '-' TO WS-FORMATTED-DATE(8:1)
           MOVE WS-CURRENT-DAY TO WS-FORMATTED-DATE(9:2)
           
           MOVE WS-FORMATTED-DATE TO WS-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-ERR-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-VEL-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-CC-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-ALLOC-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SHRINK-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-AGE-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-PHYS-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-PICK-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-RECON-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SUSP-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-LEDGER-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-PACK-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SNI-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-REPLEN-HEADER-DATE
           MOVE WS-FORMATTED-DATE TO WS-SS-HEADER-DATE
           MOVE WS-CURRENT-DATE(3:6) TO WS-SR-REF-DATE
           MOVE WS-CURRENT-DATE(3:6) TO WS-SHIP-DATE-PART

           PERFORM 1100-VERIFY-RUN-CONTROL

           IF WS-RUN-ABORT
              MOVE 16 TO RETURN-CODE
              PERFORM 3980-WRITE-BALANCING-REPORT
              PERFORM 4000-TERMINATION
              STOP RUN
           END-IF

           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-HEADER1
           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-HEADER2

           WRITE ALLOCATION-REPORT-RECORD FROM WS-ALLOCATION-HEADER1
           WRITE ALLOCATION-REPORT-RECORD FROM WS-ALLOCATION-HEADER2

           WRITE LEDGER-REPORT-RECORD FROM WS-LEDGER-HEADER1
           
           READ TRANSACTION-FILE
               AT END SET TRANS-FILE-EOF TO TRUE
           IF SUSP-CORRECTION-SUCCESS
              ADD 1 TO WS-SUSP-CORR-READ
           END-IF

           READ LEDGER-REQUEST-FILE
               AT END SET LEDGER-REQUEST-EOF TO TRUE
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
           MOVE TR-TRANSACTION-QUANTITY TO WS-RECORD-QUANTITY
           MOVE TR-UNIT-COST TO WS-RECORD-AMOUNT
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-ERROR-FLAG
           MOVE SPACES TO WS-ERR-DESCRIPTION

           IF TR-BATCH-HEADER OR TR-BATCH-TRAILER
              CONTINUE
           ELSE
              ADD 1 TO WS-BAL-INPUT-COUNT
              PERFORM 1160-COMPUTE-RECORD-HASH
              ADD WS-RECORD-QUANTITY TO WS-BAL-INPUT-QUANTITY
              ADD WS-RECORD-AMOUNT TO WS-BAL-INPUT-AMOUNT

              EVALUATE TRUE
                  WHEN TR-PHYS-FREEZE
                      PERFORM 2900-FREEZE-SNAPSHOT
                  WHEN TR-PHYS-COUNT
                      PERFORM 2920-RECORD-PHYSICAL-COUNT
                  WHEN TR-SHIP-CONFIRM
                      PERFORM 2400-PROCESS-SHIP-CONFIRM
                  WHEN TR-SHIP-BILLED
                      PERFORM 2450-PROCESS-SHIP-BILLING
                  WHEN TR-PICK-FACE-LIMITS
                      PERFORM 2300-SET-PICK-FACE-LIMITS
                  WHEN OTHER
                      PERFORM 2010-APPLY-TRANSACTION
              END-EVALUATE

              IF WS-ERROR-FOUND
                 PERFORM 2860-WRITE-SUSPENSE
                 ADD 1 TO WS-BAL-SUSPENDED
              ELSE
                 ADD 1 TO WS-BAL-PROCESSED
              END-IF
           END-IF

           READ TRANSACTION-FILE
           END-READ

           IF INV-FILE-SUCCESS AND WS-NO-ERROR
              PERFORM 2020-SNAPSHOT-ON-HAND

              EVALUATE TRUE
                  WHEN TR-RECEIPT
                      IF TR-WAREHOUSE-LOCATION = SPACES
                        PERFORM 2850-ACCUMULATE-SHRINKAGE
                     END-IF

                  WHEN TR-CYCLE-COUNT
                     MOVE INV-QUANTITY-ON-HAND TO WS-CC-BEFORE-QTY
                     COMPUTE WS-CC-VARIANCE =
                             TR-TRANSACTION-QUANTITY -
                             INV-QUANTITY-ON-HAND
                     MOVE TR-TRANSACTION-QUANTITY
                          TO INV-QUANTITY-ON-HAND
                     PERFORM 2060-WRITE-CYCLE-COUNT-DETAIL

                  WHEN TR-TRANSFER
                     PERFORM 2600-PROCESS-WAREHOUSE-TRANSFER

                  WHEN TR-ALLOCATE
                     PERFORM 2700-PROCESS-ALLOCATION

                  WHEN TR-DEALLOCATE
                     PERFORM 2750-PROCESS-DEALLOCATION

                  WHEN TR-PICK-CONFIRM
                     PERFORM 2770-PROCESS-PICK-CONFIRM

                  WHEN TR-REPLEN-CONFIRM
                     PERFORM 2640-PROCESS-REPLEN-CONFIRM
              END-EVALUATE
              
              IF WS-NO-ERROR
                 MOVE TR-TRANSACTION-DATE TO INV-LAST-ACTIVITY-DATE

                 MOVE TR-TRANSACTION-DATE TO WS-MV-DATE
                 MOVE TR-TRANSACTION-CODE TO WS-MV-TRANS-CODE
                 MOVE TR-REFERENCE-NUMBER TO WS-MV-REFERENCE
                 MOVE TR-USER-ID TO WS-MV-USER-ID
                 MOVE TR-REASON-CODE TO WS-MV-REASON-CODE
                 PERFORM 2030-WRITE-MOVEMENT-LEDGER

                 REWRITE INVENTORY-RECORD

                 ADD 1 TO WS-TRANS-PROCESSED
              ELSE
                 ADD 1 TO WS-TRANS-ERRORS
              END-IF
           ELSE
              ADD 1 TO WS-TRANS-ERRORS
           END-IF
           .

       2020-SNAPSHOT-ON-HAND.
           MOVE INV-QUANTITY-ON-HAND TO WS-MV-BEFORE-ON-HAND

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > 4
              MOVE INV-ALT-QUANTITY(WS-MV-IDX)
                   TO WS-MV-BEFORE-ALT(WS-MV-IDX)
           END-PERFORM
           .

       2030-WRITE-MOVEMENT-LEDGER.
           IF WS-MV-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO WS-MV-DATE
           END-IF

           MOVE WS-MV-BEFORE-ON-HAND TO WS-MV-BALANCE
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > 4
              ADD WS-MV-BEFORE-ALT(WS-MV-IDX) TO WS-MV-BALANCE
           END-PERFORM

           COMPUTE WS-MV-QUANTITY =
                   INV-QUANTITY-ON-HAND - WS-MV-BEFORE-ON-HAND
           IF WS-MV-QUANTITY NOT = ZEROES
              MOVE INV-WAREHOUSE-LOCATION TO WS-MV-LOCATION
              PERFORM 2035-WRITE-ONE-MOVEMENT
           END-IF

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > 4
              COMPUTE WS-MV-QUANTITY =
                      INV-ALT-QUANTITY(WS-MV-IDX) -
                      WS-MV-BEFORE-ALT(WS-MV-IDX)
              IF WS-MV-QUANTITY NOT = ZEROES
                 MOVE INV-ALT-LOCATION(WS-MV-IDX) TO WS-MV-LOCATION
                 PERFORM 2035-WRITE-ONE-MOVEMENT
              END-IF
           END-PERFORM
           .

       2035-WRITE-ONE-MOVEMENT.
           ADD WS-MV-QUANTITY TO WS-MV-BALANCE
           ADD 1 TO WS-ML-SEQUENCE

           MOVE SPACES TO MOVEMENT-LEDGER-RECORD
           MOVE INV-ITEM-NUMBER TO ML-ITEM-NUMBER
           MOVE WS-MV-DATE TO ML-MOVEMENT-DATE
           MOVE WS-CURRENT-DATE TO ML-RUN-DATE
           MOVE WS-ML-RUN-TIME TO ML-RUN-TIME
           MOVE WS-ML-SEQUENCE TO ML-SEQUENCE
           MOVE WS-MV-LOCATION TO ML-LOCATION
           MOVE WS-MV-TRANS-CODE TO ML-TRANSACTION-CODE
           MOVE WS-MV-REFERENCE TO ML-REFERENCE-NUMBER
           MOVE WS-MV-USER-ID TO ML-USER-ID
           MOVE WS-MV-REASON-CODE TO ML-REASON-CODE
           MOVE WS-MV-QUANTITY TO ML-QUANTITY
           MOVE WS-MV-BALANCE TO ML-RUNNING-BALANCE
           MOVE INV-COST-PRICE TO ML-UNIT-COST

           WRITE MOVEMENT-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING MOVEMENT LEDGER: '
                           LEDGER-FILE-STATUS ' ' INV-ITEM-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-ENTRIES
           END-WRITE
           .

       2200-GENERATE-STORE-REPLENISHMENT.
           WRITE STORE-SHORTAGE-RECORD FROM WS-STORE-SHORT-HEADER1
           WRITE STORE-SHORTAGE-RECORD FROM WS-STORE-SHORT-HEADER2

           MOVE 'N' TO WS-SR-SI-EOF-FLAG
           MOVE LOW-VALUES TO SI-STORE-KEY

           START STORE-INVENTORY-FILE KEY >= SI-STORE-KEY
               INVALID KEY
                   SET WS-SR-SI-EOF TO TRUE
           END-START

           IF NOT WS-SR-SI-EOF
              READ STORE-INVENTORY-FILE NEXT
                  AT END SET WS-SR-SI-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-SR-SI-EOF
              PERFORM 2210-CHECK-STORE-PRODUCT

              READ STORE-INVENTORY-FILE NEXT
                  AT END SET WS-SR-SI-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE WS-STORE-ORDER-LINES TO WS-SS-ORDERED-OUT
           MOVE WS-STORE-SHORT-LINES TO WS-SS-SHORT-OUT

           WRITE STORE-SHORTAGE-RECORD FROM SPACES
           WRITE STORE-SHORTAGE-RECORD FROM WS-STORE-SHORT-TOTAL1
           WRITE STORE-SHORTAGE-RECORD FROM WS-STORE-SHORT-TOTAL2
           .

       2210-CHECK-STORE-PRODUCT.
           MOVE SI-PRODUCT-ID TO PM-PRODUCT-ID

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-PROD-ACTIVE
                      AND PM-REORDER-QUANTITY > ZEROES
                      PERFORM 2215-COMPUTE-STORE-ON-ORDER
                      IF SI-QUANTITY-ON-HAND + WS-SR-ON-ORDER
                            NOT > SI-REORDER-POINT
                         PERFORM 2220-PLACE-STORE-ORDER
                      END-IF
                   END-IF
           END-READ
           .

       2215-COMPUTE-STORE-ON-ORDER.
           MOVE ZEROES TO WS-SR-ON-ORDER
           MOVE 'N' TO WS-SR-SO-EOF-FLAG
           MOVE SI-STORE-NUMBER TO SO-STORE-NUMBER
           MOVE SI-PRODUCT-ID TO SO-PRODUCT-ID

           START STORE-ORDER-FILE KEY = SO-STORE-PRODUCT-KEY
               INVALID KEY
                   SET WS-SR-SO-EOF TO TRUE
           END-START

           IF NOT WS-SR-SO-EOF
              READ STORE-ORDER-FILE NEXT
                  AT END SET WS-SR-SO-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-SR-SO-EOF
              IF SO-STORE-NUMBER NOT = SI-STORE-NUMBER
                 OR SO-PRODUCT-ID NOT = SI-PRODUCT-ID
                 SET WS-SR-SO-EOF TO TRUE
              ELSE
                 IF SO-ORDER-OPEN
                    PERFORM 2217-CHECK-ORDER-ALLOCATION
                 END-IF

                 READ STORE-ORDER-FILE NEXT
                     AT END SET WS-SR-SO-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .

       2217-CHECK-ORDER-ALLOCATION.
           MOVE SO-REFERENCE-NUMBER TO AL-REFERENCE-NUMBER
           MOVE SO-ITEM-NUMBER TO AL-ITEM-NUMBER
           MOVE ZEROES TO WS-SR-ALLOC-QTY

           READ ALLOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-PICKED-QUANTITY NOT NUMERIC
                      MOVE ZEROES TO AL-PICKED-QUANTITY
                   END-IF
                   MOVE AL-PICKED-QUANTITY TO WS-SR-ALLOC-QTY
                   IF AL-ALLOC-OPEN OR AL-ALLOC-PICKING
                      ADD AL-QUANTITY TO WS-SR-ALLOC-QTY
                   END-IF
           END-READ

           IF WS-SR-ALLOC-QTY > ZEROES
              ADD WS-SR-ALLOC-QTY TO WS-SR-ON-ORDER
           ELSE
              SET SO-ORDER-CLOSED TO TRUE
              REWRITE STORE-ORDER-RECORD
           END-IF
           .

       2220-PLACE-STORE-ORDER.
           MOVE SI-STORE-NUMBER TO WS-SR-REF-STORE
           MOVE PM-REORDER-QUANTITY TO WS-SR-ORDER-QTY
           MOVE ZEROES TO WS-SR-ALLOC-QTY
           MOVE SPACES TO WS-SR-REASON

           MOVE SI-PRODUCT-ID TO XM-PRODUCT-ID

           READ ITEM-MAP-FILE
               INVALID KEY
                   MOVE SI-PRODUCT-ID TO WS-SR-ITEM-NUMBER
               NOT INVALID KEY
                   MOVE XM-ITEM-NUMBER TO WS-SR-ITEM-NUMBER
           END-READ

           MOVE WS-SR-ITEM-NUMBER TO INV-ITEM-NUMBER

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'NOT ON WAREHOUSE' TO WS-SR-REASON
               NOT INVALID KEY
                   PERFORM 2670-COMPUTE-TOTAL-AVAILABLE
                   COMPUTE WS-ALLOC-AVAILABLE =
                           WS-TOTAL-AVAILABLE-QTY
                           - INV-QUANTITY-ALLOCATED
                   IF WS-ALLOC-AVAILABLE > WS-SR-ORDER-QTY
                      MOVE WS-SR-ORDER-QTY TO WS-SR-ALLOC-QTY
                   ELSE
                      IF WS-ALLOC-AVAILABLE > ZEROES
                         MOVE WS-ALLOC-AVAILABLE TO WS-SR-ALLOC-QTY
                      END-IF
                   END-IF

                   IF WS-SR-ALLOC-QTY > ZEROES
                      PERFORM 2225-ALLOCATE-STORE-ORDER
                   END-IF
           END-READ

           COMPUTE WS-SR-SHORT-QTY = WS-SR-ORDER-QTY - WS-SR-ALLOC-QTY

           IF WS-SR-SHORT-QTY > ZEROES
              IF WS-SR-REASON = SPACES
                 MOVE 'WAREHOUSE SHORT' TO WS-SR-REASON
              END-IF
              PERFORM 2230-WRITE-STORE-SHORTAGE
           END-IF
           .

       2225-ALLOCATE-STORE-ORDER.
           MOVE SPACES TO TRANSACTION-RECORD
           SET TR-ALLOCATE TO TRUE
           MOVE WS-SR-ITEM-NUMBER TO TR-ITEM-NUMBER
           MOVE WS-SR-ALLOC-QTY TO TR-TRANSACTION-QUANTITY
           MOVE WS-CURRENT-DATE TO TR-TRANSACTION-DATE
           MOVE WS-SR-ORDER-REF TO TR-REFERENCE-NUMBER
           MOVE ZEROES TO TR-UNIT-COST
           MOVE ZEROES TO TR-UNIT-PRICE
           MOVE ZEROES TO TR-PICK-MAX-QUANTITY
           MOVE 'STORREPL' TO TR-USER-ID
           MOVE 'N' TO WS-ERROR-FLAG

           PERFORM 2700-PROCESS-ALLOCATION

           IF WS-ERROR-FOUND
              MOVE ZEROES TO WS-SR-ALLOC-QTY
              MOVE 'ALLOC REJECTED' TO WS-SR-REASON
           ELSE
              MOVE TR-TRANSACTION-DATE TO INV-LAST-ACTIVITY-DATE
              REWRITE INVENTORY-RECORD

              MOVE SPACES TO STORE-ORDER-RECORD
              MOVE WS-SR-ORDER-REF TO SO-REFERENCE-NUMBER
              MOVE WS-SR-ITEM-NUMBER TO SO-ITEM-NUMBER
              MOVE SI-STORE-NUMBER TO SO-STORE-NUMBER
              MOVE SI-PRODUCT-ID TO SO-PRODUCT-ID
              MOVE WS-CURRENT-DATE TO SO-ORDER-DATE
              MOVE WS-SR-ALLOC-QTY TO SO-ORDER-QUANTITY
              MOVE ZEROES TO SO-SHIPPED-QUANTITY
              SET SO-ORDER-OPEN TO TRUE

              WRITE STORE-ORDER-RECORD
                  INVALID KEY
                      PERFORM 2227-ADD-TO-STORE-ORDER
              END-WRITE

              ADD 1 TO WS-STORE-ORDER-LINES
           END-IF
           .

       2227-ADD-TO-STORE-ORDER.
           MOVE WS-SR-ORDER-REF TO SO-REFERENCE-NUMBER
           MOVE WS-SR-ITEM-NUMBER TO SO-ITEM-NUMBER

           READ STORE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-SR-ALLOC-QTY TO SO-ORDER-QUANTITY
                   SET SO-ORDER-OPEN TO TRUE

                   REWRITE STORE-ORDER-RECORD
           END-READ
           .

       2230-WRITE-STORE-SHORTAGE.
           MOVE SI-STORE-NUMBER TO WS-SS-STORE-OUT
           MOVE SI-PRODUCT-ID TO WS-SS-PRODUCT-OUT
           MOVE WS-SR-ITEM-NUMBER TO WS-SS-ITEM-OUT
           MOVE PM-PRODUCT-DESCRIPTION(1:25) TO WS-SS-DESC-OUT
           MOVE SI-QUANTITY-ON-HAND TO WS-SS-STORE-QTY-OUT
           MOVE WS-SR-ORDER-QTY TO WS-SS-ORDER-QTY-OUT
           MOVE WS-SR-ALLOC-QTY TO WS-SS-ALLOC-QTY-OUT
           MOVE WS-SR-SHORT-QTY TO WS-SS-SHORT-QTY-OUT
           MOVE WS-SR-REASON TO WS-SS-REASON-OUT

           WRITE STORE-SHORTAGE-RECORD FROM WS-STORE-SHORT-DETAIL

           ADD 1 TO WS-STORE-SHORT-LINES
           .

       2300-SET-PICK-FACE-LIMITS.
           MOVE TR-ITEM-NUMBER TO INV-ITEM-NUMBER

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'ITEM NOT FOUND IN INVENTORY'
                        TO WS-ERR-DESCRIPTION
                   PERFORM 2310-WRITE-PICK-FACE-REJECT
           END-READ

           IF WS-NO-ERROR
              IF TR-TRANSACTION-QUANTITY < ZEROES
                 OR TR-PICK-MAX-QUANTITY < TR-TRANSACTION-QUANTITY
                 MOVE 'PICK FACE MAX BELOW MIN'
                      TO WS-ERR-DESCRIPTION
                 PERFORM 2310-WRITE-PICK-FACE-REJECT
              END-IF
           END-IF

           IF WS-NO-ERROR
              MOVE TR-ITEM-NUMBER TO PF-ITEM-NUMBER

              READ PICK-FACE-FILE
                  INVALID KEY
                      MOVE SPACES TO PICK-FACE-RECORD
                      MOVE TR-ITEM-NUMBER TO PF-ITEM-NUMBER
                      MOVE TR-TRANSACTION-QUANTITY TO PF-MIN-QUANTITY
                      MOVE TR-PICK-MAX-QUANTITY TO PF-MAX-QUANTITY
                      MOVE TR-TRANSACTION-DATE TO PF-LAST-CHANGED-DATE
                      MOVE TR-USER-ID TO PF-USER-ID

                      WRITE PICK-FACE-RECORD
                  NOT INVALID KEY
                      MOVE TR-TRANSACTION-QUANTITY TO PF-MIN-QUANTITY
                      MOVE TR-PICK-MAX-QUANTITY TO PF-MAX-QUANTITY
                      MOVE TR-TRANSACTION-DATE TO PF-LAST-CHANGED-DATE
                      MOVE TR-USER-ID TO PF-USER-ID

                      REWRITE PICK-FACE-RECORD
              END-READ

              ADD 1 TO WS-PICK-FACES-SET
           END-IF
           .

       2310-WRITE-PICK-FACE-REJECT.
           MOVE 'Y' TO WS-ERROR-FLAG
           MOVE TR-ITEM-NUMBER TO WS-ERR-ITEM-NUMBER
           MOVE 'MNMX' TO WS-ERR-TRANS-CODE
           MOVE TR-REFERENCE-NUMBER TO WS-ERR-REFERENCE
           MOVE TR-TRANSACTION-QUANTITY TO WS-ERR-QUANTITY

           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
           .

       2400-PROCESS-SHIP-CONFIRM.
           IF TR-CARRIER-CODE = SPACES
              MOVE 'CARRIER CODE REQUIRED' TO WS-ERR-DESCRIPTION
              PERFORM 2490-WRITE-SHIP-REJECT
           ELSE
              MOVE ZEROES TO WS-SHIP-LINE-COUNT
              MOVE ZEROES TO WS-SHIP-UNITS
              PERFORM 2410-POSITION-ORDER-LINES

              PERFORM UNTIL WS-SHIP-ALLOC-EOF
                 IF AL-PICKED-QUANTITY > ZEROES
                    ADD 1 TO WS-SHIP-LINE-COUNT
                    ADD AL-PICKED-QUANTITY TO WS-SHIP-UNITS
                 END-IF
                 PERFORM 2415-READ-NEXT-ORDER-LINE
              END-PERFORM

              IF WS-SHIP-LINE-COUNT = ZEROES
                 MOVE 'NO PICKED LINES TO SHIP'
                      TO WS-ERR-DESCRIPTION
                 PERFORM 2490-WRITE-SHIP-REJECT
              ELSE
                 PERFORM 2420-CREATE-SHIPMENT
              END-IF
           END-IF
           .

       2410-POSITION-ORDER-LINES.
           MOVE 'N' TO WS-SHIP-ALLOC-EOF-FLAG
           MOVE TR-REFERENCE-NUMBER TO AL-REFERENCE-NUMBER
           MOVE LOW-VALUES TO AL-ITEM-NUMBER

           START ALLOCATION-FILE KEY >= AL-ALLOC-KEY
               INVALID KEY
                   SET WS-SHIP-ALLOC-EOF TO TRUE
           END-START

           IF NOT WS-SHIP-ALLOC-EOF
              PERFORM 2415-READ-NEXT-ORDER-LINE
           END-IF
           .

       2415-READ-NEXT-ORDER-LINE.
           READ ALLOCATION-FILE NEXT
               AT END SET WS-SHIP-ALLOC-EOF TO TRUE
           END-READ

           IF NOT WS-SHIP-ALLOC-EOF
              IF AL-PICKED-QUANTITY NOT NUMERIC
                 MOVE ZEROES TO AL-PICKED-QUANTITY
              END-IF

              IF AL-REFERENCE-NUMBER NOT = TR-REFERENCE-NUMBER
                 SET WS-SHIP-ALLOC-EOF TO TRUE
              END-IF
           END-IF
           .

       2420-CREATE-SHIPMENT.
           PERFORM 2425-ASSIGN-SHIPMENT-NUMBER

           IF TR-TRANSACTION-QUANTITY > ZEROES
              MOVE TR-TRANSACTION-QUANTITY TO WS-SHIP-CARTONS
           ELSE
              MOVE 1 TO WS-SHIP-CARTONS
           END-IF

           MOVE SPACES TO SHIPMENT-RECORD
           MOVE WS-SHIP-NUMBER-WORK TO SH-SHIPMENT-NUMBER
           MOVE TR-REFERENCE-NUMBER TO SH-REFERENCE-NUMBER
           IF TR-TRANSACTION-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO SH-SHIP-DATE
           ELSE
              MOVE TR-TRANSACTION-DATE TO SH-SHIP-DATE
           END-IF
           MOVE TR-CARRIER-CODE TO SH-CARRIER-CODE
           MOVE WS-SHIP-CARTONS TO SH-CARTON-COUNT
           MOVE WS-SHIP-LINE-COUNT TO SH-LINE-COUNT
           MOVE WS-SHIP-UNITS TO SH-TOTAL-UNITS
           MOVE ZEROES TO SH-TOTAL-VALUE
           MOVE TR-USER-ID TO SH-USER-ID
           IF TR-ASN-REQUIRED
              SET SH-ASN-SENT TO TRUE
           ELSE
              MOVE 'N' TO SH-ASN-FLAG
           END-IF
           SET SH-NOT-INVOICED TO TRUE
           MOVE ZEROES TO SH-INVOICE-DATE

           MOVE SH-SHIPMENT-NUMBER TO WS-PACK-SHIPMENT-OUT
           MOVE SH-REFERENCE-NUMBER TO WS-PACK-ORDER-OUT
           MOVE SH-CARRIER-CODE TO WS-PACK-CARRIER-OUT
           MOVE WS-SHIP-CARTONS TO WS-PACK-CARTONS-OUT

           WRITE PACKING-LIST-RECORD FROM SPACES
           WRITE PACKING-LIST-RECORD FROM WS-PACK-HEADER1
           WRITE PACKING-LIST-RECORD FROM WS-PACK-HEADER2
           WRITE PACKING-LIST-RECORD FROM WS-PACK-HEADER3

           IF SH-ASN-SENT
              MOVE SPACES TO ASN-RECORD
              SET AN-HEADER TO TRUE
              MOVE SH-SHIPMENT-NUMBER TO AN-SHIPMENT-NUMBER
              MOVE SH-REFERENCE-NUMBER TO AN-REFERENCE-NUMBER
              MOVE SH-SHIP-DATE TO AN-SHIP-DATE
              MOVE SH-CARRIER-CODE TO AN-CARRIER-CODE
              MOVE WS-SHIP-CARTONS TO AN-CARTON-COUNT
              MOVE ZEROES TO AN-QUANTITY
              WRITE ASN-RECORD
              ADD 1 TO WS-ASN-RECORDS-WRITTEN
           END-IF

           MOVE ZEROES TO WS-SHIP-VALUE
           PERFORM 2410-POSITION-ORDER-LINES

           PERFORM UNTIL WS-SHIP-ALLOC-EOF
              IF AL-PICKED-QUANTITY > ZEROES
                 PERFORM 2430-SHIP-ONE-LINE
              END-IF
              PERFORM 2415-READ-NEXT-ORDER-LINE
           END-PERFORM

           MOVE WS-SHIP-VALUE TO SH-TOTAL-VALUE

           WRITE SHIPMENT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SHIPMENT: '
                           SHIPMENT-FILE-STATUS ' ' SH-SHIPMENT-NUMBER
           END-WRITE

           MOVE WS-SHIP-UNITS TO WS-PACK-TOTAL-OUT
           WRITE PACKING-LIST-RECORD FROM SPACES
           WRITE PACKING-LIST-RECORD FROM WS-PACK-TOTAL-LINE

           MOVE SPACES TO MANIFEST-RECORD
           MOVE SH-SHIPMENT-NUMBER TO MF-SHIPMENT-NUMBER
           MOVE SH-REFERENCE-NUMBER TO MF-REFERENCE-NUMBER
           MOVE SH-SHIP-DATE TO MF-SHIP-DATE
           MOVE SH-CARRIER-CODE TO MF-CARRIER-CODE
           MOVE WS-SHIP-CARTONS TO MF-CARTON-COUNT
           MOVE WS-SHIP-LINE-COUNT TO MF-LINE-COUNT
           MOVE WS-SHIP-UNITS TO MF-TOTAL-UNITS
           MOVE SH-ASN-FLAG TO MF-ASN-FLAG
           WRITE MANIFEST-RECORD

           ADD 1 TO WS-SHIPMENTS-CONFIRMED
           .

       2425-ASSIGN-SHIPMENT-NUMBER.
           MOVE 'N' TO WS-SHIP-NUMBER-SWITCH

           PERFORM UNTIL WS-SHIP-NUMBER-FREE
              ADD 1 TO WS-SHIP-SEQUENCE
              MOVE WS-SHIP-NUMBER-WORK TO SH-SHIPMENT-NUMBER
              READ SHIPMENT-FILE
                  INVALID KEY
                      SET WS-SHIP-NUMBER-FREE TO TRUE
              END-READ
           END-PERFORM
           .

       2430-SHIP-ONE-LINE.
           MOVE AL-ITEM-NUMBER TO INV-ITEM-NUMBER

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON INVENTORY FILE'
                        TO WS-PACK-DESC-OUT
                   MOVE ZEROES TO WS-SHIP-LINE-VALUE
               NOT INVALID KEY
                   MOVE INV-ITEM-DESCRIPTION TO WS-PACK-DESC-OUT
                   COMPUTE WS-SHIP-LINE-VALUE =
                           AL-PICKED-QUANTITY * INV-SELLING-PRICE
           END-READ

           ADD WS-SHIP-LINE-VALUE TO WS-SHIP-VALUE

           MOVE AL-ITEM-NUMBER TO WS-PACK-ITEM-OUT
           MOVE AL-PICKED-QUANTITY TO WS-PACK-QTY-OUT
           MOVE AL-QUANTITY TO WS-PACK-BACKORDER-OUT
           WRITE PACKING-LIST-RECORD FROM WS-PACK-DETAIL

           IF SH-ASN-SENT
              MOVE SPACES TO ASN-RECORD
              SET AN-DETAIL TO TRUE
              MOVE SH-SHIPMENT-NUMBER TO AN-SHIPMENT-NUMBER
              MOVE SH-REFERENCE-NUMBER TO AN-REFERENCE-NUMBER
              MOVE SH-SHIP-DATE TO AN-SHIP-DATE
              MOVE SH-CARRIER-CODE TO AN-CARRIER-CODE
              MOVE ZEROES TO AN-CARTON-COUNT
              MOVE AL-ITEM-NUMBER TO AN-ITEM-NUMBER
              MOVE AL-PICKED-QUANTITY TO AN-QUANTITY
              WRITE ASN-RECORD
              ADD 1 TO WS-ASN-RECORDS-WRITTEN
           END-IF

           PERFORM 2435-SEND-STORE-RESTOCK

           MOVE SH-SHIPMENT-NUMBER TO AL-SHIPMENT-NUMBER
           MOVE ZEROES TO AL-PICKED-QUANTITY

           REWRITE ALLOCATION-RECORD
           .

       2435-SEND-STORE-RESTOCK.
           MOVE AL-REFERENCE-NUMBER TO SO-REFERENCE-NUMBER
           MOVE AL-ITEM-NUMBER TO SO-ITEM-NUMBER

           READ STORE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO STORE-RESTOCK-RECORD
                   MOVE SO-PRODUCT-ID TO RK-PRODUCT-ID
                   SET RK-RESTOCK TO TRUE
                   MOVE AL-PICKED-QUANTITY TO RK-QUANTITY
                   MOVE SH-SHIP-DATE TO RK-TRANSACTION-DATE
                   MOVE SH-SHIPMENT-NUMBER TO RK-TRANSACTION-ID
                   MOVE SO-STORE-NUMBER TO RK-STORE-NUMBER
                   WRITE STORE-RESTOCK-RECORD

                   ADD AL-PICKED-QUANTITY TO SO-SHIPPED-QUANTITY
                   IF NOT AL-ALLOC-OPEN AND NOT AL-ALLOC-PICKING
                      SET SO-ORDER-CLOSED TO TRUE
                   END-IF

                   REWRITE STORE-ORDER-RECORD

                   ADD 1 TO WS-STORE-RESTOCKS-SENT
           END-READ
           .

       2450-PROCESS-SHIP-BILLING.
           MOVE TR-REFERENCE-NUMBER TO SH-SHIPMENT-NUMBER

           READ SHIPMENT-FILE
               INVALID KEY
                   MOVE 'SHIPMENT NOT ON FILE' TO WS-ERR-DESCRIPTION
                   PERFORM 2490-WRITE-SHIP-REJECT
               NOT INVALID KEY
                   IF SH-INVOICED
                      MOVE 'SHIPMENT ALREADY INVOICED'
                           TO WS-ERR-DESCRIPTION
                      PERFORM 2490-WRITE-SHIP-REJECT
                   ELSE
                      SET SH-INVOICED TO TRUE
                      MOVE TR-INVOICE-NUMBER TO SH-INVOICE-NUMBER
                      MOVE TR-TRANSACTION-DATE TO SH-INVOICE-DATE

                      REWRITE SHIPMENT-RECORD

                      ADD 1 TO WS-SHIPMENTS-BILLED
                   END-IF
           END-READ
           .

       2490-WRITE-SHIP-REJECT.
           MOVE 'Y' TO WS-ERROR-FLAG
           MOVE TR-ITEM-NUMBER TO WS-ERR-ITEM-NUMBER
           IF TR-SHIP-CONFIRM
              MOVE 'SHIP' TO WS-ERR-TRANS-CODE
           ELSE
              MOVE 'BILL' TO WS-ERR-TRANS-CODE
           END-IF
           MOVE TR-REFERENCE-NUMBER TO WS-ERR-REFERENCE
           MOVE TR-TRANSACTION-QUANTITY TO WS-ERR-QUANTITY

           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
           .

       2500-PROCESS-POS-UPDATES.
                   PERFORM 2900-FREEZE-SNAPSHOT
               WHEN TR-PHYS-COUNT
                   PERFORM 2920-RECORD-PHYSICAL-COUNT
               WHEN TR-SHIP-CONFIRM
                   PERFORM 2400-PROCESS-SHIP-CONFIRM
               WHEN TR-SHIP-BILLED
                   PERFORM 2450-PROCESS-SHIP-BILLING
               WHEN TR-PICK-FACE-LIMITS
                   PERFORM 2300-SET-PICK-FACE-LIMITS
               WHEN OTHER
                   PERFORM 2010-APPLY-TRANSACTION
           END-EVALUATE
           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
           .

       2640-PROCESS-REPLEN-CONFIRM.
           MOVE TR-ITEM-NUMBER TO RT-ITEM-NUMBER
           MOVE TR-WAREHOUSE-LOCATION TO RT-FROM-LOCATION

           READ REPLEN-TASK-FILE
               INVALID KEY
                   MOVE 'NO REPLENISHMENT TASK' TO WS-ERR-DESCRIPTION
                   PERFORM 2645-WRITE-REPLEN-REJECT
               NOT INVALID KEY
                   IF NOT RT-TASK-OPEN
                      MOVE 'REPLENISHMENT TASK NOT OPEN'
                           TO WS-ERR-DESCRIPTION
                      PERFORM 2645-WRITE-REPLEN-REJECT
                   END-IF
           END-READ

           IF WS-NO-ERROR
              IF TR-TRANSACTION-QUANTITY NOT > ZEROES
                 MOVE RT-TASK-QUANTITY TO TR-TRANSACTION-QUANTITY
              END-IF

              MOVE INV-WAREHOUSE-LOCATION TO TR-TO-WAREHOUSE
              PERFORM 2600-PROCESS-WAREHOUSE-TRANSFER

              IF WS-NO-ERROR
                 SET RT-TASK-CONFIRMED TO TRUE
                 MOVE TR-TRANSACTION-QUANTITY TO RT-CONFIRMED-QUANTITY
                 MOVE TR-TRANSACTION-DATE TO RT-CONFIRMED-DATE
                 MOVE TR-USER-ID TO RT-CONFIRMED-USER

                 REWRITE REPLEN-TASK-RECORD

                 ADD 1 TO WS-REPLEN-TASKS-CONFIRMED
              END-IF
           END-IF
           .

       2645-WRITE-REPLEN-REJECT.
           MOVE 'Y' TO WS-ERROR-FLAG
           MOVE TR-ITEM-NUMBER TO WS-ERR-ITEM-NUMBER
           MOVE 'RPLN' TO WS-ERR-TRANS-CODE
           MOVE TR-REFERENCE-NUMBER TO WS-ERR-REFERENCE
           MOVE TR-TRANSACTION-QUANTITY TO WS-ERR-QUANTITY

           WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
           .

       2650-RECEIVE-AT-ALT-LOCATION.
           MOVE TR-WAREHOUSE-LOCATION TO WS-SEARCH-LOCATION
           PERFORM 2710-FIND-ALT-LOCATION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-PICKED-QUANTITY NOT NUMERIC
                      MOVE ZEROES TO AL-PICKED-QUANTITY
                   END-IF
                   IF AL-ALLOC-OPEN
                      IF TR-TRANSACTION-QUANTITY > AL-QUANTITY
                         MOVE AL-QUANTITY TO WS-ALLOC-RELIEF-QTY
              MOVE TR-REFERENCE-NUMBER TO AL-REFERENCE-NUMBER
              MOVE TR-ITEM-NUMBER TO AL-ITEM-NUMBER
              MOVE TR-TRANSACTION-QUANTITY TO AL-QUANTITY
              MOVE ZEROES TO AL-PICKED-QUANTITY
              MOVE TR-TRANSACTION-DATE TO AL-ALLOCATION-DATE
              SET AL-ALLOC-OPEN TO TRUE

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-PICKED-QUANTITY NOT NUMERIC
                      MOVE ZEROES TO AL-PICKED-QUANTITY
                   END-IF
                   ADD TR-TRANSACTION-QUANTITY TO AL-QUANTITY
                   MOVE TR-TRANSACTION-DATE TO AL-ALLOCATION-DATE
                   SET AL-ALLOC-OPEN TO TRUE
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   IF AL-PICKED-QUANTITY NOT NUMERIC
                      MOVE ZEROES TO AL-PICKED-QUANTITY
                   END-IF
                   IF TR-TRANSACTION-QUANTITY > AL-QUANTITY
                      MOVE AL-QUANTITY TO WS-ALLOC-RELIEF-QTY
                   ELSE
                   WRITE ERROR-REPORT-RECORD FROM WS-ERROR-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   IF AL-PICKED-QUANTITY NOT NUMERIC
                      MOVE ZEROES TO AL-PICKED-QUANTITY
                   END-IF
                   IF AL-ALLOC-PICKING OR AL-ALLOC-OPEN
                      IF TR-TRANSACTION-QUANTITY > AL-QUANTITY
                         MOVE AL-QUANTITY TO WS-ALLOC-RELIEF-QTY
                         SET AL-ALLOC-FILLED TO TRUE
                      END-IF

                      ADD WS-ALLOC-RELIEF-QTY TO AL-PICKED-QUANTITY

                      REWRITE ALLOCATION-RECORD

                      ADD 1 TO WS-PICKS-CONFIRMED
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PHYS-VARIANCE-QTY NOT = ZEROES
                      PERFORM 2020-SNAPSHOT-ON-HAND
                      IF FZ-LOCATION = INV-WAREHOUSE-LOCATION
                         ADD WS-PHYS-VARIANCE-QTY
                             TO INV-QUANTITY-ON-HAND
                      MOVE WS-CURRENT-DATE
                          TO INV-LAST-ACTIVITY-DATE

                      MOVE WS-CURRENT-DATE TO WS-MV-DATE
                      MOVE 'P' TO WS-MV-TRANS-CODE
                      MOVE 'PHYSICAL' TO WS-MV-REFERENCE
                      MOVE 'PHYSPOST' TO WS-MV-USER-ID
                      MOVE SPACES TO WS-MV-REASON-CODE
                      PERFORM 2030-WRITE-MOVEMENT-LEDGER

                      REWRITE INVENTORY-RECORD

                      ADD 1 TO WS-PHYS-ADJUSTMENTS
           END-IF

           PERFORM UNTIL AL-ALLOC-KEY = HIGH-VALUES
              IF AL-PICKED-QUANTITY NOT NUMERIC
                 MOVE ZEROES TO AL-PICKED-QUANTITY
              END-IF

              IF AL-ALLOC-OPEN AND AL-QUANTITY > 0
                 MOVE AL-REFERENCE-NUMBER TO WS-ALLOC-REFERENCE
                 MOVE AL-ITEM-NUMBER TO WS-ALLOC-ITEM-NUMBER
           END-PERFORM
           .

       3550-GENERATE-REPLENISHMENT.
           WRITE REPLEN-REPORT-RECORD FROM WS-REPLEN-HEADER1
           WRITE REPLEN-REPORT-RECORD FROM WS-REPLEN-HEADER2

           SORT REPLEN-SORT-FILE
               ON ASCENDING KEY RP-FROM-LOCATION
                                RP-ITEM-NUMBER
               INPUT PROCEDURE IS 3555-BUILD-REPLEN-TASKS
               OUTPUT PROCEDURE IS 3565-PRINT-REPLEN-TASKS

           MOVE WS-RP-LINES-RELEASED TO WS-RP-TASKS-OUT
           MOVE WS-REPLEN-SHORT-COUNT TO WS-RP-SHORT-OUT

           WRITE REPLEN-REPORT-RECORD FROM SPACES
           WRITE REPLEN-REPORT-RECORD FROM WS-REPLEN-TOTAL-LINE1
           WRITE REPLEN-REPORT-RECORD FROM WS-REPLEN-TOTAL-LINE2
           .

       3555-BUILD-REPLEN-TASKS.
           MOVE 'N' TO WS-RP-FACE-EOF-FLAG
           MOVE LOW-VALUES TO PF-ITEM-NUMBER

           START PICK-FACE-FILE KEY >= PF-ITEM-NUMBER
               INVALID KEY
                   SET WS-RP-FACE-EOF TO TRUE
           END-START

           IF NOT WS-RP-FACE-EOF
              READ PICK-FACE-FILE NEXT
                  AT END SET WS-RP-FACE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-RP-FACE-EOF
              PERFORM 3560-CHECK-ONE-PICK-FACE

              READ PICK-FACE-FILE NEXT
                  AT END SET WS-RP-FACE-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       3560-CHECK-ONE-PICK-FACE.
           MOVE PF-ITEM-NUMBER TO INV-ITEM-NUMBER

           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INV-QUANTITY-ON-HAND < PF-MIN-QUANTITY
                      OR INV-QUANTITY-ON-HAND < INV-QUANTITY-ALLOCATED
                      MOVE PF-MAX-QUANTITY TO WS-RP-TARGET-QTY
                      IF INV-QUANTITY-ALLOCATED > WS-RP-TARGET-QTY
                         MOVE INV-QUANTITY-ALLOCATED
                              TO WS-RP-TARGET-QTY
                      END-IF

                      COMPUTE WS-RP-NEED-QTY =
                              WS-RP-TARGET-QTY - INV-QUANTITY-ON-HAND

                      PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                              UNTIL WS-RP-IDX > 4
                         IF INV-ALT-LOCATION(WS-RP-IDX) NOT = SPACES
                            MOVE INV-ITEM-NUMBER TO RT-ITEM-NUMBER
                            MOVE INV-ALT-LOCATION(WS-RP-IDX)
                                 TO RT-FROM-LOCATION
                            READ REPLEN-TASK-FILE
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF RT-TASK-OPEN
                                       SUBTRACT RT-TASK-QUANTITY
                                                FROM WS-RP-NEED-QTY
                                    END-IF
                            END-READ
                         END-IF
                      END-PERFORM

                      PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                              UNTIL WS-RP-IDX > 4
                         IF WS-RP-NEED-QTY > ZEROES
                            AND INV-ALT-LOCATION(WS-RP-IDX) NOT = SPACES
                            AND INV-ALT-QUANTITY(WS-RP-IDX) > ZEROES
                            IF INV-ALT-QUANTITY(WS-RP-IDX)
                                  > WS-RP-NEED-QTY
                               MOVE WS-RP-NEED-QTY TO WS-RP-MOVE-QTY
                            ELSE
                               MOVE INV-ALT-QUANTITY(WS-RP-IDX)
                                    TO WS-RP-MOVE-QTY
                            END-IF
                            PERFORM 3562-CREATE-REPLEN-TASK
                         END-IF
                      END-PERFORM

                      IF WS-RP-NEED-QTY > ZEROES
                         ADD 1 TO WS-REPLEN-SHORT-COUNT
                      END-IF
                   END-IF
           END-READ
           .

       3562-CREATE-REPLEN-TASK.
           MOVE INV-ITEM-NUMBER TO RT-ITEM-NUMBER
           MOVE INV-ALT-LOCATION(WS-RP-IDX) TO RT-FROM-LOCATION

           READ REPLEN-TASK-FILE
               INVALID KEY
                   MOVE SPACES TO REPLEN-TASK-RECORD
                   MOVE INV-ITEM-NUMBER TO RT-ITEM-NUMBER
                   MOVE INV-ALT-LOCATION(WS-RP-IDX)
                        TO RT-FROM-LOCATION
                   PERFORM 3563-SET-REPLEN-TASK
                   WRITE REPLEN-TASK-RECORD
               NOT INVALID KEY
                   IF RT-TASK-OPEN
                      MOVE ZEROES TO WS-RP-MOVE-QTY
                   ELSE
                      PERFORM 3563-SET-REPLEN-TASK
                      REWRITE REPLEN-TASK-RECORD
                   END-IF
           END-READ

           IF WS-RP-MOVE-QTY > ZEROES
              SUBTRACT WS-RP-MOVE-QTY FROM WS-RP-NEED-QTY

              MOVE RT-FROM-LOCATION TO RP-FROM-LOCATION
              MOVE INV-ITEM-NUMBER TO RP-ITEM-NUMBER
              MOVE INV-WAREHOUSE-LOCATION TO RP-TO-LOCATION
              MOVE WS-RP-MOVE-QTY TO RP-QUANTITY
              MOVE INV-QUANTITY-ON-HAND TO RP-PICK-FACE-QTY
              MOVE PF-MIN-QUANTITY TO RP-MIN-QUANTITY
              MOVE PF-MAX-QUANTITY TO RP-MAX-QUANTITY
              MOVE INV-ITEM-DESCRIPTION(1:25) TO RP-DESCRIPTION

              RELEASE REPLEN-SORT-RECORD

              ADD 1 TO WS-RP-LINES-RELEASED
              ADD 1 TO WS-REPLEN-TASKS-CREATED
           END-IF
           .

       3563-SET-REPLEN-TASK.
           MOVE INV-WAREHOUSE-LOCATION TO RT-TO-LOCATION
           MOVE WS-RP-MOVE-QTY TO RT-TASK-QUANTITY
           MOVE WS-CURRENT-DATE TO RT-CREATED-DATE
           SET RT-TASK-OPEN TO TRUE
           MOVE ZEROES TO RT-CONFIRMED-QUANTITY
           MOVE ZEROES TO RT-CONFIRMED-DATE
           MOVE SPACES TO RT-CONFIRMED-USER
           .

       3565-PRINT-REPLEN-TASKS.
           MOVE 'N' TO WS-RP-SORT-EOF-FLAG

           RETURN REPLEN-SORT-FILE
               AT END SET WS-RP-SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL WS-RP-SORT-EOF
              MOVE RP-FROM-LOCATION TO WS-RP-FROM-OUT
              MOVE RP-ITEM-NUMBER TO WS-RP-ITEM-OUT
              MOVE RP-DESCRIPTION TO WS-RP-DESC-OUT
              MOVE RP-TO-LOCATION TO WS-RP-TO-OUT
              MOVE RP-QUANTITY TO WS-RP-MOVE-OUT
              MOVE RP-PICK-FACE-QTY TO WS-RP-FACE-OUT
              MOVE RP-MIN-QUANTITY TO WS-RP-MIN-OUT
              MOVE RP-MAX-QUANTITY TO WS-RP-MAX-OUT

              WRITE REPLEN-REPORT-RECORD FROM WS-REPLEN-DETAIL

              RETURN REPLEN-SORT-FILE
                  AT END SET WS-RP-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM
           .

       3600-GENERATE-PICK-LIST.
           WRITE PICK-LIST-RECORD FROM WS-PICK-HEADER1
           WRITE PICK-LIST-RECORD FROM WS-PICK-HEADER2
           END-IF

           PERFORM UNTIL WS-PICK-ALLOC-EOF
              IF AL-PICKED-QUANTITY NOT NUMERIC
                 MOVE ZEROES TO AL-PICKED-QUANTITY
              END-IF

              IF AL-ALLOC-OPEN AND AL-QUANTITY > 0
                 PERFORM 3615-RELEASE-ONE-PICK-LINE
              END-IF
           WRITE AGING-REPORT-RECORD FROM WS-AGING-DETAIL
           .

       3450-SHIPPED-NOT-INVOICED.
           WRITE SHIP-REPORT-RECORD FROM WS-SNI-HEADER1
           WRITE SHIP-REPORT-RECORD FROM WS-SNI-HEADER2

           MOVE WS-CURRENT-YEAR TO WS-JD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-JD-MONTH
           MOVE WS-CURRENT-DAY TO WS-JD-DAY
           PERFORM 3850-COMPUTE-JULIAN-DAY
           MOVE WS-JD-RESULT TO WS-JD-CURRENT-JULIAN

           MOVE 'N' TO WS-SHIP-EOF-FLAG
           MOVE LOW-VALUES TO SH-SHIPMENT-NUMBER

           START SHIPMENT-FILE KEY >= SH-SHIPMENT-NUMBER
               INVALID KEY
                   SET WS-SHIP-EOF TO TRUE
           END-START

           IF NOT WS-SHIP-EOF
              READ SHIPMENT-FILE NEXT
                  AT END SET WS-SHIP-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WS-SHIP-EOF
              IF SH-NOT-INVOICED
                 MOVE SH-SHIP-DATE(1:4) TO WS-JD-YEAR
                 MOVE SH-SHIP-DATE(5:2) TO WS-JD-MONTH
                 MOVE SH-SHIP-DATE(7:2) TO WS-JD-DAY
                 PERFORM 3850-COMPUTE-JULIAN-DAY

                 COMPUTE WS-SHIP-DAYS-OUT =
                         WS-JD-CURRENT-JULIAN - WS-JD-RESULT

                 MOVE SH-SHIPMENT-NUMBER TO WS-SNI-SHIPMENT-OUT
                 MOVE SH-REFERENCE-NUMBER TO WS-SNI-ORDER-OUT

                 MOVE SPACES TO WS-SNI-DATE-OUT
                 MOVE SH-SHIP-DATE(1:4) TO WS-SNI-DATE-OUT(1:4)
                 MOVE '-' TO WS-SNI-DATE-OUT(5:1)
                 MOVE SH-SHIP-DATE(5:2) TO WS-SNI-DATE-OUT(6:2)
                 MOVE '-' TO WS-SNI-DATE-OUT(8:1)
                 MOVE SH-SHIP-DATE(7:2) TO WS-SNI-DATE-OUT(9:2)

                 MOVE SH-CARRIER-CODE TO WS-SNI-CARRIER-OUT
                 MOVE SH-CARTON-COUNT TO WS-SNI-CARTONS-OUT
                 MOVE SH-TOTAL-UNITS TO WS-SNI-UNITS-OUT
                 MOVE SH-TOTAL-VALUE TO WS-SNI-VALUE-OUT
                 MOVE WS-SHIP-DAYS-OUT TO WS-SNI-DAYS-OUT

                 WRITE SHIP-REPORT-RECORD FROM WS-SNI-DETAIL

                 ADD 1 TO WS-SNI-COUNT
                 ADD SH-TOTAL-VALUE TO WS-SNI-VALUE
              END-IF

              READ SHIPMENT-FILE NEXT
                  AT END SET WS-SHIP-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE WS-SNI-COUNT TO WS-SNI-COUNT-OUT
           MOVE WS-SNI-VALUE TO WS-SNI-VALUE-TOTAL-OUT

           WRITE SHIP-REPORT-RECORD FROM SPACES
           WRITE SHIP-REPORT-RECORD FROM WS-SNI-TOTAL-LINE
           .

       3700-POS-RECONCILIATION.
           WRITE RECON-REPORT-RECORD FROM WS-RECON-HEADER1
           WRITE RECON-REPORT-RECORD FROM WS-RECON-HEADER2
               - 32045
           .

       3900-PROCESS-LEDGER-REQUESTS.
           ADD 1 TO WS-LEDGER-REQUESTS

           EVALUATE TRUE
               WHEN LQ-STOCK-CARD
                   PERFORM 3910-STOCK-CARD-REPORT
               WHEN LQ-AS-OF-ON-HAND
                   PERFORM 3950-AS-OF-ON-HAND-REPORT
               WHEN OTHER
                   DISPLAY 'INVALID LEDGER REQUEST TYPE: '
                           LQ-REQUEST-TYPE
           END-EVALUATE

           READ LEDGER-REQUEST-FILE
               AT END SET LEDGER-REQUEST-EOF TO TRUE
           END-READ
           .

       3910-STOCK-CARD-REPORT.
           IF LQ-FROM-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO LQ-FROM-DATE
              MOVE '01' TO LQ-FROM-DATE(7:2)
           END-IF
           IF LQ-TO-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO LQ-TO-DATE
           END-IF

           MOVE LQ-FROM-DATE TO WS-ML-DATE-WORK
           PERFORM 3990-FORMAT-LEDGER-DATE
           MOVE WS-ML-DATE-OUT TO WS-STK-FROM-OUT
           MOVE LQ-TO-DATE TO WS-ML-DATE-WORK
           PERFORM 3990-FORMAT-LEDGER-DATE
           MOVE WS-ML-DATE-OUT TO WS-STK-TO-OUT
           MOVE LQ-REQUESTED-BY TO WS-STK-REQUESTER-OUT
           MOVE ZEROES TO WS-STK-ITEM-COUNT

           WRITE LEDGER-REPORT-RECORD FROM SPACES
           WRITE LEDGER-REPORT-RECORD FROM WS-STK-TITLE-LINE

           IF LQ-ITEM-NUMBER NOT = SPACES
              MOVE LQ-ITEM-NUMBER TO INV-ITEM-NUMBER
              READ INVENTORY-FILE
                  INVALID KEY
                      DISPLAY 'STOCK CARD ITEM NOT ON FILE: '
                              LQ-ITEM-NUMBER
                  NOT INVALID KEY
                      PERFORM 3915-STOCK-CARD-ONE-ITEM
              END-READ
           ELSE
              MOVE 'N' TO WS-ML-INV-EOF-FLAG
              MOVE LOW-VALUES TO INV-ITEM-NUMBER
              START INVENTORY-FILE KEY >= INV-ITEM-NUMBER
                  INVALID KEY SET WS-ML-INV-EOF TO TRUE
              END-START

              PERFORM UNTIL WS-ML-INV-EOF
                 READ INVENTORY-FILE NEXT
                     AT END SET WS-ML-INV-EOF TO TRUE
                 END-READ
                 IF NOT WS-ML-INV-EOF
                    PERFORM 3915-STOCK-CARD-ONE-ITEM
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-STK-ITEM-COUNT TO WS-STK-ITEMS-OUT
           WRITE LEDGER-REPORT-RECORD FROM SPACES
           WRITE LEDGER-REPORT-RECORD FROM WS-STK-TOTAL-LINE
           .

       3915-STOCK-CARD-ONE-ITEM.
           PERFORM 2670-COMPUTE-TOTAL-AVAILABLE

           MOVE ZEROES TO WS-STK-LATER-QTY
           MOVE ZEROES TO WS-STK-RANGE-COUNT
           MOVE INV-ITEM-NUMBER TO WS-ML-SCAN-ITEM
           MOVE LQ-FROM-DATE TO WS-ML-SCAN-FROM
           MOVE 99999999 TO WS-ML-SCAN-TO
           PERFORM 3920-POSITION-LEDGER

           PERFORM UNTIL WS-ML-EOF
              ADD ML-QUANTITY TO WS-STK-LATER-QTY
              IF ML-MOVEMENT-DATE NOT > LQ-TO-DATE
                 ADD 1 TO WS-STK-RANGE-COUNT
              END-IF
              PERFORM 3925-READ-NEXT-LEDGER
           END-PERFORM

           IF WS-STK-RANGE-COUNT > ZEROES
              ADD 1 TO WS-STK-ITEM-COUNT
              COMPUTE WS-STK-BALANCE =
                      WS-TOTAL-AVAILABLE-QTY - WS-STK-LATER-QTY

              MOVE INV-ITEM-NUMBER TO WS-STK-ITEM-OUT
              MOVE INV-ITEM-DESCRIPTION TO WS-STK-DESC-OUT
              WRITE LEDGER-REPORT-RECORD FROM SPACES
              WRITE LEDGER-REPORT-RECORD FROM WS-STK-ITEM-LINE
              WRITE LEDGER-REPORT-RECORD FROM WS-STK-COLUMNS

              MOVE 'OPENING BALANCE:' TO WS-STK-BAL-LABEL
              MOVE WS-STK-BALANCE TO WS-STK-BAL-QTY-OUT
              WRITE LEDGER-REPORT-RECORD FROM WS-STK-BALANCE-LINE

              MOVE LQ-TO-DATE TO WS-ML-SCAN-TO
              PERFORM 3920-POSITION-LEDGER

              PERFORM UNTIL WS-ML-EOF
                 ADD ML-QUANTITY TO WS-STK-BALANCE
                 MOVE ML-MOVEMENT-DATE TO WS-ML-DATE-WORK
                 PERFORM 3990-FORMAT-LEDGER-DATE
                 MOVE WS-ML-DATE-OUT TO WS-STK-DATE-OUT
                 MOVE ML-TRANSACTION-CODE TO WS-STK-TYPE-OUT
                 MOVE ML-LOCATION TO WS-STK-LOCATION-OUT
                 MOVE ML-REFERENCE-NUMBER TO WS-STK-REFERENCE-OUT
                 MOVE ML-USER-ID TO WS-STK-USER-OUT
                 MOVE ML-REASON-CODE TO WS-STK-REASON-OUT
                 MOVE ML-QUANTITY TO WS-STK-QTY-OUT
                 MOVE WS-STK-BALANCE TO WS-STK-BALANCE-OUT
                 MOVE ML-UNIT-COST TO WS-STK-COST-OUT
                 WRITE LEDGER-REPORT-RECORD FROM WS-STK-DETAIL
                 PERFORM 3925-READ-NEXT-LEDGER
              END-PERFORM

              MOVE 'CLOSING BALANCE:' TO WS-STK-BAL-LABEL
              MOVE WS-STK-BALANCE TO WS-STK-BAL-QTY-OUT
              WRITE LEDGER-REPORT-RECORD FROM WS-STK-BALANCE-LINE
           END-IF
           .

       3920-POSITION-LEDGER.
           MOVE 'N' TO WS-ML-EOF-FLAG
           MOVE WS-ML-SCAN-ITEM TO ML-ITEM-NUMBER
           MOVE WS-ML-SCAN-FROM TO ML-MOVEMENT-DATE
           MOVE ZEROES TO ML-RUN-DATE
           MOVE ZEROES TO ML-RUN-TIME
           MOVE ZEROES TO ML-SEQUENCE

           START MOVEMENT-LEDGER-FILE KEY >= ML-LEDGER-KEY
               INVALID KEY SET WS-ML-EOF TO TRUE
           END-START

           IF NOT WS-ML-EOF
              PERFORM 3925-READ-NEXT-LEDGER
           END-IF
           .

       3925-READ-NEXT-LEDGER.
           READ MOVEMENT-LEDGER-FILE NEXT
               AT END SET WS-ML-EOF TO TRUE
           END-READ

           IF NOT WS-ML-EOF
              IF ML-ITEM-NUMBER NOT = WS-ML-SCAN-ITEM
                 OR ML-MOVEMENT-DATE > WS-ML-SCAN-TO
                 SET WS-ML-EOF TO TRUE
              END-IF
           END-IF
           .

       3950-AS-OF-ON-HAND-REPORT.
           IF LQ-TO-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO LQ-TO-DATE
           END-IF

           MOVE LQ-TO-DATE TO WS-ML-DATE-WORK
           PERFORM 3990-FORMAT-LEDGER-DATE
           MOVE WS-ML-DATE-OUT TO WS-ASOF-DATE-OUT
           MOVE LQ-REQUESTED-BY TO WS-ASOF-REQUESTER-OUT
           MOVE ZEROES TO WS-ASOF-TOTAL-VALUE
           MOVE ZEROES TO WS-ASOF-ITEM-COUNT

           WRITE LEDGER-REPORT-RECORD FROM SPACES
           WRITE LEDGER-REPORT-RECORD FROM WS-ASOF-TITLE-LINE
           WRITE LEDGER-REPORT-RECORD FROM WS-ASOF-COLUMNS

           IF LQ-ITEM-NUMBER NOT = SPACES
              MOVE LQ-ITEM-NUMBER TO INV-ITEM-NUMBER
              READ INVENTORY-FILE
                  INVALID KEY
                      DISPLAY 'AS-OF ITEM NOT ON FILE: '
                              LQ-ITEM-NUMBER
                  NOT INVALID KEY
                      PERFORM 3955-AS-OF-ONE-ITEM
              END-READ
           ELSE
              MOVE 'N' TO WS-ML-INV-EOF-FLAG
              MOVE LOW-VALUES TO INV-ITEM-NUMBER
              START INVENTORY-FILE KEY >= INV-ITEM-NUMBER
                  INVALID KEY SET WS-ML-INV-EOF TO TRUE
              END-START

              PERFORM UNTIL WS-ML-INV-EOF
                 READ INVENTORY-FILE NEXT
                     AT END SET WS-ML-INV-EOF TO TRUE
                 END-READ
                 IF NOT WS-ML-INV-EOF
                    PERFORM 3955-AS-OF-ONE-ITEM
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-ASOF-TOTAL-VALUE TO WS-ASOF-TOTAL-OUT
           WRITE LEDGER-REPORT-RECORD FROM SPACES
           WRITE LEDGER-REPORT-RECORD FROM WS-ASOF-TOTAL-LINE
           .

       3955-AS-OF-ONE-ITEM.
           PERFORM 2670-COMPUTE-TOTAL-AVAILABLE

           MOVE ZEROES TO WS-ASOF-LATER-QTY
           MOVE INV-ITEM-NUMBER TO WS-ML-SCAN-ITEM
           COMPUTE WS-ML-SCAN-FROM = LQ-TO-DATE + 1
           MOVE 99999999 TO WS-ML-SCAN-TO
           PERFORM 3920-POSITION-LEDGER

           PERFORM UNTIL WS-ML-EOF
              ADD ML-QUANTITY TO WS-ASOF-LATER-QTY
              PERFORM 3925-READ-NEXT-LEDGER
           END-PERFORM

           COMPUTE WS-ASOF-QTY =
                   WS-TOTAL-AVAILABLE-QTY - WS-ASOF-LATER-QTY

           IF WS-ASOF-QTY NOT = ZEROES
              OR WS-TOTAL-AVAILABLE-QTY NOT = ZEROES
              COMPUTE WS-ASOF-VALUE = WS-ASOF-QTY * INV-COST-PRICE
              ADD WS-ASOF-VALUE TO WS-ASOF-TOTAL-VALUE
              ADD 1 TO WS-ASOF-ITEM-COUNT

              MOVE INV-ITEM-NUMBER TO WS-ASOF-ITEM-OUT
              MOVE INV-ITEM-DESCRIPTION TO WS-ASOF-DESC-OUT
              MOVE WS-TOTAL-AVAILABLE-QTY TO WS-ASOF-CURRENT-OUT
              MOVE WS-ASOF-LATER-QTY TO WS-ASOF-MOVED-OUT
              MOVE WS-ASOF-QTY TO WS-ASOF-QTY-OUT
              MOVE WS-ASOF-VALUE TO WS-ASOF-VALUE-OUT
              WRITE LEDGER-REPORT-RECORD FROM WS-ASOF-DETAIL
           END-IF
           .

       3990-FORMAT-LEDGER-DATE.
           MOVE WS-ML-DATE-WORK(1:4) TO WS-ML-DATE-OUT(1:4)
           MOVE '-' TO WS-ML-DATE-OUT(5:1)
           MOVE WS-ML-DATE-WORK(5:2) TO WS-ML-DATE-OUT(6:2)
           MOVE '-' TO WS-ML-DATE-OUT(8:1)
           MOVE WS-ML-DATE-WORK(7:2) TO WS-ML-DATE-OUT(9:2)
           .

       3980-WRITE-BALANCING-REPORT.
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
                 DISPLAY 'TRANFILE OUT OF BALANCE AT END OF RUN'
              END-IF
           END-IF

           WRITE BALANCE-REPORT-RECORD FROM WS-BAL-STATUS-LINE
           .

       4000-TERMINATION.
           MOVE WS-TRANS-READ TO WS-SUM-TRANS-READ
           MOVE WS-TRANS-PROCESSED TO WS-SUM-TRANS-PROCESSED
           MOVE WS-OPEN-ALLOCATIONS TO WS-SUM-OPEN-ALLOCATIONS
           MOVE WS-POS-UPDATES-READ TO WS-SUM-POS-UPDATES
           MOVE WS-POS-UNMATCHED TO WS-SUM-POS-UNMATCHED
           MOVE WS-LEDGER-ENTRIES TO WS-SUM-LEDGER-ENTRIES
           MOVE WS-SHIPMENTS-CONFIRMED TO WS-SUM-SHIPMENTS
           MOVE WS-SHIPMENTS-BILLED TO WS-SUM-SHIPMENTS-BILLED
           MOVE WS-REPLEN-TASKS-CREATED TO WS-SUM-REPLEN-CREATED
           MOVE WS-REPLEN-TASKS-CONFIRMED TO WS-SUM-REPLEN-CONFIRMED
           MOVE WS-STORE-ORDER-LINES TO WS-SUM-STORE-ORDERS
           MOVE WS-STORE-RESTOCKS-SENT TO WS-SUM-STORE-RESTOCKS

           WRITE INVENTORY-REPORT-RECORD FROM SPACES
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-REPORT
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL14
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL15
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL16
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL17
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL18
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL19
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL20
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL21
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL22
           WRITE INVENTORY-REPORT-RECORD FROM WS-SUMMARY-DETAIL23

           IF WS-RUN-CTL-READ AND NOT WS-RUN-ABORT
              AND RETURN-CODE = 0
              SET RC-RUN-COMPLETE TO TRUE
              MOVE RC-BUSINESS-DATE TO RC-LAST-RUN-DATE

              REWRITE RUN-CONTROL-RECORD
           END-IF

           CLOSE INVENTORY-FILE
                 TRANSACTION-FILE
                 SUSPENSE-FILE
                 SUSP-CORRECTION-FILE
                 SUSPENSE-REPORT-FILE
                 MOVEMENT-LEDGER-FILE
                 LEDGER-REQUEST-FILE
                 LEDGER-REPORT-FILE
                 SHIPMENT-FILE
                 PACKING-LIST-FILE
                 MANIFEST-FILE
                 ASN-FILE
                 SHIP-REPORT-FILE
                 PICK-FACE-FILE
                 REPLEN-TASK-FILE
                 REPLEN-REPORT-FILE
                 STORE-INVENTORY-FILE
                 STORE-ORDER-FILE
                 STORE-SHORTAGE-FILE
                 STORE-RESTOCK-FILE
                 RUN-CONTROL-FILE
                 BALANCE-REPORT-FILE
           .
