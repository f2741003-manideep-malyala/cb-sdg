           SELECT PackingSlipFile ASSIGN TO 'PACKING-SLIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoiceFile ASSIGN TO 'INVOICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARFile ASSIGN TO 'AR-OPEN-ITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARHistoryFile ASSIGN TO 'AR-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementFile ASSIGN TO 'STATEMENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StmtSortFile ASSIGN TO 'STMT-SORT.TMP'.
           SELECT VendorInvoiceFile ASSIGN TO 'VENDOR-INVOICE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VendorInvoiceInFile
               ASSIGN TO 'VENDOR-INVOICE-IN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APVoucherFile ASSIGN TO 'AP-VOUCHER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PPVJournalFile ASSIGN TO 'PPV-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustPriceFile ASSIGN TO 'CUSTOMER-PRICE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TransferOrderFile ASSIGN TO 'TRANSFER-ORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XOKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ASNInFile ASSIGN TO 'ASN-IN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ASNStageFile ASSIGN TO 'ASN-STAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ASNRejectFile ASSIGN TO 'ASN-REJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LotHistoryFile ASSIGN TO 'LOT-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BinMasterFile ASSIGN TO 'BIN-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BinStockFile ASSIGN TO 'BIN-STOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSKey
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PickWorkFile ASSIGN TO 'PICK-WORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWKey
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ArchiveCatalogFile ASSIGN TO 'ARCHIVE-CATALOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SalesHistoryFile ASSIGN TO 'SALES-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SalesCostWorkFile ASSIGN TO 'SALES-COST-WORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCKey
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SalesWorkFile ASSIGN TO 'SALES-WORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWKey
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SalesRankFile ASSIGN TO 'SALES-RANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRKey
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10 IVVendorCode         PIC X(06).
           05 IVPreferredFlag          PIC X(01).
           05 IVUnitCost               PIC 9(5)V99.
           05 IVInspectFlag            PIC X(01).

       FD CustomerFile.
       01 CustomerRecord.
               10 LotNumber            PIC X(10).
           05 LotExpiryDate            PIC X(08).
           05 LotQuantity              PIC 9(5).
           05 LotStatus                PIC X(10).
           05 LotHoldReason            PIC X(30).
           05 LotHoldOperator          PIC X(10).
           05 LotHoldDate              PIC X(08).

       FD LotHistoryFile.
       01 LotHistoryRecord.
           05 LHInventoryID            PIC X(10).
           05 LHLocationCode           PIC X(04).
           05 LHLotNumber              PIC X(10).
           05 LHMoveType               PIC X(08).
           05 LHQuantity               PIC 9(5).
           05 LHDocNumber              PIC 9(06).
           05 LHPartnerCode            PIC X(08).
           05 LHParentID               PIC X(10).
           05 LHParentLot              PIC X(10).
           05 LHMoveDate               PIC X(08).
           05 LHOperator               PIC X(10).

       FD ExportFile.
       01 ExportRecord.
           05 TranQtyDelta             PIC S9(5).
           05 TranDate                 PIC X(20).
           05 TranUnitCost             PIC 9(5)V99.
           05 TranReference            PIC X(10).

       FD TranHistoryFile.
       01 TranHistoryRecord.
           05 OrdShippedQty            PIC 9(5).
           05 OrdStatus                PIC X(07).
           05 OrdOrderDate             PIC X(20).
           05 OrdUnitPrice             PIC 9(5)V99.
           05 OrdPriceSource           PIC X(01).

       FD OrderSeqFile.
       01 OrderSeqRecord.
           05 InvExtendedValue         PIC 9(9)V99.
           05 InvInvoiceDate           PIC X(20).

       FD ARFile.
       01 ARRecord.
           05 ARKey.
               10 ARCustomerCode       PIC X(08).
               10 ARDocNumber          PIC 9(06).
           05 ARDocType                PIC X(03).
           05 AROrderNumber            PIC 9(06).
           05 ARDocDate                PIC X(08).
           05 ARDueDate                PIC X(08).
           05 AROriginalAmt            PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 ARBalance                PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 ARStatus                 PIC X(06).
           05 ARLastPayDate            PIC X(08).

       FD ARHistoryFile.
       01 ARHistoryRecord.
           05 AHCustomerCode           PIC X(08).
           05 AHDocNumber              PIC 9(06).
           05 AHTranType               PIC X(06).
           05 AHAmount                 PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 AHTranDate               PIC X(08).
           05 AHReference              PIC X(12).

       FD StatementFile.
       01 StatementRecord.
           05 StatementData PIC X(130).

       SD StmtSortFile.
       01 StmtSortRecord.
           05 SSCustomerCode           PIC X(08).
           05 SSTranDate               PIC X(08).
           05 SSDocNumber              PIC 9(06).
           05 SSTranType               PIC X(06).
           05 SSAmount                 PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 SSReference              PIC X(12).

       FD VendorInvoiceFile.
       01 VendorInvoiceRecord.
           05 VIKey.
               10 VIVendorCode         PIC X(06).
               10 VIInvoiceNumber      PIC X(12).
               10 VIPONumber           PIC 9(06).
               10 VIInventoryID        PIC X(10).
               10 VILocationCode       PIC X(04).
           05 VIInvoiceDate            PIC X(08).
           05 VIInvoicedQty            PIC 9(5).
           05 VIUnitCost               PIC 9(5)V99.
           05 VIReceivedQty            PIC 9(5).
           05 VIReceiptCost            PIC 9(5)V99.
           05 VIStatus                 PIC X(07).
           05 VIReason                 PIC X(30).
           05 VIEntryDate              PIC X(08).
           05 VIOperator               PIC X(10).
           05 VIVoucherDate            PIC X(08).

       FD VendorInvoiceInFile.
       01 VendorInvoiceInRecord.
           05 VendorInvoiceInData PIC X(80).

       FD APVoucherFile.
       01 APVoucherRecord.
           05 APVoucherData PIC X(80).

       FD PPVJournalFile.
       01 PPVJournalRecord.
           05 PPVJournalData PIC X(60).

       FD CustPriceFile.
       01 CustPriceRecord.
           05 CPKey.
               10 CPCustomerCode       PIC X(08).
               10 CPInventoryID        PIC X(10).
               10 CPEffectiveDate      PIC X(08).
           05 CPExpiryDate             PIC X(08).
           05 CPContractRef            PIC X(12).
           05 CPTier OCCURS 5 TIMES.
               10 CPBreakQty           PIC 9(5).
               10 CPTierPrice          PIC 9(5)V99.
           05 CPLastChanged            PIC X(08).
           05 CPOperator               PIC X(10).

       FD TransferOrderFile.
       01 TransferOrderRecord.
           05 XOKey.
               10 XONumber             PIC 9(06).
               10 XOSeq                PIC 9(03).
           05 XOInventoryID            PIC X(10).
           05 XOFromLocation           PIC X(04).
           05 XOToLocation             PIC X(04).
           05 XOLotNumber              PIC X(10).
           05 XOLotExpiry              PIC X(08).
           05 XOShippedQty             PIC 9(5).
           05 XOReceivedQty            PIC 9(5).
           05 XOShortQty               PIC 9(5).
           05 XOUnitCost               PIC 9(5)V99.
           05 XOShipDate               PIC X(08).
           05 XOReceiveDate            PIC X(08).
           05 XOStatus                 PIC X(07).
           05 XOShipOperator           PIC X(10).
           05 XORecvOperator           PIC X(10).

       FD ASNInFile.
       01 ASNInRecord.
           05 ASNInData PIC X(80).

       FD ASNStageFile.
       01 ASNStageRecord.
           05 ASKey.
               10 ASVendorCode         PIC X(06).
               10 ASNumber             PIC X(12).
               10 ASPONumber           PIC 9(06).
               10 ASInventoryID        PIC X(10).
               10 ASLocationCode       PIC X(04).
               10 ASLotNumber          PIC X(10).
           05 ASShipDate               PIC X(08).
           05 ASExpiryDate             PIC X(08).
           05 ASShippedQty             PIC 9(5).
           05 ASReceivedQty            PIC 9(5).
           05 ASStatus                 PIC X(07).
           05 ASLoadDate               PIC X(08).
           05 ASConfirmDate            PIC X(08).
           05 ASOperator               PIC X(10).

       FD ASNRejectFile.
       01 ASNRejectRecord.
           05 ASNRejectData PIC X(130).

       FD BinMasterFile.
       01 BinMasterRecord.
           05 BMKey.
               10 BMLocationCode       PIC X(04).
               10 BMBinCode            PIC X(08).
           05 BMZone                   PIC X(04).
           05 BMWalkSequence           PIC 9(05).
           05 BMCapacity               PIC 9(07).
           05 BMOnHand                 PIC 9(07).

       FD BinStockFile.
       01 BinStockRecord.
           05 BSKey.
               10 BSInventoryID        PIC X(10).
               10 BSLocationCode       PIC X(04).
               10 BSLotNumber          PIC X(10).
               10 BSBinCode            PIC X(08).
           05 BSQuantity               PIC 9(5).
           05 BSLastMoved              PIC X(08).

       FD PickWorkFile.
       01 PickWorkRecord.
           05 PWKey.
               10 PWLocationCode       PIC X(04).
               10 PWWalkSequence       PIC 9(05).
               10 PWBinCode            PIC X(08).
               10 PWInventoryID        PIC X(10).
               10 PWLotNumber          PIC X(10).
           05 PWExpiry                 PIC X(08).
           05 PWQuantity               PIC 9(07).
           05 PWLineCount              PIC 9(05).

       FD ArchiveFile.
       01 ArchiveRecord.
           05 ArchiveData PIC X(164).

       FD ArchiveCatalogFile.
       01 ArchiveCatalogRecord.
           05 ACType                   PIC X(06).
           05 ACPurgeDate              PIC X(08).
           05 ACCutoffDate             PIC X(08).
           05 ACFileName               PIC X(40).
           05 ACLowNumber              PIC 9(06).
           05 ACHighNumber             PIC 9(06).
           05 ACRecordCount            PIC 9(07).

       FD SalesHistoryFile.
       01 SalesHistoryRecord.
           05 SHRecordType             PIC X(04).
           05 SHOrderNumber            PIC 9(06).
           05 SHCustomerCode           PIC X(08).
           05 SHInventoryID            PIC X(10).
           05 SHLocationCode           PIC X(04).
           05 SHCategoryCode           PIC X(06).
           05 SHSaleDate               PIC X(08).
           05 SHQuantity               PIC S9(5)
                                         SIGN IS LEADING SEPARATE.
           05 SHUnitPrice              PIC 9(5)V99.
           05 SHUnitCost               PIC 9(5)V99.
           05 SHRevenue                PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 SHCost                   PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 SHCostSource             PIC X(06).

       FD SalesCostWorkFile.
       01 SalesCostWorkRecord.
           05 SCKey.
               10 SCReference          PIC X(10).
               10 SCInventoryID        PIC X(10).
               10 SCLocationCode       PIC X(04).
           05 SCQuantity               PIC 9(07).
           05 SCValue                  PIC 9(9)V99.

       FD SalesWorkFile.
       01 SalesWorkRecord.
           05 SWKey.
               10 SWType               PIC X(01).
               10 SWCode               PIC X(10).
           05 SWLastSaleDate           PIC X(08).
           05 SWPeriod OCCURS 4 TIMES.
               10 SWQuantity           PIC S9(07)
                                         SIGN IS LEADING SEPARATE.
               10 SWRevenue            PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
               10 SWCost               PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.

       FD SalesRankFile.
       01 SalesRankRecord.
           05 SRKey.
               10 SRList               PIC X(01).
               10 SRAmount             PIC 9(10)V99.
               10 SRCustomerCode       PIC X(08).
           05 SRQuantity               PIC S9(07)
                                         SIGN IS LEADING SEPARATE.
           05 SRRevenue                PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 SRCost                   PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
           05 SRLastYearRevenue        PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS               PIC XX.
       01 WS-EOF                       PIC X VALUE 'N'.
       01 WS-IV-ID                     PIC X(10).
       01 WS-IV-VENDOR                 PIC X(06).
       01 WS-IV-PREF                   PIC X(01).
       01 WS-IV-INSPECT                PIC X(01).
       01 WS-IV-COST                   PIC 9(5)V99.
       01 WS-IV-VALID                  PIC X(01).
       01 WS-IV-EOF                    PIC X(01).
       01 WS-LOT-DAYS-LEFT             PIC S9(05)
                                         SIGN IS LEADING SEPARATE.
       01 WS-EXP-COUNT                 PIC 9(05).
       01 WS-LT-ALL-LOTS               PIC X(01) VALUE 'N'.
       01 WS-QC-HOLD-STATUS            PIC X(10) VALUE SPACES.
       01 WS-QC-HOLD-REASON            PIC X(30) VALUE SPACES.
       01 WS-QC-TODAY                  PIC X(08).
       01 WS-QC-USABLE                 PIC X(01).
       01 WS-QC-EOF                    PIC X(01).
       01 WS-QC-HELD-QTY               PIC 9(07).
       01 WS-QC-EXPIRED-QTY            PIC 9(07).
       01 WS-QC-AVAIL-QTY              PIC 9(05).
       01 WS-QC-ID                     PIC X(10).
       01 WS-QC-LOC                    PIC X(04).
       01 WS-QC-LOT                    PIC X(10).
       01 WS-QC-QTY                    PIC 9(05).
       01 WS-QC-ACTION                 PIC X(01).
       01 WS-QC-OLD-STATUS             PIC X(10).
       01 WS-QC-REASON                 PIC X(30).
       01 WS-QC-DISPOSE                PIC X(01).
       01 WS-QC-VENDOR                 PIC X(06).
       01 WS-QC-ITEM-COUNT             PIC 9(05).
       01 WS-QC-HELD-ITEMS             PIC 9(05).
       01 WS-QC-TOTAL-HELD             PIC 9(09).
       01 WS-QC-TOTAL-EXPIRED          PIC 9(09).
       01 WS-QC-TOTAL-AVAIL            PIC 9(09).
       01 WS-LH-TYPE                   PIC X(08) VALUE SPACES.
       01 WS-LH-DEFAULT-TYPE           PIC X(08).
       01 WS-LH-DOC                    PIC 9(06) VALUE 0.
       01 WS-LH-PARTNER                PIC X(08) VALUE SPACES.
       01 WS-LH-PARENT-ID              PIC X(10) VALUE SPACES.
       01 WS-LH-PARENT-LOT             PIC X(10) VALUE SPACES.
       01 WS-LH-ID                     PIC X(10).
       01 WS-LH-LOC                    PIC X(04).
       01 WS-LH-LOT                    PIC X(10).
       01 WS-LH-QTY                    PIC 9(5).
       01 WS-KCL-COUNT                 PIC 9(03) VALUE 0.
       01 WS-KCL-IDX                   PIC 9(03).
       01 WS-KCL-TABLE.
           05 WS-KCL-ENTRY OCCURS 200 TIMES.
               10 WS-KCL-ID            PIC X(10).
               10 WS-KCL-LOC           PIC X(04).
               10 WS-KCL-LOT           PIC X(10).
               10 WS-KCL-QTY           PIC 9(5).
       01 WS-TRC-MODE                  PIC X(01).
       01 WS-TRC-ID                    PIC X(10).
       01 WS-TRC-LOT                   PIC X(10).
       01 WS-TRC-ORDER                 PIC 9(06).
       01 WS-TRC-EOF                   PIC X(01).
       01 WS-TRC-FOUND                 PIC X(01).
       01 WS-TRC-HITS                  PIC 9(05).
       01 WS-TRC-COUNT                 PIC 9(03).
       01 WS-TRC-IDX                   PIC 9(03).
       01 WS-TRC-SCAN                  PIC 9(03).
       01 WS-TRC-TABLE.
           05 WS-TRC-ENTRY OCCURS 100 TIMES.
               10 WS-TRC-Q-ID          PIC X(10).
               10 WS-TRC-Q-LOT         PIC X(10).
       01 WS-TRC-NEW-ID                PIC X(10).
       01 WS-TRC-NEW-LOT               PIC X(10).
       01 WS-BIN-CODE                  PIC X(08).
       01 WS-BIN-LOC                   PIC X(04).
       01 WS-BIN-LOT                   PIC X(10) VALUE SPACES.
       01 WS-BIN-QTY                   PIC 9(5).
       01 WS-BIN-TAKE                  PIC 9(5).
       01 WS-BIN-REMAINING             PIC 9(5).
       01 WS-BIN-EXPIRY                PIC X(08) VALUE SPACES.
       01 WS-BIN-SEQ                   PIC 9(05).
       01 WS-BIN-BEST-SEQ              PIC 9(05).
       01 WS-BIN-SUGGEST               PIC X(08).
       01 WS-BIN-ENTRY                 PIC X(08).
       01 WS-BIN-FROM                  PIC X(08).
       01 WS-BIN-TO                    PIC X(08).
       01 WS-BIN-FILTER                PIC X(08) VALUE SPACES.
       01 WS-BIN-MATCH-LOT             PIC X(01) VALUE 'N'.
       01 WS-BIN-MANAGED               PIC X(01).
       01 WS-BIN-ROOM                  PIC X(01).
       01 WS-BIN-OK                    PIC X(01).
       01 WS-BIN-EOF                   PIC X(01).
       01 WS-BIN-PICKING               PIC X(01) VALUE 'N'.
       01 WS-BIN-TODAY                 PIC X(08).
       01 WS-BIN-BINNED                PIC 9(07).
       01 WS-BIN-UNBINNED              PIC 9(07).
       01 WS-BIN-ROW-BEFORE            PIC 9(5).
       01 WS-BIN-ROW-AFTER             PIC 9(5).
       01 WS-BIN-LAST-LOC              PIC X(04).
       01 WS-BIN-ZONE                  PIC X(04).
       01 WS-BIN-WALK-SEQ              PIC 9(05).
       01 WS-BIN-CAPACITY              PIC 9(07).
       01 WS-BT-COUNT                  PIC 9(03) VALUE 0.
       01 WS-BT-IDX                    PIC 9(03).
       01 WS-BT-IDX2                   PIC 9(03).
       01 WS-BT-SWAP-FLAG              PIC X(01).
       01 WS-BIN-TABLE.
           05 WS-BT-ENTRY OCCURS 100 TIMES.
               10 WS-BT-LOT            PIC X(10).
               10 WS-BT-BIN            PIC X(08).
               10 WS-BT-SEQ            PIC 9(05).
               10 WS-BT-QTY            PIC 9(5).
       01 WS-BT-HOLD                   PIC X(28).
       01 WS-PRG-DAYS                  PIC 9(04) VALUE 90.
       01 WS-PRG-NEW-DAYS              PIC 9(04).
       01 WS-PRG-CONFIRM               PIC X(01).
       01 WS-PRG-DATE-NUM              PIC 9(08).
       01 WS-PRG-DATE-INT              PIC 9(07).
       01 WS-PRG-CUTOFF                PIC 9(08).
       01 WS-PRG-CUTOFF-X              PIC X(08).
       01 WS-PRG-TODAY                 PIC X(08).
       01 WS-PRG-STAMP                 PIC X(15).
       01 WS-PRG-KIND                  PIC X(06).
       01 WS-PRG-NUMBER                PIC 9(06).
       01 WS-PRG-LOW                   PIC 9(06).
       01 WS-PRG-HIGH                  PIC 9(06).
       01 WS-PRG-MOVED                 PIC 9(07).
       01 WS-PRG-KEPT-OPEN             PIC 9(07).
       01 WS-PRG-KEPT-RECENT           PIC 9(07).
       01 WS-PRG-KEPT-UNVOUCHED        PIC 9(07).
       01 WS-PRG-ARC-OPEN              PIC X(01) VALUE 'N'.
       01 WS-PRG-UNVOUCHED             PIC X(01).
       01 WS-PRG-VI-EOF                PIC X(01).
       01 WS-PRG-CAT-EOF               PIC X(01).
       01 WS-PRG-ARC-EOF               PIC X(01).
       01 WS-PRG-INQ-TYPE              PIC X(01).
       01 WS-PRG-INQ-NUMBER            PIC 9(06).
       01 WS-PRG-INQ-HITS              PIC 9(05).
       01 WS-ARC-NAME                  PIC X(40).
       01 WS-ARC-LINE.
           05 WS-ARC-TYPE              PIC X(06).
           05 WS-ARC-PURGE-DATE        PIC X(08).
           05 WS-ARC-IMAGE             PIC X(150).
           05 WS-ARC-ORDER REDEFINES WS-ARC-IMAGE.
               10 WS-AO-NUMBER         PIC 9(06).
               10 WS-AO-ID             PIC X(10).
               10 WS-AO-LOC            PIC X(04).
               10 WS-AO-CUSTOMER       PIC X(08).
               10 WS-AO-ORDERED        PIC 9(5).
               10 WS-AO-SHIPPED        PIC 9(5).
               10 WS-AO-STATUS         PIC X(07).
               10 WS-AO-DATE           PIC X(20).
               10 WS-AO-PRICE          PIC 9(5)V99.
               10 WS-AO-SOURCE         PIC X(01).
               10 FILLER               PIC X(77).
           05 WS-ARC-PO REDEFINES WS-ARC-IMAGE.
               10 WS-APO-NUMBER        PIC 9(06).
               10 WS-APO-ID            PIC X(10).
               10 WS-APO-LOC           PIC X(04).
               10 WS-APO-VENDOR        PIC X(06).
               10 WS-APO-VENDOR-NAME   PIC X(30).
               10 WS-APO-ITEM-NAME     PIC X(50).
               10 WS-APO-ORDERED       PIC 9(5).
               10 WS-APO-RECEIVED      PIC 9(5).
               10 WS-APO-STATUS        PIC X(07).
               10 WS-APO-DATE          PIC X(20).
               10 FILLER               PIC X(07).
       01 WS-SLS-POSTED-LINES          PIC 9(07) VALUE 0.
       01 WS-SLS-LINES-READ            PIC 9(07).
       01 WS-SLS-SALE-COUNT            PIC 9(07).
       01 WS-SLS-EOF                   PIC X(01).
       01 WS-SLS-REF                   PIC X(10).
       01 WS-SLS-TRAN-QTY              PIC 9(07).
       01 WS-SLS-UNIT-COST             PIC 9(5)V99.
       01 WS-SLS-COST-SOURCE           PIC X(06).
       01 WS-SLS-CATEGORY              PIC X(06).
       01 WS-SLS-TODAY                 PIC X(08).
       01 WS-SLS-REVENUE-TOTAL         PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SLS-COST-TOTAL            PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-TODAY.
           05 WS-SA-TODAY-YEAR         PIC 9(04).
           05 WS-SA-TODAY-MONTH        PIC 9(02).
           05 WS-SA-TODAY-DAY          PIC 9(02).
       01 WS-SA-BUILD-DATE.
           05 WS-SA-BUILD-YEAR         PIC 9(04).
           05 WS-SA-BUILD-MONTH        PIC 9(02).
           05 WS-SA-BUILD-DAY          PIC 9(02).
       01 WS-SA-PERIOD-TABLE.
           05 WS-SA-PERIOD OCCURS 4 TIMES.
               10 WS-SA-FROM           PIC X(08).
               10 WS-SA-TO             PIC X(08).
               10 WS-SA-LABEL          PIC X(06).
               10 WS-SA-HIT            PIC X(01).
               10 WS-SA-TOT-QTY        PIC S9(07)
                                         SIGN IS LEADING SEPARATE.
               10 WS-SA-TOT-REV        PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
               10 WS-SA-TOT-COST       PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-IDX                    PIC 9(02).
       01 WS-SA-TYPE                   PIC X(01).
       01 WS-SA-CODE                   PIC X(10).
       01 WS-SA-ACTIVE                 PIC X(01).
       01 WS-SA-EOF                    PIC X(01).
       01 WS-SA-TITLE                  PIC X(40).
       01 WS-SA-LINE-LABEL             PIC X(06).
       01 WS-SA-QTY                    PIC S9(07)
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-REV                    PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-COST                   PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-LY-REV                 PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-SHOW-CHG               PIC X(01).
       01 WS-SA-GM-PCT                 PIC S9(7)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-CHG-PCT                PIC S9(7)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-SA-CHG-TEXT               PIC X(10).
       01 WS-SA-GROUP-COUNT            PIC 9(05).
       01 WS-SA-INACT-MONTHS           PIC 9(02) VALUE 6.
       01 WS-SA-INACT-COUNT            PIC 9(05).
       01 WS-SA-MONTH-IDX              PIC 9(06).
       01 WS-SA-MONTH-REM              PIC 9(02).
       01 WS-SA-CUTOFF                 PIC X(08).
       01 WS-SA-LAST-SALE              PIC X(08).
       01 WS-SA-LIST                   PIC X(01).
       01 WS-SA-RANK-LIMIT             PIC 9(03) VALUE 10.
       01 WS-SA-RANK-COUNT             PIC 9(03).

       01 WS-FOUND-LEAD                PIC 9(03) VALUE 0.
       01 WS-RRL-COUNT                 PIC 9(04) VALUE 0.
       01 WS-SPL-LOT                   PIC X(10).
       01 WS-SPL-QTY                   PIC 9(5).
       01 WS-SPL-SHORT-QTY             PIC 9(5).
       01 WS-SPL-EXPIRY                PIC X(08).

       01 WS-RTN-ORDER                 PIC 9(06).
       01 WS-RTN-ID                    PIC X(10).
       01 WS-BATCH-MODE                PIC X(01) VALUE 'N'.

       01 WS-TRAN-TYPE                 PIC X(12).
       01 WS-TRAN-REF                  PIC X(10) VALUE SPACES.
       01 WS-QTY-BEFORE                PIC 9(5).
       01 WS-QTY-AFTER                 PIC 9(5).

       01 WS-PC-INVENTORY-ID            PIC X(10).
       01 WS-PC-LOCATION                PIC X(04).
       01 WS-PC-QTY-TEXT                PIC X(05).
       01 WS-PC-BIN                     PIC X(08) VALUE SPACES.
       01 WS-PC-TALLY                   PIC 9(02).
       01 WS-PC-VALID                   PIC X(01).
       01 WS-COUNTED-QTY                PIC 9(5).
       01 WS-ABC-RUNNING-PCT             PIC 9(03)V99.
       01 WS-ABC-CLASS                   PIC X(01).

       01 WS-AR-DOC-NUMBER               PIC 9(06) VALUE 0.
       01 WS-AR-POSTED-LINES             PIC 9(07) VALUE 0.
       01 WS-AR-LINES-READ               PIC 9(07) VALUE 0.
       01 WS-AR-EOF                      PIC X(01).
       01 WS-AR-PENDING                  PIC X(01).
       01 WS-AR-CUR-ORDER                PIC 9(06).
       01 WS-AR-CUR-CUSTOMER             PIC X(08).
       01 WS-AR-CUR-DATE                 PIC X(08).
       01 WS-AR-CUR-AMOUNT               PIC 9(9)V99.
       01 WS-AR-INV-COUNT                PIC 9(05) VALUE 0.
       01 WS-AR-INV-TOTAL                PIC 9(9)V99 VALUE 0.
       01 WS-AR-TERMS-DAYS               PIC 9(03).
       01 WS-AR-TERMS-TEXT               PIC X(10).
       01 WS-AR-IN-DIGITS                PIC X(01).
       01 WS-AR-CHR-IDX                  PIC 9(02).
       01 WS-AR-DIGIT                    PIC 9(01).
       01 WS-AR-DATE-NUM                 PIC 9(08).
       01 WS-AR-DATE-INT                 PIC 9(07).
       01 WS-AR-DUE-DATE                 PIC X(08).
       01 WS-AR-TODAY                    PIC X(08).
       01 WS-AR-CUST-BALANCE             PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-AR-APPLY                    PIC 9(9)V99.
       01 WS-AH-TYPE                     PIC X(06).
       01 WS-AH-AMOUNT                   PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-AH-DATE                     PIC X(08).
       01 WS-AH-REFERENCE                PIC X(12).
       01 WS-CR-CUSTOMER                 PIC X(08).
       01 WS-CR-REFERENCE                PIC X(12).
       01 WS-CR-AMOUNT                   PIC 9(9)V99.
       01 WS-CR-REMAINING                PIC 9(9)V99.
       01 WS-CR-ANSWER                   PIC X(01).
       01 WS-CR-PARTIAL                  PIC 9(9)V99.
       01 WS-CR-APPLIED-COUNT            PIC 9(03).
       01 WS-CM-UNIT-PRICE               PIC 9(5)V99.
       01 WS-CM-AMOUNT                   PIC 9(9)V99.
       01 WS-CM-REMAINING                PIC 9(9)V99.
       01 WS-ARA-TODAY-INT               PIC 9(07).
       01 WS-ARA-DUE-INT                 PIC 9(07).
       01 WS-ARA-DAYS                    PIC S9(05)
                                         SIGN IS LEADING SEPARATE.
       01 WS-ARA-BKT                     PIC 9(01).
       01 WS-ARA-IDX                     PIC 9(01).
       01 WS-ARA-LAST-CUSTOMER           PIC X(08).
       01 WS-ARA-CUST-COUNT              PIC 9(05) VALUE 0.
       01 WS-ARA-CUST-TOTAL              PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-ARA-GRAND-TOTAL             PIC S9(11)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-ARA-CUST-TABLE.
           05 WS-ARA-CUST-BKT            PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE
                                         OCCURS 5 TIMES.
       01 WS-ARA-GRAND-TABLE.
           05 WS-ARA-GRAND-BKT           PIC S9(11)V99
                                         SIGN IS LEADING SEPARATE
                                         OCCURS 5 TIMES.
       01 WS-ARA-DESC-V.
           05 FILLER                     PIC X(08) VALUE 'Current'.
           05 FILLER                     PIC X(08) VALUE '1-30'.
           05 FILLER                     PIC X(08) VALUE '31-60'.
           05 FILLER                     PIC X(08) VALUE '61-90'.
           05 FILLER                     PIC X(08) VALUE 'Over 90'.
       01 WS-ARA-DESC-LIST REDEFINES WS-ARA-DESC-V.
           05 WS-ARA-DESC                PIC X(08) OCCURS 5 TIMES.
       01 WS-STM-MONTH                   PIC X(06).
       01 WS-STM-MONTH-START             PIC X(08).
       01 WS-STM-MONTH-END               PIC X(08).
       01 WS-STM-CUSTOMER                PIC X(08).
       01 WS-STM-OPENING                 PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-STM-ACTIVITY                PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-STM-CLOSING                 PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-STM-LINE-COUNT              PIC 9(05).
       01 WS-STM-COUNT                   PIC 9(05) VALUE 0.
       01 WS-STM-ACT-COUNT               PIC 9(03).
       01 WS-STM-ACT-IDX                 PIC 9(03).
       01 WS-STM-ACT-TABLE.
           05 WS-STM-ACT-ENTRY OCCURS 200 TIMES.
               10 WS-STM-ACT-DATE        PIC X(08).
               10 WS-STM-ACT-DOC         PIC 9(06).
               10 WS-STM-ACT-TYPE        PIC X(06).
               10 WS-STM-ACT-AMOUNT      PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
               10 WS-STM-ACT-REF         PIC X(12).
       01 WS-STM-OVERFLOW-WARNED         PIC X(01) VALUE 'N'.

       01 WS-VI-VENDOR                   PIC X(06).
       01 WS-VI-INVOICE                  PIC X(12).
       01 WS-VI-DATE                     PIC X(08).
       01 WS-VI-PO                       PIC 9(06).
       01 WS-VI-ID                       PIC X(10).
       01 WS-VI-LOC                      PIC X(04).
       01 WS-VI-QTY                      PIC 9(5).
       01 WS-VI-COST                     PIC 9(5)V99.
       01 WS-VI-STATUS                   PIC X(07).
       01 WS-VI-REASON                   PIC X(30).
       01 WS-VI-RCV-QTY                  PIC 9(5).
       01 WS-VI-RCV-COST                 PIC 9(5)V99.
       01 WS-VI-COST-SOURCE              PIC X(08).
       01 WS-VI-PRIOR-QTY                PIC 9(07).
       01 WS-VI-RCV-REF                  PIC X(10).
       01 WS-VI-RCV-QTY-SUM              PIC 9(07).
       01 WS-VI-RCV-VALUE-SUM            PIC 9(11)V99.
       01 WS-VI-COST-DIFF                PIC 9(5)V99.
       01 WS-VI-COST-LIMIT               PIC 9(5)V99.
       01 WS-VI-DONE                     PIC X(01).
       01 WS-VI-FOUND                    PIC X(01).
       01 WS-VI-HDR-OK                   PIC X(01).
       01 WS-VI-EOF                      PIC X(01).
       01 WS-VI-TRAN-EOF                 PIC X(01).
       01 WS-VI-APPROVED                 PIC 9(05) VALUE 0.
       01 WS-VI-EXCEPTIONS               PIC 9(05) VALUE 0.
       01 WS-VI-REJECTS                  PIC 9(05) VALUE 0.
       01 WS-AP-TOL-AREA.
           05 WS-AP-TOLERANCE            PIC 9(3)V99 VALUE 2.00.
       01 WS-AP-NEW-TOLERANCE            PIC 9(3)V99.
       01 WS-VIL-HEADER.
           05 WS-VIL-H-TYPE              PIC X(01).
           05 WS-VIL-H-VENDOR            PIC X(06).
           05 WS-VIL-H-INVOICE           PIC X(12).
           05 WS-VIL-H-DATE              PIC X(08).
       01 WS-VIL-DETAIL.
           05 WS-VIL-D-TYPE              PIC X(01).
           05 WS-VIL-D-PO                PIC 9(06).
           05 WS-VIL-D-ID                PIC X(10).
           05 WS-VIL-D-LOC               PIC X(04).
           05 WS-VIL-D-QTY               PIC 9(05).
           05 WS-VIL-D-COST              PIC 9(5)V99.
       01 WS-VIL-TRAILER.
           05 WS-VIL-T-TYPE              PIC X(01).
           05 WS-VIL-T-COUNT             PIC 9(07).
           05 WS-VIL-T-QTY-HASH          PIC 9(10).
           05 WS-VIL-T-VALUE-HASH        PIC 9(13)V99.
       01 WS-VIX-COUNT                   PIC 9(03) VALUE 0.
       01 WS-VIX-IDX                     PIC 9(03).
       01 WS-VIX-OVERFLOW-WARNED         PIC X(01) VALUE 'N'.
       01 WS-VIX-TABLE.
           05 WS-VIX-KEY                 PIC X(38) OCCURS 500 TIMES.
       01 WS-VIH-COUNT                   PIC 9(03) VALUE 0.
       01 WS-VIH-IDX                     PIC 9(03).
       01 WS-VIH-HIT                     PIC X(01).
       01 WS-VIH-OVERFLOW-WARNED         PIC X(01) VALUE 'N'.
       01 WS-VIH-TABLE.
           05 WS-VIH-ENTRY OCCURS 500 TIMES.
               10 WS-VIH-VENDOR          PIC X(06).
               10 WS-VIH-INVOICE         PIC X(12).
       01 WS-APV-TODAY                   PIC X(08).
       01 WS-APV-CUR-VENDOR              PIC X(06).
       01 WS-APV-CUR-INVOICE             PIC X(12).
       01 WS-APV-CUR-DATE                PIC X(08).
       01 WS-APV-CUR-AMOUNT              PIC 9(9)V99.
       01 WS-APV-CUR-LINES               PIC 9(03).
       01 WS-APV-PENDING                 PIC X(01).
       01 WS-APV-COUNT                   PIC 9(07) VALUE 0.
       01 WS-APV-TOTAL                   PIC 9(13)V99 VALUE 0.
       01 WS-APV-LINE-PPV                PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-APV-PPV-NET                 PIC S9(11)V99
                                         SIGN IS LEADING SEPARATE.
       01 WS-APV-HEADER.
           05 WS-APV-H-TYPE              PIC X(01).
           05 WS-APV-H-DATE              PIC X(08).
           05 WS-APV-H-SOURCE            PIC X(20).
       01 WS-APV-DETAIL.
           05 WS-APV-D-TYPE              PIC X(01).
           05 WS-APV-D-VENDOR            PIC X(06).
           05 WS-APV-D-INVOICE           PIC X(12).
           05 WS-APV-D-INV-DATE          PIC X(08).
           05 WS-APV-D-DUE-DATE          PIC X(08).
           05 WS-APV-D-AMOUNT            PIC 9(9)V99.
           05 WS-APV-D-LINES             PIC 9(03).
       01 WS-APV-TRAILER.
           05 WS-APV-T-TYPE              PIC X(01).
           05 WS-APV-T-COUNT             PIC 9(07).
           05 WS-APV-T-TOTAL             PIC 9(13)V99.
       01 WS-CP-CUSTOMER                 PIC X(08).
       01 WS-CP-ITEM                     PIC X(10).
       01 WS-CP-QTY                      PIC 9(5).
       01 WS-CP-LIST-PRICE               PIC 9(5)V99.
       01 WS-CP-PRICE                    PIC 9(5)V99.
       01 WS-CP-TIER-PRICE               PIC 9(5)V99.
       01 WS-CP-SOURCE                   PIC X(01).
       01 WS-CP-REF                      PIC X(12).
       01 WS-CP-TODAY                    PIC X(08).
       01 WS-CP-EOF                      PIC X(01).
       01 WS-CP-FOUND                    PIC X(01).
       01 WS-CP-VALID                    PIC X(01).
       01 WS-CP-DONE                     PIC X(01).
       01 WS-CP-IDX                      PIC 9(01).
       01 WS-CP-EFFECTIVE                PIC X(08).
       01 WS-CP-EXPIRY                   PIC X(08).
       01 WS-CP-CONTRACT                 PIC X(12).
       01 WS-CP-TIER-TABLE.
           05 WS-CP-TIER OCCURS 5 TIMES.
               10 WS-CP-BREAK-QTY        PIC 9(5).
               10 WS-CP-BREAK-PRICE      PIC 9(5)V99.
       01 WS-CP-PRIOR-BREAK              PIC 9(5).
       01 WS-CP-DAYS                     PIC 9(04).
       01 WS-CP-DATE-NUM                 PIC 9(08).
       01 WS-CP-TODAY-INT                PIC 9(07).
       01 WS-CP-EXP-INT                  PIC 9(07).
       01 WS-CP-DAYS-LEFT                PIC S9(05)
                                         SIGN IS LEADING SEPARATE.
       01 WS-CP-EXP-COUNT                PIC 9(05).
       01 WS-XO-NUMBER                   PIC 9(06).
       01 WS-XO-SEQ                      PIC 9(03).
       01 WS-XO-LOT                      PIC X(10).
       01 WS-XO-EXPIRY                   PIC X(08).
       01 WS-XO-QTY                      PIC 9(5).
       01 WS-XO-RCV-QTY                  PIC 9(5).
       01 WS-XO-SHORT-QTY                PIC 9(5).
       01 WS-XO-EOF                      PIC X(01).
       01 WS-XO-FOUND-LINES              PIC 9(03).
       01 WS-XO-RECEIVED-LINES           PIC 9(03).
       01 WS-XO-SHORT-LINES              PIC 9(03).
       01 WS-XO-PENDING-LINES            PIC 9(03).
       01 WS-XO-TODAY                    PIC X(08).
       01 WS-XO-DATE-NUM                 PIC 9(08).
       01 WS-XO-TODAY-INT                PIC 9(07).
       01 WS-XO-SHIP-INT                 PIC 9(07).
       01 WS-XO-DAYS-OUT                 PIC 9(05).
       01 WS-XO-LINE-VALUE               PIC 9(9)V99.
       01 WS-XO-TRANSIT-QTY              PIC 9(07).
       01 WS-XO-TRANSIT-COST             PIC 9(10)V99.
       01 WS-XO-TRANSIT-RETAIL           PIC 9(10)V99.
       01 WS-XO-OPEN-COUNT               PIC 9(05).
       01 WS-ASN-MODE                    PIC X(01) VALUE 'N'.
       01 WS-ASN-VENDOR                  PIC X(06).
       01 WS-ASN-NUMBER                  PIC X(12).
       01 WS-ASN-SHIP-DATE               PIC X(08).
       01 WS-ASN-TODAY                   PIC X(08).
       01 WS-ASN-HDR-OK                  PIC X(01).
       01 WS-ASN-EOF                     PIC X(01).
       01 WS-ASN-ANSWER                  PIC X(01).
       01 WS-ASN-QTY                     PIC 9(5).
       01 WS-ASN-STAGED-QTY              PIC 9(07).
       01 WS-ASN-STAGED-COUNT            PIC 9(05).
       01 WS-ASN-REJECT-COUNT            PIC 9(05).
       01 WS-ASN-FOUND-LINES             PIC 9(05).
       01 WS-ASN-RCVD-LINES              PIC 9(05).
       01 WS-ASN-SKIPPED-LINES           PIC 9(05).
       01 WS-ASN-DAYS                    PIC 9(04).
       01 WS-ASN-DATE-NUM                PIC 9(08).
       01 WS-ASN-TODAY-INT               PIC 9(07).
       01 WS-ASN-SHIP-INT                PIC 9(07).
       01 WS-ASN-DAYS-OLD                PIC 9(05).
       01 WS-ASN-LIST-COUNT              PIC 9(05).
       01 WS-ASN-HEADER.
           05 WS-ASN-H-TYPE              PIC X(01).
           05 WS-ASN-H-VENDOR            PIC X(06).
           05 WS-ASN-H-NUMBER            PIC X(12).
           05 WS-ASN-H-DATE              PIC X(08).
       01 WS-ASN-DETAIL.
           05 WS-ASN-D-TYPE              PIC X(01).
           05 WS-ASN-D-PO                PIC 9(06).
           05 WS-ASN-D-ID                PIC X(10).
           05 WS-ASN-D-LOC               PIC X(04).
           05 WS-ASN-D-QTY               PIC 9(05).
           05 WS-ASN-D-LOT               PIC X(10).
           05 WS-ASN-D-EXPIRY            PIC X(08).
       01 WS-ASN-TRAILER.
           05 WS-ASN-T-TYPE              PIC X(01).
           05 WS-ASN-T-COUNT             PIC 9(07).
           05 WS-ASN-T-QTY-HASH          PIC 9(10).

       PROCEDURE DIVISION.
           OPEN I-O InventoryFile
           OPEN I-O VendorFile
           PERFORM OpenOrderFile
           PERFORM OpenPOFile
           PERFORM OpenControlFile
           PERFORM OpenARFile
           PERFORM OpenVendorInvoiceFile
           PERFORM OpenCustPriceFile
           PERFORM OpenTransferOrderFile
           PERFORM OpenASNStageFile
           PERFORM OpenBinMasterFile
           PERFORM OpenBinStockFile
           OPEN EXTEND AuditFile
           OPEN EXTEND TransactionFile
           OPEN EXTEND ReportOutFile
           OPEN EXTEND PriceHistoryFile
           OPEN EXTEND ARHistoryFile
           OPEN EXTEND LotHistoryFile
           OPEN EXTEND SalesHistoryFile
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE (1:5) = 'BATCH'
               PERFORM RunBatchMode
                   DISPLAY '40. Lot Balance Reconciliation'
                   DISPLAY '41. End-of-Day Close'
                   DISPLAY '42. Restore Master Files From Backup'
                   DISPLAY '43. Post Invoices to Receivables'
                   DISPLAY '44. Enter Cash Receipts'
                   DISPLAY '45. Customer Aging Report'
                   DISPLAY '46. Customer Statements'
                   DISPLAY '47. Enter Vendor Invoice'
                   DISPLAY '48. Load Vendor Invoice File'
                   DISPLAY '49. Vendor Invoice Exceptions'
                   DISPLAY '50. AP Voucher Extract'
                   DISPLAY '51. Maintain AP Match Tolerance'
                   DISPLAY '52. Maintain Customer Contract Pricing'
                   DISPLAY '53. Contract Price Expiry Report'
                   DISPLAY '54. Receive Transfer Order'
                   DISPLAY '55. Open In-Transit Report'
                   DISPLAY '56. Load Vendor Ship Notices'
                   DISPLAY '57. Receive Against Ship Notice'
                   DISPLAY '58. Unconfirmed Ship Notice Report'
                   DISPLAY '59. Release or Reject Held Lots'
                   DISPLAY '60. Available Versus Held Stock Report'
                   DISPLAY '61. Lot Trace and Recall Inquiry'
                   DISPLAY '62. Maintain Bin Master'
                   DISPLAY '63. Move Stock Between Bins'
                   DISPLAY '64. Bin Stock Inquiry'
                   DISPLAY '65. Archive and Purge Order History'
                   DISPLAY '66. Archived Order and PO Inquiry'
                   DISPLAY '67. Build Sales History'
                   DISPLAY '68. Sales Analysis Report'
                   DISPLAY '30. Exit'
                   ACCEPT WS-OPTION
                   PERFORM ProcessOption
           CLOSE TransactionFile
           CLOSE ReportOutFile
           CLOSE PriceHistoryFile
           CLOSE ARFile
           CLOSE ARHistoryFile
           CLOSE LotHistoryFile
           CLOSE SalesHistoryFile
           CLOSE VendorInvoiceFile
           CLOSE CustPriceFile
           CLOSE TransferOrderFile
           CLOSE ASNStageFile
           CLOSE BinMasterFile
           CLOSE BinStockFile
           STOP RUN.

       ProcessOption SECTION.
                       DISPLAY
                         'Operator Not Authorized for This Action'
                   END-IF
               WHEN 43
                   PERFORM PostInvoicesToReceivables
               WHEN 44
                   PERFORM EnterCashReceipts
               WHEN 45
                   PERFORM CustomerAgingReport
               WHEN 46
                   PERFORM CustomerStatements
               WHEN 47
                   PERFORM EnterVendorInvoice
               WHEN 48
                   PERFORM LoadVendorInvoiceFile
               WHEN 49
                   PERFORM VendorInvoiceExceptions
               WHEN 50
                   PERFORM APVoucherExtract
               WHEN 51
                   IF WS-AUTHORIZED = 'Y'
                       PERFORM MaintainAPTolerance
                   ELSE
                       DISPLAY
                         'Operator Not Authorized for This Action'
                   END-IF
               WHEN 52
                   IF WS-AUTHORIZED = 'Y'
                       PERFORM MaintainCustomerPricing
                   ELSE
                       DISPLAY
                         'Operator Not Authorized for This Action'
                   END-IF
               WHEN 53
                   PERFORM ContractPriceExpiryReport
               WHEN 54
                   PERFORM ReceiveTransferOrder
               WHEN 55
                   PERFORM OpenInTransitReport
               WHEN 56
                   PERFORM LoadShipNotices
               WHEN 57
                   PERFORM ReceiveAgainstShipNotice
               WHEN 58
                   PERFORM UnconfirmedShipNoticeReport
               WHEN 59
                   IF WS-AUTHORIZED = 'Y'
                       PERFORM MaintainLotQualityStatus
                   ELSE
                       DISPLAY
                         'Operator Not Authorized for This Action'
                   END-IF
               WHEN 60
                   PERFORM AvailableHeldStockReport
               WHEN 61
                   PERFORM LotTraceInquiry
               WHEN 62
                   PERFORM MaintainBinMaster
               WHEN 63
                   PERFORM MoveStockBetweenBins
               WHEN 64
                   PERFORM BinStockInquiry
               WHEN 65
                   IF WS-BATCH-MODE = 'Y' OR WS-AUTHORIZED = 'Y'
                       PERFORM PurgeOrderHistory
                   ELSE
                       DISPLAY
                         'Operator Not Authorized for This Action'
                   END-IF
               WHEN 66
                   PERFORM ArchivedOrderInquiry
               WHEN 67
                   PERFORM BuildSalesHistory
               WHEN 68
                   PERFORM SalesAnalysisReport
               WHEN 30
                   MOVE 'Y' TO WS-EOF
               WHEN OTHER
                               OR WS-OPTION = 27 OR WS-OPTION = 28
                               OR WS-OPTION = 30 OR WS-OPTION = 32
                               OR WS-OPTION = 38 OR WS-OPTION = 40
                               OR WS-OPTION = 41 OR WS-OPTION = 43
                               OR WS-OPTION = 45 OR WS-OPTION = 46
                               OR WS-OPTION = 48 OR WS-OPTION = 49
                               OR WS-OPTION = 50 OR WS-OPTION = 53
                               OR WS-OPTION = 55 OR WS-OPTION = 56
                               OR WS-OPTION = 58 OR WS-OPTION = 60
                               OR WS-OPTION = 65 OR WS-OPTION = 67
                               OR WS-OPTION = 68
                           PERFORM ProcessOption
                       ELSE
                           DISPLAY
               AT END MOVE 'Y' TO WS-SUB-EOF
               NOT AT END
                   MOVE SPACES TO WS-PC-INVENTORY-ID WS-PC-LOCATION
                   MOVE SPACES TO WS-PC-QTY-TEXT WS-PC-BIN
                   MOVE 0 TO WS-PC-TALLY
                   MOVE 'Y' TO WS-PC-VALID
                   UNSTRING PhysicalCountData DELIMITED BY SPACE
                       INTO WS-PC-INVENTORY-ID
                            WS-PC-LOCATION
                            WS-PC-QTY-TEXT
                            WS-PC-BIN
                       TALLYING IN WS-PC-TALLY
                   IF WS-PC-TALLY < 3
                       MOVE 'N' TO WS-PC-VALID
                               DISPLAY 'Item Not On File: '
                                   WS-PC-INVENTORY-ID
                           NOT INVALID KEY
                               IF WS-PC-BIN = SPACES
                                   PERFORM ReportPhysicalCountVariance
                               ELSE
                                   PERFORM ReportBinCountVariance
                               END-IF
                       END-READ
                   END-IF
           END-READ
           DISPLAY '  in Line With the Physical Count? (Y/N):'
           ACCEPT WS-ADJ-CONFIRM
           IF WS-ADJ-CONFIRM = 'Y' OR WS-ADJ-CONFIRM = 'y'
               IF WS-PC-BIN = SPACES
                   PERFORM PostCycleCountAdjustment
               ELSE
                   PERFORM PostBinCountAdjustment
               END-IF
           ELSE
               DISPLAY 'Adjustment Not Posted'
           END-IF
           COMPUTE TranQtyDelta = WS-QTY-AFTER - WS-QTY-BEFORE
           MOVE FUNCTION CURRENT-DATE TO TranDate
           MOVE WS-TRAN-COST TO TranUnitCost
           MOVE WS-TRAN-REF TO TranReference
           WRITE TransactionRecord
           MOVE SPACES TO WS-TRAN-REF
           PERFORM UpdateTranControlTotal
           EXIT.

           PERFORM EnsureControlRecord
           MOVE 'TRANTOTL' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'ARFILE' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'APFILE' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'APTOLER' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'XFERFILE' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'PURGEDAY' TO ControlKey
           PERFORM EnsureControlRecord
           MOVE 'SALESHST' TO ControlKey
           PERFORM EnsureControlRecord
           EXIT.

       OpenARFile SECTION.
           OPEN I-O ARFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ARFile
               CLOSE ARFile
               OPEN I-O ARFile
           END-IF
           EXIT.

       OpenVendorInvoiceFile SECTION.
           OPEN I-O VendorInvoiceFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT VendorInvoiceFile
               CLOSE VendorInvoiceFile
               OPEN I-O VendorInvoiceFile
           END-IF
           EXIT.

       OpenCustPriceFile SECTION.
           OPEN I-O CustPriceFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT CustPriceFile
               CLOSE CustPriceFile
               OPEN I-O CustPriceFile
           END-IF
           EXIT.

       OpenTransferOrderFile SECTION.
           OPEN I-O TransferOrderFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT TransferOrderFile
               CLOSE TransferOrderFile
               OPEN I-O TransferOrderFile
           END-IF
           EXIT.

       OpenASNStageFile SECTION.
           OPEN I-O ASNStageFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT ASNStageFile
               CLOSE ASNStageFile
               OPEN I-O ASNStageFile
           END-IF
           EXIT.

       OpenBinMasterFile SECTION.
           OPEN I-O BinMasterFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT BinMasterFile
               CLOSE BinMasterFile
               OPEN I-O BinMasterFile
           END-IF
           EXIT.

       OpenBinStockFile SECTION.
           OPEN I-O BinStockFile
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT BinStockFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
           END-IF
           EXIT.

       EnsureControlRecord SECTION.
                           DISPLAY 'Location: ' LocationCode
                           DISPLAY 'Name: ' ItemName
                           DISPLAY 'Quantity: ' QuantityOnHand
                           PERFORM ComputeLotHoldQty
                           DISPLAY 'Available: ' WS-QC-AVAIL-QTY
                               ' Held: ' WS-QC-HELD-QTY
                               ' Expired: ' WS-QC-EXPIRED-QTY
                           DISPLAY 'Reorder Level: ' ReorderLevel
                           DISPLAY 'Price: ' Price
                           DISPLAY 'Last Updated: '
                   MOVE QuantityOnHand TO WS-QTY-BEFORE
                   DELETE InventoryFile
                   PERFORM PurgeLots
                   PERFORM PurgeBinStock
                   MOVE 'Deleted Item ' TO WS-UPDATE-LOG
                   STRING InventoryID DELIMITED BY SPACE
                          LocationCode DELIMITED BY SPACE
               ACCEPT WS-IV-PREF
               DISPLAY 'Enter Unit Cost:'
               ACCEPT WS-IV-COST
               DISPLAY 'Incoming Inspection Required? (Y/N):'
               ACCEPT WS-IV-INSPECT
               IF WS-IV-INSPECT = 'y'
                   MOVE 'Y' TO WS-IV-INSPECT
               END-IF
               IF WS-IV-INSPECT NOT = 'Y'
                   MOVE 'N' TO WS-IV-INSPECT
               END-IF
               MOVE WS-IV-ID TO IVInventoryID
               MOVE WS-IV-VENDOR TO IVVendorCode
               READ ItemVendorFile WITH LOCK
                       MOVE WS-IV-VENDOR TO IVVendorCode
                       MOVE WS-IV-PREF TO IVPreferredFlag
                       MOVE WS-IV-COST TO IVUnitCost
                       MOVE WS-IV-INSPECT TO IVInspectFlag
                       WRITE ItemVendorRecord
                       DISPLAY 'Item Vendor Link Recorded'
                   NOT INVALID KEY
                       MOVE WS-IV-PREF TO IVPreferredFlag
                       MOVE WS-IV-COST TO IVUnitCost
                       MOVE WS-IV-INSPECT TO IVInspectFlag
                       REWRITE ItemVendorRecord
                       DISPLAY 'Item Vendor Link Updated'
               END-READ
               DISPLAY 'Enter Expiry Date (YYYYMMDD):'
               ACCEPT WS-LOT-EXPIRY
               PERFORM RecordLotReceipt
           ELSE
               IF WS-QC-HOLD-STATUS NOT = SPACES
                   PERFORM RecordHeldLotReceipt
               END-IF
           END-IF
           EXIT.

                   MOVE WS-LOT-NUMBER TO LotNumber
                   MOVE WS-LOT-EXPIRY TO LotExpiryDate
                   MOVE WS-LOT-QTY TO LotQuantity
                   MOVE 'AVAILABLE' TO LotStatus
                   MOVE SPACES TO LotHoldReason
                   MOVE SPACES TO LotHoldOperator
                   MOVE SPACES TO LotHoldDate
                   IF WS-QC-HOLD-STATUS NOT = SPACES
                       PERFORM PlaceLotOnHold
                   END-IF
                   WRITE LotRecord
                   DISPLAY 'Lot Recorded: ' WS-LOT-NUMBER
               NOT INVALID KEY
                           ' - Keeping: ' LotExpiryDate
                   END-IF
                   ADD WS-LOT-QTY TO LotQuantity
                   IF WS-QC-HOLD-STATUS NOT = SPACES AND
                      (LotStatus = SPACES OR LotStatus = 'AVAILABLE')
                       PERFORM PlaceLotOnHold
                   END-IF
                   REWRITE LotRecord
                   DISPLAY 'Lot Updated: ' WS-LOT-NUMBER
           END-READ
           IF LotStatus NOT = SPACES AND LotStatus NOT = 'AVAILABLE'
               DISPLAY 'Lot On Hold - Status: ' LotStatus
           END-IF
           MOVE InventoryID TO WS-LH-ID
           MOVE LocationCode TO WS-LH-LOC
           MOVE WS-LOT-NUMBER TO WS-LH-LOT
           MOVE WS-LOT-QTY TO WS-LH-QTY
           MOVE 'RECEIPT' TO WS-LH-DEFAULT-TYPE
           PERFORM WriteLotHistory
           EXIT.

       PlaceLotOnHold SECTION.
           MOVE WS-QC-HOLD-STATUS TO LotStatus
           MOVE WS-QC-HOLD-REASON TO LotHoldReason
           MOVE WS-OPERATOR-ID TO LotHoldOperator
           MOVE FUNCTION CURRENT-DATE TO LotHoldDate
           EXIT.

       RecordHeldLotReceipt SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-QC-TODAY
           MOVE SPACES TO WS-LOT-NUMBER
           STRING 'QC' DELIMITED BY SIZE
                  WS-QC-TODAY (3:6) DELIMITED BY SIZE
                  INTO WS-LOT-NUMBER
           MOVE '99991231' TO WS-LOT-EXPIRY
           PERFORM RecordLotReceipt
           DISPLAY 'Held Stock Recorded Under Lot: ' WS-LOT-NUMBER
           EXIT.

       LoadLotTable SECTION.
                              LotLocationCode NOT = LocationCode
                               MOVE 'Y' TO WS-LOT-EOF
                           ELSE
                               MOVE 'Y' TO WS-QC-USABLE
                               IF WS-LT-ALL-LOTS = 'N'
                                   PERFORM CheckLotUsable
                               END-IF
                               IF WS-QC-USABLE = 'Y'
                                   PERFORM AddLotTableEntry
                               END-IF
                           END-IF
                   END-READ
           END-IF
           EXIT.

       AddLotTableEntry SECTION.
           IF WS-LT-COUNT < 200
               ADD 1 TO WS-LT-COUNT
               MOVE LotNumber TO WS-LT-NUMBER (WS-LT-COUNT)
               MOVE LotExpiryDate TO WS-LT-EXPIRY (WS-LT-COUNT)
               MOVE LotQuantity TO WS-LT-QTY (WS-LT-COUNT)
           ELSE
               DISPLAY 'Lot Table Full - Remaining Lots Skipped'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           EXIT.

       SortLotTableByExpiry SECTION.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               DISPLAY 'Warning - Lot Quantities Short By: '
                   WS-DRAW-REMAINING
           END-IF
           IF WS-DRAW-REMAINING > 0
               MOVE SPACES TO WS-BIN-LOT
               MOVE SPACES TO WS-BIN-EXPIRY
               MOVE WS-DRAW-REMAINING TO WS-BIN-QTY
               PERFORM RelieveBinStock
           END-IF
           EXIT.

       DrawFromOneLot SECTION.
                   DISPLAY 'Pick Lot: ' WS-LT-NUMBER (WS-LT-IDX)
                       ' Expiry: ' WS-LT-EXPIRY (WS-LT-IDX)
                       ' Qty: ' WS-LOT-QTY
                   MOVE WS-LT-NUMBER (WS-LT-IDX) TO WS-LH-LOT
                   MOVE WS-LOT-QTY TO WS-LH-QTY
                   PERFORM RecordLotDrawHistory
                   MOVE WS-LT-NUMBER (WS-LT-IDX) TO WS-BIN-LOT
                   MOVE WS-LT-EXPIRY (WS-LT-IDX) TO WS-BIN-EXPIRY
                   MOVE WS-LOT-QTY TO WS-BIN-QTY
                   PERFORM RelieveBinStock
           END-READ
           EXIT.

       PurgeLots SECTION.
           MOVE 'Y' TO WS-LT-ALL-LOTS
           PERFORM LoadLotTable
           MOVE 'N' TO WS-LT-ALL-LOTS
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE InventoryID TO LotInventoryID
                                       ' Component Issue Failed'
                                   DISPLAY 'Kit Not Receipted -'
                                       ' Review Issued Components'
                                   MOVE WS-BOM-PARENT TO
                                       WS-LH-PARENT-ID
                                   PERFORM WriteKitComponentHistory
                               ELSE
                                   PERFORM ReceiptFinishedKit
                               END-IF
                           WS-BOM-COMP-ID (WS-BOM-IDX)
                           ' At: ' WS-BLD-LOCATION
                   NOT INVALID KEY
                       PERFORM ComputeLotHoldQty
                       IF WS-QC-AVAIL-QTY < WS-BLD-REQUIRED
                           MOVE 'Y' TO WS-BLD-SHORT
                           DISPLAY 'Component Short: '
                               InventoryID
                               ' Need: ' WS-BLD-REQUIRED
                               ' Available: ' WS-QC-AVAIL-QTY
                       END-IF
               END-READ
           END-PERFORM
       IssueKitComponents SECTION.
           MOVE 0 TO WS-BLD-TOTAL-COST
           MOVE 'N' TO WS-BLD-FAILED
           MOVE 0 TO WS-KCL-COUNT
           MOVE 'KIT-ISSU' TO WS-LH-TYPE
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
                       OR WS-BLD-FAILED = 'Y'
               PERFORM IssueOneKitComponent
           END-PERFORM
           PERFORM ClearLotHistoryContext
           EXIT.

       IssueOneKitComponent SECTION.
                   DISPLAY 'Component Not On File: '
                       WS-BOM-COMP-ID (WS-BOM-IDX)
               NOT INVALID KEY
                   PERFORM ComputeLotHoldQty
                   IF WS-QC-AVAIL-QTY < WS-BLD-REQUIRED
                       MOVE 'Y' TO WS-BLD-FAILED
                       DISPLAY 'Component Short At Issue: '
                           InventoryID
                   MOVE WS-BLD-UNIT-COST TO WS-TRAN-COST
                   PERFORM PostTransaction
                   MOVE WS-BLD-QTY TO WS-LOT-QTY
                   MOVE 'KIT-BLD' TO WS-LH-TYPE
                   PERFORM PromptLotReceipt
                   IF WS-LOT-NUMBER = SPACES AND WS-KCL-COUNT > 0
                       PERFORM RecordKitLotReceipt
                   END-IF
                   MOVE WS-LOT-NUMBER TO WS-BIN-LOT
                   MOVE WS-BLD-QTY TO WS-BIN-QTY
                   PERFORM PutawayReceipt
                   PERFORM ClearLotHistoryContext
                   MOVE WS-BOM-PARENT TO WS-LH-PARENT-ID
                   MOVE WS-LOT-NUMBER TO WS-LH-PARENT-LOT
                   PERFORM WriteKitComponentHistory
                   MOVE 'Built Kit ' TO WS-UPDATE-LOG
                   STRING InventoryID DELIMITED BY SPACE
                          WS-BLD-LOCATION DELIMITED BY SPACE
           ACCEPT WS-TO-LOCATION
           DISPLAY 'Enter Quantity to Transfer:'
           ACCEPT WS-TRANSFER-QTY
           MOVE 'XFERFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM ExecuteStockTransfer
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       ExecuteStockTransfer SECTION.
           MOVE 'N' TO WS-PST-OK
           IF WS-FROM-LOCATION = WS-TO-LOCATION
               DISPLAY 'From and To Locations Must Differ'
           ELSE
           MOVE WS-FROM-LOCATION TO LocationCode
           READ InventoryFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Source Item/Location Not Found'
               NOT INVALID KEY
                   PERFORM ComputeLotHoldQty
                   IF WS-QC-AVAIL-QTY < WS-TRANSFER-QTY
                       DISPLAY 'Insufficient Available Quantity'
                           ' at Source: ' WS-QC-AVAIL-QTY
                   ELSE
                       PERFORM NextTransferOrderNumber
                       MOVE QuantityOnHand TO WS-QTY-BEFORE
                       SUBTRACT WS-TRANSFER-QTY FROM
                           QuantityOnHand
                       MOVE QuantityOnHand TO WS-QTY-AFTER
                       MOVE 'TRANSFER-OUT' TO WS-TRAN-TYPE
                       MOVE UnitCost TO WS-TRAN-COST
                       MOVE SPACES TO WS-TRAN-REF
                       STRING 'XO' DELIMITED BY SIZE
                              WS-XO-NUMBER DELIMITED BY SIZE
                              INTO WS-TRAN-REF
                       PERFORM PostTransaction
                       MOVE WS-TRANSFER-QTY TO WS-DRAW-QTY
                       MOVE 'XFER-OUT' TO WS-LH-TYPE
                       MOVE WS-XO-NUMBER TO WS-LH-DOC
                       MOVE WS-TO-LOCATION TO WS-LH-PARTNER
                       PERFORM DrawDownLots
                       PERFORM ClearLotHistoryContext
                       PERFORM WriteTransferOrderLines
                       PERFORM SaveTransferNumberHighWater
                       MOVE 'Shipped Transfer Order '
                           TO WS-UPDATE-LOG
                       STRING WS-XO-NUMBER DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              InventoryID DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-FROM-LOCATION
                                  DELIMITED BY SPACE
                              '>' DELIMITED BY SIZE
                              WS-TO-LOCATION
                                  DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-TRANSFER-QTY
                                  DELIMITED BY SIZE
                              ' Operator: ' DELIMITED BY SIZE
                              WS-OPERATOR-ID DELIMITED BY SPACE
                              INTO WS-UPDATE-LOG
                       WRITE AuditRecord FROM WS-UPDATE-LOG
                       MOVE 'Y' TO WS-PST-OK
                       DISPLAY 'Transfer Order ' WS-XO-NUMBER
                           ' Shipped - Stock Now In Transit'
                   END-IF
           END-READ
           PERFORM CheckRecordLock
           UNLOCK InventoryFile
           END-IF
           EXIT.

       NextTransferOrderNumber SECTION.
           MOVE 0 TO WS-XO-NUMBER
           MOVE 'XFERFILE' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ControlData (1:6) IS NUMERIC
                       MOVE ControlData (1:6) TO WS-XO-NUMBER
                   END-IF
           END-READ
           ADD 1 TO WS-XO-NUMBER
           EXIT.

       SaveTransferNumberHighWater SECTION.
           MOVE 'XFERFILE' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-XO-NUMBER TO ControlData (1:6)
                   REWRITE ControlRecord
           END-READ
           EXIT.

       WriteTransferOrderLines SECTION.
           MOVE 0 TO WS-XO-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-XO-TODAY
           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
               MOVE WS-DRAW-NUMBER (WS-DRAW-IDX) TO WS-XO-LOT
               MOVE WS-DRAW-EXPIRY (WS-DRAW-IDX) TO WS-XO-EXPIRY
               MOVE WS-DRAW-TAKEN (WS-DRAW-IDX) TO WS-XO-QTY
               PERFORM WriteOneTransferLine
           END-PERFORM
           IF WS-DRAW-REMAINING > 0
               MOVE SPACES TO WS-XO-LOT
               MOVE SPACES TO WS-XO-EXPIRY
               MOVE WS-DRAW-REMAINING TO WS-XO-QTY
               PERFORM WriteOneTransferLine
           END-IF
           EXIT.

       WriteOneTransferLine SECTION.
           ADD 1 TO WS-XO-SEQ
           MOVE WS-XO-NUMBER TO XONumber
           MOVE WS-XO-SEQ TO XOSeq
           MOVE InventoryID TO XOInventoryID
           MOVE WS-FROM-LOCATION TO XOFromLocation
           MOVE WS-TO-LOCATION TO XOToLocation
           MOVE WS-XO-LOT TO XOLotNumber
           MOVE WS-XO-EXPIRY TO XOLotExpiry
           MOVE WS-XO-QTY TO XOShippedQty
           MOVE 0 TO XOReceivedQty
           MOVE 0 TO XOShortQty
           MOVE WS-XFER-COST TO XOUnitCost
           MOVE WS-XO-TODAY TO XOShipDate
           MOVE SPACES TO XOReceiveDate
           MOVE 'INTRANS' TO XOStatus
           MOVE WS-OPERATOR-ID TO XOShipOperator
           MOVE SPACES TO XORecvOperator
           WRITE TransferOrderRecord
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'Transfer Order Line Not Written - File'
                   ' Status: ' WS-FILE-STATUS
           END-IF
           EXIT.

       ReceiveAtDestination SECTION.
               MOVE 'Y' TO WS-DEST-LOCKED
               DISPLAY 'Destination Record In Use By Another'
                   ' Operator'
               DISPLAY 'Line Left In Transit - Receive It Again'
                   ' Later'
           ELSE
           IF WS-DEST-FOUND = 'Y'
               MOVE QuantityOnHand TO WS-QTY-BEFORE
               MOVE FUNCTION CURRENT-DATE TO LastUpdatedDate
               REWRITE InventoryRecord
           ELSE
               MOVE WS-FROM-LOCATION TO LocationCode
               READ InventoryFile
                   INVALID KEY
                       MOVE SPACES TO ItemName
                       MOVE 0 TO ReorderLevel
                       MOVE 0 TO Price
                       MOVE SPACES TO CategoryCode
                       MOVE SPACES TO UnitOfMeasure
               END-READ
               MOVE WS-TO-LOCATION TO LocationCode
               MOVE 0 TO WS-QTY-BEFORE
               MOVE WS-TRANSFER-QTY TO QuantityOnHand
               MOVE WS-XFER-COST TO UnitCost
               READ InventoryFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM ComputeLotHoldQty
                       IF WS-QC-AVAIL-QTY < ReorderLevel
                           PERFORM BuildReorderLine
                       END-IF
               END-READ

       BuildReorderLine SECTION.
           PERFORM ComputePOOutstanding
           IF WS-QC-AVAIL-QTY + WS-PO-OUTSTANDING >= ReorderLevel
               DISPLAY 'On Order Covers Shortfall: ' InventoryID
                   ' ' LocationCode
           ELSE
               DISPLAY 'Location: ' LocationCode
               DISPLAY 'Name: ' ItemName
               DISPLAY 'Quantity on Hand: ' QuantityOnHand
               DISPLAY 'Available: ' WS-QC-AVAIL-QTY
               DISPLAY 'Reorder Level: ' ReorderLevel
               DISPLAY 'On Order: ' WS-PO-OUTSTANDING
               DISPLAY '-----------------------'
               COMPUTE WS-SUGGESTED-QTY =
                   ReorderLevel - WS-QC-AVAIL-QTY -
                   WS-PO-OUTSTANDING
               PERFORM FindPreferredVendor
               ADD 1 TO WS-PO-NUMBER
                          LocationCode DELIMITED BY SPACE
                          ' Qty: ' DELIMITED BY SIZE
                          QuantityOnHand DELIMITED BY SIZE
                          ' Avail: ' DELIMITED BY SIZE
                          WS-QC-AVAIL-QTY DELIMITED BY SIZE
                          ' Reorder: ' DELIMITED BY SIZE
                          ReorderLevel DELIMITED BY SIZE
                          ' Order: ' DELIMITED BY SIZE
                   MOVE QuantityOnHand TO WS-QTY-AFTER
                   MOVE 'RECEIPT' TO WS-TRAN-TYPE
                   MOVE WS-RCV-COST TO WS-TRAN-COST
                   MOVE SPACES TO WS-TRAN-REF
                   STRING 'PO' DELIMITED BY SIZE
                          POOrderNumber DELIMITED BY SIZE
                          INTO WS-TRAN-REF
                   PERFORM PostTransaction
                   MOVE WS-RCV-QTY TO WS-LOT-QTY
                   PERFORM CheckIncomingInspection
                   MOVE 'RECEIPT' TO WS-LH-TYPE
                   MOVE POOrderNumber TO WS-LH-DOC
                   MOVE POVendorCode TO WS-LH-PARTNER
                   IF WS-ASN-MODE = 'Y'
                       IF WS-LOT-NUMBER NOT = SPACES
                           PERFORM RecordLotReceipt
                       ELSE
                           IF WS-QC-HOLD-STATUS NOT = SPACES
                               PERFORM RecordHeldLotReceipt
                           END-IF
                       END-IF
                   ELSE
                       IF WS-SCN-MODE = 'Y'
                           PERFORM RecordScannerLot
                       ELSE
                           PERFORM PromptLotReceipt
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-QC-HOLD-STATUS
                   MOVE SPACES TO WS-QC-HOLD-REASON
                   PERFORM ClearLotHistoryContext
                   MOVE WS-LOT-NUMBER TO WS-BIN-LOT
                   MOVE WS-RCV-QTY TO WS-BIN-QTY
                   PERFORM PutawayReceipt
                   ADD WS-RCV-QTY TO POReceivedQty
                   IF POReceivedQty >= POOrderQty
                       MOVE 'CLOSED' TO POStatus
           MOVE WS-OSQ-SHIPPED TO OrdShippedQty
           MOVE WS-OSQ-STATUS TO OrdStatus
           MOVE WS-OSQ-DATE TO OrdOrderDate
           MOVE WS-OSQ-CUSTOMER TO WS-CP-CUSTOMER
           MOVE WS-OSQ-ID TO WS-CP-ITEM
           MOVE WS-OSQ-ORDERED TO WS-CP-QTY
           MOVE 0 TO WS-CP-LIST-PRICE
           MOVE WS-OSQ-ID TO InventoryID
           MOVE WS-OSQ-LOC TO LocationCode
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Price TO WS-CP-LIST-PRICE
           END-READ
           PERFORM ResolveContractPrice
           MOVE WS-CP-PRICE TO OrdUnitPrice
           MOVE WS-CP-SOURCE TO OrdPriceSource
           WRITE OrdersRecord
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-CVT-COUNT
               PERFORM ComputeCustomerOpenValue
               DISPLAY 'Customer: ' CustName
               DISPLAY 'Credit Limit: ' CustCreditLimit
                   ' Open Exposure: ' WS-ORD-OPEN-VALUE
               DISPLAY 'Unpaid Receivables: ' WS-AR-CUST-BALANCE
               MOVE 0 TO WS-ORD-NEW-VALUE
               MOVE 0 TO WS-ORD-LINE-COUNT
               MOVE 'N' TO WS-ORD-DONE
                   END-READ
               END-PERFORM
           END-IF
           PERFORM ComputeCustomerARBalance
           IF WS-AR-CUST-BALANCE > 0
               ADD WS-AR-CUST-BALANCE TO WS-ORD-OPEN-VALUE
           END-IF
           EXIT.

       AddOpenLineValue SECTION.
           COMPUTE WS-ORD-OUTSTANDING =
               OrdOrderedQty - OrdShippedQty
           IF OrdPriceSource = 'C' OR OrdPriceSource = 'L'
               COMPUTE WS-ORD-OPEN-VALUE =
                   WS-ORD-OPEN-VALUE +
                   (WS-ORD-OUTSTANDING * OrdUnitPrice)
           ELSE
               MOVE OrdInventoryID TO InventoryID
               MOVE OrdLocationCode TO LocationCode
               READ InventoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ORD-OPEN-VALUE =
                           WS-ORD-OPEN-VALUE +
                           (WS-ORD-OUTSTANDING * Price)
               END-READ
           END-IF
           EXIT.

       EnterOrderLine SECTION.
                   DISPLAY 'Item/Location Not On File: '
                       WS-ORD-LINE-ID ' ' WS-ORD-LINE-LOC
               NOT INVALID KEY
                   MOVE WS-ORD-CUSTOMER TO WS-CP-CUSTOMER
                   MOVE WS-ORD-LINE-ID TO WS-CP-ITEM
                   MOVE WS-ORD-LINE-QTY TO WS-CP-QTY
                   MOVE Price TO WS-CP-LIST-PRICE
                   PERFORM ResolveContractPrice
                   IF WS-CP-SOURCE = 'C'
                       DISPLAY 'Contract Price: ' WS-CP-PRICE
                           ' (' WS-CP-REF ') List: ' Price
                   ELSE
                       DISPLAY 'List Price: ' WS-CP-PRICE
                   END-IF
                   COMPUTE WS-ORD-LINE-VALUE =
                       WS-ORD-LINE-QTY * WS-CP-PRICE
                   IF WS-ORD-OPEN-VALUE + WS-ORD-NEW-VALUE +
                           WS-ORD-LINE-VALUE > CustCreditLimit
                       DISPLAY 'Line Refused - Credit Limit'
                       MOVE 'OPEN' TO OrdStatus
                       MOVE FUNCTION CURRENT-DATE TO
                           OrdOrderDate
                       MOVE WS-CP-PRICE TO OrdUnitPrice
                       MOVE WS-CP-SOURCE TO OrdPriceSource
                       WRITE OrdersRecord
                       EVALUATE WS-FILE-STATUS
                           WHEN '00'
           MOVE 'ORDERS' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               MOVE 'ARFILE' TO WS-GATE-KEY
               PERFORM AcquireFileGate
               IF WS-GATE-OK = 'Y'
                   PERFORM RunPickAndShipOrders
                   PERFORM RunPostInvoicesToReceivables
               END-IF
               PERFORM ReleaseFileGate
           END-IF
           PERFORM BuildSalesHistory
           EXIT.

       RunPickAndShipOrders SECTION.
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PickListData
           WRITE PickListRecord FROM PickListData
           OPEN OUTPUT PickWorkFile
           CLOSE PickWorkFile
           OPEN I-O PickWorkFile
           MOVE 'Y' TO WS-BIN-PICKING
           MOVE LOW-VALUES TO OrdersKey
           START OrdersFile KEY IS GREATER THAN OR EQUAL TO
               OrdersKey
           ELSE
               DISPLAY 'No Orders On File'
           END-IF
           MOVE 'N' TO WS-BIN-PICKING
           PERFORM WriteConsolidatedPickList
           CLOSE PickWorkFile
           CLOSE PickListFile
           CLOSE PackingSlipFile
           CLOSE InvoiceFile
               INVALID KEY
                   DISPLAY 'Item Not On File: ' OrdInventoryID
               NOT INVALID KEY
                   PERFORM ComputeLotHoldQty
                   IF WS-QC-AVAIL-QTY >= WS-ORD-OUTSTANDING
                       MOVE WS-ORD-OUTSTANDING TO WS-SHIP-QTY
                   ELSE
                       MOVE WS-QC-AVAIL-QTY TO WS-SHIP-QTY
                   END-IF
                   IF WS-SHIP-QTY > 0
                       MOVE QuantityOnHand TO WS-QTY-BEFORE
                       MOVE QuantityOnHand TO WS-QTY-AFTER
                       MOVE 'ISSUE' TO WS-TRAN-TYPE
                       MOVE UnitCost TO WS-TRAN-COST
                       MOVE SPACES TO WS-TRAN-REF
                       STRING 'SO' DELIMITED BY SIZE
                              OrdOrderNumber DELIMITED BY SIZE
                              INTO WS-TRAN-REF
                       PERFORM PostTransaction
                       MOVE WS-SHIP-QTY TO WS-DRAW-QTY
                       MOVE 'SHIP' TO WS-LH-TYPE
                       MOVE OrdOrderNumber TO WS-LH-DOC
                       MOVE OrdCustomerCode TO WS-LH-PARTNER
                       PERFORM DrawDownLots
                       PERFORM ClearLotHistoryContext
                       ADD WS-SHIP-QTY TO OrdShippedQty
                       MOVE 'Shipped Order Line ' TO WS-UPDATE-LOG
                       STRING OrdOrderNumber DELIMITED BY SIZE
           UNLOCK InventoryFile
           EXIT.

       WritePackingSlipLine SECTION.
           IF OrdOrderNumber NOT = WS-PSL-LAST-ORDER
               MOVE OrdOrderNumber TO WS-PSL-LAST-ORDER
           MOVE InventoryID TO InvInventoryID
           MOVE LocationCode TO InvLocationCode
           MOVE WS-SHIP-QTY TO InvShippedQty
           IF OrdPriceSource = 'C' OR OrdPriceSource = 'L'
               MOVE OrdUnitPrice TO InvUnitPrice
           ELSE
               MOVE Price TO InvUnitPrice
           END-IF
           COMPUTE InvExtendedValue = WS-SHIP-QTY * InvUnitPrice
           MOVE FUNCTION CURRENT-DATE TO InvInvoiceDate
           WRITE InvoiceRecord
           ADD 1 TO WS-INV-LINE-COUNT
           MOVE 'ORDERS' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               MOVE 'ARFILE' TO WS-GATE-KEY
               PERFORM AcquireFileGate
               IF WS-GATE-OK = 'Y'
                   PERFORM RunCustomerReturn
               END-IF
               PERFORM ReleaseFileGate
           END-IF
           EXIT.
                       IF WS-RTN-POSTED = 'Y'
                           SUBTRACT WS-RTN-QTY FROM OrdShippedQty
                           REWRITE OrdersRecord
                           PERFORM PostReturnCreditMemo
                           PERFORM WriteReturnSalesHistory
                       END-IF
                   END-IF
           END-READ
                   MOVE UnitCost TO WS-TRAN-COST
                   PERFORM PostTransaction
                   MOVE WS-RTN-QTY TO WS-LOT-QTY
                   MOVE 'QUARANTINE' TO WS-QC-HOLD-STATUS
                   MOVE 'Customer Return Restocked'
                       TO WS-QC-HOLD-REASON
                   MOVE 'CUST-RTN' TO WS-LH-TYPE
                   MOVE OrdOrderNumber TO WS-LH-DOC
                   MOVE OrdCustomerCode TO WS-LH-PARTNER
                   PERFORM PromptLotReceipt
                   PERFORM ClearLotHistoryContext
                   MOVE WS-LOT-NUMBER TO WS-BIN-LOT
                   MOVE WS-RTN-QTY TO WS-BIN-QTY
                   PERFORM PutawayReceipt
                   MOVE SPACES TO WS-QC-HOLD-STATUS
                   MOVE SPACES TO WS-QC-HOLD-REASON
                   PERFORM WriteReturnAudit
                   MOVE 'Y' TO WS-RTN-POSTED
                   DISPLAY 'Customer Return Restocked'
           ACCEPT WS-RTN-REASON
           DISPLAY 'Enter Lot Number (blank = Earliest Expiry):'
           ACCEPT WS-RTN-LOT
           PERFORM PostVendorReturn
           EXIT.

       PostVendorReturn SECTION.
           MOVE 'V' TO WS-RTN-DISP
           MOVE 'N' TO WS-PO-FOUND
           MOVE LOW-VALUES TO POKey
                       MOVE 'VEND-RETURN' TO WS-TRAN-TYPE
                       MOVE UnitCost TO WS-TRAN-COST
                       PERFORM PostTransaction
                       MOVE 'VEND-RTN' TO WS-LH-TYPE
                       MOVE POOrderNumber TO WS-LH-DOC
                       MOVE WS-RTN-VENDOR TO WS-LH-PARTNER
                       IF WS-RTN-LOT = SPACES
                           MOVE WS-RTN-QTY TO WS-DRAW-QTY
                           PERFORM DrawDownLots
                       ELSE
                           PERFORM DrawVendorReturnLot
                       END-IF
                       PERFORM ClearLotHistoryContext
                       PERFORM WriteReturnAudit
                       MOVE 'Y' TO WS-RTN-POSTED
                       DISPLAY 'Vendor Return Posted'
                       ' - Drawing By Earliest Expiry'
                   MOVE WS-SPL-QTY TO WS-SPL-SHORT-QTY
               NOT INVALID KEY
                   MOVE LotExpiryDate TO WS-SPL-EXPIRY
                   IF LotQuantity <= WS-SPL-QTY
                       COMPUTE WS-SPL-SHORT-QTY =
                           WS-SPL-QTY - LotQuantity
                       SUBTRACT WS-SPL-QTY FROM LotQuantity
                       REWRITE LotRecord
                   END-IF
                   MOVE WS-SPL-LOT TO WS-LH-LOT
                   COMPUTE WS-LH-QTY = WS-SPL-QTY - WS-SPL-SHORT-QTY
                   PERFORM RecordLotDrawHistory
                   MOVE WS-SPL-LOT TO WS-BIN-LOT
                   MOVE WS-SPL-EXPIRY TO WS-BIN-EXPIRY
                   MOVE WS-LH-QTY TO WS-BIN-QTY
                   PERFORM RelieveBinStock
           END-READ
           IF WS-SPL-SHORT-QTY > 0
               MOVE WS-SPL-SHORT-QTY TO WS-DRAW-QTY
               MOVE 'ORDERS' TO WS-GATE-KEY
               PERFORM AcquireFileGate
               IF WS-GATE-OK = 'Y'
                   MOVE 'ARFILE' TO WS-GATE-KEY
                   PERFORM AcquireFileGate
                   IF WS-GATE-OK = 'Y'
                       MOVE 'XFERFILE' TO WS-GATE-KEY
                       PERFORM AcquireFileGate
                       IF WS-GATE-OK = 'Y'
                           PERFORM RunScannerFeed
                           PERFORM RunPostInvoicesToReceivables
                       END-IF
                   END-IF
               END-IF
               PERFORM ReleaseFileGate
           END-IF
           PERFORM BuildSalesHistory
           EXIT.

       RunScannerFeed SECTION.
               MOVE WS-SCN-LOT TO WS-LOT-NUMBER
               MOVE '99991231' TO WS-LOT-EXPIRY
               PERFORM RecordLotReceipt
           ELSE
               MOVE SPACES TO WS-LOT-NUMBER
               IF WS-QC-HOLD-STATUS NOT = SPACES
                   PERFORM RecordHeldLotReceipt
               END-IF
           END-IF
           EXIT.

                   INVALID KEY
                       MOVE 'Item Not On File' TO WS-SCN-REASON
                   NOT INVALID KEY
                       PERFORM ComputeLotHoldQty
                       IF WS-SCN-LOT NOT = SPACES
                           PERFORM CheckScannerLotUsable
                       END-IF
                       IF WS-QC-AVAIL-QTY < WS-SCN-QTY
                           MOVE 'Insufficient Available Quantity'
                               TO WS-SCN-REASON
                       END-IF
                       IF WS-SCN-REASON = SPACES
                           MOVE WS-SCN-QTY TO WS-SHIP-QTY
                           MOVE QuantityOnHand TO WS-QTY-BEFORE
                           SUBTRACT WS-SHIP-QTY FROM
                           MOVE QuantityOnHand TO WS-QTY-AFTER
                           MOVE 'ISSUE' TO WS-TRAN-TYPE
                           MOVE UnitCost TO WS-TRAN-COST
                           MOVE SPACES TO WS-TRAN-REF
                           STRING 'SO' DELIMITED BY SIZE
                                  OrdOrderNumber DELIMITED BY SIZE
                                  INTO WS-TRAN-REF
                           PERFORM PostTransaction
                           MOVE 'SHIP' TO WS-LH-TYPE
                           MOVE OrdOrderNumber TO WS-LH-DOC
                           MOVE OrdCustomerCode TO WS-LH-PARTNER
                           IF WS-SCN-LOT = SPACES
                               MOVE WS-SHIP-QTY TO WS-DRAW-QTY
                               PERFORM DrawDownLots
                           ELSE
                               PERFORM DrawScannerLot
                           END-IF
                           PERFORM ClearLotHistoryContext
                           ADD WS-SHIP-QTY TO OrdShippedQty
                           IF OrdShippedQty >= OrdOrderedQty
                               MOVE 'SHIPPED' TO OrdStatus
                   INVALID KEY
                       MOVE 'Item Not On File' TO WS-SCN-REASON
                   NOT INVALID KEY
                       PERFORM ComputeLotHoldQty
                       IF WS-QC-AVAIL-QTY < WS-SCN-QTY
                           MOVE 'Insufficient Available Quantity'
                               TO WS-SCN-REASON
                       END-IF
               END-READ
               IF WS-SCN-REASON = SPACES
                   MOVE WS-SCN-LOC TO WS-FROM-LOCATION
                   MOVE WS-SCN-TOLOC TO WS-TO-LOCATION
                   IF WS-PST-OK = 'Y'
                       ADD 1 TO WS-SCN-POSTED
                   ELSE
                       MOVE 'Transfer Not Posted-Src Busy'
                           TO WS-SCN-REASON
                   END-IF
               END-IF
           END-IF
           EXIT.

       ArchiveScannerFeed SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE SPACES TO WS-SCN-HIST-NAME
                  WS-ROL-MISMATCH-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           PERFORM ReportInTransitRollup
           PERFORM ArchiveLedger
           OPEN EXTEND TransactionFile
           PERFORM WriteBalanceForward
                           MOVE QuantityOnHand TO TranQtyDelta
                           MOVE FUNCTION CURRENT-DATE TO TranDate
                           MOVE UnitCost TO TranUnitCost
                           MOVE SPACES TO TranReference
                           WRITE TransactionRecord
                           PERFORM UpdateTranControlTotal
                           ADD 1 TO WS-ROL-BALFWD-COUNT
           PERFORM BackupLotFile
           PERFORM BackupVendorMasterFile
           PERFORM BackupItemVendorFile
           PERFORM BackupBinMasterFile
           PERFORM BackupBinStockFile
           EXIT.

       VerifyBackupCount SECTION.
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE SPACES TO BackupData
                           MOVE LotRecord TO BackupData (1:95)
                           WRITE BackupRecord
                           ADD 1 TO WS-BKP-WRITTEN
                   END-READ
                       NOT AT END
                           MOVE SPACES TO BackupData
                           MOVE ItemVendorRecord TO
                               BackupData (1:25)
                           WRITE BackupRecord
                           ADD 1 TO WS-BKP-WRITTEN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BackupFile
           PERFORM VerifyBackupCount
           PERFORM ReportBackupResult
           EXIT.

       BackupBinMasterFile SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'BKP-BIN-MASTER-' DELIMITED BY SIZE
                  WS-EOD-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           OPEN OUTPUT BackupFile
           MOVE 0 TO WS-BKP-WRITTEN
           MOVE LOW-VALUES TO BMKey
           START BinMasterFile KEY IS GREATER THAN OR EQUAL TO BMKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ BinMasterFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE SPACES TO BackupData
                           MOVE BinMasterRecord TO
                               BackupData (1:35)
                           WRITE BackupRecord
                           ADD 1 TO WS-BKP-WRITTEN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BackupFile
           PERFORM VerifyBackupCount
           PERFORM ReportBackupResult
           EXIT.

       BackupBinStockFile SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'BKP-BIN-STOCK-' DELIMITED BY SIZE
                  WS-EOD-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           OPEN OUTPUT BackupFile
           MOVE 0 TO WS-BKP-WRITTEN
           MOVE LOW-VALUES TO BSKey
           START BinStockFile KEY IS GREATER THAN OR EQUAL TO BSKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ BinStockFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE SPACES TO BackupData
                           MOVE BinStockRecord TO
                               BackupData (1:45)
                           WRITE BackupRecord
                           ADD 1 TO WS-BKP-WRITTEN
                   END-READ
               PERFORM RestoreLotFile
               PERFORM RestoreVendorMasterFile
               PERFORM RestoreItemVendorFile
               PERFORM RestoreBinMasterFile
               PERFORM RestoreBinStockFile
               MOVE 'Restored Masters From Backup '
                   TO WS-UPDATE-LOG
               STRING WS-EOD-DATE DELIMITED BY SPACE
                   READ BackupFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE BackupData (1:95) TO LotRecord
                           WRITE LotRecord
                           ADD 1 TO WS-BKP-READBACK
                   END-READ
                   READ BackupFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE BackupData (1:25) TO
                               ItemVendorRecord
                           WRITE ItemVendorRecord
                           ADD 1 TO WS-BKP-READBACK
           END-IF
           EXIT.

       RestoreBinMasterFile SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'BKP-BIN-MASTER-' DELIMITED BY SIZE
                  WS-EOD-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           OPEN INPUT BackupFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'Backup Not Found: ' WS-BACKUP-NAME
           ELSE
               CLOSE BinMasterFile
               OPEN OUTPUT BinMasterFile
               MOVE 0 TO WS-BKP-READBACK
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ BackupFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE BackupData (1:35) TO
                               BinMasterRecord
                           WRITE BinMasterRecord
                           ADD 1 TO WS-BKP-READBACK
                   END-READ
               END-PERFORM
               CLOSE BackupFile
               CLOSE BinMasterFile
               OPEN I-O BinMasterFile
               DISPLAY 'BIN-MASTER.DAT Restored - Records: '
                   WS-BKP-READBACK
           END-IF
           EXIT.

       RestoreBinStockFile SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'BKP-BIN-STOCK-' DELIMITED BY SIZE
                  WS-EOD-DATE DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           OPEN INPUT BackupFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'Backup Not Found: ' WS-BACKUP-NAME
           ELSE
               CLOSE BinStockFile
               OPEN OUTPUT BinStockFile
               MOVE 0 TO WS-BKP-READBACK
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ BackupFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           MOVE BackupData (1:45) TO
                               BinStockRecord
                           WRITE BinStockRecord
                           ADD 1 TO WS-BKP-READBACK
                   END-READ
               END-PERFORM
               CLOSE BackupFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
               DISPLAY 'BIN-STOCK.DAT Restored - Records: '
                   WS-BKP-READBACK
           END-IF
           EXIT.

       GLInterfaceExtract SECTION.
           DISPLAY 'GL Interface Extract:'
           DISPLAY '-----------------------'
                       END-IF
               END-READ
           END-PERFORM
           PERFORM AccumulateInTransitValue
           DISPLAY 'On-Hand Retail Value: ' WS-TOTAL-VALUE
           DISPLAY 'On-Hand Cost Value: ' WS-TOTAL-COST-VALUE
           DISPLAY 'In-Transit Retail Value: ' WS-XO-TRANSIT-RETAIL
           DISPLAY 'In-Transit Cost Value: ' WS-XO-TRANSIT-COST
           ADD WS-XO-TRANSIT-RETAIL TO WS-TOTAL-VALUE
           ADD WS-XO-TRANSIT-COST TO WS-TOTAL-COST-VALUE
           DISPLAY 'Total Retail Value: ' WS-TOTAL-VALUE
           DISPLAY 'Total Cost Value: ' WS-TOTAL-COST-VALUE
           IF WS-LOCATION-FILTER = SPACES
                  WS-TOTAL-COST-VALUE DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE SPACES TO ReportOutData
           STRING 'Includes In-Transit Retail: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-RETAIL DELIMITED BY SIZE
                  '  Cost: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-COST DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ApplyWeightedAverageCost SECTION.
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       PostInvoicesToReceivables SECTION.
           MOVE 'ARFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunPostInvoicesToReceivables
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunPostInvoicesToReceivables SECTION.
           PERFORM LoadARControl
           MOVE 0 TO WS-AR-LINES-READ
           MOVE 0 TO WS-AR-INV-COUNT
           MOVE 0 TO WS-AR-INV-TOTAL
           MOVE 'N' TO WS-AR-PENDING
           OPEN INPUT InvoiceFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'No Invoice File On Hand'
           ELSE
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y'
                   READ InvoiceFile
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           ADD 1 TO WS-AR-LINES-READ
                           IF WS-AR-LINES-READ > WS-AR-POSTED-LINES
                               PERFORM AccumulateInvoiceLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
               IF WS-AR-PENDING = 'Y'
                   PERFORM WriteARInvoice
               END-IF
               IF WS-AR-LINES-READ < WS-AR-POSTED-LINES
                   DISPLAY 'Invoice File Shorter Than Posted Count'
                       ' - Count Reset'
               END-IF
               MOVE WS-AR-LINES-READ TO WS-AR-POSTED-LINES
               PERFORM SaveARControl
           END-IF
           DISPLAY 'Invoices Posted to Receivables: '
               WS-AR-INV-COUNT
               ' Amount: ' WS-AR-INV-TOTAL
           EXIT.

       AccumulateInvoiceLine SECTION.
           IF WS-AR-PENDING = 'Y'
               IF InvOrderNumber NOT = WS-AR-CUR-ORDER OR
                  InvCustomerCode NOT = WS-AR-CUR-CUSTOMER OR
                  InvInvoiceDate (1:8) NOT = WS-AR-CUR-DATE
                   PERFORM WriteARInvoice
               END-IF
           END-IF
           IF WS-AR-PENDING = 'N'
               MOVE InvOrderNumber TO WS-AR-CUR-ORDER
               MOVE InvCustomerCode TO WS-AR-CUR-CUSTOMER
               MOVE InvInvoiceDate (1:8) TO WS-AR-CUR-DATE
               MOVE 0 TO WS-AR-CUR-AMOUNT
               MOVE 'Y' TO WS-AR-PENDING
           END-IF
           ADD InvExtendedValue TO WS-AR-CUR-AMOUNT
           EXIT.

       WriteARInvoice SECTION.
           PERFORM ComputeARDueDate
           ADD 1 TO WS-AR-DOC-NUMBER
           MOVE WS-AR-CUR-CUSTOMER TO ARCustomerCode
           MOVE WS-AR-DOC-NUMBER TO ARDocNumber
           MOVE 'INV' TO ARDocType
           MOVE WS-AR-CUR-ORDER TO AROrderNumber
           MOVE WS-AR-CUR-DATE TO ARDocDate
           MOVE WS-AR-DUE-DATE TO ARDueDate
           MOVE WS-AR-CUR-AMOUNT TO AROriginalAmt
           MOVE WS-AR-CUR-AMOUNT TO ARBalance
           MOVE 'OPEN' TO ARStatus
           MOVE SPACES TO ARLastPayDate
           WRITE ARRecord
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-AR-INV-COUNT
               ADD WS-AR-CUR-AMOUNT TO WS-AR-INV-TOTAL
               MOVE 'INVOIC' TO WS-AH-TYPE
               MOVE WS-AR-CUR-AMOUNT TO WS-AH-AMOUNT
               MOVE WS-AR-CUR-DATE TO WS-AH-DATE
               MOVE SPACES TO WS-AH-REFERENCE
               STRING 'SO' DELIMITED BY SIZE
                      WS-AR-CUR-ORDER DELIMITED BY SIZE
                      INTO WS-AH-REFERENCE
               PERFORM WriteARHistory
               DISPLAY 'Invoice ' WS-AR-DOC-NUMBER
                   ' Customer: ' WS-AR-CUR-CUSTOMER
                   ' Order: ' WS-AR-CUR-ORDER
                   ' Amount: ' WS-AR-CUR-AMOUNT
                   ' Due: ' WS-AR-DUE-DATE
           ELSE
               DISPLAY 'Receivable Not Written - File Status: '
                   WS-FILE-STATUS ' Order: ' WS-AR-CUR-ORDER
           END-IF
           MOVE 'N' TO WS-AR-PENDING
           EXIT.

       ComputeARDueDate SECTION.
           MOVE 30 TO WS-AR-TERMS-DAYS
           MOVE WS-AR-CUR-CUSTOMER TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CustPaymentTerms NOT = SPACES
                       MOVE CustPaymentTerms TO WS-AR-TERMS-TEXT
                       PERFORM ParsePaymentTermsDays
                   END-IF
           END-READ
           IF WS-AR-CUR-DATE IS NUMERIC
               MOVE WS-AR-CUR-DATE TO WS-AR-DATE-NUM
               COMPUTE WS-AR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-AR-DATE-NUM)
                   + WS-AR-TERMS-DAYS
               COMPUTE WS-AR-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-AR-DATE-INT)
               MOVE WS-AR-DATE-NUM TO WS-AR-DUE-DATE
           ELSE
               MOVE WS-AR-CUR-DATE TO WS-AR-DUE-DATE
           END-IF
           EXIT.

       ParsePaymentTermsDays SECTION.
           MOVE 0 TO WS-AR-TERMS-DAYS
           MOVE 'N' TO WS-AR-IN-DIGITS
           PERFORM VARYING WS-AR-CHR-IDX FROM 1 BY 1
                   UNTIL WS-AR-CHR-IDX > 10
               IF WS-AR-TERMS-TEXT (WS-AR-CHR-IDX:1) IS NUMERIC
                   IF WS-AR-IN-DIGITS = 'N'
                       MOVE 0 TO WS-AR-TERMS-DAYS
                       MOVE 'Y' TO WS-AR-IN-DIGITS
                   END-IF
                   MOVE WS-AR-TERMS-TEXT (WS-AR-CHR-IDX:1)
                       TO WS-AR-DIGIT
                   COMPUTE WS-AR-TERMS-DAYS =
                       (WS-AR-TERMS-DAYS * 10) + WS-AR-DIGIT
               ELSE
                   MOVE 'N' TO WS-AR-IN-DIGITS
               END-IF
           END-PERFORM
           EXIT.

       LoadARControl SECTION.
           MOVE 0 TO WS-AR-DOC-NUMBER
           MOVE 0 TO WS-AR-POSTED-LINES
           MOVE 'ARFILE' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ControlData (1:6) IS NUMERIC
                       MOVE ControlData (1:6) TO WS-AR-DOC-NUMBER
                   END-IF
                   IF ControlData (7:7) IS NUMERIC
                       MOVE ControlData (7:7) TO WS-AR-POSTED-LINES
                   END-IF
           END-READ
           EXIT.

       SaveARControl SECTION.
           MOVE 'ARFILE' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-AR-DOC-NUMBER TO ControlData (1:6)
                   MOVE WS-AR-POSTED-LINES TO ControlData (7:7)
                   REWRITE ControlRecord
           END-READ
           EXIT.

       WriteARHistory SECTION.
           MOVE ARCustomerCode TO AHCustomerCode
           MOVE ARDocNumber TO AHDocNumber
           MOVE WS-AH-TYPE TO AHTranType
           MOVE WS-AH-AMOUNT TO AHAmount
           MOVE WS-AH-DATE TO AHTranDate
           MOVE WS-AH-REFERENCE TO AHReference
           WRITE ARHistoryRecord
           EXIT.

       ComputeCustomerARBalance SECTION.
           MOVE 0 TO WS-AR-CUST-BALANCE
           MOVE WS-ORD-CUSTOMER TO ARCustomerCode
           MOVE 0 TO ARDocNumber
           START ARFile KEY IS GREATER THAN OR EQUAL TO ARKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y'
                   READ ARFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           IF ARCustomerCode NOT = WS-ORD-CUSTOMER
                               MOVE 'Y' TO WS-AR-EOF
                           ELSE
                               IF ARStatus = 'OPEN'
                                   ADD ARBalance TO
                                       WS-AR-CUST-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       EnterCashReceipts SECTION.
           MOVE 'ARFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunCashReceipt
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunCashReceipt SECTION.
           DISPLAY 'Enter Customer Code:'
           ACCEPT WS-CR-CUSTOMER
           MOVE WS-CR-CUSTOMER TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   MOVE 'N' TO WS-CUST-VALID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-VALID
           END-READ
           IF WS-CUST-VALID = 'N'
               DISPLAY 'Customer Not On File: ' WS-CR-CUSTOMER
           ELSE
               DISPLAY 'Customer: ' CustName
               DISPLAY 'Enter Payment Reference:'
               ACCEPT WS-CR-REFERENCE
               DISPLAY 'Enter Payment Amount:'
               ACCEPT WS-CR-AMOUNT
               IF WS-CR-AMOUNT = 0
                   DISPLAY 'Payment Amount Must Be Greater Than Zero'
               ELSE
                   PERFORM PostCashReceipt
               END-IF
           END-IF
           EXIT.

       PostCashReceipt SECTION.
           PERFORM LoadARControl
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-AR-TODAY
           MOVE WS-CR-AMOUNT TO WS-CR-REMAINING
           MOVE 0 TO WS-CR-APPLIED-COUNT
           MOVE WS-CR-CUSTOMER TO ARCustomerCode
           MOVE 0 TO ARDocNumber
           START ARFile KEY IS GREATER THAN OR EQUAL TO ARKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y' OR WS-CR-REMAINING = 0
                   READ ARFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           IF ARCustomerCode NOT = WS-CR-CUSTOMER
                               MOVE 'Y' TO WS-AR-EOF
                           ELSE
                               IF ARDocType = 'INV' AND
                                  ARStatus = 'OPEN' AND
                                  ARBalance > 0
                                   PERFORM OfferInvoiceForCash
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CR-REMAINING > 0
               PERFORM WriteUnappliedCash
           END-IF
           PERFORM SaveARControl
           MOVE 'Cash Receipt ' TO WS-UPDATE-LOG
           STRING WS-CR-CUSTOMER DELIMITED BY SPACE
                  ' Ref: ' DELIMITED BY SIZE
                  WS-CR-REFERENCE DELIMITED BY SPACE
                  ' Amount: ' DELIMITED BY SIZE
                  WS-CR-AMOUNT DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           DISPLAY 'Invoices Paid: ' WS-CR-APPLIED-COUNT
               ' Unapplied On Account: ' WS-CR-REMAINING
           EXIT.

       OfferInvoiceForCash SECTION.
           DISPLAY 'Invoice: ' ARDocNumber
               ' Order: ' AROrderNumber
               ' Date: ' ARDocDate
               ' Due: ' ARDueDate
           DISPLAY 'Balance: ' ARBalance
               ' Payment Remaining: ' WS-CR-REMAINING
           DISPLAY 'Apply Payment? (Y = Full, P = Partial,'
               ' N = Skip):'
           ACCEPT WS-CR-ANSWER
           MOVE 0 TO WS-AR-APPLY
           IF WS-CR-ANSWER = 'Y' OR WS-CR-ANSWER = 'y'
               IF ARBalance > WS-CR-REMAINING
                   MOVE WS-CR-REMAINING TO WS-AR-APPLY
               ELSE
                   MOVE ARBalance TO WS-AR-APPLY
               END-IF
           END-IF
           IF WS-CR-ANSWER = 'P' OR WS-CR-ANSWER = 'p'
               DISPLAY 'Enter Amount to Apply:'
               ACCEPT WS-CR-PARTIAL
               IF WS-CR-PARTIAL > ARBalance OR
                  WS-CR-PARTIAL > WS-CR-REMAINING
                   DISPLAY 'Amount Exceeds Balance or Payment'
                       ' - Not Applied'
               ELSE
                   MOVE WS-CR-PARTIAL TO WS-AR-APPLY
               END-IF
           END-IF
           IF WS-AR-APPLY > 0
               PERFORM ApplyAmountToARItem
               SUBTRACT WS-AR-APPLY FROM WS-CR-REMAINING
               ADD 1 TO WS-CR-APPLIED-COUNT
               MOVE 'CASH' TO WS-AH-TYPE
               COMPUTE WS-AH-AMOUNT = 0 - WS-AR-APPLY
               MOVE WS-AR-TODAY TO WS-AH-DATE
               MOVE WS-CR-REFERENCE TO WS-AH-REFERENCE
               PERFORM WriteARHistory
           END-IF
           EXIT.

       ApplyAmountToARItem SECTION.
           SUBTRACT WS-AR-APPLY FROM ARBalance
           IF ARBalance = 0
               MOVE 'PAID' TO ARStatus
           END-IF
           MOVE WS-AR-TODAY TO ARLastPayDate
           REWRITE ARRecord
           EXIT.

       WriteUnappliedCash SECTION.
           ADD 1 TO WS-AR-DOC-NUMBER
           MOVE WS-CR-CUSTOMER TO ARCustomerCode
           MOVE WS-AR-DOC-NUMBER TO ARDocNumber
           MOVE 'PAY' TO ARDocType
           MOVE 0 TO AROrderNumber
           MOVE WS-AR-TODAY TO ARDocDate
           MOVE WS-AR-TODAY TO ARDueDate
           COMPUTE AROriginalAmt = 0 - WS-CR-REMAINING
           MOVE AROriginalAmt TO ARBalance
           MOVE 'OPEN' TO ARStatus
           MOVE WS-AR-TODAY TO ARLastPayDate
           WRITE ARRecord
           IF WS-FILE-STATUS = '00'
               MOVE 'CASH' TO WS-AH-TYPE
               MOVE AROriginalAmt TO WS-AH-AMOUNT
               MOVE WS-AR-TODAY TO WS-AH-DATE
               MOVE WS-CR-REFERENCE TO WS-AH-REFERENCE
               PERFORM WriteARHistory
               DISPLAY 'Unapplied Cash Held On Account - Item: '
                   WS-AR-DOC-NUMBER
           ELSE
               DISPLAY 'Unapplied Cash Not Written - File Status: '
                   WS-FILE-STATUS
           END-IF
           EXIT.

       PostReturnCreditMemo SECTION.
           PERFORM LookupInvoicedPrice
           COMPUTE WS-CM-AMOUNT = WS-RTN-QTY * WS-CM-UNIT-PRICE
           IF WS-CM-AMOUNT = 0
               DISPLAY 'No Billed Price Found - No Credit Memo Issued'
           ELSE
               PERFORM LoadARControl
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
               MOVE WS-RUN-DATE (1:8) TO WS-AR-TODAY
               MOVE WS-CM-AMOUNT TO WS-CM-REMAINING
               MOVE OrdCustomerCode TO ARCustomerCode
               MOVE 0 TO ARDocNumber
               START ARFile KEY IS GREATER THAN OR EQUAL TO ARKey
               IF WS-FILE-STATUS = '00'
                   MOVE 'N' TO WS-AR-EOF
                   PERFORM UNTIL WS-AR-EOF = 'Y'
                           OR WS-CM-REMAINING = 0
                       READ ARFile NEXT RECORD
                           AT END MOVE 'Y' TO WS-AR-EOF
                           NOT AT END
                               PERFORM ApplyCreditToOrderInvoice
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM WriteCreditMemo
               PERFORM SaveARControl
           END-IF
           EXIT.

       ApplyCreditToOrderInvoice SECTION.
           IF ARCustomerCode NOT = OrdCustomerCode
               MOVE 'Y' TO WS-AR-EOF
           ELSE
               IF ARDocType = 'INV' AND ARStatus = 'OPEN' AND
                  AROrderNumber = OrdOrderNumber AND ARBalance > 0
                   IF ARBalance > WS-CM-REMAINING
                       MOVE WS-CM-REMAINING TO WS-AR-APPLY
                   ELSE
                       MOVE ARBalance TO WS-AR-APPLY
                   END-IF
                   PERFORM ApplyAmountToARItem
                   SUBTRACT WS-AR-APPLY FROM WS-CM-REMAINING
                   DISPLAY 'Credit Applied to Invoice: ' ARDocNumber
                       ' Amount: ' WS-AR-APPLY
               END-IF
           END-IF
           EXIT.

       WriteCreditMemo SECTION.
           ADD 1 TO WS-AR-DOC-NUMBER
           MOVE OrdCustomerCode TO ARCustomerCode
           MOVE WS-AR-DOC-NUMBER TO ARDocNumber
           MOVE 'CRM' TO ARDocType
           MOVE OrdOrderNumber TO AROrderNumber
           MOVE WS-AR-TODAY TO ARDocDate
           MOVE WS-AR-TODAY TO ARDueDate
           COMPUTE AROriginalAmt = 0 - WS-CM-AMOUNT
           COMPUTE ARBalance = 0 - WS-CM-REMAINING
           IF WS-CM-REMAINING = 0
               MOVE 'PAID' TO ARStatus
           ELSE
               MOVE 'OPEN' TO ARStatus
           END-IF
           MOVE WS-AR-TODAY TO ARLastPayDate
           WRITE ARRecord
           IF WS-FILE-STATUS = '00'
               MOVE 'CREDIT' TO WS-AH-TYPE
               MOVE AROriginalAmt TO WS-AH-AMOUNT
               MOVE WS-AR-TODAY TO WS-AH-DATE
               MOVE SPACES TO WS-AH-REFERENCE
               STRING 'RTN' DELIMITED BY SIZE
                      OrdOrderNumber DELIMITED BY SIZE
                      INTO WS-AH-REFERENCE
               PERFORM WriteARHistory
               DISPLAY 'Credit Memo ' WS-AR-DOC-NUMBER
                   ' Issued: ' WS-CM-AMOUNT
                   ' Unapplied: ' WS-CM-REMAINING
               MOVE 'Credit Memo ' TO WS-UPDATE-LOG
               STRING WS-AR-DOC-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      OrdCustomerCode DELIMITED BY SPACE
                      ' Order: ' DELIMITED BY SIZE
                      OrdOrderNumber DELIMITED BY SIZE
                      ' Amount: ' DELIMITED BY SIZE
                      WS-CM-AMOUNT DELIMITED BY SIZE
                      ' Operator: ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SPACE
                      INTO WS-UPDATE-LOG
               WRITE AuditRecord FROM WS-UPDATE-LOG
           ELSE
               DISPLAY 'Credit Memo Not Written - File Status: '
                   WS-FILE-STATUS
           END-IF
           EXIT.

       LookupInvoicedPrice SECTION.
           MOVE 0 TO WS-CM-UNIT-PRICE
           IF OrdPriceSource = 'C' OR OrdPriceSource = 'L'
               MOVE OrdUnitPrice TO WS-CM-UNIT-PRICE
           ELSE
               MOVE WS-RTN-ID TO InventoryID
               MOVE WS-RTN-LOC TO LocationCode
               READ InventoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Price TO WS-CM-UNIT-PRICE
               END-READ
           END-IF
           OPEN INPUT InvoiceFile
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y'
                   READ InvoiceFile
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           IF InvOrderNumber = WS-RTN-ORDER AND
                              InvInventoryID = WS-RTN-ID AND
                              InvLocationCode = WS-RTN-LOC
                               MOVE InvUnitPrice TO WS-CM-UNIT-PRICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
           END-IF
           EXIT.

       SetARAgingDate SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-AR-TODAY
           MOVE WS-AR-TODAY TO WS-AR-DATE-NUM
           COMPUTE WS-ARA-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-AR-DATE-NUM)
           EXIT.

       ResetCustomerAging SECTION.
           MOVE 0 TO WS-ARA-CUST-TOTAL
           PERFORM VARYING WS-ARA-IDX FROM 1 BY 1
                   UNTIL WS-ARA-IDX > 5
               MOVE 0 TO WS-ARA-CUST-BKT (WS-ARA-IDX)
           END-PERFORM
           EXIT.

       AgeOneARItem SECTION.
           MOVE 0 TO WS-ARA-DAYS
           IF ARDueDate IS NUMERIC AND ARBalance > 0
               MOVE ARDueDate TO WS-AR-DATE-NUM
               COMPUTE WS-ARA-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-AR-DATE-NUM)
               COMPUTE WS-ARA-DAYS =
                   WS-ARA-TODAY-INT - WS-ARA-DUE-INT
           END-IF
           IF WS-ARA-DAYS <= 0
               MOVE 1 TO WS-ARA-BKT
           ELSE
               IF WS-ARA-DAYS <= 30
                   MOVE 2 TO WS-ARA-BKT
               ELSE
                   IF WS-ARA-DAYS <= 60
                       MOVE 3 TO WS-ARA-BKT
                   ELSE
                       IF WS-ARA-DAYS <= 90
                           MOVE 4 TO WS-ARA-BKT
                       ELSE
                           MOVE 5 TO WS-ARA-BKT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD ARBalance TO WS-ARA-CUST-BKT (WS-ARA-BKT)
           ADD ARBalance TO WS-ARA-CUST-TOTAL
           EXIT.

       CustomerAgingReport SECTION.
           DISPLAY 'Customer Aging Report:'
           DISPLAY '-----------------------'
           MOVE 'Customer Aging Report' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM SetARAgingDate
           MOVE 0 TO WS-ARA-CUST-COUNT
           MOVE 0 TO WS-ARA-GRAND-TOTAL
           PERFORM VARYING WS-ARA-IDX FROM 1 BY 1
                   UNTIL WS-ARA-IDX > 5
               MOVE 0 TO WS-ARA-GRAND-BKT (WS-ARA-IDX)
           END-PERFORM
           MOVE SPACES TO WS-ARA-LAST-CUSTOMER
           MOVE LOW-VALUES TO ARKey
           START ARFile KEY IS GREATER THAN OR EQUAL TO ARKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y'
                   READ ARFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           IF ARStatus = 'OPEN' AND ARBalance NOT = 0
                               PERFORM AgeCustomerARItem
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ARA-LAST-CUSTOMER NOT = SPACES
               PERFORM ReportCustomerAgingTotals
           END-IF
           DISPLAY 'Customers With Open Items: ' WS-ARA-CUST-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'All Customers Total: ' DELIMITED BY SIZE
                  WS-ARA-GRAND-TOTAL DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           PERFORM VARYING WS-ARA-IDX FROM 1 BY 1
                   UNTIL WS-ARA-IDX > 5
               DISPLAY WS-ARA-DESC (WS-ARA-IDX) ': '
                   WS-ARA-GRAND-BKT (WS-ARA-IDX)
               MOVE SPACES TO ReportOutData
               STRING '  ' DELIMITED BY SIZE
                      WS-ARA-DESC (WS-ARA-IDX) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-ARA-GRAND-BKT (WS-ARA-IDX) DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-PERFORM
           DISPLAY 'Total Receivables: ' WS-ARA-GRAND-TOTAL
           EXIT.

       AgeCustomerARItem SECTION.
           IF ARCustomerCode NOT = WS-ARA-LAST-CUSTOMER
               IF WS-ARA-LAST-CUSTOMER NOT = SPACES
                   PERFORM ReportCustomerAgingTotals
               END-IF
               PERFORM ResetCustomerAging
               MOVE ARCustomerCode TO WS-ARA-LAST-CUSTOMER
               ADD 1 TO WS-ARA-CUST-COUNT
           END-IF
           PERFORM AgeOneARItem
           MOVE SPACES TO ReportOutData
           STRING ARCustomerCode DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ARDocType DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ARDocNumber DELIMITED BY SIZE
                  ' Order: ' DELIMITED BY SIZE
                  AROrderNumber DELIMITED BY SIZE
                  ' Date: ' DELIMITED BY SIZE
                  ARDocDate DELIMITED BY SIZE
                  ' Due: ' DELIMITED BY SIZE
                  ARDueDate DELIMITED BY SIZE
                  ' Days: ' DELIMITED BY SIZE
                  WS-ARA-DAYS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ARA-DESC (WS-ARA-BKT) DELIMITED BY SPACE
                  ' Balance: ' DELIMITED BY SIZE
                  ARBalance DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportCustomerAgingTotals SECTION.
           MOVE WS-ARA-LAST-CUSTOMER TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   MOVE 'Customer Not On File' TO CustName
                   MOVE SPACES TO CustPaymentTerms
           END-READ
           DISPLAY 'Customer: ' WS-ARA-LAST-CUSTOMER ' ' CustName
               ' Terms: ' CustPaymentTerms
           DISPLAY 'Current: ' WS-ARA-CUST-BKT (1)
               ' 1-30: ' WS-ARA-CUST-BKT (2)
               ' 31-60: ' WS-ARA-CUST-BKT (3)
           DISPLAY '61-90: ' WS-ARA-CUST-BKT (4)
               ' Over 90: ' WS-ARA-CUST-BKT (5)
               ' Total: ' WS-ARA-CUST-TOTAL
           DISPLAY '-----------------------'
           MOVE SPACES TO ReportOutData
           STRING 'Customer ' DELIMITED BY SIZE
                  WS-ARA-LAST-CUSTOMER DELIMITED BY SPACE
                  ' Terms: ' DELIMITED BY SIZE
                  CustPaymentTerms DELIMITED BY SPACE
                  ' Cur: ' DELIMITED BY SIZE
                  WS-ARA-CUST-BKT (1) DELIMITED BY SIZE
                  ' 30: ' DELIMITED BY SIZE
                  WS-ARA-CUST-BKT (2) DELIMITED BY SIZE
                  ' 60: ' DELIMITED BY SIZE
                  WS-ARA-CUST-BKT (3) DELIMITED BY SIZE
                  ' 90: ' DELIMITED BY SIZE
                  WS-ARA-CUST-BKT (4) DELIMITED BY SIZE
                  ' 90+: ' DELIMITED BY SIZE
                  WS-ARA-CUST-BKT (5) DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE SPACES TO ReportOutData
           STRING 'Customer ' DELIMITED BY SIZE
                  WS-ARA-LAST-CUSTOMER DELIMITED BY SPACE
                  ' Total Due: ' DELIMITED BY SIZE
                  WS-ARA-CUST-TOTAL DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           PERFORM VARYING WS-ARA-IDX FROM 1 BY 1
                   UNTIL WS-ARA-IDX > 5
               ADD WS-ARA-CUST-BKT (WS-ARA-IDX) TO
                   WS-ARA-GRAND-BKT (WS-ARA-IDX)
           END-PERFORM
           ADD WS-ARA-CUST-TOTAL TO WS-ARA-GRAND-TOTAL
           EXIT.

       CustomerStatements SECTION.
           DISPLAY 'Customer Statements:'
           DISPLAY '-----------------------'
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           IF WS-BATCH-MODE = 'Y'
               MOVE WS-RUN-DATE (1:6) TO WS-STM-MONTH
           ELSE
               DISPLAY 'Enter Statement Month (YYYYMM,'
                   ' blank = Current):'
               ACCEPT WS-STM-MONTH
               IF WS-STM-MONTH = SPACES
                   MOVE WS-RUN-DATE (1:6) TO WS-STM-MONTH
               END-IF
           END-IF
           MOVE WS-STM-MONTH TO WS-STM-MONTH-START (1:6)
           MOVE '01' TO WS-STM-MONTH-START (7:2)
           MOVE WS-STM-MONTH TO WS-STM-MONTH-END (1:6)
           MOVE '31' TO WS-STM-MONTH-END (7:2)
           MOVE 'Customer Statements' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM SetARAgingDate
           MOVE 0 TO WS-STM-COUNT
           OPEN OUTPUT StatementFile
           SORT StmtSortFile
               ON ASCENDING KEY SSCustomerCode SSTranDate
                   SSDocNumber
               INPUT PROCEDURE IS ReleaseStatementHistory
               OUTPUT PROCEDURE IS WriteCustomerStatements
           CLOSE StatementFile
           DISPLAY 'Statements Written: ' WS-STM-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'Statement Month: ' DELIMITED BY SIZE
                  WS-STM-MONTH DELIMITED BY SIZE
                  '  Statements Written: ' DELIMITED BY SIZE
                  WS-STM-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReleaseStatementHistory SECTION.
           CLOSE ARHistoryFile
           OPEN INPUT ARHistoryFile
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ ARHistoryFile
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF AHTranDate <= WS-STM-MONTH-END
                           MOVE AHCustomerCode TO SSCustomerCode
                           MOVE AHTranDate TO SSTranDate
                           MOVE AHDocNumber TO SSDocNumber
                           MOVE AHTranType TO SSTranType
                           MOVE AHAmount TO SSAmount
                           MOVE AHReference TO SSReference
                           RELEASE StmtSortRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARHistoryFile
           OPEN EXTEND ARHistoryFile
           EXIT.

       WriteCustomerStatements SECTION.
           MOVE SPACES TO WS-STM-CUSTOMER
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               RETURN StmtSortFile
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM AccumulateStatementLine
               END-RETURN
           END-PERFORM
           IF WS-STM-CUSTOMER NOT = SPACES
               PERFORM WriteOneStatement
           END-IF
           EXIT.

       AccumulateStatementLine SECTION.
           IF SSCustomerCode NOT = WS-STM-CUSTOMER
               IF WS-STM-CUSTOMER NOT = SPACES
                   PERFORM WriteOneStatement
               END-IF
               MOVE SSCustomerCode TO WS-STM-CUSTOMER
               MOVE 0 TO WS-STM-OPENING
               MOVE 0 TO WS-STM-ACTIVITY
               MOVE 0 TO WS-STM-ACT-COUNT
               MOVE 'N' TO WS-STM-OVERFLOW-WARNED
           END-IF
           IF SSTranDate < WS-STM-MONTH-START
               ADD SSAmount TO WS-STM-OPENING
           ELSE
               ADD SSAmount TO WS-STM-ACTIVITY
               IF WS-STM-ACT-COUNT < 200
                   ADD 1 TO WS-STM-ACT-COUNT
                   MOVE SSTranDate TO
                       WS-STM-ACT-DATE (WS-STM-ACT-COUNT)
                   MOVE SSDocNumber TO
                       WS-STM-ACT-DOC (WS-STM-ACT-COUNT)
                   MOVE SSTranType TO
                       WS-STM-ACT-TYPE (WS-STM-ACT-COUNT)
                   MOVE SSAmount TO
                       WS-STM-ACT-AMOUNT (WS-STM-ACT-COUNT)
                   MOVE SSReference TO
                       WS-STM-ACT-REF (WS-STM-ACT-COUNT)
               ELSE
                   IF WS-STM-OVERFLOW-WARNED = 'N'
                       DISPLAY 'Statement Activity Table Full for: '
                           WS-STM-CUSTOMER
                       MOVE 'Y' TO WS-STM-OVERFLOW-WARNED
                   END-IF
               END-IF
           END-IF
           EXIT.

       WriteOneStatement SECTION.
           COMPUTE WS-STM-CLOSING = WS-STM-OPENING + WS-STM-ACTIVITY
           IF WS-STM-CLOSING NOT = 0 OR WS-STM-ACT-COUNT > 0
               ADD 1 TO WS-STM-COUNT
               MOVE WS-STM-CUSTOMER TO CustCustomerCode
               READ CustomerFile
                   INVALID KEY
                       MOVE 'Customer Not On File' TO CustName
                       MOVE SPACES TO CustShipToAddress
                       MOVE SPACES TO CustShipToCity
                       MOVE SPACES TO CustPaymentTerms
               END-READ
               MOVE SPACES TO StatementData
               STRING '=== Statement - Month: ' DELIMITED BY SIZE
                      WS-STM-MONTH DELIMITED BY SIZE
                      ' Customer: ' DELIMITED BY SIZE
                      WS-STM-CUSTOMER DELIMITED BY SPACE
                      ' - ' DELIMITED BY SIZE
                      WS-AR-TODAY DELIMITED BY SIZE
                      INTO StatementData
               WRITE StatementRecord FROM StatementData
               MOVE SPACES TO StatementData
               STRING CustName DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CustShipToAddress DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CustShipToCity DELIMITED BY SIZE
                      INTO StatementData
               WRITE StatementRecord FROM StatementData
               MOVE SPACES TO StatementData
               STRING 'Terms: ' DELIMITED BY SIZE
                      CustPaymentTerms DELIMITED BY SPACE
                      '  Balance Forward: ' DELIMITED BY SIZE
                      WS-STM-OPENING DELIMITED BY SIZE
                      INTO StatementData
               WRITE StatementRecord FROM StatementData
               PERFORM VARYING WS-STM-ACT-IDX FROM 1 BY 1
                       UNTIL WS-STM-ACT-IDX > WS-STM-ACT-COUNT
                   MOVE SPACES TO StatementData
                   STRING WS-STM-ACT-DATE (WS-STM-ACT-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-STM-ACT-TYPE (WS-STM-ACT-IDX)
                              DELIMITED BY SIZE
                          ' Doc: ' DELIMITED BY SIZE
                          WS-STM-ACT-DOC (WS-STM-ACT-IDX)
                              DELIMITED BY SIZE
                          ' Ref: ' DELIMITED BY SIZE
                          WS-STM-ACT-REF (WS-STM-ACT-IDX)
                              DELIMITED BY SIZE
                          ' Amount: ' DELIMITED BY SIZE
                          WS-STM-ACT-AMOUNT (WS-STM-ACT-IDX)
                              DELIMITED BY SIZE
                          INTO StatementData
                   WRITE StatementRecord FROM StatementData
               END-PERFORM
               MOVE SPACES TO StatementData
               STRING 'Closing Balance: ' DELIMITED BY SIZE
                      WS-STM-CLOSING DELIMITED BY SIZE
                      INTO StatementData
               WRITE StatementRecord FROM StatementData
               PERFORM ComputeStatementAging
               MOVE SPACES TO StatementData
               STRING 'Current: ' DELIMITED BY SIZE
                      WS-ARA-CUST-BKT (1) DELIMITED BY SIZE
                      ' 1-30: ' DELIMITED BY SIZE
                      WS-ARA-CUST-BKT (2) DELIMITED BY SIZE
                      ' 31-60: ' DELIMITED BY SIZE
                      WS-ARA-CUST-BKT (3) DELIMITED BY SIZE
                      ' 61-90: ' DELIMITED BY SIZE
                      WS-ARA-CUST-BKT (4) DELIMITED BY SIZE
                      ' Over 90: ' DELIMITED BY SIZE
                      WS-ARA-CUST-BKT (5) DELIMITED BY SIZE
                      INTO StatementData
               WRITE StatementRecord FROM StatementData
               MOVE '-----------------------' TO StatementData
               WRITE StatementRecord FROM StatementData
               DISPLAY 'Statement: ' WS-STM-CUSTOMER
                   ' Opening: ' WS-STM-OPENING
                   ' Closing: ' WS-STM-CLOSING
               MOVE SPACES TO ReportOutData
               STRING 'Statement ' DELIMITED BY SIZE
                      WS-STM-CUSTOMER DELIMITED BY SPACE
                      ' Opening: ' DELIMITED BY SIZE
                      WS-STM-OPENING DELIMITED BY SIZE
                      ' Activity: ' DELIMITED BY SIZE
                      WS-STM-ACTIVITY DELIMITED BY SIZE
                      ' Closing: ' DELIMITED BY SIZE
                      WS-STM-CLOSING DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       ComputeStatementAging SECTION.
           PERFORM ResetCustomerAging
           MOVE WS-STM-CUSTOMER TO ARCustomerCode
           MOVE 0 TO ARDocNumber
           START ARFile KEY IS GREATER THAN OR EQUAL TO ARKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AR-EOF
               PERFORM UNTIL WS-AR-EOF = 'Y'
                   READ ARFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-EOF
                       NOT AT END
                           IF ARCustomerCode NOT = WS-STM-CUSTOMER
                               MOVE 'Y' TO WS-AR-EOF
                           ELSE
                               IF ARStatus = 'OPEN' AND
                                  ARBalance NOT = 0
                                   PERFORM AgeOneARItem
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       LoadAPTolerance SECTION.
           MOVE 2.00 TO WS-AP-TOLERANCE
           MOVE 'APTOLER' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ControlData (1:5) IS NUMERIC
                       MOVE ControlData (1:5) TO WS-AP-TOL-AREA
                   END-IF
           END-READ
           EXIT.

       MaintainAPTolerance SECTION.
           PERFORM LoadAPTolerance
           DISPLAY 'Current Unit Cost Tolerance (%): '
               WS-AP-TOLERANCE
           DISPLAY 'Enter New Tolerance Percent (e.g. 002.50):'
           ACCEPT WS-AP-NEW-TOLERANCE
           MOVE 'APTOLER' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               MOVE WS-AP-NEW-TOLERANCE TO WS-AP-TOLERANCE
               MOVE WS-AP-TOL-AREA TO ControlData (1:5)
               REWRITE ControlRecord
               PERFORM ReleaseFileGate
               MOVE 'AP Match Tolerance Set ' TO WS-UPDATE-LOG
               STRING WS-AP-TOLERANCE DELIMITED BY SIZE
                      ' Operator: ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SPACE
                      INTO WS-UPDATE-LOG
               WRITE AuditRecord FROM WS-UPDATE-LOG
               DISPLAY 'AP Match Tolerance Updated'
           END-IF
           EXIT.

       EnterVendorInvoice SECTION.
           MOVE 'APFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunEnterVendorInvoice
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunEnterVendorInvoice SECTION.
           PERFORM LoadAPTolerance
           MOVE 0 TO WS-VI-APPROVED
           MOVE 0 TO WS-VI-EXCEPTIONS
           MOVE 0 TO WS-VI-REJECTS
           DISPLAY 'Enter Vendor Code:'
           ACCEPT WS-VI-VENDOR
           MOVE WS-VI-VENDOR TO VMVendorCode
           READ VendorMasterFile
               INVALID KEY
                   MOVE 'N' TO WS-VM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VM-FOUND
           END-READ
           IF WS-VM-FOUND = 'N'
               DISPLAY 'Vendor Not On File: ' WS-VI-VENDOR
           ELSE
               DISPLAY 'Vendor: ' VMVendorName
               DISPLAY 'Enter Vendor Invoice Number:'
               ACCEPT WS-VI-INVOICE
               DISPLAY 'Enter Invoice Date (YYYYMMDD,'
                   ' blank = Today):'
               ACCEPT WS-VI-DATE
               IF WS-VI-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
                   MOVE WS-RUN-DATE (1:8) TO WS-VI-DATE
               END-IF
               MOVE 'N' TO WS-VI-DONE
               PERFORM UNTIL WS-VI-DONE = 'Y'
                   DISPLAY 'Enter PO Number (0 = Done):'
                   ACCEPT WS-VI-PO
                   IF WS-VI-PO = 0
                       MOVE 'Y' TO WS-VI-DONE
                   ELSE
                       DISPLAY 'Enter Inventory ID:'
                       ACCEPT WS-VI-ID
                       DISPLAY 'Enter Location Code:'
                       ACCEPT WS-VI-LOC
                       DISPLAY 'Enter Invoiced Quantity:'
                       ACCEPT WS-VI-QTY
                       DISPLAY 'Enter Invoiced Unit Cost:'
                       ACCEPT WS-VI-COST
                       PERFORM PostVendorInvoiceLine
                   END-IF
               END-PERFORM
               IF WS-VI-APPROVED + WS-VI-EXCEPTIONS > 0
                   MOVE 'Vendor Invoice ' TO WS-UPDATE-LOG
                   STRING WS-VI-VENDOR DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-VI-INVOICE DELIMITED BY SPACE
                          ' Approved: ' DELIMITED BY SIZE
                          WS-VI-APPROVED DELIMITED BY SIZE
                          ' Exceptions: ' DELIMITED BY SIZE
                          WS-VI-EXCEPTIONS DELIMITED BY SIZE
                          ' Operator: ' DELIMITED BY SIZE
                          WS-OPERATOR-ID DELIMITED BY SPACE
                          INTO WS-UPDATE-LOG
                   WRITE AuditRecord FROM WS-UPDATE-LOG
               END-IF
               DISPLAY 'Lines Approved: ' WS-VI-APPROVED
                   ' Exceptions: ' WS-VI-EXCEPTIONS
                   ' Refused: ' WS-VI-REJECTS
           END-IF
           EXIT.

       PostVendorInvoiceLine SECTION.
           IF WS-VI-QTY = 0
               DISPLAY 'Invoiced Quantity Must Be Greater Than Zero'
               ADD 1 TO WS-VI-REJECTS
           ELSE
               MOVE WS-VI-VENDOR TO VIVendorCode
               MOVE WS-VI-INVOICE TO VIInvoiceNumber
               MOVE WS-VI-PO TO VIPONumber
               MOVE WS-VI-ID TO VIInventoryID
               MOVE WS-VI-LOC TO VILocationCode
               READ VendorInvoiceFile
                   INVALID KEY
                       MOVE 'N' TO WS-VI-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VI-FOUND
               END-READ
               IF WS-VI-FOUND = 'Y'
                   DISPLAY 'Invoice Line Already On File - Status: '
                       VIStatus
                   ADD 1 TO WS-VI-REJECTS
               ELSE
                   PERFORM MatchVendorInvoiceLine
                   PERFORM WriteVendorInvoiceLine
               END-IF
           END-IF
           EXIT.

       MatchVendorInvoiceLine SECTION.
           MOVE 'APPROVD' TO WS-VI-STATUS
           MOVE SPACES TO WS-VI-REASON
           MOVE 0 TO WS-VI-RCV-QTY
           MOVE WS-VI-PO TO POOrderNumber
           MOVE WS-VI-ID TO POInventoryID
           MOVE WS-VI-LOC TO POLocationCode
           READ PurchaseOrderFile
               INVALID KEY
                   MOVE 'EXCEPT' TO WS-VI-STATUS
                   MOVE 'PO Line Not On File' TO WS-VI-REASON
               NOT INVALID KEY
                   MOVE POReceivedQty TO WS-VI-RCV-QTY
                   IF POVendorCode NOT = WS-VI-VENDOR
                       MOVE 'EXCEPT' TO WS-VI-STATUS
                       MOVE 'Vendor Does Not Match PO'
                           TO WS-VI-REASON
                   END-IF
           END-READ
           IF WS-VI-STATUS = 'APPROVD'
               IF WS-VI-RCV-QTY = 0
                   MOVE 'EXCEPT' TO WS-VI-STATUS
                   MOVE 'Goods Not Received' TO WS-VI-REASON
               ELSE
                   PERFORM ComputePriorInvoicedQty
                   IF WS-VI-QTY + WS-VI-PRIOR-QTY > WS-VI-RCV-QTY
                       MOVE 'EXCEPT' TO WS-VI-STATUS
                       MOVE 'Billed Qty Exceeds Received'
                           TO WS-VI-REASON
                   END-IF
               END-IF
           END-IF
           PERFORM GetMatchReceiptCost
           IF WS-VI-STATUS = 'APPROVD'
               IF WS-VI-COST-SOURCE = 'NONE'
                   MOVE 'EXCEPT' TO WS-VI-STATUS
                   MOVE 'No Receipt Cost to Match'
                       TO WS-VI-REASON
               ELSE
                   IF WS-VI-COST > WS-VI-RCV-COST
                       COMPUTE WS-VI-COST-DIFF =
                           WS-VI-COST - WS-VI-RCV-COST
                       COMPUTE WS-VI-COST-LIMIT ROUNDED =
                           WS-VI-RCV-COST * WS-AP-TOLERANCE / 100
                       IF WS-VI-COST-DIFF > WS-VI-COST-LIMIT
                           MOVE 'EXCEPT' TO WS-VI-STATUS
                           MOVE 'Unit Cost Over Tolerance'
                               TO WS-VI-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       ComputePriorInvoicedQty SECTION.
           MOVE 0 TO WS-VI-PRIOR-QTY
           MOVE LOW-VALUES TO VIKey
           MOVE WS-VI-VENDOR TO VIVendorCode
           START VendorInvoiceFile KEY IS GREATER THAN OR EQUAL TO
               VIKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-VI-EOF
               PERFORM UNTIL WS-VI-EOF = 'Y'
                   READ VendorInvoiceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-VI-EOF
                       NOT AT END
                           IF VIVendorCode NOT = WS-VI-VENDOR
                               MOVE 'Y' TO WS-VI-EOF
                           ELSE
                               IF VIInvoiceNumber NOT = WS-VI-INVOICE
                                  AND VIPONumber = WS-VI-PO
                                  AND VIInventoryID = WS-VI-ID
                                  AND VILocationCode = WS-VI-LOC
                                  AND VIStatus NOT = 'EXCEPT'
                                   ADD VIInvoicedQty TO
                                       WS-VI-PRIOR-QTY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       GetMatchReceiptCost SECTION.
           MOVE 0 TO WS-VI-RCV-COST
           MOVE 0 TO WS-VI-RCV-QTY-SUM
           MOVE 0 TO WS-VI-RCV-VALUE-SUM
           MOVE SPACES TO WS-VI-RCV-REF
           STRING 'PO' DELIMITED BY SIZE
                  WS-VI-PO DELIMITED BY SIZE
                  INTO WS-VI-RCV-REF
           CLOSE TransactionFile
           OPEN INPUT TransactionFile
           MOVE 'N' TO WS-VI-TRAN-EOF
           PERFORM UNTIL WS-VI-TRAN-EOF = 'Y'
               READ TransactionFile
                   AT END MOVE 'Y' TO WS-VI-TRAN-EOF
                   NOT AT END
                       IF TranType = 'RECEIPT' AND
                          TranReference = WS-VI-RCV-REF AND
                          TranInventoryID = WS-VI-ID AND
                          TranLocationCode = WS-VI-LOC AND
                          TranQtyDelta > 0
                           ADD TranQtyDelta TO WS-VI-RCV-QTY-SUM
                           COMPUTE WS-VI-RCV-VALUE-SUM =
                               WS-VI-RCV-VALUE-SUM +
                               (TranQtyDelta * TranUnitCost)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN EXTEND TransactionFile
           IF WS-VI-RCV-QTY-SUM > 0
               COMPUTE WS-VI-RCV-COST ROUNDED =
                   WS-VI-RCV-VALUE-SUM / WS-VI-RCV-QTY-SUM
               MOVE 'RECEIPT' TO WS-VI-COST-SOURCE
           ELSE
               MOVE WS-VI-ID TO IVInventoryID
               MOVE WS-VI-VENDOR TO IVVendorCode
               READ ItemVendorFile
                   INVALID KEY
                       MOVE 'NONE' TO WS-VI-COST-SOURCE
                   NOT INVALID KEY
                       MOVE IVUnitCost TO WS-VI-RCV-COST
                       MOVE 'VENDOR' TO WS-VI-COST-SOURCE
               END-READ
           END-IF
           EXIT.

       WriteVendorInvoiceLine SECTION.
           MOVE WS-VI-VENDOR TO VIVendorCode
           MOVE WS-VI-INVOICE TO VIInvoiceNumber
           MOVE WS-VI-PO TO VIPONumber
           MOVE WS-VI-ID TO VIInventoryID
           MOVE WS-VI-LOC TO VILocationCode
           MOVE WS-VI-DATE TO VIInvoiceDate
           MOVE WS-VI-QTY TO VIInvoicedQty
           MOVE WS-VI-COST TO VIUnitCost
           MOVE WS-VI-RCV-QTY TO VIReceivedQty
           MOVE WS-VI-RCV-COST TO VIReceiptCost
           MOVE WS-VI-STATUS TO VIStatus
           MOVE WS-VI-REASON TO VIReason
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO VIEntryDate
           MOVE WS-OPERATOR-ID TO VIOperator
           MOVE SPACES TO VIVoucherDate
           WRITE VendorInvoiceRecord
           IF WS-FILE-STATUS = '00'
               IF WS-VI-STATUS = 'APPROVD'
                   ADD 1 TO WS-VI-APPROVED
                   DISPLAY 'Line Approved - PO ' WS-VI-PO
                       ' ' WS-VI-ID
                       ' Receipt Cost (' WS-VI-COST-SOURCE '): '
                       WS-VI-RCV-COST
               ELSE
                   ADD 1 TO WS-VI-EXCEPTIONS
                   DISPLAY 'Line Held As Exception - PO ' WS-VI-PO
                       ' ' WS-VI-ID ' - ' WS-VI-REASON
               END-IF
           ELSE
               DISPLAY 'Invoice Line Not Written - File Status: '
                   WS-FILE-STATUS
               ADD 1 TO WS-VI-REJECTS
           END-IF
           EXIT.

       LoadVendorInvoiceFile SECTION.
           MOVE 'APFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunLoadVendorInvoiceFile
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunLoadVendorInvoiceFile SECTION.
           DISPLAY 'Load Vendor Invoice File:'
           DISPLAY '-----------------------'
           MOVE 'Vendor Invoice Load' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM LoadAPTolerance
           PERFORM VerifyVendorInvoiceFile
           IF WS-INT-FILE-OK = 'Y'
               PERFORM CommitVendorInvoiceFile
           END-IF
           EXIT.

       VerifyVendorInvoiceFile SECTION.
           MOVE 'N' TO WS-INT-FILE-OK
           MOVE 'N' TO WS-INT-TRAILER-FOUND
           MOVE 0 TO WS-INT-COUNT
           MOVE 0 TO WS-INT-QTY-HASH
           MOVE 0 TO WS-INT-VALUE-HASH
           OPEN INPUT VendorInvoiceInFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'No Vendor Invoice File On Hand'
           ELSE
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ VendorInvoiceInFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           PERFORM TallyVendorInvoiceLine
                   END-READ
               END-PERFORM
               CLOSE VendorInvoiceInFile
               IF WS-INT-TRAILER-FOUND = 'N'
                   DISPLAY 'Vendor Invoice File Has No Trailer'
                       ' - File Rejected'
               ELSE
                   IF WS-VIL-T-COUNT = WS-INT-COUNT AND
                      WS-VIL-T-QTY-HASH = WS-INT-QTY-HASH AND
                      WS-VIL-T-VALUE-HASH = WS-INT-VALUE-HASH
                       MOVE 'Y' TO WS-INT-FILE-OK
                   ELSE
                       DISPLAY
                         'Control Totals Do Not Match - File Rejected'
                       DISPLAY 'Trailer Count: ' WS-VIL-T-COUNT
                           ' Computed: ' WS-INT-COUNT
                       DISPLAY 'Trailer Qty Hash: ' WS-VIL-T-QTY-HASH
                           ' Computed: ' WS-INT-QTY-HASH
                       DISPLAY 'Trailer Value Hash: '
                           WS-VIL-T-VALUE-HASH
                           ' Computed: ' WS-INT-VALUE-HASH
                   END-IF
               END-IF
           END-IF
           EXIT.

       TallyVendorInvoiceLine SECTION.
           EVALUATE VendorInvoiceInData (1:1)
               WHEN 'H'
                   CONTINUE
               WHEN 'T'
                   MOVE VendorInvoiceInData (1:33) TO WS-VIL-TRAILER
                   MOVE 'Y' TO WS-INT-TRAILER-FOUND
               WHEN 'D'
                   MOVE VendorInvoiceInData (1:33) TO WS-VIL-DETAIL
                   ADD 1 TO WS-INT-COUNT
                   IF WS-VIL-D-QTY IS NUMERIC AND
                      WS-VIL-D-COST IS NUMERIC
                       ADD WS-VIL-D-QTY TO WS-INT-QTY-HASH
                       COMPUTE WS-INT-VALUE-HASH =
                           WS-INT-VALUE-HASH +
                           (WS-VIL-D-QTY * WS-VIL-D-COST)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       CommitVendorInvoiceFile SECTION.
           MOVE 0 TO WS-VI-APPROVED
           MOVE 0 TO WS-VI-EXCEPTIONS
           MOVE 0 TO WS-VI-REJECTS
           MOVE 'N' TO WS-VI-HDR-OK
           OPEN INPUT VendorInvoiceInFile
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ VendorInvoiceInFile
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM LoadVendorInvoiceInLine
               END-READ
           END-PERFORM
           CLOSE VendorInvoiceInFile
           DISPLAY 'Invoice Lines Approved: ' WS-VI-APPROVED
           DISPLAY 'Invoice Lines To Exceptions: ' WS-VI-EXCEPTIONS
           DISPLAY 'Invoice Lines Refused: ' WS-VI-REJECTS
           MOVE SPACES TO ReportOutData
           STRING 'Approved: ' DELIMITED BY SIZE
                  WS-VI-APPROVED DELIMITED BY SIZE
                  '  Exceptions: ' DELIMITED BY SIZE
                  WS-VI-EXCEPTIONS DELIMITED BY SIZE
                  '  Refused: ' DELIMITED BY SIZE
                  WS-VI-REJECTS DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE 'Loaded Vendor Invoice File Approved: '
               TO WS-UPDATE-LOG
           STRING WS-VI-APPROVED DELIMITED BY SIZE
                  ' Exceptions: ' DELIMITED BY SIZE
                  WS-VI-EXCEPTIONS DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           EXIT.

       LoadVendorInvoiceInLine SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE VendorInvoiceInData (1:1)
               WHEN 'H'
                   MOVE VendorInvoiceInData (1:27) TO WS-VIL-HEADER
                   MOVE WS-VIL-H-VENDOR TO WS-VI-VENDOR
                   MOVE WS-VIL-H-INVOICE TO WS-VI-INVOICE
                   MOVE WS-VIL-H-DATE TO WS-VI-DATE
                   MOVE 'Y' TO WS-VI-HDR-OK
                   MOVE WS-VI-VENDOR TO VMVendorCode
                   READ VendorMasterFile
                       INVALID KEY
                           MOVE 'N' TO WS-VI-HDR-OK
                           MOVE 'Vendor Not On File'
                               TO WS-REJECT-REASON
                   END-READ
                   IF WS-VI-INVOICE = SPACES
                       MOVE 'N' TO WS-VI-HDR-OK
                       MOVE 'Missing Invoice Number'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN 'D'
                   MOVE VendorInvoiceInData (1:33) TO WS-VIL-DETAIL
                   IF WS-VI-HDR-OK = 'N'
                       MOVE 'No Valid Invoice Header'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-VIL-D-PO IS NOT NUMERIC OR
                          WS-VIL-D-QTY IS NOT NUMERIC OR
                          WS-VIL-D-COST IS NOT NUMERIC
                           MOVE 'PO, Quantity or Cost Not Numeric'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-VIL-D-PO TO WS-VI-PO
                           MOVE WS-VIL-D-ID TO WS-VI-ID
                           MOVE WS-VIL-D-LOC TO WS-VI-LOC
                           MOVE WS-VIL-D-QTY TO WS-VI-QTY
                           MOVE WS-VIL-D-COST TO WS-VI-COST
                           PERFORM PostVendorInvoiceLine
                       END-IF
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Unknown Record Type' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-VI-REJECTS
               DISPLAY 'Vendor Invoice Line Refused: '
                   VendorInvoiceInData (1:40)
               DISPLAY '  - ' WS-REJECT-REASON
               MOVE SPACES TO ReportOutData
               STRING 'Refused: ' DELIMITED BY SIZE
                      VendorInvoiceInData (1:40) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       VendorInvoiceExceptions SECTION.
           MOVE 'APFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunVendorInvoiceExceptions
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunVendorInvoiceExceptions SECTION.
           DISPLAY 'Vendor Invoice Exceptions:'
           DISPLAY '-----------------------'
           MOVE 'Vendor Invoice Exceptions' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM LoadAPTolerance
           MOVE 0 TO WS-VIX-COUNT
           MOVE 'N' TO WS-VIX-OVERFLOW-WARNED
           MOVE LOW-VALUES TO VIKey
           START VendorInvoiceFile KEY IS GREATER THAN OR EQUAL TO
               VIKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-VI-EOF
               PERFORM UNTIL WS-VI-EOF = 'Y'
                   READ VendorInvoiceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-VI-EOF
                       NOT AT END
                           IF VIStatus = 'EXCEPT'
                               PERFORM CollectVendorInvoiceException
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 0 TO WS-VI-APPROVED
           MOVE 0 TO WS-VI-EXCEPTIONS
           PERFORM VARYING WS-VIX-IDX FROM 1 BY 1
                   UNTIL WS-VIX-IDX > WS-VIX-COUNT
               PERFORM RematchVendorInvoiceLine
           END-PERFORM
           DISPLAY 'Exceptions Cleared On Rematch: ' WS-VI-APPROVED
           DISPLAY 'Exceptions Outstanding: ' WS-VI-EXCEPTIONS
           MOVE SPACES TO ReportOutData
           STRING 'Cleared On Rematch: ' DELIMITED BY SIZE
                  WS-VI-APPROVED DELIMITED BY SIZE
                  '  Exceptions Outstanding: ' DELIMITED BY SIZE
                  WS-VI-EXCEPTIONS DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       CollectVendorInvoiceException SECTION.
           IF WS-VIX-COUNT < 500
               ADD 1 TO WS-VIX-COUNT
               MOVE VIKey TO WS-VIX-KEY (WS-VIX-COUNT)
           ELSE
               IF WS-VIX-OVERFLOW-WARNED = 'N'
                   DISPLAY 'Exception Table Full - Remaining'
                       ' Exceptions Not Rematched This Run'
                   MOVE 'Y' TO WS-VIX-OVERFLOW-WARNED
               END-IF
           END-IF
           EXIT.

       RematchVendorInvoiceLine SECTION.
           MOVE WS-VIX-KEY (WS-VIX-IDX) TO VIKey
           READ VendorInvoiceFile
               INVALID KEY
                   MOVE 'N' TO WS-VI-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VI-FOUND
                   MOVE VIVendorCode TO WS-VI-VENDOR
                   MOVE VIInvoiceNumber TO WS-VI-INVOICE
                   MOVE VIPONumber TO WS-VI-PO
                   MOVE VIInventoryID TO WS-VI-ID
                   MOVE VILocationCode TO WS-VI-LOC
                   MOVE VIInvoicedQty TO WS-VI-QTY
                   MOVE VIUnitCost TO WS-VI-COST
           END-READ
           IF WS-VI-FOUND = 'Y'
               PERFORM MatchVendorInvoiceLine
               MOVE WS-VIX-KEY (WS-VIX-IDX) TO VIKey
               READ VendorInvoiceFile WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-VI-RCV-QTY TO VIReceivedQty
                       MOVE WS-VI-RCV-COST TO VIReceiptCost
                       MOVE WS-VI-STATUS TO VIStatus
                       MOVE WS-VI-REASON TO VIReason
                       REWRITE VendorInvoiceRecord
                       IF WS-VI-STATUS = 'APPROVD'
                           ADD 1 TO WS-VI-APPROVED
                           DISPLAY 'Released For Payment: '
                               VIVendorCode ' ' VIInvoiceNumber
                               ' PO ' VIPONumber ' ' VIInventoryID
                       ELSE
                           ADD 1 TO WS-VI-EXCEPTIONS
                           PERFORM ReportVendorInvoiceException
                       END-IF
               END-READ
               PERFORM CheckRecordLock
               UNLOCK VendorInvoiceFile
           END-IF
           EXIT.

       ReportVendorInvoiceException SECTION.
           DISPLAY 'Vendor: ' VIVendorCode
               ' Invoice: ' VIInvoiceNumber
               ' Date: ' VIInvoiceDate
           DISPLAY 'PO: ' VIPONumber
               ' ID: ' VIInventoryID
               ' Location: ' VILocationCode
           DISPLAY 'Billed Qty: ' VIInvoicedQty
               ' Received Qty: ' VIReceivedQty
           DISPLAY 'Billed Cost: ' VIUnitCost
               ' Receipt Cost: ' VIReceiptCost
           DISPLAY 'Reason: ' VIReason
           DISPLAY '-----------------------'
           MOVE SPACES TO ReportOutData
           STRING VIVendorCode DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  VIInvoiceNumber DELIMITED BY SPACE
                  ' PO ' DELIMITED BY SIZE
                  VIPONumber DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VIInventoryID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  VILocationCode DELIMITED BY SPACE
                  ' Bill: ' DELIMITED BY SIZE
                  VIInvoicedQty DELIMITED BY SIZE
                  '@' DELIMITED BY SIZE
                  VIUnitCost DELIMITED BY SIZE
                  ' Rcv: ' DELIMITED BY SIZE
                  VIReceivedQty DELIMITED BY SIZE
                  '@' DELIMITED BY SIZE
                  VIReceiptCost DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VIReason DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       APVoucherExtract SECTION.
           MOVE 'APFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunAPVoucherExtract
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunAPVoucherExtract SECTION.
           DISPLAY 'AP Voucher Extract:'
           DISPLAY '-----------------------'
           MOVE 'AP Voucher Extract' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM CollectHeldVendorInvoices
           IF WS-VIH-OVERFLOW-WARNED = 'Y'
               DISPLAY 'Held Invoice Table Full - Extract Aborted'
           ELSE
               PERFORM WriteAPVoucherFile
               IF WS-APV-PPV-NET = 0
                   DISPLAY 'No Purchase Price Variance to Book'
               ELSE
                   PERFORM WritePPVJournal
               END-IF
           END-IF
           EXIT.

       CollectHeldVendorInvoices SECTION.
           MOVE 0 TO WS-VIH-COUNT
           MOVE 'N' TO WS-VIH-OVERFLOW-WARNED
           MOVE LOW-VALUES TO VIKey
           START VendorInvoiceFile KEY IS GREATER THAN OR EQUAL TO
               VIKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-VI-EOF
               PERFORM UNTIL WS-VI-EOF = 'Y'
                   READ VendorInvoiceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-VI-EOF
                       NOT AT END
                           IF VIStatus = 'EXCEPT'
                               PERFORM AddHeldVendorInvoice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       AddHeldVendorInvoice SECTION.
           PERFORM CheckVendorInvoiceHeld
           IF WS-VIH-HIT = 'N'
               IF WS-VIH-COUNT < 500
                   ADD 1 TO WS-VIH-COUNT
                   MOVE VIVendorCode TO WS-VIH-VENDOR (WS-VIH-COUNT)
                   MOVE VIInvoiceNumber TO
                       WS-VIH-INVOICE (WS-VIH-COUNT)
               ELSE
                   MOVE 'Y' TO WS-VIH-OVERFLOW-WARNED
               END-IF
           END-IF
           EXIT.

       CheckVendorInvoiceHeld SECTION.
           MOVE 'N' TO WS-VIH-HIT
           PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
                   UNTIL WS-VIH-IDX > WS-VIH-COUNT
                       OR WS-VIH-HIT = 'Y'
               IF WS-VIH-VENDOR (WS-VIH-IDX) = VIVendorCode AND
                  WS-VIH-INVOICE (WS-VIH-IDX) = VIInvoiceNumber
                   MOVE 'Y' TO WS-VIH-HIT
               END-IF
           END-PERFORM
           EXIT.

       WriteAPVoucherFile SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-APV-TODAY
           OPEN OUTPUT APVoucherFile
           MOVE SPACES TO WS-APV-HEADER
           MOVE 'H' TO WS-APV-H-TYPE
           MOVE WS-APV-TODAY TO WS-APV-H-DATE
           MOVE 'INVENTORY-MGMT' TO WS-APV-H-SOURCE
           WRITE APVoucherRecord FROM WS-APV-HEADER
           MOVE 0 TO WS-APV-COUNT
           MOVE 0 TO WS-APV-TOTAL
           MOVE 0 TO WS-APV-PPV-NET
           MOVE 'N' TO WS-APV-PENDING
           MOVE LOW-VALUES TO VIKey
           START VendorInvoiceFile KEY IS GREATER THAN OR EQUAL TO
               VIKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-VI-EOF
               PERFORM UNTIL WS-VI-EOF = 'Y'
                   READ VendorInvoiceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-VI-EOF
                       NOT AT END
                           IF VIStatus = 'APPROVD'
                               PERFORM VoucherApprovedLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-APV-PENDING = 'Y'
               PERFORM WriteVoucherLine
           END-IF
           MOVE 'T' TO WS-APV-T-TYPE
           MOVE WS-APV-COUNT TO WS-APV-T-COUNT
           MOVE WS-APV-TOTAL TO WS-APV-T-TOTAL
           WRITE APVoucherRecord FROM WS-APV-TRAILER
           CLOSE APVoucherFile
           DISPLAY 'Vouchers Written: ' WS-APV-COUNT
               ' Total: ' WS-APV-TOTAL
           IF WS-VIH-COUNT > 0
               DISPLAY 'Invoices Held For Exceptions: '
                   WS-VIH-COUNT
           END-IF
           MOVE SPACES TO ReportOutData
           STRING 'Vouchers: ' DELIMITED BY SIZE
                  WS-APV-COUNT DELIMITED BY SIZE
                  '  Total: ' DELIMITED BY SIZE
                  WS-APV-TOTAL DELIMITED BY SIZE
                  '  Held: ' DELIMITED BY SIZE
                  WS-VIH-COUNT DELIMITED BY SIZE
                  '  Net PPV: ' DELIMITED BY SIZE
                  WS-APV-PPV-NET DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       VoucherApprovedLine SECTION.
           PERFORM CheckVendorInvoiceHeld
           IF WS-VIH-HIT = 'N'
               IF WS-APV-PENDING = 'Y'
                   IF VIVendorCode NOT = WS-APV-CUR-VENDOR OR
                      VIInvoiceNumber NOT = WS-APV-CUR-INVOICE
                       PERFORM WriteVoucherLine
                   END-IF
               END-IF
               IF WS-APV-PENDING = 'N'
                   MOVE VIVendorCode TO WS-APV-CUR-VENDOR
                   MOVE VIInvoiceNumber TO WS-APV-CUR-INVOICE
                   MOVE VIInvoiceDate TO WS-APV-CUR-DATE
                   MOVE 0 TO WS-APV-CUR-AMOUNT
                   MOVE 0 TO WS-APV-CUR-LINES
                   MOVE 'Y' TO WS-APV-PENDING
               END-IF
               COMPUTE WS-APV-CUR-AMOUNT = WS-APV-CUR-AMOUNT +
                   (VIInvoicedQty * VIUnitCost)
               ADD 1 TO WS-APV-CUR-LINES
               COMPUTE WS-APV-LINE-PPV =
                   (VIUnitCost - VIReceiptCost) * VIInvoicedQty
               ADD WS-APV-LINE-PPV TO WS-APV-PPV-NET
               MOVE 'VOUCHED' TO VIStatus
               MOVE WS-APV-TODAY TO VIVoucherDate
               REWRITE VendorInvoiceRecord
           END-IF
           EXIT.

       WriteVoucherLine SECTION.
           MOVE 30 TO WS-AR-TERMS-DAYS
           MOVE WS-APV-CUR-VENDOR TO VMVendorCode
           READ VendorMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VMPaymentTerms NOT = SPACES
                       MOVE VMPaymentTerms TO WS-AR-TERMS-TEXT
                       PERFORM ParsePaymentTermsDays
                   END-IF
           END-READ
           MOVE SPACES TO WS-APV-DETAIL
           MOVE 'D' TO WS-APV-D-TYPE
           MOVE WS-APV-CUR-VENDOR TO WS-APV-D-VENDOR
           MOVE WS-APV-CUR-INVOICE TO WS-APV-D-INVOICE
           MOVE WS-APV-CUR-DATE TO WS-APV-D-INV-DATE
           IF WS-APV-CUR-DATE IS NUMERIC
               MOVE WS-APV-CUR-DATE TO WS-AR-DATE-NUM
               COMPUTE WS-AR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-AR-DATE-NUM)
                   + WS-AR-TERMS-DAYS
               COMPUTE WS-AR-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-AR-DATE-INT)
               MOVE WS-AR-DATE-NUM TO WS-APV-D-DUE-DATE
           ELSE
               MOVE WS-APV-CUR-DATE TO WS-APV-D-DUE-DATE
           END-IF
           MOVE WS-APV-CUR-AMOUNT TO WS-APV-D-AMOUNT
           MOVE WS-APV-CUR-LINES TO WS-APV-D-LINES
           WRITE APVoucherRecord FROM WS-APV-DETAIL
           ADD 1 TO WS-APV-COUNT
           ADD WS-APV-CUR-AMOUNT TO WS-APV-TOTAL
           DISPLAY 'Voucher: ' WS-APV-CUR-VENDOR
               ' Invoice: ' WS-APV-CUR-INVOICE
               ' Amount: ' WS-APV-CUR-AMOUNT
               ' Due: ' WS-APV-D-DUE-DATE
           MOVE SPACES TO ReportOutData
           STRING WS-APV-CUR-VENDOR DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-APV-CUR-INVOICE DELIMITED BY SPACE
                  ' Lines: ' DELIMITED BY SIZE
                  WS-APV-CUR-LINES DELIMITED BY SIZE
                  ' Amount: ' DELIMITED BY SIZE
                  WS-APV-CUR-AMOUNT DELIMITED BY SIZE
                  ' Due: ' DELIMITED BY SIZE
                  WS-APV-D-DUE-DATE DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE 'N' TO WS-APV-PENDING
           EXIT.

       WritePPVJournal SECTION.
           OPEN OUTPUT PPVJournalFile
           MOVE SPACES TO WS-GLJ-HEADER
           MOVE 'H' TO WS-GLJ-H-TYPE
           MOVE WS-APV-TODAY TO WS-GLJ-H-DATE
           MOVE 'INVENTORY-MGMT' TO WS-GLJ-H-SOURCE
           WRITE PPVJournalRecord FROM WS-GLJ-HEADER
           MOVE 0 TO WS-GLJ-COUNT
           MOVE 0 TO WS-GLJ-DEBITS
           MOVE 0 TO WS-GLJ-CREDITS
           MOVE 'PPV' TO GLMCategoryCode
           READ GLMapFile
               INVALID KEY
                   MOVE '9999SUSP' TO WS-GLX-INV-ACCT
                   MOVE '9999SUSP' TO WS-GLX-OFF-ACCT
                   DISPLAY 'No GL Account Map for Category: PPV'
                       ' - Posted to Suspense'
               NOT INVALID KEY
                   MOVE GLMInventoryAcct TO WS-GLX-INV-ACCT
                   MOVE GLMOffsetAcct TO WS-GLX-OFF-ACCT
           END-READ
           IF WS-APV-PPV-NET > 0
               MOVE WS-GLX-INV-ACCT TO WS-GLX-DR-ACCT
               MOVE WS-GLX-OFF-ACCT TO WS-GLX-CR-ACCT
               MOVE WS-APV-PPV-NET TO WS-GLX-AMOUNT
           ELSE
               MOVE WS-GLX-OFF-ACCT TO WS-GLX-DR-ACCT
               MOVE WS-GLX-INV-ACCT TO WS-GLX-CR-ACCT
               COMPUTE WS-GLX-AMOUNT = 0 - WS-APV-PPV-NET
           END-IF
           MOVE SPACES TO WS-GLJ-DETAIL
           MOVE 'D' TO WS-GLJ-D-TYPE
           MOVE WS-GLX-DR-ACCT TO WS-GLJ-D-ACCOUNT
           MOVE 'D' TO WS-GLJ-D-DRCR
           MOVE WS-GLX-AMOUNT TO WS-GLJ-D-AMOUNT
           MOVE 'PPV' TO WS-GLJ-D-CATEGORY
           MOVE 'PPV' TO WS-GLJ-D-TRANTYPE
           WRITE PPVJournalRecord FROM WS-GLJ-DETAIL
           ADD 1 TO WS-GLJ-COUNT
           ADD WS-GLX-AMOUNT TO WS-GLJ-DEBITS
           MOVE WS-GLX-CR-ACCT TO WS-GLJ-D-ACCOUNT
           MOVE 'C' TO WS-GLJ-D-DRCR
           WRITE PPVJournalRecord FROM WS-GLJ-DETAIL
           ADD 1 TO WS-GLJ-COUNT
           ADD WS-GLX-AMOUNT TO WS-GLJ-CREDITS
           MOVE 'T' TO WS-GLJ-T-TYPE
           MOVE WS-GLJ-COUNT TO WS-GLJ-T-COUNT
           MOVE WS-GLJ-DEBITS TO WS-GLJ-T-DEBITS
           MOVE WS-GLJ-CREDITS TO WS-GLJ-T-CREDITS
           WRITE PPVJournalRecord FROM WS-GLJ-TRAILER
           CLOSE PPVJournalFile
           DISPLAY 'Purchase Price Variance Booked: '
               ' DR ' WS-GLX-DR-ACCT
               ' CR ' WS-GLX-CR-ACCT
               ' Amount: ' WS-GLX-AMOUNT
           MOVE SPACES TO ReportOutData
           STRING 'PPV DR ' DELIMITED BY SIZE
                  WS-GLX-DR-ACCT DELIMITED BY SPACE
                  ' CR ' DELIMITED BY SIZE
                  WS-GLX-CR-ACCT DELIMITED BY SPACE
                  ' Amount: ' DELIMITED BY SIZE
                  WS-GLX-AMOUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ResolveContractPrice SECTION.
           MOVE WS-CP-LIST-PRICE TO WS-CP-PRICE
           MOVE 'L' TO WS-CP-SOURCE
           MOVE SPACES TO WS-CP-REF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-CP-TODAY
           MOVE WS-CP-CUSTOMER TO CPCustomerCode
           MOVE WS-CP-ITEM TO CPInventoryID
           MOVE LOW-VALUES TO CPEffectiveDate
           START CustPriceFile KEY IS GREATER THAN OR EQUAL TO CPKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-CP-EOF
               PERFORM UNTIL WS-CP-EOF = 'Y'
                   READ CustPriceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-CP-EOF
                       NOT AT END
                           IF CPCustomerCode NOT = WS-CP-CUSTOMER OR
                              CPInventoryID NOT = WS-CP-ITEM OR
                              CPEffectiveDate > WS-CP-TODAY
                               MOVE 'Y' TO WS-CP-EOF
                           ELSE
                               IF CPExpiryDate = SPACES OR
                                  CPExpiryDate >= WS-CP-TODAY
                                   PERFORM ApplyContractTiers
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       ApplyContractTiers SECTION.
           MOVE 0 TO WS-CP-TIER-PRICE
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > 5
               IF CPTierPrice (WS-CP-IDX) > 0 AND
                  CPBreakQty (WS-CP-IDX) <= WS-CP-QTY
                   MOVE CPTierPrice (WS-CP-IDX) TO WS-CP-TIER-PRICE
               END-IF
           END-PERFORM
           IF WS-CP-TIER-PRICE > 0
               MOVE WS-CP-TIER-PRICE TO WS-CP-PRICE
               MOVE 'C' TO WS-CP-SOURCE
               MOVE CPContractRef TO WS-CP-REF
           ELSE
               MOVE WS-CP-LIST-PRICE TO WS-CP-PRICE
               MOVE 'L' TO WS-CP-SOURCE
               MOVE SPACES TO WS-CP-REF
           END-IF
           EXIT.

       MaintainCustomerPricing SECTION.
           DISPLAY 'Enter Customer Code:'
           ACCEPT WS-CP-CUSTOMER
           MOVE 'Y' TO WS-CP-VALID
           MOVE WS-CP-CUSTOMER TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   MOVE 'N' TO WS-CP-VALID
                   DISPLAY 'Customer Not On File - Add It First'
           END-READ
           IF WS-CP-VALID = 'Y'
               DISPLAY 'Enter Inventory ID:'
               ACCEPT WS-CP-ITEM
               DISPLAY 'Enter Effective Date (YYYYMMDD,'
                   ' blank = Today):'
               ACCEPT WS-CP-EFFECTIVE
               IF WS-CP-EFFECTIVE = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
                   MOVE WS-RUN-DATE (1:8) TO WS-CP-EFFECTIVE
               END-IF
               IF WS-CP-EFFECTIVE IS NOT NUMERIC
                   MOVE 'N' TO WS-CP-VALID
                   DISPLAY 'Effective Date Must Be YYYYMMDD'
               END-IF
           END-IF
           IF WS-CP-VALID = 'Y'
               PERFORM DisplayCustomerItemPrices
               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > 5
                   MOVE 0 TO WS-CP-BREAK-QTY (WS-CP-IDX)
                   MOVE 0 TO WS-CP-BREAK-PRICE (WS-CP-IDX)
               END-PERFORM
               DISPLAY 'Enter Base Contract Unit Price'
                   ' (0 = Remove Price Record):'
               ACCEPT WS-CP-BREAK-PRICE (1)
               IF WS-CP-BREAK-PRICE (1) = 0
                   PERFORM RemoveCustomerPrice
               ELSE
                   PERFORM PromptContractPriceTerms
                   IF WS-CP-VALID = 'Y'
                       PERFORM WriteCustomerPrice
                   END-IF
               END-IF
           END-IF
           EXIT.

       DisplayCustomerItemPrices SECTION.
           MOVE WS-CP-CUSTOMER TO CPCustomerCode
           MOVE WS-CP-ITEM TO CPInventoryID
           MOVE LOW-VALUES TO CPEffectiveDate
           START CustPriceFile KEY IS GREATER THAN OR EQUAL TO CPKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-CP-EOF
               PERFORM UNTIL WS-CP-EOF = 'Y'
                   READ CustPriceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-CP-EOF
                       NOT AT END
                           IF CPCustomerCode NOT = WS-CP-CUSTOMER OR
                              CPInventoryID NOT = WS-CP-ITEM
                               MOVE 'Y' TO WS-CP-EOF
                           ELSE
                               DISPLAY 'On File: Effective '
                                   CPEffectiveDate
                                   ' Expiry ' CPExpiryDate
                                   ' Contract ' CPContractRef
                               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                                       UNTIL WS-CP-IDX > 5
                                   IF CPTierPrice (WS-CP-IDX) > 0
                                       DISPLAY '  From Qty '
                                           CPBreakQty (WS-CP-IDX)
                                           ' Price '
                                           CPTierPrice (WS-CP-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       PromptContractPriceTerms SECTION.
           DISPLAY 'Enter Contract Reference:'
           ACCEPT WS-CP-CONTRACT
           DISPLAY 'Enter Expiry Date (YYYYMMDD,'
               ' blank = Open-Ended):'
           ACCEPT WS-CP-EXPIRY
           IF WS-CP-EXPIRY NOT = SPACES
               IF WS-CP-EXPIRY IS NOT NUMERIC
                   MOVE 'N' TO WS-CP-VALID
                   DISPLAY 'Expiry Date Must Be YYYYMMDD'
               ELSE
                   IF WS-CP-EXPIRY < WS-CP-EFFECTIVE
                       MOVE 'N' TO WS-CP-VALID
                       DISPLAY 'Expiry Date Is Before Effective Date'
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-CP-PRIOR-BREAK
           MOVE 'N' TO WS-CP-DONE
           PERFORM VARYING WS-CP-IDX FROM 2 BY 1
                   UNTIL WS-CP-IDX > 5 OR WS-CP-DONE = 'Y'
                       OR WS-CP-VALID = 'N'
               DISPLAY 'Enter Tier ' WS-CP-IDX
                   ' Minimum Quantity (0 = No More Tiers):'
               ACCEPT WS-CP-BREAK-QTY (WS-CP-IDX)
               IF WS-CP-BREAK-QTY (WS-CP-IDX) = 0
                   MOVE 'Y' TO WS-CP-DONE
               ELSE
                   IF WS-CP-BREAK-QTY (WS-CP-IDX) <=
                           WS-CP-PRIOR-BREAK
                       MOVE 'N' TO WS-CP-VALID
                       DISPLAY 'Tier Quantities Must Increase'
                   ELSE
                       DISPLAY 'Enter Tier ' WS-CP-IDX
                           ' Unit Price:'
                       ACCEPT WS-CP-BREAK-PRICE (WS-CP-IDX)
                       MOVE WS-CP-BREAK-QTY (WS-CP-IDX) TO
                           WS-CP-PRIOR-BREAK
                       IF WS-CP-BREAK-PRICE (WS-CP-IDX) = 0
                           MOVE 'N' TO WS-CP-VALID
                           DISPLAY 'Tier Price Must Be Greater'
                               ' Than Zero'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CP-VALID = 'N'
               DISPLAY 'Contract Price Not Recorded'
           END-IF
           EXIT.

       WriteCustomerPrice SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-CP-CUSTOMER TO CPCustomerCode
           MOVE WS-CP-ITEM TO CPInventoryID
           MOVE WS-CP-EFFECTIVE TO CPEffectiveDate
           READ CustPriceFile WITH LOCK
               INVALID KEY
                   MOVE WS-CP-CUSTOMER TO CPCustomerCode
                   MOVE WS-CP-ITEM TO CPInventoryID
                   MOVE WS-CP-EFFECTIVE TO CPEffectiveDate
                   PERFORM MoveCustomerPriceTerms
                   WRITE CustPriceRecord
                   DISPLAY 'Contract Price Recorded'
               NOT INVALID KEY
                   PERFORM MoveCustomerPriceTerms
                   REWRITE CustPriceRecord
                   DISPLAY 'Contract Price Updated'
           END-READ
           PERFORM CheckRecordLock
           UNLOCK CustPriceFile
           MOVE 'Contract Price ' TO WS-UPDATE-LOG
           STRING WS-CP-CUSTOMER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CP-ITEM DELIMITED BY SPACE
                  ' Eff: ' DELIMITED BY SIZE
                  WS-CP-EFFECTIVE DELIMITED BY SIZE
                  ' Exp: ' DELIMITED BY SIZE
                  WS-CP-EXPIRY DELIMITED BY SIZE
                  ' Base: ' DELIMITED BY SIZE
                  WS-CP-BREAK-PRICE (1) DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           EXIT.

       MoveCustomerPriceTerms SECTION.
           MOVE WS-CP-EXPIRY TO CPExpiryDate
           MOVE WS-CP-CONTRACT TO CPContractRef
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > 5
               MOVE WS-CP-BREAK-QTY (WS-CP-IDX) TO
                   CPBreakQty (WS-CP-IDX)
               MOVE WS-CP-BREAK-PRICE (WS-CP-IDX) TO
                   CPTierPrice (WS-CP-IDX)
           END-PERFORM
           MOVE WS-RUN-DATE (1:8) TO CPLastChanged
           MOVE WS-OPERATOR-ID TO CPOperator
           EXIT.

       RemoveCustomerPrice SECTION.
           MOVE WS-CP-CUSTOMER TO CPCustomerCode
           MOVE WS-CP-ITEM TO CPInventoryID
           MOVE WS-CP-EFFECTIVE TO CPEffectiveDate
           READ CustPriceFile WITH LOCK
               INVALID KEY
                   DISPLAY 'No Contract Price With That Effective'
                       ' Date'
               NOT INVALID KEY
                   DELETE CustPriceFile
                   DISPLAY 'Contract Price Removed'
                   MOVE 'Removed Contract Price ' TO WS-UPDATE-LOG
                   STRING WS-CP-CUSTOMER DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-CP-ITEM DELIMITED BY SPACE
                          ' Eff: ' DELIMITED BY SIZE
                          WS-CP-EFFECTIVE DELIMITED BY SIZE
                          ' Operator: ' DELIMITED BY SIZE
                          WS-OPERATOR-ID DELIMITED BY SPACE
                          INTO WS-UPDATE-LOG
                   WRITE AuditRecord FROM WS-UPDATE-LOG
           END-READ
           PERFORM CheckRecordLock
           UNLOCK CustPriceFile
           EXIT.

       ContractPriceExpiryReport SECTION.
           IF WS-BATCH-MODE = 'Y'
               MOVE 30 TO WS-CP-DAYS
           ELSE
               DISPLAY 'Enter Days Until Contract Expiry to Report:'
               ACCEPT WS-CP-DAYS
           END-IF
           DISPLAY 'Contract Price Expiry Report:'
           DISPLAY '-----------------------'
           MOVE 'Contract Price Expiry Report' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-CP-DATE-NUM
           COMPUTE WS-CP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CP-DATE-NUM)
           MOVE 0 TO WS-CP-EXP-COUNT
           MOVE LOW-VALUES TO CPKey
           START CustPriceFile KEY IS GREATER THAN OR EQUAL TO CPKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-CP-EOF
               PERFORM UNTIL WS-CP-EOF = 'Y'
                   READ CustPriceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-CP-EOF
                       NOT AT END
                           IF CPExpiryDate NOT = SPACES
                               PERFORM ReportExpiringContract
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'Expiring Contract Prices Listed: ' WS-CP-EXP-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'Total Expiring Contract Prices: ' DELIMITED BY SIZE
                  WS-CP-EXP-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportExpiringContract SECTION.
           IF CPExpiryDate IS NOT NUMERIC
               DISPLAY 'Invalid Expiry Date On Contract: '
                   CPCustomerCode ' ' CPInventoryID
           ELSE
               MOVE CPExpiryDate TO WS-CP-DATE-NUM
               COMPUTE WS-CP-EXP-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CP-DATE-NUM)
               COMPUTE WS-CP-DAYS-LEFT =
                   WS-CP-EXP-INT - WS-CP-TODAY-INT
               IF WS-CP-DAYS-LEFT >= 0 AND
                  WS-CP-DAYS-LEFT <= WS-CP-DAYS
                   DISPLAY 'Customer: ' CPCustomerCode
                       ' ID: ' CPInventoryID
                       ' Contract: ' CPContractRef
                   DISPLAY 'Effective: ' CPEffectiveDate
                       ' Expiry: ' CPExpiryDate
                       ' Days Left: ' WS-CP-DAYS-LEFT
                       ' Base Price: ' CPTierPrice (1)
                   DISPLAY '-----------------------'
                   MOVE SPACES TO ReportOutData
                   STRING CPCustomerCode DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          CPInventoryID DELIMITED BY SPACE
                          ' Contract: ' DELIMITED BY SIZE
                          CPContractRef DELIMITED BY SPACE
                          ' Expiry: ' DELIMITED BY SIZE
                          CPExpiryDate DELIMITED BY SIZE
                          ' Days: ' DELIMITED BY SIZE
                          WS-CP-DAYS-LEFT DELIMITED BY SIZE
                          ' Base Price: ' DELIMITED BY SIZE
                          CPTierPrice (1) DELIMITED BY SIZE
                          INTO ReportOutData
                   WRITE ReportOutRecord FROM ReportOutData
                   ADD 1 TO WS-CP-EXP-COUNT
               END-IF
           END-IF
           EXIT.

       ReceiveTransferOrder SECTION.
           MOVE 'XFERFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunReceiveTransferOrder
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunReceiveTransferOrder SECTION.
           DISPLAY 'Enter Transfer Order Number:'
           ACCEPT WS-XO-NUMBER
           MOVE 0 TO WS-XO-FOUND-LINES
           MOVE 0 TO WS-XO-RECEIVED-LINES
           MOVE 0 TO WS-XO-SHORT-LINES
           MOVE 0 TO WS-XO-PENDING-LINES
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-XO-TODAY
           MOVE WS-XO-NUMBER TO XONumber
           MOVE 0 TO XOSeq
           START TransferOrderFile KEY IS GREATER THAN OR EQUAL TO
               XOKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-XO-EOF
               PERFORM UNTIL WS-XO-EOF = 'Y'
                   READ TransferOrderFile NEXT RECORD WITH LOCK
                       AT END MOVE 'Y' TO WS-XO-EOF
                       NOT AT END
                           IF XONumber NOT = WS-XO-NUMBER
                               MOVE 'Y' TO WS-XO-EOF
                           ELSE
                               IF XOStatus = 'INTRANS'
                                   ADD 1 TO WS-XO-FOUND-LINES
                                   PERFORM ReceiveTransferLine
                               END-IF
                           END-IF
                   END-READ
                   IF WS-FILE-STATUS = '51' OR
                      WS-FILE-STATUS = '99'
                       DISPLAY 'Record In Use By Another Operator'
                       MOVE 'Y' TO WS-XO-EOF
                   END-IF
                   UNLOCK TransferOrderFile
               END-PERFORM
           END-IF
           IF WS-XO-FOUND-LINES = 0
               DISPLAY 'No In-Transit Lines For Transfer Order: '
                   WS-XO-NUMBER
           ELSE
               DISPLAY 'Lines Received In Full: '
                   WS-XO-RECEIVED-LINES
               DISPLAY 'Lines Received Short: ' WS-XO-SHORT-LINES
               DISPLAY 'Lines Still In Transit: '
                   WS-XO-PENDING-LINES
           END-IF
           EXIT.

       ReceiveTransferLine SECTION.
           DISPLAY 'Line: ' XOSeq
               ' ID: ' XOInventoryID
               ' From: ' XOFromLocation
               ' To: ' XOToLocation
           DISPLAY 'Lot: ' XOLotNumber
               ' Shipped: ' XOShippedQty
               ' Ship Date: ' XOShipDate
           DISPLAY 'Enter Quantity Received:'
           ACCEPT WS-XO-RCV-QTY
           IF WS-XO-RCV-QTY > XOShippedQty
               DISPLAY 'Received Exceeds Shipped - Line Left In'
                   ' Transit'
               ADD 1 TO WS-XO-PENDING-LINES
           ELSE
               MOVE 'N' TO WS-DEST-LOCKED
               IF WS-XO-RCV-QTY > 0
                   MOVE XOInventoryID TO InventoryID
                   MOVE XOFromLocation TO WS-FROM-LOCATION
                   MOVE XOToLocation TO WS-TO-LOCATION
                   MOVE WS-XO-RCV-QTY TO WS-TRANSFER-QTY
                   MOVE XOUnitCost TO WS-XFER-COST
                   MOVE SPACES TO WS-TRAN-REF
                   STRING 'XO' DELIMITED BY SIZE
                          XONumber DELIMITED BY SIZE
                          INTO WS-TRAN-REF
                   PERFORM ReceiveAtDestination
                   IF WS-DEST-LOCKED = 'N' AND
                      XOLotNumber NOT = SPACES
                       MOVE XOLotNumber TO WS-LOT-NUMBER
                       MOVE XOLotExpiry TO WS-LOT-EXPIRY
                       MOVE WS-XO-RCV-QTY TO WS-LOT-QTY
                       MOVE 'XFER-IN' TO WS-LH-TYPE
                       MOVE XONumber TO WS-LH-DOC
                       MOVE XOFromLocation TO WS-LH-PARTNER
                       PERFORM RecordLotReceipt
                       PERFORM ClearLotHistoryContext
                   END-IF
                   IF WS-DEST-LOCKED = 'N'
                       MOVE XOLotNumber TO WS-BIN-LOT
                       MOVE WS-XO-RCV-QTY TO WS-BIN-QTY
                       PERFORM PutawayReceipt
                   END-IF
                   PERFORM CheckRecordLock
                   UNLOCK InventoryFile
               END-IF
               IF WS-DEST-LOCKED = 'Y'
                   ADD 1 TO WS-XO-PENDING-LINES
               ELSE
                   PERFORM CloseTransferLine
               END-IF
           END-IF
           EXIT.

       CloseTransferLine SECTION.
           COMPUTE WS-XO-SHORT-QTY = XOShippedQty - WS-XO-RCV-QTY
           MOVE WS-XO-RCV-QTY TO XOReceivedQty
           MOVE WS-XO-SHORT-QTY TO XOShortQty
           MOVE WS-XO-TODAY TO XOReceiveDate
           MOVE WS-OPERATOR-ID TO XORecvOperator
           IF WS-XO-SHORT-QTY > 0
               MOVE 'SHORT' TO XOStatus
               ADD 1 TO WS-XO-SHORT-LINES
           ELSE
               MOVE 'RECVD' TO XOStatus
               ADD 1 TO WS-XO-RECEIVED-LINES
           END-IF
           REWRITE TransferOrderRecord
           MOVE 'Received Transfer Order ' TO WS-UPDATE-LOG
           STRING XONumber DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  XOSeq DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XOInventoryID DELIMITED BY SPACE
                  ' Rcvd: ' DELIMITED BY SIZE
                  WS-XO-RCV-QTY DELIMITED BY SIZE
                  ' Short: ' DELIMITED BY SIZE
                  WS-XO-SHORT-QTY DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           IF WS-XO-SHORT-QTY > 0
               DISPLAY 'Shortage Recorded: ' WS-XO-SHORT-QTY
                   ' Value: ' XOUnitCost
           ELSE
               DISPLAY 'Line Received In Full'
           END-IF
           EXIT.

       AccumulateInTransitValue SECTION.
           MOVE 0 TO WS-XO-TRANSIT-QTY
           MOVE 0 TO WS-XO-TRANSIT-COST
           MOVE 0 TO WS-XO-TRANSIT-RETAIL
           MOVE LOW-VALUES TO XOKey
           START TransferOrderFile KEY IS GREATER THAN OR EQUAL TO
               XOKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-XO-EOF
               PERFORM UNTIL WS-XO-EOF = 'Y'
                   READ TransferOrderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-XO-EOF
                       NOT AT END
                           IF XOStatus = 'INTRANS' AND
                              (WS-LOCATION-FILTER = SPACES OR
                               WS-LOCATION-FILTER = XOToLocation)
                               PERFORM AddInTransitLineValue
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       AddInTransitLineValue SECTION.
           ADD XOShippedQty TO WS-XO-TRANSIT-QTY
           COMPUTE WS-XO-TRANSIT-COST = WS-XO-TRANSIT-COST +
               (XOShippedQty * XOUnitCost)
           MOVE XOInventoryID TO InventoryID
           MOVE XOFromLocation TO LocationCode
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-XO-TRANSIT-RETAIL =
                       WS-XO-TRANSIT-RETAIL +
                       (XOShippedQty * Price)
           END-READ
           EXIT.

       ReportInTransitRollup SECTION.
           MOVE SPACES TO WS-LOCATION-FILTER
           PERFORM AccumulateInTransitValue
           DISPLAY 'Stock In Transit Qty: ' WS-XO-TRANSIT-QTY
               ' Cost Value: ' WS-XO-TRANSIT-COST
           MOVE SPACES TO ReportOutData
           STRING 'In Transit Qty: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-QTY DELIMITED BY SIZE
                  '  Cost Value: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-COST DELIMITED BY SIZE
                  '  Retail Value: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-RETAIL DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       OpenInTransitReport SECTION.
           DISPLAY 'Open In-Transit Report:'
           DISPLAY '-----------------------'
           MOVE 'Open In-Transit Report' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-XO-DATE-NUM
           COMPUTE WS-XO-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-XO-DATE-NUM)
           MOVE 0 TO WS-XO-OPEN-COUNT
           MOVE 0 TO WS-XO-TRANSIT-QTY
           MOVE 0 TO WS-XO-TRANSIT-COST
           MOVE LOW-VALUES TO XOKey
           START TransferOrderFile KEY IS GREATER THAN OR EQUAL TO
               XOKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-XO-EOF
               PERFORM UNTIL WS-XO-EOF = 'Y'
                   READ TransferOrderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-XO-EOF
                       NOT AT END
                           IF XOStatus = 'INTRANS'
                               PERFORM ReportInTransitLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'Open In-Transit Lines: ' WS-XO-OPEN-COUNT
           DISPLAY 'Total Qty In Transit: ' WS-XO-TRANSIT-QTY
               ' Cost Value: ' WS-XO-TRANSIT-COST
           MOVE SPACES TO ReportOutData
           STRING 'Open Lines: ' DELIMITED BY SIZE
                  WS-XO-OPEN-COUNT DELIMITED BY SIZE
                  '  Qty: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-QTY DELIMITED BY SIZE
                  '  Cost Value: ' DELIMITED BY SIZE
                  WS-XO-TRANSIT-COST DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportInTransitLine SECTION.
           MOVE 0 TO WS-XO-DAYS-OUT
           IF XOShipDate IS NUMERIC
               MOVE XOShipDate TO WS-XO-DATE-NUM
               COMPUTE WS-XO-SHIP-INT =
                   FUNCTION INTEGER-OF-DATE (WS-XO-DATE-NUM)
               IF WS-XO-TODAY-INT > WS-XO-SHIP-INT
                   COMPUTE WS-XO-DAYS-OUT =
                       WS-XO-TODAY-INT - WS-XO-SHIP-INT
               END-IF
           END-IF
           COMPUTE WS-XO-LINE-VALUE = XOShippedQty * XOUnitCost
           ADD 1 TO WS-XO-OPEN-COUNT
           ADD XOShippedQty TO WS-XO-TRANSIT-QTY
           ADD WS-XO-LINE-VALUE TO WS-XO-TRANSIT-COST
           DISPLAY 'Transfer: ' XONumber '/' XOSeq
               ' ID: ' XOInventoryID
               ' From: ' XOFromLocation
               ' To: ' XOToLocation
           DISPLAY 'Lot: ' XOLotNumber
               ' Qty: ' XOShippedQty
               ' Value: ' WS-XO-LINE-VALUE
           DISPLAY 'Shipped: ' XOShipDate
               ' Days Outstanding: ' WS-XO-DAYS-OUT
           DISPLAY '-----------------------'
           MOVE SPACES TO ReportOutData
           STRING XONumber DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  XOSeq DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XOInventoryID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  XOFromLocation DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  XOToLocation DELIMITED BY SPACE
                  ' Lot: ' DELIMITED BY SIZE
                  XOLotNumber DELIMITED BY SPACE
                  ' Qty: ' DELIMITED BY SIZE
                  XOShippedQty DELIMITED BY SIZE
                  ' Shipped: ' DELIMITED BY SIZE
                  XOShipDate DELIMITED BY SIZE
                  ' Days: ' DELIMITED BY SIZE
                  WS-XO-DAYS-OUT DELIMITED BY SIZE
                  ' Value: ' DELIMITED BY SIZE
                  WS-XO-LINE-VALUE DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       LoadShipNotices SECTION.
           MOVE 'POFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunLoadShipNotices
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunLoadShipNotices SECTION.
           DISPLAY 'Load Vendor Ship Notices:'
           DISPLAY '-----------------------'
           MOVE 'Vendor Ship Notice Load' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM VerifyShipNoticeFile
           IF WS-INT-FILE-OK = 'Y'
               PERFORM CommitShipNoticeFile
           END-IF
           EXIT.

       VerifyShipNoticeFile SECTION.
           MOVE 'N' TO WS-INT-FILE-OK
           MOVE 'N' TO WS-INT-TRAILER-FOUND
           MOVE 0 TO WS-INT-COUNT
           MOVE 0 TO WS-INT-QTY-HASH
           OPEN INPUT ASNInFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'No Ship Notice File On Hand'
           ELSE
               MOVE 'N' TO WS-SUB-EOF
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ ASNInFile
                       AT END MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           PERFORM TallyShipNoticeLine
                   END-READ
               END-PERFORM
               CLOSE ASNInFile
               IF WS-INT-TRAILER-FOUND = 'N'
                   DISPLAY 'Ship Notice File Has No Trailer'
                       ' - File Rejected'
               ELSE
                   IF WS-ASN-T-COUNT = WS-INT-COUNT AND
                      WS-ASN-T-QTY-HASH = WS-INT-QTY-HASH
                       MOVE 'Y' TO WS-INT-FILE-OK
                   ELSE
                       DISPLAY
                         'Control Totals Do Not Match - File Rejected'
                       DISPLAY 'Trailer Count: ' WS-ASN-T-COUNT
                           ' Computed: ' WS-INT-COUNT
                       DISPLAY 'Trailer Qty Hash: ' WS-ASN-T-QTY-HASH
                           ' Computed: ' WS-INT-QTY-HASH
                   END-IF
               END-IF
           END-IF
           EXIT.

       TallyShipNoticeLine SECTION.
           EVALUATE ASNInData (1:1)
               WHEN 'H'
                   CONTINUE
               WHEN 'T'
                   MOVE ASNInData (1:18) TO WS-ASN-TRAILER
                   MOVE 'Y' TO WS-INT-TRAILER-FOUND
               WHEN 'D'
                   MOVE ASNInData (1:44) TO WS-ASN-DETAIL
                   ADD 1 TO WS-INT-COUNT
                   IF WS-ASN-D-QTY IS NUMERIC
                       ADD WS-ASN-D-QTY TO WS-INT-QTY-HASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       CommitShipNoticeFile SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-ASN-TODAY
           MOVE 0 TO WS-ASN-STAGED-COUNT
           MOVE 0 TO WS-ASN-REJECT-COUNT
           MOVE 'N' TO WS-ASN-HDR-OK
           OPEN INPUT ASNInFile
           OPEN OUTPUT ASNRejectFile
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ ASNInFile
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM LoadShipNoticeLine
               END-READ
           END-PERFORM
           CLOSE ASNInFile
           CLOSE ASNRejectFile
           DISPLAY 'Ship Notice Lines Staged: ' WS-ASN-STAGED-COUNT
           DISPLAY 'Ship Notice Lines Rejected: '
               WS-ASN-REJECT-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'Lines Staged: ' DELIMITED BY SIZE
                  WS-ASN-STAGED-COUNT DELIMITED BY SIZE
                  '  Rejected: ' DELIMITED BY SIZE
                  WS-ASN-REJECT-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE 'Loaded Ship Notices Staged: ' TO WS-UPDATE-LOG
           STRING WS-ASN-STAGED-COUNT DELIMITED BY SIZE
                  ' Rejected: ' DELIMITED BY SIZE
                  WS-ASN-REJECT-COUNT DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           EXIT.

       LoadShipNoticeLine SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE ASNInData (1:1)
               WHEN 'H'
                   MOVE ASNInData (1:27) TO WS-ASN-HEADER
                   MOVE WS-ASN-H-VENDOR TO WS-ASN-VENDOR
                   MOVE WS-ASN-H-NUMBER TO WS-ASN-NUMBER
                   MOVE WS-ASN-H-DATE TO WS-ASN-SHIP-DATE
                   MOVE 'Y' TO WS-ASN-HDR-OK
                   MOVE WS-ASN-VENDOR TO VMVendorCode
                   READ VendorMasterFile
                       INVALID KEY
                           MOVE 'N' TO WS-ASN-HDR-OK
                           MOVE 'Vendor Not On File'
                               TO WS-REJECT-REASON
                   END-READ
                   IF WS-ASN-NUMBER = SPACES
                       MOVE 'N' TO WS-ASN-HDR-OK
                       MOVE 'Missing Ship Notice Number'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN 'D'
                   MOVE ASNInData (1:44) TO WS-ASN-DETAIL
                   IF WS-ASN-HDR-OK = 'N'
                       MOVE 'No Valid Ship Notice Header'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM ValidateShipNoticeDetail
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM StageShipNoticeLine
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Unknown Record Type' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WriteShipNoticeReject
           END-IF
           EXIT.

       ValidateShipNoticeDetail SECTION.
           IF WS-ASN-D-PO IS NOT NUMERIC OR
              WS-ASN-D-QTY IS NOT NUMERIC
               MOVE 'PO Number or Quantity Not Numeric'
                   TO WS-REJECT-REASON
           ELSE
               IF WS-ASN-D-QTY = 0
                   MOVE 'Shipped Quantity Zero' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-ASN-D-LOT NOT = SPACES
                   IF WS-ASN-D-EXPIRY = SPACES
                       MOVE '99991231' TO WS-ASN-D-EXPIRY
                   END-IF
                   IF WS-ASN-D-EXPIRY IS NOT NUMERIC
                       MOVE 'Lot Expiry Not YYYYMMDD'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ASN-D-PO TO POOrderNumber
               MOVE WS-ASN-D-ID TO POInventoryID
               MOVE WS-ASN-D-LOC TO POLocationCode
               READ PurchaseOrderFile
                   INVALID KEY
                       MOVE 'Unknown PO Line' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF POStatus = 'CLOSED'
                           MOVE 'PO Line Closed' TO WS-REJECT-REASON
                       ELSE
                           IF POVendorCode NOT = WS-ASN-VENDOR
                               MOVE 'Vendor Does Not Match PO'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM ComputeStagedASNQty
               IF POReceivedQty + WS-ASN-STAGED-QTY + WS-ASN-D-QTY
                       > POOrderQty
                   MOVE 'Over-Ships PO Order Quantity'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           EXIT.

       ComputeStagedASNQty SECTION.
           MOVE 0 TO WS-ASN-STAGED-QTY
           MOVE LOW-VALUES TO ASKey
           MOVE WS-ASN-VENDOR TO ASVendorCode
           START ASNStageFile KEY IS GREATER THAN OR EQUAL TO ASKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-ASN-EOF
               PERFORM UNTIL WS-ASN-EOF = 'Y'
                   READ ASNStageFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ASN-EOF
                       NOT AT END
                           IF ASVendorCode NOT = WS-ASN-VENDOR
                               MOVE 'Y' TO WS-ASN-EOF
                           ELSE
                               IF ASStatus = 'STAGED' AND
                                  ASPONumber = WS-ASN-D-PO AND
                                  ASInventoryID = WS-ASN-D-ID AND
                                  ASLocationCode = WS-ASN-D-LOC
                                   ADD ASShippedQty TO
                                       WS-ASN-STAGED-QTY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       StageShipNoticeLine SECTION.
           MOVE WS-ASN-VENDOR TO ASVendorCode
           MOVE WS-ASN-NUMBER TO ASNumber
           MOVE WS-ASN-D-PO TO ASPONumber
           MOVE WS-ASN-D-ID TO ASInventoryID
           MOVE WS-ASN-D-LOC TO ASLocationCode
           MOVE WS-ASN-D-LOT TO ASLotNumber
           MOVE WS-ASN-SHIP-DATE TO ASShipDate
           MOVE WS-ASN-D-EXPIRY TO ASExpiryDate
           MOVE WS-ASN-D-QTY TO ASShippedQty
           MOVE 0 TO ASReceivedQty
           MOVE 'STAGED' TO ASStatus
           MOVE WS-ASN-TODAY TO ASLoadDate
           MOVE SPACES TO ASConfirmDate
           MOVE SPACES TO ASOperator
           WRITE ASNStageRecord
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-ASN-STAGED-COUNT
               WHEN '22'
                   MOVE 'Duplicate Ship Notice Line'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'Staging Write Failed' TO WS-REJECT-REASON
           END-EVALUATE
           EXIT.

       WriteShipNoticeReject SECTION.
           ADD 1 TO WS-ASN-REJECT-COUNT
           MOVE SPACES TO ASNRejectData
           STRING WS-ASN-VENDOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ASN-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ASNInData (1:44) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO ASNRejectData
           WRITE ASNRejectRecord FROM ASNRejectData
           DISPLAY 'Ship Notice Line Rejected: ' ASNInData (1:44)
           DISPLAY '  - ' WS-REJECT-REASON
           MOVE SPACES TO ReportOutData
           STRING 'Rejected: ' DELIMITED BY SIZE
                  ASNRejectData DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReceiveAgainstShipNotice SECTION.
           MOVE 'POFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunReceiveAgainstShipNotice
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunReceiveAgainstShipNotice SECTION.
           DISPLAY 'Enter Vendor Code:'
           ACCEPT WS-ASN-VENDOR
           DISPLAY 'Enter Ship Notice Number:'
           ACCEPT WS-ASN-NUMBER
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-ASN-TODAY
           MOVE 0 TO WS-ASN-FOUND-LINES
           MOVE 0 TO WS-ASN-RCVD-LINES
           MOVE 0 TO WS-ASN-SKIPPED-LINES
           MOVE LOW-VALUES TO ASKey
           MOVE WS-ASN-VENDOR TO ASVendorCode
           MOVE WS-ASN-NUMBER TO ASNumber
           START ASNStageFile KEY IS GREATER THAN OR EQUAL TO ASKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-ASN-EOF
               PERFORM UNTIL WS-ASN-EOF = 'Y'
                   READ ASNStageFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ASN-EOF
                       NOT AT END
                           IF ASVendorCode NOT = WS-ASN-VENDOR OR
                              ASNumber NOT = WS-ASN-NUMBER
                               MOVE 'Y' TO WS-ASN-EOF
                           ELSE
                               IF ASStatus = 'STAGED'
                                   ADD 1 TO WS-ASN-FOUND-LINES
                                   PERFORM ReceiveShipNoticeLine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ASN-FOUND-LINES = 0
               DISPLAY 'No Staged Lines For Ship Notice: '
                   WS-ASN-VENDOR ' ' WS-ASN-NUMBER
           ELSE
               DISPLAY 'Ship Notice Lines Received: '
                   WS-ASN-RCVD-LINES
               DISPLAY 'Ship Notice Lines Left Staged: '
                   WS-ASN-SKIPPED-LINES
           END-IF
           EXIT.

       ReceiveShipNoticeLine SECTION.
           DISPLAY 'PO: ' ASPONumber
               ' ID: ' ASInventoryID
               ' Location: ' ASLocationCode
           DISPLAY 'Lot: ' ASLotNumber
               ' Expiry: ' ASExpiryDate
               ' Shipped: ' ASShippedQty
           MOVE ASShippedQty TO WS-ASN-QTY
           MOVE ASLotNumber TO WS-LOT-NUMBER
           MOVE ASExpiryDate TO WS-LOT-EXPIRY
           DISPLAY 'Confirm As Shipped? (Y = Confirm,'
               ' N = Correct, S = Skip):'
           ACCEPT WS-ASN-ANSWER
           IF WS-ASN-ANSWER = 'S' OR WS-ASN-ANSWER = 's'
               ADD 1 TO WS-ASN-SKIPPED-LINES
           ELSE
               IF WS-ASN-ANSWER = 'N' OR WS-ASN-ANSWER = 'n'
                   PERFORM CorrectShipNoticeLine
               END-IF
               IF WS-ASN-QTY = 0
                   DISPLAY 'Nothing Received - Line Left Staged'
                   ADD 1 TO WS-ASN-SKIPPED-LINES
               ELSE
                   PERFORM PostShipNoticeReceipt
               END-IF
           END-IF
           EXIT.

       CorrectShipNoticeLine SECTION.
           DISPLAY 'Enter Quantity Actually Received:'
           ACCEPT WS-ASN-QTY
           IF WS-ASN-QTY > 0
               DISPLAY 'Enter Lot Number (blank = As Noticed):'
               ACCEPT WS-LOT-NUMBER
               IF WS-LOT-NUMBER = SPACES
                   MOVE ASLotNumber TO WS-LOT-NUMBER
               ELSE
                   DISPLAY 'Enter Expiry Date (YYYYMMDD):'
                   ACCEPT WS-LOT-EXPIRY
               END-IF
           END-IF
           EXIT.

       PostShipNoticeReceipt SECTION.
           MOVE ASPONumber TO POOrderNumber
           MOVE ASInventoryID TO POInventoryID
           MOVE ASLocationCode TO POLocationCode
           READ PurchaseOrderFile
               INVALID KEY
                   DISPLAY 'PO Line No Longer On File - Not Received'
                   ADD 1 TO WS-ASN-SKIPPED-LINES
               NOT INVALID KEY
                   IF POStatus = 'CLOSED'
                       DISPLAY 'PO Line Already Closed - Not Received'
                       ADD 1 TO WS-ASN-SKIPPED-LINES
                   ELSE
                       COMPUTE WS-PO-OUTSTANDING =
                           POOrderQty - POReceivedQty
                       IF WS-ASN-QTY > WS-PO-OUTSTANDING
                           DISPLAY 'Quantity Exceeds PO Outstanding: '
                               WS-PO-OUTSTANDING
                               ' - Not Received'
                           ADD 1 TO WS-ASN-SKIPPED-LINES
                       ELSE
                           MOVE WS-ASN-QTY TO WS-RCV-QTY
                           MOVE 'Y' TO WS-ASN-MODE
                           PERFORM PostPurchaseOrderReceipt
                           MOVE 'N' TO WS-ASN-MODE
                           IF WS-PST-OK = 'Y'
                               PERFORM ConfirmShipNoticeLine
                           ELSE
                               ADD 1 TO WS-ASN-SKIPPED-LINES
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       ConfirmShipNoticeLine SECTION.
           MOVE WS-ASN-QTY TO ASReceivedQty
           MOVE 'RCVD' TO ASStatus
           MOVE WS-ASN-TODAY TO ASConfirmDate
           MOVE WS-OPERATOR-ID TO ASOperator
           REWRITE ASNStageRecord
           ADD 1 TO WS-ASN-RCVD-LINES
           IF WS-ASN-QTY NOT = ASShippedQty
               DISPLAY 'Received Differs From Notice By: '
                   ASShippedQty ' Noticed, ' WS-ASN-QTY ' Received'
           END-IF
           EXIT.

       UnconfirmedShipNoticeReport SECTION.
           IF WS-BATCH-MODE = 'Y'
               MOVE 7 TO WS-ASN-DAYS
           ELSE
               DISPLAY 'Enter Days Since Ship Date to Report:'
               ACCEPT WS-ASN-DAYS
           END-IF
           DISPLAY 'Unconfirmed Ship Notice Report:'
           DISPLAY '-----------------------'
           MOVE 'Unconfirmed Ship Notice Report' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-ASN-DATE-NUM
           COMPUTE WS-ASN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASN-DATE-NUM)
           MOVE 0 TO WS-ASN-LIST-COUNT
           MOVE LOW-VALUES TO ASKey
           START ASNStageFile KEY IS GREATER THAN OR EQUAL TO ASKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-ASN-EOF
               PERFORM UNTIL WS-ASN-EOF = 'Y'
                   READ ASNStageFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ASN-EOF
                       NOT AT END
                           IF ASStatus = 'STAGED'
                               PERFORM ReportUnconfirmedShipNotice
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'Unconfirmed Ship Notice Lines: ' WS-ASN-LIST-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'Total Unconfirmed Lines: ' DELIMITED BY SIZE
                  WS-ASN-LIST-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportUnconfirmedShipNotice SECTION.
           IF ASShipDate IS NUMERIC
               MOVE ASShipDate TO WS-ASN-DATE-NUM
           ELSE
               MOVE ASLoadDate TO WS-ASN-DATE-NUM
           END-IF
           COMPUTE WS-ASN-SHIP-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASN-DATE-NUM)
           MOVE 0 TO WS-ASN-DAYS-OLD
           IF WS-ASN-TODAY-INT > WS-ASN-SHIP-INT
               COMPUTE WS-ASN-DAYS-OLD =
                   WS-ASN-TODAY-INT - WS-ASN-SHIP-INT
           END-IF
           IF WS-ASN-DAYS-OLD >= WS-ASN-DAYS
               ADD 1 TO WS-ASN-LIST-COUNT
               DISPLAY 'Vendor: ' ASVendorCode
                   ' Ship Notice: ' ASNumber
                   ' Shipped: ' ASShipDate
               DISPLAY 'PO: ' ASPONumber
                   ' ID: ' ASInventoryID
                   ' Location: ' ASLocationCode
                   ' Lot: ' ASLotNumber
               DISPLAY 'Qty: ' ASShippedQty
                   ' Days Unconfirmed: ' WS-ASN-DAYS-OLD
               DISPLAY '-----------------------'
               MOVE SPACES TO ReportOutData
               STRING ASVendorCode DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      ASNumber DELIMITED BY SPACE
                      ' PO ' DELIMITED BY SIZE
                      ASPONumber DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ASInventoryID DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      ASLocationCode DELIMITED BY SPACE
                      ' Lot: ' DELIMITED BY SIZE
                      ASLotNumber DELIMITED BY SPACE
                      ' Qty: ' DELIMITED BY SIZE
                      ASShippedQty DELIMITED BY SIZE
                      ' Shipped: ' DELIMITED BY SIZE
                      ASShipDate DELIMITED BY SIZE
                      ' Days: ' DELIMITED BY SIZE
                      WS-ASN-DAYS-OLD DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       ComputeLotHoldQty SECTION.
           MOVE 0 TO WS-QC-HELD-QTY
           MOVE 0 TO WS-QC-EXPIRED-QTY
           MOVE InventoryID TO LotInventoryID
           MOVE LocationCode TO LotLocationCode
           MOVE LOW-VALUES TO LotNumber
           START LotFile KEY IS GREATER THAN OR EQUAL TO LotKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-QC-EOF
               PERFORM UNTIL WS-QC-EOF = 'Y'
                   READ LotFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-QC-EOF
                       NOT AT END
                           IF LotInventoryID NOT = InventoryID OR
                              LotLocationCode NOT = LocationCode
                               MOVE 'Y' TO WS-QC-EOF
                           ELSE
                               PERFORM AddLotHoldQty
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QC-HELD-QTY + WS-QC-EXPIRED-QTY >= QuantityOnHand
               MOVE 0 TO WS-QC-AVAIL-QTY
           ELSE
               COMPUTE WS-QC-AVAIL-QTY = QuantityOnHand -
                   WS-QC-HELD-QTY - WS-QC-EXPIRED-QTY
           END-IF
           EXIT.

       AddLotHoldQty SECTION.
           IF LotStatus NOT = SPACES AND LotStatus NOT = 'AVAILABLE'
               ADD LotQuantity TO WS-QC-HELD-QTY
           ELSE
               PERFORM CheckLotUsable
               IF WS-QC-USABLE = 'N'
                   ADD LotQuantity TO WS-QC-EXPIRED-QTY
               END-IF
           END-IF
           EXIT.

       CheckLotUsable SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-QC-TODAY
           MOVE 'Y' TO WS-QC-USABLE
           IF LotStatus NOT = SPACES AND LotStatus NOT = 'AVAILABLE'
               MOVE 'N' TO WS-QC-USABLE
           END-IF
           IF LotExpiryDate IS NUMERIC AND
              LotExpiryDate < WS-QC-TODAY
               MOVE 'N' TO WS-QC-USABLE
           END-IF
           EXIT.

       CheckScannerLotUsable SECTION.
           MOVE InventoryID TO LotInventoryID
           MOVE LocationCode TO LotLocationCode
           MOVE WS-SCN-LOT TO LotNumber
           READ LotFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CheckLotUsable
                   IF WS-QC-USABLE = 'N'
                       MOVE 'Lot On Hold or Expired'
                           TO WS-SCN-REASON
                   END-IF
           END-READ
           EXIT.

       CheckIncomingInspection SECTION.
           MOVE SPACES TO WS-QC-HOLD-STATUS
           MOVE SPACES TO WS-QC-HOLD-REASON
           MOVE POInventoryID TO IVInventoryID
           MOVE POVendorCode TO IVVendorCode
           READ ItemVendorFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IVInspectFlag = 'Y'
                       MOVE 'INSPECTION' TO WS-QC-HOLD-STATUS
                       MOVE 'Incoming Inspection Required'
                           TO WS-QC-HOLD-REASON
                       DISPLAY 'Inspection Item - Receipt Held'
                           ' For Incoming Inspection'
                   END-IF
           END-READ
           EXIT.

       MaintainLotQualityStatus SECTION.
           DISPLAY 'Enter Inventory ID:'
           ACCEPT WS-QC-ID
           DISPLAY 'Enter Location Code:'
           ACCEPT WS-QC-LOC
           DISPLAY 'Enter Lot Number:'
           ACCEPT WS-QC-LOT
           MOVE SPACES TO WS-QC-DISPOSE
           MOVE WS-QC-ID TO LotInventoryID
           MOVE WS-QC-LOC TO LotLocationCode
           MOVE WS-QC-LOT TO LotNumber
           READ LotFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Lot Not On File'
               NOT INVALID KEY
                   PERFORM ChangeLotQualityStatus
           END-READ
           PERFORM CheckRecordLock
           UNLOCK LotFile
           EVALUATE WS-QC-DISPOSE
               WHEN 'V'
                   PERFORM ReturnRejectedLotToVendor
               WHEN 'S'
                   PERFORM ScrapRejectedLot
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       ChangeLotQualityStatus SECTION.
           MOVE LotQuantity TO WS-QC-QTY
           IF LotStatus = SPACES
               MOVE 'AVAILABLE' TO LotStatus
           END-IF
           DISPLAY 'Lot: ' LotNumber
               ' Expiry: ' LotExpiryDate
               ' Qty: ' LotQuantity
           DISPLAY 'Status: ' LotStatus
               ' Reason: ' LotHoldReason
           DISPLAY 'Changed By: ' LotHoldOperator
               ' On: ' LotHoldDate
           IF LotStatus = 'REJECTED'
               PERFORM PromptRejectDisposition
           ELSE
               DISPLAY 'Enter Action (A = Release, Q = Quarantine,'
                   ' R = Reject, blank = No Change):'
               ACCEPT WS-QC-ACTION
               EVALUATE WS-QC-ACTION
                   WHEN 'A'
                       PERFORM ReleaseHeldLot
                   WHEN 'a'
                       PERFORM ReleaseHeldLot
                   WHEN 'Q'
                       PERFORM QuarantineLot
                   WHEN 'q'
                       PERFORM QuarantineLot
                   WHEN 'R'
                       PERFORM RejectHeldLot
                   WHEN 'r'
                       PERFORM RejectHeldLot
                   WHEN OTHER
                       DISPLAY 'No Change Made'
               END-EVALUATE
               MOVE SPACES TO WS-QC-HOLD-STATUS
               MOVE SPACES TO WS-QC-HOLD-REASON
           END-IF
           EXIT.

       ReleaseHeldLot SECTION.
           IF LotStatus = 'AVAILABLE'
               DISPLAY 'Lot Already Available'
           ELSE
               MOVE 'AVAILABLE' TO WS-QC-HOLD-STATUS
               PERFORM UpdateLotQualityStatus
           END-IF
           EXIT.

       QuarantineLot SECTION.
           IF LotStatus = 'QUARANTINE'
               DISPLAY 'Lot Already In Quarantine'
           ELSE
               MOVE 'QUARANTINE' TO WS-QC-HOLD-STATUS
               PERFORM UpdateLotQualityStatus
           END-IF
           EXIT.

       RejectHeldLot SECTION.
           MOVE 'REJECTED' TO WS-QC-HOLD-STATUS
           PERFORM UpdateLotQualityStatus
           PERFORM PromptRejectDisposition
           EXIT.

       UpdateLotQualityStatus SECTION.
           DISPLAY 'Enter Reason:'
           ACCEPT WS-QC-HOLD-REASON
           MOVE LotStatus TO WS-QC-OLD-STATUS
           PERFORM PlaceLotOnHold
           REWRITE LotRecord
           MOVE 'Lot Status Changed ' TO WS-UPDATE-LOG
           STRING LotInventoryID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LotLocationCode DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LotNumber DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-QC-OLD-STATUS DELIMITED BY SPACE
                  ' To ' DELIMITED BY SIZE
                  LotStatus DELIMITED BY SPACE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           DISPLAY 'Lot Status Now: ' LotStatus
           EXIT.

       PromptRejectDisposition SECTION.
           DISPLAY 'Dispose Of Rejected Lot? (V = Return To Vendor,'
               ' S = Scrap, blank = Later):'
           ACCEPT WS-QC-DISPOSE
           IF WS-QC-DISPOSE = 'v'
               MOVE 'V' TO WS-QC-DISPOSE
           END-IF
           IF WS-QC-DISPOSE = 's'
               MOVE 'S' TO WS-QC-DISPOSE
           END-IF
           IF WS-QC-DISPOSE = 'V'
               DISPLAY 'Enter Vendor Code:'
               ACCEPT WS-QC-VENDOR
           END-IF
           EXIT.

       ReturnRejectedLotToVendor SECTION.
           MOVE 'POFILE' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               MOVE WS-QC-VENDOR TO WS-RTN-VENDOR
               MOVE WS-QC-ID TO WS-RTN-ID
               MOVE WS-QC-LOC TO WS-RTN-LOC
               MOVE WS-QC-QTY TO WS-RTN-QTY
               MOVE 'QCRJ' TO WS-RTN-REASON
               MOVE WS-QC-LOT TO WS-RTN-LOT
               PERFORM PostVendorReturn
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       ScrapRejectedLot SECTION.
           MOVE WS-QC-ID TO InventoryID
           MOVE WS-QC-LOC TO LocationCode
           READ InventoryFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Item Not On File: ' WS-QC-ID
               NOT INVALID KEY
                   IF QuantityOnHand < WS-QC-QTY
                       DISPLAY 'Insufficient Quantity On Hand'
                   ELSE
                       MOVE QuantityOnHand TO WS-QTY-BEFORE
                       SUBTRACT WS-QC-QTY FROM QuantityOnHand
                       MOVE FUNCTION CURRENT-DATE TO
                           LastUpdatedDate
                       REWRITE InventoryRecord
                       MOVE QuantityOnHand TO WS-QTY-AFTER
                       MOVE 'SCRAP' TO WS-TRAN-TYPE
                       MOVE UnitCost TO WS-TRAN-COST
                       PERFORM PostTransaction
                       MOVE WS-QC-LOT TO WS-SPL-LOT
                       MOVE WS-QC-QTY TO WS-SPL-QTY
                       MOVE 'SCRAP' TO WS-LH-TYPE
                       PERFORM DrawSpecificLot
                       PERFORM ClearLotHistoryContext
                       MOVE 'Scrapped Rejected Lot ' TO WS-UPDATE-LOG
                       STRING InventoryID DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              LocationCode DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-QC-LOT DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-QC-QTY DELIMITED BY SIZE
                              ' Operator: ' DELIMITED BY SIZE
                              WS-OPERATOR-ID DELIMITED BY SPACE
                              INTO WS-UPDATE-LOG
                       WRITE AuditRecord FROM WS-UPDATE-LOG
                       DISPLAY 'Rejected Lot Scrapped - Quantity: '
                           WS-QC-QTY
                   END-IF
           END-READ
           PERFORM CheckRecordLock
           UNLOCK InventoryFile
           EXIT.

       AvailableHeldStockReport SECTION.
           DISPLAY 'Available Versus Held Stock Report:'
           DISPLAY '-----------------------'
           MOVE 'Available Versus Held Stock' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE 'ID         LOC  ON HAND AVAILABLE    HELD EXPIRED'
             TO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE 0 TO WS-QC-ITEM-COUNT
           MOVE 0 TO WS-QC-HELD-ITEMS
           MOVE 0 TO WS-QC-TOTAL-HELD
           MOVE 0 TO WS-QC-TOTAL-EXPIRED
           MOVE 0 TO WS-QC-TOTAL-AVAIL
           MOVE LOW-VALUES TO InventoryKey
           START InventoryFile KEY IS GREATER THAN OR EQUAL TO
               InventoryKey
           MOVE 'N' TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ InventoryFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       PERFORM ComputeLotHoldQty
                       PERFORM ReportAvailableHeldLine
               END-READ
           END-PERFORM
           DISPLAY 'Item/Locations: ' WS-QC-ITEM-COUNT
               ' With Held Stock: ' WS-QC-HELD-ITEMS
           DISPLAY 'Total Available: ' WS-QC-TOTAL-AVAIL
               ' Held: ' WS-QC-TOTAL-HELD
               ' Expired: ' WS-QC-TOTAL-EXPIRED
           MOVE SPACES TO ReportOutData
           STRING 'Item/Locations: ' DELIMITED BY SIZE
                  WS-QC-ITEM-COUNT DELIMITED BY SIZE
                  '  With Held Stock: ' DELIMITED BY SIZE
                  WS-QC-HELD-ITEMS DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE SPACES TO ReportOutData
           STRING 'Total Available: ' DELIMITED BY SIZE
                  WS-QC-TOTAL-AVAIL DELIMITED BY SIZE
                  '  Held: ' DELIMITED BY SIZE
                  WS-QC-TOTAL-HELD DELIMITED BY SIZE
                  '  Expired: ' DELIMITED BY SIZE
                  WS-QC-TOTAL-EXPIRED DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportAvailableHeldLine SECTION.
           ADD 1 TO WS-QC-ITEM-COUNT
           ADD WS-QC-AVAIL-QTY TO WS-QC-TOTAL-AVAIL
           ADD WS-QC-HELD-QTY TO WS-QC-TOTAL-HELD
           ADD WS-QC-EXPIRED-QTY TO WS-QC-TOTAL-EXPIRED
           IF WS-QC-HELD-QTY + WS-QC-EXPIRED-QTY > 0
               ADD 1 TO WS-QC-HELD-ITEMS
           END-IF
           DISPLAY 'ID: ' InventoryID
               ' Location: ' LocationCode
               ' On Hand: ' QuantityOnHand
           DISPLAY 'Available: ' WS-QC-AVAIL-QTY
               ' Held: ' WS-QC-HELD-QTY
               ' Expired: ' WS-QC-EXPIRED-QTY
           DISPLAY '-----------------------'
           MOVE SPACES TO ReportOutData
           STRING InventoryID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LocationCode DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QuantityOnHand DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-QC-AVAIL-QTY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QC-HELD-QTY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QC-EXPIRED-QTY DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       WriteLotHistory SECTION.
           MOVE WS-LH-ID TO LHInventoryID
           MOVE WS-LH-LOC TO LHLocationCode
           MOVE WS-LH-LOT TO LHLotNumber
           IF WS-LH-TYPE = SPACES
               MOVE WS-LH-DEFAULT-TYPE TO LHMoveType
           ELSE
               MOVE WS-LH-TYPE TO LHMoveType
           END-IF
           MOVE WS-LH-QTY TO LHQuantity
           MOVE WS-LH-DOC TO LHDocNumber
           MOVE WS-LH-PARTNER TO LHPartnerCode
           MOVE WS-LH-PARENT-ID TO LHParentID
           MOVE WS-LH-PARENT-LOT TO LHParentLot
           MOVE FUNCTION CURRENT-DATE TO LHMoveDate
           MOVE WS-OPERATOR-ID TO LHOperator
           WRITE LotHistoryRecord
           EXIT.

       RecordLotDrawHistory SECTION.
           MOVE InventoryID TO WS-LH-ID
           MOVE LocationCode TO WS-LH-LOC
           IF WS-LH-TYPE = 'KIT-ISSU'
               IF WS-KCL-COUNT < 200
                   ADD 1 TO WS-KCL-COUNT
                   MOVE WS-LH-ID TO WS-KCL-ID (WS-KCL-COUNT)
                   MOVE WS-LH-LOC TO WS-KCL-LOC (WS-KCL-COUNT)
                   MOVE WS-LH-LOT TO WS-KCL-LOT (WS-KCL-COUNT)
                   MOVE WS-LH-QTY TO WS-KCL-QTY (WS-KCL-COUNT)
               ELSE
                   MOVE 'ISSUE' TO WS-LH-DEFAULT-TYPE
                   PERFORM WriteLotHistory
               END-IF
           ELSE
               MOVE 'ISSUE' TO WS-LH-DEFAULT-TYPE
               PERFORM WriteLotHistory
           END-IF
           EXIT.

       ClearLotHistoryContext SECTION.
           MOVE SPACES TO WS-LH-TYPE
           MOVE 0 TO WS-LH-DOC
           MOVE SPACES TO WS-LH-PARTNER
           MOVE SPACES TO WS-LH-PARENT-ID
           MOVE SPACES TO WS-LH-PARENT-LOT
           EXIT.

       RecordKitLotReceipt SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-QC-TODAY
           MOVE SPACES TO WS-LOT-NUMBER
           STRING 'KT' DELIMITED BY SIZE
                  WS-QC-TODAY (3:6) DELIMITED BY SIZE
                  INTO WS-LOT-NUMBER
           MOVE '99991231' TO WS-LOT-EXPIRY
           PERFORM RecordLotReceipt
           DISPLAY 'Kit Recorded Under Lot: ' WS-LOT-NUMBER
           EXIT.

       WriteKitComponentHistory SECTION.
           MOVE 'KIT-ISSU' TO WS-LH-TYPE
           PERFORM VARYING WS-KCL-IDX FROM 1 BY 1
                   UNTIL WS-KCL-IDX > WS-KCL-COUNT
               MOVE WS-KCL-ID (WS-KCL-IDX) TO WS-LH-ID
               MOVE WS-KCL-LOC (WS-KCL-IDX) TO WS-LH-LOC
               MOVE WS-KCL-LOT (WS-KCL-IDX) TO WS-LH-LOT
               MOVE WS-KCL-QTY (WS-KCL-IDX) TO WS-LH-QTY
               PERFORM WriteLotHistory
           END-PERFORM
           MOVE 0 TO WS-KCL-COUNT
           PERFORM ClearLotHistoryContext
           EXIT.

       LotTraceInquiry SECTION.
           DISPLAY 'Trace Direction (F = Forward From Lot,'
               ' B = Backward From Order Line):'
           ACCEPT WS-TRC-MODE
           MOVE 0 TO WS-TRC-HITS
           MOVE 0 TO WS-TRC-COUNT
           EVALUATE WS-TRC-MODE
               WHEN 'F'
                   PERFORM ForwardLotTrace
               WHEN 'f'
                   PERFORM ForwardLotTrace
               WHEN 'B'
                   PERFORM BackwardLotTrace
               WHEN 'b'
                   PERFORM BackwardLotTrace
               WHEN OTHER
                   DISPLAY 'Invalid Trace Direction'
           END-EVALUATE
           EXIT.

       ForwardLotTrace SECTION.
           DISPLAY 'Enter Inventory ID:'
           ACCEPT WS-TRC-ID
           DISPLAY 'Enter Lot Number:'
           ACCEPT WS-TRC-LOT
           DISPLAY 'Forward Lot Trace:'
           DISPLAY '-----------------------'
           MOVE 'Forward Lot Trace - Recall' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE WS-TRC-ID TO WS-TRC-NEW-ID
           MOVE WS-TRC-LOT TO WS-TRC-NEW-LOT
           PERFORM AddTraceQueueEntry
           PERFORM VARYING WS-TRC-IDX FROM 1 BY 1
                   UNTIL WS-TRC-IDX > WS-TRC-COUNT
               PERFORM ForwardTraceOneLot
           END-PERFORM
           PERFORM ReportTraceTotal
           EXIT.

       ForwardTraceOneLot SECTION.
           DISPLAY 'Lot: ' WS-TRC-Q-ID (WS-TRC-IDX)
               ' ' WS-TRC-Q-LOT (WS-TRC-IDX)
           MOVE SPACES TO ReportOutData
           STRING 'Lot: ' DELIMITED BY SIZE
                  WS-TRC-Q-ID (WS-TRC-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-TRC-Q-LOT (WS-TRC-IDX) DELIMITED BY SPACE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           CLOSE LotHistoryFile
           OPEN INPUT LotHistoryFile
           MOVE 'N' TO WS-TRC-EOF
           PERFORM UNTIL WS-TRC-EOF = 'Y'
               READ LotHistoryFile
                   AT END MOVE 'Y' TO WS-TRC-EOF
                   NOT AT END
                       IF LHInventoryID = WS-TRC-Q-ID (WS-TRC-IDX)
                          AND LHLotNumber =
                              WS-TRC-Q-LOT (WS-TRC-IDX)
                           PERFORM ReportForwardMovement
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LotHistoryFile
           OPEN EXTEND LotHistoryFile
           EXIT.

       ReportForwardMovement SECTION.
           ADD 1 TO WS-TRC-HITS
           PERFORM ReportTraceMovement
           EVALUATE LHMoveType
               WHEN 'SHIP'
                   PERFORM ReportTraceCustomer
               WHEN 'KIT-ISSU'
                   IF LHParentLot NOT = SPACES
                       DISPLAY '  Consumed Into Kit: ' LHParentID
                           ' Lot: ' LHParentLot
                       MOVE LHParentID TO WS-TRC-NEW-ID
                       MOVE LHParentLot TO WS-TRC-NEW-LOT
                       PERFORM AddTraceQueueEntry
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       ReportTraceMovement SECTION.
           DISPLAY LHMoveDate ' ' LHMoveType
               ' Loc: ' LHLocationCode
               ' Qty: ' LHQuantity
               ' Doc: ' LHDocNumber
               ' Ref: ' LHPartnerCode
           MOVE SPACES TO ReportOutData
           STRING '  ' DELIMITED BY SIZE
                  LHMoveDate DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LHMoveType DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LHInventoryID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LHLocationCode DELIMITED BY SIZE
                  ' Lot: ' DELIMITED BY SIZE
                  LHLotNumber DELIMITED BY SIZE
                  ' Qty: ' DELIMITED BY SIZE
                  LHQuantity DELIMITED BY SIZE
                  ' Doc: ' DELIMITED BY SIZE
                  LHDocNumber DELIMITED BY SIZE
                  ' Ref: ' DELIMITED BY SIZE
                  LHPartnerCode DELIMITED BY SPACE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportTraceCustomer SECTION.
           MOVE LHPartnerCode TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO CustName
                   MOVE SPACES TO CustShipToAddress
                   MOVE SPACES TO CustShipToCity
           END-READ
           DISPLAY '  Customer: ' LHPartnerCode ' ' CustName
           DISPLAY '  Ship To: ' CustShipToAddress
               ' ' CustShipToCity
           MOVE SPACES TO ReportOutData
           STRING '    Customer: ' DELIMITED BY SIZE
                  LHPartnerCode DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CustName DELIMITED BY SIZE
                  ' Ship To: ' DELIMITED BY SIZE
                  CustShipToAddress DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CustShipToCity DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       AddTraceQueueEntry SECTION.
           MOVE 'N' TO WS-TRC-FOUND
           PERFORM VARYING WS-TRC-SCAN FROM 1 BY 1
                   UNTIL WS-TRC-SCAN > WS-TRC-COUNT
               IF WS-TRC-Q-ID (WS-TRC-SCAN) = WS-TRC-NEW-ID AND
                  WS-TRC-Q-LOT (WS-TRC-SCAN) = WS-TRC-NEW-LOT
                   MOVE 'Y' TO WS-TRC-FOUND
               END-IF
           END-PERFORM
           IF WS-TRC-FOUND = 'N'
               IF WS-TRC-COUNT < 100
                   ADD 1 TO WS-TRC-COUNT
                   MOVE WS-TRC-NEW-ID TO WS-TRC-Q-ID (WS-TRC-COUNT)
                   MOVE WS-TRC-NEW-LOT TO
                       WS-TRC-Q-LOT (WS-TRC-COUNT)
               ELSE
                   DISPLAY 'Trace Table Full - Lot Not Followed: '
                       WS-TRC-NEW-ID ' ' WS-TRC-NEW-LOT
               END-IF
           END-IF
           EXIT.

       BackwardLotTrace SECTION.
           DISPLAY 'Enter Order Number:'
           ACCEPT WS-TRC-ORDER
           DISPLAY 'Enter Inventory ID:'
           ACCEPT WS-TRC-ID
           DISPLAY 'Backward Lot Trace:'
           DISPLAY '-----------------------'
           MOVE 'Backward Lot Trace' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           MOVE SPACES TO ReportOutData
           STRING 'Order: ' DELIMITED BY SIZE
                  WS-TRC-ORDER DELIMITED BY SIZE
                  ' Item: ' DELIMITED BY SIZE
                  WS-TRC-ID DELIMITED BY SPACE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           CLOSE LotHistoryFile
           OPEN INPUT LotHistoryFile
           MOVE 'N' TO WS-TRC-EOF
           PERFORM UNTIL WS-TRC-EOF = 'Y'
               READ LotHistoryFile
                   AT END MOVE 'Y' TO WS-TRC-EOF
                   NOT AT END
                       IF LHMoveType = 'SHIP' AND
                          LHDocNumber = WS-TRC-ORDER AND
                          LHInventoryID = WS-TRC-ID
                           ADD 1 TO WS-TRC-HITS
                           PERFORM ReportTraceMovement
                           MOVE LHInventoryID TO WS-TRC-NEW-ID
                           MOVE LHLotNumber TO WS-TRC-NEW-LOT
                           PERFORM AddTraceQueueEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LotHistoryFile
           OPEN EXTEND LotHistoryFile
           IF WS-TRC-COUNT = 0
               DISPLAY 'No Lot Shipments Recorded For Order Line'
           END-IF
           PERFORM VARYING WS-TRC-IDX FROM 1 BY 1
                   UNTIL WS-TRC-IDX > WS-TRC-COUNT
               PERFORM BackwardTraceOneLot
           END-PERFORM
           PERFORM ReportTraceTotal
           EXIT.

       BackwardTraceOneLot SECTION.
           DISPLAY 'Source Of Lot: ' WS-TRC-Q-ID (WS-TRC-IDX)
               ' ' WS-TRC-Q-LOT (WS-TRC-IDX)
           MOVE SPACES TO ReportOutData
           STRING 'Source Of Lot: ' DELIMITED BY SIZE
                  WS-TRC-Q-ID (WS-TRC-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-TRC-Q-LOT (WS-TRC-IDX) DELIMITED BY SPACE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           CLOSE LotHistoryFile
           OPEN INPUT LotHistoryFile
           MOVE 'N' TO WS-TRC-EOF
           PERFORM UNTIL WS-TRC-EOF = 'Y'
               READ LotHistoryFile
                   AT END MOVE 'Y' TO WS-TRC-EOF
                   NOT AT END
                       PERFORM CheckBackwardMovement
               END-READ
           END-PERFORM
           CLOSE LotHistoryFile
           OPEN EXTEND LotHistoryFile
           EXIT.

       CheckBackwardMovement SECTION.
           IF LHInventoryID = WS-TRC-Q-ID (WS-TRC-IDX) AND
              LHLotNumber = WS-TRC-Q-LOT (WS-TRC-IDX)
               EVALUATE LHMoveType
                   WHEN 'RECEIPT'
                       ADD 1 TO WS-TRC-HITS
                       PERFORM ReportTraceMovement
                       PERFORM ReportTraceVendor
                   WHEN 'XFER-IN'
                       ADD 1 TO WS-TRC-HITS
                       PERFORM ReportTraceMovement
                   WHEN 'KIT-BLD'
                       ADD 1 TO WS-TRC-HITS
                       PERFORM ReportTraceMovement
                   WHEN 'CUST-RTN'
                       ADD 1 TO WS-TRC-HITS
                       PERFORM ReportTraceMovement
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF LHMoveType = 'KIT-ISSU' AND
              LHParentID = WS-TRC-Q-ID (WS-TRC-IDX) AND
              LHParentLot = WS-TRC-Q-LOT (WS-TRC-IDX)
               ADD 1 TO WS-TRC-HITS
               DISPLAY '  Kit Component: ' LHInventoryID
                   ' Lot: ' LHLotNumber
               PERFORM ReportTraceMovement
               MOVE LHInventoryID TO WS-TRC-NEW-ID
               MOVE LHLotNumber TO WS-TRC-NEW-LOT
               PERFORM AddTraceQueueEntry
           END-IF
           EXIT.

       ReportTraceVendor SECTION.
           IF LHPartnerCode NOT = SPACES
               MOVE LHPartnerCode TO VMVendorCode
               READ VendorMasterFile
                   INVALID KEY
                       MOVE SPACES TO VMVendorName
               END-READ
               DISPLAY '  Vendor: ' LHPartnerCode ' ' VMVendorName
                   ' PO: ' LHDocNumber
               MOVE SPACES TO ReportOutData
               STRING '    Vendor: ' DELIMITED BY SIZE
                      LHPartnerCode DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      VMVendorName DELIMITED BY SIZE
                      ' PO: ' DELIMITED BY SIZE
                      LHDocNumber DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       ReportTraceTotal SECTION.
           DISPLAY '-----------------------'
           DISPLAY 'Lots Traced: ' WS-TRC-COUNT
               ' Movements Listed: ' WS-TRC-HITS
           MOVE SPACES TO ReportOutData
           STRING 'Lots Traced: ' DELIMITED BY SIZE
                  WS-TRC-COUNT DELIMITED BY SIZE
                  '  Movements Listed: ' DELIMITED BY SIZE
                  WS-TRC-HITS DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       PutawayReceipt SECTION.
           IF WS-BIN-QTY > 0
               PERFORM SuggestPutawayBin
               IF WS-BIN-MANAGED = 'Y'
                   MOVE WS-BIN-SUGGEST TO WS-BIN-CODE
                   IF WS-BATCH-MODE = 'N' AND WS-SCN-MODE = 'N'
                       PERFORM PromptPutawayBin
                   END-IF
                   IF WS-BIN-CODE = SPACES
                       DISPLAY 'No Bin With Room - Stock Left Unbinned'
                   ELSE
                       PERFORM AddBinStock
                       DISPLAY 'Put Away To Bin: ' WS-BIN-CODE
                           ' Qty: ' WS-BIN-QTY
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-BIN-LOT
           EXIT.

       SuggestPutawayBin SECTION.
           MOVE SPACES TO WS-BIN-SUGGEST
           MOVE 'N' TO WS-BIN-MANAGED
           MOVE 99999 TO WS-BIN-BEST-SEQ
           MOVE 'N' TO WS-BIN-MATCH-LOT
           MOVE SPACES TO WS-BIN-FILTER
           PERFORM LoadBinTable
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               PERFORM CheckItemBinForPutaway
           END-PERFORM
           IF WS-BIN-SUGGEST = SPACES
               PERFORM FindPutawayBinByWalkSequence
           ELSE
               MOVE 'Y' TO WS-BIN-MANAGED
           END-IF
           EXIT.

       CheckItemBinForPutaway SECTION.
           MOVE LocationCode TO BMLocationCode
           MOVE WS-BT-BIN (WS-BT-IDX) TO BMBinCode
           READ BinMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CheckBinRoom
                   IF WS-BIN-ROOM = 'Y' AND
                      (WS-BIN-SUGGEST = SPACES OR
                       BMWalkSequence < WS-BIN-BEST-SEQ)
                       MOVE BMBinCode TO WS-BIN-SUGGEST
                       MOVE BMWalkSequence TO WS-BIN-BEST-SEQ
                   END-IF
           END-READ
           EXIT.

       FindPutawayBinByWalkSequence SECTION.
           MOVE LocationCode TO BMLocationCode
           MOVE LOW-VALUES TO BMBinCode
           START BinMasterFile KEY IS GREATER THAN OR EQUAL TO BMKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-BIN-EOF
               PERFORM UNTIL WS-BIN-EOF = 'Y'
                   READ BinMasterFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BIN-EOF
                       NOT AT END
                           IF BMLocationCode NOT = LocationCode
                               MOVE 'Y' TO WS-BIN-EOF
                           ELSE
                               MOVE 'Y' TO WS-BIN-MANAGED
                               PERFORM CheckBinRoom
                               IF WS-BIN-ROOM = 'Y' AND
                                  (WS-BIN-SUGGEST = SPACES OR
                                   BMWalkSequence < WS-BIN-BEST-SEQ)
                                   MOVE BMBinCode TO WS-BIN-SUGGEST
                                   MOVE BMWalkSequence TO
                                       WS-BIN-BEST-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       CheckBinRoom SECTION.
           IF BMCapacity = 0 OR
              BMOnHand + WS-BIN-QTY <= BMCapacity
               MOVE 'Y' TO WS-BIN-ROOM
           ELSE
               MOVE 'N' TO WS-BIN-ROOM
           END-IF
           EXIT.

       PromptPutawayBin SECTION.
           IF WS-BIN-SUGGEST = SPACES
               DISPLAY 'No Bin With Room For Quantity: ' WS-BIN-QTY
           ELSE
               DISPLAY 'Suggested Putaway Bin: ' WS-BIN-SUGGEST
           END-IF
           DISPLAY 'Enter Putaway Bin (blank = Suggested):'
           ACCEPT WS-BIN-ENTRY
           IF WS-BIN-ENTRY NOT = SPACES
               MOVE LocationCode TO BMLocationCode
               MOVE WS-BIN-ENTRY TO BMBinCode
               READ BinMasterFile
                   INVALID KEY
                       DISPLAY 'Bin Not On File - Using Suggested Bin'
                   NOT INVALID KEY
                       MOVE WS-BIN-ENTRY TO WS-BIN-CODE
                       PERFORM CheckBinRoom
                       IF WS-BIN-ROOM = 'N'
                           DISPLAY 'Warning - Bin Over Capacity: '
                               WS-BIN-CODE
                       END-IF
               END-READ
           END-IF
           EXIT.

       AddBinStock SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-BIN-TODAY
           MOVE InventoryID TO BSInventoryID
           MOVE LocationCode TO BSLocationCode
           MOVE WS-BIN-LOT TO BSLotNumber
           MOVE WS-BIN-CODE TO BSBinCode
           READ BinStockFile
               INVALID KEY
                   MOVE 0 TO WS-BIN-ROW-BEFORE
                   MOVE InventoryID TO BSInventoryID
                   MOVE LocationCode TO BSLocationCode
                   MOVE WS-BIN-LOT TO BSLotNumber
                   MOVE WS-BIN-CODE TO BSBinCode
                   MOVE WS-BIN-QTY TO BSQuantity
                   MOVE WS-BIN-TODAY TO BSLastMoved
                   WRITE BinStockRecord
               NOT INVALID KEY
                   MOVE BSQuantity TO WS-BIN-ROW-BEFORE
                   ADD WS-BIN-QTY TO BSQuantity
                   MOVE WS-BIN-TODAY TO BSLastMoved
                   REWRITE BinStockRecord
           END-READ
           MOVE BSQuantity TO WS-BIN-ROW-AFTER
           MOVE LocationCode TO BMLocationCode
           MOVE WS-BIN-CODE TO BMBinCode
           READ BinMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-BIN-QTY TO BMOnHand
                   REWRITE BinMasterRecord
           END-READ
           EXIT.

       RemoveBinStock SECTION.
           MOVE InventoryID TO BSInventoryID
           MOVE LocationCode TO BSLocationCode
           MOVE WS-BIN-LOT TO BSLotNumber
           MOVE WS-BIN-CODE TO BSBinCode
           MOVE 0 TO WS-BIN-ROW-BEFORE
           MOVE 0 TO WS-BIN-ROW-AFTER
           READ BinStockFile
               INVALID KEY
                   MOVE 0 TO WS-BIN-TAKE
               NOT INVALID KEY
                   MOVE BSQuantity TO WS-BIN-ROW-BEFORE
                   IF WS-BIN-TAKE > BSQuantity
                       MOVE BSQuantity TO WS-BIN-TAKE
                   END-IF
                   SUBTRACT WS-BIN-TAKE FROM BSQuantity
                   MOVE BSQuantity TO WS-BIN-ROW-AFTER
                   IF BSQuantity = 0
                       DELETE BinStockFile
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-BIN-TODAY
                       MOVE WS-BIN-TODAY TO BSLastMoved
                       REWRITE BinStockRecord
                   END-IF
           END-READ
           MOVE LocationCode TO BMLocationCode
           MOVE WS-BIN-CODE TO BMBinCode
           READ BinMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BMOnHand > WS-BIN-TAKE
                       SUBTRACT WS-BIN-TAKE FROM BMOnHand
                   ELSE
                       MOVE 0 TO BMOnHand
                   END-IF
                   REWRITE BinMasterRecord
           END-READ
           EXIT.

       LoadBinTable SECTION.
           MOVE 0 TO WS-BT-COUNT
           MOVE 0 TO WS-BIN-BINNED
           MOVE InventoryID TO BSInventoryID
           MOVE LocationCode TO BSLocationCode
           IF WS-BIN-MATCH-LOT = 'Y'
               MOVE WS-BIN-LOT TO BSLotNumber
           ELSE
               MOVE LOW-VALUES TO BSLotNumber
           END-IF
           MOVE LOW-VALUES TO BSBinCode
           START BinStockFile KEY IS GREATER THAN OR EQUAL TO BSKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-BIN-EOF
               PERFORM UNTIL WS-BIN-EOF = 'Y'
                   READ BinStockFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BIN-EOF
                       NOT AT END
                           IF BSInventoryID NOT = InventoryID OR
                              BSLocationCode NOT = LocationCode
                               MOVE 'Y' TO WS-BIN-EOF
                           ELSE
                               PERFORM CheckBinTableRow
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       CheckBinTableRow SECTION.
           IF WS-BIN-MATCH-LOT = 'Y' AND BSLotNumber NOT = WS-BIN-LOT
               MOVE 'Y' TO WS-BIN-EOF
           ELSE
               IF WS-BIN-FILTER = SPACES OR
                  BSBinCode = WS-BIN-FILTER
                   ADD BSQuantity TO WS-BIN-BINNED
                   PERFORM AddBinTableEntry
               END-IF
           END-IF
           EXIT.

       AddBinTableEntry SECTION.
           IF WS-BT-COUNT < 100
               ADD 1 TO WS-BT-COUNT
               MOVE BSLotNumber TO WS-BT-LOT (WS-BT-COUNT)
               MOVE BSBinCode TO WS-BT-BIN (WS-BT-COUNT)
               MOVE BSQuantity TO WS-BT-QTY (WS-BT-COUNT)
               MOVE LocationCode TO BMLocationCode
               MOVE BSBinCode TO BMBinCode
               READ BinMasterFile
                   INVALID KEY
                       MOVE 99999 TO WS-BT-SEQ (WS-BT-COUNT)
                   NOT INVALID KEY
                       MOVE BMWalkSequence TO
                           WS-BT-SEQ (WS-BT-COUNT)
               END-READ
           ELSE
               DISPLAY 'Bin Table Full - Remaining Bins Skipped'
           END-IF
           EXIT.

       SortBinTableBySequence SECTION.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE 'N' TO WS-BT-SWAP-FLAG
               PERFORM VARYING WS-BT-IDX2 FROM 1 BY 1
                       UNTIL WS-BT-IDX2 >
                           WS-BT-COUNT - WS-BT-IDX
                   IF WS-BT-SEQ (WS-BT-IDX2) >
                      WS-BT-SEQ (WS-BT-IDX2 + 1)
                       MOVE WS-BT-ENTRY (WS-BT-IDX2) TO
                           WS-BT-HOLD
                       MOVE WS-BT-ENTRY (WS-BT-IDX2 + 1) TO
                           WS-BT-ENTRY (WS-BT-IDX2)
                       MOVE WS-BT-HOLD TO
                           WS-BT-ENTRY (WS-BT-IDX2 + 1)
                       MOVE 'Y' TO WS-BT-SWAP-FLAG
                   END-IF
               END-PERFORM
               IF WS-BT-SWAP-FLAG = 'N'
                   MOVE WS-BT-COUNT TO WS-BT-IDX
               END-IF
           END-PERFORM
           EXIT.

       RelieveBinStock SECTION.
           MOVE WS-BIN-QTY TO WS-BIN-REMAINING
           MOVE 'Y' TO WS-BIN-MATCH-LOT
           MOVE SPACES TO WS-BIN-FILTER
           PERFORM LoadBinTable
           MOVE 'N' TO WS-BIN-MATCH-LOT
           PERFORM SortBinTableBySequence
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
                       OR WS-BIN-REMAINING = 0
               IF WS-BT-QTY (WS-BT-IDX) >= WS-BIN-REMAINING
                   MOVE WS-BIN-REMAINING TO WS-BIN-TAKE
               ELSE
                   MOVE WS-BT-QTY (WS-BT-IDX) TO WS-BIN-TAKE
               END-IF
               PERFORM DrawFromOneBin
           END-PERFORM
           IF WS-BIN-PICKING = 'Y' AND WS-BIN-REMAINING > 0
               MOVE SPACES TO WS-BIN-CODE
               MOVE 99999 TO WS-BIN-SEQ
               MOVE WS-BIN-REMAINING TO WS-BIN-TAKE
               PERFORM AddPickWorkEntry
           END-IF
           MOVE SPACES TO WS-BIN-LOT
           MOVE SPACES TO WS-BIN-EXPIRY
           EXIT.

       DrawFromOneBin SECTION.
           MOVE WS-BT-BIN (WS-BT-IDX) TO WS-BIN-CODE
           PERFORM RemoveBinStock
           IF WS-BIN-TAKE > 0
               SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAINING
               IF WS-BIN-PICKING = 'Y'
                   MOVE WS-BT-SEQ (WS-BT-IDX) TO WS-BIN-SEQ
                   PERFORM AddPickWorkEntry
               END-IF
           END-IF
           EXIT.

       AddPickWorkEntry SECTION.
           MOVE LocationCode TO PWLocationCode
           MOVE WS-BIN-SEQ TO PWWalkSequence
           MOVE WS-BIN-CODE TO PWBinCode
           MOVE InventoryID TO PWInventoryID
           MOVE WS-BIN-LOT TO PWLotNumber
           READ PickWorkFile
               INVALID KEY
                   MOVE WS-BIN-TAKE TO PWQuantity
                   MOVE 1 TO PWLineCount
                   MOVE WS-BIN-EXPIRY TO PWExpiry
                   WRITE PickWorkRecord
               NOT INVALID KEY
                   ADD WS-BIN-TAKE TO PWQuantity
                   ADD 1 TO PWLineCount
                   REWRITE PickWorkRecord
           END-READ
           EXIT.

       WriteConsolidatedPickList SECTION.
           MOVE SPACES TO WS-BIN-LAST-LOC
           MOVE LOW-VALUES TO PWKey
           START PickWorkFile KEY IS GREATER THAN OR EQUAL TO PWKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-BIN-EOF
               PERFORM UNTIL WS-BIN-EOF = 'Y'
                   READ PickWorkFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-BIN-EOF
                       NOT AT END
                           PERFORM WritePickWorkLine
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       WritePickWorkLine SECTION.
           IF PWLocationCode NOT = WS-BIN-LAST-LOC
               MOVE PWLocationCode TO WS-BIN-LAST-LOC
               MOVE SPACES TO PickListData
               STRING '--- Warehouse: ' DELIMITED BY SIZE
                      PWLocationCode DELIMITED BY SIZE
                      ' - Pick In Walk Sequence ---' DELIMITED BY SIZE
                      INTO PickListData
               WRITE PickListRecord FROM PickListData
           END-IF
           IF PWBinCode = SPACES
               MOVE 'UNBINNED' TO WS-BIN-CODE
           ELSE
               MOVE PWBinCode TO WS-BIN-CODE
           END-IF
           MOVE SPACES TO PickListData
           IF PWLotNumber = SPACES
               STRING 'Bin: ' DELIMITED BY SIZE
                      WS-BIN-CODE DELIMITED BY SIZE
                      ' Seq: ' DELIMITED BY SIZE
                      PWWalkSequence DELIMITED BY SIZE
                      ' Item: ' DELIMITED BY SIZE
                      PWInventoryID DELIMITED BY SIZE
                      ' Not Lot Tracked' DELIMITED BY SIZE
                      ' Pull Qty: ' DELIMITED BY SIZE
                      PWQuantity DELIMITED BY SIZE
                      ' Order Lines: ' DELIMITED BY SIZE
                      PWLineCount DELIMITED BY SIZE
                      INTO PickListData
           ELSE
               STRING 'Bin: ' DELIMITED BY SIZE
                      WS-BIN-CODE DELIMITED BY SIZE
                      ' Seq: ' DELIMITED BY SIZE
                      PWWalkSequence DELIMITED BY SIZE
                      ' Item: ' DELIMITED BY SIZE
                      PWInventoryID DELIMITED BY SIZE
                      ' Lot: ' DELIMITED BY SIZE
                      PWLotNumber DELIMITED BY SIZE
                      ' Expiry: ' DELIMITED BY SIZE
                      PWExpiry DELIMITED BY SIZE
                      ' Pull Qty: ' DELIMITED BY SIZE
                      PWQuantity DELIMITED BY SIZE
                      ' Order Lines: ' DELIMITED BY SIZE
                      PWLineCount DELIMITED BY SIZE
                      INTO PickListData
           END-IF
           WRITE PickListRecord FROM PickListData
           ADD 1 TO WS-PCK-LINE-COUNT
           EXIT.

       PurgeBinStock SECTION.
           MOVE 'N' TO WS-BIN-MATCH-LOT
           MOVE SPACES TO WS-BIN-FILTER
           PERFORM LoadBinTable
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-LOT (WS-BT-IDX) TO WS-BIN-LOT
               MOVE WS-BT-BIN (WS-BT-IDX) TO WS-BIN-CODE
               MOVE WS-BT-QTY (WS-BT-IDX) TO WS-BIN-TAKE
               PERFORM RemoveBinStock
           END-PERFORM
           MOVE SPACES TO WS-BIN-LOT
           EXIT.

       ComputeUnbinnedQty SECTION.
           MOVE 'N' TO WS-BIN-MATCH-LOT
           MOVE SPACES TO WS-BIN-FILTER
           PERFORM LoadBinTable
           IF QuantityOnHand > WS-BIN-BINNED
               COMPUTE WS-BIN-UNBINNED =
                   QuantityOnHand - WS-BIN-BINNED
           ELSE
               MOVE 0 TO WS-BIN-UNBINNED
           END-IF
           EXIT.

       MaintainBinMaster SECTION.
           DISPLAY 'Enter Location Code:'
           ACCEPT WS-BIN-LOC
           DISPLAY 'Enter Bin Code:'
           ACCEPT WS-BIN-CODE
           DISPLAY 'Enter Zone:'
           ACCEPT WS-BIN-ZONE
           DISPLAY 'Enter Walk Sequence:'
           ACCEPT WS-BIN-WALK-SEQ
           DISPLAY 'Enter Capacity (0 = No Limit):'
           ACCEPT WS-BIN-CAPACITY
           IF WS-BIN-LOC = SPACES OR WS-BIN-CODE = SPACES
               DISPLAY 'Location and Bin Code Are Required'
           ELSE
               MOVE WS-BIN-LOC TO BMLocationCode
               MOVE WS-BIN-CODE TO BMBinCode
               READ BinMasterFile WITH LOCK
                   INVALID KEY
                       MOVE WS-BIN-LOC TO BMLocationCode
                       MOVE WS-BIN-CODE TO BMBinCode
                       MOVE WS-BIN-ZONE TO BMZone
                       MOVE WS-BIN-WALK-SEQ TO BMWalkSequence
                       MOVE WS-BIN-CAPACITY TO BMCapacity
                       MOVE 0 TO BMOnHand
                       WRITE BinMasterRecord
                       DISPLAY 'Bin Recorded'
                   NOT INVALID KEY
                       MOVE WS-BIN-ZONE TO BMZone
                       MOVE WS-BIN-WALK-SEQ TO BMWalkSequence
                       MOVE WS-BIN-CAPACITY TO BMCapacity
                       REWRITE BinMasterRecord
                       DISPLAY 'Bin Updated - On Hand: ' BMOnHand
                       IF BMCapacity > 0 AND BMOnHand > BMCapacity
                           DISPLAY 'Warning - Bin Over Capacity'
                       END-IF
               END-READ
               PERFORM CheckRecordLock
               UNLOCK BinMasterFile
           END-IF
           EXIT.

       MoveStockBetweenBins SECTION.
           DISPLAY 'Enter Inventory ID:'
           ACCEPT InventoryID
           DISPLAY 'Enter Location Code:'
           ACCEPT LocationCode
           DISPLAY 'Enter Lot Number (blank = Not Lot Tracked):'
           ACCEPT WS-BIN-LOT
           DISPLAY 'Enter From Bin (blank = Unbinned Stock):'
           ACCEPT WS-BIN-FROM
           DISPLAY 'Enter To Bin:'
           ACCEPT WS-BIN-TO
           DISPLAY 'Enter Quantity to Move:'
           ACCEPT WS-BIN-QTY
           READ InventoryFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Item Not On File: ' InventoryID
               NOT INVALID KEY
                   PERFORM ValidateBinMove
                   IF WS-BIN-OK = 'Y'
                       PERFORM PostBinMove
                   END-IF
           END-READ
           PERFORM CheckRecordLock
           UNLOCK InventoryFile
           MOVE SPACES TO WS-BIN-LOT
           EXIT.

       ValidateBinMove SECTION.
           MOVE 'Y' TO WS-BIN-OK
           IF WS-BIN-QTY = 0
               DISPLAY 'Quantity Must Be Greater Than Zero'
               MOVE 'N' TO WS-BIN-OK
           END-IF
           IF WS-BIN-OK = 'Y' AND WS-BIN-FROM = WS-BIN-TO
               DISPLAY 'From and To Bin Must Differ'
               MOVE 'N' TO WS-BIN-OK
           END-IF
           IF WS-BIN-OK = 'Y'
               MOVE LocationCode TO BMLocationCode
               MOVE WS-BIN-TO TO BMBinCode
               READ BinMasterFile
                   INVALID KEY
                       DISPLAY 'To Bin Not On File: ' WS-BIN-TO
                       MOVE 'N' TO WS-BIN-OK
                   NOT INVALID KEY
                       PERFORM CheckBinRoom
                       IF WS-BIN-ROOM = 'N'
                           DISPLAY 'To Bin Lacks Capacity - On Hand: '
                               BMOnHand ' Capacity: ' BMCapacity
                           MOVE 'N' TO WS-BIN-OK
                       END-IF
               END-READ
           END-IF
           IF WS-BIN-OK = 'Y'
               IF WS-BIN-FROM = SPACES
                   PERFORM ComputeUnbinnedQty
                   IF WS-BIN-UNBINNED < WS-BIN-QTY
                       DISPLAY 'Insufficient Unbinned Stock: '
                           WS-BIN-UNBINNED
                       MOVE 'N' TO WS-BIN-OK
                   END-IF
               ELSE
                   MOVE InventoryID TO BSInventoryID
                   MOVE LocationCode TO BSLocationCode
                   MOVE WS-BIN-LOT TO BSLotNumber
                   MOVE WS-BIN-FROM TO BSBinCode
                   READ BinStockFile
                       INVALID KEY
                           DISPLAY 'No Stock In From Bin: '
                               WS-BIN-FROM
                           MOVE 'N' TO WS-BIN-OK
                       NOT INVALID KEY
                           IF BSQuantity < WS-BIN-QTY
                               DISPLAY 'Insufficient Stock In Bin: '
                                   BSQuantity
                               MOVE 'N' TO WS-BIN-OK
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.

       PostBinMove SECTION.
           MOVE 'BIN-MOVE' TO WS-TRAN-TYPE
           MOVE UnitCost TO WS-TRAN-COST
           IF WS-BIN-FROM = SPACES
               MOVE WS-BIN-UNBINNED TO WS-QTY-BEFORE
               COMPUTE WS-QTY-AFTER = WS-BIN-UNBINNED - WS-BIN-QTY
               MOVE 'UNBINNED' TO WS-TRAN-REF
           ELSE
               MOVE WS-BIN-FROM TO WS-BIN-CODE
               MOVE WS-BIN-QTY TO WS-BIN-TAKE
               PERFORM RemoveBinStock
               MOVE WS-BIN-ROW-BEFORE TO WS-QTY-BEFORE
               MOVE WS-BIN-ROW-AFTER TO WS-QTY-AFTER
               MOVE WS-BIN-FROM TO WS-TRAN-REF
           END-IF
           PERFORM PostTransaction
           MOVE WS-BIN-TO TO WS-BIN-CODE
           PERFORM AddBinStock
           MOVE WS-BIN-ROW-BEFORE TO WS-QTY-BEFORE
           MOVE WS-BIN-ROW-AFTER TO WS-QTY-AFTER
           MOVE 'BIN-MOVE' TO WS-TRAN-TYPE
           MOVE UnitCost TO WS-TRAN-COST
           MOVE WS-BIN-TO TO WS-TRAN-REF
           PERFORM PostTransaction
           MOVE 'Bin Move ' TO WS-UPDATE-LOG
           STRING InventoryID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LocationCode DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-BIN-LOT DELIMITED BY SPACE
                  ' From: ' DELIMITED BY SIZE
                  WS-BIN-FROM DELIMITED BY SPACE
                  ' To: ' DELIMITED BY SIZE
                  WS-BIN-TO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-BIN-QTY DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           DISPLAY 'Bin Move Posted - To Bin: ' WS-BIN-TO
               ' On Hand In Bin: ' WS-BIN-ROW-AFTER
           EXIT.

       BinStockInquiry SECTION.
           DISPLAY 'Enter Inventory ID:'
           ACCEPT InventoryID
           DISPLAY 'Enter Location Code:'
           ACCEPT LocationCode
           READ InventoryFile
               INVALID KEY
                   DISPLAY 'Item Not On File: ' InventoryID
               NOT INVALID KEY
                   PERFORM ComputeUnbinnedQty
                   PERFORM SortBinTableBySequence
                   DISPLAY 'Bin Stock For ' InventoryID
                       ' Location: ' LocationCode
                   DISPLAY '-----------------------'
                   PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                           UNTIL WS-BT-IDX > WS-BT-COUNT
                       DISPLAY 'Bin: ' WS-BT-BIN (WS-BT-IDX)
                           ' Seq: ' WS-BT-SEQ (WS-BT-IDX)
                           ' Lot: ' WS-BT-LOT (WS-BT-IDX)
                           ' Qty: ' WS-BT-QTY (WS-BT-IDX)
                   END-PERFORM
                   DISPLAY 'On Hand: ' QuantityOnHand
                       ' Binned: ' WS-BIN-BINNED
                       ' Unbinned: ' WS-BIN-UNBINNED
           END-READ
           EXIT.

       ReportBinCountVariance SECTION.
           MOVE LocationCode TO BMLocationCode
           MOVE WS-PC-BIN TO BMBinCode
           READ BinMasterFile
               INVALID KEY
                   DISPLAY 'Bin Not On File - Count Line Skipped: '
                       PhysicalCountData
               NOT INVALID KEY
                   PERFORM ReportBinCountLine
           END-READ
           EXIT.

       ReportBinCountLine SECTION.
           MOVE 'N' TO WS-BIN-MATCH-LOT
           MOVE WS-PC-BIN TO WS-BIN-FILTER
           PERFORM LoadBinTable
           MOVE SPACES TO WS-BIN-FILTER
           COMPUTE WS-VARIANCE = WS-COUNTED-QTY - WS-BIN-BINNED
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * Price
           DISPLAY 'ID: ' InventoryID ' Location: ' LocationCode
               ' Bin: ' WS-PC-BIN
           DISPLAY 'System Bin Quantity: ' WS-BIN-BINNED
           DISPLAY 'Counted Quantity: ' WS-COUNTED-QTY
           DISPLAY 'Variance: ' WS-VARIANCE
           DISPLAY 'Variance Value: ' WS-VARIANCE-VALUE
           DISPLAY '-----------------------'
           MOVE SPACES TO VarianceData
           STRING InventoryID DELIMITED BY SPACE
                  LocationCode DELIMITED BY SPACE
                  WS-BIN-BINNED DELIMITED BY SPACE
                  WS-COUNTED-QTY DELIMITED BY SPACE
                  WS-VARIANCE DELIMITED BY SPACE
                  WS-VARIANCE-VALUE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PC-BIN DELIMITED BY SPACE
                  INTO VarianceData
           WRITE VarianceRecord FROM VarianceData
           IF WS-VARIANCE NOT = 0
               PERFORM ConfirmCycleCountAdjustments
           END-IF
           EXIT.

       PostBinCountAdjustment SECTION.
           READ InventoryFile WITH LOCK
               INVALID KEY
                   DISPLAY 'Item Not On File: ' InventoryID
               NOT INVALID KEY
                   MOVE QuantityOnHand TO WS-QTY-BEFORE
                   IF WS-VARIANCE < 0 AND
                      QuantityOnHand < 0 - WS-VARIANCE
                       MOVE 0 TO QuantityOnHand
                   ELSE
                       ADD WS-VARIANCE TO QuantityOnHand
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO LastUpdatedDate
                   REWRITE InventoryRecord
                   MOVE QuantityOnHand TO WS-QTY-AFTER
                   MOVE 'CYCLE-COUNT' TO WS-TRAN-TYPE
                   MOVE UnitCost TO WS-TRAN-COST
                   MOVE WS-PC-BIN TO WS-TRAN-REF
                   PERFORM PostTransaction
                   PERFORM AdjustCountedBinStock
                   DISPLAY 'Adjustment Posted'
           END-READ
           PERFORM CheckRecordLock
           UNLOCK InventoryFile
           EXIT.

       AdjustCountedBinStock SECTION.
           MOVE WS-PC-BIN TO WS-BIN-CODE
           IF WS-VARIANCE > 0
               IF WS-BT-COUNT > 0
                   MOVE WS-BT-LOT (1) TO WS-BIN-LOT
               ELSE
                   MOVE SPACES TO WS-BIN-LOT
               END-IF
               MOVE WS-VARIANCE TO WS-BIN-QTY
               PERFORM AddBinStock
           ELSE
               COMPUTE WS-BIN-REMAINING = 0 - WS-VARIANCE
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-COUNT
                           OR WS-BIN-REMAINING = 0
                   MOVE WS-BT-LOT (WS-BT-IDX) TO WS-BIN-LOT
                   IF WS-BT-QTY (WS-BT-IDX) >= WS-BIN-REMAINING
                       MOVE WS-BIN-REMAINING TO WS-BIN-TAKE
                   ELSE
                       MOVE WS-BT-QTY (WS-BT-IDX) TO WS-BIN-TAKE
                   END-IF
                   PERFORM RemoveBinStock
                   SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAINING
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-BIN-LOT
           EXIT.

       PurgeOrderHistory SECTION.
           PERFORM LoadPurgeRetention
           MOVE 'Y' TO WS-PRG-CONFIRM
           IF WS-BATCH-MODE = 'N'
               PERFORM PromptPurgeRetention
           END-IF
           IF WS-PRG-CONFIRM = 'Y' OR WS-PRG-CONFIRM = 'y'
               MOVE 'POFILE' TO WS-GATE-KEY
               PERFORM AcquireFileGate
               IF WS-GATE-OK = 'Y'
                   MOVE 'ORDERS' TO WS-GATE-KEY
                   PERFORM AcquireFileGate
                   IF WS-GATE-OK = 'Y'
                       PERFORM RunPurgeOrderHistory
                   END-IF
                   PERFORM ReleaseFileGate
               END-IF
           ELSE
               DISPLAY 'Purge Cancelled'
           END-IF
           EXIT.

       LoadPurgeRetention SECTION.
           MOVE 90 TO WS-PRG-DAYS
           MOVE 'PURGEDAY' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ControlData (1:4) IS NUMERIC
                       MOVE ControlData (1:4) TO WS-PRG-DAYS
                   END-IF
           END-READ
           IF WS-PRG-DAYS = 0
               MOVE 90 TO WS-PRG-DAYS
           END-IF
           EXIT.

       PromptPurgeRetention SECTION.
           DISPLAY 'Current Retention Period (Days): ' WS-PRG-DAYS
           DISPLAY 'Enter New Retention Days (0 = Keep Current):'
           ACCEPT WS-PRG-NEW-DAYS
           IF WS-PRG-NEW-DAYS > 0
               MOVE 'PURGEDAY' TO WS-GATE-KEY
               PERFORM AcquireFileGate
               IF WS-GATE-OK = 'Y'
                   MOVE WS-PRG-NEW-DAYS TO WS-PRG-DAYS
                   MOVE WS-PRG-DAYS TO ControlData (1:4)
                   REWRITE ControlRecord
                   PERFORM ReleaseFileGate
                   MOVE 'Purge Retention Set ' TO WS-UPDATE-LOG
                   STRING WS-PRG-DAYS DELIMITED BY SIZE
                          ' Days Operator: ' DELIMITED BY SIZE
                          WS-OPERATOR-ID DELIMITED BY SPACE
                          INTO WS-UPDATE-LOG
                   WRITE AuditRecord FROM WS-UPDATE-LOG
               END-IF
           END-IF
           DISPLAY 'Archive Shipped Orders and Closed POs Older Than '
               WS-PRG-DAYS ' Days? (Y/N):'
           ACCEPT WS-PRG-CONFIRM
           EXIT.

       RunPurgeOrderHistory SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-PRG-TODAY
           MOVE WS-RUN-DATE (1:8) TO WS-PRG-DATE-NUM
           COMPUTE WS-PRG-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PRG-DATE-NUM)
               - WS-PRG-DAYS
           COMPUTE WS-PRG-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-PRG-DATE-INT)
           MOVE WS-PRG-CUTOFF TO WS-PRG-CUTOFF-X
           MOVE SPACES TO WS-PRG-STAMP
           STRING WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-DATE (9:6) DELIMITED BY SIZE
                  INTO WS-PRG-STAMP
           DISPLAY 'Order and PO Archive Purge:'
           DISPLAY '-----------------------'
           MOVE 'Order and PO Archive Purge' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           DISPLAY 'Retention Days: ' WS-PRG-DAYS
               ' Cutoff Date: ' WS-PRG-CUTOFF-X
           MOVE SPACES TO ReportOutData
           STRING 'Retention Days: ' DELIMITED BY SIZE
                  WS-PRG-DAYS DELIMITED BY SIZE
                  '  Lines Dated Before: ' DELIMITED BY SIZE
                  WS-PRG-CUTOFF-X DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE 0 TO WS-ORD-NUMBER
           PERFORM FindHighestOrderNumber
           PERFORM ApplyOrderNumberHighWater
           PERFORM SaveOrderNumberHighWater
           MOVE 0 TO WS-PO-NUMBER
           PERFORM FindHighestPONumber
           PERFORM ApplyPONumberHighWater
           PERFORM SavePONumberHighWater
           PERFORM PurgeShippedOrderLines
           PERFORM PurgeClosedPOLines
           MOVE 'Purged Order History Before ' TO WS-UPDATE-LOG
           STRING WS-PRG-CUTOFF-X DELIMITED BY SIZE
                  ' Operator: ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  INTO WS-UPDATE-LOG
           WRITE AuditRecord FROM WS-UPDATE-LOG
           EXIT.

       PurgeShippedOrderLines SECTION.
           MOVE 0 TO WS-PRG-MOVED
           MOVE 0 TO WS-PRG-KEPT-OPEN
           MOVE 0 TO WS-PRG-KEPT-RECENT
           MOVE 0 TO WS-PRG-LOW
           MOVE 0 TO WS-PRG-HIGH
           MOVE 'N' TO WS-PRG-ARC-OPEN
           MOVE 'ORDERS' TO WS-PRG-KIND
           MOVE SPACES TO WS-ARC-NAME
           STRING 'ORDERS-ARC-' DELIMITED BY SIZE
                  WS-PRG-STAMP DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-ARC-NAME
           MOVE LOW-VALUES TO OrdersKey
           START OrdersFile KEY IS GREATER THAN OR EQUAL TO
               OrdersKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-ORD-EOF
               PERFORM UNTIL WS-ORD-EOF = 'Y'
                   READ OrdersFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-ORD-EOF
                       NOT AT END
                           PERFORM ArchiveOrderLine
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CloseArchiveFile
           DISPLAY 'Order Lines Archived: ' WS-PRG-MOVED
               ' Retained Open: ' WS-PRG-KEPT-OPEN
               ' Retained Within Retention: ' WS-PRG-KEPT-RECENT
           MOVE SPACES TO ReportOutData
           STRING 'Order Lines Archived: ' DELIMITED BY SIZE
                  WS-PRG-MOVED DELIMITED BY SIZE
                  '  Retained Open: ' DELIMITED BY SIZE
                  WS-PRG-KEPT-OPEN DELIMITED BY SIZE
                  '  Retained Within Retention: ' DELIMITED BY SIZE
                  WS-PRG-KEPT-RECENT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           PERFORM ReportArchiveFile
           EXIT.

       ArchiveOrderLine SECTION.
           IF OrdStatus NOT = 'SHIPPED'
               ADD 1 TO WS-PRG-KEPT-OPEN
           ELSE
               IF OrdOrderDate (1:8) IS NUMERIC AND
                  OrdOrderDate (1:8) < WS-PRG-CUTOFF-X
                   MOVE SPACES TO WS-ARC-LINE
                   MOVE 'ORDERS' TO WS-ARC-TYPE
                   MOVE WS-PRG-TODAY TO WS-ARC-PURGE-DATE
                   MOVE OrdersRecord TO WS-ARC-IMAGE
                   MOVE OrdOrderNumber TO WS-PRG-NUMBER
                   DELETE OrdersFile
                   IF WS-FILE-STATUS = '00'
                       PERFORM WriteArchiveLine
                   ELSE
                       DISPLAY 'Order Line Not Purged - Status: '
                           WS-FILE-STATUS ' Order: ' OrdOrderNumber
                       ADD 1 TO WS-PRG-KEPT-RECENT
                   END-IF
               ELSE
                   ADD 1 TO WS-PRG-KEPT-RECENT
               END-IF
           END-IF
           EXIT.

       PurgeClosedPOLines SECTION.
           MOVE 0 TO WS-PRG-MOVED
           MOVE 0 TO WS-PRG-KEPT-OPEN
           MOVE 0 TO WS-PRG-KEPT-RECENT
           MOVE 0 TO WS-PRG-KEPT-UNVOUCHED
           MOVE 0 TO WS-PRG-LOW
           MOVE 0 TO WS-PRG-HIGH
           MOVE 'N' TO WS-PRG-ARC-OPEN
           MOVE 'PO' TO WS-PRG-KIND
           MOVE SPACES TO WS-ARC-NAME
           STRING 'PO-ARC-' DELIMITED BY SIZE
                  WS-PRG-STAMP DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-ARC-NAME
           MOVE LOW-VALUES TO POKey
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL TO
               POKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-PO-EOF
               PERFORM UNTIL WS-PO-EOF = 'Y'
                   READ PurchaseOrderFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-PO-EOF
                       NOT AT END
                           PERFORM ArchivePOLine
                   END-READ
               END-PERFORM
           END-IF
           PERFORM CloseArchiveFile
           DISPLAY 'PO Lines Archived: ' WS-PRG-MOVED
               ' Retained Open: ' WS-PRG-KEPT-OPEN
               ' Retained Within Retention: ' WS-PRG-KEPT-RECENT
           DISPLAY 'PO Lines Retained For Unvouched Invoices: '
               WS-PRG-KEPT-UNVOUCHED
           MOVE SPACES TO ReportOutData
           STRING 'PO Lines Archived: ' DELIMITED BY SIZE
                  WS-PRG-MOVED DELIMITED BY SIZE
                  '  Retained Open: ' DELIMITED BY SIZE
                  WS-PRG-KEPT-OPEN DELIMITED BY SIZE
                  '  Retained Within Retention: ' DELIMITED BY SIZE
                  WS-PRG-KEPT-RECENT DELIMITED BY SIZE
                  '  Retained Unvouched: ' DELIMITED BY SIZE
                  WS-PRG-KEPT-UNVOUCHED DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           PERFORM ReportArchiveFile
           EXIT.

       ArchivePOLine SECTION.
           IF POStatus NOT = 'CLOSED'
               ADD 1 TO WS-PRG-KEPT-OPEN
           ELSE
               IF POOrderDate (1:8) IS NUMERIC AND
                  POOrderDate (1:8) < WS-PRG-CUTOFF-X
                   PERFORM CheckPOLineUnvouched
                   IF WS-PRG-UNVOUCHED = 'Y'
                       ADD 1 TO WS-PRG-KEPT-UNVOUCHED
                   ELSE
                       PERFORM PurgeOnePOLine
                   END-IF
               ELSE
                   ADD 1 TO WS-PRG-KEPT-RECENT
               END-IF
           END-IF
           EXIT.

       PurgeOnePOLine SECTION.
           MOVE SPACES TO WS-ARC-LINE
           MOVE 'PO' TO WS-ARC-TYPE
           MOVE WS-PRG-TODAY TO WS-ARC-PURGE-DATE
           MOVE PurchaseOrderRecord TO WS-ARC-IMAGE
           MOVE POOrderNumber TO WS-PRG-NUMBER
           DELETE PurchaseOrderFile
           IF WS-FILE-STATUS = '00'
               PERFORM WriteArchiveLine
           ELSE
               DISPLAY 'PO Line Not Purged - Status: '
                   WS-FILE-STATUS ' PO: ' POOrderNumber
               ADD 1 TO WS-PRG-KEPT-RECENT
           END-IF
           EXIT.

       CheckPOLineUnvouched SECTION.
           MOVE 'N' TO WS-PRG-UNVOUCHED
           MOVE LOW-VALUES TO VIKey
           MOVE POVendorCode TO VIVendorCode
           START VendorInvoiceFile KEY IS GREATER THAN OR EQUAL TO
               VIKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-PRG-VI-EOF
               PERFORM UNTIL WS-PRG-VI-EOF = 'Y'
                   READ VendorInvoiceFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-PRG-VI-EOF
                       NOT AT END
                           IF VIVendorCode NOT = POVendorCode
                               MOVE 'Y' TO WS-PRG-VI-EOF
                           ELSE
                               IF VIPONumber = POOrderNumber AND
                                  VIInventoryID = POInventoryID AND
                                  VILocationCode = POLocationCode AND
                                  VIStatus NOT = 'VOUCHED'
                                   MOVE 'Y' TO WS-PRG-UNVOUCHED
                                   MOVE 'Y' TO WS-PRG-VI-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       WriteArchiveLine SECTION.
           IF WS-PRG-ARC-OPEN = 'N'
               OPEN OUTPUT ArchiveFile
               MOVE 'Y' TO WS-PRG-ARC-OPEN
           END-IF
           WRITE ArchiveRecord FROM WS-ARC-LINE
           ADD 1 TO WS-PRG-MOVED
           IF WS-PRG-LOW = 0 OR WS-PRG-NUMBER < WS-PRG-LOW
               MOVE WS-PRG-NUMBER TO WS-PRG-LOW
           END-IF
           IF WS-PRG-NUMBER > WS-PRG-HIGH
               MOVE WS-PRG-NUMBER TO WS-PRG-HIGH
           END-IF
           EXIT.

       CloseArchiveFile SECTION.
           IF WS-PRG-ARC-OPEN = 'Y'
               CLOSE ArchiveFile
               MOVE 'N' TO WS-PRG-ARC-OPEN
               OPEN EXTEND ArchiveCatalogFile
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT ArchiveCatalogFile
               END-IF
               MOVE WS-PRG-KIND TO ACType
               MOVE WS-PRG-TODAY TO ACPurgeDate
               MOVE WS-PRG-CUTOFF-X TO ACCutoffDate
               MOVE WS-ARC-NAME TO ACFileName
               MOVE WS-PRG-LOW TO ACLowNumber
               MOVE WS-PRG-HIGH TO ACHighNumber
               MOVE WS-PRG-MOVED TO ACRecordCount
               WRITE ArchiveCatalogRecord
               CLOSE ArchiveCatalogFile
           END-IF
           EXIT.

       ReportArchiveFile SECTION.
           MOVE SPACES TO ReportOutData
           IF WS-PRG-MOVED = 0
               STRING WS-PRG-KIND DELIMITED BY SPACE
                      ' Archive: None Written' DELIMITED BY SIZE
                      INTO ReportOutData
           ELSE
               DISPLAY 'Archive Written: ' WS-ARC-NAME
               STRING WS-PRG-KIND DELIMITED BY SPACE
                      ' Archive: ' DELIMITED BY SIZE
                      WS-ARC-NAME DELIMITED BY SPACE
                      '  Numbers ' DELIMITED BY SIZE
                      WS-PRG-LOW DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-PRG-HIGH DELIMITED BY SIZE
                      INTO ReportOutData
           END-IF
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ArchivedOrderInquiry SECTION.
           DISPLAY 'Archived Customer Order (O) or Purchase Order (P):'
           ACCEPT WS-PRG-INQ-TYPE
           MOVE SPACES TO WS-PRG-KIND
           EVALUATE WS-PRG-INQ-TYPE
               WHEN 'O'
                   MOVE 'ORDERS' TO WS-PRG-KIND
               WHEN 'o'
                   MOVE 'ORDERS' TO WS-PRG-KIND
               WHEN 'P'
                   MOVE 'PO' TO WS-PRG-KIND
               WHEN 'p'
                   MOVE 'PO' TO WS-PRG-KIND
               WHEN OTHER
                   DISPLAY 'Invalid Selection'
           END-EVALUATE
           IF WS-PRG-KIND NOT = SPACES
               DISPLAY 'Enter Order Number:'
               ACCEPT WS-PRG-INQ-NUMBER
               MOVE 0 TO WS-PRG-INQ-HITS
               OPEN INPUT ArchiveCatalogFile
               IF WS-FILE-STATUS = '35'
                   DISPLAY 'No Archives On File'
               ELSE
                   MOVE 'N' TO WS-PRG-CAT-EOF
                   PERFORM UNTIL WS-PRG-CAT-EOF = 'Y'
                       READ ArchiveCatalogFile
                           AT END MOVE 'Y' TO WS-PRG-CAT-EOF
                           NOT AT END
                               IF ACType = WS-PRG-KIND AND
                                  ACLowNumber <= WS-PRG-INQ-NUMBER AND
                                  ACHighNumber >= WS-PRG-INQ-NUMBER
                                   PERFORM SearchArchiveFile
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveCatalogFile
                   IF WS-PRG-INQ-HITS = 0
                       DISPLAY 'Not Found In Archives: '
                           WS-PRG-INQ-NUMBER
                   ELSE
                       DISPLAY 'Archived Lines Found: '
                           WS-PRG-INQ-HITS
                   END-IF
               END-IF
           END-IF
           EXIT.

       SearchArchiveFile SECTION.
           MOVE ACFileName TO WS-ARC-NAME
           OPEN INPUT ArchiveFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'Archive File Missing: ' WS-ARC-NAME
           ELSE
               MOVE 'N' TO WS-PRG-ARC-EOF
               PERFORM UNTIL WS-PRG-ARC-EOF = 'Y'
                   READ ArchiveFile INTO WS-ARC-LINE
                       AT END MOVE 'Y' TO WS-PRG-ARC-EOF
                       NOT AT END
                           IF WS-ARC-TYPE = 'ORDERS' AND
                              WS-AO-NUMBER = WS-PRG-INQ-NUMBER
                               PERFORM DisplayArchivedOrderLine
                           END-IF
                           IF WS-ARC-TYPE = 'PO' AND
                              WS-APO-NUMBER = WS-PRG-INQ-NUMBER
                               PERFORM DisplayArchivedPOLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
           END-IF
           EXIT.

       DisplayArchivedOrderLine SECTION.
           ADD 1 TO WS-PRG-INQ-HITS
           DISPLAY 'Order: ' WS-AO-NUMBER
               ' Customer: ' WS-AO-CUSTOMER
               ' Order Date: ' WS-AO-DATE (1:8)
           DISPLAY '  Item: ' WS-AO-ID
               ' Loc: ' WS-AO-LOC
               ' Ordered: ' WS-AO-ORDERED
               ' Shipped: ' WS-AO-SHIPPED
               ' Price: ' WS-AO-PRICE
           DISPLAY '  Status: ' WS-AO-STATUS
               ' Archived: ' WS-ARC-PURGE-DATE
               ' File: ' WS-ARC-NAME
           EXIT.

       DisplayArchivedPOLine SECTION.
           ADD 1 TO WS-PRG-INQ-HITS
           DISPLAY 'PO: ' WS-APO-NUMBER
               ' Vendor: ' WS-APO-VENDOR
               ' ' WS-APO-VENDOR-NAME
           DISPLAY '  Item: ' WS-APO-ID
               ' Loc: ' WS-APO-LOC
               ' Ordered: ' WS-APO-ORDERED
               ' Received: ' WS-APO-RECEIVED
               ' Order Date: ' WS-APO-DATE (1:8)
           DISPLAY '  Status: ' WS-APO-STATUS
               ' Archived: ' WS-ARC-PURGE-DATE
               ' File: ' WS-ARC-NAME
           EXIT.

       BuildSalesHistory SECTION.
           MOVE 'SALESHST' TO WS-GATE-KEY
           PERFORM AcquireFileGate
           IF WS-GATE-OK = 'Y'
               PERFORM RunBuildSalesHistory
               PERFORM ReleaseFileGate
           END-IF
           EXIT.

       RunBuildSalesHistory SECTION.
           PERFORM LoadSalesHistoryControl
           MOVE 0 TO WS-SLS-LINES-READ
           MOVE 0 TO WS-SLS-SALE-COUNT
           MOVE 0 TO WS-SLS-REVENUE-TOTAL
           MOVE 0 TO WS-SLS-COST-TOTAL
           OPEN INPUT InvoiceFile
           IF WS-FILE-STATUS = '35'
               DISPLAY 'No Invoice File On Hand'
           ELSE
               MOVE 'N' TO WS-SLS-EOF
               PERFORM UNTIL WS-SLS-EOF = 'Y'
                   READ InvoiceFile
                       AT END MOVE 'Y' TO WS-SLS-EOF
                       NOT AT END
                           ADD 1 TO WS-SLS-LINES-READ
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
               IF WS-SLS-LINES-READ > WS-SLS-POSTED-LINES
                   PERFORM LoadSalesCostWork
                   MOVE 0 TO WS-SLS-LINES-READ
                   OPEN INPUT InvoiceFile
                   MOVE 'N' TO WS-SLS-EOF
                   PERFORM UNTIL WS-SLS-EOF = 'Y'
                       READ InvoiceFile
                           AT END MOVE 'Y' TO WS-SLS-EOF
                           NOT AT END
                               ADD 1 TO WS-SLS-LINES-READ
                               IF WS-SLS-LINES-READ >
                                  WS-SLS-POSTED-LINES
                                   PERFORM AddInvoiceSalesHistory
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE InvoiceFile
                   CLOSE SalesCostWorkFile
               END-IF
               IF WS-SLS-LINES-READ < WS-SLS-POSTED-LINES
                   DISPLAY 'Invoice File Shorter Than Posted Count'
                       ' - Count Reset'
               END-IF
               MOVE WS-SLS-LINES-READ TO WS-SLS-POSTED-LINES
               PERFORM SaveSalesHistoryControl
           END-IF
           DISPLAY 'Invoice Lines Added to Sales History: '
               WS-SLS-SALE-COUNT
           DISPLAY 'Revenue: ' WS-SLS-REVENUE-TOTAL
               ' Cost: ' WS-SLS-COST-TOTAL
           EXIT.

       LoadSalesHistoryControl SECTION.
           MOVE 0 TO WS-SLS-POSTED-LINES
           MOVE 'SALESHST' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ControlData (1:7) IS NUMERIC
                       MOVE ControlData (1:7) TO WS-SLS-POSTED-LINES
                   END-IF
           END-READ
           EXIT.

       SaveSalesHistoryControl SECTION.
           MOVE 'SALESHST' TO ControlKey
           READ ControlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SLS-POSTED-LINES TO ControlData (1:7)
                   REWRITE ControlRecord
           END-READ
           EXIT.

       LoadSalesCostWork SECTION.
           OPEN OUTPUT SalesCostWorkFile
           CLOSE SalesCostWorkFile
           OPEN I-O SalesCostWorkFile
           CLOSE TransactionFile
           OPEN INPUT TransactionFile
           MOVE 'N' TO WS-SLS-EOF
           PERFORM UNTIL WS-SLS-EOF = 'Y'
               READ TransactionFile
                   AT END MOVE 'Y' TO WS-SLS-EOF
                   NOT AT END
                       IF TranType = 'ISSUE' AND TranQtyDelta < 0
                           PERFORM AccumulateSalesCost
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN EXTEND TransactionFile
           EXIT.

       AccumulateSalesCost SECTION.
           MOVE SPACES TO WS-SLS-REF
           IF TranReference = SPACES
               STRING 'DT' DELIMITED BY SIZE
                      TranDate (1:8) DELIMITED BY SIZE
                      INTO WS-SLS-REF
           ELSE
               MOVE TranReference TO WS-SLS-REF
           END-IF
           MOVE WS-SLS-REF TO SCReference
           MOVE TranInventoryID TO SCInventoryID
           MOVE TranLocationCode TO SCLocationCode
           COMPUTE WS-SLS-TRAN-QTY = 0 - TranQtyDelta
           READ SalesCostWorkFile
               INVALID KEY
                   MOVE WS-SLS-REF TO SCReference
                   MOVE TranInventoryID TO SCInventoryID
                   MOVE TranLocationCode TO SCLocationCode
                   MOVE WS-SLS-TRAN-QTY TO SCQuantity
                   COMPUTE SCValue = WS-SLS-TRAN-QTY * TranUnitCost
                   WRITE SalesCostWorkRecord
               NOT INVALID KEY
                   ADD WS-SLS-TRAN-QTY TO SCQuantity
                   COMPUTE SCValue = SCValue +
                       (WS-SLS-TRAN-QTY * TranUnitCost)
                   REWRITE SalesCostWorkRecord
           END-READ
           EXIT.

       AddInvoiceSalesHistory SECTION.
           MOVE 0 TO WS-SLS-UNIT-COST
           MOVE 'NONE' TO WS-SLS-COST-SOURCE
           MOVE SPACES TO WS-SLS-CATEGORY
           MOVE SPACES TO SCReference
           STRING 'SO' DELIMITED BY SIZE
                  InvOrderNumber DELIMITED BY SIZE
                  INTO SCReference
           MOVE InvInventoryID TO SCInventoryID
           MOVE InvLocationCode TO SCLocationCode
           READ SalesCostWorkFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SCQuantity > 0
                       COMPUTE WS-SLS-UNIT-COST ROUNDED =
                           SCValue / SCQuantity
                       MOVE 'ORDER' TO WS-SLS-COST-SOURCE
                   END-IF
           END-READ
           IF WS-SLS-COST-SOURCE = 'NONE'
               MOVE SPACES TO SCReference
               STRING 'DT' DELIMITED BY SIZE
                      InvInvoiceDate (1:8) DELIMITED BY SIZE
                      INTO SCReference
               MOVE InvInventoryID TO SCInventoryID
               MOVE InvLocationCode TO SCLocationCode
               READ SalesCostWorkFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCQuantity > 0
                           COMPUTE WS-SLS-UNIT-COST ROUNDED =
                               SCValue / SCQuantity
                           MOVE 'DAY' TO WS-SLS-COST-SOURCE
                       END-IF
               END-READ
           END-IF
           MOVE InvInventoryID TO InventoryID
           MOVE InvLocationCode TO LocationCode
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CategoryCode TO WS-SLS-CATEGORY
                   IF WS-SLS-COST-SOURCE = 'NONE'
                       MOVE UnitCost TO WS-SLS-UNIT-COST
                       MOVE 'ITEM' TO WS-SLS-COST-SOURCE
                   END-IF
           END-READ
           MOVE 'SALE' TO SHRecordType
           MOVE InvOrderNumber TO SHOrderNumber
           MOVE InvCustomerCode TO SHCustomerCode
           MOVE InvInventoryID TO SHInventoryID
           MOVE InvLocationCode TO SHLocationCode
           MOVE WS-SLS-CATEGORY TO SHCategoryCode
           MOVE InvInvoiceDate (1:8) TO SHSaleDate
           MOVE InvShippedQty TO SHQuantity
           MOVE InvUnitPrice TO SHUnitPrice
           MOVE WS-SLS-UNIT-COST TO SHUnitCost
           MOVE InvExtendedValue TO SHRevenue
           COMPUTE SHCost = InvShippedQty * WS-SLS-UNIT-COST
           MOVE WS-SLS-COST-SOURCE TO SHCostSource
           WRITE SalesHistoryRecord
           ADD 1 TO WS-SLS-SALE-COUNT
           ADD SHRevenue TO WS-SLS-REVENUE-TOTAL
           ADD SHCost TO WS-SLS-COST-TOTAL
           EXIT.

       WriteReturnSalesHistory SECTION.
           MOVE 0 TO WS-SLS-UNIT-COST
           MOVE 'NONE' TO WS-SLS-COST-SOURCE
           MOVE SPACES TO WS-SLS-CATEGORY
           CLOSE SalesHistoryFile
           OPEN INPUT SalesHistoryFile
           MOVE 'N' TO WS-SLS-EOF
           PERFORM UNTIL WS-SLS-EOF = 'Y'
               READ SalesHistoryFile
                   AT END MOVE 'Y' TO WS-SLS-EOF
                   NOT AT END
                       IF SHRecordType = 'SALE' AND
                          SHOrderNumber = WS-RTN-ORDER AND
                          SHInventoryID = WS-RTN-ID AND
                          SHLocationCode = WS-RTN-LOC
                           MOVE SHUnitCost TO WS-SLS-UNIT-COST
                           MOVE SHCostSource TO WS-SLS-COST-SOURCE
                           MOVE SHCategoryCode TO WS-SLS-CATEGORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SalesHistoryFile
           OPEN EXTEND SalesHistoryFile
           MOVE WS-RTN-ID TO InventoryID
           MOVE WS-RTN-LOC TO LocationCode
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SLS-CATEGORY = SPACES
                       MOVE CategoryCode TO WS-SLS-CATEGORY
                   END-IF
                   IF WS-SLS-COST-SOURCE = 'NONE'
                       MOVE UnitCost TO WS-SLS-UNIT-COST
                       MOVE 'ITEM' TO WS-SLS-COST-SOURCE
                   END-IF
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-SLS-TODAY
           MOVE 'RTN' TO SHRecordType
           MOVE WS-RTN-ORDER TO SHOrderNumber
           MOVE OrdCustomerCode TO SHCustomerCode
           MOVE WS-RTN-ID TO SHInventoryID
           MOVE WS-RTN-LOC TO SHLocationCode
           MOVE WS-SLS-CATEGORY TO SHCategoryCode
           MOVE WS-SLS-TODAY TO SHSaleDate
           COMPUTE SHQuantity = 0 - WS-RTN-QTY
           MOVE WS-CM-UNIT-PRICE TO SHUnitPrice
           MOVE WS-SLS-UNIT-COST TO SHUnitCost
           COMPUTE SHRevenue = 0 - (WS-RTN-QTY * WS-CM-UNIT-PRICE)
           COMPUTE SHCost = 0 - (WS-RTN-QTY * WS-SLS-UNIT-COST)
           MOVE WS-SLS-COST-SOURCE TO SHCostSource
           WRITE SalesHistoryRecord
           EXIT.

       SalesAnalysisReport SECTION.
           IF WS-BATCH-MODE = 'Y'
               MOVE 6 TO WS-SA-INACT-MONTHS
           ELSE
               DISPLAY 'Enter Months Without Purchases for'
                   ' Inactive Customer List:'
               ACCEPT WS-SA-INACT-MONTHS
               IF WS-SA-INACT-MONTHS = 0
                   MOVE 6 TO WS-SA-INACT-MONTHS
               END-IF
           END-IF
           DISPLAY 'Sales Analysis Report:'
           DISPLAY '-----------------------'
           MOVE 'Sales Analysis Report' TO WS-REPORT-TITLE
           PERFORM WriteReportHeader
           PERFORM SetSalesPeriods
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               DISPLAY WS-SA-LABEL (WS-SA-IDX) ' '
                   WS-SA-FROM (WS-SA-IDX) ' - ' WS-SA-TO (WS-SA-IDX)
               MOVE SPACES TO ReportOutData
               STRING 'Period ' DELIMITED BY SIZE
                      WS-SA-LABEL (WS-SA-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SA-FROM (WS-SA-IDX) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-SA-TO (WS-SA-IDX) DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-PERFORM
           PERFORM LoadSalesWork
           MOVE 'All Sales' TO WS-SA-TITLE
           PERFORM WriteSalesSectionTitle
           MOVE 'TOTAL' TO WS-SA-CODE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               MOVE WS-SA-TOT-QTY (WS-SA-IDX) TO WS-SA-QTY
               MOVE WS-SA-TOT-REV (WS-SA-IDX) TO WS-SA-REV
               MOVE WS-SA-TOT-COST (WS-SA-IDX) TO WS-SA-COST
               IF WS-SA-IDX = 1 OR WS-SA-IDX = 3
                   MOVE WS-SA-TOT-REV (WS-SA-IDX + 1) TO WS-SA-LY-REV
                   MOVE 'Y' TO WS-SA-SHOW-CHG
               ELSE
                   MOVE 'N' TO WS-SA-SHOW-CHG
               END-IF
               MOVE WS-SA-LABEL (WS-SA-IDX) TO WS-SA-LINE-LABEL
               PERFORM WriteSalesFigures
           END-PERFORM
           MOVE 'C' TO WS-SA-TYPE
           MOVE 'Sales by Customer' TO WS-SA-TITLE
           PERFORM ReportSalesGroup
           MOVE 'I' TO WS-SA-TYPE
           MOVE 'Sales by Item' TO WS-SA-TITLE
           PERFORM ReportSalesGroup
           MOVE 'G' TO WS-SA-TYPE
           MOVE 'Sales by Category' TO WS-SA-TITLE
           PERFORM ReportSalesGroup
           PERFORM RankCustomerSales
           PERFORM ReportInactiveCustomers
           CLOSE SalesWorkFile
           DISPLAY 'Sales Analysis Report Complete'
           EXIT.

       SetSalesPeriods SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:8) TO WS-SA-TODAY
           MOVE WS-SA-TODAY TO WS-SA-BUILD-DATE
           MOVE 1 TO WS-SA-BUILD-DAY
           MOVE WS-SA-BUILD-DATE TO WS-SA-FROM (1)
           MOVE WS-SA-TODAY TO WS-SA-TO (1)
           MOVE 'MTD' TO WS-SA-LABEL (1)
           MOVE 1 TO WS-SA-BUILD-MONTH
           MOVE WS-SA-BUILD-DATE TO WS-SA-FROM (3)
           MOVE WS-SA-TODAY TO WS-SA-TO (3)
           MOVE 'YTD' TO WS-SA-LABEL (3)
           COMPUTE WS-SA-BUILD-YEAR = WS-SA-TODAY-YEAR - 1
           MOVE WS-SA-BUILD-DATE TO WS-SA-FROM (4)
           MOVE WS-SA-TODAY-MONTH TO WS-SA-BUILD-MONTH
           MOVE WS-SA-BUILD-DATE TO WS-SA-FROM (2)
           MOVE WS-SA-TODAY-DAY TO WS-SA-BUILD-DAY
           MOVE WS-SA-BUILD-DATE TO WS-SA-TO (2)
           MOVE WS-SA-BUILD-DATE TO WS-SA-TO (4)
           MOVE 'MTD-LY' TO WS-SA-LABEL (2)
           MOVE 'YTD-LY' TO WS-SA-LABEL (4)
           COMPUTE WS-SA-MONTH-IDX = (WS-SA-TODAY-YEAR * 12) +
               WS-SA-TODAY-MONTH - 1 - WS-SA-INACT-MONTHS
           DIVIDE WS-SA-MONTH-IDX BY 12 GIVING WS-SA-BUILD-YEAR
               REMAINDER WS-SA-MONTH-REM
           COMPUTE WS-SA-BUILD-MONTH = WS-SA-MONTH-REM + 1
           MOVE WS-SA-TODAY-DAY TO WS-SA-BUILD-DAY
           MOVE WS-SA-BUILD-DATE TO WS-SA-CUTOFF
           EXIT.

       LoadSalesWork SECTION.
           OPEN OUTPUT SalesWorkFile
           CLOSE SalesWorkFile
           OPEN I-O SalesWorkFile
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               MOVE 0 TO WS-SA-TOT-QTY (WS-SA-IDX)
               MOVE 0 TO WS-SA-TOT-REV (WS-SA-IDX)
               MOVE 0 TO WS-SA-TOT-COST (WS-SA-IDX)
           END-PERFORM
           CLOSE SalesHistoryFile
           OPEN INPUT SalesHistoryFile
           MOVE 'N' TO WS-SA-EOF
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SalesHistoryFile
                   AT END MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       PERFORM AccumulateSalesHistory
               END-READ
           END-PERFORM
           CLOSE SalesHistoryFile
           OPEN EXTEND SalesHistoryFile
           EXIT.

       AccumulateSalesHistory SECTION.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               IF SHSaleDate >= WS-SA-FROM (WS-SA-IDX) AND
                  SHSaleDate <= WS-SA-TO (WS-SA-IDX)
                   MOVE 'Y' TO WS-SA-HIT (WS-SA-IDX)
                   ADD SHQuantity TO WS-SA-TOT-QTY (WS-SA-IDX)
                   ADD SHRevenue TO WS-SA-TOT-REV (WS-SA-IDX)
                   ADD SHCost TO WS-SA-TOT-COST (WS-SA-IDX)
               ELSE
                   MOVE 'N' TO WS-SA-HIT (WS-SA-IDX)
               END-IF
           END-PERFORM
           MOVE 'C' TO WS-SA-TYPE
           MOVE SHCustomerCode TO WS-SA-CODE
           PERFORM PostSalesWork
           MOVE 'I' TO WS-SA-TYPE
           MOVE SHInventoryID TO WS-SA-CODE
           PERFORM PostSalesWork
           MOVE 'G' TO WS-SA-TYPE
           MOVE SHCategoryCode TO WS-SA-CODE
           PERFORM PostSalesWork
           EXIT.

       PostSalesWork SECTION.
           MOVE WS-SA-TYPE TO SWType
           MOVE WS-SA-CODE TO SWCode
           READ SalesWorkFile
               INVALID KEY
                   MOVE WS-SA-TYPE TO SWType
                   MOVE WS-SA-CODE TO SWCode
                   MOVE SPACES TO SWLastSaleDate
                   PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                           UNTIL WS-SA-IDX > 4
                       MOVE 0 TO SWQuantity (WS-SA-IDX)
                       MOVE 0 TO SWRevenue (WS-SA-IDX)
                       MOVE 0 TO SWCost (WS-SA-IDX)
                   END-PERFORM
                   PERFORM ApplySalesToWork
                   WRITE SalesWorkRecord
               NOT INVALID KEY
                   PERFORM ApplySalesToWork
                   REWRITE SalesWorkRecord
           END-READ
           EXIT.

       ApplySalesToWork SECTION.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               IF WS-SA-HIT (WS-SA-IDX) = 'Y'
                   ADD SHQuantity TO SWQuantity (WS-SA-IDX)
                   ADD SHRevenue TO SWRevenue (WS-SA-IDX)
                   ADD SHCost TO SWCost (WS-SA-IDX)
               END-IF
           END-PERFORM
           IF SHRecordType = 'SALE' AND SHSaleDate > SWLastSaleDate
               MOVE SHSaleDate TO SWLastSaleDate
           END-IF
           EXIT.

       WriteSalesSectionTitle SECTION.
           DISPLAY '-----------------------'
           DISPLAY WS-SA-TITLE
           MOVE SPACES TO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           MOVE WS-SA-TITLE TO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportSalesGroup SECTION.
           PERFORM WriteSalesSectionTitle
           MOVE 0 TO WS-SA-GROUP-COUNT
           MOVE WS-SA-TYPE TO SWType
           MOVE LOW-VALUES TO SWCode
           START SalesWorkFile KEY IS GREATER THAN OR EQUAL TO SWKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SA-EOF
               PERFORM UNTIL WS-SA-EOF = 'Y'
                   READ SalesWorkFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SA-EOF
                       NOT AT END
                           IF SWType NOT = WS-SA-TYPE
                               MOVE 'Y' TO WS-SA-EOF
                           ELSE
                               PERFORM ReportSalesWorkEntry
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SA-GROUP-COUNT = 0
               DISPLAY 'No Sales in Reporting Periods'
               MOVE 'No Sales in Reporting Periods' TO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       ReportSalesWorkEntry SECTION.
           MOVE 'N' TO WS-SA-ACTIVE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > 4
               IF SWQuantity (WS-SA-IDX) NOT = 0 OR
                  SWRevenue (WS-SA-IDX) NOT = 0
                   MOVE 'Y' TO WS-SA-ACTIVE
               END-IF
           END-PERFORM
           IF WS-SA-ACTIVE = 'Y'
               ADD 1 TO WS-SA-GROUP-COUNT
               MOVE SWCode TO WS-SA-CODE
               PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                       UNTIL WS-SA-IDX > 4
                   MOVE SWQuantity (WS-SA-IDX) TO WS-SA-QTY
                   MOVE SWRevenue (WS-SA-IDX) TO WS-SA-REV
                   MOVE SWCost (WS-SA-IDX) TO WS-SA-COST
                   IF WS-SA-IDX = 1 OR WS-SA-IDX = 3
                       MOVE SWRevenue (WS-SA-IDX + 1) TO WS-SA-LY-REV
                       MOVE 'Y' TO WS-SA-SHOW-CHG
                   ELSE
                       MOVE 'N' TO WS-SA-SHOW-CHG
                   END-IF
                   MOVE WS-SA-LABEL (WS-SA-IDX) TO WS-SA-LINE-LABEL
                   PERFORM WriteSalesFigures
               END-PERFORM
           END-IF
           EXIT.

       ComputeSalesPercents SECTION.
           IF WS-SA-REV NOT = 0
               COMPUTE WS-SA-GM-PCT ROUNDED =
                   ((WS-SA-REV - WS-SA-COST) / WS-SA-REV) * 100
           ELSE
               MOVE 0 TO WS-SA-GM-PCT
           END-IF
           MOVE SPACES TO WS-SA-CHG-TEXT
           IF WS-SA-SHOW-CHG = 'Y'
               IF WS-SA-LY-REV > 0
                   COMPUTE WS-SA-CHG-PCT ROUNDED =
                       ((WS-SA-REV - WS-SA-LY-REV) / WS-SA-LY-REV)
                       * 100
                   STRING WS-SA-CHG-PCT DELIMITED BY SIZE
                          INTO WS-SA-CHG-TEXT
               ELSE
                   MOVE 'N/A' TO WS-SA-CHG-TEXT
               END-IF
           END-IF
           EXIT.

       WriteSalesFigures SECTION.
           PERFORM ComputeSalesPercents
           DISPLAY WS-SA-CODE ' ' WS-SA-LINE-LABEL
               ' Qty: ' WS-SA-QTY ' Rev: ' WS-SA-REV
               ' Cost: ' WS-SA-COST
           DISPLAY '    GM%: ' WS-SA-GM-PCT
               ' Chg%: ' WS-SA-CHG-TEXT
           MOVE SPACES TO ReportOutData
           STRING WS-SA-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SA-LINE-LABEL DELIMITED BY SIZE
                  ' Qty: ' DELIMITED BY SIZE
                  WS-SA-QTY DELIMITED BY SIZE
                  ' Rev: ' DELIMITED BY SIZE
                  WS-SA-REV DELIMITED BY SIZE
                  ' Cost: ' DELIMITED BY SIZE
                  WS-SA-COST DELIMITED BY SIZE
                  ' GM%: ' DELIMITED BY SIZE
                  WS-SA-GM-PCT DELIMITED BY SIZE
                  ' Chg%: ' DELIMITED BY SIZE
                  WS-SA-CHG-TEXT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       RankCustomerSales SECTION.
           OPEN OUTPUT SalesRankFile
           CLOSE SalesRankFile
           OPEN I-O SalesRankFile
           MOVE 'C' TO SWType
           MOVE LOW-VALUES TO SWCode
           START SalesWorkFile KEY IS GREATER THAN OR EQUAL TO SWKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SA-EOF
               PERFORM UNTIL WS-SA-EOF = 'Y'
                   READ SalesWorkFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SA-EOF
                       NOT AT END
                           IF SWType NOT = 'C'
                               MOVE 'Y' TO WS-SA-EOF
                           ELSE
                               IF SWQuantity (3) NOT = 0 OR
                                  SWRevenue (3) NOT = 0
                                   PERFORM AddCustomerRank
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 'T' TO WS-SA-LIST
           MOVE 'Top Customers by YTD Revenue' TO WS-SA-TITLE
           PERFORM ReportCustomerRankList
           MOVE 'B' TO WS-SA-LIST
           MOVE 'Bottom Customers by YTD Revenue' TO WS-SA-TITLE
           PERFORM ReportCustomerRankList
           CLOSE SalesRankFile
           EXIT.

       AddCustomerRank SECTION.
           MOVE SWCode TO SRCustomerCode
           MOVE SWQuantity (3) TO SRQuantity
           MOVE SWRevenue (3) TO SRRevenue
           MOVE SWCost (3) TO SRCost
           MOVE SWRevenue (4) TO SRLastYearRevenue
           MOVE 'T' TO SRList
           COMPUTE SRAmount = 1000000000 - SWRevenue (3)
           WRITE SalesRankRecord
           MOVE 'B' TO SRList
           COMPUTE SRAmount = 1000000000 + SWRevenue (3)
           WRITE SalesRankRecord
           EXIT.

       ReportCustomerRankList SECTION.
           PERFORM WriteSalesSectionTitle
           MOVE 0 TO WS-SA-RANK-COUNT
           MOVE WS-SA-LIST TO SRList
           MOVE 0 TO SRAmount
           MOVE LOW-VALUES TO SRCustomerCode
           START SalesRankFile KEY IS GREATER THAN OR EQUAL TO SRKey
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SA-EOF
               PERFORM UNTIL WS-SA-EOF = 'Y'
                       OR WS-SA-RANK-COUNT >= WS-SA-RANK-LIMIT
                   READ SalesRankFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SA-EOF
                       NOT AT END
                           IF SRList NOT = WS-SA-LIST
                               MOVE 'Y' TO WS-SA-EOF
                           ELSE
                               PERFORM ReportCustomerRankLine
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SA-RANK-COUNT = 0
               DISPLAY 'No Customer Sales Year to Date'
               MOVE 'No Customer Sales Year to Date' TO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.

       ReportCustomerRankLine SECTION.
           ADD 1 TO WS-SA-RANK-COUNT
           MOVE SRCustomerCode TO CustCustomerCode
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO CustName
           END-READ
           MOVE SRRevenue TO WS-SA-REV
           MOVE SRCost TO WS-SA-COST
           MOVE SRLastYearRevenue TO WS-SA-LY-REV
           MOVE 'Y' TO WS-SA-SHOW-CHG
           PERFORM ComputeSalesPercents
           DISPLAY WS-SA-RANK-COUNT ' ' SRCustomerCode ' ' CustName
           DISPLAY '    YTD Rev: ' WS-SA-REV ' Cost: ' WS-SA-COST
               ' GM%: ' WS-SA-GM-PCT ' Chg%: ' WS-SA-CHG-TEXT
           MOVE SPACES TO ReportOutData
           STRING WS-SA-RANK-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRCustomerCode DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CustName DELIMITED BY SIZE
                  ' Rev: ' DELIMITED BY SIZE
                  WS-SA-REV DELIMITED BY SIZE
                  ' Cost: ' DELIMITED BY SIZE
                  WS-SA-COST DELIMITED BY SIZE
                  ' GM%: ' DELIMITED BY SIZE
                  WS-SA-GM-PCT DELIMITED BY SIZE
                  ' Chg%: ' DELIMITED BY SIZE
                  WS-SA-CHG-TEXT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       ReportInactiveCustomers SECTION.
           MOVE SPACES TO WS-SA-TITLE
           STRING 'No Purchases Since ' DELIMITED BY SIZE
                  WS-SA-CUTOFF DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-SA-INACT-MONTHS DELIMITED BY SIZE
                  ' Months)' DELIMITED BY SIZE
                  INTO WS-SA-TITLE
           PERFORM WriteSalesSectionTitle
           MOVE 0 TO WS-SA-INACT-COUNT
           MOVE LOW-VALUES TO CustCustomerCode
           START CustomerFile KEY IS GREATER THAN OR EQUAL TO
               CustCustomerCode
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SA-EOF
               PERFORM UNTIL WS-SA-EOF = 'Y'
                   READ CustomerFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-SA-EOF
                       NOT AT END
                           PERFORM CheckCustomerInactive
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'Inactive Customers: ' WS-SA-INACT-COUNT
           MOVE SPACES TO ReportOutData
           STRING 'Inactive Customers: ' DELIMITED BY SIZE
                  WS-SA-INACT-COUNT DELIMITED BY SIZE
                  INTO ReportOutData
           WRITE ReportOutRecord FROM ReportOutData
           EXIT.

       CheckCustomerInactive SECTION.
           MOVE 'C' TO SWType
           MOVE CustCustomerCode TO SWCode
           READ SalesWorkFile
               INVALID KEY
                   MOVE SPACES TO WS-SA-LAST-SALE
               NOT INVALID KEY
                   MOVE SWLastSaleDate TO WS-SA-LAST-SALE
           END-READ
           IF WS-SA-LAST-SALE < WS-SA-CUTOFF
               ADD 1 TO WS-SA-INACT-COUNT
               IF WS-SA-LAST-SALE = SPACES
                   MOVE 'NONE' TO WS-SA-LAST-SALE
               END-IF
               DISPLAY CustCustomerCode ' ' CustName
                   ' Last Purchase: ' WS-SA-LAST-SALE
               MOVE SPACES TO ReportOutData
               STRING CustCustomerCode DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CustName DELIMITED BY SIZE
                      ' Last Purchase: ' DELIMITED BY SIZE
                      WS-SA-LAST-SALE DELIMITED BY SIZE
                      INTO ReportOutData
               WRITE ReportOutRecord FROM ReportOutData
           END-IF
           EXIT.
