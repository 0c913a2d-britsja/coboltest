            SELECT PAYMENT-FILE ASSIGN TO "PAYFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PaymentFileStatus.
            SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LockboxFileStatus.
            SELECT LOCKBOX-SUSPENSE-FILE ASSIGN TO "LBXSUSP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LockboxSuspenseFileStatus.
            SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WOFF-ORDER-NUMBER
                FILE STATUS IS WriteOffFileStatus.
            SELECT PAYMENT-EXCEPTION-FILE ASSIGN TO "PAYEXC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PaymentExceptionFileStatus.
            SELECT PO-PRINT-FILE ASSIGN TO "POPRT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS POPrintFileStatus.
            SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VEND-NUMBER
                FILE STATUS IS VendorFileStatus.
            SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ReceiptHistFileStatus.
            SELECT AP-INVOICE-FILE ASSIGN TO "APINV"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APINV-VOUCHER-NUMBER
                ALTERNATE RECORD KEY IS APINV-VENDOR-KEY
                FILE STATUS IS APInvoiceFileStatus.
            SELECT AP-DETAIL-FILE ASSIGN TO "APDTL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APDTL-KEY
                FILE STATUS IS APDetailFileStatus.
            SELECT AP-REMIT-FILE ASSIGN TO "APREMIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS APRemitFileStatus.
            SELECT PHYSICAL-COUNT-FILE ASSIGN TO "CNTFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNT-ITEM-NUMBER
                FILE STATUS IS CountFileStatus.
            SELECT COUNT-INPUT-FILE ASSIGN TO "CNTIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CountInputFileStatus.
            SELECT CARRIER-FILE ASSIGN TO "CARRMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CARR-KEY
                FILE STATUS IS CarrierFileStatus.
            SELECT SHIP-MANIFEST-FILE ASSIGN TO "SHIPMFST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ShipManifestFileStatus.
            SELECT COLLECTION-FILE ASSIGN TO "COLLNOTE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COLL-KEY
                FILE STATUS IS CollectionFileStatus.
            SELECT QUOTE-MASTER ASSIGN TO "QUOMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS HolidayFileStatus.
            SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FPER-PERIOD-ID
                FILE STATUS IS PeriodFileStatus.
            SELECT PRICE-TABLE-FILE ASSIGN TO "PRCTABLE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAX-STATE
                FILE STATUS IS TaxFileStatus.
            SELECT TERMS-FILE ASSIGN TO "TERMFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TERMS-CODE
                FILE STATUS IS TermsFileStatus.
            SELECT EXEMPT-CERT-FILE ASSIGN TO "EXMPCERT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ECRT-KEY
                FILE STATUS IS ExemptCertFileStatus.
            SELECT KIT-COMPONENT-FILE ASSIGN TO "KITCOMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KIT-KEY
                FILE STATUS IS KitComponentFileStatus.
            SELECT WAREHOUSE-FILE ASSIGN TO "WAREHOUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WHSE-CODE
                FILE STATUS IS WarehouseFileStatus.
            SELECT ITEM-WAREHOUSE-FILE ASSIGN TO "ITEMWHSE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IWH-KEY
                FILE STATUS IS ItemWarehouseFileStatus.
            SELECT TRANSFER-FILE ASSIGN TO "XFERFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XFER-NUMBER
                FILE STATUS IS TransferFileStatus.
            SELECT LOT-FILE ASSIGN TO "LOTFILE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LOT-KEY
                FILE STATUS IS LotFileStatus.
            SELECT LOT-SHIP-FILE ASSIGN TO "LOTSHIP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LSH-KEY
                FILE STATUS IS LotShipFileStatus.
            SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AuditArchiveFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AuditArchiveFileStatus.
            SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUMM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RunSummaryFileStatus.
            SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JobStreamFileStatus.
            SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JST-STEP-ID
                FILE STATUS IS JobStatusFileStatus.
            SELECT ASN-FILE ASSIGN TO "ASNOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AsnFileStatus.
            SELECT EINVOICE-FILE ASSIGN TO "EINVOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EinvFileStatus.
            SELECT EDI-HISTORY-FILE ASSIGN TO "EDIHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EdiHistFileStatus.
            SELECT EDI-REGISTER-FILE ASSIGN TO "EDIREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EREG-KEY
                FILE STATUS IS EdiRegFileStatus.
            SELECT CONTROL-COUNT-REPORT-FILE ASSIGN TO "CTLRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ControlReportFileStatus.
           05 PAY-DATE              PIC 9(08).
           05 PAY-TYPE              PIC X(01).
              88 PayIsCreditMemo       VALUE "C".
      *> Early-payment discount the customer deducted from the
      *> remittance.  Posting allows it only against an invoiced
      *> order paid by its discount date; older records without
      *> it read as spaces, meaning no discount taken.
           05 PAY-DISCOUNT-TAKEN    PIC 9(05)V99.
      *> The bank's daily lockbox deposit file - an "H" batch
      *> header (batch number, deposit date), one "D" record per
      *> remittance (check, amount, any discount deducted, and
      *> the invoice and customer numbers off the remittance
      *> advice, either of which may be missing) and a "T"
      *> trailer carrying the bank's item count and deposit
      *> total for the batch.
        FD  LOCKBOX-FILE.
        01 LOCKBOX-RECORD.
           05 LBX-RECORD-TYPE       PIC X(01).
              88 LbxIsHeader           VALUE "H".
              88 LbxIsDetail           VALUE "D".
              88 LbxIsTrailer          VALUE "T".
           05 LBX-BODY              PIC X(79).
           05 LBX-HEADER REDEFINES LBX-BODY.
              10 LBX-BATCH-NUMBER      PIC X(10).
              10 LBX-DEPOSIT-DATE      PIC 9(08).
              10 LBX-BANK-ACCOUNT      PIC X(12).
              10 FILLER                PIC X(49).
           05 LBX-DETAIL REDEFINES LBX-BODY.
              10 LBX-CHECK-NUMBER      PIC X(10).
              10 LBX-CHECK-AMOUNT      PIC 9(07)V99.
              10 LBX-DISCOUNT-AMOUNT   PIC 9(05)V99.
              10 LBX-INVOICE-NUMBER    PIC 9(08).
              10 LBX-CUSTOMER-NUMBER   PIC 9(06).
              10 LBX-REMITTER-NAME     PIC X(30).
              10 FILLER                PIC X(09).
           05 LBX-TRAILER REDEFINES LBX-BODY.
              10 LBX-ITEM-COUNT        PIC 9(05).
              10 LBX-DEPOSIT-TOTAL     PIC 9(09)V99.
              10 FILLER                PIC X(63).
      *> Lockbox items the import could not apply - the bank's
      *> detail as received, behind the batch, the import date
      *> and the reason.
        FD  LOCKBOX-SUSPENSE-FILE.
        01 LOCKBOX-SUSPENSE-RECORD.
           05 LBS-BATCH-NUMBER      PIC X(10).
           05 LBS-DEPOSIT-DATE      PIC 9(08).
           05 LBS-IMPORT-DATE       PIC 9(08).
           05 LBS-REASON            PIC X(30).
           05 LBS-BANK-DETAIL       PIC X(79).
        FD  WRITE-OFF-FILE.
            COPY WOFFREC.
        FD  PAYMENT-EXCEPTION-FILE.
        01 PAYMENT-EXCEPTION-LINE PIC X(132).
        FD  STATEMENT-FILE.
            COPY POREC.
        FD  PO-PRINT-FILE.
        01 PO-PRINT-LINE PIC X(132).
        FD  VENDOR-MASTER.
            COPY VENDREC.
        FD  RECEIPT-HISTORY-FILE.
            COPY RCPTREC.
        FD  AP-INVOICE-FILE.
            COPY APINVREC.
        FD  AP-DETAIL-FILE.
            COPY APDTLREC.
        FD  AP-REMIT-FILE.
        01 AP-REMIT-LINE PIC X(132).
        FD  PHYSICAL-COUNT-FILE.
            COPY CNTREC.
      *> Counts brought back from the floor on a file instead of
      *> keyed - one record per item counted, with the counter's
      *> reason for any difference.
        FD  COUNT-INPUT-FILE.
        01 COUNT-INPUT-RECORD.
           05 CNTIN-ITEM-NUMBER     PIC X(10).
           05 CNTIN-COUNTED-QTY     PIC 9(07).
           05 CNTIN-REASON          PIC X(20).
        FD  COLLECTION-FILE.
            COPY COLLREC.
        FD  CARRIER-FILE.
            COPY CARRREC.
        FD  SHIP-MANIFEST-FILE.
            COPY MFSTREC.
        FD  QUOTE-MASTER.
            COPY QUOREC.
        FD  QUOTE-DETAIL.
        01 ORDER-ACK-LINE PIC X(132).
        FD  HOLIDAY-FILE.
            COPY HOLREC.
        FD  FISCAL-PERIOD-FILE.
            COPY FPERREC.
        FD  PRICE-TABLE-FILE.
            COPY PRCREC.
        FD  TAX-RATE-FILE.
            COPY TAXREC.
        FD  TERMS-FILE.
            COPY TERMREC.
        FD  EXEMPT-CERT-FILE.
            COPY EXCRTREC.
        FD  KIT-COMPONENT-FILE.
            COPY KITREC.
        FD  WAREHOUSE-FILE.
            COPY WHSEREC.
        FD  ITEM-WAREHOUSE-FILE.
            COPY IWHREC.
        FD  TRANSFER-FILE.
            COPY XFERREC.
        FD  LOT-FILE.
            COPY LOTREC.
        FD  LOT-SHIP-FILE.
            COPY LOTSHP.
      *> A confirmation that leaves the line number zero (or the
      *> old short two-field shape, which reads as spaces) ships
      *> the whole order complete; one that names a line ships
           05 SHIP-CONFIRM-DATE     PIC 9(08).
           05 SHIP-LINE-NUMBER      PIC 9(03).
           05 SHIP-QTY-SHIPPED      PIC 9(05).
      *> The carrier's tracking number and, when the dock has
      *> it, the actual freight charge for the shipment -
      *> given once per shipment, on any of its records.
           05 SHIP-TRACKING-NUMBER  PIC X(20).
           05 SHIP-ACTUAL-FREIGHT   PIC 9(05)V99.
      *> The supplier lot the dock picked for a lot-controlled
      *> line, when it says; left blank, the lots earliest to
      *> expire are shipped first.
           05 SHIP-LOT-NUMBER       PIC X(15).
        FD  SHIP-REGISTER-FILE.
        01 SHIP-REGISTER-LINE PIC X(132).
        FD  AUDIT-ARCHIVE-FILE.
      *> layouts so the archived-order inquiry can read them
      *> back through the same copybooks the writers use.
        FD  ORDER-ARCHIVE-FILE.
        01 ORDER-ARCHIVE-LINE PIC X(250).
        FD  DETAIL-ARCHIVE-FILE.
        01 DETAIL-ARCHIVE-LINE PIC X(80).
        FD  HISTORY-ARCHIVE-FILE.
        01 HISTORY-ARCHIVE-LINE PIC X(550).
        FD  BACKUP-FILE.
        01 BACKUP-LINE PIC X(250).
        FD  NUMBER-CONTROL-FILE.
            COPY NBRCTL.
        FD  CHECKPOINT-FILE.
        01 ORDER-EXPORT-LINE PIC X(132).
        FD  RUN-SUMMARY-FILE.
        01 RUN-SUMMARY-LINE PIC X(132).
      *> One job-stream step per line: its id, the menu digit
      *> and sub-menu digit it runs (as on CTLFILE), what a
      *> failure does - S stop the stream, K skip the steps that
      *> depend on it, C carry on - and up to three earlier steps
      *> it depends on.
        FD  JOB-STREAM-FILE.
        01 JOB-STEP-LINE.
           05 JSD-STEP-ID           PIC X(08).
           05 JSD-MENU-CHOICE       PIC 9(01).
           05 JSD-SUB-CHOICE        PIC 9(01).
           05 JSD-FAIL-ACTION       PIC X(01).
           05 JSD-DEPENDS-ON        PIC X(08) OCCURS 3 TIMES.
           05 JSD-DESCRIPTION       PIC X(30).
        FD  JOB-STATUS-FILE.
            COPY JOBSTAT.
        FD  ASN-FILE.
            COPY ASNREC.
        FD  EINVOICE-FILE.
            COPY EINVREC.
      *> Every outbound electronic document record as first
      *> written, tagged A (ship notice) or I (invoice) - what a
      *> resend copies from.
        FD  EDI-HISTORY-FILE.
        01 EDI-HISTORY-RECORD.
           05 EDIH-DOC-TYPE         PIC X(01).
           05 EDIH-DOC-RECORD.
              10 EDIH-RECORD-TYPE   PIC X(01).
              10 EDIH-BATCH-NUMBER  PIC 9(08).
              10 EDIH-BODY          PIC X(111).
        FD  EDI-REGISTER-FILE.
            COPY EDIREG.
        FD  CONTROL-COUNT-REPORT-FILE.
        01 CONTROL-COUNT-REPORT-LINE PIC X(132).

        01 ShipRejects         PIC 9(05) VALUE 0.
        01 ShipRejectReason    PIC X(30) VALUE SPACES.

      *> Carrier and freight working fields - the shipment being
      *> gathered from consecutive confirmations, its freight,
      *> carrier maintenance replies, and the manifest table.
        01 CarrierFileStatus     PIC X(02) VALUE "00".
        01 ShipManifestFileStatus PIC X(02) VALUE "00".
        01 CarrierFileOpenSwitch PIC X(01) VALUE "N".
           88 CarrierFileIsOpen     VALUE "Y".
        01 CarrierFoundSwitch    PIC X(01) VALUE "N".
           88 CarrierWasFound       VALUE "Y".
        01 CarrierCodeReply      PIC X(04) VALUE SPACES.
        01 CarrierServiceReply   PIC X(02) VALUE SPACES.
        01 CarrierNameReply      PIC X(30) VALUE SPACES.
        01 CarrierDescReply      PIC X(20) VALUE SPACES.
        01 CarrierRateReply      PIC 9(05)V99 VALUE 0.
        01 CarrierActionChoice   PIC X(01) VALUE SPACES.
        01 CarrierAddReply       PIC X(01) VALUE SPACES.
        01 ShipmentPendingSwitch PIC X(01) VALUE "N".
           88 ShipmentIsPending     VALUE "Y".
        01 ShipmentOrderNumber   PIC 9(08) VALUE 0.
        01 ShipmentDate          PIC 9(08) VALUE 0.
        01 ShipmentTracking      PIC X(20) VALUE SPACES.
        01 ShipmentRecordCount   PIC 9(05) VALUE 0.
        01 ShipmentWeight        PIC 9(06)V99 VALUE 0.
        01 ShipmentWeightDisplay PIC ZZZ,ZZ9.99.
        01 ShipmentActualFreight PIC 9(05)V99 VALUE 0.
        01 ShipmentFreight       PIC 9(05)V99 VALUE 0.
        01 ShipmentsManifested   PIC 9(05) VALUE 0.
        01 FreightChargedTotal   PIC 9(07)V99 VALUE 0.
        01 ShipRejectsBefore     PIC 9(05) VALUE 0.
        01 EndOfShipManifestSwitch PIC X(01) VALUE "N".
           88 EndOfShipManifest     VALUE "Y".
        01 ManifestCount         PIC 9(03) VALUE 0.
        01 ManifestIndex         PIC 9(03) VALUE 0.
        01 ManifestPairIndex     PIC 9(03) VALUE 0.
        01 ManifestTableFullSwitch PIC X(01) VALUE "N".
           88 ManifestTableIsFull   VALUE "Y".
        01 ManifestGroupKey      PIC X(06) VALUE SPACES.
        01 ManifestGroupCount    PIC 9(05) VALUE 0.
        01 ManifestGroupWeight   PIC 9(06)V99 VALUE 0.
        01 ManifestSwapArea      PIC X(60).
        01 ManifestTable.
           05 ManifestEntry OCCURS 500 TIMES.
              10 ManifestSortKey.
                 15 ManifestGroup.
                    20 ManifestCarrier  PIC X(04).
                    20 ManifestService  PIC X(02).
                 15 ManifestOrder       PIC 9(08).
              10 ManifestCustomer    PIC 9(06).
              10 ManifestShipTo      PIC X(03).
              10 ManifestWeight      PIC 9(06)V99.
              10 ManifestTracking    PIC X(20).

      *> Payment posting / accounts receivable working fields
        01 PaymentFileStatus          PIC X(02) VALUE "00".
        01 PaymentExceptionFileStatus PIC X(02) VALUE "00".
        01 EndOfPaymentFileSwitch     PIC X(01) VALUE "N".
           88 EndOfPaymentFile           VALUE "Y".
        01 ARChoice            PIC 9(02) VALUE 0.
        01 PaymentsRead        PIC 9(05) VALUE 0.
        01 PaymentFileSeq      PIC 9(07) VALUE 0.
      *> The payment a discount is being matched to - see
      *> MatchDiscountPayment.
        01 DiscMatchPayDate    PIC 9(08) VALUE 0.
        01 DiscMatchPaySeq     PIC 9(07) VALUE 0.
        01 DiscMatchAmount     PIC 9(05)V99 VALUE 0.
        01 DiscountPaymentSwitch PIC X(01) VALUE "N".
           88 DiscountPaymentMatched VALUE "Y".
        01 PaymentsApplied     PIC 9(05) VALUE 0.
        01 PaymentsRejected    PIC 9(05) VALUE 0.
        01 PaymentsOnAccount   PIC 9(05) VALUE 0.
        01 PaymentSpreadRemaining PIC S9(08)V99 VALUE 0.
        01 PaymentApplyAmount  PIC S9(08)V99 VALUE 0.
        01 PaymentRejectReason PIC X(30) VALUE SPACES.
        01 PaymentDiscountTaken PIC 9(05)V99 VALUE 0.
        01 PaymentDiscountAllowed PIC 9(05)V99 VALUE 0.
        01 DiscountsAllowed    PIC 9(05) VALUE 0.
        01 DiscountsDisallowed PIC 9(05) VALUE 0.
        01 OpenBalance         PIC S9(08)V99 VALUE 0.
        01 OpenBalanceDisplay  PIC ZZZ,ZZZ,ZZ9.99.
        01 TotalReceivables    PIC S9(09)V99 VALUE 0.
              10 ReceivableBalance    PIC S9(09)V99.
        01 LineItemIndex      PIC 9(03) VALUE 0.

      *> Write-off working fields - the small-balance run, bad-
      *> debt requests and their approval, and the register.
      *> The threshold is the open amount below which a residue
      *> is not worth chasing.
        01 WriteOffFileStatus    PIC X(02) VALUE "00".
        01 SmallBalanceThreshold PIC 9(03)V99 VALUE 5.00.
        01 WriteOffThresholdDisplay PIC ZZ9.99.
        01 WriteOffMenuChoice    PIC 9(01) VALUE 0.
        01 WriteOffExistsSwitch  PIC X(01) VALUE "N".
           88 WriteOffRecordExists  VALUE "Y".
        01 WriteOffOpenSwitch    PIC X(01) VALUE "N".
           88 WriteOffAlreadyOpen   VALUE "Y".
        01 WriteOffFiledSwitch   PIC X(01) VALUE "N".
           88 WriteOffWasFiled      VALUE "Y".
        01 WriteOffRecordHold    PIC X(141) VALUE SPACES.
        01 WriteOffPostingSwitch PIC X(01) VALUE "N".
           88 WriteOffPosting       VALUE "Y".
        01 EndOfWriteOffSwitch   PIC X(01) VALUE "N".
           88 EndOfWriteOffFile     VALUE "Y".
        01 WriteOffModeReply     PIC X(01) VALUE SPACES.
        01 WriteOffOrderReply    PIC 9(08) VALUE 0.
        01 WriteOffCustReply     PIC 9(06) VALUE 0.
        01 WriteOffReasonReply   PIC X(30) VALUE SPACES.
        01 WriteOffConfirmReply  PIC X(01) VALUE SPACES.
        01 WriteOffActionReply   PIC X(01) VALUE SPACES.
        01 WriteOffSkipReason    PIC X(35) VALUE SPACES.
        01 WriteOffTypeText      PIC X(13) VALUE SPACES.
        01 WriteOffRunDate       PIC 9(08) VALUE 0.
        01 WriteOffBalance       PIC S9(08)V99 VALUE 0.
        01 WriteOffCount         PIC 9(05) VALUE 0.
        01 WriteOffRequestCount  PIC 9(05) VALUE 0.
        01 WriteOffRejectCount   PIC 9(05) VALUE 0.
        01 WriteOffTotal         PIC S9(09)V99 VALUE 0.

      *> Collections working fields - the past-due work queue
      *> (one entry per customer with the last note taken), the
      *> note being keyed, and the promise-keeping tallies.
        01 CollectionFileStatus  PIC X(02) VALUE "00".
        01 CollectionFileOpenSwitch PIC X(01) VALUE "N".
           88 CollectionFileIsOpen  VALUE "Y".
        01 EndOfCollectionFileSwitch PIC X(01) VALUE "N".
           88 EndOfCollectionFile   VALUE "Y".
        01 CollNoteCustNumber    PIC 9(06) VALUE 0.
        01 CollPromiseAmountReply PIC 9(07)V99 VALUE 0.
        01 CollDateReply         PIC 9(08) VALUE 0.
        01 CollDateAcceptedSwitch PIC X(01) VALUE "N".
           88 CollDateAccepted      VALUE "Y".
        01 CollPaymentRemaining  PIC S9(08)V99 VALUE 0.
        01 CollPromiseShortfall  PIC S9(08)V99 VALUE 0.
        01 CollShortfallTotal    PIC S9(09)V99 VALUE 0.
        01 CollPaidDisplay       PIC ZZZ,ZZZ,ZZ9.99.
        01 CollShortDisplay      PIC ZZZ,ZZZ,ZZ9.99.
        01 CollPromiseText       PIC X(20) VALUE SPACES.
        01 PromisesKept          PIC 9(05) VALUE 0.
        01 PromisesBroken        PIC 9(05) VALUE 0.
        01 CollQueueCount        PIC 9(03) VALUE 0.
        01 CollQueueIndex        PIC 9(03) VALUE 0.
        01 CollQueuePairIndex    PIC 9(03) VALUE 0.
        01 CollQueueFoundSwitch  PIC X(01) VALUE "N".
           88 CollQueueCustFound    VALUE "Y".
        01 CollQueueFullSwitch   PIC X(01) VALUE "N".
           88 CollQueueIsFull       VALUE "Y".
        01 CollQueueSwapArea     PIC X(100).
        01 CollQueueTable.
           05 CollQueueEntry OCCURS 200 TIMES.
              10 CollQueueCustNumber PIC 9(06).
              10 CollQueuePastDue    PIC S9(09)V99.
              10 CollQueueMaxDays    PIC S9(05).
              10 CollQueueFollowUp   PIC 9(08).
              10 CollQueueNoteDate   PIC 9(08).
              10 CollQueueNoteText   PIC X(60).
              10 CollQueuePromise    PIC X(01).

      *> Lockbox import working fields - each batch on the
      *> bank's file is proved against its trailer on the first
      *> pass, and the proof steers the second.
        01 LockboxFileStatus     PIC X(02) VALUE "00".
        01 LockboxSuspenseFileStatus PIC X(02) VALUE "00".
        01 EndOfLockboxSwitch    PIC X(01) VALUE "N".
           88 EndOfLockboxFile      VALUE "Y".
        01 LockboxBatchOpenSwitch PIC X(01) VALUE "N".
           88 LockboxBatchIsOpen    VALUE "Y".
        01 LockboxBatchFullSwitch PIC X(01) VALUE "N".
           88 LockboxBatchTableFull VALUE "Y".
        01 LockboxMatchSwitch    PIC X(01) VALUE "N".
           88 LockboxItemMatched    VALUE "Y".
        01 LockboxBatchCount     PIC 9(03) VALUE 0.
        01 LockboxBatchIndex     PIC 9(03) VALUE 0.
        01 LockboxBatchesOutOfBalance PIC 9(03) VALUE 0.
        01 LockboxItemsRead      PIC 9(05) VALUE 0.
        01 LockboxByInvoice      PIC 9(05) VALUE 0.
        01 LockboxByCustomer     PIC 9(05) VALUE 0.
        01 LockboxSuspended      PIC 9(05) VALUE 0.
        01 LockboxAppliedTotal   PIC 9(09)V99 VALUE 0.
        01 LockboxSuspenseTotal  PIC 9(09)V99 VALUE 0.
        01 LockboxPayCustomer    PIC 9(06) VALUE 0.
        01 LockboxPayOrder       PIC 9(08) VALUE 0.
        01 LockboxSuspenseReason PIC X(30) VALUE SPACES.
        01 LockboxBatchResultText PIC X(20) VALUE SPACES.
        01 LockboxAmountDisplay  PIC ZZZ,ZZZ,ZZ9.99.
        01 LockboxTotalDisplay   PIC ZZZ,ZZZ,ZZ9.99.
        01 LockboxBatchTable.
           05 LockboxBatchEntry OCCURS 100 TIMES.
              10 LbxBatchNumber      PIC X(10).
              10 LbxBatchDepositDate PIC 9(08).
              10 LbxBatchItemCount   PIC 9(05).
              10 LbxBatchItemTotal   PIC 9(09)V99.
              10 LbxBatchTrlCount    PIC 9(05).
              10 LbxBatchTrlTotal    PIC 9(09)V99.
              10 LbxBatchStatus      PIC X(01).
                 88 LbxBatchBalanced     VALUE "B".
                 88 LbxBatchUnbalanced   VALUE "U".
                 88 LbxBatchNoTrailer    VALUE "N".

      *> GL journal extract working fields - period-end bridge
      *> that turns invoices and payments into balanced journal
      *> lines on GLPOST.
        01 GLInvoicesExtracted   PIC 9(05) VALUE 0.
        01 GLPaymentsExtracted   PIC 9(05) VALUE 0.
        01 GLStampFailures       PIC 9(05) VALUE 0.
        01 GLAPEntriesExtracted  PIC 9(05) VALUE 0.
        01 GLWriteOffsExtracted  PIC 9(05) VALUE 0.
        01 APJournalledSwitch    PIC X(01) VALUE "N".
           88 APWasJournalled       VALUE "Y".
        01 GLDebitTotal          PIC S9(11)V99 VALUE 0.
        01 GLCreditTotal         PIC S9(11)V99 VALUE 0.
        01 GLAmountWork          PIC 9(07)V99 VALUE 0.
              10 FinChgPastDue    PIC S9(09)V99.
              10 FinChgAssessed   PIC S9(07)V99.
              10 FinChgMaxDays    PIC 9(05).
              10 FinChgOldestDue  PIC 9(08).

      *> Payment terms working fields - the terms table the
      *> customer, order and invoice codes point at, and the
      *> due-date arithmetic the past-due runs share.  Days past
      *> due is negative while an order is still inside its
      *> terms.
        01 TermsFileStatus       PIC X(02) VALUE "00".
        01 TermsFileOpenSwitch   PIC X(01) VALUE "N".
           88 TermsFileIsOpen       VALUE "Y".
        01 TermsFoundSwitch      PIC X(01) VALUE "N".
           88 TermsCodeWasFound     VALUE "Y".
        01 TermsCodeLookup       PIC X(06) VALUE SPACES.
        01 TermsCodeReply        PIC X(06) VALUE SPACES.
        01 TermsDescReply        PIC X(20) VALUE SPACES.
        01 TermsNetDaysReply     PIC 9(03) VALUE 0.
        01 TermsDiscPctReply     PIC 9V9999 VALUE 0.
        01 TermsDiscDaysReply    PIC 9(03) VALUE 0.
        01 TermsPctDisplay       PIC 9.9999.
        01 TermsActionChoice     PIC X(01) VALUE SPACES.
        01 TermsAddReply         PIC X(01) VALUE SPACES.
        01 OrderDueDate          PIC 9(08) VALUE 0.
        01 DaysPastDue           PIC S9(05) VALUE 0.
        01 DiscountAmountDisplay PIC ZZ,ZZ9.99.

      *> Customer statement working fields - one mailed statement
      *> per customer with an open balance, built from the
              10 StmtPayOrder    PIC 9(08).
              10 StmtPayAmount   PIC 9(07)V99.
              10 StmtPayDate     PIC 9(08).
              10 StmtPayDiscount PIC 9(05)V99.
              10 StmtPaySeq      PIC 9(07).
      *> SalesTaxRate is only the fallback now - the rate applied
      *> to an order comes from the state tax rate table for the
      *> customer's state (zero for tax-exempt customers), and is
           88 TaxRateWasFound    VALUE "Y".
        01 TaxActionChoice    PIC X(01) VALUE SPACES.
        01 TaxAddReply        PIC X(01) VALUE SPACES.
        01 AdminChoice        PIC 9(02) VALUE 0.
        01 OrderTotalDisplay  PIC Z,ZZZ,ZZ9.99.
        01 CurrentDateYYYYMMDD PIC 9(08) VALUE 0.
        01 OrderChoice        PIC 9(01) VALUE 0.

      *> Order change history working fields
        01 OrderHistoryFileStatus PIC X(02) VALUE "00".
        01 OrderBeforeImage    PIC X(250) VALUE SPACES.
        01 HistSequence        PIC 9(04) VALUE 0.
        01 HistSlotFoundSwitch PIC X(01) VALUE "N".
           88 HistSlotFound       VALUE "Y".
        01 CustSSNDuplicateSwitch PIC X(01) VALUE "N".
           88 CustSSNIsDuplicate    VALUE "Y".
        01 DuplicateCustNumber  PIC 9(06) VALUE 0.
        01 CustomerRecordHold   PIC X(181) VALUE SPACES.
        01 OrderQtyValidSwitch  PIC X(01) VALUE "N".
           88 OrderQtyIsValid       VALUE "Y".
        01 OrderPriceValidSwitch PIC X(01) VALUE "N".
        01 ItemLookupNumber     PIC X(10) VALUE SPACES.
        01 ItemDescReply        PIC X(30) VALUE SPACES.
        01 ItemPriceReply       PIC 9(05)V99 VALUE 0.
        01 ItemWeightReply      PIC 9(04)V99 VALUE 0.
        01 ItemPriceDisplay     PIC ZZ,ZZ9.99.
        01 OrderItemValidSwitch PIC X(01) VALUE "N".
           88 OrderItemIsValid     VALUE "Y".
        01 ItemAvailDisplay     PIC --,---,--9.
        01 ItemQtyReply         PIC 9(07) VALUE 0.
        01 ItemQtyChangeReply   PIC X(01) VALUE SPACES.
        01 ItemVendorReply      PIC 9(06) VALUE 0.
        01 ItemVendorValidSwitch PIC X(01) VALUE "N".
           88 ItemVendorIsValid    VALUE "Y".
        01 StockAllocPendingSwitch PIC X(01) VALUE "N".
           88 StockAllocationPending  VALUE "Y".
        01 StockRelieveQty      PIC 9(05) VALUE 0.
        01 StockRelieveItem     PIC X(10) VALUE SPACES.
        01 StockRelieveAllocQty PIC 9(05) VALUE 0.
        01 LineShortQty         PIC 9(05) VALUE 0.
        01 LinePickQty          PIC 9(05) VALUE 0.

      *> Kit working fields - a kit's components loaded off the
      *> kit component file, what is being done to their stock
      *> and for how many kits, the scarcest-component arithmetic,
      *> and the component maintenance prompts.
        01 KitComponentFileStatus PIC X(02) VALUE "00".
        01 EndOfKitComponentSwitch PIC X(01) VALUE "N".
           88 EndOfKitComponentFile VALUE "Y".
        01 KitComponentFoundSwitch PIC X(01) VALUE "N".
           88 KitComponentWasFound  VALUE "Y".
        01 KitComponentValidSwitch PIC X(01) VALUE "N".
           88 KitComponentIsValid   VALUE "Y".
        01 KitQtyPerValidSwitch PIC X(01) VALUE "N".
           88 KitQtyPerIsValid      VALUE "Y".
        01 KitItemHold          PIC X(10) VALUE SPACES.
        01 ItemRecordHold       PIC X(96) VALUE SPACES.
        01 KitComponentCount    PIC 9(02) VALUE 0.
        01 KitComponentIndex    PIC 9(02) VALUE 0.
        01 KitComponentTable.
           05 KitComponentEntry OCCURS 20 TIMES.
              10 KitComponentItem    PIC X(10).
              10 KitComponentQtyPer  PIC 9(05).
        01 KitStockAction       PIC X(01) VALUE SPACES.
           88 KitStockAllocate      VALUE "A".
           88 KitStockRelease       VALUE "R".
           88 KitStockShip          VALUE "S".
           88 KitStockRestock       VALUE "T".
        01 KitStockQty          PIC 9(05) VALUE 0.
        01 KitStockAllocQty     PIC 9(05) VALUE 0.
        01 KitComponentQty      PIC 9(07) VALUE 0.
        01 KitComponentAllocQty PIC 9(07) VALUE 0.
        01 KitComponentBuildable PIC S9(07) VALUE 0.
        01 KitBuildableQty      PIC S9(07) VALUE 0.
        01 KitScarcestItem      PIC X(10) VALUE SPACES.
        01 KitUnitCost          PIC 9(05)V99 VALUE 0.
        01 KitComponentReply    PIC X(10) VALUE SPACES.
        01 KitQtyPerReply       PIC 9(05) VALUE 0.
        01 KitActionChoice      PIC X(01) VALUE SPACES.
        01 KitAddReply          PIC X(01) VALUE SPACES.

      *> Warehouse working fields - the warehouse an order ships
      *> from and a PO is delivered to, the warehouse and item a
      *> stock movement applies to with the counts it moves by,
      *> the pick list's bin sequence, and the warehouse and
      *> transfer prompts.
        01 WarehouseFileStatus  PIC X(02) VALUE "00".
        01 ItemWarehouseFileStatus PIC X(02) VALUE "00".
        01 TransferFileStatus   PIC X(02) VALUE "00".
        01 EndOfWarehouseSwitch PIC X(01) VALUE "N".
           88 EndOfWarehouseFile    VALUE "Y".
        01 EndOfItemWarehouseSwitch PIC X(01) VALUE "N".
           88 EndOfItemWarehouseFile VALUE "Y".
        01 WarehouseFoundSwitch PIC X(01) VALUE "N".
           88 WarehouseWasFound     VALUE "Y".
        01 WarehouseValidSwitch PIC X(01) VALUE "N".
           88 WarehouseIsValid      VALUE "Y".
        01 ItemWarehouseFoundSwitch PIC X(01) VALUE "N".
           88 ItemWarehouseWasFound VALUE "Y".
        01 OrderWarehouse       PIC X(02) VALUE SPACES.
        01 POWarehouse          PIC X(02) VALUE SPACES.
        01 DefaultWarehouse     PIC X(02) VALUE SPACES.
        01 WarehouseStateWanted PIC X(02) VALUE SPACES.
        01 StockWarehouse       PIC X(02) VALUE SPACES.
        01 WhseStockItem        PIC X(10) VALUE SPACES.
        01 WhseOnHandDelta      PIC S9(07) VALUE 0.
        01 WhseAllocDelta       PIC S9(07) VALUE 0.
        01 WhseInTransitDelta   PIC S9(07) VALUE 0.
        01 WhseQtyWork          PIC S9(08) VALUE 0.
        01 WhseStateIndex       PIC 9(02) VALUE 0.
        01 WhseOtherStock       PIC S9(08) VALUE 0.
        01 WhseOwnOnHand        PIC S9(08) VALUE 0.
        01 WhseSettleTarget     PIC S9(08) VALUE 0.
        01 WhseSettledCount     PIC 9(05) VALUE 0.
        01 ItemOnHandChangedSwitch PIC X(01) VALUE "N".
           88 ItemOnHandWasChanged  VALUE "Y".
        01 WarehouseMenuChoice  PIC 9(01) VALUE 0.
        01 WarehouseCodeReply   PIC X(02) VALUE SPACES.
        01 WarehouseActionChoice PIC X(01) VALUE SPACES.
        01 WarehouseAddReply    PIC X(01) VALUE SPACES.
        01 WarehouseStateReply  PIC X(02) VALUE SPACES.
        01 WhseBinReply         PIC X(08) VALUE SPACES.
        01 NextTransferNumber   PIC 9(08) VALUE 0.
        01 NextEdiBatchNumber   PIC 9(08) VALUE 0.
        01 TransferNumberReply  PIC 9(08) VALUE 0.
        01 TransferFromReply    PIC X(02) VALUE SPACES.
        01 TransferToReply      PIC X(02) VALUE SPACES.
        01 TransferQtyReply     PIC 9(07) VALUE 0.
        01 TransferConfirmReply PIC X(01) VALUE SPACES.
        01 PickSeqIndex         PIC 9(03) VALUE 0.
        01 PickSeqPair          PIC 9(03) VALUE 0.
        01 PickSeqSwapArea      PIC X(11).
        01 PickBinText          PIC X(15) VALUE SPACES.
        01 PickSeqTable.
           05 PickSeqEntry OCCURS 999 TIMES.
              10 PickSeqBin          PIC X(08).
              10 PickSeqLine         PIC 9(03).

      *> Lot working fields - the lot keyed on a receipt, the
      *> lots a shipment is drawn from (earliest expiry first,
      *> the dock's named lot ahead of them all), a return's
      *> way back into its lots, and the recall trace and
      *> short-dated report tallies.
        01 LotFileStatus        PIC X(02) VALUE "00".
        01 LotShipFileStatus    PIC X(02) VALUE "00".
        01 EndOfLotSwitch       PIC X(01) VALUE "N".
           88 EndOfLotFile          VALUE "Y".
        01 EndOfLotShipSwitch   PIC X(01) VALUE "N".
           88 EndOfLotShipFile      VALUE "Y".
        01 LotFoundSwitch       PIC X(01) VALUE "N".
           88 LotWasFound           VALUE "Y".
        01 LotEntryValidSwitch  PIC X(01) VALUE "N".
           88 LotEntryIsValid       VALUE "Y".
        01 LotControlledSwitch  PIC X(01) VALUE "N".
           88 ReceiptItemIsLotControlled VALUE "Y".
        01 ReceiptLotNumber     PIC X(15) VALUE SPACES.
        01 ReceiptLotExpiry     PIC 9(08) VALUE 0.
        01 LotPreferredNumber   PIC X(15) VALUE SPACES.
        01 LotShipDate          PIC 9(08) VALUE 0.
        01 LotDrawItem          PIC X(10) VALUE SPACES.
        01 LotDrawQty           PIC 9(07) VALUE 0.
        01 LotDrawRemaining     PIC 9(07) VALUE 0.
        01 LotGiveQty           PIC 9(07) VALUE 0.
        01 LotDrawCount         PIC 9(02) VALUE 0.
        01 LotDrawIndex         PIC 9(02) VALUE 0.
        01 LotDrawPair          PIC 9(02) VALUE 0.
        01 LotDrawSwapArea      PIC X(37).
        01 LotDrawTable.
           05 LotDrawEntry OCCURS 50 TIMES.
              10 LotDrawLot          PIC X(15).
              10 LotDrawSortKey      PIC 9(08).
              10 LotDrawOnHand       PIC 9(07).
              10 LotDrawTake         PIC 9(07).
        01 LotMenuChoice        PIC 9(01) VALUE 0.
        01 LotItemReply         PIC X(10) VALUE SPACES.
        01 LotNumberReply       PIC X(15) VALUE SPACES.
        01 LotDaysReply         PIC 9(03) VALUE 0.
        01 LotCutoffDate        PIC 9(08) VALUE 0.
        01 LotDaysLeft          PIC S9(07) VALUE 0.
        01 LotDaysDisplay       PIC -(6)9.
        01 LotExpiryText        PIC X(10) VALUE SPACES.
        01 LotTraceLines        PIC 9(05) VALUE 0.
        01 LotTraceShipped      PIC 9(09) VALUE 0.
        01 LotTraceReturned     PIC 9(09) VALUE 0.
        01 ShortDatedLots       PIC 9(05) VALUE 0.
        01 ShortDatedQty        PIC 9(09) VALUE 0.

      *> Purchasing working fields - raising POs against items,
      *> posting receipts into on-hand, and the open-PO chase
        01 PurchaseOrderFileStatus PIC X(02) VALUE "00".
        01 POPrintFileStatus    PIC X(02) VALUE "00".
        01 NextPONumber         PIC 9(08) VALUE 0.
        01 ItemMenuChoice       PIC 9(02) VALUE 0.
        01 POLookupNumber       PIC 9(08) VALUE 0.
        01 POFoundSwitch        PIC X(01) VALUE "N".
           88 POWasFound           VALUE "Y".
        01 POVendorNumberReply  PIC 9(06) VALUE 0.
        01 POVendorCancelSwitch PIC X(01) VALUE "N".
           88 POVendorCancelled    VALUE "Y".
        01 PODefaultExpected    PIC 9(08) VALUE 0.
        01 POLeadDays           PIC 9(03) VALUE 0.
        01 POVendorNameHold     PIC X(30) VALUE SPACES.
        01 POQtyReply           PIC 9(05) VALUE 0.
        01 POCostReply          PIC 9(05)V99 VALUE 0.
        01 POExpectedReply      PIC 9(08) VALUE 0.
        01 OpenPOCount          PIC 9(05) VALUE 0.
        01 LatePOCount          PIC 9(05) VALUE 0.

      *> Vendor Master working fields - the maintenance prompts,
      *> and the vendor performance report's per-vendor table,
      *> built off the receipt history (lateness) and the PO file
      *> (fill) before the Vendor Master is swept to print it.
        01 VendorFileStatus      PIC X(02) VALUE "00".
        01 ReceiptHistFileStatus PIC X(02) VALUE "00".
        01 VendorLookupNumber    PIC 9(06) VALUE 0.
        01 VendorFoundSwitch     PIC X(01) VALUE "N".
           88 VendorWasFound        VALUE "Y".
        01 VendorActionChoice    PIC X(01) VALUE SPACES.
        01 VendorAddReply        PIC X(01) VALUE SPACES.
        01 VendorNameReply       PIC X(30) VALUE SPACES.
        01 VendorAddrReply       PIC X(30) VALUE SPACES.
        01 VendorCityReply       PIC X(20) VALUE SPACES.
        01 VendorStateReply      PIC X(02) VALUE SPACES.
        01 VendorZipReply        PIC X(10) VALUE SPACES.
        01 VendorPhoneReply      PIC X(14) VALUE SPACES.
        01 VendorLeadReply       PIC 9(03) VALUE 0.
        01 VendorMasterOpenSwitch PIC X(01) VALUE "N".
           88 VendorMasterIsOpen    VALUE "Y".
        01 EndOfVendorFileSwitch PIC X(01) VALUE "N".
           88 EndOfVendorFile       VALUE "Y".
        01 EndOfReceiptHistSwitch PIC X(01) VALUE "N".
           88 EndOfReceiptHist      VALUE "Y".
        01 VendPerfCount         PIC 9(03) VALUE 0.
        01 VendPerfIndex         PIC 9(03) VALUE 0.
        01 VendPerfLookup        PIC 9(06) VALUE 0.
        01 VendPerfFoundSwitch   PIC X(01) VALUE "N".
           88 VendPerfEntryFound    VALUE "Y".
        01 VendPerfTableFullSwitch PIC X(01) VALUE "N".
           88 VendPerfTableIsFull   VALUE "Y".
        01 VendPerfVendorsListed PIC 9(05) VALUE 0.
        01 VendPerfOnTimePct     PIC 9(03)V9 VALUE 0.
        01 VendPerfAvgLate       PIC 9(05)V9 VALUE 0.
        01 VendPerfFillPct       PIC 9(03)V9 VALUE 0.
        01 VendPerfPctDisplay    PIC ZZ9.9.
        01 VendPerfFillDisplay   PIC ZZ9.9.
        01 VendPerfAvgDisplay    PIC ZZ,ZZ9.9.
        01 VendPerfTable.
           05 VendPerfEntry OCCURS 200 TIMES.
              10 VendPerfNumber      PIC 9(06).
              10 VendPerfReceipts    PIC 9(05).
              10 VendPerfOnTime      PIC 9(05).
              10 VendPerfLateDays    PIC 9(07).
              10 VendPerfQtyOrdered  PIC 9(09).
              10 VendPerfQtyReceived PIC 9(09).

      *> Accounts payable working fields - vendor invoice entry
      *> and its three-way match (the staged lines hold the PO's
      *> figures as they stood when each line was keyed), the
      *> hold list, and the payment run's table of approved
      *> bills due, sorted by vendor so each vendor gets one
      *> check.  A billed unit cost within APCostTolerancePct of
      *> the PO cost either way still matches.
        01 APInvoiceFileStatus   PIC X(02) VALUE "00".
        01 APDetailFileStatus    PIC X(02) VALUE "00".
        01 APRemitFileStatus     PIC X(02) VALUE "00".
        01 NextVoucherNumber     PIC 9(08) VALUE 0.
        01 NextCheckNumber       PIC 9(08) VALUE 0.
        01 APMenuChoice          PIC 9(01) VALUE 0.
        01 APCostTolerancePct    PIC 9V9(04) VALUE 0.0200.
        01 APMaxLines            PIC 9(03) VALUE 20.
        01 APVendorReply         PIC 9(06) VALUE 0.
        01 APVendorInvoiceReply  PIC X(15) VALUE SPACES.
        01 APInvoiceDateReply    PIC 9(08) VALUE 0.
        01 APDueDateReply        PIC 9(08) VALUE 0.
        01 APLineCountReply      PIC 9(03) VALUE 0.
        01 APPOReply             PIC 9(08) VALUE 0.
        01 APQtyReply            PIC 9(05) VALUE 0.
        01 APCostReply           PIC 9(05)V99 VALUE 0.
        01 APVoucherReply        PIC 9(08) VALUE 0.
        01 APReleaseReply        PIC X(01) VALUE SPACES.
        01 APCutoffReply         PIC 9(08) VALUE 0.
        01 APEntryValidSwitch    PIC X(01) VALUE "N".
           88 APEntryIsValid        VALUE "Y".
        01 APEntryCancelSwitch   PIC X(01) VALUE "N".
           88 APEntryCancelled      VALUE "Y".
        01 APAllMatchedSwitch    PIC X(01) VALUE "N".
           88 APAllLinesMatched     VALUE "Y".
        01 EndOfAPInvoiceSwitch  PIC X(01) VALUE "N".
           88 EndOfAPInvoiceFile    VALUE "Y".
        01 EndOfAPDetailSwitch   PIC X(01) VALUE "N".
           88 EndOfAPDetailFile     VALUE "Y".
        01 APLineIndex           PIC 9(03) VALUE 0.
        01 APPriorIndex          PIC 9(03) VALUE 0.
        01 APUnbilledReceived    PIC S9(06) VALUE 0.
        01 APMatchQty            PIC 9(05) VALUE 0.
        01 APCostDifference      PIC S9(05)V99 VALUE 0.
        01 APCostAllowance       PIC 9(05)V99 VALUE 0.
        01 APInvoiceTotal        PIC 9(07)V99 VALUE 0.
        01 APVarianceTotal       PIC S9(07)V99 VALUE 0.
        01 APBillPONumber        PIC 9(08) VALUE 0.
        01 APBillQty             PIC 9(05) VALUE 0.
        01 APAmountDisplay       PIC Z,ZZZ,ZZ9.99.
        01 APVarianceDisplay     PIC -,---,--9.99.
        01 APCostDisplay         PIC ZZ,ZZ9.99.
        01 APPOCostDisplay       PIC ZZ,ZZ9.99.
        01 APMatchLabel          PIC X(03) VALUE SPACES.
        01 APHeldCount           PIC 9(05) VALUE 0.
        01 APHeldTotal           PIC 9(09)V99 VALUE 0.
        01 APLineTable.
           05 APLineEntry OCCURS 20 TIMES.
              10 APLinePONumber      PIC 9(08).
              10 APLineItemNumber    PIC X(10).
              10 APLineQtyBilled     PIC 9(05).
              10 APLineCostBilled    PIC 9(05)V99.
              10 APLineExtAmount     PIC 9(07)V99.
              10 APLinePOOrdered     PIC 9(05).
              10 APLinePOReceived    PIC 9(05).
              10 APLinePOBilled      PIC 9(05).
              10 APLinePOCost        PIC 9(05)V99.
              10 APLineVariance      PIC S9(07)V99.
              10 APLineMatchStatus   PIC X(01).
        01 APPayCount            PIC 9(03) VALUE 0.
        01 APPayIndex            PIC 9(03) VALUE 0.
        01 APPayPair             PIC 9(03) VALUE 0.
        01 APPayTableFullSwitch  PIC X(01) VALUE "N".
           88 APPayTableIsFull      VALUE "Y".
        01 APPayVendorHold       PIC 9(06) VALUE 0.
        01 APCheckDoneSwitch     PIC X(01) VALUE "N".
           88 APCheckIsDone         VALUE "Y".
        01 APCheckInvoiceCount   PIC 9(03) VALUE 0.
        01 APRunDate             PIC 9(08) VALUE 0.
        01 APCheckAmount         PIC 9(07)V99 VALUE 0.
        01 APChecksWritten       PIC 9(05) VALUE 0.
        01 APInvoicesPaid        PIC 9(05) VALUE 0.
        01 APRunTotal            PIC 9(09)V99 VALUE 0.
        01 APRunTotalDisplay     PIC ZZZ,ZZZ,ZZ9.99.
        01 APPaySwapArea         PIC X(23).
        01 APPayTable.
           05 APPayEntry OCCURS 500 TIMES.
              10 APPayVendor         PIC 9(06).
              10 APPayVoucher        PIC 9(08).
              10 APPayAmount         PIC 9(07)V99.

      *> Replenishment working fields - the quantity still due in
      *> on open POs per item (with the item's latest PO cost),
      *> and the suggestions staged for approval into new POs.
        01 EndOfItemFileSwitch   PIC X(01) VALUE "N".
           88 EndOfItemFile         VALUE "Y".
        01 ReplItemLookup        PIC X(10) VALUE SPACES.
        01 ReplPOCount           PIC 9(03) VALUE 0.
        01 ReplPOIndex           PIC 9(03) VALUE 0.
        01 ReplPOFoundSwitch     PIC X(01) VALUE "N".
           88 ReplPOEntryFound      VALUE "Y".
        01 ReplPOTableFullSwitch PIC X(01) VALUE "N".
           88 ReplPOTableIsFull     VALUE "Y".
        01 ReplOnOrderQty        PIC 9(07) VALUE 0.
        01 ReplLastCost          PIC 9(05)V99 VALUE 0.
        01 ReplAvailableQty      PIC S9(08) VALUE 0.
        01 ReplSuggestQty        PIC 9(05) VALUE 0.
        01 ReplVendorNameHold    PIC X(30) VALUE SPACES.
        01 ReplVendorLeadHold    PIC 9(03) VALUE 0.
        01 ReplVendorActiveSwitch PIC X(01) VALUE "N".
        01 ReplActionReply       PIC X(01) VALUE SPACES.
        01 ReplQuitSwitch        PIC X(01) VALUE "N".
           88 ReplQuitRequested     VALUE "Y".
        01 ReplPOsRaised         PIC 9(05) VALUE 0.
        01 ReplPOTable.
           05 ReplPOEntry OCCURS 500 TIMES.
              10 ReplPOItem          PIC X(10).
              10 ReplPOQty           PIC 9(07).
              10 ReplPOCost          PIC 9(05)V99.
        01 ReplSugCount          PIC 9(03) VALUE 0.
        01 ReplSugIndex          PIC 9(03) VALUE 0.
        01 ReplSugTableFullSwitch PIC X(01) VALUE "N".
           88 ReplSugTableIsFull    VALUE "Y".
        01 ReplSugTable.
           05 ReplSugEntry OCCURS 200 TIMES.
              10 ReplSugItem         PIC X(10).
              10 ReplSugDesc         PIC X(30).
              10 ReplSugQty          PIC 9(05).
              10 ReplSugCost         PIC 9(05)V99.
              10 ReplSugVendor       PIC 9(06).
              10 ReplSugVendorName   PIC X(30).
              10 ReplSugVendorLead   PIC 9(03).
              10 ReplSugVendorActive PIC X(01).

      *> Backorder fill working fields - every open line still
      *> short, staged with the date it queues on, and the
      *> quantity the run released to it.
        01 BOFillCount           PIC 9(04) VALUE 0.
        01 BOFillIndex           PIC 9(04) VALUE 0.
        01 BOFillPair            PIC 9(04) VALUE 0.
        01 BOFillTableFullSwitch PIC X(01) VALUE "N".
           88 BOFillTableIsFull     VALUE "Y".
        01 BOFillDateHold        PIC 9(08) VALUE 0.
        01 BOFillLinesReleased   PIC 9(05) VALUE 0.
        01 BOFillQtyReleased     PIC 9(07) VALUE 0.
        01 BOFillLinesShort      PIC 9(05) VALUE 0.
        01 BOFillQtyShort        PIC 9(07) VALUE 0.
        01 BOFillSwapArea        PIC X(47).
        01 BOFillTable.
           05 BOFillEntry OCCURS 1000 TIMES.
              10 BOFillDate          PIC 9(08).
              10 BOFillOrder         PIC 9(08).
              10 BOFillLine          PIC 9(03).
              10 BOFillItem          PIC X(10).
              10 BOFillShort         PIC 9(05).
              10 BOFillQty           PIC 9(05).
              10 BOFillCustomer      PIC 9(06).
              10 BOFillWarehouse     PIC X(02).

      *> Physical inventory working fields - the count-sheet
      *> selection, the counted quantity and reason being
      *> recorded, and the variance and posting tallies.
        01 CountFileStatus       PIC X(02) VALUE "00".
        01 CountInputFileStatus  PIC X(02) VALUE "00".
        01 CountMenuChoice       PIC 9(01) VALUE 0.
        01 CountSelectReply      PIC X(01) VALUE SPACES.
        01 CountFromItem         PIC X(10) VALUE SPACES.
        01 CountToItem           PIC X(10) VALUE SPACES.
        01 CountItemReply        PIC X(10) VALUE SPACES.
        01 CountQtyReply         PIC 9(07) VALUE 0.
        01 CountReasonReply      PIC X(20) VALUE SPACES.
        01 CountRejectReason     PIC X(30) VALUE SPACES.
        01 CountPostConfirm      PIC X(01) VALUE SPACES.
        01 CountRunDate          PIC 9(08) VALUE 0.
        01 CountOnFileSwitch     PIC X(01) VALUE "N".
           88 CountRecordOnFile     VALUE "Y".
        01 CountEntryDoneSwitch  PIC X(01) VALUE "N".
           88 CountEntryDone        VALUE "Y".
        01 EndOfCountFileSwitch  PIC X(01) VALUE "N".
           88 EndOfCountFile        VALUE "Y".
        01 EndOfCountInputSwitch PIC X(01) VALUE "N".
           88 EndOfCountInput       VALUE "Y".
        01 CountSheetLines       PIC 9(05) VALUE 0.
        01 CountRefrozen         PIC 9(05) VALUE 0.
        01 CountsAccepted        PIC 9(05) VALUE 0.
        01 CountsRejected        PIC 9(05) VALUE 0.
        01 CountsAwaitingPost    PIC 9(05) VALUE 0.
        01 CountsNotCounted      PIC 9(05) VALUE 0.
        01 CountsWithVariance    PIC 9(05) VALUE 0.
        01 CountsPosted          PIC 9(05) VALUE 0.
        01 CountVarianceQty      PIC S9(08) VALUE 0.
        01 CountVarianceValue    PIC S9(09)V99 VALUE 0.
        01 CountNetValue         PIC S9(11)V99 VALUE 0.
        01 CountProjectedQty     PIC S9(08) VALUE 0.
        01 CountLotDelta         PIC S9(08) VALUE 0.
        01 CountLotNumber        PIC X(15) VALUE SPACES.
        01 CountLotQtyWork       PIC S9(08) VALUE 0.
        01 CountLotSettledSwitch PIC X(01) VALUE "N".
           88 CountLotIsSettled     VALUE "Y".
        01 CountQtyDisplay       PIC Z,ZZZ,ZZ9.
        01 CountBookDisplay      PIC Z,ZZZ,ZZ9.
        01 CountDiffDisplay      PIC --,---,--9.
        01 CountValueDisplay     PIC ---,---,--9.99.
        01 CountNetValueDisplay  PIC -,---,---,--9.99.
        01 CountAllocFlag        PIC X(16) VALUE SPACES.

      *> Price table working fields - the table lookup that
      *> reprices an order line once its quantity is known, and
      *> the maintenance prompts.  A customer contract entry
        01 ShipToActionChoice    PIC X(01) VALUE SPACES.
        01 ShipToAddReply        PIC X(01) VALUE SPACES.

      *> Exemption certificate working fields - maintenance
      *> from Edit Customer, the certificate check order pricing
      *> makes before zero-rating an order, and the monthly
      *> expiring-certificates report.
        01 ExemptCertFileStatus  PIC X(02) VALUE "00".
        01 ExemptCertFoundSwitch PIC X(01) VALUE "N".
           88 ExemptCertWasFound    VALUE "Y".
        01 ExemptCertValidSwitch PIC X(01) VALUE "N".
           88 ExemptCertIsValid     VALUE "Y".
        01 ExemptCertDateSwitch  PIC X(01) VALUE "N".
           88 ExemptCertDateIsValid VALUE "Y".
        01 EndOfExemptCertSwitch PIC X(01) VALUE "N".
           88 EndOfExemptCertFile   VALUE "Y".
        01 ExemptCertStateReply  PIC X(02) VALUE SPACES.
        01 ExemptCertActionChoice PIC X(01) VALUE SPACES.
        01 ExemptCertAddReply    PIC X(01) VALUE SPACES.
        01 ExemptCertDocReply    PIC X(01) VALUE SPACES.
        01 ExemptCertDateReply   PIC 9(08) VALUE 0.
        01 ExemptCertReason      PIC X(30) VALUE SPACES.
        01 TaxOrderDate          PIC 9(08) VALUE 0.
        01 TaxShipToCode         PIC X(03) VALUE SPACES.
        01 TaxShipToState        PIC X(02) VALUE SPACES.
        01 ExemptCertLookaheadDays PIC 9(03) VALUE 60.
        01 ExemptCertHorizon     PIC 9(08) VALUE 0.
        01 ExemptCertExpiringCount PIC 9(05) VALUE 0.
        01 ExemptCertDaysDisplay PIC ZZZ9.

      *> Standing order working fields - the maintenance screen
      *> and the nightly generation step, including the local
      *> month-length arithmetic that rolls a template's

      *> Partial shipment working fields
        01 ShipQtyRemaining     PIC 9(05) VALUE 0.
        01 ShipCostQty          PIC 9(05) VALUE 0.
        01 ShipItemAvgCost      PIC 9(05)V99 VALUE 0.
        01 ShipCheckIndex       PIC 9(03) VALUE 0.
        01 OrderFullyShippedSwitch PIC X(01) VALUE "N".
           88 OrderFullyShipped       VALUE "Y".
        01 ExposureDisplay      PIC ZZZ,ZZZ,ZZ9.99.
        01 CreditOverrideReply  PIC X(01) VALUE SPACES.
        01 CustLimitChangeReply PIC X(01) VALUE SPACES.
        01 OrderRecordHold      PIC X(250) VALUE SPACES.

      *> Customer order inquiry working fields - all of one
      *> customer's orders, collected off the ORD-CUSTOMER-NUMBER
              10 OrderLineExtPrice   PIC 9(07)V99.
              10 OrderLineQtyShipped PIC 9(05).
              10 OrderLineQtyBackord PIC 9(05).
              10 OrderLineQtyReleased PIC 9(05).
              10 OrderLineUnitCost   PIC 9(05)V99.

      *> Reports subsystem working fields.  Each run writes its
      *> own output file (RPT + report code + a 0-9 cycling run
        01 BatchSetupFailedSwitch  PIC X(01) VALUE "N".
           88 BatchSetupFailed       VALUE "Y".

      *> Job-stream working fields - the nightly stream is a list
      *> of steps on JOBSTRM, each naming the menu function it
      *> runs, up to three steps it depends on and what a failure
      *> does to the rest of the stream; each step's start, end
      *> and outcome is kept on JOBSTAT for the restart.
        01 JobStreamFileStatus   PIC X(02) VALUE "00".
        01 JobStatusFileStatus   PIC X(02) VALUE "00".
        01 JobStreamSwitch       PIC X(01) VALUE "N".
           88 RunningJobStream       VALUE "Y".
        01 EndOfJobStreamSwitch  PIC X(01) VALUE "N".
           88 EndOfJobStream         VALUE "Y".
        01 JobStreamStoppedSwitch PIC X(01) VALUE "N".
           88 JobStreamStopped       VALUE "Y".
        01 JobStepPrereqSwitch   PIC X(01) VALUE "N".
           88 JobStepPrereqsMet      VALUE "Y".
        01 JobStatusFoundSwitch  PIC X(01) VALUE "N".
           88 JobStatusWasFound      VALUE "Y".
        01 JobStreamModeReply    PIC X(01) VALUE "N".
        01 JobForceStepReply     PIC X(08) VALUE SPACES.
        01 JobStreamSetupReason  PIC X(60) VALUE SPACES.
        01 JobStreamReturnCode   PIC 9(02) VALUE 0.
        01 JobStepCount          PIC 9(02) VALUE 0.
        01 JobStepIndex          PIC 9(02) VALUE 0.
        01 JobStepFindIndex      PIC 9(02) VALUE 0.
        01 JobStepFoundIndex     PIC 9(02) VALUE 0.
        01 JobStepDepIndex       PIC 9(01) VALUE 0.
        01 JobStepDepWanted      PIC X(08) VALUE SPACES.
        01 JobStepDepBlocking    PIC X(08) VALUE SPACES.
        01 JobStepForcedFlag     PIC X(01) VALUE "N".
        01 JobStepStartDate      PIC 9(08) VALUE 0.
        01 JobStepStartTime      PIC 9(06) VALUE 0.
        01 JobStepEndDate        PIC 9(08) VALUE 0.
        01 JobStepEndTime        PIC 9(06) VALUE 0.
        01 JobStepOutcome        PIC X(70) VALUE SPACES.
        01 JobStepsCompleted     PIC 9(02) VALUE 0.
        01 JobStepsWarned        PIC 9(02) VALUE 0.
        01 JobStepsNotCompleted  PIC 9(02) VALUE 0.
        01 JobStepTable.
           05 JobStepEntry OCCURS 30 TIMES.
              10 JobStepId           PIC X(08).
              10 JobStepMenu         PIC 9(01).
              10 JobStepSub          PIC 9(01).
              10 JobStepAction       PIC X(01).
              10 JobStepDependsOn    PIC X(08) OCCURS 3 TIMES.
              10 JobStepStatus       PIC X(01).

      *> Checkpoint/restart working fields for batch order
      *> processing (the Order Summary report run).
        01 CheckpointFileStatus    PIC X(02) VALUE "00".
        01 HolidayActionChoice   PIC X(01) VALUE SPACES.
        01 HolidayAddReply       PIC X(01) VALUE SPACES.
        01 ShipLeadBusinessDays  PIC 9(02) VALUE 5.
      *> Fiscal period calendar, period close and posting-period
      *> fence working fields.  PostingDate is the date a
      *> transaction is about to be posted under; the fence
      *> leaves it, moves it into the next open period, or
      *> rejects it.
        01 PeriodFileStatus      PIC X(02) VALUE "00".
        01 FiscalPeriodReply     PIC 9(06) VALUE 0.
        01 PeriodStartReply      PIC 9(08) VALUE 0.
        01 PeriodEndReply        PIC 9(08) VALUE 0.
        01 PeriodFoundSwitch     PIC X(01) VALUE "N".
           88 PeriodWasFound        VALUE "Y".
        01 PeriodActionChoice    PIC X(01) VALUE SPACES.
        01 PeriodAddReply        PIC X(01) VALUE SPACES.
        01 PeriodCloseReply      PIC X(01) VALUE SPACES.
        01 PeriodDatesValidSwitch PIC X(01) VALUE "N".
           88 PeriodDatesAreValid   VALUE "Y".
        01 EndOfPeriodSwitch     PIC X(01) VALUE "N".
           88 EndOfPeriodFile       VALUE "Y".
        01 PeriodToClose         PIC 9(06) VALUE 0.
        01 PeriodCloseStart      PIC 9(08) VALUE 0.
        01 PeriodCloseEnd        PIC 9(08) VALUE 0.
        01 PeriodDocDate         PIC 9(08) VALUE 0.
        01 PeriodInvoicesOpen    PIC 9(05) VALUE 0.
        01 PeriodPaymentsOpen    PIC 9(05) VALUE 0.
        01 PostingDate           PIC 9(08) VALUE 0.
        01 PostingPeriodSwitch   PIC X(01) VALUE "O".
           88 PostingPeriodIsOpen   VALUE "O".
           88 PostingWasRedated     VALUE "R".
           88 PostingWasRejected    VALUE "X".
        01 PostingRedateSwitch   PIC X(01) VALUE "N".
           88 PostingMayRedate      VALUE "Y".
        01 InvoiceRunDate        PIC 9(08) VALUE 0.
        01 ExceptionCount        PIC 9(05) VALUE 0.
        01 ExceptionTotal        PIC 9(09)V99 VALUE 0.
        01 ExceptionTotalDisplay PIC ZZZ,ZZZ,ZZ9.99.
      *> Order/customer reconciliation report working fields
        01 ReconReasonText       PIC X(30) VALUE SPACES.

      *> Integrity check working fields - exception counts by
      *> type, and the allocation every open order line still
      *> holds, rebuilt by item and warehouse off the order
      *> sweep so the Item Master and warehouse counts can be
      *> proved against it (and, in repair mode, reset to it).
        01 IntegrityModeReply    PIC X(01) VALUE SPACES.
        01 IntegrityRepairSwitch PIC X(01) VALUE "N".
           88 IntegrityIsRepairRun  VALUE "Y".
        01 IntegItemFileSwitch   PIC X(01) VALUE "N".
           88 IntegItemFileIsOpen   VALUE "Y".
        01 IntegOrderFoundSwitch PIC X(01) VALUE "N".
           88 IntegOrderIsOnFile    VALUE "Y".
        01 IntegArchFoundSwitch  PIC X(01) VALUE "N".
           88 IntegOrderIsArchived  VALUE "Y".
        01 IntegAllocRunSwitch   PIC X(01) VALUE "N".
           88 IntegAllocWasChecked  VALUE "Y".
        01 IntegOrderAtEndSwitch PIC X(01) VALUE "N".
           88 IntegOrderLinesAtEnd  VALUE "Y".
        01 IntegLookupOrder      PIC 9(08) VALUE 0.
        01 IntegLastDetailOrder  PIC 9(08) VALUE 0.
        01 IntegOrderLinesFound  PIC 9(05) VALUE 0.
        01 IntegOrderSubtotal    PIC 9(09)V99 VALUE 0.
        01 IntegLineOutstanding  PIC 9(07) VALUE 0.
        01 IntegItemOnFile       PIC 9(07) VALUE 0.
        01 IntegItemRecomputed   PIC 9(07) VALUE 0.
        01 IntegAmountDisplay    PIC ZZZ,ZZZ,ZZ9.99.
        01 IntegAmountDisplay2   PIC ZZZ,ZZZ,ZZ9.99.
        01 IntegKeyText          PIC X(30) VALUE SPACES.
        01 IntegReasonText       PIC X(64) VALUE SPACES.
        01 IntegRepairCount      PIC 9(05) VALUE 0.
        01 IntegTypeIndex        PIC 9(02) VALUE 0.
        01 IntegTypeNameValues.
           05 FILLER PIC X(30) VALUE "DETAIL LINE WITH NO HEADER".
           05 FILLER PIC X(30) VALUE "ORDER LINE COUNT MISMATCH".
           05 FILLER PIC X(30) VALUE "ORDER SUBTOTAL MISMATCH".
           05 FILLER PIC X(30) VALUE "INVOICE ORDER NOT ON FILE".
           05 FILLER PIC X(30) VALUE "RA ORDER/LINE NOT ON FILE".
           05 FILLER PIC X(30) VALUE "ORDER LINE ITEM NOT ON FILE".
           05 FILLER PIC X(30) VALUE "ITEM ALLOCATION DRIFT".
           05 FILLER PIC X(30) VALUE "WAREHOUSE ALLOCATION DRIFT".
        01 IntegTypeNameTable REDEFINES IntegTypeNameValues.
           05 IntegTypeName OCCURS 8 TIMES PIC X(30).
        01 IntegTypeCountTable.
           05 IntegTypeCount OCCURS 8 TIMES PIC 9(05).
        01 IntegAllocItemWanted  PIC X(10) VALUE SPACES.
        01 IntegAllocWhseWanted  PIC X(02) VALUE SPACES.
        01 IntegAllocQtyToAdd    PIC 9(07) VALUE 0.
        01 IntegAllocCount       PIC 9(03) VALUE 0.
        01 IntegAllocIndex       PIC 9(03) VALUE 0.
        01 IntegAllocFoundSwitch PIC X(01) VALUE "N".
           88 IntegAllocEntryFound  VALUE "Y".
        01 IntegAllocFullSwitch  PIC X(01) VALUE "N".
           88 IntegAllocTableIsFull VALUE "Y".
        01 IntegAllocTable.
           05 IntegAllocEntry OCCURS 500 TIMES.
              10 IntegAllocItem    PIC X(10).
              10 IntegAllocWhse    PIC X(02).
              10 IntegAllocQty     PIC 9(07).
              10 IntegAllocMatched PIC X(01).

      *> Outbound electronic documents - the ship notice and
      *> e-invoice batches being built by this run, the staged
      *> lines of the shipment being confirmed, and the register
      *> and resend replies.
        01 AsnFileStatus         PIC X(02) VALUE "00".
        01 EinvFileStatus        PIC X(02) VALUE "00".
        01 EdiHistFileStatus     PIC X(02) VALUE "00".
        01 EdiRegFileStatus      PIC X(02) VALUE "00".
        01 EdiBatchDate          PIC 9(08) VALUE 0.
        01 EdiBatchTime          PIC 9(06) VALUE 0.
        01 AsnBatchOpenSwitch    PIC X(01) VALUE "N".
           88 AsnBatchIsOpen        VALUE "Y".
        01 AsnBatchNumber        PIC 9(08) VALUE 0.
        01 AsnShipmentCount      PIC 9(05) VALUE 0.
        01 AsnRecordCount        PIC 9(07) VALUE 0.
        01 AsnTotalQtyShipped    PIC 9(09) VALUE 0.
        01 AsnStageQty           PIC 9(05) VALUE 0.
        01 AsnStageBackorder     PIC 9(05) VALUE 0.
        01 AsnLineCount          PIC 9(03) VALUE 0.
        01 AsnLineIndex          PIC 9(03) VALUE 0.
        01 AsnLineTable.
           05 AsnLineEntry OCCURS 999 TIMES.
              10 AsnLineNumber       PIC 9(03).
              10 AsnLineItem         PIC X(10).
              10 AsnLineQtyOrdered   PIC 9(05).
              10 AsnLineQtyShipped   PIC 9(05).
              10 AsnLineQtyBackorder PIC 9(05).
        01 EinvBatchOpenSwitch   PIC X(01) VALUE "N".
           88 EinvBatchIsOpen       VALUE "Y".
        01 EinvBatchNumber       PIC 9(08) VALUE 0.
        01 EinvInvoiceCount      PIC 9(05) VALUE 0.
        01 EinvDetailCount       PIC 9(07) VALUE 0.
        01 EinvRecordCount       PIC 9(07) VALUE 0.
        01 EinvBatchTotal        PIC 9(11)V99 VALUE 0.
        01 EinvLineCount         PIC 9(03) VALUE 0.
        01 EdiDocType            PIC X(01) VALUE SPACES.
        01 EdiDocTypeReply       PIC X(01) VALUE SPACES.
        01 EdiBatchReply         PIC 9(08) VALUE 0.
        01 EdiResendReply        PIC X(01) VALUE SPACES.
        01 EdiResendCount        PIC 9(07) VALUE 0.
        01 EdiControlDisplay     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 EndOfEdiRegSwitch     PIC X(01) VALUE "N".
           88 EndOfEdiRegister      VALUE "Y".
        01 EndOfEdiHistSwitch    PIC X(01) VALUE "N".
           88 EndOfEdiHistory       VALUE "Y".

      *> Sales analysis working fields - accumulation tables for
      *> the by-customer, by-item and by-month reports, each
      *> swept off the masters then ranked in place.
              10 SalesMonthOrders PIC 9(05).
              10 SalesMonthTotal  PIC S9(11)V99.

      *> Gross margin and inventory valuation working fields -
      *> shipped sales against shipped cost per item and per
      *> customer, ranked by margin dollars in place.
        01 MarginItemCount    PIC 9(03) VALUE 0.
        01 MarginCustCount    PIC 9(03) VALUE 0.
        01 MarginIndex        PIC 9(03) VALUE 0.
        01 MarginPairIndex    PIC 9(03) VALUE 0.
        01 MarginLineQty      PIC 9(05) VALUE 0.
        01 MarginLineSales    PIC S9(09)V99 VALUE 0.
        01 MarginLineCost     PIC S9(09)V99 VALUE 0.
        01 MarginSalesTotal   PIC S9(11)V99 VALUE 0.
        01 MarginCostTotal    PIC S9(11)V99 VALUE 0.
        01 MarginNoCostLines  PIC 9(05) VALUE 0.
        01 MarginCalcSales    PIC S9(11)V99 VALUE 0.
        01 MarginCalcCost     PIC S9(11)V99 VALUE 0.
        01 MarginCalcAmount   PIC S9(11)V99 VALUE 0.
        01 MarginCalcPct      PIC S9(05)V9 VALUE 0.
        01 MarginSalesDisplay PIC ZZZ,ZZZ,ZZ9.99.
        01 MarginCostDisplay  PIC ZZZ,ZZZ,ZZ9.99.
        01 MarginAmountDisplay PIC ---,---,--9.99.
        01 MarginPctDisplay   PIC ----9.9.
        01 ValuationGrandTotal PIC S9(11)V99 VALUE 0.
        01 MarginSwapArea     PIC X(45) VALUE SPACES.
        01 MarginByItemTable.
           05 MarginItemEntry OCCURS 200 TIMES.
              10 MarginItemNumber PIC X(10).
              10 MarginItemQty    PIC 9(09).
              10 MarginItemSales  PIC S9(11)V99.
              10 MarginItemCost   PIC S9(11)V99.
        01 MarginByCustTable.
           05 MarginCustEntry OCCURS 200 TIMES.
              10 MarginCustNumber PIC 9(06).
              10 MarginCustSales  PIC S9(11)V99.
              10 MarginCustCost   PIC S9(11)V99.

      *> Control-count balancing report working fields
        COPY CTLCNT.

               LINE 17 COLUMN 10.
           05 CustSlsReply      PIC X(03)
               LINE 17 COLUMN 30.
           05 CustTermsPrompt   PIC X(20) VALUE "Terms Code: "
               LINE 18 COLUMN 10.
           05 CustTermsReply    PIC X(06)
               LINE 18 COLUMN 30.
           05 CustEdocPrompt    PIC X(20) VALUE "E-Documents (Y/N): "
               LINE 19 COLUMN 10.
           05 CustEdocReply     PIC X(01)
               LINE 19 COLUMN 30.

        01 OrderEntryScreen.
           05 OrdScnBlankLine   PIC X(80) VALUE SPACES
               SECURE.

        PROCEDURE DIVISION.
            DISPLAY "Run unattended from a control file (B), as "
                "the nightly job stream (J) or interactively (I)? "
                WITH NO ADVANCING
            ACCEPT RunModeReply
            IF RunModeReply = "J" OR RunModeReply = "j"
                MOVE "Y" TO JobStreamSwitch
            END-IF
            IF RunModeReply = "B" OR RunModeReply = "b"
                OR RunningJobStream
                MOVE "Y" TO BatchModeSwitch
                PERFORM BatchLogon
            ELSE
                IF RunModeReply = "B" OR RunModeReply = "b"
                    PERFORM BatchMainMenu
                ELSE
                    IF RunningJobStream
                        PERFORM JobStreamDriver
                    ELSE
                        PERFORM MainMenu
                    END-IF
                END-IF
                PERFORM PrintControlCountReport
            ELSE
      *> control file, or never got past the BATCHRUN logon ends
      *> with a nonzero RETURN-CODE so the scheduler pages
      *> operations the same night.
      *> The job stream hands back its own overall code - 4
      *> when it finished with only warnings.
            IF RunningJobStream
                IF NOT LogonSuccessful
                    MOVE 8 TO JobStreamReturnCode
                END-IF
                DISPLAY "Job stream ended - RETURN-CODE "
                    JobStreamReturnCode "."
                MOVE JobStreamReturnCode TO RETURN-CODE
            ELSE
                IF RunningInBatchMode
                    AND (BatchRecordsFailed > 0 OR BatchSetupFailed
                        OR NOT LogonSuccessful)
                    DISPLAY "Batch run ended with failures - "
                        "RETURN-CODE 8."
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

               WHEN "Invoice file not found"
               WHEN "Invoice run had failures"
               WHEN "Purchase order file not found"
               WHEN "Vendor Master file not found"
               WHEN "AP invoice file not found"
               WHEN "Vendor invoice write failed"
               WHEN "RA file not found"
               WHEN "GL extract had stamp failures"
               WHEN "Payment file not found"
               WHEN "Standing order generation had skips"
               WHEN "Inbound orders had rejects"
               WHEN "Inbound order file not found"
               WHEN "Invoicing refused - fiscal period closed"
               WHEN "Finance charges refused - fiscal period closed"
               WHEN "Lockbox file not found"
               WHEN "Lockbox import had exceptions"
               WHEN "Collection note file not found"
               WHEN "Shipment manifest file not found"
               WHEN "Fiscal period calendar not found"
               WHEN "Period close checklist failed - left open"
               WHEN "Period rewrite failed"
               WHEN "Period not found"
               WHEN "Invalid or missing report sub-choice"
               WHEN "Invalid or missing AR sub-choice"
               WHEN "Invalid or missing shipping sub-choice"
               DELIMITED BY SIZE INTO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE.

      *> ----------------------------------------------------------
      *> Nightly job stream - runs the steps defined on JOBSTRM in
      *> order through the same ProcessChoice the control-file run
      *> uses, in place of CTLFILE's flat list.  A step whose
      *> prerequisite did not complete is skipped rather than run
      *> on bad data.  A failed step does what its definition
      *> says: S stops the stream there, K skips whatever depends
      *> on it, and C lets the stream carry on as if it had
      *> completed (a warning).  Every step's start, end and
      *> outcome goes onto JOBSTAT as it happens, and a line per
      *> step onto RUNSUMM.  The operator answers N for a new
      *> night's run, R to restart - only the steps not completed
      *> run again - or F to force one named step regardless of
      *> its prerequisites.  The scheduler gets one return code
      *> for the stream: 0 all completed, 4 completed with
      *> warnings, 8 anything failed, skipped or not run.
      *> ----------------------------------------------------------
        JobStreamDriver.
           MOVE "N" TO MainMenuExitSwitch
           OPEN OUTPUT RUN-SUMMARY-FILE
           MOVE 0 TO BatchRecordsProcessed
           MOVE 0 TO BatchRecordsSucceeded
           MOVE 0 TO BatchRecordsFailed
           MOVE "N" TO JobStreamStoppedSwitch
           PERFORM LoadJobStreamDefinition
           IF NOT BatchSetupFailed
               DISPLAY "Job stream: N)ew run, R)estart at the "
                   "failed step, F)orce one step: "
                   WITH NO ADVANCING
               ACCEPT JobStreamModeReply
               PERFORM OpenJobStatusIO
               EVALUATE JobStreamModeReply
                   WHEN "R" WHEN "r"
                       PERFORM LoadJobStepStatuses
                       PERFORM RunJobStreamSteps
                   WHEN "F" WHEN "f"
                       PERFORM ForceOneJobStep
                   WHEN OTHER
                       PERFORM ResetJobStepStatuses
                       PERFORM RunJobStreamSteps
               END-EVALUATE
               CLOSE JOB-STATUS-FILE
           END-IF
           IF BatchSetupFailed
               DISPLAY "Job stream not run - " JobStreamSetupReason
               MOVE SPACES TO RUN-SUMMARY-LINE
               STRING "JOB STREAM NOT RUN - " JobStreamSetupReason
                   DELIMITED BY SIZE INTO RUN-SUMMARY-LINE
               WRITE RUN-SUMMARY-LINE
               MOVE 8 TO JobStreamReturnCode
           ELSE
               PERFORM SetJobStreamReturnCode
           END-IF
           PERFORM WriteRunSummaryTrailer
           MOVE SPACES TO RUN-SUMMARY-LINE
           STRING "JOB STREAM STEPS COMPLETED: " JobStepsCompleted
               "  WARNINGS: " JobStepsWarned
               "  NOT COMPLETED: " JobStepsNotCompleted
               "  RETURN CODE: " JobStreamReturnCode
               DELIMITED BY SIZE INTO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           CLOSE RUN-SUMMARY-FILE.

      *> The definition is proved whole before anything runs - a
      *> step id used twice, a menu function of 0, a failure
      *> action other than S/K/C, or a prerequisite that is not
      *> an earlier step in the stream fails the setup.  Lines
      *> starting with an asterisk are comments.
        LoadJobStreamDefinition.
           MOVE 0 TO JobStepCount
           MOVE SPACES TO JobStreamSetupReason
           OPEN INPUT JOB-STREAM-FILE
           IF JobStreamFileStatus NOT = "00"
               MOVE "Y" TO BatchSetupFailedSwitch
               STRING "JOB STREAM FILE (JOBSTRM) NOT FOUND - STATUS "
                   JobStreamFileStatus
                   DELIMITED BY SIZE INTO JobStreamSetupReason
           ELSE
               MOVE "N" TO EndOfJobStreamSwitch
               PERFORM LoadOneJobStep
                   UNTIL EndOfJobStream OR BatchSetupFailed
               CLOSE JOB-STREAM-FILE
               IF JobStepCount = 0 AND NOT BatchSetupFailed
                   MOVE "Y" TO BatchSetupFailedSwitch
                   MOVE "NO STEPS DEFINED ON JOBSTRM"
                       TO JobStreamSetupReason
               END-IF
           END-IF.

        LoadOneJobStep.
           READ JOB-STREAM-FILE
               AT END
                   MOVE "Y" TO EndOfJobStreamSwitch
               NOT AT END
                   IF JSD-STEP-ID NOT = SPACES
                       AND JSD-STEP-ID(1:1) NOT = "*"
                       PERFORM ValidateAndStageJobStep
                   END-IF
           END-READ.

        ValidateAndStageJobStep.
           MOVE JSD-STEP-ID TO JobStepDepWanted
           PERFORM FindJobStepById
           IF JobStepFoundIndex > 0
               MOVE "Y" TO BatchSetupFailedSwitch
               STRING "STEP " JSD-STEP-ID " DEFINED TWICE"
                   DELIMITED BY SIZE INTO JobStreamSetupReason
           END-IF
           IF NOT BatchSetupFailed AND JobStepCount NOT < 30
               MOVE "Y" TO BatchSetupFailedSwitch
               MOVE "MORE THAN 30 STEPS DEFINED"
                   TO JobStreamSetupReason
           END-IF
           IF NOT BatchSetupFailed
               AND (JSD-MENU-CHOICE NOT NUMERIC
                   OR JSD-MENU-CHOICE = 0
                   OR JSD-SUB-CHOICE NOT NUMERIC)
               MOVE "Y" TO BatchSetupFailedSwitch
               STRING "STEP " JSD-STEP-ID " HAS NO VALID MENU "
                   "FUNCTION"
                   DELIMITED BY SIZE INTO JobStreamSetupReason
           END-IF
           IF NOT BatchSetupFailed
               AND JSD-FAIL-ACTION NOT = "S"
               AND JSD-FAIL-ACTION NOT = "K"
               AND JSD-FAIL-ACTION NOT = "C"
               MOVE "Y" TO BatchSetupFailedSwitch
               STRING "STEP " JSD-STEP-ID " FAILURE ACTION MUST "
                   "BE S, K OR C"
                   DELIMITED BY SIZE INTO JobStreamSetupReason
           END-IF
           MOVE 0 TO JobStepDepIndex
           PERFORM CheckOneJobStepDependency 3 TIMES
           IF NOT BatchSetupFailed
               ADD 1 TO JobStepCount
               MOVE JSD-STEP-ID TO JobStepId(JobStepCount)
               MOVE JSD-MENU-CHOICE TO JobStepMenu(JobStepCount)
               MOVE JSD-SUB-CHOICE TO JobStepSub(JobStepCount)
               MOVE JSD-FAIL-ACTION TO JobStepAction(JobStepCount)
               MOVE JSD-DEPENDS-ON(1)
                   TO JobStepDependsOn(JobStepCount, 1)
               MOVE JSD-DEPENDS-ON(2)
                   TO JobStepDependsOn(JobStepCount, 2)
               MOVE JSD-DEPENDS-ON(3)
                   TO JobStepDependsOn(JobStepCount, 3)
               MOVE "N" TO JobStepStatus(JobStepCount)
           END-IF.

        CheckOneJobStepDependency.
           ADD 1 TO JobStepDepIndex
           IF NOT BatchSetupFailed
               AND JSD-DEPENDS-ON(JobStepDepIndex) NOT = SPACES
               MOVE JSD-DEPENDS-ON(JobStepDepIndex)
                   TO JobStepDepWanted
               PERFORM FindJobStepById
               IF JobStepFoundIndex = 0
                   MOVE "Y" TO BatchSetupFailedSwitch
                   STRING "STEP " JSD-STEP-ID " DEPENDS ON "
                       JobStepDepWanted " - NOT AN EARLIER STEP"
                       DELIMITED BY SIZE INTO JobStreamSetupReason
               END-IF
           END-IF.

      *> Looks JobStepDepWanted up among the steps staged so far;
      *> JobStepFoundIndex is zero when it is not there.
        FindJobStepById.
           MOVE 0 TO JobStepFoundIndex
           MOVE 0 TO JobStepFindIndex
           PERFORM CompareOneJobStepId JobStepCount TIMES.

        CompareOneJobStepId.
           ADD 1 TO JobStepFindIndex
           IF JobStepFoundIndex = 0
               AND JobStepId(JobStepFindIndex) = JobStepDepWanted
               MOVE JobStepFindIndex TO JobStepFoundIndex
           END-IF.

      *> A new night's run starts every step at not-run on
      *> JOBSTAT, so nothing left over from the last run can be
      *> taken for done.
        ResetJobStepStatuses.
           MOVE 0 TO JobStepIndex
           PERFORM ResetOneJobStepStatus JobStepCount TIMES.

        ResetOneJobStepStatus.
           ADD 1 TO JobStepIndex
           MOVE "N" TO JobStepStatus(JobStepIndex)
           MOVE "N" TO JobStepForcedFlag
           MOVE ZERO TO JobStepStartDate
           MOVE ZERO TO JobStepStartTime
           MOVE ZERO TO JobStepEndDate
           MOVE ZERO TO JobStepEndTime
           MOVE SPACES TO JobStepOutcome
           PERFORM SaveJobStepStatus.

        LoadJobStepStatuses.
           MOVE 0 TO JobStepIndex
           PERFORM LoadOneJobStepStatus JobStepCount TIMES.

        LoadOneJobStepStatus.
           ADD 1 TO JobStepIndex
           MOVE JobStepId(JobStepIndex) TO JST-STEP-ID
           READ JOB-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO JobStepStatus(JobStepIndex)
               NOT INVALID KEY
                   MOVE JST-STATUS TO JobStepStatus(JobStepIndex)
           END-READ.

        RunJobStreamSteps.
           MOVE 0 TO JobStepIndex
           PERFORM RunNextJobStep JobStepCount TIMES.

        RunNextJobStep.
           ADD 1 TO JobStepIndex
           IF JobStreamStopped
               CONTINUE
           ELSE
               IF JobStepStatus(JobStepIndex) = "C"
                   DISPLAY "Step " JobStepId(JobStepIndex)
                       " completed on an earlier run - not rerun."
               ELSE
                   PERFORM CheckJobStepPrerequisites
                   IF JobStepPrereqsMet
                       MOVE "N" TO JobStepForcedFlag
                       PERFORM RunOneJobStep
                   ELSE
                       PERFORM SkipOneJobStep
                   END-IF
               END-IF
           END-IF.

      *> A prerequisite is met when it completed, or failed on a
      *> step whose failures the stream continues past.
        CheckJobStepPrerequisites.
           MOVE "Y" TO JobStepPrereqSwitch
           MOVE SPACES TO JobStepDepBlocking
           MOVE 0 TO JobStepDepIndex
           PERFORM CheckOneJobStepPrerequisite 3 TIMES.

        CheckOneJobStepPrerequisite.
           ADD 1 TO JobStepDepIndex
           IF JobStepDependsOn(JobStepIndex, JobStepDepIndex)
               NOT = SPACES
               MOVE JobStepDependsOn(JobStepIndex, JobStepDepIndex)
                   TO JobStepDepWanted
               PERFORM FindJobStepById
               IF JobStepFoundIndex = 0
                   MOVE "N" TO JobStepPrereqSwitch
                   MOVE JobStepDepWanted TO JobStepDepBlocking
               ELSE
                   IF JobStepStatus(JobStepFoundIndex) NOT = "C"
                       AND JobStepStatus(JobStepFoundIndex)
                           NOT = "W"
                       MOVE "N" TO JobStepPrereqSwitch
                       MOVE JobStepDepWanted TO JobStepDepBlocking
                   END-IF
               END-IF
           END-IF.

        SkipOneJobStep.
           MOVE "S" TO JobStepStatus(JobStepIndex)
           MOVE "N" TO JobStepForcedFlag
           ACCEPT JobStepStartDate FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentTimeHHMMSS(1:6) TO JobStepStartTime
           MOVE JobStepStartDate TO JobStepEndDate
           MOVE JobStepStartTime TO JobStepEndTime
           MOVE SPACES TO JobStepOutcome
           STRING "Skipped - prerequisite " JobStepDepBlocking
               " did not complete"
               DELIMITED BY SIZE INTO JobStepOutcome
           DISPLAY "Step " JobStepId(JobStepIndex) " skipped - "
               "prerequisite " JobStepDepBlocking " did not "
               "complete."
           PERFORM SaveJobStepStatus
           ADD 1 TO BatchRecordsProcessed
           ADD 1 TO BatchRecordsFailed
           PERFORM WriteJobStepSummaryLine.

      *> The step is stamped running on JOBSTAT before it starts,
      *> so a run that dies inside it restarts there.  Creating a
      *> single order needs the order fields only a CTLFILE
      *> record carries, so it is not a job-stream function.
        RunOneJobStep.
           MOVE "R" TO JobStepStatus(JobStepIndex)
           ACCEPT JobStepStartDate FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentTimeHHMMSS(1:6) TO JobStepStartTime
           MOVE ZERO TO JobStepEndDate
           MOVE ZERO TO JobStepEndTime
           MOVE "Running" TO JobStepOutcome
           PERFORM SaveJobStepStatus
           ADD 1 TO BatchRecordsProcessed
           MOVE JobStepMenu(JobStepIndex) TO UserChoice
           MOVE JobStepSub(JobStepIndex) TO ControlFileSubChoice
           DISPLAY "Job step " JobStepId(JobStepIndex) ": choice "
               UserChoice "/" ControlFileSubChoice
           MOVE "Invalid or unhandled choice" TO LastActionOutcome
           IF UserChoice = 1 AND ControlFileSubChoice = 1
               MOVE "Skipped - order entry needs a CTLFILE record"
                   TO LastActionOutcome
           ELSE
               PERFORM ProcessChoice
           END-IF
           PERFORM ClassifyBatchOutcome
           ACCEPT JobStepEndDate FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentTimeHHMMSS(1:6) TO JobStepEndTime
           MOVE LastActionOutcome TO JobStepOutcome
           IF BatchRecordFailed
               ADD 1 TO BatchRecordsFailed
               EVALUATE JobStepAction(JobStepIndex)
                   WHEN "C"
                       MOVE "W" TO JobStepStatus(JobStepIndex)
                   WHEN "K"
                       MOVE "F" TO JobStepStatus(JobStepIndex)
                   WHEN OTHER
                       MOVE "F" TO JobStepStatus(JobStepIndex)
                       MOVE "Y" TO JobStreamStoppedSwitch
                       DISPLAY "Step " JobStepId(JobStepIndex)
                           " failed - job stream stopped."
               END-EVALUATE
           ELSE
               ADD 1 TO BatchRecordsSucceeded
               MOVE "C" TO JobStepStatus(JobStepIndex)
           END-IF
           PERFORM SaveJobStepStatus
           PERFORM WriteJobStepSummaryLine.

      *> Forcing runs the one named step as it stands, whatever
      *> its prerequisites did; the other steps' statuses are
      *> left as the last run left them.
        ForceOneJobStep.
           DISPLAY "Step id to force: " WITH NO ADVANCING
           ACCEPT JobForceStepReply
           MOVE JobForceStepReply TO JobStepDepWanted
           PERFORM FindJobStepById
           IF JobStepFoundIndex = 0
               MOVE "Y" TO BatchSetupFailedSwitch
               STRING "STEP " JobForceStepReply " IS NOT ON JOBSTRM"
                   DELIMITED BY SIZE INTO JobStreamSetupReason
           ELSE
               PERFORM LoadJobStepStatuses
               MOVE JobStepFoundIndex TO JobStepIndex
               MOVE "Y" TO JobStepForcedFlag
               PERFORM RunOneJobStep
           END-IF.

        SaveJobStepStatus.
           MOVE JobStepId(JobStepIndex) TO JST-STEP-ID
           MOVE "N" TO JobStatusFoundSwitch
           READ JOB-STATUS-FILE
               INVALID KEY
                   MOVE SPACES TO JOB-STATUS-RECORD
                   MOVE JobStepId(JobStepIndex) TO JST-STEP-ID
                   MOVE ZERO TO JST-RUN-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO JobStatusFoundSwitch
           END-READ
           IF JST-RUN-COUNT NOT NUMERIC
               MOVE ZERO TO JST-RUN-COUNT
           END-IF
           IF JobStepStatus(JobStepIndex) = "N"
               ACCEPT JST-STREAM-DATE FROM DATE YYYYMMDD
               MOVE ZERO TO JST-RUN-COUNT
           END-IF
           IF JobStepStatus(JobStepIndex) = "R"
               ADD 1 TO JST-RUN-COUNT
                   ON SIZE ERROR
                       MOVE 999 TO JST-RUN-COUNT
               END-ADD
           END-IF
           IF JST-STREAM-DATE NOT NUMERIC
               ACCEPT JST-STREAM-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE JobStepMenu(JobStepIndex) TO JST-MENU-CHOICE
           MOVE JobStepSub(JobStepIndex) TO JST-SUB-CHOICE
           MOVE JobStepStatus(JobStepIndex) TO JST-STATUS
           MOVE JobStepStartDate TO JST-START-DATE
           MOVE JobStepStartTime TO JST-START-TIME
           MOVE JobStepEndDate TO JST-END-DATE
           MOVE JobStepEndTime TO JST-END-TIME
           MOVE JobStepOutcome TO JST-OUTCOME
           MOVE JobStepForcedFlag TO JST-FORCED
           IF JobStatusWasFound
               REWRITE JOB-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite job status for "
                           "step " JST-STEP-ID " - status "
                           JobStatusFileStatus
               END-REWRITE
           ELSE
               WRITE JOB-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write job status for "
                           "step " JST-STEP-ID " - status "
                           JobStatusFileStatus
               END-WRITE
           END-IF.

        WriteJobStepSummaryLine.
           MOVE SPACES TO RUN-SUMMARY-LINE
           STRING "STEP " JobStepId(JobStepIndex) "  CHOICE "
               JobStepMenu(JobStepIndex) "/" JobStepSub(JobStepIndex)
               "  STATUS " JobStepStatus(JobStepIndex) "  "
               JobStepStartTime "-" JobStepEndTime "  "
               JobStepOutcome
               DELIMITED BY SIZE INTO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE.

      *> A forced step answers for itself alone; otherwise every
      *> step in the stream counts.
        SetJobStreamReturnCode.
           MOVE 0 TO JobStepsCompleted
           MOVE 0 TO JobStepsWarned
           MOVE 0 TO JobStepsNotCompleted
           IF JobStreamModeReply = "F" OR JobStreamModeReply = "f"
               PERFORM TallyOneJobStepStatus
           ELSE
               MOVE 0 TO JobStepIndex
               PERFORM TallyNextJobStepStatus JobStepCount TIMES
           END-IF
           EVALUATE TRUE
               WHEN JobStepsNotCompleted > 0
                   MOVE 8 TO JobStreamReturnCode
               WHEN JobStepsWarned > 0
                   MOVE 4 TO JobStreamReturnCode
               WHEN OTHER
                   MOVE 0 TO JobStreamReturnCode
           END-EVALUATE.

        TallyNextJobStepStatus.
           ADD 1 TO JobStepIndex
           PERFORM TallyOneJobStepStatus.

        TallyOneJobStepStatus.
           EVALUATE JobStepStatus(JobStepIndex)
               WHEN "C"
                   ADD 1 TO JobStepsCompleted
               WHEN "W"
                   ADD 1 TO JobStepsWarned
               WHEN OTHER
                   ADD 1 TO JobStepsNotCompleted
           END-EVALUATE.

        OpenJobStatusIO.
           OPEN I-O JOB-STATUS-FILE.
           IF JobStatusFileStatus = "35"
               OPEN OUTPUT JOB-STATUS-FILE
               CLOSE JOB-STATUS-FILE
               OPEN I-O JOB-STATUS-FILE
           END-IF.

        DisplayMenu.
           MOVE ALL SPACES TO ScreenLine.
           MOVE "JanApp" TO ScreenLine(72:6).
           MOVE CTL-ORDER-CUST-NUMBER TO CustLookupNumber
           PERFORM LookUpOrderCustomer
           IF OrderCustIsValid
               ACCEPT TaxOrderDate FROM DATE YYYYMMDD
               MOVE SPACES TO TaxShipToCode
               PERFORM DetermineOrderTaxRate
               PERFORM AssignOrderWarehouse
           END-IF
           IF NOT OrderCustIsValid
               DISPLAY "Control record skipped - customer "
           MOVE ZERO TO ORD-INVOICE-NUMBER
           MOVE ZERO TO ORD-AMOUNT-PAID
           MOVE CUST-SALESPERSON TO ORD-SALESPERSON
           MOVE CUST-TERMS-CODE TO ORD-TERMS-CODE
           SET ORD-STATUS-OPEN TO TRUE

           MOVE 1 TO ORD-LINE-COUNT
      *> 1, and a new order must not inherit them.
           MOVE ZERO TO OrderLineQtyShipped(1)
           MOVE ZERO TO OrderLineQtyBackord(1)
           MOVE ZERO TO OrderLineQtyReleased(1)
           MOVE ZERO TO OrderLineUnitCost(1)
           MOVE 1 TO LineItemIndex
           PERFORM CheckItemStockAvailable
           MOVE ITEM-UNIT-PRICE TO OrderLinePrice(1)
                       "pricing field and has been truncated."
           END-COMPUTE
           MOVE OrderTaxRate TO ORD-TAX-RATE
           MOVE OrderWarehouse TO ORD-WAREHOUSE
           PERFORM CalculateOrderTotals

           PERFORM CheckCreditExposure
                   MOVE STO-CUSTOMER-NUMBER TO CustLookupNumber
                   PERFORM LookUpOrderCustomer
                   IF OrderCustIsValid
                       MOVE StandingGenDate TO TaxOrderDate
                       MOVE SPACES TO TaxShipToCode
                       PERFORM DetermineOrderTaxRate
                       PERFORM AssignOrderWarehouse
                       PERFORM StageStandingOrderLines
                       IF StandingLinesAreValid
                           PERFORM FileStandingGeneratedOrder
                   TO OrderLinePrice(LineItemIndex)
               MOVE 0 TO OrderLineQtyShipped(LineItemIndex)
               MOVE 0 TO OrderLineQtyBackord(LineItemIndex)
               MOVE 0 TO OrderLineQtyReleased(LineItemIndex)
               MOVE 0 TO OrderLineUnitCost(LineItemIndex)
               PERFORM RepriceOrderLineFromTable
               PERFORM CheckItemStockAvailable
               COMPUTE OrderLineExtPrice(LineItemIndex) =
           MOVE ZERO TO ORD-INVOICE-NUMBER
           MOVE ZERO TO ORD-AMOUNT-PAID
           MOVE CUST-SALESPERSON TO ORD-SALESPERSON
           MOVE CUST-TERMS-CODE TO ORD-TERMS-CODE
           SET ORD-STATUS-OPEN TO TRUE
           MOVE STO-LINE-COUNT TO ORD-LINE-COUNT
           MOVE OrderTaxRate TO ORD-TAX-RATE
           MOVE OrderWarehouse TO ORD-WAREHOUSE
           PERFORM CalculateOrderTotals
           PERFORM CheckCreditExposure
           IF CreditApproved
                   MOVE InboundCustomer TO CustLookupNumber
                   PERFORM LookUpOrderCustomer
                   IF OrderCustIsValid
                       ACCEPT TaxOrderDate FROM DATE YYYYMMDD
                       MOVE InboundShipTo TO TaxShipToCode
                       PERFORM DetermineOrderTaxRate
                       PERFORM AssignOrderWarehouse
                       PERFORM StageInboundOrderLines
                       IF InboundRejectReason = SPACES
                           PERFORM FileInboundOrder
                           TO OrderLineQtyShipped(LineItemIndex)
                       MOVE 0
                           TO OrderLineQtyBackord(LineItemIndex)
                       MOVE 0
                           TO OrderLineQtyReleased(LineItemIndex)
                       MOVE 0
                           TO OrderLineUnitCost(LineItemIndex)
                       PERFORM RepriceOrderLineFromTable
                       PERFORM CheckItemStockAvailable
                       COMPUTE OrderLineExtPrice(LineItemIndex) =
           MOVE ZERO TO ORD-INVOICE-NUMBER
           MOVE ZERO TO ORD-AMOUNT-PAID
           MOVE CUST-SALESPERSON TO ORD-SALESPERSON
           MOVE CUST-TERMS-CODE TO ORD-TERMS-CODE
           PERFORM ResolveInboundShipTo
           SET ORD-STATUS-OPEN TO TRUE
           MOVE InboundLineCount TO ORD-LINE-COUNT
           MOVE OrderTaxRate TO ORD-TAX-RATE
           MOVE OrderWarehouse TO ORD-WAREHOUSE
           MOVE InboundReference TO ORD-CUST-REFERENCE
           PERFORM CalculateOrderTotals
           PERFORM CheckCreditExposure
           IF CreditApproved
           MOVE "N" TO OrderCustValidSwitch
           PERFORM AcceptAndValidateCustomerNumber
                   UNTIL OrderCustIsValid
           ACCEPT TaxOrderDate FROM DATE YYYYMMDD
           MOVE SPACES TO TaxShipToCode
           PERFORM DetermineOrderTaxRate
           PERFORM AssignOrderWarehouse
           MOVE CUST-NUMBER TO ORD-CUSTOMER-NUMBER
           MOVE "N" TO OrderLineCountValidSwitch
           PERFORM AcceptAndValidateLineCount
                       TO OrderLineExtPrice(LineItemIndex)
           END-READ
           MOVE 0 TO OrderLineQtyShipped(LineItemIndex)
           MOVE 0 TO OrderLineQtyBackord(LineItemIndex)
           MOVE 0 TO OrderLineQtyReleased(LineItemIndex)
           MOVE 0 TO OrderLineUnitCost(LineItemIndex).

      *> The printed quote - heading, customer address, priced
      *> lines and totals, with the date it stops being good.
                   MOVE QUO-CUSTOMER-NUMBER TO CustLookupNumber
                   PERFORM LookUpOrderCustomer
                   IF OrderCustIsValid
                       ACCEPT TaxOrderDate FROM DATE YYYYMMDD
                       MOVE SPACES TO TaxShipToCode
                       PERFORM DetermineOrderTaxRate
                       PERFORM AssignOrderWarehouse
                       PERFORM StageQuoteLinesForOrder
                       IF QuoteLinesAreValid
                           PERFORM FileQuoteConversionOrder
                           TO OrderLineQtyShipped(LineItemIndex)
                       MOVE 0
                           TO OrderLineQtyBackord(LineItemIndex)
                       MOVE 0
                           TO OrderLineQtyReleased(LineItemIndex)
                       MOVE 0
                           TO OrderLineUnitCost(LineItemIndex)
                       PERFORM RepriceOrderLineFromTable
                       PERFORM CheckItemStockAvailable
                       COMPUTE OrderLineExtPrice(LineItemIndex) =
           MOVE ZERO TO ORD-INVOICE-NUMBER
           MOVE ZERO TO ORD-AMOUNT-PAID
           MOVE CUST-SALESPERSON TO ORD-SALESPERSON
           MOVE CUST-TERMS-CODE TO ORD-TERMS-CODE
           SET ORD-STATUS-OPEN TO TRUE
           MOVE QUO-LINE-COUNT TO ORD-LINE-COUNT
           MOVE OrderTaxRate TO ORD-TAX-RATE
           MOVE OrderWarehouse TO ORD-WAREHOUSE
           PERFORM CalculateOrderTotals
           PERFORM CheckCreditExposure
           IF CreditApproved
                   "  SHIPPED " OrderLineQtyShipped(LineItemIndex)
                   "  BACKORDERED "
                   OrderLineQtyBackord(LineItemIndex)
                   "  RELEASED "
                   OrderLineQtyReleased(LineItemIndex)
           ELSE
               DISPLAY "  Line " LineItemIndex " "
                   OrderLineItemNumber(LineItemIndex) " Qty "
                   MOVE 0 TO OrderLineExtPrice(LineItemIndex)
                   MOVE 0 TO OrderLineQtyShipped(LineItemIndex)
                   MOVE 0 TO OrderLineQtyBackord(LineItemIndex)
                   MOVE 0 TO OrderLineQtyReleased(LineItemIndex)
                   MOVE 0 TO OrderLineUnitCost(LineItemIndex)
               NOT INVALID KEY
                   MOVE ORD-DET-ITEM-NUMBER
                       TO OrderLineItemNumber(LineItemIndex)
                       MOVE 0
                           TO OrderLineQtyBackord(LineItemIndex)
                   END-IF
                   IF ORD-DET-QTY-RELEASED NUMERIC
                       MOVE ORD-DET-QTY-RELEASED
                           TO OrderLineQtyReleased(LineItemIndex)
                   ELSE
                       MOVE OrderLineQtyBackord(LineItemIndex)
                           TO OrderLineQtyReleased(LineItemIndex)
                   END-IF
                   IF ORD-DET-UNIT-COST NUMERIC
                       MOVE ORD-DET-UNIT-COST
                           TO OrderLineUnitCost(LineItemIndex)
                   ELSE
                       MOVE 0 TO OrderLineUnitCost(LineItemIndex)
                   END-IF
           END-READ.

        WriteOrderLinesFromTable.
               TO ORD-DET-QTY-SHIPPED
           MOVE OrderLineQtyBackord(LineItemIndex)
               TO ORD-DET-QTY-BACKORDER
           MOVE OrderLineQtyReleased(LineItemIndex)
               TO ORD-DET-QTY-RELEASED
           MOVE OrderLineUnitCost(LineItemIndex)
               TO ORD-DET-UNIT-COST
           WRITE ORDER-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "Unable to write line " ORD-DET-LINE-NUMBER
                   MOVE ORD-SHIP-DD TO OrderBeforeShipDD
                   MOVE SPACES TO OrderBeforeImage
                   MOVE ORDER-RECORD TO OrderBeforeImage
                   MOVE ORD-WAREHOUSE TO OrderWarehouse
                   PERFORM ChangeOrderFields
                   PERFORM CalculateOrderTotals
                   REWRITE ORDER-RECORD
      *> SHIPCONF confirmation would, instead of bypassing it.
      *> ----------------------------------------------------------
        ApplyEditOrderStockEffects.
           MOVE SPACES TO LotPreferredNumber
           ACCEPT LotShipDate FROM DATE YYYYMMDD
           IF OrderBeforeStatus = "O" AND ORD-STATUS = "C"
               PERFORM ReleaseOrderAllocation
           END-IF
                   IF ORD-DET-QTY-SHIPPED NOT NUMERIC
                       MOVE ZERO TO ORD-DET-QTY-SHIPPED
                   END-IF
                   PERFORM ComputeDetailLineShortQty
                   IF ORD-DET-QTY-SHIPPED + LineShortQty
                       < ORD-DET-ITEM-QTY
                       COMPUTE StockRelieveQty =
                           ORD-DET-ITEM-QTY - ORD-DET-QTY-SHIPPED
                           - LineShortQty
                       MOVE ORD-DET-ITEM-NUMBER
                           TO StockRelieveItem
                       PERFORM ReleaseItemAllocationOnly
                   END-IF
           END-READ.

      *> A backordered line holds no claim on stock until the
      *> backorder fill run releases some of it, so whatever is
      *> still short is left out of every allocation figure.
      *> Lines filed before the fill run existed carry spaces in
      *> the released count - they kept their whole claim when
      *> they part-shipped, so all of it counts as released.
        ComputeDetailLineShortQty.
           IF ORD-DET-QTY-BACKORDER NOT NUMERIC
               MOVE ZERO TO ORD-DET-QTY-BACKORDER
           END-IF
           IF ORD-DET-QTY-RELEASED NOT NUMERIC
               MOVE ORD-DET-QTY-BACKORDER TO ORD-DET-QTY-RELEASED
           END-IF
           IF ORD-DET-QTY-BACKORDER > ORD-DET-QTY-RELEASED
               COMPUTE LineShortQty =
                   ORD-DET-QTY-BACKORDER - ORD-DET-QTY-RELEASED
           ELSE
               MOVE ZERO TO LineShortQty
           END-IF.

      *> Releases the claim without touching on-hand - nothing
      *> shipped, the goods never left the shelf.  Orders filed
      *> before inventory existed claimed nothing, so the count
      *> is never driven below zero.
        ReleaseItemAllocationOnly.
           MOVE ORD-WAREHOUSE TO StockWarehouse
           MOVE StockRelieveItem TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       MOVE ITEM-NUMBER TO KitItemHold
                       SET KitStockRelease TO TRUE
                       MOVE StockRelieveQty TO KitStockQty
                       MOVE ZERO TO KitStockAllocQty
                       PERFORM ApplyKitComponentStock
                   ELSE
                       PERFORM ComputeItemAvailableQty
                       IF StockRelieveQty > ITEM-QTY-ALLOCATED
                           MOVE ZERO TO ITEM-QTY-ALLOCATED
                       ELSE
                           SUBTRACT StockRelieveQty
                               FROM ITEM-QTY-ALLOCATED
                       END-IF
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite item "
                                   ITEM-NUMBER " - status "
                                   ItemFileStatus
                       END-REWRITE
                       MOVE ITEM-NUMBER TO WhseStockItem
                       COMPUTE WhseAllocDelta = 0 - StockRelieveQty
                       PERFORM ApplyWarehouseStock
                   END-IF
           END-READ.

      *> An open order's quantity change moves its allocation by
      *> the same delta, so what entry claimed always matches
      *> what the order now asks for.
        AdjustAllocationForQtyChange.
           MOVE ORD-WAREHOUSE TO StockWarehouse
           MOVE OrderLineItemNumber(OrderEditItemNumber)
               TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       PERFORM AdjustKitAllocationForQtyChange
                   ELSE
                       PERFORM ComputeItemAvailableQty
                       IF OrderLineQty(OrderEditItemNumber)
                           > OrderBeforeItemQty
                           COMPUTE StockRelieveQty =
                               OrderLineQty(OrderEditItemNumber)
                               - OrderBeforeItemQty
                           ADD StockRelieveQty TO ITEM-QTY-ALLOCATED
                               ON SIZE ERROR
                                   DISPLAY "Warning - allocated "
                                       "count for item " ITEM-NUMBER
                                       " exceeds the field and has "
                                       "been truncated."
                           END-ADD
                           MOVE StockRelieveQty TO WhseAllocDelta
                       ELSE
                           COMPUTE StockRelieveQty =
                               OrderBeforeItemQty
                               - OrderLineQty(OrderEditItemNumber)
                           IF StockRelieveQty > ITEM-QTY-ALLOCATED
                               MOVE ZERO TO ITEM-QTY-ALLOCATED
                           ELSE
                               SUBTRACT StockRelieveQty
                                   FROM ITEM-QTY-ALLOCATED
                           END-IF
                           COMPUTE WhseAllocDelta = 0 - StockRelieveQty
                       END-IF
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite item "
                                   ITEM-NUMBER " - status "
                                   ItemFileStatus
                       END-REWRITE
                       MOVE ITEM-NUMBER TO WhseStockItem
                       PERFORM ApplyWarehouseStock
                   END-IF
           END-READ.

      *> A keyed ship date must be a real calendar date (no more
               UNTIL OrderCustIsValid.

           MOVE OrderTaxRate TO ORD-TAX-RATE
           MOVE OrderWarehouse TO ORD-WAREHOUSE
           PERFORM AcceptOrderLineItems
           PERFORM CalculateOrderTotals
           PERFORM ReviewAndConfirmOrder

        AllocateOneOrderLine.
           ADD 1 TO LineItemIndex
           MOVE ORD-WAREHOUSE TO StockWarehouse
           MOVE OrderLineItemNumber(LineItemIndex) TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                       " no longer on file; stock not allocated "
                       "for order " ORD-NUMBER "."
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       MOVE ITEM-NUMBER TO KitItemHold
                       SET KitStockAllocate TO TRUE
                       MOVE OrderLineQty(LineItemIndex)
                           TO KitStockQty
                       MOVE ZERO TO KitStockAllocQty
                       PERFORM ApplyKitComponentStock
                   ELSE
                       PERFORM ComputeItemAvailableQty
                       ADD OrderLineQty(LineItemIndex)
                           TO ITEM-QTY-ALLOCATED
                           ON SIZE ERROR
                               DISPLAY "Warning - allocated count for "
                                   "item " ITEM-NUMBER " exceeds the "
                                   "field and has been truncated."
                       END-ADD
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite item "
                                   ITEM-NUMBER " - status "
                                   ItemFileStatus
                       END-REWRITE
                       MOVE ITEM-NUMBER TO WhseStockItem
                       MOVE OrderLineQty(LineItemIndex)
                           TO WhseAllocDelta
                       PERFORM ApplyWarehouseStock
                   END-IF
           END-READ.

      *> Order numbers come off the next-number control record -
           ADD 1 TO NextRANumber
           PERFORM WriteNumberControlRecord.

      *> AP vouchers and the checks the payment run cuts are two
      *> more series on the same record.  Both start at one.
        AssignNextVoucherNumber.
           PERFORM ReadNumberControlRecord
           ADD 1 TO NextVoucherNumber
           PERFORM WriteNumberControlRecord.

        AssignNextCheckNumber.
           PERFORM ReadNumberControlRecord
           ADD 1 TO NextCheckNumber
           PERFORM WriteNumberControlRecord.

        AssignNextTransferNumber.
           PERFORM ReadNumberControlRecord
           ADD 1 TO NextTransferNumber
           PERFORM WriteNumberControlRecord.

        AssignNextEdiBatchNumber.
           PERFORM ReadNumberControlRecord
           ADD 1 TO NextEdiBatchNumber
           PERFORM WriteNumberControlRecord.

      *> Loads the last-used order and invoice numbers into
      *> working storage; a missing, empty or unreadable control
      *> record leaves both at zero so the callers can seed them.
           MOVE ZERO TO NextPONumber
           MOVE ZERO TO NextQuoteNumber
           MOVE ZERO TO NextRANumber
           MOVE ZERO TO NextVoucherNumber
           MOVE ZERO TO NextCheckNumber
           MOVE ZERO TO NextTransferNumber
           MOVE ZERO TO NextEdiBatchNumber
           OPEN INPUT NUMBER-CONTROL-FILE.
           IF NumberControlFileStatus NOT = "35"
               READ NUMBER-CONTROL-FILE
                           MOVE NBRCTL-LAST-RA-NUMBER
                               TO NextRANumber
                       END-IF
                       IF NBRCTL-LAST-VOUCHER-NUMBER NUMERIC
                           MOVE NBRCTL-LAST-VOUCHER-NUMBER
                               TO NextVoucherNumber
                       END-IF
                       IF NBRCTL-LAST-CHECK-NUMBER NUMERIC
                           MOVE NBRCTL-LAST-CHECK-NUMBER
                               TO NextCheckNumber
                       END-IF
                       IF NBRCTL-LAST-TRANSFER-NUMBER NUMERIC
                           MOVE NBRCTL-LAST-TRANSFER-NUMBER
                               TO NextTransferNumber
                       END-IF
                       IF NBRCTL-LAST-EDI-BATCH-NUMBER NUMERIC
                           MOVE NBRCTL-LAST-EDI-BATCH-NUMBER
                               TO NextEdiBatchNumber
                       END-IF
               END-READ
               CLOSE NUMBER-CONTROL-FILE
           END-IF.
           MOVE NextPONumber TO NBRCTL-LAST-PO-NUMBER
           MOVE NextQuoteNumber TO NBRCTL-LAST-QUOTE-NUMBER
           MOVE NextRANumber TO NBRCTL-LAST-RA-NUMBER
           MOVE NextVoucherNumber TO NBRCTL-LAST-VOUCHER-NUMBER
           MOVE NextCheckNumber TO NBRCTL-LAST-CHECK-NUMBER
           MOVE NextTransferNumber TO NBRCTL-LAST-TRANSFER-NUMBER
           MOVE NextEdiBatchNumber TO NBRCTL-LAST-EDI-BATCH-NUMBER
           OPEN OUTPUT NUMBER-CONTROL-FILE.
           WRITE NUMBER-CONTROL-RECORD.
           CLOSE NUMBER-CONTROL-FILE.
           MOVE ZERO TO OrderLinePrice(LineItemIndex)
           MOVE ZERO TO OrderLineExtPrice(LineItemIndex)
           MOVE ZERO TO OrderLineQtyShipped(LineItemIndex)
           MOVE ZERO TO OrderLineQtyBackord(LineItemIndex)
           MOVE ZERO TO OrderLineQtyReleased(LineItemIndex)
           MOVE ZERO TO OrderLineUnitCost(LineItemIndex).

      *> Required-range check on the order's line item count -
      *> re-prompts rather than silently clamping an out-of-range
      *> short and sends the rest later), but the clerk can tell
      *> the customer up front instead of the dock finding out.
      *> Called with the line's item still in ITEM-RECORD from
      *> the lookup that validated it.  A kit is checked against
      *> its components instead, and with warehouses set up only
      *> the stock at the order's warehouse counts.
        CheckItemStockAvailable.
           MOVE OrderWarehouse TO StockWarehouse
           IF ITEM-IS-KIT
               PERFORM CheckKitStockAvailable
           ELSE
               PERFORM ComputeStockAvailableQty
               IF OrderLineQty(LineItemIndex) > ItemQtyAvailable
                   MOVE ItemQtyAvailable TO ItemAvailDisplay
                   IF StockWarehouse = SPACES
                       DISPLAY "  Warning - only " ItemAvailDisplay
                           " of item " ITEM-NUMBER " available ("
                           ITEM-QTY-ON-HAND " on hand, "
                           ITEM-QTY-ALLOCATED " allocated) - this "
                           "line may ship short."
                   ELSE
                       DISPLAY "  Warning - only " ItemAvailDisplay
                           " of item " ITEM-NUMBER " available at "
                           "warehouse " StockWarehouse " ("
                           IWH-QTY-ON-HAND " on hand, "
                           IWH-QTY-ALLOCATED " allocated) - this "
                           "line may ship short."
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Kits - an item of type kit is priced and ordered as one
      *> line but holds no stock of its own.  Its components on
      *> the kit component file (KITCOMP) are what is claimed,
      *> picked, shipped and restocked, each at its quantity per
      *> kit times the kit quantity, so a kit can only be sold as
      *> far as its scarcest component allows.
      *> ----------------------------------------------------------
        CheckKitStockAvailable.
           PERFORM ComputeKitAvailableQty
           IF OrderLineQty(LineItemIndex) > ItemQtyAvailable
               MOVE ItemQtyAvailable TO ItemAvailDisplay
               IF KitComponentCount = 0
                   DISPLAY "  Warning - kit " ITEM-NUMBER " has no "
                       "components on file - this line cannot be "
                       "picked."
               ELSE
                   DISPLAY "  Warning - only " ItemAvailDisplay
                       " of kit " ITEM-NUMBER " available "
                       "(limited by component " KitScarcestItem
                       ") - this line may ship short."
               END-IF
           END-IF.

      *> Loads the components of kit KitItemHold into the kit
      *> table.  No component file, or a kit with nothing on it,
      *> leaves the table empty.
        LoadKitComponents.
           MOVE 0 TO KitComponentCount
           OPEN INPUT KIT-COMPONENT-FILE
           IF KitComponentFileStatus = "00"
               MOVE KitItemHold TO KIT-ITEM-NUMBER
               MOVE LOW-VALUES TO KIT-COMPONENT-ITEM
               MOVE "N" TO EndOfKitComponentSwitch
               START KIT-COMPONENT-FILE
                   KEY IS NOT LESS THAN KIT-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfKitComponentSwitch
               END-START
               PERFORM LoadOneKitComponent
                   UNTIL EndOfKitComponentFile
               CLOSE KIT-COMPONENT-FILE
           END-IF.

        LoadOneKitComponent.
           READ KIT-COMPONENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfKitComponentSwitch
               NOT AT END
                   IF KIT-ITEM-NUMBER NOT = KitItemHold
                       MOVE "Y" TO EndOfKitComponentSwitch
                   ELSE
                       IF KitComponentCount < 20
                           ADD 1 TO KitComponentCount
                           MOVE KIT-COMPONENT-ITEM
                               TO KitComponentItem(KitComponentCount)
                           MOVE KIT-QTY-PER
                               TO KitComponentQtyPer(KitComponentCount)
                       END-IF
                   END-IF
           END-READ.

      *> Available to sell for the kit in ITEM-RECORD - the fewest
      *> whole kits any one component's available stock (at
      *> StockWarehouse, when one is named) makes up.  The
      *> components are read through the open Item Master, so
      *> the kit's own record is put back afterwards.
        ComputeKitAvailableQty.
           MOVE ITEM-RECORD TO ItemRecordHold
           MOVE ITEM-NUMBER TO KitItemHold
           PERFORM LoadKitComponents
           MOVE ZERO TO KitBuildableQty
           MOVE SPACES TO KitScarcestItem
           MOVE 0 TO KitComponentIndex
           PERFORM CheckOneKitComponentStock KitComponentCount TIMES
           MOVE ItemRecordHold TO ITEM-RECORD
           MOVE KitBuildableQty TO ItemQtyAvailable.

        CheckOneKitComponentStock.
           ADD 1 TO KitComponentIndex
           MOVE KitComponentItem(KitComponentIndex) TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   MOVE ZERO TO ItemQtyAvailable
               NOT INVALID KEY
                   PERFORM ComputeStockAvailableQty
           END-READ
           MOVE ZERO TO KitComponentBuildable
           IF ItemQtyAvailable > 0
               AND KitComponentQtyPer(KitComponentIndex) > 0
               DIVIDE ItemQtyAvailable
                   BY KitComponentQtyPer(KitComponentIndex)
                   GIVING KitComponentBuildable
           END-IF
           IF KitComponentIndex = 1
               OR KitComponentBuildable < KitBuildableQty
               MOVE KitComponentBuildable TO KitBuildableQty
               MOVE KitComponentItem(KitComponentIndex)
                   TO KitScarcestItem
           END-IF.

      *> A kit's cost is what its components cost - each one's
      *> moving average times its quantity per kit.  The kit's
      *> own record is put back afterwards.
        ComputeKitUnitCost.
           MOVE ITEM-RECORD TO ItemRecordHold
           MOVE ITEM-NUMBER TO KitItemHold
           PERFORM LoadKitComponents
           MOVE ZERO TO KitUnitCost
           MOVE 0 TO KitComponentIndex
           PERFORM AddOneKitComponentCost KitComponentCount TIMES
           MOVE ItemRecordHold TO ITEM-RECORD.

        AddOneKitComponentCost.
           ADD 1 TO KitComponentIndex
           MOVE KitComponentItem(KitComponentIndex) TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NormalizeItemCostFields
                   COMPUTE KitUnitCost = KitUnitCost
                       + ITEM-AVG-COST
                       * KitComponentQtyPer(KitComponentIndex)
                       ON SIZE ERROR
                           DISPLAY "Warning - cost of kit "
                               KitItemHold " exceeds the field."
                   END-COMPUTE
           END-READ.

      *> Applies KitStockAction for KitStockQty of kit KitItemHold
      *> to each of its components, through the Item Master the
      *> caller has open I-O.  Allocating claims the components,
      *> releasing gives the claim back, shipping takes the
      *> shipped kits' components off on-hand and KitStockAllocQty
      *> kits' worth off the allocation, and restocking puts
      *> returned kits' components back on the shelf.  As for a
      *> stocked item, neither count is driven below zero, and
      *> the same movement is made at StockWarehouse.
        ApplyKitComponentStock.
           PERFORM LoadKitComponents
           IF KitComponentCount = 0
               DISPLAY "Warning - kit " KitItemHold " has no "
                   "components on file; no stock updated."
           END-IF
           MOVE 0 TO KitComponentIndex
           PERFORM ApplyOneKitComponentStock KitComponentCount TIMES.

        ApplyOneKitComponentStock.
           ADD 1 TO KitComponentIndex
           MOVE KitComponentItem(KitComponentIndex) TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "Warning - component "
                       KitComponentItem(KitComponentIndex)
                       " of kit " KitItemHold " no longer on "
                       "file; its stock not updated."
               NOT INVALID KEY
                   PERFORM ComputeItemAvailableQty
                   PERFORM ApplyKitQtyToComponent
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite item "
                               ITEM-NUMBER " - status "
                               ItemFileStatus
                   END-REWRITE
                   MOVE ITEM-NUMBER TO WhseStockItem
                   PERFORM ApplyWarehouseStock
           END-READ.

        ApplyKitQtyToComponent.
           COMPUTE KitComponentQty =
               KitStockQty * KitComponentQtyPer(KitComponentIndex)
               ON SIZE ERROR
                   MOVE 9999999 TO KitComponentQty
           END-COMPUTE
           COMPUTE KitComponentAllocQty =
               KitStockAllocQty
               * KitComponentQtyPer(KitComponentIndex)
               ON SIZE ERROR
                   MOVE 9999999 TO KitComponentAllocQty
           END-COMPUTE
           EVALUATE TRUE
               WHEN KitStockAllocate
                   MOVE KitComponentQty TO WhseAllocDelta
                   ADD KitComponentQty TO ITEM-QTY-ALLOCATED
                       ON SIZE ERROR
                           DISPLAY "Warning - allocated count for "
                               "item " ITEM-NUMBER " exceeds the "
                               "field and has been truncated."
                   END-ADD
               WHEN KitStockRelease
                   COMPUTE WhseAllocDelta = 0 - KitComponentQty
                   IF KitComponentQty > ITEM-QTY-ALLOCATED
                       MOVE ZERO TO ITEM-QTY-ALLOCATED
                   ELSE
                       SUBTRACT KitComponentQty
                           FROM ITEM-QTY-ALLOCATED
                   END-IF
               WHEN KitStockShip
                   COMPUTE WhseOnHandDelta = 0 - KitComponentQty
                   COMPUTE WhseAllocDelta = 0 - KitComponentAllocQty
                   IF KitComponentQty > ITEM-QTY-ON-HAND
                       MOVE ZERO TO ITEM-QTY-ON-HAND
                   ELSE
                       SUBTRACT KitComponentQty
                           FROM ITEM-QTY-ON-HAND
                   END-IF
                   IF KitComponentAllocQty > ITEM-QTY-ALLOCATED
                       MOVE ZERO TO ITEM-QTY-ALLOCATED
                   ELSE
                       SUBTRACT KitComponentAllocQty
                           FROM ITEM-QTY-ALLOCATED
                   END-IF
                   IF ITEM-IS-LOT-CONTROLLED
                       MOVE ITEM-NUMBER TO LotDrawItem
                       MOVE KitComponentQty TO LotDrawQty
                       PERFORM DrawLotsForShipment
                   END-IF
               WHEN KitStockRestock
                   MOVE KitComponentQty TO WhseOnHandDelta
                   ADD KitComponentQty TO ITEM-QTY-ON-HAND
                       ON SIZE ERROR
                           DISPLAY "Warning - on-hand count for "
                               "item " ITEM-NUMBER " exceeds the "
                               "field and has been truncated."
                   END-ADD
                   IF ITEM-IS-LOT-CONTROLLED
                       MOVE ITEM-NUMBER TO LotDrawItem
                       MOVE KitComponentQty TO LotDrawQty
                       PERFORM ReturnQtyToLots
                   END-IF
           END-EVALUATE.

      *> An open order's quantity change on a kit line moves the
      *> components' allocation by the kits' worth of the delta.
        AdjustKitAllocationForQtyChange.
           MOVE ITEM-NUMBER TO KitItemHold
           MOVE ZERO TO KitStockAllocQty
           IF OrderLineQty(OrderEditItemNumber) > OrderBeforeItemQty
               SET KitStockAllocate TO TRUE
               COMPUTE KitStockQty =
                   OrderLineQty(OrderEditItemNumber)
                   - OrderBeforeItemQty
           ELSE
               SET KitStockRelease TO TRUE
               COMPUTE KitStockQty =
                   OrderBeforeItemQty
                   - OrderLineQty(OrderEditItemNumber)
           END-IF
           PERFORM ApplyKitComponentStock.

      *> ----------------------------------------------------------
      *> Warehouses - every stock movement against an order, a
      *> PO receipt, a return or a count also moves the counts
      *> of the warehouse it happened in, on the item-by-
      *> warehouse file (ITEMWHSE).  StockWarehouse names the
      *> warehouse; spaces means no warehouses are set up and
      *> only the Item Master's company-wide counts move, as
      *> before warehouses existed.
      *> ----------------------------------------------------------
      *> An order ships from the warehouse serving its ship-to
      *> state (the customer's billing state without a ship-to
      *> location), else from the default warehouse.
        AssignOrderWarehouse.
           PERFORM ResolveTaxShipToState
           MOVE TaxShipToState TO WarehouseStateWanted
           PERFORM LookUpWarehouseForState
           MOVE StockWarehouse TO OrderWarehouse.

      *> Sweeps the warehouse file for an active warehouse
      *> serving WarehouseStateWanted, falling back to the
      *> default warehouse; the answer is left in StockWarehouse
      *> (spaces when there is no warehouse file at all).
        LookUpWarehouseForState.
           MOVE SPACES TO StockWarehouse
           MOVE SPACES TO DefaultWarehouse
           OPEN INPUT WAREHOUSE-FILE
           IF WarehouseFileStatus = "00"
               MOVE LOW-VALUES TO WHSE-CODE
               MOVE "N" TO EndOfWarehouseSwitch
               START WAREHOUSE-FILE
                   KEY IS NOT LESS THAN WHSE-CODE
                   INVALID KEY
                       MOVE "Y" TO EndOfWarehouseSwitch
               END-START
               PERFORM MatchOneWarehouseState
                   UNTIL EndOfWarehouseFile
               CLOSE WAREHOUSE-FILE
           END-IF
           IF StockWarehouse = SPACES
               MOVE DefaultWarehouse TO StockWarehouse
           END-IF.

        MatchOneWarehouseState.
           READ WAREHOUSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfWarehouseSwitch
               NOT AT END
                   IF WHSE-STATUS-ACTIVE
                       IF WHSE-IS-DEFAULT
                           AND DefaultWarehouse = SPACES
                           MOVE WHSE-CODE TO DefaultWarehouse
                       END-IF
                       IF WarehouseStateWanted NOT = SPACES
                           MOVE 0 TO WhseStateIndex
                           PERFORM TestOneServedState 20 TIMES
                       END-IF
                   END-IF
           END-READ.

        TestOneServedState.
           ADD 1 TO WhseStateIndex
           IF WHSE-SERVED-STATE(WhseStateIndex)
               = WarehouseStateWanted
               AND StockWarehouse = SPACES
               MOVE WHSE-CODE TO StockWarehouse
           END-IF.

      *> Reads item WhseStockItem's record at StockWarehouse into
      *> ITEM-WAREHOUSE-RECORD; an item the warehouse has never
      *> stocked reads as an empty record with no bin.
        ReadItemWarehouseStock.
           MOVE "N" TO ItemWarehouseFoundSwitch
           OPEN INPUT ITEM-WAREHOUSE-FILE
           IF ItemWarehouseFileStatus = "00"
               MOVE WhseStockItem TO IWH-ITEM-NUMBER
               MOVE StockWarehouse TO IWH-WHSE-CODE
               READ ITEM-WAREHOUSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ItemWarehouseFoundSwitch
               END-READ
               CLOSE ITEM-WAREHOUSE-FILE
           END-IF
           IF NOT ItemWarehouseWasFound
               PERFORM InitItemWarehouseRecord
           END-IF
           PERFORM NormalizeItemWarehouseCounts.

        InitItemWarehouseRecord.
           MOVE SPACES TO ITEM-WAREHOUSE-RECORD
           MOVE WhseStockItem TO IWH-ITEM-NUMBER
           MOVE StockWarehouse TO IWH-WHSE-CODE
           MOVE ZERO TO IWH-QTY-ON-HAND
           MOVE ZERO TO IWH-QTY-ALLOCATED
           MOVE ZERO TO IWH-QTY-IN-TRANSIT.

        NormalizeItemWarehouseCounts.
           IF IWH-QTY-ON-HAND NOT NUMERIC
               MOVE ZERO TO IWH-QTY-ON-HAND
           END-IF
           IF IWH-QTY-ALLOCATED NOT NUMERIC
               MOVE ZERO TO IWH-QTY-ALLOCATED
           END-IF
           IF IWH-QTY-IN-TRANSIT NOT NUMERIC
               MOVE ZERO TO IWH-QTY-IN-TRANSIT
           END-IF.

      *> Available to sell of the item in ITEM-RECORD where the
      *> stock movement is happening - the warehouse's own
      *> on-hand less its allocation, or the company figure when
      *> no warehouse applies.
        ComputeStockAvailableQty.
           PERFORM ComputeItemAvailableQty
           IF StockWarehouse NOT = SPACES
               MOVE ITEM-NUMBER TO WhseStockItem
               PERFORM ReadItemWarehouseStock
               COMPUTE ItemQtyAvailable =
                   IWH-QTY-ON-HAND - IWH-QTY-ALLOCATED
           END-IF.

      *> Moves item WhseStockItem's counts at StockWarehouse by
      *> the three deltas, creating the record the first time
      *> the warehouse stocks the item.  No count is driven
      *> below zero, and the deltas are cleared for the next
      *> movement.
        ApplyWarehouseStock.
           IF StockWarehouse NOT = SPACES
               PERFORM OpenItemWarehouseIO
               MOVE WhseStockItem TO IWH-ITEM-NUMBER
               MOVE StockWarehouse TO IWH-WHSE-CODE
               MOVE "N" TO ItemWarehouseFoundSwitch
               READ ITEM-WAREHOUSE-FILE
                   INVALID KEY
                       PERFORM InitItemWarehouseRecord
                   NOT INVALID KEY
                       MOVE "Y" TO ItemWarehouseFoundSwitch
               END-READ
               PERFORM NormalizeItemWarehouseCounts
               PERFORM ApplyWarehouseDeltas
               IF ItemWarehouseWasFound
                   REWRITE ITEM-WAREHOUSE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite warehouse "
                               "stock for item " WhseStockItem
                               " - status " ItemWarehouseFileStatus
                   END-REWRITE
               ELSE
                   WRITE ITEM-WAREHOUSE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write warehouse "
                               "stock for item " WhseStockItem
                               " - status " ItemWarehouseFileStatus
                   END-WRITE
               END-IF
               CLOSE ITEM-WAREHOUSE-FILE
           END-IF
           MOVE ZERO TO WhseOnHandDelta
           MOVE ZERO TO WhseAllocDelta
           MOVE ZERO TO WhseInTransitDelta.

        ApplyWarehouseDeltas.
           COMPUTE WhseQtyWork = IWH-QTY-ON-HAND + WhseOnHandDelta
           IF WhseQtyWork < 0
               MOVE ZERO TO IWH-QTY-ON-HAND
           ELSE
               MOVE WhseQtyWork TO IWH-QTY-ON-HAND
           END-IF
           COMPUTE WhseQtyWork = IWH-QTY-ALLOCATED + WhseAllocDelta
           IF WhseQtyWork < 0
               MOVE ZERO TO IWH-QTY-ALLOCATED
           ELSE
               MOVE WhseQtyWork TO IWH-QTY-ALLOCATED
           END-IF
           COMPUTE WhseQtyWork =
               IWH-QTY-IN-TRANSIT + WhseInTransitDelta
           IF WhseQtyWork < 0
               MOVE ZERO TO IWH-QTY-IN-TRANSIT
           ELSE
               MOVE WhseQtyWork TO IWH-QTY-IN-TRANSIT
           END-IF.

        OpenItemWarehouseIO.
           OPEN I-O ITEM-WAREHOUSE-FILE.
           IF ItemWarehouseFileStatus = "35"
               OPEN OUTPUT ITEM-WAREHOUSE-FILE
               CLOSE ITEM-WAREHOUSE-FILE
               OPEN I-O ITEM-WAREHOUSE-FILE
           END-IF.

      *> The warehouse stock lands in when nothing else names one
      *> - PO receipts and physical counts.
        LookUpDefaultWarehouse.
           MOVE SPACES TO WarehouseStateWanted
           PERFORM LookUpWarehouseForState.

      *> Sets StockWarehouse's on-hand of the item in ITEM-RECORD
      *> to whatever of the company on-hand no other warehouse
      *> accounts for - the Item Master's on-hand less every
      *> other warehouse's on-hand and all stock in transit - so
      *> the company figure stays the sum of the warehouses.
      *> Used where stock is set outright rather than moved: an
      *> opening quantity, a count, a hand correction, and
      *> placing stock that was on hand before warehouses.
        SettleItemWarehouseStock.
           IF StockWarehouse NOT = SPACES
               MOVE ZERO TO WhseOtherStock
               MOVE ZERO TO WhseOwnOnHand
               OPEN INPUT ITEM-WAREHOUSE-FILE
               IF ItemWarehouseFileStatus = "00"
                   MOVE ITEM-NUMBER TO IWH-ITEM-NUMBER
                   MOVE LOW-VALUES TO IWH-WHSE-CODE
                   MOVE "N" TO EndOfItemWarehouseSwitch
                   START ITEM-WAREHOUSE-FILE
                       KEY IS NOT LESS THAN IWH-KEY
                       INVALID KEY
                           MOVE "Y" TO EndOfItemWarehouseSwitch
                   END-START
                   PERFORM TallyOneItemWarehouse
                       UNTIL EndOfItemWarehouseFile
                   CLOSE ITEM-WAREHOUSE-FILE
               END-IF
               IF ITEM-QTY-ON-HAND NOT NUMERIC
                   MOVE ZERO TO ITEM-QTY-ON-HAND
               END-IF
               COMPUTE WhseSettleTarget =
                   ITEM-QTY-ON-HAND - WhseOtherStock
               IF WhseSettleTarget < 0
                   MOVE ZERO TO WhseSettleTarget
               END-IF
               IF WhseSettleTarget NOT = WhseOwnOnHand
                   COMPUTE WhseOnHandDelta =
                       WhseSettleTarget - WhseOwnOnHand
                   MOVE ITEM-NUMBER TO WhseStockItem
                   PERFORM ApplyWarehouseStock
                   ADD 1 TO WhseSettledCount
               END-IF
           END-IF.

        TallyOneItemWarehouse.
           READ ITEM-WAREHOUSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemWarehouseSwitch
               NOT AT END
                   IF IWH-ITEM-NUMBER NOT = ITEM-NUMBER
                       MOVE "Y" TO EndOfItemWarehouseSwitch
                   ELSE
                       PERFORM NormalizeItemWarehouseCounts
                       ADD IWH-QTY-IN-TRANSIT TO WhseOtherStock
                       IF IWH-WHSE-CODE = StockWarehouse
                           MOVE IWH-QTY-ON-HAND TO WhseOwnOnHand
                       ELSE
                           ADD IWH-QTY-ON-HAND TO WhseOtherStock
                       END-IF
                   END-IF
           END-READ.

      *> Customer numbers are no longer taken on faith - the keyed
      *> number must be on the Customer Master and still active
      *> before the order can be filed against it.  The number is
      *> keyed on the order entry form, and the customer's name
           PERFORM LookUpOrderCustomer
           IF OrderCustIsValid
               MOVE CUST-NUMBER TO ORD-CUSTOMER-NUMBER
               MOVE CUST-TERMS-CODE TO ORD-TERMS-CODE
               MOVE CUST-NAME
                   TO OrdScnCustName OF OrderEntryScreen
               DISPLAY OrderEntryScreen
               PERFORM DefaultAndAcceptSalesperson
               PERFORM AcceptOrderShipToLocation
               ACCEPT TaxOrderDate FROM DATE YYYYMMDD
               MOVE ORD-SHIP-TO-CODE TO TaxShipToCode
               PERFORM DetermineOrderTaxRate
               PERFORM AcceptOrderWarehouse
               PERFORM AcceptOrderCarrier
               PERFORM DefaultOrderShipPromise
           END-IF.

               END-IF
           END-IF.

      *> The carrier and service the order ships by, off the
      *> carrier file.  Blank leaves none chosen (our own truck
      *> or a pickup), and an unknown or inactive carrier falls
      *> back to none rather than blocking the order.
        AcceptOrderCarrier.
           MOVE SPACES TO ORD-CARRIER-CODE
           MOVE SPACES TO ORD-SHIP-SERVICE
           MOVE SPACES TO ORD-TRACKING-NUMBER
           MOVE ZERO TO ORD-FREIGHT-AMOUNT
           DISPLAY "Carrier (blank = none): " WITH NO ADVANCING
           ACCEPT CarrierCodeReply
           IF CarrierCodeReply NOT = SPACES
               DISPLAY "Service: " WITH NO ADVANCING
               ACCEPT CarrierServiceReply
               OPEN INPUT CARRIER-FILE
               IF CarrierFileStatus = "35"
                   DISPLAY "No carrier file on record - no "
                       "carrier set."
               ELSE
                   MOVE CarrierCodeReply TO CARR-CODE
                   MOVE CarrierServiceReply TO CARR-SERVICE
                   READ CARRIER-FILE
                       INVALID KEY
                           DISPLAY "Carrier " CarrierCodeReply " "
                               CarrierServiceReply " not on file "
                               "- no carrier set."
                       NOT INVALID KEY
                           IF CARR-STATUS-INACTIVE
                               DISPLAY "Carrier " CARR-CODE " "
                                   CARR-SERVICE " is inactive - "
                                   "no carrier set."
                           ELSE
                               MOVE CARR-CODE TO ORD-CARRIER-CODE
                               MOVE CARR-SERVICE
                                   TO ORD-SHIP-SERVICE
                               DISPLAY "  Ship via: " CARR-NAME
                                   " " CARR-SERVICE-DESC
                           END-IF
                   END-READ
                   CLOSE CARRIER-FILE
               END-IF
           END-IF.

      *> The order ships from the warehouse serving its ship-to
      *> state unless the operator names another active one.
        AcceptOrderWarehouse.
           PERFORM AssignOrderWarehouse
           IF OrderWarehouse NOT = SPACES
               DISPLAY "Ship from warehouse (blank = "
                   OrderWarehouse "): " WITH NO ADVANCING
               ACCEPT WarehouseCodeReply
               IF WarehouseCodeReply NOT = SPACES
                   AND WarehouseCodeReply NOT = OrderWarehouse
                   PERFORM ValidateWarehouseCode
                   IF WarehouseIsValid
                       MOVE WarehouseCodeReply TO OrderWarehouse
                   ELSE
                       DISPLAY "  Shipping from " OrderWarehouse
                           " instead."
                   END-IF
               END-IF
           END-IF.

      *> The order carries whoever sold it - the customer's
      *> default salesperson unless the operator keys another
      *> code here, so house accounts can credit the rep who
           PERFORM WriteAuditLogEntry.

      *> The rate this order will be priced under: zero for a
      *> tax-exempt customer holding a valid certificate for the
      *> ship-to state on the order date, the state's rate off
      *> the tax table for everyone else, and the old house rate
      *> only when the customer's state is not on the table at
      *> all.  The exempt flag alone no longer zero-rates an
      *> order - without a valid certificate the order is taxed
      *> and the clerk warned.  Called with the validated
      *> customer still in CUSTOMER-RECORD, the order date in
      *> TaxOrderDate and the order's ship-to location (spaces
      *> for the billing address) in TaxShipToCode.
        DetermineOrderTaxRate.
           MOVE SalesTaxRate TO OrderTaxRate
           MOVE "N" TO ExemptCertValidSwitch
           IF CUST-IS-TAX-EXEMPT
               PERFORM CheckExemptionCertificate
           END-IF
           IF ExemptCertIsValid
               MOVE ZERO TO OrderTaxRate
           ELSE
               OPEN INPUT TAX-RATE-FILE
               END-IF
           END-IF.

      *> A certificate is valid for the order when the signed
      *> document is on file, it took effect on or before the
      *> order date, and it has not expired by then (zero expiry
      *> never lapses).  The state it must cover is the ship-to
      *> location's state, or the billing state when the order
      *> ships to the billing address.
        CheckExemptionCertificate.
           PERFORM ResolveTaxShipToState
           MOVE "NO CERTIFICATE ON FILE" TO ExemptCertReason
           OPEN INPUT EXEMPT-CERT-FILE
           IF ExemptCertFileStatus = "00"
               MOVE CUST-NUMBER TO ECRT-CUST-NUMBER
               MOVE TaxShipToState TO ECRT-STATE
               READ EXEMPT-CERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TestExemptCertValidity
               END-READ
               CLOSE EXEMPT-CERT-FILE
           END-IF
           IF NOT ExemptCertIsValid
               DISPLAY "Warning - customer " CUST-NUMBER
                   " is tax exempt but has no valid certificate "
                   "for " TaxShipToState " on "
                   TaxOrderDate(5:2) "/" TaxOrderDate(7:2) "/"
                   TaxOrderDate(1:4) " (" ExemptCertReason
                   ") - order will be taxed."
           END-IF.

        TestExemptCertValidity.
           IF ECRT-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZERO TO ECRT-EFFECTIVE-DATE
           END-IF
           IF ECRT-EXPIRY-DATE NOT NUMERIC
               MOVE ZERO TO ECRT-EXPIRY-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT ECRT-DOC-IS-ON-FILE
                   MOVE "DOCUMENT NOT ON FILE"
                       TO ExemptCertReason
               WHEN ECRT-EFFECTIVE-DATE > TaxOrderDate
                   MOVE "CERTIFICATE NOT YET EFFECTIVE"
                       TO ExemptCertReason
               WHEN ECRT-EXPIRY-DATE NOT = ZERO
                   AND ECRT-EXPIRY-DATE < TaxOrderDate
                   MOVE "CERTIFICATE EXPIRED"
                       TO ExemptCertReason
               WHEN OTHER
                   MOVE "Y" TO ExemptCertValidSwitch
           END-EVALUATE.

        ResolveTaxShipToState.
           MOVE CUST-STATE TO TaxShipToState
           IF TaxShipToCode NOT = SPACES
               OPEN INPUT SHIP-TO-FILE
               IF ShipToFileStatus NOT = "35"
                   MOVE CUST-NUMBER TO SHIPTO-CUST-NUMBER
                   MOVE TaxShipToCode TO SHIPTO-LOCATION
                   READ SHIP-TO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SHIPTO-STATE NOT = SPACES
                               MOVE SHIPTO-STATE
                                   TO TaxShipToState
                           END-IF
                   END-READ
                   CLOSE SHIP-TO-FILE
               END-IF
           END-IF.

      *> Shared by interactive and batch order entry - a usable
      *> customer is one that is on the Customer Master and active
      *> (inactive and deleted customers cannot take new orders).
      *> table (or zero for an exempt customer) before calling,
      *> and a re-total during Edit Order keeps the rate the
      *> order was originally priced under.  Any assessed
      *> finance charge and any freight already charged ride on
      *> top from their own fields, so a re-total cannot
      *> silently erase them.
        CalculateOrderTotals.
           MOVE "N" TO OrderTotalOverflowSwitch
           MOVE 0 TO ORD-SUBTOTAL
           IF ORD-FIN-CHG-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORD-FIN-CHG-AMOUNT
           END-IF
           IF ORD-FREIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORD-FREIGHT-AMOUNT
           END-IF
           COMPUTE ORD-TOTAL-AMOUNT = ORD-SUBTOTAL + ORD-TAX-AMOUNT
               + ORD-FIN-CHG-AMOUNT + ORD-FREIGHT-AMOUNT
               ON SIZE ERROR
                   MOVE "Y" TO OrderTotalOverflowSwitch
           END-COMPUTE
           ACCEPT CustExemptReply OF CustomerEntryScreen
           ACCEPT CustLimitReply OF CustomerEntryScreen
           ACCEPT CustSlsReply OF CustomerEntryScreen
           ACCEPT CustTermsReply OF CustomerEntryScreen
           ACCEPT CustEdocReply OF CustomerEntryScreen

           MOVE CustNumReply OF CustomerEntryScreen TO CUST-NUMBER
           MOVE CustNameReply OF CustomerEntryScreen TO CUST-NAME
           MOVE ZERO TO CUST-UNAPPLIED-CASH
           MOVE CustSlsReply OF CustomerEntryScreen
               TO CUST-SALESPERSON
           MOVE CustTermsReply OF CustomerEntryScreen
               TO CUST-TERMS-CODE
           PERFORM CheckCustomerTermsCode
           IF CustEdocReply OF CustomerEntryScreen = "Y"
               MOVE "Y" TO CUST-EDOC-FLAG
           ELSE
               MOVE "N" TO CUST-EDOC-FLAG
           END-IF
           IF CustStatusReply OF CustomerEntryScreen = "I"
               SET CUST-STATUS-INACTIVE TO TRUE
           ELSE
           END-IF
           MOVE CUST-SALESPERSON
               TO CustSlsReply OF CustomerEntryScreen
           MOVE CUST-TERMS-CODE
               TO CustTermsReply OF CustomerEntryScreen
           MOVE CUST-EDOC-FLAG
               TO CustEdocReply OF CustomerEntryScreen
           DISPLAY CustomerEntryScreen

           DISPLAY "C)hange  I)nquire  D)elete  S)hip-to  "
               "X)empt certs  Q)uit: " WITH NO ADVANCING.
           ACCEPT CustomerActionChoice.

           EVALUATE CustomerActionChoice
               WHEN "S" WHEN "s"
                   PERFORM ShipToMaintenance
               WHEN "X" WHEN "x"
                   PERFORM ExemptCertMaintenance
               WHEN "C" WHEN "c"
                   PERFORM ChangeCustomerFields
                   REWRITE CUSTOMER-RECORD
           IF SalespersonReply NOT = SPACES
               MOVE SalespersonReply TO CUST-SALESPERSON
           END-IF.
           DISPLAY "Enter new terms code (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT TermsCodeReply.
           IF TermsCodeReply NOT = SPACES
               MOVE TermsCodeReply TO CUST-TERMS-CODE
               PERFORM CheckCustomerTermsCode
           END-IF.
           DISPLAY "Enter new electronic documents flag (Y/N, "
               "blank = no change): " WITH NO ADVANCING.
           ACCEPT CustEdocReply OF CustomerEntryScreen.
           IF CustEdocReply OF CustomerEntryScreen = "Y"
               MOVE "Y" TO CUST-EDOC-FLAG
           END-IF.
           IF CustEdocReply OF CustomerEntryScreen = "N"
               MOVE "N" TO CUST-EDOC-FLAG
           END-IF.

      *> A terms code has to be on the terms file - one that is
      *> not is dropped rather than filed, leaving the customer
      *> due on the invoice date until the code is set up.
        CheckCustomerTermsCode.
           IF CUST-TERMS-CODE NOT = SPACES
               PERFORM OpenTermsFileInput
               MOVE CUST-TERMS-CODE TO TermsCodeLookup
               PERFORM LookUpTermsCode
               PERFORM CloseTermsFile
               IF NOT TermsCodeWasFound
                   DISPLAY "Terms code " CUST-TERMS-CODE " is not "
                       "on the terms file - left blank (due on "
                       "invoice date)."
                   MOVE SPACES TO CUST-TERMS-CODE
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Ship-to maintenance - reached from Edit Customer with
           END-IF.

      *> ----------------------------------------------------------
      *> Exemption certificate maintenance - reached from Edit
      *> Customer with the customer already on screen.  One
      *> certificate per state the customer ships into, keyed by
      *> this customer plus the covered state, in the same
      *> look-up-then-act shape as ship-to maintenance.  The
      *> customer's certificates on file are listed first.
      *> ----------------------------------------------------------
        ExemptCertMaintenance.
           PERFORM OpenExemptCertIO
           PERFORM ListCustomerExemptCerts
           DISPLAY "Certificate state: " WITH NO ADVANCING.
           ACCEPT ExemptCertStateReply.
           MOVE CUST-NUMBER TO ECRT-CUST-NUMBER
           MOVE ExemptCertStateReply TO ECRT-STATE
           MOVE "N" TO ExemptCertFoundSwitch
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ExemptCertFoundSwitch
           END-READ.
           IF ExemptCertWasFound
               PERFORM ShowExemptCertAndPromptAction
           ELSE
               PERFORM PromptAndAddExemptCert
           END-IF.
           CLOSE EXEMPT-CERT-FILE.

        ListCustomerExemptCerts.
           MOVE CUST-NUMBER TO ECRT-CUST-NUMBER
           MOVE LOW-VALUES TO ECRT-STATE
           MOVE "N" TO EndOfExemptCertSwitch
           START EXEMPT-CERT-FILE
               KEY IS NOT LESS THAN ECRT-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfExemptCertSwitch
           END-START
           DISPLAY "Certificates on file for customer "
               CUST-NUMBER ":"
           PERFORM ListOneExemptCert UNTIL EndOfExemptCertFile.

        ListOneExemptCert.
           READ EXEMPT-CERT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfExemptCertSwitch
               NOT AT END
                   IF ECRT-CUST-NUMBER NOT = CUST-NUMBER
                       MOVE "Y" TO EndOfExemptCertSwitch
                   ELSE
                       DISPLAY "  " ECRT-STATE "  "
                           ECRT-CERT-NUMBER "  EFFECTIVE "
                           ECRT-EFFECTIVE-DATE "  EXPIRES "
                           ECRT-EXPIRY-DATE "  DOCUMENT "
                           ECRT-DOC-ON-FILE
                   END-IF
           END-READ.

        ShowExemptCertAndPromptAction.
           DISPLAY " ".
           DISPLAY "Customer      : " ECRT-CUST-NUMBER.
           DISPLAY "Covers state  : " ECRT-STATE.
           DISPLAY "Certificate   : " ECRT-CERT-NUMBER.
           DISPLAY "Issuing state : " ECRT-ISSUING-STATE.
           DISPLAY "Effective     : " ECRT-EFFECTIVE-DATE.
           DISPLAY "Expires       : " ECRT-EXPIRY-DATE.
           DISPLAY "Doc on file   : " ECRT-DOC-ON-FILE.

           DISPLAY "C)hange  D)elete  Q)uit: " WITH NO ADVANCING.
           ACCEPT ExemptCertActionChoice.

           EVALUATE ExemptCertActionChoice
               WHEN "C" WHEN "c"
                   PERFORM AcceptExemptCertFields
                   REWRITE EXEMPT-CERT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite certificate "
                               "- status " ExemptCertFileStatus
                           MOVE "Certificate rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Exemption certificate changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Exemption certificate changed."
               WHEN "D" WHEN "d"
                   DELETE EXEMPT-CERT-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete certificate "
                               "- status " ExemptCertFileStatus
                           MOVE "Certificate delete failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Exemption certificate deleted"
                               TO LastActionOutcome
                   END-DELETE
                   DISPLAY "Exemption certificate deleted."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

      *> Both dates must be real calendar dates - an expiry of
      *> zero is a certificate that does not lapse, and one
      *> before the effective date is keyed again.  A blank
      *> issuing state means the covered state issued it.
        AcceptExemptCertFields.
           DISPLAY "Certificate number: " WITH NO ADVANCING.
           ACCEPT ECRT-CERT-NUMBER.
           DISPLAY "Issuing state (blank = " ECRT-STATE "): "
               WITH NO ADVANCING.
           ACCEPT ECRT-ISSUING-STATE.
           IF ECRT-ISSUING-STATE = SPACES
               MOVE ECRT-STATE TO ECRT-ISSUING-STATE
           END-IF
           MOVE "N" TO ExemptCertDateSwitch
           PERFORM AcceptExemptCertEffective
               UNTIL ExemptCertDateIsValid
           MOVE "N" TO ExemptCertDateSwitch
           PERFORM AcceptExemptCertExpiry
               UNTIL ExemptCertDateIsValid
           DISPLAY "Signed certificate on file? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT ExemptCertDocReply.
           IF ExemptCertDocReply = "Y" OR ExemptCertDocReply = "y"
               MOVE "Y" TO ECRT-DOC-ON-FILE
           ELSE
               MOVE "N" TO ECRT-DOC-ON-FILE
           END-IF.

        AcceptExemptCertEffective.
           DISPLAY "Effective date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT ExemptCertDateReply
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE ExemptCertDateReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID
               MOVE ExemptCertDateReply TO ECRT-EFFECTIVE-DATE
               MOVE "Y" TO ExemptCertDateSwitch
           ELSE
               DISPLAY "Not a valid calendar date - please "
                   "re-enter."
           END-IF.

        AcceptExemptCertExpiry.
           DISPLAY "Expiry date YYYYMMDD (zero = none): "
               WITH NO ADVANCING
           ACCEPT ExemptCertDateReply
           IF ExemptCertDateReply = ZERO
               MOVE ZERO TO ECRT-EXPIRY-DATE
               MOVE "Y" TO ExemptCertDateSwitch
           ELSE
               SET DSRV-VALIDATE-DATE TO TRUE
               MOVE ExemptCertDateReply TO DSRV-DATE-1
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF NOT DSRV-DATE-IS-VALID
                   DISPLAY "Not a valid calendar date - please "
                       "re-enter."
               ELSE
                   IF ExemptCertDateReply < ECRT-EFFECTIVE-DATE
                       DISPLAY "Expiry is before the effective "
                           "date - please re-enter."
                   ELSE
                       MOVE ExemptCertDateReply
                           TO ECRT-EXPIRY-DATE
                       MOVE "Y" TO ExemptCertDateSwitch
                   END-IF
               END-IF
           END-IF.

        PromptAndAddExemptCert.
           DISPLAY "No certificate on file for state "
               ExemptCertStateReply ".  Add it? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT ExemptCertAddReply.
           IF ExemptCertAddReply = "Y" OR ExemptCertAddReply = "y"
               MOVE SPACES TO EXEMPT-CERT-RECORD
               MOVE CUST-NUMBER TO ECRT-CUST-NUMBER
               MOVE ExemptCertStateReply TO ECRT-STATE
               PERFORM AcceptExemptCertFields
               WRITE EXEMPT-CERT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write certificate - "
                           "status " ExemptCertFileStatus
                       MOVE "Certificate write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Exemption certificate added"
                           TO LastActionOutcome
               END-WRITE
               DISPLAY "Exemption certificate added."
               IF NOT CUST-IS-TAX-EXEMPT
                   DISPLAY "Note - customer " CUST-NUMBER
                       " is not flagged tax exempt, so orders "
                       "stay taxed until the flag is set."
               END-IF
           ELSE
               DISPLAY "Exemption certificate not added."
               MOVE "Exemption certificate not added"
                   TO LastActionOutcome
           END-IF.

        OpenExemptCertIO.
           OPEN I-O EXEMPT-CERT-FILE.
           IF ExemptCertFileStatus = "35"
               OPEN OUTPUT EXEMPT-CERT-FILE
               CLOSE EXEMPT-CERT-FILE
               OPEN I-O EXEMPT-CERT-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Item & Purchasing sub-menu - groups Item Maintenance
      *> with the purchasing functions that replenish it, the
      *> same way ReportsMenu groups the report choices, so the
      *> main menu stays a short, stable list.
      *> ----------------------------------------------------------
        ItemMenu.
           MOVE "N" TO ReturnToMainMenuSwitch
           PERFORM DisplayItemMenuAndAct UNTIL ReturnToMainMenu.

        DisplayItemMenuAndAct.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|        ITEM & PURCHASING MENU          |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Item Maintenance".
           DISPLAY "2. Raise Purchase Order".
           DISPLAY "3. Post Stock Receipts".
           DISPLAY "4. Open PO Report".
           DISPLAY "5. Reprint a Purchase Order".
           DISPLAY "6. Price Table Maintenance".
           DISPLAY "7. Vendor Maintenance".
           DISPLAY "8. Vendor Performance Report".
           DISPLAY "9. Accounts Payable".
           DISPLAY "10. Replenishment Run".
           DISPLAY "11. Physical Inventory".
           DISPLAY "12. Warehouses & Stock Transfers".
           DISPLAY "13. Lot Tracking".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT ItemMenuChoice.
           EVALUATE ItemMenuChoice
               WHEN 1
                   PERFORM ItemMaintenance
               WHEN 2
                   PERFORM RaisePurchaseOrder
               WHEN 3
                   PERFORM PostStockReceipts
               WHEN 4
                   PERFORM PrintOpenPOReport
               WHEN 5
                   PERFORM ReprintPurchaseOrder
               WHEN 6
                   PERFORM PriceTableMaintenance
               WHEN 7
                   PERFORM VendorMaintenance
               WHEN 8
                   PERFORM PrintVendorPerformanceReport
               WHEN 9
                   PERFORM APMenu
               WHEN 10
                   PERFORM ReplenishmentRun
               WHEN 11
                   PERFORM CountMenu
               WHEN 12
                   PERFORM WarehouseMenu
               WHEN 13
                   PERFORM LotMenu
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in item menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Unattended equivalent of the Item & Purchasing sub-menu
      *> - only the open-PO chase and vendor performance reports
      *> make sense overnight; maintenance, PO entry and receipts
      *> need an operator.
        BatchItemFunction.
           EVALUATE ControlFileSubChoice
               WHEN 4
                   PERFORM PrintOpenPOReport
               WHEN 8
                   PERFORM PrintVendorPerformanceReport
               WHEN OTHER
                   DISPLAY "That item/purchasing function needs "
                       "interactive field entry - skipped in "
               ACCEPT ItemLookupNumber
               PERFORM LookUpOrderItem
               IF OrderItemIsValid
                   IF ITEM-IS-KIT
                       DISPLAY "Item " ITEM-NUMBER " is a kit - "
                           "purchase its components instead."
                       MOVE "PO item is a kit" TO LastActionOutcome
                   ELSE
                       PERFORM AcceptAndFilePurchaseOrder
                   END-IF
               ELSE
                   MOVE "PO item not on file or discontinued"
                       TO LastActionOutcome
               CLOSE ITEM-MASTER
           END-IF.

      *> The vendor is keyed as a Vendor Master number and must be
      *> on file and active - no more free-text names - and zero
      *> backs out without raising anything.
        AcceptAndFilePurchaseOrder.
           PERFORM OpenVendorMasterInput
           IF NOT VendorMasterIsOpen
               MOVE "Vendor Master file not found"
                   TO LastActionOutcome
           ELSE
               MOVE "N" TO POEntryValidSwitch
               MOVE "N" TO POVendorCancelSwitch
               PERFORM AcceptAndValidatePOVendor
                   UNTIL POEntryIsValid OR POVendorCancelled
               CLOSE VENDOR-MASTER
               IF POVendorCancelled
                   DISPLAY "No vendor chosen - PO not raised."
                   MOVE "PO not raised - no vendor chosen"
                       TO LastActionOutcome
               ELSE
                   PERFORM AcceptAndFilePOForVendor
               END-IF
           END-IF.

        AcceptAndFilePOForVendor.
           MOVE "N" TO POEntryValidSwitch
           PERFORM AcceptAndValidatePOQty UNTIL POEntryIsValid
           MOVE "N" TO POEntryValidSwitch
           PERFORM AcceptAndValidatePOCost UNTIL POEntryIsValid
           MOVE "N" TO POEntryValidSwitch
           PERFORM AcceptAndValidatePOExpected UNTIL POEntryIsValid
           PERFORM AcceptPOWarehouse
           PERFORM OpenPurchaseOrderIO
           PERFORM AssignNextPONumber
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE NextPONumber TO PO-NUMBER
           MOVE ITEM-NUMBER TO PO-ITEM-NUMBER
           MOVE POVendorNumberReply TO PO-VENDOR-NUMBER
           MOVE POVendorNameHold TO PO-VENDOR-NAME
           MOVE POWarehouse TO PO-WAREHOUSE
           MOVE POQtyReply TO PO-QTY-ORDERED
           MOVE POCostReply TO PO-UNIT-COST
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           MOVE CurrentDateYYYYMMDD TO PO-ORDER-DATE
           MOVE POExpectedReply TO PO-EXPECTED-DATE
           MOVE ZERO TO PO-QTY-RECEIVED
           MOVE ZERO TO PO-QTY-BILLED
           SET PO-STATUS-OPEN TO TRUE
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
           END-WRITE
           CLOSE PURCHASE-ORDER-FILE.

      *> Goods are delivered to the default warehouse unless the
      *> buyer names another active one.
        AcceptPOWarehouse.
           PERFORM LookUpDefaultWarehouse
           MOVE StockWarehouse TO POWarehouse
           IF POWarehouse NOT = SPACES
               DISPLAY "Deliver to warehouse (blank = "
                   POWarehouse "): " WITH NO ADVANCING
               ACCEPT WarehouseCodeReply
               IF WarehouseCodeReply NOT = SPACES
                   AND WarehouseCodeReply NOT = POWarehouse
                   PERFORM ValidateWarehouseCode
                   IF WarehouseIsValid
                       MOVE WarehouseCodeReply TO POWarehouse
                   ELSE
                       DISPLAY "  Delivering to " POWarehouse
                           " instead."
                   END-IF
               END-IF
           END-IF.

        AcceptAndValidatePOVendor.
           DISPLAY "Vendor number (0 = cancel): " WITH NO ADVANCING.
           ACCEPT POVendorNumberReply.
           IF POVendorNumberReply NOT NUMERIC
               OR POVendorNumberReply = 0
               MOVE "Y" TO POVendorCancelSwitch
           ELSE
               MOVE POVendorNumberReply TO VEND-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       DISPLAY "Vendor " POVendorNumberReply
                           " is not on the Vendor Master - please "
                           "re-enter."
                   NOT INVALID KEY
                       IF VEND-STATUS-ACTIVE
                           MOVE "Y" TO POEntryValidSwitch
                           MOVE VEND-NAME TO POVendorNameHold
                           DISPLAY "  " VEND-NAME
                           MOVE ZERO TO POLeadDays
                           IF VEND-LEAD-DAYS NUMERIC
                               MOVE VEND-LEAD-DAYS TO POLeadDays
                           END-IF
                           PERFORM DefaultPOExpectedDate
                       ELSE
                           DISPLAY "Vendor " POVendorNumberReply
                               " is inactive - please re-enter."
                       END-IF
               END-READ
           END-IF.

      *> The vendor's default lead time, counted in working days
      *> the same way the order ship promise is, offers the
      *> expected date; a vendor with no lead time on file
      *> offers nothing and the date must be keyed.
        DefaultPOExpectedDate.
           MOVE ZERO TO PODefaultExpected
           IF POLeadDays > 0
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               SET DSRV-ADD-BUSINESS-DAYS TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE POLeadDays TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID AND DSRV-RESULT-DATE > 0
                   MOVE DSRV-RESULT-DATE TO PODefaultExpected
               END-IF
           END-IF.

      *> Required range checks, re-prompting rather than filing
      *> junk - same pattern as AcceptAndValidateItemQty.
        AcceptAndValidatePOQty.
           END-IF.

        AcceptAndValidatePOExpected.
           IF PODefaultExpected > 0
               DISPLAY "Expected date YYYYMMDD (0 = "
                   PODefaultExpected(5:2) "/" PODefaultExpected(7:2)
                   "/" PODefaultExpected(1:4) "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Expected date YYYYMMDD: " WITH NO ADVANCING
           END-IF.
           ACCEPT POExpectedReply.
           IF POExpectedReply = 0 AND PODefaultExpected > 0
               MOVE PODefaultExpected TO POExpectedReply
           END-IF.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE POExpectedReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA

        FormatAndPrintPurchaseOrder.
           OPEN OUTPUT PO-PRINT-FILE.
           PERFORM WritePurchaseOrderDocument.
           CLOSE PO-PRINT-FILE.

      *> One PO onto an already-open POPRT, so the replenishment
      *> run can print every PO it raises into the one file.
        WritePurchaseOrderDocument.
           MOVE SPACES TO PO-PRINT-LINE
           STRING "PURCHASE ORDER " PO-NUMBER "     DATE "
               PO-ORDER-DATE(5:2) "/" PO-ORDER-DATE(7:2) "/"
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
           MOVE SPACES TO PO-PRINT-LINE
           IF PO-VENDOR-NUMBER NUMERIC AND PO-VENDOR-NUMBER > 0
               STRING "VENDOR: " PO-VENDOR-NUMBER "  "
                   PO-VENDOR-NAME
                   DELIMITED BY SIZE INTO PO-PRINT-LINE
           ELSE
               STRING "VENDOR: " PO-VENDOR-NAME
                   DELIMITED BY SIZE INTO PO-PRINT-LINE
           END-IF
           WRITE PO-PRINT-LINE.
           PERFORM WritePOVendorAddressLines.
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
           MOVE PO-UNIT-COST TO POCostDisplay
               PO-EXPECTED-DATE(7:2) "/" PO-EXPECTED-DATE(1:4)
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
           PERFORM WritePODeliverToLines.
           MOVE ALL "-" TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.

      *> The delivery address is the PO's warehouse, read off the
      *> warehouse file at print time; a PO raised before
      *> warehouses existed prints none.
        WritePODeliverToLines.
           IF PO-WAREHOUSE NOT = SPACES
               OPEN INPUT WAREHOUSE-FILE
               IF WarehouseFileStatus = "00"
                   MOVE PO-WAREHOUSE TO WHSE-CODE
                   READ WAREHOUSE-FILE
                       INVALID KEY
                           MOVE SPACES TO WHSE-NAME
                           MOVE SPACES TO WHSE-ADDR-LINE1
                           MOVE SPACES TO WHSE-CITY
                           MOVE SPACES TO WHSE-STATE
                           MOVE SPACES TO WHSE-ZIP
                   END-READ
                   CLOSE WAREHOUSE-FILE
                   MOVE SPACES TO PO-PRINT-LINE
                   STRING "  DELIVER TO WAREHOUSE " PO-WAREHOUSE
                       "  " WHSE-NAME
                       DELIMITED BY SIZE INTO PO-PRINT-LINE
                   WRITE PO-PRINT-LINE
                   MOVE SPACES TO PO-PRINT-LINE
                   STRING "    " WHSE-ADDR-LINE1 "  " WHSE-CITY " "
                       WHSE-STATE " " WHSE-ZIP
                       DELIMITED BY SIZE INTO PO-PRINT-LINE
                   WRITE PO-PRINT-LINE
               END-IF
           END-IF.

      *> The remit-to address is read off the Vendor Master at
      *> print time, so a reprint picks up an address change;
      *> a PO raised before the Vendor Master prints the name
      *> alone, as it always did.
        WritePOVendorAddressLines.
           IF PO-VENDOR-NUMBER NUMERIC AND PO-VENDOR-NUMBER > 0
               OPEN INPUT VENDOR-MASTER
               IF VendorFileStatus NOT = "35"
                   MOVE PO-VENDOR-NUMBER TO VEND-NUMBER
                   READ VENDOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WritePOVendorAddressBody
                   END-READ
                   CLOSE VENDOR-MASTER
               END-IF
           END-IF.

        WritePOVendorAddressBody.
           MOVE SPACES TO PO-PRINT-LINE
           STRING "        " VEND-ADDR-LINE1
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
           IF VEND-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO PO-PRINT-LINE
               STRING "        " VEND-ADDR-LINE2
                   DELIMITED BY SIZE INTO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
           END-IF.
           MOVE SPACES TO PO-PRINT-LINE
           STRING "        " VEND-CITY " " VEND-STATE " " VEND-ZIP
               DELIMITED BY SIZE INTO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
           IF VEND-PHONE NOT = SPACES
               MOVE SPACES TO PO-PRINT-LINE
               STRING "        PHONE " VEND-PHONE
                   DELIMITED BY SIZE INTO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
           END-IF.

        WritePOCreateAuditEntry.
           MOVE SPACES TO AuditOptionText
      *> Post Stock Receipts - books arrived goods against their
      *> PO: the received count goes up, the item's on-hand goes
      *> up by the same amount, and the PO closes once fully
      *> received.  The new stock is then offered straight to
      *> the backorders waiting on it.
      *> ----------------------------------------------------------
        PostStockReceipts.
           PERFORM OpenPurchaseOrderIO
           END-READ.
           IF POWasFound
               IF PO-STATUS-OPEN
                   PERFORM CheckTodayPostingPeriod
                   IF PostingWasRejected
                       MOVE "Receipt refused - fiscal period closed"
                           TO LastActionOutcome
                   ELSE
                       PERFORM ReceiveAgainstPO
                   END-IF
               ELSE
                   DISPLAY "PO " PO-NUMBER " is not open "
                       "(status " PO-STATUS ")."
               END-IF
           END-IF.
           CLOSE PURCHASE-ORDER-FILE.
           IF LastActionOutcome = "Stock receipt posted"
               PERFORM BackorderFillRun
               MOVE "Stock receipt posted" TO LastActionOutcome
           END-IF.

        ReceiveAgainstPO.
           IF PO-QTY-RECEIVED NOT NUMERIC
           ACCEPT POQtyReply
           IF POQtyReply NUMERIC AND POQtyReply > 0
               AND POQtyReply NOT > POQtyRemaining
               PERFORM AcceptReceiptLotDetails
               ADD POQtyReply TO PO-QTY-RECEIVED
               IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
                   SET PO-STATUS-RECEIVED TO TRUE
                           TO LastActionOutcome
                   NOT INVALID KEY
                       PERFORM AddReceiptToItemOnHand
                       IF ReceiptLotNumber NOT = SPACES
                           PERFORM PostReceiptToLot
                       END-IF
                       PERFORM WriteReceiptHistoryRecord
                       PERFORM WriteReceiptAuditEntry
                       MOVE "Stock receipt posted"
                           TO LastActionOutcome
           END-IF.

        AddReceiptToItemOnHand.
           MOVE PO-WAREHOUSE TO StockWarehouse
           IF StockWarehouse = SPACES
               PERFORM LookUpDefaultWarehouse
           END-IF
           PERFORM OpenItemMasterIO
           MOVE PO-ITEM-NUMBER TO ITEM-NUMBER
           READ ITEM-MASTER
                       "not updated."
               NOT INVALID KEY
                   PERFORM ComputeItemAvailableQty
                   PERFORM AverageReceiptIntoItemCost
                   ADD POQtyReply TO ITEM-QTY-ON-HAND
                       ON SIZE ERROR
                           DISPLAY "Warning - on-hand count for "
                               ITEM-NUMBER " - status "
                               ItemFileStatus
                   END-REWRITE
                   MOVE ITEM-NUMBER TO WhseStockItem
                   MOVE POQtyReply TO WhseOnHandDelta
                   PERFORM ApplyWarehouseStock
           END-READ
           CLOSE ITEM-MASTER.

      *> The receipt is averaged into the item's cost at the PO
      *> cost, weighted by what was already on hand.  An item
      *> with no stock, or no cost yet, simply takes the PO cost.
        AverageReceiptIntoItemCost.
           PERFORM NormalizeItemCostFields
           IF PO-UNIT-COST NUMERIC
               IF ITEM-AVG-COST = 0 OR ITEM-QTY-ON-HAND = 0
                   MOVE PO-UNIT-COST TO ITEM-AVG-COST
               ELSE
                   COMPUTE ITEM-AVG-COST ROUNDED =
                       (ITEM-QTY-ON-HAND * ITEM-AVG-COST
                        + POQtyReply * PO-UNIT-COST)
                       / (ITEM-QTY-ON-HAND + POQtyReply)
                       ON SIZE ERROR
                           MOVE PO-UNIT-COST TO ITEM-AVG-COST
                   END-COMPUTE
               END-IF
           END-IF.

      *> Every posted receipt is kept on RCPTHIST with the date it
      *> arrived against the date the PO promised - the PO only
      *> carries a running received count, so this is the record
      *> vendor performance is measured from.
        WriteReceiptHistoryRecord.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF ReceiptHistFileStatus = "35"
               OPEN OUTPUT RECEIPT-HISTORY-FILE
               CLOSE RECEIPT-HISTORY-FILE
               OPEN EXTEND RECEIPT-HISTORY-FILE
           END-IF
           MOVE SPACES TO RECEIPT-HISTORY-RECORD
           MOVE PO-NUMBER TO RCPT-PO-NUMBER
           IF PO-VENDOR-NUMBER NUMERIC
               MOVE PO-VENDOR-NUMBER TO RCPT-VENDOR-NUMBER
           ELSE
               MOVE ZERO TO RCPT-VENDOR-NUMBER
           END-IF
           MOVE PO-ITEM-NUMBER TO RCPT-ITEM-NUMBER
           MOVE PostingDate TO RCPT-DATE
           MOVE PO-EXPECTED-DATE TO RCPT-EXPECTED-DATE
           MOVE POQtyReply TO RCPT-QTY-RECEIVED
           MOVE PO-UNIT-COST TO RCPT-UNIT-COST
           MOVE CurrentOperatorID TO RCPT-USER-ID
           MOVE ReceiptLotNumber TO RCPT-LOT-NUMBER
           WRITE RECEIPT-HISTORY-RECORD.
           CLOSE RECEIPT-HISTORY-FILE.

        WriteReceiptAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "PO " PO-NUMBER " receipt"
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.


      *> A lot-controlled item cannot be received without the
      *> supplier's lot number, and a new lot is keyed with its
      *> expiry; receiving more of a lot already on file keeps
      *> the expiry it was first received with.
        AcceptReceiptLotDetails.
           MOVE SPACES TO ReceiptLotNumber
           MOVE ZERO TO ReceiptLotExpiry
           MOVE "N" TO LotControlledSwitch
           PERFORM OpenItemMasterInput
           IF ItemMasterIsOpen
               MOVE PO-ITEM-NUMBER TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITEM-IS-LOT-CONTROLLED
                           MOVE "Y" TO LotControlledSwitch
                       END-IF
               END-READ
               CLOSE ITEM-MASTER
           END-IF
           IF ReceiptItemIsLotControlled
               MOVE "N" TO LotEntryValidSwitch
               PERFORM AcceptAndValidateReceiptLot
                   UNTIL LotEntryIsValid
           END-IF.

        AcceptAndValidateReceiptLot.
           DISPLAY "Supplier lot number: " WITH NO ADVANCING
           ACCEPT ReceiptLotNumber
           IF ReceiptLotNumber = SPACES
               DISPLAY "Item " PO-ITEM-NUMBER " is lot-controlled "
                   "- a lot number is required."
           ELSE
               PERFORM LookUpReceiptLot
               IF LotWasFound
                   MOVE LOT-EXPIRY-DATE TO ReceiptLotExpiry
                   DISPLAY "  Adding to lot " ReceiptLotNumber
                       " already on file (expiry "
                       ReceiptLotExpiry ")."
                   MOVE "Y" TO LotEntryValidSwitch
               ELSE
                   PERFORM AcceptReceiptLotExpiry
               END-IF
           END-IF.

        AcceptReceiptLotExpiry.
           DISPLAY "Lot expiry date YYYYMMDD (zero = none): "
               WITH NO ADVANCING
           ACCEPT ReceiptLotExpiry
           IF ReceiptLotExpiry NOT NUMERIC
               DISPLAY "Expiry must be a date YYYYMMDD or zero - "
                   "please re-enter."
           ELSE
               IF ReceiptLotExpiry = 0
                   MOVE "Y" TO LotEntryValidSwitch
               ELSE
                   SET DSRV-VALIDATE-DATE TO TRUE
                   MOVE ReceiptLotExpiry TO DSRV-DATE-1
                   CALL "DateServices" USING DATE-SERVICE-AREA
                   IF DSRV-DATE-IS-VALID
                       MOVE "Y" TO LotEntryValidSwitch
                   ELSE
                       DISPLAY "Expiry " ReceiptLotExpiry " is not "
                           "a real calendar date - please re-enter."
                   END-IF
               END-IF
           END-IF.

        LookUpReceiptLot.
           MOVE "N" TO LotFoundSwitch
           OPEN INPUT LOT-FILE
           IF LotFileStatus = "00"
               MOVE PO-ITEM-NUMBER TO LOT-ITEM-NUMBER
               MOVE ReceiptLotNumber TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LotFoundSwitch
               END-READ
               CLOSE LOT-FILE
           END-IF.

      *> The receipt goes onto its lot - a new lot is filed with
      *> the PO, vendor, receiving warehouse and expiry it came
      *> in on.
        PostReceiptToLot.
           PERFORM OpenLotIO
           MOVE PO-ITEM-NUMBER TO LOT-ITEM-NUMBER
           MOVE ReceiptLotNumber TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
                   MOVE ReceiptLotExpiry TO LOT-EXPIRY-DATE
                   MOVE CurrentDateYYYYMMDD TO LOT-RECEIVED-DATE
                   MOVE PO-NUMBER TO LOT-PO-NUMBER
                   IF PO-VENDOR-NUMBER NUMERIC
                       MOVE PO-VENDOR-NUMBER TO LOT-VENDOR-NUMBER
                   ELSE
                       MOVE ZERO TO LOT-VENDOR-NUMBER
                   END-IF
                   MOVE StockWarehouse TO LOT-WAREHOUSE
                   MOVE POQtyReply TO LOT-QTY-RECEIVED
                   MOVE POQtyReply TO LOT-QTY-ON-HAND
                   MOVE ZERO TO LOT-QTY-SHIPPED
                   MOVE ZERO TO LOT-QTY-RETURNED
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write lot "
                               ReceiptLotNumber " - status "
                               LotFileStatus
                   END-WRITE
               NOT INVALID KEY
                   ADD POQtyReply TO LOT-QTY-RECEIVED
                       ON SIZE ERROR
                           MOVE 9999999 TO LOT-QTY-RECEIVED
                   END-ADD
                   ADD POQtyReply TO LOT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 9999999 TO LOT-QTY-ON-HAND
                   END-ADD
                   REWRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite lot "
                               ReceiptLotNumber " - status "
                               LotFileStatus
                   END-REWRITE
           END-READ
           CLOSE LOT-FILE.

      *> ----------------------------------------------------------
      *> Open PO Report - every PO still open, with the ones past
      *> their expected date flagged, so purchasing knows what to
           DISPLAY "Unit Price  : " ItemPriceDisplay.
           DISPLAY "Status      : " ITEM-STATUS.
           PERFORM ComputeItemAvailableQty.
           IF ITEM-IS-KIT
               DISPLAY "Item Type   : K (kit)"
               MOVE SPACES TO StockWarehouse
               PERFORM ComputeKitAvailableQty
           ELSE
               DISPLAY "Item Type   : S (stocked)"
           END-IF.
           MOVE ItemQtyAvailable TO ItemAvailDisplay.
           DISPLAY "On Hand     : " ITEM-QTY-ON-HAND.
           DISPLAY "Allocated   : " ITEM-QTY-ALLOCATED.
           DISPLAY "Available   : " ItemAvailDisplay.
           PERFORM NormalizeItemReorderFields.
           DISPLAY "Reorder Pt  : " ITEM-REORDER-POINT.
           DISPLAY "Reorder Qty : " ITEM-REORDER-QTY.
           DISPLAY "Pref Vendor : " ITEM-PREFERRED-VENDOR.
           PERFORM NormalizeItemCostFields.
           MOVE ITEM-AVG-COST TO ItemPriceDisplay.
           DISPLAY "Avg Cost    : " ItemPriceDisplay.
           MOVE ITEM-SHIP-WEIGHT TO ShipmentWeightDisplay.
           DISPLAY "Ship Weight : " ShipmentWeightDisplay " lb".
           IF ITEM-IS-LOT-CONTROLLED
               DISPLAY "Lot Control : Y"
           ELSE
               DISPLAY "Lot Control : N"
           END-IF.

           DISPLAY "C)hange  K)it components  Q)uit: "
               WITH NO ADVANCING.
           ACCEPT ItemActionChoice.

           EVALUATE ItemActionChoice
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Item changed" TO LastActionOutcome
                           IF ItemOnHandWasChanged
                               PERFORM LookUpDefaultWarehouse
                               PERFORM SettleItemWarehouseStock
                           END-IF
                   END-REWRITE
                   DISPLAY "Item " ITEM-NUMBER " changed."
               WHEN "K" WHEN "k"
                   IF ITEM-IS-KIT
                       PERFORM KitComponentMaintenance
                   ELSE
                       DISPLAY "Item " ITEM-NUMBER " is not a kit "
                           "- change its type to K first."
                       MOVE "Item is not a kit" TO LastActionOutcome
                   END-IF
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           IF ItemActionChoice = "D"
               SET ITEM-STATUS-DISCONTINUED TO TRUE
           END-IF.
      *> The type only changes on an item with no stock and no
      *> claim on it - a kit's counts stay at zero, and open
      *> orders' claims must come off the same items they went
      *> onto.
           DISPLAY "Enter new item type (S=stocked, K=kit, "
               "blank = no change): " WITH NO ADVANCING.
           ACCEPT ItemActionChoice.
           IF ItemActionChoice = "S" OR ItemActionChoice = "K"
               IF ITEM-QTY-ON-HAND = 0 AND ITEM-QTY-ALLOCATED = 0
                   MOVE ItemActionChoice TO ITEM-TYPE
                   IF ITEM-IS-KIT
                       MOVE "N" TO ITEM-LOT-CONTROL
                   END-IF
               ELSE
                   DISPLAY "Item type not changed - the item has "
                       "stock on hand or allocated."
               END-IF
           END-IF.
      *> Lot control goes on or off only with the shelf empty, so
      *> a lot-controlled item never has stock from before its
      *> lots; on-hand is not keyed by hand for it below, and a
      *> count names the lot its difference is in.  A kit is
      *> never lot-controlled itself - its components are.
           DISPLAY "Lot controlled (Y/N, blank = no change): "
               WITH NO ADVANCING.
           ACCEPT ItemActionChoice.
           IF ItemActionChoice = "y"
               MOVE "Y" TO ItemActionChoice
           END-IF.
           IF ItemActionChoice = "n"
               MOVE "N" TO ItemActionChoice
           END-IF.
           IF ItemActionChoice = "Y" OR ItemActionChoice = "N"
               IF ITEM-IS-KIT
                   DISPLAY "Lot control not changed - a kit's "
                       "components carry the lots."
               ELSE
                   IF ITEM-QTY-ON-HAND = 0
                       AND ITEM-QTY-ALLOCATED = 0
                       MOVE ItemActionChoice TO ITEM-LOT-CONTROL
                   ELSE
                       DISPLAY "Lot control not changed - the item "
                           "has stock on hand or allocated."
                   END-IF
               END-IF
           END-IF.
      *> A count correction (cycle count, damaged stock) replaces
      *> on-hand outright - zero is a legitimate count, so this
      *> asks first instead of treating zero as no change.  The
      *> allocated count can be corrected the same way, for
      *> drift left by orders worked before allocation followed
      *> cancels and quantity changes.  A lot-controlled item's
      *> on-hand only moves through its lots - receipts,
      *> shipments, returns and counts - so it is not keyed
      *> here.
           MOVE "N" TO ItemOnHandChangedSwitch
           DISPLAY "Adjust quantity on hand? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT ItemQtyChangeReply.
           IF ItemQtyChangeReply = "Y" OR ItemQtyChangeReply = "y"
               IF ITEM-IS-LOT-CONTROLLED
                   DISPLAY "Item " ITEM-NUMBER " is lot-controlled "
                       "- correct its on-hand with a physical "
                       "count, by lot."
               ELSE
                   DISPLAY "New quantity on hand: "
                       WITH NO ADVANCING
                   ACCEPT ItemQtyReply
                   IF ItemQtyReply NUMERIC
                       MOVE ItemQtyReply TO ITEM-QTY-ON-HAND
                       MOVE "Y" TO ItemOnHandChangedSwitch
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Adjust quantity allocated? (Y/N): "
                   MOVE ItemQtyReply TO ITEM-QTY-ALLOCATED
               END-IF
           END-IF.
           DISPLAY "Change reorder settings? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT ItemQtyChangeReply.
           IF ItemQtyChangeReply = "Y" OR ItemQtyChangeReply = "y"
               PERFORM AcceptItemReorderSettings
           END-IF.
      *> Receipts keep the average cost from then on; setting it
      *> by hand is for stock that was on hand before costing,
      *> which no receipt has priced yet.
           DISPLAY "Set average cost? (Y/N): " WITH NO ADVANCING.
           ACCEPT ItemQtyChangeReply.
           IF ItemQtyChangeReply = "Y" OR ItemQtyChangeReply = "y"
               DISPLAY "Average unit cost: " WITH NO ADVANCING
               ACCEPT ItemPriceReply
               IF ItemPriceReply NUMERIC
                   MOVE ItemPriceReply TO ITEM-AVG-COST
               END-IF
           END-IF.
           DISPLAY "Enter new shipping weight in pounds "
               "(zero = no change): " WITH NO ADVANCING.
           ACCEPT ItemWeightReply.
           IF ItemWeightReply NUMERIC AND ItemWeightReply > 0
               MOVE ItemWeightReply TO ITEM-SHIP-WEIGHT
           END-IF.

      *> Reorder point and quantity replace the old values
      *> outright (zero takes the item out of replenishment);
      *> the preferred vendor must be on the Vendor Master, and
      *> zero clears it.
        AcceptItemReorderSettings.
           DISPLAY "Reorder point (available qty that triggers a "
               "reorder): " WITH NO ADVANCING.
           ACCEPT ItemQtyReply.
           IF ItemQtyReply NUMERIC
               MOVE ItemQtyReply TO ITEM-REORDER-POINT
           END-IF.
           DISPLAY "Reorder quantity: " WITH NO ADVANCING.
           ACCEPT ItemQtyReply.
           IF ItemQtyReply NUMERIC AND ItemQtyReply NOT > 99999
               MOVE ItemQtyReply TO ITEM-REORDER-QTY
           END-IF.
           MOVE "N" TO ItemVendorValidSwitch
           PERFORM AcceptAndValidateItemVendor
               UNTIL ItemVendorIsValid.

        AcceptAndValidateItemVendor.
           DISPLAY "Preferred vendor number (0 = none): "
               WITH NO ADVANCING.
           ACCEPT ItemVendorReply.
           IF ItemVendorReply NOT NUMERIC OR ItemVendorReply = 0
               MOVE ZERO TO ITEM-PREFERRED-VENDOR
               MOVE "Y" TO ItemVendorValidSwitch
           ELSE
               OPEN INPUT VENDOR-MASTER
               IF VendorFileStatus = "35"
                   DISPLAY "Vendor Master file not found - "
                       "preferred vendor left unset."
                   MOVE ZERO TO ITEM-PREFERRED-VENDOR
                   MOVE "Y" TO ItemVendorValidSwitch
               ELSE
                   MOVE ItemVendorReply TO VEND-NUMBER
                   READ VENDOR-MASTER
                       INVALID KEY
                           DISPLAY "Vendor " ItemVendorReply
                               " is not on the Vendor Master - "
                               "please re-enter."
                       NOT INVALID KEY
                           DISPLAY "  " VEND-NAME
                           MOVE ItemVendorReply
                               TO ITEM-PREFERRED-VENDOR
                           MOVE "Y" TO ItemVendorValidSwitch
                   END-READ
                   CLOSE VENDOR-MASTER
               END-IF
           END-IF.

        NormalizeItemReorderFields.
           IF ITEM-REORDER-POINT NOT NUMERIC
               MOVE ZERO TO ITEM-REORDER-POINT
           END-IF
           IF ITEM-REORDER-QTY NOT NUMERIC
               MOVE ZERO TO ITEM-REORDER-QTY
           END-IF
           IF ITEM-PREFERRED-VENDOR NOT NUMERIC
               MOVE ZERO TO ITEM-PREFERRED-VENDOR
           END-IF.

        NormalizeItemCostFields.
           IF ITEM-AVG-COST NOT NUMERIC
               MOVE ZERO TO ITEM-AVG-COST
           END-IF
           IF ITEM-SHIP-WEIGHT NOT NUMERIC
               MOVE ZERO TO ITEM-SHIP-WEIGHT
           END-IF.

        PromptAndAddItem.
           DISPLAY "Item " ItemLookupNumber " not on file.  "
               SET ITEM-STATUS-ACTIVE TO TRUE
               MOVE ZERO TO ITEM-QTY-ON-HAND
               MOVE ZERO TO ITEM-QTY-ALLOCATED
               MOVE ZERO TO ITEM-AVG-COST
               DISPLAY "Kit item (ships as its components)? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ItemQtyChangeReply
               MOVE "N" TO ITEM-LOT-CONTROL
               IF ItemQtyChangeReply = "Y" OR ItemQtyChangeReply = "y"
                   SET ITEM-IS-KIT TO TRUE
               ELSE
                   SET ITEM-IS-STOCKED TO TRUE
                   DISPLAY "Lot controlled? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT ItemQtyChangeReply
                   IF ItemQtyChangeReply = "Y"
                       OR ItemQtyChangeReply = "y"
                       MOVE "Y" TO ITEM-LOT-CONTROL
                   END-IF
                   PERFORM AcceptNewItemOpeningStock
               END-IF
               DISPLAY "Shipping weight in pounds per unit: "
                   WITH NO ADVANCING
               ACCEPT ItemWeightReply
               IF ItemWeightReply NUMERIC
                   MOVE ItemWeightReply TO ITEM-SHIP-WEIGHT
               ELSE
                   MOVE ZERO TO ITEM-SHIP-WEIGHT
               END-IF
               MOVE ZERO TO ITEM-REORDER-POINT
               MOVE ZERO TO ITEM-REORDER-QTY
               MOVE ZERO TO ITEM-PREFERRED-VENDOR
               DISPLAY "Set reorder settings now? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ItemQtyChangeReply
               IF ItemQtyChangeReply = "Y"
                   OR ItemQtyChangeReply = "y"
                   PERFORM AcceptItemReorderSettings
               END-IF
               WRITE ITEM-RECORD
                   INVALID KEY
                       MOVE "Item write failed" TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Item added" TO LastActionOutcome
                       IF ITEM-QTY-ON-HAND NUMERIC
                           AND ITEM-QTY-ON-HAND > 0
                           PERFORM LookUpDefaultWarehouse
                           PERFORM SettleItemWarehouseStock
                       END-IF
               END-WRITE
               DISPLAY "Item " ITEM-NUMBER " added."
           ELSE
               MOVE "Item not added" TO LastActionOutcome
           END-IF.

      *> A lot-controlled item starts with nothing on hand - its
      *> stock comes in by receipt, into a lot.  Opening stock
      *> is placed in the default warehouse once the item is
      *> filed.
        AcceptNewItemOpeningStock.
           MOVE ZERO TO ITEM-AVG-COST
           IF NOT ITEM-IS-LOT-CONTROLLED
               DISPLAY "Quantity on hand: " WITH NO ADVANCING
               ACCEPT ItemQtyReply
               IF ItemQtyReply NUMERIC
                   MOVE ItemQtyReply TO ITEM-QTY-ON-HAND
               END-IF
               IF ITEM-QTY-ON-HAND > 0
                   DISPLAY "Average unit cost of that stock: "
                       WITH NO ADVANCING
                   ACCEPT ItemPriceReply
                   IF ItemPriceReply NUMERIC
                       MOVE ItemPriceReply TO ITEM-AVG-COST
                   END-IF
               END-IF
           END-IF.

      *> Required numeric class check on the item's unit price -
      *> re-prompts rather than filing a zero price, same pattern
      *> as AcceptAndValidateItemQty in order entry.
           END-IF.

      *> ----------------------------------------------------------
      *> Kit component maintenance - reached from item maintenance
      *> with a kit item on screen.  One record per component,
      *> keyed by the kit plus the component item, in the same
      *> look-up-then-act shape as ship-to maintenance.  A
      *> component must be an active stocked item on the Item
      *> Master - kits are not built out of other kits.  The
      *> kit's components on file are listed first.
      *> ----------------------------------------------------------
        KitComponentMaintenance.
           MOVE ITEM-RECORD TO ItemRecordHold
           MOVE ITEM-NUMBER TO KitItemHold
           PERFORM OpenKitComponentIO
           PERFORM ListKitComponentsOnFile
           DISPLAY "Component item number: " WITH NO ADVANCING.
           ACCEPT KitComponentReply.
           MOVE KitItemHold TO KIT-ITEM-NUMBER
           MOVE KitComponentReply TO KIT-COMPONENT-ITEM
           MOVE "N" TO KitComponentFoundSwitch
           READ KIT-COMPONENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO KitComponentFoundSwitch
           END-READ.
           IF KitComponentWasFound
               PERFORM ShowKitComponentAndPromptAction
           ELSE
               PERFORM PromptAndAddKitComponent
           END-IF.
           CLOSE KIT-COMPONENT-FILE.
           MOVE ItemRecordHold TO ITEM-RECORD.

        ListKitComponentsOnFile.
           MOVE KitItemHold TO KIT-ITEM-NUMBER
           MOVE LOW-VALUES TO KIT-COMPONENT-ITEM
           MOVE "N" TO EndOfKitComponentSwitch
           START KIT-COMPONENT-FILE
               KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfKitComponentSwitch
           END-START
           DISPLAY "Components on file for kit " KitItemHold ":"
           PERFORM ListOneKitComponent UNTIL EndOfKitComponentFile.

        ListOneKitComponent.
           READ KIT-COMPONENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfKitComponentSwitch
               NOT AT END
                   IF KIT-ITEM-NUMBER NOT = KitItemHold
                       MOVE "Y" TO EndOfKitComponentSwitch
                   ELSE
                       DISPLAY "  " KIT-COMPONENT-ITEM
                           "  qty per kit " KIT-QTY-PER
                   END-IF
           END-READ.

        ShowKitComponentAndPromptAction.
           DISPLAY " ".
           DISPLAY "Kit         : " KIT-ITEM-NUMBER.
           DISPLAY "Component   : " KIT-COMPONENT-ITEM.
           DISPLAY "Qty per kit : " KIT-QTY-PER.

           DISPLAY "C)hange  D)elete  Q)uit: " WITH NO ADVANCING.
           ACCEPT KitActionChoice.

           EVALUATE KitActionChoice
               WHEN "C" WHEN "c"
                   MOVE "N" TO KitQtyPerValidSwitch
                   PERFORM AcceptKitQtyPer UNTIL KitQtyPerIsValid
                   REWRITE KIT-COMPONENT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite kit "
                               "component - status "
                               KitComponentFileStatus
                           MOVE "Kit component rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Kit component changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Kit component changed."
               WHEN "D" WHEN "d"
                   DELETE KIT-COMPONENT-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete kit "
                               "component - status "
                               KitComponentFileStatus
                           MOVE "Kit component delete failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Kit component deleted"
                               TO LastActionOutcome
                   END-DELETE
                   DISPLAY "Kit component deleted."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

        AcceptKitQtyPer.
           DISPLAY "Quantity per kit: " WITH NO ADVANCING.
           ACCEPT KitQtyPerReply.
           IF KitQtyPerReply NUMERIC AND KitQtyPerReply > 0
               MOVE KitQtyPerReply TO KIT-QTY-PER
               MOVE "Y" TO KitQtyPerValidSwitch
           ELSE
               DISPLAY "Quantity per kit must be a positive "
                   "number - please re-enter."
           END-IF.

        PromptAndAddKitComponent.
           DISPLAY "Component " KitComponentReply " not in this "
               "kit.  Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT KitAddReply.
           IF KitAddReply = "Y" OR KitAddReply = "y"
               PERFORM ValidateKitComponentItem
               IF KitComponentIsValid
                   MOVE SPACES TO KIT-COMPONENT-RECORD
                   MOVE KitItemHold TO KIT-ITEM-NUMBER
                   MOVE KitComponentReply TO KIT-COMPONENT-ITEM
                   MOVE "N" TO KitQtyPerValidSwitch
                   PERFORM AcceptKitQtyPer UNTIL KitQtyPerIsValid
                   WRITE KIT-COMPONENT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write kit component "
                               "- status " KitComponentFileStatus
                           MOVE "Kit component write failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Kit component added"
                               TO LastActionOutcome
                   END-WRITE
                   DISPLAY "Kit component added."
               ELSE
                   MOVE "Kit component not valid - not added"
                       TO LastActionOutcome
               END-IF
           ELSE
               DISPLAY "Kit component not added."
               MOVE "Kit component not added" TO LastActionOutcome
           END-IF.

        ValidateKitComponentItem.
           MOVE "N" TO KitComponentValidSwitch
           IF KitComponentReply = KitItemHold
               DISPLAY "A kit cannot be a component of itself."
           ELSE
               MOVE KitComponentReply TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       DISPLAY "Item " KitComponentReply " is not "
                           "on the Item Master."
                   NOT INVALID KEY
                       IF ITEM-IS-KIT
                           DISPLAY "Item " KitComponentReply
                               " is itself a kit - kits are not "
                               "built out of other kits."
                       ELSE
                           IF ITEM-STATUS-ACTIVE
                               DISPLAY "  " ITEM-DESCRIPTION
                               MOVE "Y" TO KitComponentValidSwitch
                           ELSE
                               DISPLAY "Item " KitComponentReply
                                   " is discontinued."
                           END-IF
                       END-IF
               END-READ
           END-IF.

        OpenKitComponentIO.
           OPEN I-O KIT-COMPONENT-FILE.
           IF KitComponentFileStatus = "35"
               OPEN OUTPUT KIT-COMPONENT-FILE
               CLOSE KIT-COMPONENT-FILE
               OPEN I-O KIT-COMPONENT-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Warehouses & transfers - option 12 of the Item &
      *> Purchasing sub-menu.  The buildings we ship from, what
      *> each one holds of an item and where, and the transfer
      *> documents that move stock between them.
      *> ----------------------------------------------------------
        WarehouseMenu.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|      WAREHOUSES & TRANSFERS MENU       |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Warehouse Maintenance".
           DISPLAY "2. Stock by Warehouse Inquiry".
           DISPLAY "3. Ship a Stock Transfer".
           DISPLAY "4. Receive a Stock Transfer".
           DISPLAY "5. Place Unassigned Stock in Default Warehouse".
           DISPLAY "0. Return".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WarehouseMenuChoice.
           EVALUATE WarehouseMenuChoice
               WHEN 1
                   PERFORM WarehouseMaintenance
               WHEN 2
                   PERFORM StockByWarehouseInquiry
               WHEN 3
                   PERFORM ShipStockTransfer
               WHEN 4
                   PERFORM ReceiveStockTransfer
               WHEN 5
                   IF OperatorIsSupervisor OR OperatorIsAdmin
                       PERFORM PlaceUnassignedStock
                   ELSE
                       DISPLAY "Placing unassigned stock is "
                           "restricted to supervisors and "
                           "administrators."
                       MOVE "Access denied - place unassigned stock"
                           TO LastActionOutcome
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in warehouse menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Stock on hand before the first warehouse was set up sits
      *> only on the Item Master.  This puts each stocked item's
      *> unassigned on-hand into the default warehouse, so the
      *> backorder fill, transfers and the pick list see it; run
      *> again it only takes up whatever drift is left.
        PlaceUnassignedStock.
           PERFORM LookUpDefaultWarehouse
           IF StockWarehouse = SPACES
               DISPLAY "No default warehouse is set up - nothing "
                   "placed."
               MOVE "No default warehouse" TO LastActionOutcome
           ELSE
               PERFORM OpenItemMasterInput
               IF NOT ItemMasterIsOpen
                   MOVE "Item Master file not found"
                       TO LastActionOutcome
               ELSE
                   MOVE 0 TO WhseSettledCount
                   MOVE LOW-VALUES TO ITEM-NUMBER
                   MOVE "N" TO EndOfItemFileSwitch
                   START ITEM-MASTER
                       KEY IS NOT LESS THAN ITEM-NUMBER
                       INVALID KEY
                           MOVE "Y" TO EndOfItemFileSwitch
                   END-START
                   PERFORM PlaceOneItemStock UNTIL EndOfItemFile
                   CLOSE ITEM-MASTER
                   DISPLAY WhseSettledCount " item(s) placed in "
                       "warehouse " StockWarehouse "."
                   MOVE SPACES TO AuditOptionText
                   STRING "Place stock in whse " StockWarehouse
                       DELIMITED BY SIZE INTO AuditOptionText
                   MOVE SPACES TO AuditOutcomeText
                   STRING WhseSettledCount " item(s) settled to "
                       "company on-hand"
                       DELIMITED BY SIZE INTO AuditOutcomeText
                   PERFORM WriteAuditLogEntry
                   MOVE "Unassigned stock placed" TO LastActionOutcome
               END-IF
           END-IF.

        PlaceOneItemStock.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemFileSwitch
               NOT AT END
                   IF ITEM-IS-STOCKED
                       PERFORM SettleItemWarehouseStock
                   END-IF
           END-READ.

      *> Same look-up-then-act shape as vendor maintenance, with
      *> an add path.  Warehouses are never deleted - orders,
      *> POs and stock records still point at them - only made
      *> inactive, which stops new orders being assigned there.
        WarehouseMaintenance.
           PERFORM OpenWarehouseIO
           DISPLAY "Warehouse code: " WITH NO ADVANCING.
           ACCEPT WarehouseCodeReply.
           MOVE WarehouseCodeReply TO WHSE-CODE
           MOVE "N" TO WarehouseFoundSwitch
           READ WAREHOUSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WarehouseFoundSwitch
           END-READ.
           IF WarehouseWasFound
               PERFORM ShowWarehouseAndPromptAction
           ELSE
               PERFORM PromptAndAddWarehouse
           END-IF.
           CLOSE WAREHOUSE-FILE.

        ShowWarehouseAndPromptAction.
           DISPLAY " ".
           DISPLAY "Warehouse : " WHSE-CODE.
           DISPLAY "Name      : " WHSE-NAME.
           DISPLAY "Address   : " WHSE-ADDR-LINE1.
           DISPLAY "City      : " WHSE-CITY.
           DISPLAY "State     : " WHSE-STATE.
           DISPLAY "Zip       : " WHSE-ZIP.
           DISPLAY "Status    : " WHSE-STATUS.
           DISPLAY "Default   : " WHSE-DEFAULT-FLAG.
           DISPLAY "Serves    : " WHSE-STATES-SERVED.

           DISPLAY "C)hange  Q)uit: " WITH NO ADVANCING.
           ACCEPT WarehouseActionChoice.

           EVALUATE WarehouseActionChoice
               WHEN "C" WHEN "c"
                   PERFORM AcceptWarehouseFields
                   DISPLAY "Status (A/I, blank = no change): "
                       WITH NO ADVANCING
                   ACCEPT WarehouseActionChoice
                   IF WarehouseActionChoice = "A"
                       SET WHSE-STATUS-ACTIVE TO TRUE
                   END-IF
                   IF WarehouseActionChoice = "I"
                       SET WHSE-STATUS-INACTIVE TO TRUE
                   END-IF
                   REWRITE WAREHOUSE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite warehouse "
                               "- status " WarehouseFileStatus
                           MOVE "Warehouse rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           DISPLAY "Warehouse changed."
                           MOVE "Warehouse changed"
                               TO LastActionOutcome
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

      *> The states served are keyed one at a time, up to twenty;
      *> a blank state ends the list and clears the rest.
        AcceptWarehouseFields.
           DISPLAY "Warehouse name: " WITH NO ADVANCING.
           ACCEPT WHSE-NAME.
           DISPLAY "Address: " WITH NO ADVANCING.
           ACCEPT WHSE-ADDR-LINE1.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT WHSE-CITY.
           DISPLAY "State: " WITH NO ADVANCING.
           ACCEPT WHSE-STATE.
           DISPLAY "Zip: " WITH NO ADVANCING.
           ACCEPT WHSE-ZIP.
           DISPLAY "Default warehouse for unserved states? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WarehouseAddReply.
           IF WarehouseAddReply = "Y" OR WarehouseAddReply = "y"
               MOVE "Y" TO WHSE-DEFAULT-FLAG
           ELSE
               MOVE "N" TO WHSE-DEFAULT-FLAG
           END-IF.
           MOVE SPACES TO WHSE-STATES-SERVED
           MOVE SPACES TO WarehouseStateReply
           MOVE 0 TO WhseStateIndex
           DISPLAY "States served (blank ends the list):"
           PERFORM AcceptOneServedState
               UNTIL WhseStateIndex NOT < 20.

        AcceptOneServedState.
           ADD 1 TO WhseStateIndex
           DISPLAY "  State " WhseStateIndex ": " WITH NO ADVANCING
           ACCEPT WarehouseStateReply
           IF WarehouseStateReply = SPACES
               MOVE 20 TO WhseStateIndex
           ELSE
               MOVE WarehouseStateReply
                   TO WHSE-SERVED-STATE(WhseStateIndex)
           END-IF.

        PromptAndAddWarehouse.
           DISPLAY "Warehouse " WarehouseCodeReply " not on file.  "
               "Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT WarehouseAddReply.
           IF WarehouseAddReply = "Y" OR WarehouseAddReply = "y"
               MOVE SPACES TO WAREHOUSE-RECORD
               MOVE WarehouseCodeReply TO WHSE-CODE
               PERFORM AcceptWarehouseFields
               SET WHSE-STATUS-ACTIVE TO TRUE
               WRITE WAREHOUSE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write warehouse - status "
                           WarehouseFileStatus
                       MOVE "Warehouse write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       DISPLAY "Warehouse " WHSE-CODE " added."
                       MOVE "Warehouse added" TO LastActionOutcome
               END-WRITE
           ELSE
               DISPLAY "Warehouse not added."
               MOVE "Warehouse not added" TO LastActionOutcome
           END-IF.

        OpenWarehouseIO.
           OPEN I-O WAREHOUSE-FILE.
           IF WarehouseFileStatus = "35"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF.

      *> A keyed warehouse code must be on the warehouse file and
      *> active; the record is left in WAREHOUSE-RECORD.
        ValidateWarehouseCode.
           MOVE "N" TO WarehouseValidSwitch
           OPEN INPUT WAREHOUSE-FILE
           IF WarehouseFileStatus NOT = "00"
               DISPLAY "No warehouse file on record."
           ELSE
               MOVE WarehouseCodeReply TO WHSE-CODE
               READ WAREHOUSE-FILE
                   INVALID KEY
                       DISPLAY "Warehouse " WarehouseCodeReply
                           " is not on file."
                   NOT INVALID KEY
                       IF WHSE-STATUS-ACTIVE
                           MOVE "Y" TO WarehouseValidSwitch
                       ELSE
                           DISPLAY "Warehouse " WarehouseCodeReply
                               " is inactive."
                       END-IF
               END-READ
               CLOSE WAREHOUSE-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Stock by warehouse - the item's company-wide counts off
      *> the Item Master, then what each warehouse holds, has
      *> claimed and has coming in on transfers, with its bin.
      *> A bin location can be set here for any warehouse.
      *> ----------------------------------------------------------
        StockByWarehouseInquiry.
           PERFORM OpenItemMasterInput
           IF NOT ItemMasterIsOpen
               MOVE "Item Master file not found" TO LastActionOutcome
           ELSE
               DISPLAY "Item number: " WITH NO ADVANCING
               ACCEPT ItemLookupNumber
               MOVE ItemLookupNumber TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       DISPLAY "Item " ItemLookupNumber " is not on "
                           "the Item Master."
                       MOVE "Item not on file" TO LastActionOutcome
                   NOT INVALID KEY
                       PERFORM ShowItemStockByWarehouse
               END-READ
               CLOSE ITEM-MASTER
           END-IF.

        ShowItemStockByWarehouse.
           PERFORM ComputeItemAvailableQty
           DISPLAY " "
           DISPLAY "Item " ITEM-NUMBER "  " ITEM-DESCRIPTION
           DISPLAY "Company  on hand " ITEM-QTY-ON-HAND
               "  allocated " ITEM-QTY-ALLOCATED
           DISPLAY "WH  ON HAND  ALLOCATED  AVAILABLE  IN TRANSIT"
               "  BIN"
           OPEN INPUT ITEM-WAREHOUSE-FILE
           IF ItemWarehouseFileStatus = "00"
               MOVE ITEM-NUMBER TO IWH-ITEM-NUMBER
               MOVE LOW-VALUES TO IWH-WHSE-CODE
               MOVE "N" TO EndOfItemWarehouseSwitch
               START ITEM-WAREHOUSE-FILE
                   KEY IS NOT LESS THAN IWH-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfItemWarehouseSwitch
               END-START
               PERFORM ShowOneItemWarehouse
                   UNTIL EndOfItemWarehouseFile
               CLOSE ITEM-WAREHOUSE-FILE
           ELSE
               DISPLAY "  No warehouse stock on file."
           END-IF
           DISPLAY "Set a bin location? Warehouse (blank = no): "
               WITH NO ADVANCING
           ACCEPT WarehouseCodeReply
           IF WarehouseCodeReply NOT = SPACES
               PERFORM SetItemWarehouseBin
           END-IF
           MOVE "Stock by warehouse inquiry" TO LastActionOutcome.

        ShowOneItemWarehouse.
           READ ITEM-WAREHOUSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemWarehouseSwitch
               NOT AT END
                   IF IWH-ITEM-NUMBER NOT = ITEM-NUMBER
                       MOVE "Y" TO EndOfItemWarehouseSwitch
                   ELSE
                       PERFORM NormalizeItemWarehouseCounts
                       COMPUTE ItemQtyAvailable =
                           IWH-QTY-ON-HAND - IWH-QTY-ALLOCATED
                       MOVE ItemQtyAvailable TO ItemAvailDisplay
                       DISPLAY IWH-WHSE-CODE "  " IWH-QTY-ON-HAND
                           "  " IWH-QTY-ALLOCATED " "
                           ItemAvailDisplay "   "
                           IWH-QTY-IN-TRANSIT "  "
                           IWH-BIN-LOCATION
                   END-IF
           END-READ.

        SetItemWarehouseBin.
           PERFORM ValidateWarehouseCode
           IF WarehouseIsValid
               DISPLAY "Bin location: " WITH NO ADVANCING
               ACCEPT WhseBinReply
               PERFORM OpenItemWarehouseIO
               MOVE ITEM-NUMBER TO WhseStockItem
               MOVE WarehouseCodeReply TO StockWarehouse
               MOVE WhseStockItem TO IWH-ITEM-NUMBER
               MOVE StockWarehouse TO IWH-WHSE-CODE
               READ ITEM-WAREHOUSE-FILE
                   INVALID KEY
                       PERFORM InitItemWarehouseRecord
                       MOVE WhseBinReply TO IWH-BIN-LOCATION
                       WRITE ITEM-WAREHOUSE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to write warehouse "
                                   "stock - status "
                                   ItemWarehouseFileStatus
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WhseBinReply TO IWH-BIN-LOCATION
                       REWRITE ITEM-WAREHOUSE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite warehouse "
                                   "stock - status "
                                   ItemWarehouseFileStatus
                       END-REWRITE
               END-READ
               CLOSE ITEM-WAREHOUSE-FILE
               DISPLAY "Bin for item " ITEM-NUMBER " at warehouse "
                   StockWarehouse " set to " WhseBinReply "."
               MOVE "Bin location set" TO LastActionOutcome
           END-IF.

      *> ----------------------------------------------------------
      *> Stock transfers - shipping a transfer takes the stock off
      *> the sending warehouse's on-hand (only what is available
      *> there - stock claimed by its open orders stays) and
      *> shows it in transit at the receiving one, and prints the
      *> transfer document that travels with the goods.
      *> Receiving it moves the stock onto the receiving
      *> warehouse's on-hand.  The goods never leave the company,
      *> so the Item Master's on-hand does not move.
      *> ----------------------------------------------------------
        ShipStockTransfer.
           PERFORM OpenItemMasterInput
           IF NOT ItemMasterIsOpen
               MOVE "Item Master file not found" TO LastActionOutcome
           ELSE
               DISPLAY "Item number to transfer: "
                   WITH NO ADVANCING
               ACCEPT ItemLookupNumber
               PERFORM LookUpOrderItem
               IF OrderItemIsValid AND ITEM-IS-KIT
                   DISPLAY "Item " ITEM-NUMBER " is a kit - "
                       "transfer its components instead."
                   MOVE "Transfer item is a kit" TO LastActionOutcome
               ELSE
                   IF OrderItemIsValid
                       PERFORM AcceptAndShipTransfer
                   ELSE
                       MOVE "Transfer item not valid"
                           TO LastActionOutcome
                   END-IF
               END-IF
               CLOSE ITEM-MASTER
           END-IF.

        AcceptAndShipTransfer.
           DISPLAY "From warehouse: " WITH NO ADVANCING
           ACCEPT WarehouseCodeReply
           PERFORM ValidateWarehouseCode
           IF WarehouseIsValid
               MOVE WarehouseCodeReply TO TransferFromReply
               DISPLAY "To warehouse: " WITH NO ADVANCING
               ACCEPT WarehouseCodeReply
               PERFORM ValidateWarehouseCode
           END-IF
           IF WarehouseIsValid
               AND WarehouseCodeReply = TransferFromReply
               DISPLAY "A transfer must go to a different "
                   "warehouse."
               MOVE "N" TO WarehouseValidSwitch
           END-IF
           IF NOT WarehouseIsValid
               MOVE "Transfer warehouse not valid"
                   TO LastActionOutcome
           ELSE
               MOVE WarehouseCodeReply TO TransferToReply
               MOVE TransferFromReply TO StockWarehouse
               PERFORM ComputeStockAvailableQty
               MOVE ItemQtyAvailable TO ItemAvailDisplay
               DISPLAY "Available at " TransferFromReply ": "
                   ItemAvailDisplay
               DISPLAY "Quantity to transfer: " WITH NO ADVANCING
               ACCEPT TransferQtyReply
               IF TransferQtyReply NUMERIC AND TransferQtyReply > 0
                   AND TransferQtyReply NOT > ItemQtyAvailable
                   PERFORM FileShippedTransfer
               ELSE
                   DISPLAY "Transfer quantity must be 1 to the "
                       "quantity available - nothing shipped."
                   MOVE "Invalid transfer quantity"
                       TO LastActionOutcome
               END-IF
           END-IF.

        FileShippedTransfer.
           PERFORM AssignNextTransferNumber
           PERFORM OpenTransferIO
           MOVE SPACES TO TRANSFER-RECORD
           MOVE NextTransferNumber TO XFER-NUMBER
           MOVE ITEM-NUMBER TO XFER-ITEM-NUMBER
           MOVE TransferFromReply TO XFER-FROM-WHSE
           MOVE TransferToReply TO XFER-TO-WHSE
           MOVE TransferQtyReply TO XFER-QTY
           SET XFER-STATUS-IN-TRANSIT TO TRUE
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           MOVE CurrentDateYYYYMMDD TO XFER-SHIP-DATE
           MOVE CurrentOperatorID TO XFER-SHIPPED-BY
           MOVE ZERO TO XFER-RECEIVED-DATE
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write transfer " XFER-NUMBER
                       " - status " TransferFileStatus
                   MOVE "Transfer write failed" TO LastActionOutcome
               NOT INVALID KEY
                   MOVE ITEM-NUMBER TO WhseStockItem
                   MOVE XFER-FROM-WHSE TO StockWarehouse
                   COMPUTE WhseOnHandDelta = 0 - XFER-QTY
                   PERFORM ApplyWarehouseStock
                   MOVE XFER-TO-WHSE TO StockWarehouse
                   MOVE XFER-QTY TO WhseInTransitDelta
                   PERFORM ApplyWarehouseStock
                   PERFORM PrintTransferDocument
                   MOVE "Transfer shipped" TO AuditOptionText
                   PERFORM WriteTransferAuditEntry
                   MOVE "Stock transfer shipped" TO LastActionOutcome
                   DISPLAY "Transfer " XFER-NUMBER " shipped - "
                       "document written to " ReportOutputName "."
           END-WRITE
           CLOSE TRANSFER-FILE.

        ReceiveStockTransfer.
           PERFORM OpenTransferIO
           DISPLAY "Transfer number: " WITH NO ADVANCING.
           ACCEPT TransferNumberReply.
           MOVE TransferNumberReply TO XFER-NUMBER
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY "Transfer " TransferNumberReply
                       " not found."
                   MOVE "Transfer not found" TO LastActionOutcome
               NOT INVALID KEY
                   IF XFER-STATUS-IN-TRANSIT
                       PERFORM ReceiveOneTransfer
                   ELSE
                       DISPLAY "Transfer " XFER-NUMBER " is not "
                           "in transit (status " XFER-STATUS ")."
                       MOVE "Transfer not in transit"
                           TO LastActionOutcome
                   END-IF
           END-READ.
           CLOSE TRANSFER-FILE.

        ReceiveOneTransfer.
           DISPLAY "Item " XFER-ITEM-NUMBER "  qty " XFER-QTY
               "  from " XFER-FROM-WHSE "  to " XFER-TO-WHSE
           DISPLAY "Receive it now? (Y/N): " WITH NO ADVANCING
           ACCEPT TransferConfirmReply
           IF TransferConfirmReply = "Y" OR TransferConfirmReply = "y"
               SET XFER-STATUS-RECEIVED TO TRUE
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               MOVE CurrentDateYYYYMMDD TO XFER-RECEIVED-DATE
               MOVE CurrentOperatorID TO XFER-RECEIVED-BY
               REWRITE TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite transfer "
                           XFER-NUMBER " - status "
                           TransferFileStatus
                       MOVE "Transfer rewrite failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE XFER-ITEM-NUMBER TO WhseStockItem
                       MOVE XFER-TO-WHSE TO StockWarehouse
                       COMPUTE WhseInTransitDelta = 0 - XFER-QTY
                       MOVE XFER-QTY TO WhseOnHandDelta
                       PERFORM ApplyWarehouseStock
                       MOVE "Transfer received" TO AuditOptionText
                       PERFORM WriteTransferAuditEntry
                       MOVE "Stock transfer received"
                           TO LastActionOutcome
                       DISPLAY "Transfer " XFER-NUMBER " received "
                           "into warehouse " XFER-TO-WHSE "."
               END-REWRITE
           ELSE
               DISPLAY "Transfer not received."
               MOVE "Transfer not received" TO LastActionOutcome
           END-IF.

        PrintTransferDocument.
           MOVE "XFR" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE "STOCK TRANSFER DOCUMENT" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSFER " XFER-NUMBER "   SHIPPED "
               XFER-SHIP-DATE(5:2) "/" XFER-SHIP-DATE(7:2) "/"
               XFER-SHIP-DATE(1:4) "   BY " XFER-SHIPPED-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FROM WAREHOUSE " XFER-FROM-WHSE
               "   TO WAREHOUSE " XFER-TO-WHSE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ITEM " XFER-ITEM-NUMBER "  " ITEM-DESCRIPTION
               "  QTY " XFER-QTY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  RECEIVED BY ________   DATE ________   QTY "
               "________"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

        WriteTransferAuditEntry.
           MOVE SPACES TO AuditOutcomeText
           STRING "Transfer " XFER-NUMBER " item " XFER-ITEM-NUMBER
               " qty " XFER-QTY " " XFER-FROM-WHSE " to "
               XFER-TO-WHSE
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

        OpenTransferIO.
           OPEN I-O TRANSFER-FILE.
           IF TransferFileStatus = "35"
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Lot tracking - option 13 of the Item & Purchasing
      *> sub-menu.  The recall trace answers who received a
      *> supplier lot and what of it is still here; the
      *> short-dated report lists the lots on hand that expire
      *> within the days asked for, so they are sold or written
      *> down before they turn.
      *> ----------------------------------------------------------
        LotMenu.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|           LOT TRACKING MENU            |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Lot Recall Trace Report".
           DISPLAY "2. Short-Dated Stock Report".
           DISPLAY "0. Return".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT LotMenuChoice.
           EVALUATE LotMenuChoice
               WHEN 1
                   PERFORM PrintLotRecallTrace
               WHEN 2
                   PERFORM PrintShortDatedStockReport
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in lot menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Every shipment of the lot - order, line, customer,
      *> ship-to, ship date and quantity, less anything returned
      *> - then what of the lot is still on the shelf.  Kept
      *> report code RCL.
        PrintLotRecallTrace.
           DISPLAY "Item number: " WITH NO ADVANCING
           ACCEPT LotItemReply
           DISPLAY "Lot number: " WITH NO ADVANCING
           ACCEPT LotNumberReply
           MOVE "N" TO LotFoundSwitch
           OPEN INPUT LOT-FILE
           IF LotFileStatus = "00"
               MOVE LotItemReply TO LOT-ITEM-NUMBER
               MOVE LotNumberReply TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LotFoundSwitch
               END-READ
               CLOSE LOT-FILE
           END-IF
           IF NOT LotWasFound
               DISPLAY "Lot " LotNumberReply " of item " LotItemReply
                   " is not on file."
               MOVE "Lot not on file" TO LastActionOutcome
           ELSE
               PERFORM WriteLotRecallTrace
           END-IF.

        WriteLotRecallTrace.
           MOVE "RCL" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE "LOT RECALL TRACE" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader
           MOVE SPACES TO ITEM-DESCRIPTION
           PERFORM OpenItemMasterInput
           IF ItemMasterIsOpen
               MOVE LOT-ITEM-NUMBER TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE SPACES TO ITEM-DESCRIPTION
               END-READ
               CLOSE ITEM-MASTER
           END-IF
           PERFORM FormatLotExpiryText
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM " LOT-ITEM-NUMBER "  " ITEM-DESCRIPTION
               "   LOT " LOT-NUMBER "   EXPIRES " LotExpiryText
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "RECEIVED " LOT-RECEIVED-DATE(5:2) "/"
               LOT-RECEIVED-DATE(7:2) "/" LOT-RECEIVED-DATE(1:4)
               " ON PO " LOT-PO-NUMBER "  VENDOR "
               LOT-VENDOR-NUMBER "  WAREHOUSE " LOT-WAREHOUSE
               "  QTY " LOT-QTY-RECEIVED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER     LINE  CUSTOMER NAME"
               "                            SHIP-TO  WH  SHIPPED"
               "        QTY  RETURNED"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE 0 TO LotTraceLines
           MOVE 0 TO LotTraceShipped
           MOVE 0 TO LotTraceReturned
           OPEN INPUT LOT-SHIP-FILE
           IF LotShipFileStatus = "00"
               OPEN INPUT CUSTOMER-MASTER
               MOVE LOT-ITEM-NUMBER TO LSH-ITEM-NUMBER
               MOVE LOT-NUMBER TO LSH-LOT-NUMBER
               MOVE ZERO TO LSH-ORDER-NUMBER
               MOVE ZERO TO LSH-LINE-NUMBER
               MOVE "N" TO EndOfLotShipSwitch
               START LOT-SHIP-FILE
                   KEY IS NOT LESS THAN LSH-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfLotShipSwitch
               END-START
               PERFORM WriteOneLotTraceLine UNTIL EndOfLotShipFile
               IF CustomerFileStatus NOT = "35"
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE LOT-SHIP-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "SHIPMENTS: " LotTraceLines "  QTY SHIPPED: "
               LotTraceShipped "  QTY RETURNED: " LotTraceReturned
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "STILL ON HAND: " LOT-QTY-ON-HAND
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine
           CLOSE REPORT-FILE
           DISPLAY "Recall trace for lot " LOT-NUMBER " written to "
               ReportOutputName "."
           MOVE "Lot recall trace written" TO LastActionOutcome.

        WriteOneLotTraceLine.
           READ LOT-SHIP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfLotShipSwitch
               NOT AT END
                   IF LSH-ITEM-NUMBER NOT = LOT-ITEM-NUMBER
                       OR LSH-LOT-NUMBER NOT = LOT-NUMBER
                       MOVE "Y" TO EndOfLotShipSwitch
                   ELSE
                       PERFORM FormatOneLotTraceLine
                   END-IF
           END-READ.

        FormatOneLotTraceLine.
           MOVE SPACES TO CUST-NAME
           IF CustomerFileStatus NOT = "35"
               MOVE LSH-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE SPACES TO CUST-NAME
               END-READ
           END-IF
           ADD 1 TO LotTraceLines
           ADD LSH-QTY-SHIPPED TO LotTraceShipped
           ADD LSH-QTY-RETURNED TO LotTraceReturned
           MOVE SPACES TO REPORT-LINE
           STRING LSH-ORDER-NUMBER "  " LSH-LINE-NUMBER "   "
               LSH-CUSTOMER-NUMBER "  " CUST-NAME "  "
               LSH-SHIP-TO-CODE "      " LSH-WAREHOUSE "  "
               LSH-SHIP-DATE(5:2) "/" LSH-SHIP-DATE(7:2) "/"
               LSH-SHIP-DATE(1:4) "  " LSH-QTY-SHIPPED "  "
               LSH-QTY-RETURNED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLotReportLine.

        WriteLotReportLine.
           WRITE REPORT-LINE
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        FormatLotExpiryText.
           MOVE SPACES TO LotExpiryText
           IF LOT-EXPIRY-DATE NUMERIC AND LOT-EXPIRY-DATE > 0
               STRING LOT-EXPIRY-DATE(5:2) "/" LOT-EXPIRY-DATE(7:2)
                   "/" LOT-EXPIRY-DATE(1:4)
                   DELIMITED BY SIZE INTO LotExpiryText
           ELSE
               MOVE "NONE" TO LotExpiryText
           END-IF.

      *> Lots still on hand that expire on or before today plus
      *> the days asked for - already expired ones included and
      *> flagged - with the days each has left.  Lots that do
      *> not expire never appear.  Kept report code SDT.
        PrintShortDatedStockReport.
           DISPLAY "Days ahead to look (e.g. 030): "
               WITH NO ADVANCING
           ACCEPT LotDaysReply
           IF LotDaysReply NOT NUMERIC
               MOVE 0 TO LotDaysReply
           END-IF
           OPEN INPUT LOT-FILE
           IF LotFileStatus NOT = "00"
               DISPLAY "No lot file on record - nothing to report."
               MOVE "Lot file not found" TO LastActionOutcome
           ELSE
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               SET DSRV-ADD-CALENDAR-DAYS TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE LotDaysReply TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               MOVE DSRV-RESULT-DATE TO LotCutoffDate
               MOVE "SDT" TO ReportCode
               PERFORM OpenReportFileForRun
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "SHORT-DATED STOCK BY LOT" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               PERFORM WriteReportPageHeader
               MOVE SPACES TO REPORT-LINE
               STRING "LOTS EXPIRING ON OR BEFORE "
                   LotCutoffDate(5:2) "/" LotCutoffDate(7:2) "/"
                   LotCutoffDate(1:4) " (" LotDaysReply " DAYS)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteLotReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "ITEM        LOT              EXPIRES     "
                   "DAYS LEFT   ON HAND  WH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteLotReportLine
               MOVE 0 TO ShortDatedLots
               MOVE 0 TO ShortDatedQty
               MOVE LOW-VALUES TO LOT-KEY
               MOVE "N" TO EndOfLotSwitch
               START LOT-FILE
                   KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfLotSwitch
               END-START
               PERFORM CheckOneLotShortDated UNTIL EndOfLotFile
               CLOSE LOT-FILE
               MOVE SPACES TO REPORT-LINE
               PERFORM WriteLotReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "SHORT-DATED LOTS: " ShortDatedLots
                   "  QTY ON HAND: " ShortDatedQty
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteLotReportLine
               CLOSE REPORT-FILE
               DISPLAY "Short-dated stock report written to "
                   ReportOutputName "."
               MOVE "Short-dated stock report written"
                   TO LastActionOutcome
           END-IF.

        CheckOneLotShortDated.
           READ LOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfLotSwitch
               NOT AT END
                   IF LOT-QTY-ON-HAND NUMERIC
                       AND LOT-QTY-ON-HAND > 0
                       AND LOT-EXPIRY-DATE NUMERIC
                       AND LOT-EXPIRY-DATE > 0
                       AND LOT-EXPIRY-DATE NOT > LotCutoffDate
                       PERFORM WriteOneShortDatedLot
                   END-IF
           END-READ.

        WriteOneShortDatedLot.
           SET DSRV-DAYS-BETWEEN TO TRUE
           MOVE LOT-EXPIRY-DATE TO DSRV-DATE-1
           MOVE CurrentDateYYYYMMDD TO DSRV-DATE-2
           CALL "DateServices" USING DATE-SERVICE-AREA
           MOVE DSRV-DAY-COUNT TO LotDaysLeft
           MOVE LotDaysLeft TO LotDaysDisplay
           PERFORM FormatLotExpiryText
           ADD 1 TO ShortDatedLots
           ADD LOT-QTY-ON-HAND TO ShortDatedQty
           MOVE SPACES TO REPORT-LINE
           IF LotDaysLeft < 0
               STRING LOT-ITEM-NUMBER "  " LOT-NUMBER "  "
                   LotExpiryText "  " LotDaysDisplay "   "
                   LOT-QTY-ON-HAND "  " LOT-WAREHOUSE "  EXPIRED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING LOT-ITEM-NUMBER "  " LOT-NUMBER "  "
                   LotExpiryText "  " LotDaysDisplay "   "
                   LOT-QTY-ON-HAND "  " LOT-WAREHOUSE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WriteLotReportLine.

      *> ----------------------------------------------------------
      *> Vendor maintenance - option 7 of the Item & Purchasing
      *> sub-menu.  Keeps the Vendor Master that PO entry now
      *> validates vendor numbers against.  Same look-up-then-act
      *> shape as ItemMaintenance, with an add path for vendors
      *> not yet on file.  Vendors are never deleted - POs and
      *> receipt history still point at them - only made
      *> inactive, which stops new POs being raised to them.
      *> ----------------------------------------------------------
        VendorMaintenance.
           PERFORM OpenVendorMasterIO
           DISPLAY "Enter vendor number: " WITH NO ADVANCING.
           ACCEPT VendorLookupNumber.
           MOVE VendorLookupNumber TO VEND-NUMBER
           MOVE "N" TO VendorFoundSwitch
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO VendorFoundSwitch
           END-READ.
           IF VendorWasFound
               PERFORM ShowVendorAndPromptAction
           ELSE
               PERFORM PromptAndAddVendor
           END-IF.
           CLOSE VENDOR-MASTER.

        ShowVendorAndPromptAction.
           DISPLAY " ".
           DISPLAY "Vendor Number : " VEND-NUMBER.
           DISPLAY "Name          : " VEND-NAME.
           DISPLAY "Remit-To      : " VEND-ADDR-LINE1.
           DISPLAY "                " VEND-ADDR-LINE2.
           DISPLAY "                " VEND-CITY " " VEND-STATE " "
               VEND-ZIP.
           DISPLAY "Phone         : " VEND-PHONE.
           DISPLAY "Lead Time     : " VEND-LEAD-DAYS " working days".
           DISPLAY "Status        : " VEND-STATUS.

           DISPLAY "C)hange  Q)uit: " WITH NO ADVANCING.
           ACCEPT VendorActionChoice.

           EVALUATE VendorActionChoice
               WHEN "C" WHEN "c"
                   PERFORM ChangeVendorFields
                   REWRITE VENDOR-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite vendor "
                               VEND-NUMBER
                           MOVE "Vendor rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Vendor changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Vendor " VEND-NUMBER " changed."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

      *> Blank/zero replies leave the field as it was, the same
      *> no-change convention ChangeItemFields uses.
        ChangeVendorFields.
           DISPLAY "Enter new name (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorNameReply.
           IF VendorNameReply NOT = SPACES
               MOVE VendorNameReply TO VEND-NAME
           END-IF.
           DISPLAY "Enter new remit-to line 1 (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorAddrReply.
           IF VendorAddrReply NOT = SPACES
               MOVE VendorAddrReply TO VEND-ADDR-LINE1
           END-IF.
           DISPLAY "Enter new remit-to line 2 (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorAddrReply.
           IF VendorAddrReply NOT = SPACES
               MOVE VendorAddrReply TO VEND-ADDR-LINE2
           END-IF.
           DISPLAY "Enter new city (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorCityReply.
           IF VendorCityReply NOT = SPACES
               MOVE VendorCityReply TO VEND-CITY
           END-IF.
           DISPLAY "Enter new state (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorStateReply.
           IF VendorStateReply NOT = SPACES
               MOVE VendorStateReply TO VEND-STATE
           END-IF.
           DISPLAY "Enter new zip (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorZipReply.
           IF VendorZipReply NOT = SPACES
               MOVE VendorZipReply TO VEND-ZIP
           END-IF.
           DISPLAY "Enter new phone (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorPhoneReply.
           IF VendorPhoneReply NOT = SPACES
               MOVE VendorPhoneReply TO VEND-PHONE
           END-IF.
           DISPLAY "Enter new lead time in working days "
               "(zero = no change): " WITH NO ADVANCING.
           ACCEPT VendorLeadReply.
           IF VendorLeadReply NUMERIC AND VendorLeadReply > 0
               MOVE VendorLeadReply TO VEND-LEAD-DAYS
           END-IF.
           DISPLAY "Enter new status (A/I, blank = no change): "
               WITH NO ADVANCING.
           ACCEPT VendorActionChoice.
           IF VendorActionChoice = "A"
               SET VEND-STATUS-ACTIVE TO TRUE
           END-IF.
           IF VendorActionChoice = "I"
               SET VEND-STATUS-INACTIVE TO TRUE
           END-IF.

        PromptAndAddVendor.
           DISPLAY "Vendor " VendorLookupNumber " not on file.  "
               "Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT VendorAddReply.
           IF (VendorAddReply = "Y" OR VendorAddReply = "y")
               AND VendorLookupNumber > 0
               MOVE SPACES TO VENDOR-RECORD
               MOVE VendorLookupNumber TO VEND-NUMBER
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT VEND-NAME
               DISPLAY "Remit-to line 1: " WITH NO ADVANCING
               ACCEPT VEND-ADDR-LINE1
               DISPLAY "Remit-to line 2: " WITH NO ADVANCING
               ACCEPT VEND-ADDR-LINE2
               DISPLAY "City: " WITH NO ADVANCING
               ACCEPT VEND-CITY
               DISPLAY "State: " WITH NO ADVANCING
               ACCEPT VEND-STATE
               DISPLAY "Zip: " WITH NO ADVANCING
               ACCEPT VEND-ZIP
               DISPLAY "Phone: " WITH NO ADVANCING
               ACCEPT VEND-PHONE
               DISPLAY "Default lead time (working days): "
                   WITH NO ADVANCING
               ACCEPT VendorLeadReply
               IF VendorLeadReply NUMERIC
                   MOVE VendorLeadReply TO VEND-LEAD-DAYS
               ELSE
                   MOVE ZERO TO VEND-LEAD-DAYS
               END-IF
               SET VEND-STATUS-ACTIVE TO TRUE
               WRITE VENDOR-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write vendor " VEND-NUMBER
                           " - status " VendorFileStatus
                       MOVE "Vendor write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Vendor added" TO LastActionOutcome
               END-WRITE
               DISPLAY "Vendor " VEND-NUMBER " added."
           ELSE
               DISPLAY "Vendor not added."
               MOVE "Vendor not added" TO LastActionOutcome
           END-IF.

        OpenVendorMasterIO.
           OPEN I-O VENDOR-MASTER.
           IF VendorFileStatus = "35"
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF.

      *> PO entry reads the Vendor Master only - POs cannot be
      *> raised at all without it, since it is now the only
      *> source of vendor numbers.
        OpenVendorMasterInput.
           MOVE "N" TO VendorMasterOpenSwitch
           OPEN INPUT VENDOR-MASTER.
           IF VendorFileStatus = "35"
               DISPLAY "Vendor Master file not found - set up "
                   "vendors through Vendor Maintenance before "
                   "raising purchase orders."
           ELSE
               MOVE "Y" TO VendorMasterOpenSwitch
           END-IF.

      *> ----------------------------------------------------------
      *> Vendor Performance Report - option 8.  Per vendor: the
      *> receipts posted, the share that arrived by the PO's
      *> expected date, the average days late across all of
      *> them (early and on-time receipts count as zero), and
      *> the fill rate - quantity received against quantity
      *> ordered on the vendor's POs that are already due.
      *> Lateness comes off the receipt history, fill off the PO
      *> file; POs raised before the Vendor Master carry no
      *> vendor number and are left out.  Kept-report code VPF.
      *> ----------------------------------------------------------
        PrintVendorPerformanceReport.
           MOVE "VPF" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT VENDOR-MASTER.
           IF VendorFileStatus = "35"
               DISPLAY "Vendor Master file not found - no data "
                   "to report."
               MOVE "Vendor Master file not found"
                   TO LastActionOutcome
           ELSE
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "VENDOR PERFORMANCE REPORT" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO VendPerfCount
               MOVE 0 TO VendPerfVendorsListed
               MOVE "N" TO VendPerfTableFullSwitch
               PERFORM LoadVendorReceiptHistory
               PERFORM LoadVendorPOFill
               PERFORM WriteReportPageHeader
               MOVE ZERO TO VEND-NUMBER
               MOVE "N" TO EndOfVendorFileSwitch
               START VENDOR-MASTER
                   KEY IS NOT LESS THAN VEND-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfVendorFileSwitch
               END-START
               PERFORM PrintOneVendorPerfLine UNTIL EndOfVendorFile
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "VENDORS WITH ACTIVITY: "
                   VendPerfVendorsListed
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE VENDOR-MASTER
               DISPLAY "Vendor performance report written to "
                   ReportOutputName "."
               MOVE "Vendor performance report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        LoadVendorReceiptHistory.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF ReceiptHistFileStatus NOT = "35"
               MOVE "N" TO EndOfReceiptHistSwitch
               PERFORM CollectOneVendorReceipt
                   UNTIL EndOfReceiptHist
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

        CollectOneVendorReceipt.
           READ RECEIPT-HISTORY-FILE
               AT END
                   MOVE "Y" TO EndOfReceiptHistSwitch
               NOT AT END
                   IF RCPT-VENDOR-NUMBER NUMERIC
                       AND RCPT-VENDOR-NUMBER > 0
                       MOVE RCPT-VENDOR-NUMBER TO VendPerfLookup
                       PERFORM FindOrAddVendPerfEntry
                       IF VendPerfEntryFound
                           PERFORM AddReceiptToVendPerf
                       END-IF
                   END-IF
           END-READ.

      *> A receipt is on time when it arrived on or before the
      *> PO's expected date; otherwise the calendar days past it
      *> go into the vendor's late-day total.
        AddReceiptToVendPerf.
           ADD 1 TO VendPerfReceipts(VendPerfIndex)
           SET DSRV-DAYS-BETWEEN TO TRUE
           MOVE RCPT-DATE TO DSRV-DATE-1
           MOVE RCPT-EXPECTED-DATE TO DSRV-DATE-2
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID AND DSRV-DAY-COUNT > 0
               ADD DSRV-DAY-COUNT TO VendPerfLateDays(VendPerfIndex)
           ELSE
               ADD 1 TO VendPerfOnTime(VendPerfIndex)
           END-IF.

        LoadVendorPOFill.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PurchaseOrderFileStatus NOT = "35"
               MOVE ZERO TO PO-NUMBER
               MOVE "N" TO EndOfPOFileSwitch
               START PURCHASE-ORDER-FILE
                   KEY IS NOT LESS THAN PO-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfPOFileSwitch
               END-START
               PERFORM CollectOneVendorPO UNTIL EndOfPOFile
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

      *> Only POs already due count toward fill - an open PO not
      *> yet at its expected date has not had its chance to be
      *> filled - and a cancelled PO counts for nothing.
        CollectOneVendorPO.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPOFileSwitch
               NOT AT END
                   IF PO-VENDOR-NUMBER NUMERIC
                       AND PO-VENDOR-NUMBER > 0
                       AND NOT PO-STATUS-CANCELLED
                       AND PO-EXPECTED-DATE NOT > ReportRunDate
                       MOVE PO-VENDOR-NUMBER TO VendPerfLookup
                       PERFORM FindOrAddVendPerfEntry
                       IF VendPerfEntryFound
                           IF PO-QTY-RECEIVED NOT NUMERIC
                               MOVE ZERO TO PO-QTY-RECEIVED
                           END-IF
                           ADD PO-QTY-ORDERED
                               TO VendPerfQtyOrdered(VendPerfIndex)
                           ADD PO-QTY-RECEIVED
                               TO VendPerfQtyReceived(VendPerfIndex)
                       END-IF
                   END-IF
           END-READ.

      *> Leaves VendPerfIndex on the vendor's entry, adding one
      *> when the vendor is new; a full table warns once and
      *> reports VendPerfEntryFound off so the caller skips it.
        FindOrAddVendPerfEntry.
           MOVE "N" TO VendPerfFoundSwitch
           MOVE 0 TO VendPerfIndex
           PERFORM FindVendPerfEntry
               UNTIL VendPerfEntryFound
               OR VendPerfIndex NOT < VendPerfCount
           IF NOT VendPerfEntryFound
               IF VendPerfCount < 200
                   ADD 1 TO VendPerfCount
                   MOVE VendPerfCount TO VendPerfIndex
                   MOVE VendPerfLookup TO VendPerfNumber(VendPerfIndex)
                   MOVE 0 TO VendPerfReceipts(VendPerfIndex)
                   MOVE 0 TO VendPerfOnTime(VendPerfIndex)
                   MOVE 0 TO VendPerfLateDays(VendPerfIndex)
                   MOVE 0 TO VendPerfQtyOrdered(VendPerfIndex)
                   MOVE 0 TO VendPerfQtyReceived(VendPerfIndex)
                   MOVE "Y" TO VendPerfFoundSwitch
               ELSE
                   IF NOT VendPerfTableIsFull
                       MOVE "Y" TO VendPerfTableFullSwitch
                       DISPLAY "Warning - more than 200 vendors "
                           "with activity; report is incomplete."
                   END-IF
               END-IF
           END-IF.

        FindVendPerfEntry.
           ADD 1 TO VendPerfIndex
           IF VendPerfNumber(VendPerfIndex) = VendPerfLookup
               MOVE "Y" TO VendPerfFoundSwitch
           END-IF.

        PrintOneVendorPerfLine.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfVendorFileSwitch
               NOT AT END
                   MOVE VEND-NUMBER TO VendPerfLookup
                   MOVE "N" TO VendPerfFoundSwitch
                   MOVE 0 TO VendPerfIndex
                   PERFORM FindVendPerfEntry
                       UNTIL VendPerfEntryFound
                       OR VendPerfIndex NOT < VendPerfCount
                   IF VendPerfEntryFound
                       PERFORM FormatAndWriteVendorPerfLine
                   END-IF
           END-READ.

        FormatAndWriteVendorPerfLine.
           ADD 1 TO VendPerfVendorsListed
           MOVE 0 TO VendPerfOnTimePct
           MOVE 0 TO VendPerfAvgLate
           MOVE 0 TO VendPerfFillPct
           IF VendPerfReceipts(VendPerfIndex) > 0
               COMPUTE VendPerfOnTimePct ROUNDED =
                   VendPerfOnTime(VendPerfIndex) * 100
                   / VendPerfReceipts(VendPerfIndex)
               COMPUTE VendPerfAvgLate ROUNDED =
                   VendPerfLateDays(VendPerfIndex)
                   / VendPerfReceipts(VendPerfIndex)
                   ON SIZE ERROR
                       MOVE 99999.9 TO VendPerfAvgLate
               END-COMPUTE
           END-IF
           IF VendPerfQtyOrdered(VendPerfIndex) > 0
               COMPUTE VendPerfFillPct ROUNDED =
                   VendPerfQtyReceived(VendPerfIndex) * 100
                   / VendPerfQtyOrdered(VendPerfIndex)
                   ON SIZE ERROR
                       MOVE 100 TO VendPerfFillPct
               END-COMPUTE
           END-IF
           MOVE VendPerfOnTimePct TO VendPerfPctDisplay
           MOVE VendPerfAvgLate TO VendPerfAvgDisplay
           MOVE VendPerfFillPct TO VendPerfFillDisplay
           MOVE SPACES TO REPORT-LINE
           STRING VEND-NUMBER "  " VEND-NAME
               "  RECEIPTS " VendPerfReceipts(VendPerfIndex)
               "  ON TIME " VendPerfPctDisplay "%"
               "  AVG DAYS LATE " VendPerfAvgDisplay
               "  FILL " VendPerfFillDisplay "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Accounts Payable - item menu option 9.  Vendor bills are
      *> keyed against the POs they charge for and matched
      *> three ways (PO, receipts, bill) before they can be paid;
      *> what does not match sits on the hold list until a
      *> supervisor releases it, and the payment run cuts one
      *> check per vendor for the approved bills falling due.
      *> ----------------------------------------------------------
        APMenu.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|         ACCOUNTS PAYABLE MENU          |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Enter Vendor Invoice".
           DISPLAY "2. AP Hold List".
           DISPLAY "3. Release a Held Invoice".
           DISPLAY "4. Payment Run".
           DISPLAY "0. Return".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT APMenuChoice.
           EVALUATE APMenuChoice
               WHEN 1
                   PERFORM EnterVendorInvoice
               WHEN 2
                   PERFORM PrintAPHoldList
               WHEN 3
                   PERFORM ReleaseHeldVendorInvoice
               WHEN 4
                   PERFORM APPaymentRun
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in AP menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Vendor invoice entry.  The header names the vendor, the
      *> vendor's own invoice number (a bill already on file
      *> from that vendor is refused), the invoice and due
      *> dates and the line count; each line then names the PO
      *> it bills, the quantity and the unit cost, and is
      *> matched as it is keyed so the clerk sees straight away
      *> which lines will hold the bill.
        EnterVendorInvoice.
           PERFORM OpenVendorMasterInput
           IF NOT VendorMasterIsOpen
               MOVE "Vendor Master file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenPurchaseOrderIO
               PERFORM OpenAPInvoiceIO
               PERFORM OpenAPDetailIO
               PERFORM AcceptVendorInvoiceHeader
               IF APEntryCancelled
                   DISPLAY "Vendor invoice not entered."
                   MOVE "Vendor invoice entry cancelled"
                       TO LastActionOutcome
               ELSE
                   PERFORM AcceptAndMatchAPLines
                   IF APEntryCancelled
                       DISPLAY "Vendor invoice not entered."
                       MOVE "Vendor invoice entry cancelled"
                           TO LastActionOutcome
                   ELSE
                       PERFORM FileVendorInvoice
                   END-IF
               END-IF
               CLOSE AP-DETAIL-FILE
               CLOSE AP-INVOICE-FILE
               CLOSE PURCHASE-ORDER-FILE
               CLOSE VENDOR-MASTER
           END-IF.

        AcceptVendorInvoiceHeader.
           MOVE "N" TO APEntryCancelSwitch
           MOVE "N" TO APEntryValidSwitch
           PERFORM AcceptAndValidateAPVendor
               UNTIL APEntryIsValid OR APEntryCancelled
           IF NOT APEntryCancelled
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPInvoiceNumber
                   UNTIL APEntryIsValid OR APEntryCancelled
           END-IF
           IF NOT APEntryCancelled
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPInvoiceDate
                   UNTIL APEntryIsValid
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPDueDate
                   UNTIL APEntryIsValid
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPLineCount
                   UNTIL APEntryIsValid
           END-IF.

      *> An inactive vendor can still bill for goods already
      *> received from it, so any vendor on file is accepted.
        AcceptAndValidateAPVendor.
           DISPLAY "Vendor number (0 = cancel): "
               WITH NO ADVANCING.
           ACCEPT APVendorReply.
           IF APVendorReply NOT NUMERIC OR APVendorReply = 0
               MOVE "Y" TO APEntryCancelSwitch
           ELSE
               MOVE APVendorReply TO VEND-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       DISPLAY "Vendor " APVendorReply " is not on "
                           "the Vendor Master - please re-enter."
                   NOT INVALID KEY
                       DISPLAY "  " VEND-NAME
                       MOVE "Y" TO APEntryValidSwitch
               END-READ
           END-IF.

      *> The alternate key (vendor plus the vendor's invoice
      *> number) finds a bill that has already been entered.
        AcceptAndValidateAPInvoiceNumber.
           DISPLAY "Vendor's invoice number (blank = cancel): "
               WITH NO ADVANCING.
           ACCEPT APVendorInvoiceReply.
           IF APVendorInvoiceReply = SPACES
               MOVE "Y" TO APEntryCancelSwitch
           ELSE
               MOVE APVendorReply TO APINV-VENDOR-NUMBER
               MOVE APVendorInvoiceReply TO APINV-VENDOR-INVOICE
               READ AP-INVOICE-FILE KEY IS APINV-VENDOR-KEY
                   INVALID KEY
                       MOVE "Y" TO APEntryValidSwitch
                   NOT INVALID KEY
                       DISPLAY "That invoice is already on file as "
                           "voucher " APINV-VOUCHER-NUMBER
                           " - please re-enter."
               END-READ
           END-IF.

        AcceptAndValidateAPInvoiceDate.
           DISPLAY "Invoice date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT APInvoiceDateReply.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE APInvoiceDateReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID
               MOVE "Y" TO APEntryValidSwitch
           ELSE
               DISPLAY "Not a valid calendar date - please "
                   "re-enter."
           END-IF.

        AcceptAndValidateAPDueDate.
           DISPLAY "Due date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT APDueDateReply.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE APDueDateReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF NOT DSRV-DATE-IS-VALID
               DISPLAY "Not a valid calendar date - please "
                   "re-enter."
           ELSE
               IF APDueDateReply < APInvoiceDateReply
                   DISPLAY "The due date cannot be before the "
                       "invoice date - please re-enter."
               ELSE
                   MOVE "Y" TO APEntryValidSwitch
               END-IF
           END-IF.

        AcceptAndValidateAPLineCount.
           DISPLAY "Number of lines billed (1-" APMaxLines "): "
               WITH NO ADVANCING.
           ACCEPT APLineCountReply.
           IF APLineCountReply NUMERIC
               AND APLineCountReply > 0
               AND APLineCountReply NOT > APMaxLines
               MOVE "Y" TO APEntryValidSwitch
           ELSE
               DISPLAY "The line count must be 1-" APMaxLines
                   " - please re-enter."
           END-IF.

        AcceptAndMatchAPLines.
           MOVE 0 TO APInvoiceTotal
           MOVE 0 TO APVarianceTotal
           MOVE "Y" TO APAllMatchedSwitch
           MOVE 0 TO APLineIndex
           PERFORM AcceptAndMatchOneAPLine
               UNTIL APLineIndex NOT < APLineCountReply
                   OR APEntryCancelled.

      *> A 0 at any line prompt abandons the whole bill - nothing
      *> is filed until every line has been keyed, so a vendor
      *> with no open PO, or a line count keyed too high, does
      *> not trap the clerk.
        AcceptAndMatchOneAPLine.
           ADD 1 TO APLineIndex
           DISPLAY "Line " APLineIndex ":"
           MOVE "N" TO APEntryValidSwitch
           PERFORM AcceptAndValidateAPLinePO
               UNTIL APEntryIsValid OR APEntryCancelled
           IF NOT APEntryCancelled
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPLineQty
                   UNTIL APEntryIsValid OR APEntryCancelled
           END-IF
           IF NOT APEntryCancelled
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPLineCost
                   UNTIL APEntryIsValid OR APEntryCancelled
           END-IF
           IF NOT APEntryCancelled
               PERFORM MatchOneAPLine
               PERFORM ShowOneAPLineMatch
           END-IF.

      *> The PO must have been raised to this vendor and must
      *> not be cancelled.
        AcceptAndValidateAPLinePO.
           DISPLAY "  PO number (0 = cancel): " WITH NO ADVANCING.
           ACCEPT APPOReply.
           IF APPOReply NOT NUMERIC OR APPOReply = 0
               MOVE "Y" TO APEntryCancelSwitch
           ELSE
               PERFORM ValidateAPLinePO
           END-IF.

        ValidateAPLinePO.
           MOVE APPOReply TO PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "  PO " APPOReply " not found - please "
                       "re-enter."
               NOT INVALID KEY
                   IF PO-VENDOR-NUMBER NOT NUMERIC
                       OR PO-VENDOR-NUMBER NOT = APVendorReply
                       DISPLAY "  PO " APPOReply " was not raised "
                           "to vendor " APVendorReply
                           " - please re-enter."
                   ELSE
                       IF PO-STATUS-CANCELLED
                           DISPLAY "  PO " APPOReply " is "
                               "cancelled - please re-enter."
                       ELSE
                           PERFORM StageAPLinePOFigures
                           MOVE "Y" TO APEntryValidSwitch
                       END-IF
                   END-IF
           END-READ.

      *> Earlier lines of this same bill against the same PO are
      *> counted as already billed, so one bill cannot claim a
      *> receipt twice by splitting it across lines.
        StageAPLinePOFigures.
           IF PO-QTY-RECEIVED NOT NUMERIC
               MOVE ZERO TO PO-QTY-RECEIVED
           END-IF
           IF PO-QTY-BILLED NOT NUMERIC
               MOVE ZERO TO PO-QTY-BILLED
           END-IF
           MOVE PO-NUMBER TO APLinePONumber(APLineIndex)
           MOVE PO-ITEM-NUMBER TO APLineItemNumber(APLineIndex)
           MOVE PO-QTY-ORDERED TO APLinePOOrdered(APLineIndex)
           MOVE PO-QTY-RECEIVED TO APLinePOReceived(APLineIndex)
           MOVE PO-QTY-BILLED TO APLinePOBilled(APLineIndex)
           MOVE PO-UNIT-COST TO APLinePOCost(APLineIndex)
           MOVE 0 TO APPriorIndex
           PERFORM AddPriorAPLineForPO
               UNTIL APPriorIndex + 1 NOT < APLineIndex
           MOVE PO-UNIT-COST TO APCostDisplay
           DISPLAY "  Item " PO-ITEM-NUMBER "  ordered "
               PO-QTY-ORDERED "  received " PO-QTY-RECEIVED
               "  billed " APLinePOBilled(APLineIndex)
               "  PO cost " APCostDisplay.

        AddPriorAPLineForPO.
           ADD 1 TO APPriorIndex
           IF APLinePONumber(APPriorIndex)
               = APLinePONumber(APLineIndex)
               ADD APLineQtyBilled(APPriorIndex)
                   TO APLinePOBilled(APLineIndex)
                   ON SIZE ERROR
                       MOVE 99999 TO APLinePOBilled(APLineIndex)
               END-ADD
           END-IF.

        AcceptAndValidateAPLineQty.
           DISPLAY "  Quantity billed (0 = cancel): "
               WITH NO ADVANCING.
           ACCEPT APQtyReply.
           IF APQtyReply NUMERIC AND APQtyReply > 0
               MOVE APQtyReply TO APLineQtyBilled(APLineIndex)
               MOVE "Y" TO APEntryValidSwitch
           ELSE
               IF APQtyReply NUMERIC
                   MOVE "Y" TO APEntryCancelSwitch
               ELSE
                   DISPLAY "  The quantity must be a positive "
                       "number - please re-enter."
               END-IF
           END-IF.

        AcceptAndValidateAPLineCost.
           DISPLAY "  Unit cost billed (0 = cancel): "
               WITH NO ADVANCING.
           ACCEPT APCostReply.
           IF APCostReply NUMERIC AND APCostReply > 0
               MOVE APCostReply TO APLineCostBilled(APLineIndex)
               MOVE "Y" TO APEntryValidSwitch
           ELSE
               IF APCostReply NUMERIC
                   MOVE "Y" TO APEntryCancelSwitch
               ELSE
                   DISPLAY "  The unit cost must be numeric - "
                       "please re-enter."
               END-IF
           END-IF.

      *> The three-way match.  What the receipts support is the
      *> quantity received and not yet billed, at the PO's unit
      *> cost; the variance is the billed amount less that.  A
      *> line matches when every unit billed has been received
      *> and not billed before, and its unit cost is within
      *> tolerance of the PO cost.  A short receipt is reported
      *> ahead of a cost difference - it is the one the
      *> receiving dock can still fix.
        MatchOneAPLine.
           COMPUTE APLineExtAmount(APLineIndex) =
               APLineQtyBilled(APLineIndex)
               * APLineCostBilled(APLineIndex)
               ON SIZE ERROR
                   MOVE 9999999.99 TO APLineExtAmount(APLineIndex)
           END-COMPUTE
           COMPUTE APUnbilledReceived =
               APLinePOReceived(APLineIndex)
               - APLinePOBilled(APLineIndex)
           IF APUnbilledReceived < 0
               MOVE 0 TO APUnbilledReceived
           END-IF
           IF APLineQtyBilled(APLineIndex) > APUnbilledReceived
               MOVE APUnbilledReceived TO APMatchQty
           ELSE
               MOVE APLineQtyBilled(APLineIndex) TO APMatchQty
           END-IF
           COMPUTE APLineVariance(APLineIndex) =
               APLineExtAmount(APLineIndex)
               - (APMatchQty * APLinePOCost(APLineIndex))
           COMPUTE APCostDifference =
               APLineCostBilled(APLineIndex)
               - APLinePOCost(APLineIndex)
           IF APCostDifference < 0
               COMPUTE APCostDifference = 0 - APCostDifference
           END-IF
           COMPUTE APCostAllowance ROUNDED =
               APLinePOCost(APLineIndex) * APCostTolerancePct
           EVALUATE TRUE
               WHEN APLineQtyBilled(APLineIndex) > APUnbilledReceived
                   MOVE "Q" TO APLineMatchStatus(APLineIndex)
                   MOVE "N" TO APAllMatchedSwitch
               WHEN APCostDifference > APCostAllowance
                   MOVE "C" TO APLineMatchStatus(APLineIndex)
                   MOVE "N" TO APAllMatchedSwitch
               WHEN OTHER
                   MOVE "M" TO APLineMatchStatus(APLineIndex)
           END-EVALUATE
           ADD APLineExtAmount(APLineIndex) TO APInvoiceTotal
               ON SIZE ERROR
                   DISPLAY "Warning - the invoice total exceeds "
                       "the field and has been truncated."
           END-ADD
           ADD APLineVariance(APLineIndex) TO APVarianceTotal.

        ShowOneAPLineMatch.
           MOVE APLineVariance(APLineIndex) TO APVarianceDisplay
           EVALUATE APLineMatchStatus(APLineIndex)
               WHEN "Q"
                   DISPLAY "  ** Billed quantity exceeds the "
                       APMatchQty " received and not yet billed "
                       "- variance " APVarianceDisplay
               WHEN "C"
                   DISPLAY "  ** Unit cost is outside tolerance "
                       "of the PO cost - variance "
                       APVarianceDisplay
               WHEN OTHER
                   DISPLAY "  Line matches PO "
                       APLinePONumber(APLineIndex) "."
           END-EVALUATE.

      *> Only an approved bill claims its receipts on the PO - a
      *> held one does not count against the PO until it is
      *> released.
        FileVendorInvoice.
           PERFORM AssignNextVoucherNumber
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE NextVoucherNumber TO APINV-VOUCHER-NUMBER
           MOVE APVendorReply TO APINV-VENDOR-NUMBER
           MOVE APVendorInvoiceReply TO APINV-VENDOR-INVOICE
           MOVE APInvoiceDateReply TO APINV-INVOICE-DATE
           MOVE APDueDateReply TO APINV-DUE-DATE
           MOVE APLineCountReply TO APINV-LINE-COUNT
           MOVE APInvoiceTotal TO APINV-AMOUNT
           MOVE APVarianceTotal TO APINV-VARIANCE
           IF APAllLinesMatched
               SET APINV-STATUS-APPROVED TO TRUE
           ELSE
               SET APINV-STATUS-HELD TO TRUE
           END-IF
           MOVE CurrentDateYYYYMMDD TO APINV-ENTRY-DATE
           MOVE CurrentOperatorID TO APINV-ENTERED-BY
           MOVE ZERO TO APINV-PAID-DATE
           MOVE ZERO TO APINV-CHECK-NUMBER
           MOVE ZERO TO APINV-GL-INV-DATE
           MOVE ZERO TO APINV-GL-PAY-DATE
           WRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to write voucher "
                       APINV-VOUCHER-NUMBER " - status "
                       APInvoiceFileStatus
                   MOVE "Vendor invoice write failed"
                       TO LastActionOutcome
               NOT INVALID KEY
                   MOVE 0 TO APLineIndex
                   PERFORM WriteOneAPDetailLine
                       APLineCountReply TIMES
                   PERFORM ReportVendorInvoiceFiled
           END-WRITE.

        ReportVendorInvoiceFiled.
           MOVE APINV-AMOUNT TO APAmountDisplay
           MOVE APINV-VARIANCE TO APVarianceDisplay
           IF APINV-STATUS-APPROVED
               MOVE 0 TO APLineIndex
               PERFORM BillOneStagedAPLine APLineCountReply TIMES
               DISPLAY "Voucher " APINV-VOUCHER-NUMBER " for "
                   APAmountDisplay " approved for payment."
               MOVE "Vendor invoice approved" TO LastActionOutcome
           ELSE
               DISPLAY "Voucher " APINV-VOUCHER-NUMBER " for "
                   APAmountDisplay " does not match its POs and "
                   "is on the hold list - variance "
                   APVarianceDisplay
               MOVE "Vendor invoice held - match variance"
                   TO LastActionOutcome
           END-IF
           MOVE SPACES TO AuditOptionText
           STRING "AP voucher " APINV-VOUCHER-NUMBER
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING "Vendor " APINV-VENDOR-NUMBER " inv "
               APINV-VENDOR-INVOICE " " APAmountDisplay " "
               APINV-STATUS
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

        WriteOneAPDetailLine.
           ADD 1 TO APLineIndex
           MOVE SPACES TO AP-DETAIL-RECORD
           MOVE APINV-VOUCHER-NUMBER TO APDTL-VOUCHER-NUMBER
           MOVE APLineIndex TO APDTL-LINE-NUMBER
           MOVE APLinePONumber(APLineIndex) TO APDTL-PO-NUMBER
           MOVE APLineItemNumber(APLineIndex) TO APDTL-ITEM-NUMBER
           MOVE APLineQtyBilled(APLineIndex) TO APDTL-QTY-BILLED
           MOVE APLineCostBilled(APLineIndex) TO APDTL-COST-BILLED
           MOVE APLineExtAmount(APLineIndex) TO APDTL-EXT-AMOUNT
           MOVE APLinePOOrdered(APLineIndex)
               TO APDTL-PO-QTY-ORDERED
           MOVE APLinePOReceived(APLineIndex)
               TO APDTL-PO-QTY-RECEIVED
           MOVE APLinePOBilled(APLineIndex) TO APDTL-PO-QTY-BILLED
           MOVE APLinePOCost(APLineIndex) TO APDTL-PO-UNIT-COST
           MOVE APLineVariance(APLineIndex) TO APDTL-VARIANCE
           MOVE APLineMatchStatus(APLineIndex)
               TO APDTL-MATCH-STATUS
           WRITE AP-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "Unable to write line " APLineIndex
                       " of voucher " APINV-VOUCHER-NUMBER
                       " - status " APDetailFileStatus
           END-WRITE.

        BillOneStagedAPLine.
           ADD 1 TO APLineIndex
           MOVE APLinePONumber(APLineIndex) TO APBillPONumber
           MOVE APLineQtyBilled(APLineIndex) TO APBillQty
           PERFORM AddBilledQtyToPO.

        AddBilledQtyToPO.
           MOVE APBillPONumber TO PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "Warning - PO " APBillPONumber " is no "
                       "longer on file; its billed quantity was "
                       "not recorded."
               NOT INVALID KEY
                   IF PO-QTY-BILLED NOT NUMERIC
                       MOVE ZERO TO PO-QTY-BILLED
                   END-IF
                   ADD APBillQty TO PO-QTY-BILLED
                       ON SIZE ERROR
                           MOVE 99999 TO PO-QTY-BILLED
                   END-ADD
                   REWRITE PURCHASE-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite PO "
                               PO-NUMBER " - status "
                               PurchaseOrderFileStatus
                   END-REWRITE
           END-READ.

      *> Positions AP-DETAIL-FILE at the first line of the
      *> voucher now in AP-INVOICE-RECORD; the readers stop at
      *> the first line belonging to another voucher.
        StartAPDetailForVoucher.
           MOVE APINV-VOUCHER-NUMBER TO APDTL-VOUCHER-NUMBER
           MOVE ZERO TO APDTL-LINE-NUMBER
           MOVE "N" TO EndOfAPDetailSwitch
           START AP-DETAIL-FILE
               KEY IS NOT LESS THAN APDTL-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfAPDetailSwitch
           END-START.

        ReadNextAPDetailForVoucher.
           READ AP-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfAPDetailSwitch
               NOT AT END
                   IF APDTL-VOUCHER-NUMBER NOT = APINV-VOUCHER-NUMBER
                       MOVE "Y" TO EndOfAPDetailSwitch
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> AP hold list - every held bill with its lines, showing
      *> what was billed against what the PO and its receipts
      *> support, and the variance holding it.  Kept-report
      *> code APH.
      *> ----------------------------------------------------------
        PrintAPHoldList.
           MOVE "APH" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT AP-INVOICE-FILE.
           IF APInvoiceFileStatus = "35"
               DISPLAY "AP invoice file not found - no data "
                   "to report."
               MOVE "AP invoice file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenAPDetailInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "AP HOLD LIST" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO APHeldCount
               MOVE 0 TO APHeldTotal
               PERFORM WriteReportPageHeader
               MOVE ZERO TO APINV-VOUCHER-NUMBER
               MOVE "N" TO EndOfAPInvoiceSwitch
               START AP-INVOICE-FILE
                   KEY IS NOT LESS THAN APINV-VOUCHER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfAPInvoiceSwitch
               END-START
               PERFORM PrintOneHeldAPInvoice
                   UNTIL EndOfAPInvoiceFile
               MOVE APHeldTotal TO APRunTotalDisplay
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "INVOICES ON HOLD: " APHeldCount
                   "     AMOUNT ON HOLD: " APRunTotalDisplay
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE AP-DETAIL-FILE
               CLOSE AP-INVOICE-FILE
               DISPLAY "AP hold list written to "
                   ReportOutputName "."
               MOVE "AP hold list written" TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        PrintOneHeldAPInvoice.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfAPInvoiceSwitch
               NOT AT END
                   IF APINV-STATUS-HELD
                       PERFORM FormatAndWriteHeldAPInvoice
                   END-IF
           END-READ.

        FormatAndWriteHeldAPInvoice.
           ADD 1 TO APHeldCount
           ADD APINV-AMOUNT TO APHeldTotal
           MOVE APINV-AMOUNT TO APAmountDisplay
           MOVE APINV-VARIANCE TO APVarianceDisplay
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "VOUCHER " APINV-VOUCHER-NUMBER
               "  VENDOR " APINV-VENDOR-NUMBER
               "  INVOICE " APINV-VENDOR-INVOICE
               "  DUE " APINV-DUE-DATE(5:2) "/"
               APINV-DUE-DATE(7:2) "/" APINV-DUE-DATE(1:4)
               "  AMOUNT " APAmountDisplay
               "  VARIANCE " APVarianceDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 2 TO ReportLineCount
           PERFORM StartAPDetailForVoucher
           PERFORM PrintOneHeldAPLine UNTIL EndOfAPDetailFile
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        PrintOneHeldAPLine.
           PERFORM ReadNextAPDetailForVoucher
           IF NOT EndOfAPDetailFile
               PERFORM FormatAndWriteHeldAPLine
           END-IF.

      *> QTY flags a line billing more than was received and not
      *> yet billed, CST a unit cost outside tolerance.
        FormatAndWriteHeldAPLine.
           MOVE APDTL-COST-BILLED TO APCostDisplay
           MOVE APDTL-PO-UNIT-COST TO APPOCostDisplay
           MOVE APDTL-VARIANCE TO APVarianceDisplay
           EVALUATE TRUE
               WHEN APDTL-QTY-MISMATCH
                   MOVE "QTY" TO APMatchLabel
               WHEN APDTL-COST-MISMATCH
                   MOVE "CST" TO APMatchLabel
               WHEN OTHER
                   MOVE "OK" TO APMatchLabel
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "   PO " APDTL-PO-NUMBER " " APDTL-ITEM-NUMBER
               " BILLED " APDTL-QTY-BILLED " @" APCostDisplay
               "  PO ORD " APDTL-PO-QTY-ORDERED
               " RCVD " APDTL-PO-QTY-RECEIVED
               " PRIOR BILLED " APDTL-PO-QTY-BILLED
               " @" APPOCostDisplay
               " VAR " APVarianceDisplay " " APMatchLabel
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount.

      *> ----------------------------------------------------------
      *> Release a held vendor invoice - once the variance has
      *> been settled with the vendor (a price change agreed, a
      *> late receipt now posted) a supervisor approves the bill
      *> as it stands and it joins the next payment run.  The
      *> release claims the billed quantities on the POs the way
      *> approval at entry does, and goes on the audit trail.
      *> ----------------------------------------------------------
        ReleaseHeldVendorInvoice.
           IF OperatorIsSupervisor OR OperatorIsAdmin
               PERFORM AcceptAndReleaseHeldInvoice
           ELSE
               DISPLAY "Releasing held invoices is restricted to "
                   "supervisors and administrators."
               MOVE "Access denied - AP hold release"
                   TO LastActionOutcome
           END-IF.

        AcceptAndReleaseHeldInvoice.
           OPEN I-O AP-INVOICE-FILE.
           IF APInvoiceFileStatus = "35"
               DISPLAY "AP invoice file not found - nothing to "
                   "release."
               MOVE "AP invoice file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenAPDetailInput
               PERFORM OpenPurchaseOrderIO
               DISPLAY "Voucher number to release: "
                   WITH NO ADVANCING
               ACCEPT APVoucherReply
               MOVE APVoucherReply TO APINV-VOUCHER-NUMBER
               READ AP-INVOICE-FILE
                   INVALID KEY
                       DISPLAY "Voucher " APVoucherReply
                           " not found."
                       MOVE "AP voucher not found"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       IF APINV-STATUS-HELD
                           PERFORM ConfirmAndReleaseHeldInvoice
                       ELSE
                           DISPLAY "Voucher " APVoucherReply
                               " is not on hold."
                           MOVE "AP voucher not on hold"
                               TO LastActionOutcome
                       END-IF
               END-READ
               CLOSE PURCHASE-ORDER-FILE
               CLOSE AP-DETAIL-FILE
               CLOSE AP-INVOICE-FILE
           END-IF.

        ConfirmAndReleaseHeldInvoice.
           MOVE APINV-AMOUNT TO APAmountDisplay
           MOVE APINV-VARIANCE TO APVarianceDisplay
           DISPLAY "Vendor " APINV-VENDOR-NUMBER "  invoice "
               APINV-VENDOR-INVOICE
           DISPLAY "Amount " APAmountDisplay "  variance "
               APVarianceDisplay
           PERFORM StartAPDetailForVoucher
           PERFORM ShowOneHeldAPLine UNTIL EndOfAPDetailFile
           DISPLAY "Approve this invoice for payment as billed? "
               "(Y/N): " WITH NO ADVANCING
           ACCEPT APReleaseReply
           IF APReleaseReply = "Y" OR APReleaseReply = "y"
               SET APINV-STATUS-APPROVED TO TRUE
               REWRITE AP-INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite voucher "
                           APINV-VOUCHER-NUMBER " - status "
                           APInvoiceFileStatus
                       MOVE "AP release failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       PERFORM StartAPDetailForVoucher
                       PERFORM BillOneHeldAPLine
                           UNTIL EndOfAPDetailFile
                       PERFORM WriteAPReleaseAuditEntry
                       DISPLAY "Voucher " APINV-VOUCHER-NUMBER
                           " released for payment."
                       MOVE "AP voucher released"
                           TO LastActionOutcome
               END-REWRITE
           ELSE
               DISPLAY "Voucher left on hold."
               MOVE "AP release cancelled" TO LastActionOutcome
           END-IF.

        ShowOneHeldAPLine.
           PERFORM ReadNextAPDetailForVoucher
           IF NOT EndOfAPDetailFile
               MOVE APDTL-VARIANCE TO APVarianceDisplay
               DISPLAY "  Line " APDTL-LINE-NUMBER "  PO "
                   APDTL-PO-NUMBER "  qty " APDTL-QTY-BILLED
                   "  match " APDTL-MATCH-STATUS "  variance "
                   APVarianceDisplay
           END-IF.

        BillOneHeldAPLine.
           PERFORM ReadNextAPDetailForVoucher
           IF NOT EndOfAPDetailFile
               MOVE APDTL-PO-NUMBER TO APBillPONumber
               MOVE APDTL-QTY-BILLED TO APBillQty
               PERFORM AddBilledQtyToPO
           END-IF.

        WriteAPReleaseAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "AP voucher " APINV-VOUCHER-NUMBER " released"
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING "Vendor " APINV-VENDOR-NUMBER " amount "
               APAmountDisplay " variance " APVarianceDisplay
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

      *> ----------------------------------------------------------
      *> Payment run - every approved bill due on or before the
      *> cutoff is paid, one check per vendor covering all of
      *> that vendor's bills.  The check register (kept-report
      *> code CHK) lists the checks cut; APREMIT carries one
      *> remittance advice per check, addressed to the vendor's
      *> remit-to address and listing the bills it settles.
      *> Each bill paid is marked with its check and the date.
      *> ----------------------------------------------------------
        APPaymentRun.
           OPEN I-O AP-INVOICE-FILE.
           IF APInvoiceFileStatus = "35"
               DISPLAY "AP invoice file not found - nothing to "
                   "pay."
               MOVE "AP invoice file not found"
                   TO LastActionOutcome
           ELSE
               MOVE "N" TO APEntryValidSwitch
               PERFORM AcceptAndValidateAPCutoff
                   UNTIL APEntryIsValid
               PERFORM CollectAPInvoicesDue
               IF APPayCount = 0
                   DISPLAY "No approved invoices are due by "
                       APCutoffReply " - no checks written."
                   MOVE "Payment run - nothing due"
                       TO LastActionOutcome
               ELSE
                   PERFORM SortAPPayTableByVendor
                   PERFORM WriteAPPaymentRun
               END-IF
               CLOSE AP-INVOICE-FILE
           END-IF.

        AcceptAndValidateAPCutoff.
           DISPLAY "Pay invoices due on or before (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT APCutoffReply.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE APCutoffReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID
               MOVE "Y" TO APEntryValidSwitch
           ELSE
               DISPLAY "Not a valid calendar date - please "
                   "re-enter."
           END-IF.

        CollectAPInvoicesDue.
           MOVE 0 TO APPayCount
           MOVE "N" TO APPayTableFullSwitch
           MOVE ZERO TO APINV-VOUCHER-NUMBER
           MOVE "N" TO EndOfAPInvoiceSwitch
           START AP-INVOICE-FILE
               KEY IS NOT LESS THAN APINV-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfAPInvoiceSwitch
           END-START.
           PERFORM CollectOneAPInvoiceDue UNTIL EndOfAPInvoiceFile.

        CollectOneAPInvoiceDue.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfAPInvoiceSwitch
               NOT AT END
                   IF APINV-STATUS-APPROVED
                       AND APINV-DUE-DATE NOT > APCutoffReply
                       PERFORM AddAPInvoiceToPayTable
                   END-IF
           END-READ.

      *> Bills beyond the table are simply left approved - they
      *> are picked up by the next payment run.
        AddAPInvoiceToPayTable.
           IF APPayCount < 500
               ADD 1 TO APPayCount
               MOVE APINV-VENDOR-NUMBER TO APPayVendor(APPayCount)
               MOVE APINV-VOUCHER-NUMBER TO APPayVoucher(APPayCount)
               MOVE APINV-AMOUNT TO APPayAmount(APPayCount)
           ELSE
               IF NOT APPayTableIsFull
                   DISPLAY "Warning - more than 500 invoices are "
                       "due; the rest wait for the next payment "
                       "run."
                   MOVE "Y" TO APPayTableFullSwitch
               END-IF
           END-IF.

      *> Vendor order, and voucher order within a vendor, so each
      *> vendor's bills fall together under one check.
        SortAPPayTableByVendor.
           MOVE 1 TO APPayIndex
           PERFORM SortOneAPPayPass UNTIL APPayIndex NOT < APPayCount.

        SortOneAPPayPass.
           COMPUTE APPayPair = APPayIndex + 1
           PERFORM CompareOneAPPayPair UNTIL APPayPair > APPayCount
           ADD 1 TO APPayIndex.

        CompareOneAPPayPair.
           IF APPayVendor(APPayPair) < APPayVendor(APPayIndex)
               OR (APPayVendor(APPayPair) = APPayVendor(APPayIndex)
                   AND APPayVoucher(APPayPair)
                       < APPayVoucher(APPayIndex))
               MOVE APPayEntry(APPayIndex) TO APPaySwapArea
               MOVE APPayEntry(APPayPair) TO APPayEntry(APPayIndex)
               MOVE APPaySwapArea TO APPayEntry(APPayPair)
           END-IF
           ADD 1 TO APPayPair.

        WriteAPPaymentRun.
           MOVE "CHK" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE ReportRunDate TO APRunDate
           MOVE "CHECK REGISTER" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader
           OPEN OUTPUT AP-REMIT-FILE.
           MOVE "N" TO VendorMasterOpenSwitch
           OPEN INPUT VENDOR-MASTER.
           IF VendorFileStatus NOT = "35"
               MOVE "Y" TO VendorMasterOpenSwitch
           END-IF
           MOVE 0 TO APChecksWritten
           MOVE 0 TO APInvoicesPaid
           MOVE 0 TO APRunTotal
           MOVE 1 TO APPayIndex
           PERFORM PayOneAPVendor UNTIL APPayIndex > APPayCount
           MOVE APRunTotal TO APRunTotalDisplay
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "CHECKS WRITTEN: " APChecksWritten
               "     INVOICES PAID: " APInvoicesPaid
               "     TOTAL PAID: " APRunTotalDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           IF VendorMasterIsOpen
               CLOSE VENDOR-MASTER
           END-IF
           CLOSE AP-REMIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "Payment run: " APChecksWritten " checks, "
               APInvoicesPaid " invoices, total "
               APRunTotalDisplay "."
           DISPLAY "Check register written to " ReportOutputName
               "; remittance advices written to APREMIT."
           MOVE "Payment run written" TO LastActionOutcome.

        PayOneAPVendor.
           MOVE APPayVendor(APPayIndex) TO APPayVendorHold
           PERFORM AssignNextCheckNumber
           MOVE 0 TO APCheckAmount
           MOVE 0 TO APCheckInvoiceCount
           PERFORM LookUpAPPayVendor
           PERFORM WriteRemittanceHeader
           MOVE "N" TO APCheckDoneSwitch
           PERFORM PayOneAPInvoice UNTIL APCheckIsDone
           PERFORM WriteRemittanceTrailer
           PERFORM WriteCheckRegisterLine
           ADD 1 TO APChecksWritten.

        LookUpAPPayVendor.
           MOVE SPACES TO VENDOR-RECORD
           IF VendorMasterIsOpen
               MOVE APPayVendorHold TO VEND-NUMBER
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE SPACES TO VENDOR-RECORD
               END-READ
           END-IF
           IF VEND-NAME = SPACES
               MOVE "(NOT ON VENDOR MASTER)" TO VEND-NAME
           END-IF.

      *> Advances to the next table entry after paying this one;
      *> the check is done at the end of the table or the first
      *> entry for another vendor.
        PayOneAPInvoice.
           MOVE APPayVoucher(APPayIndex) TO APINV-VOUCHER-NUMBER
           READ AP-INVOICE-FILE
               INVALID KEY
                   DISPLAY "Voucher " APPayVoucher(APPayIndex)
                       " is no longer on file - not paid."
               NOT INVALID KEY
                   PERFORM MarkAPInvoicePaid
           END-READ
           ADD 1 TO APPayIndex
           IF APPayIndex > APPayCount
               MOVE "Y" TO APCheckDoneSwitch
           ELSE
               IF APPayVendor(APPayIndex) NOT = APPayVendorHold
                   MOVE "Y" TO APCheckDoneSwitch
               END-IF
           END-IF.

        MarkAPInvoicePaid.
           SET APINV-STATUS-PAID TO TRUE
           MOVE APRunDate TO APINV-PAID-DATE
           MOVE NextCheckNumber TO APINV-CHECK-NUMBER
           REWRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark voucher "
                       APINV-VOUCHER-NUMBER " paid - status "
                       APInvoiceFileStatus "; it is left off "
                       "check " NextCheckNumber "."
               NOT INVALID KEY
                   ADD APINV-AMOUNT TO APCheckAmount
                   ADD APINV-AMOUNT TO APRunTotal
                   ADD 1 TO APCheckInvoiceCount
                   ADD 1 TO APInvoicesPaid
                   PERFORM WriteRemittanceInvoiceLine
           END-REWRITE.

        WriteRemittanceHeader.
           MOVE SPACES TO AP-REMIT-LINE
           STRING "REMITTANCE ADVICE     CHECK " NextCheckNumber
               "     DATE " APRunDate(5:2) "/" APRunDate(7:2) "/"
               APRunDate(1:4)
               DELIMITED BY SIZE INTO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.
           MOVE SPACES TO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.
           MOVE SPACES TO AP-REMIT-LINE
           STRING "PAY TO: " APPayVendorHold "  " VEND-NAME
               DELIMITED BY SIZE INTO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.
           IF VEND-ADDR-LINE1 NOT = SPACES
               MOVE SPACES TO AP-REMIT-LINE
               STRING "        " VEND-ADDR-LINE1
                   DELIMITED BY SIZE INTO AP-REMIT-LINE
               WRITE AP-REMIT-LINE
           END-IF.
           IF VEND-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO AP-REMIT-LINE
               STRING "        " VEND-ADDR-LINE2
                   DELIMITED BY SIZE INTO AP-REMIT-LINE
               WRITE AP-REMIT-LINE
           END-IF.
           IF VEND-CITY NOT = SPACES
               MOVE SPACES TO AP-REMIT-LINE
               STRING "        " VEND-CITY " " VEND-STATE " "
                   VEND-ZIP
                   DELIMITED BY SIZE INTO AP-REMIT-LINE
               WRITE AP-REMIT-LINE
           END-IF.
           MOVE SPACES TO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.
           MOVE SPACES TO AP-REMIT-LINE
           STRING "VOUCHER   YOUR INVOICE      INVOICE DATE"
               "        AMOUNT"
               DELIMITED BY SIZE INTO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.

        WriteRemittanceInvoiceLine.
           MOVE APINV-AMOUNT TO APAmountDisplay
           MOVE SPACES TO AP-REMIT-LINE
           STRING APINV-VOUCHER-NUMBER "  " APINV-VENDOR-INVOICE
               "   " APINV-INVOICE-DATE(5:2) "/"
               APINV-INVOICE-DATE(7:2) "/" APINV-INVOICE-DATE(1:4)
               "  " APAmountDisplay
               DELIMITED BY SIZE INTO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.

        WriteRemittanceTrailer.
           MOVE APCheckAmount TO APAmountDisplay
           MOVE SPACES TO AP-REMIT-LINE
           STRING "CHECK TOTAL                               "
               APAmountDisplay
               DELIMITED BY SIZE INTO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.
           MOVE ALL "-" TO AP-REMIT-LINE
           WRITE AP-REMIT-LINE.

      *> A check whose every bill failed to mark paid is flagged
      *> void on the register so it is not sent.
        WriteCheckRegisterLine.
           MOVE APCheckAmount TO APAmountDisplay
           MOVE SPACES TO REPORT-LINE
           IF APCheckInvoiceCount = 0
               STRING "CHECK " NextCheckNumber "  VENDOR "
                   APPayVendorHold "  " VEND-NAME
                   "  ** VOID - NO INVOICES PAID **"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "CHECK " NextCheckNumber "  VENDOR "
                   APPayVendorHold "  " VEND-NAME
                   "  INVOICES " APCheckInvoiceCount
                   "  AMOUNT " APAmountDisplay
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        OpenAPInvoiceIO.
           OPEN I-O AP-INVOICE-FILE.
           IF APInvoiceFileStatus = "35"
               OPEN OUTPUT AP-INVOICE-FILE
               CLOSE AP-INVOICE-FILE
               OPEN I-O AP-INVOICE-FILE
           END-IF.

        OpenAPDetailIO.
           OPEN I-O AP-DETAIL-FILE.
           IF APDetailFileStatus = "35"
               OPEN OUTPUT AP-DETAIL-FILE
               CLOSE AP-DETAIL-FILE
               OPEN I-O AP-DETAIL-FILE
           END-IF.

      *> A voucher with no detail file behind it simply shows no
      *> lines - START then fails and reads as end of file.
        OpenAPDetailInput.
           OPEN INPUT AP-DETAIL-FILE.
           IF APDetailFileStatus = "35"
               OPEN OUTPUT AP-DETAIL-FILE
               CLOSE AP-DETAIL-FILE
               OPEN INPUT AP-DETAIL-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Replenishment run - item menu option 10.  For every
      *> active item with a reorder point or quantity, available
      *> stock is on-hand less allocated plus what open POs have
      *> still to deliver; an item at or below its reorder point
      *> is listed with a suggested quantity (kept-report code
      *> RPL).  Purchasing can then approve the suggestions one
      *> by one straight into real POs, numbered and printed the
      *> same way Raise Purchase Order does them.
      *> ----------------------------------------------------------
        ReplenishmentRun.
           PERFORM OpenItemMasterInput
           IF NOT ItemMasterIsOpen
               MOVE "Item Master file not found" TO LastActionOutcome
           ELSE
               PERFORM LoadOpenPOQuantities
               MOVE "N" TO VendorMasterOpenSwitch
               OPEN INPUT VENDOR-MASTER
               IF VendorFileStatus NOT = "35"
                   MOVE "Y" TO VendorMasterOpenSwitch
               END-IF
               PERFORM PrintReplenishmentReport
               IF VendorMasterIsOpen
                   CLOSE VENDOR-MASTER
               END-IF
               CLOSE ITEM-MASTER
               IF ReplSugCount = 0
                   DISPLAY "No items are at or below their reorder "
                       "point."
                   MOVE "Replenishment run - nothing to order"
                       TO LastActionOutcome
               ELSE
                   PERFORM ApproveReplenishmentSuggestions
               END-IF
           END-IF.

      *> What is still to come in on each item's open POs, and
      *> the unit cost of the item's latest PO to offer on the
      *> new one.
        LoadOpenPOQuantities.
           MOVE 0 TO ReplPOCount
           MOVE "N" TO ReplPOTableFullSwitch
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PurchaseOrderFileStatus NOT = "35"
               MOVE ZERO TO PO-NUMBER
               MOVE "N" TO EndOfPOFileSwitch
               START PURCHASE-ORDER-FILE
                   KEY IS NOT LESS THAN PO-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfPOFileSwitch
               END-START
               PERFORM CollectOneOpenPOQty UNTIL EndOfPOFile
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

        CollectOneOpenPOQty.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPOFileSwitch
               NOT AT END
                   IF NOT PO-STATUS-CANCELLED
                       MOVE PO-ITEM-NUMBER TO ReplItemLookup
                       PERFORM FindOrAddReplPOEntry
                       IF ReplPOEntryFound
                           PERFORM AddPOToReplEntry
                       END-IF
                   END-IF
           END-READ.

        AddPOToReplEntry.
           MOVE PO-UNIT-COST TO ReplPOCost(ReplPOIndex)
           IF PO-STATUS-OPEN
               IF PO-QTY-RECEIVED NOT NUMERIC
                   MOVE ZERO TO PO-QTY-RECEIVED
               END-IF
               IF PO-QTY-ORDERED > PO-QTY-RECEIVED
                   COMPUTE ReplPOQty(ReplPOIndex) =
                       ReplPOQty(ReplPOIndex)
                       + PO-QTY-ORDERED - PO-QTY-RECEIVED
               END-IF
           END-IF.

        FindOrAddReplPOEntry.
           PERFORM FindReplPOEntry
           IF NOT ReplPOEntryFound
               IF ReplPOCount < 500
                   ADD 1 TO ReplPOCount
                   MOVE ReplPOCount TO ReplPOIndex
                   MOVE ReplItemLookup TO ReplPOItem(ReplPOIndex)
                   MOVE 0 TO ReplPOQty(ReplPOIndex)
                   MOVE 0 TO ReplPOCost(ReplPOIndex)
                   MOVE "Y" TO ReplPOFoundSwitch
               ELSE
                   IF NOT ReplPOTableIsFull
                       DISPLAY "Warning - more than 500 items on "
                           "purchase orders; later items are "
                           "treated as having nothing on order."
                       MOVE "Y" TO ReplPOTableFullSwitch
                   END-IF
               END-IF
           END-IF.

        FindReplPOEntry.
           MOVE "N" TO ReplPOFoundSwitch
           MOVE 0 TO ReplPOIndex
           PERFORM CheckOneReplPOEntry
               UNTIL ReplPOEntryFound OR ReplPOIndex NOT < ReplPOCount.

        CheckOneReplPOEntry.
           ADD 1 TO ReplPOIndex
           IF ReplPOItem(ReplPOIndex) = ReplItemLookup
               MOVE "Y" TO ReplPOFoundSwitch
           END-IF.

        PrintReplenishmentReport.
           MOVE "RPL" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE "REPLENISHMENT SUGGESTIONS" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           MOVE 0 TO ReplSugCount
           MOVE "N" TO ReplSugTableFullSwitch
           PERFORM WriteReportPageHeader
           MOVE LOW-VALUES TO ITEM-NUMBER
           MOVE "N" TO EndOfItemFileSwitch
           START ITEM-MASTER
               KEY IS NOT LESS THAN ITEM-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfItemFileSwitch
           END-START
           PERFORM CheckOneItemForReorder UNTIL EndOfItemFile
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS TO REORDER: " ReplSugCount
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Replenishment report written to "
               ReportOutputName ".".

        CheckOneItemForReorder.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemFileSwitch
               NOT AT END
                   PERFORM NormalizeItemReorderFields
                   IF ITEM-STATUS-ACTIVE
                       AND (ITEM-REORDER-POINT > 0
                           OR ITEM-REORDER-QTY > 0)
                       PERFORM EvaluateItemForReorder
                   END-IF
           END-READ.

      *> The suggestion is the item's reorder quantity, raised if
      *> need be to lift available stock back above the reorder
      *> point.
        EvaluateItemForReorder.
           PERFORM ComputeItemAvailableQty
           MOVE ITEM-NUMBER TO ReplItemLookup
           PERFORM FindReplPOEntry
           MOVE 0 TO ReplOnOrderQty
           MOVE 0 TO ReplLastCost
           IF ReplPOEntryFound
               MOVE ReplPOQty(ReplPOIndex) TO ReplOnOrderQty
               MOVE ReplPOCost(ReplPOIndex) TO ReplLastCost
           END-IF
           COMPUTE ReplAvailableQty =
               ItemQtyAvailable + ReplOnOrderQty
           IF ReplAvailableQty NOT > ITEM-REORDER-POINT
               MOVE ITEM-REORDER-QTY TO ReplSuggestQty
               IF ReplAvailableQty + ReplSuggestQty
                   NOT > ITEM-REORDER-POINT
                   COMPUTE ReplSuggestQty =
                       ITEM-REORDER-POINT - ReplAvailableQty + 1
                       ON SIZE ERROR
                           MOVE 99999 TO ReplSuggestQty
                   END-COMPUTE
               END-IF
               PERFORM LookUpReplPreferredVendor
               PERFORM WriteReplenishmentLines
               PERFORM StageReplSuggestion
           END-IF.

        LookUpReplPreferredVendor.
           MOVE SPACES TO ReplVendorNameHold
           MOVE "N" TO ReplVendorActiveSwitch
           MOVE ZERO TO ReplVendorLeadHold
           IF ITEM-PREFERRED-VENDOR = 0
               MOVE "(NO PREFERRED VENDOR)" TO ReplVendorNameHold
           ELSE
               IF VendorMasterIsOpen
                   MOVE ITEM-PREFERRED-VENDOR TO VEND-NUMBER
                   READ VENDOR-MASTER
                       INVALID KEY
                           MOVE "(NOT ON VENDOR MASTER)"
                               TO ReplVendorNameHold
                       NOT INVALID KEY
                           PERFORM HoldReplVendorDetails
                   END-READ
               END-IF
           END-IF.

        HoldReplVendorDetails.
           MOVE VEND-NAME TO ReplVendorNameHold
           IF VEND-STATUS-ACTIVE
               MOVE "Y" TO ReplVendorActiveSwitch
           ELSE
               MOVE "(INACTIVE) " TO ReplVendorNameHold
               MOVE VEND-NAME TO ReplVendorNameHold(12:19)
           END-IF
           IF VEND-LEAD-DAYS NUMERIC
               MOVE VEND-LEAD-DAYS TO ReplVendorLeadHold
           END-IF.

        WriteReplenishmentLines.
           MOVE ReplAvailableQty TO ItemAvailDisplay
           MOVE SPACES TO REPORT-LINE
           STRING ITEM-NUMBER "  " ITEM-DESCRIPTION
               "  VENDOR " ITEM-PREFERRED-VENDOR "  "
               ReplVendorNameHold
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "    ON HAND " ITEM-QTY-ON-HAND
               "  ALLOCATED " ITEM-QTY-ALLOCATED
               "  ON ORDER " ReplOnOrderQty
               "  AVAILABLE " ItemAvailDisplay
               "  REORDER POINT " ITEM-REORDER-POINT
               "  SUGGESTED " ReplSuggestQty
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 2 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> Items past the table still print on the report; they
      *> are raised by hand or picked up by the next run.
        StageReplSuggestion.
           IF ReplSugCount < 200
               ADD 1 TO ReplSugCount
               MOVE ITEM-NUMBER TO ReplSugItem(ReplSugCount)
               MOVE ITEM-DESCRIPTION TO ReplSugDesc(ReplSugCount)
               MOVE ReplSuggestQty TO ReplSugQty(ReplSugCount)
               MOVE ReplLastCost TO ReplSugCost(ReplSugCount)
               MOVE ITEM-PREFERRED-VENDOR
                   TO ReplSugVendor(ReplSugCount)
               MOVE ReplVendorNameHold
                   TO ReplSugVendorName(ReplSugCount)
               MOVE ReplVendorLeadHold
                   TO ReplSugVendorLead(ReplSugCount)
               MOVE ReplVendorActiveSwitch
                   TO ReplSugVendorActive(ReplSugCount)
           ELSE
               IF NOT ReplSugTableIsFull
                   DISPLAY "Warning - more than 200 items to "
                       "reorder; only the first 200 can be "
                       "approved this run."
                   MOVE "Y" TO ReplSugTableFullSwitch
               END-IF
           END-IF.

      *> Each suggestion is offered in turn; Y raises the PO (the
      *> quantity and, where no earlier PO gives one, the cost
      *> can be keyed), N passes over it, Q stops approving.
      *> Every PO raised goes to POPRT in the one run.
        ApproveReplenishmentSuggestions.
           DISPLAY ReplSugCount " item(s) at or below reorder "
               "point."
           DISPLAY "Approve suggestions into purchase orders? "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT ReplActionReply.
           IF ReplActionReply = "Y" OR ReplActionReply = "y"
               PERFORM OpenPurchaseOrderIO
               OPEN OUTPUT PO-PRINT-FILE
               MOVE 0 TO ReplSugIndex
               MOVE 0 TO ReplPOsRaised
               MOVE "N" TO ReplQuitSwitch
               PERFORM ApproveOneReplSuggestion
                   UNTIL ReplQuitRequested
                       OR ReplSugIndex NOT < ReplSugCount
               CLOSE PO-PRINT-FILE
               CLOSE PURCHASE-ORDER-FILE
               DISPLAY ReplPOsRaised " purchase order(s) raised "
                   "and printed to POPRT."
               MOVE "Replenishment POs raised" TO LastActionOutcome
           ELSE
               MOVE "Replenishment report written"
                   TO LastActionOutcome
           END-IF.

        ApproveOneReplSuggestion.
           ADD 1 TO ReplSugIndex
           DISPLAY " "
           DISPLAY "Item " ReplSugItem(ReplSugIndex) "  "
               ReplSugDesc(ReplSugIndex)
           DISPLAY "  Suggested qty " ReplSugQty(ReplSugIndex)
               "  vendor " ReplSugVendor(ReplSugIndex) "  "
               ReplSugVendorName(ReplSugIndex)
           IF ReplSugVendorActive(ReplSugIndex) NOT = "Y"
               DISPLAY "  No active preferred vendor - raise this "
                   "one through Raise Purchase Order."
           ELSE
               DISPLAY "Raise PO?  Y)es  N)o  Q)uit: "
                   WITH NO ADVANCING
               ACCEPT ReplActionReply
               EVALUATE ReplActionReply
                   WHEN "Y" WHEN "y"
                       PERFORM RaiseReplenishmentPO
                   WHEN "Q" WHEN "q"
                       MOVE "Y" TO ReplQuitSwitch
                   WHEN OTHER
                       DISPLAY "  Passed over."
               END-EVALUATE
           END-IF.

        RaiseReplenishmentPO.
           DISPLAY "Quantity (0 = " ReplSugQty(ReplSugIndex) "): "
               WITH NO ADVANCING.
           ACCEPT POQtyReply.
           IF POQtyReply NOT NUMERIC OR POQtyReply = 0
               MOVE ReplSugQty(ReplSugIndex) TO POQtyReply
           END-IF
           IF ReplSugCost(ReplSugIndex) > 0
               MOVE ReplSugCost(ReplSugIndex) TO POCostReply
           ELSE
               MOVE "N" TO POEntryValidSwitch
               PERFORM AcceptAndValidatePOCost UNTIL POEntryIsValid
           END-IF
           MOVE ReplSugVendorLead(ReplSugIndex) TO POLeadDays
           PERFORM DefaultPOExpectedDate
           IF PODefaultExpected > 0
               MOVE PODefaultExpected TO POExpectedReply
           ELSE
               MOVE "N" TO POEntryValidSwitch
               PERFORM AcceptAndValidatePOExpected
                   UNTIL POEntryIsValid
           END-IF
           PERFORM AssignNextPONumber
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE NextPONumber TO PO-NUMBER
           MOVE ReplSugItem(ReplSugIndex) TO PO-ITEM-NUMBER
           MOVE ReplSugVendor(ReplSugIndex) TO PO-VENDOR-NUMBER
           MOVE ReplSugVendorName(ReplSugIndex) TO PO-VENDOR-NAME
           PERFORM LookUpDefaultWarehouse
           MOVE StockWarehouse TO PO-WAREHOUSE
           MOVE POQtyReply TO PO-QTY-ORDERED
           MOVE POCostReply TO PO-UNIT-COST
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           MOVE CurrentDateYYYYMMDD TO PO-ORDER-DATE
           MOVE POExpectedReply TO PO-EXPECTED-DATE
           MOVE ZERO TO PO-QTY-RECEIVED
           MOVE ZERO TO PO-QTY-BILLED
           SET PO-STATUS-OPEN TO TRUE
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write PO " PO-NUMBER
                       " - status " PurchaseOrderFileStatus
               NOT INVALID KEY
                   PERFORM WritePurchaseOrderDocument
                   PERFORM WritePOCreateAuditEntry
                   ADD 1 TO ReplPOsRaised
                   DISPLAY "  PO " PO-NUMBER " raised for "
                       PO-QTY-ORDERED "."
           END-WRITE.

      *> ----------------------------------------------------------
      *> Physical inventory - item menu option 11.  Count sheets
      *> go out for every item or a cycle-count range of item
      *> numbers, freezing each item's book quantity on the count
      *> file (CNTFILE); the counted quantities come back keyed
      *> or on the counters' file (CNTIN); the variance report
      *> prices the differences; and once a supervisor approves,
      *> the differences are posted to on-hand, each one on the
      *> audit trail with its reason.
      *> ----------------------------------------------------------
        CountMenu.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|        PHYSICAL INVENTORY MENU         |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Print Count Sheets".
           DISPLAY "2. Enter Counted Quantities".
           DISPLAY "3. Load Counts from CNTIN".
           DISPLAY "4. Count Variance Report".
           DISPLAY "5. Post Approved Adjustments".
           DISPLAY "0. Return".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT CountMenuChoice.
           EVALUATE CountMenuChoice
               WHEN 1
                   PERFORM PrintCountSheets
               WHEN 2
                   PERFORM EnterCountedQuantities
               WHEN 3
                   PERFORM LoadCountsFromFile
               WHEN 4
                   PERFORM PrintCountVarianceReport
               WHEN 5
                   PERFORM PostCountAdjustments
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in count menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Count sheets list the item and a blank for the count -
      *> the book quantity is frozen on the count file but not
      *> printed, so the counters count what is there instead of
      *> confirming what the books say.  Printing a sheet for an
      *> item whose last count was never posted starts that
      *> count over.
        PrintCountSheets.
           PERFORM OpenItemMasterInput
           IF NOT ItemMasterIsOpen
               MOVE "Item Master file not found" TO LastActionOutcome
           ELSE
               PERFORM AcceptCountSelection
               PERFORM OpenPhysicalCountIO
               MOVE "CNT" TO ReportCode
               PERFORM OpenReportFileForRun
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "PHYSICAL INVENTORY COUNT SHEET"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO CountSheetLines
               MOVE 0 TO CountRefrozen
               PERFORM WriteReportPageHeader
               MOVE CountFromItem TO ITEM-NUMBER
               MOVE "N" TO EndOfItemFileSwitch
               START ITEM-MASTER
                   KEY IS NOT LESS THAN ITEM-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfItemFileSwitch
               END-START
               PERFORM FreezeOneItemForCount UNTIL EndOfItemFile
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS ON SHEET: " CountSheetLines
                   "   COUNTED BY: ____________   DATE: ________"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               CLOSE PHYSICAL-COUNT-FILE
               CLOSE ITEM-MASTER
               DISPLAY CountSheetLines " item(s) frozen for count; "
                   "sheets written to " ReportOutputName "."
               IF CountRefrozen > 0
                   DISPLAY CountRefrozen " earlier unposted "
                       "count(s) started over."
               END-IF
               MOVE "Count sheets printed" TO LastActionOutcome
           END-IF.

        AcceptCountSelection.
           MOVE LOW-VALUES TO CountFromItem
           MOVE HIGH-VALUES TO CountToItem
           DISPLAY "All items or a cycle-count range? (A/C): "
               WITH NO ADVANCING
           ACCEPT CountSelectReply
           IF CountSelectReply = "C" OR CountSelectReply = "c"
               DISPLAY "  From item number: " WITH NO ADVANCING
               ACCEPT CountFromItem
               DISPLAY "  To item number (blank = last): "
                   WITH NO ADVANCING
               MOVE SPACES TO CountToItem
               ACCEPT CountToItem
               IF CountToItem = SPACES
                   MOVE HIGH-VALUES TO CountToItem
               END-IF
           END-IF.

        FreezeOneItemForCount.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemFileSwitch
               NOT AT END
                   IF ITEM-NUMBER > CountToItem
                       MOVE "Y" TO EndOfItemFileSwitch
                   ELSE
                       IF ITEM-IS-KIT
                           CONTINUE
                       ELSE
                           PERFORM FreezeItemBookQty
                       END-IF
                   END-IF
           END-READ.

        FreezeItemBookQty.
           PERFORM ComputeItemAvailableQty
           MOVE ITEM-NUMBER TO CNT-ITEM-NUMBER
           READ PHYSICAL-COUNT-FILE
               INVALID KEY
                   MOVE "N" TO CountOnFileSwitch
               NOT INVALID KEY
                   MOVE "Y" TO CountOnFileSwitch
           END-READ
           IF CountRecordOnFile AND NOT CNT-STATUS-POSTED
               ADD 1 TO CountRefrozen
           END-IF
           MOVE SPACES TO PHYSICAL-COUNT-RECORD
           MOVE ITEM-NUMBER TO CNT-ITEM-NUMBER
           MOVE ReportRunDate TO CNT-SHEET-DATE
           MOVE ITEM-QTY-ON-HAND TO CNT-BOOK-QTY
           PERFORM NormalizeItemCostFields
           MOVE ITEM-AVG-COST TO CNT-UNIT-VALUE
           MOVE ZERO TO CNT-COUNTED-QTY
           MOVE ZERO TO CNT-POSTED-DATE
           SET CNT-STATUS-FROZEN TO TRUE
           IF CountRecordOnFile
               REWRITE PHYSICAL-COUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite count for item "
                           ITEM-NUMBER " - status " CountFileStatus
               END-REWRITE
           ELSE
               WRITE PHYSICAL-COUNT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write count for item "
                           ITEM-NUMBER " - status " CountFileStatus
               END-WRITE
           END-IF
           ADD 1 TO CountSheetLines
           MOVE SPACES TO REPORT-LINE
           STRING "  " ITEM-NUMBER "  " ITEM-DESCRIPTION
               "   COUNTED ____________"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> Keyed count entry - item, counted quantity and a reason
      *> for any difference, until a blank item number.  Only
      *> items on a count sheet not yet posted take a count.
        EnterCountedQuantities.
           OPEN I-O PHYSICAL-COUNT-FILE.
           IF CountFileStatus = "35"
               DISPLAY "Count file not found - print count sheets "
                   "first."
               MOVE "Count file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenItemMasterInput
               MOVE 0 TO CountsAccepted
               MOVE 0 TO CountsRejected
               MOVE "N" TO CountEntryDoneSwitch
               PERFORM AcceptOneCountedItem UNTIL CountEntryDone
               IF ItemMasterIsOpen
                   CLOSE ITEM-MASTER
               END-IF
               CLOSE PHYSICAL-COUNT-FILE
               DISPLAY CountsAccepted " count(s) recorded."
               MOVE "Counts entered" TO LastActionOutcome
           END-IF.

        AcceptOneCountedItem.
           DISPLAY "Item number counted (blank = done): "
               WITH NO ADVANCING
           MOVE SPACES TO CountItemReply
           ACCEPT CountItemReply
           IF CountItemReply = SPACES
               MOVE "Y" TO CountEntryDoneSwitch
           ELSE
               DISPLAY "  Counted quantity: " WITH NO ADVANCING
               ACCEPT CountQtyReply
               DISPLAY "  Reason for any difference: "
                   WITH NO ADVANCING
               MOVE SPACES TO CountReasonReply
               ACCEPT CountReasonReply
               PERFORM RecordOneCountedItem
               IF CountRejectReason NOT = SPACES
                   DISPLAY "  Not recorded - " CountRejectReason
               END-IF
           END-IF.

      *> Counts from the floor file - same checks as keyed entry,
      *> rejects listed on the screen for the counters to redo.
        LoadCountsFromFile.
           OPEN INPUT COUNT-INPUT-FILE.
           IF CountInputFileStatus = "35"
               DISPLAY "Count file (CNTIN) not found - nothing to "
                   "load."
               MOVE "Count input file not found"
                   TO LastActionOutcome
           ELSE
               OPEN I-O PHYSICAL-COUNT-FILE
               IF CountFileStatus = "35"
                   DISPLAY "Count file not found - print count "
                       "sheets first."
                   MOVE "Count file not found" TO LastActionOutcome
               ELSE
                   PERFORM OpenItemMasterInput
                   MOVE 0 TO CountsAccepted
                   MOVE 0 TO CountsRejected
                   MOVE "N" TO EndOfCountInputSwitch
                   PERFORM LoadOneCountRecord UNTIL EndOfCountInput
                   IF ItemMasterIsOpen
                       CLOSE ITEM-MASTER
                   END-IF
                   CLOSE PHYSICAL-COUNT-FILE
                   DISPLAY CountsAccepted " count(s) loaded, "
                       CountsRejected " rejected."
                   IF CountsRejected > 0
                       MOVE "Count load had rejects"
                           TO LastActionOutcome
                   ELSE
                       MOVE "Counts loaded" TO LastActionOutcome
                   END-IF
               END-IF
               CLOSE COUNT-INPUT-FILE
           END-IF.

        LoadOneCountRecord.
           READ COUNT-INPUT-FILE
               AT END
                   MOVE "Y" TO EndOfCountInputSwitch
               NOT AT END
                   MOVE CNTIN-ITEM-NUMBER TO CountItemReply
                   MOVE CNTIN-REASON TO CountReasonReply
                   IF CNTIN-COUNTED-QTY NUMERIC
                       MOVE CNTIN-COUNTED-QTY TO CountQtyReply
                       PERFORM RecordOneCountedItem
                   ELSE
                       MOVE "COUNTED QTY NOT NUMERIC"
                           TO CountRejectReason
                       ADD 1 TO CountsRejected
                   END-IF
                   IF CountRejectReason NOT = SPACES
                       DISPLAY "  Item " CountItemReply
                           " rejected - " CountRejectReason
                   END-IF
           END-READ.

        RecordOneCountedItem.
           MOVE SPACES TO CountRejectReason
           MOVE CountItemReply TO CNT-ITEM-NUMBER
           READ PHYSICAL-COUNT-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON A COUNT SHEET"
                       TO CountRejectReason
               NOT INVALID KEY
                   IF CNT-STATUS-POSTED
                       MOVE "COUNT ALREADY POSTED"
                           TO CountRejectReason
                   ELSE
                       IF CountQtyReply NOT NUMERIC
                           MOVE "COUNTED QTY NOT NUMERIC"
                               TO CountRejectReason
                       ELSE
                           PERFORM StoreCountedQuantity
                       END-IF
                   END-IF
           END-READ
           IF CountRejectReason = SPACES
               ADD 1 TO CountsAccepted
           ELSE
               ADD 1 TO CountsRejected
           END-IF.

        StoreCountedQuantity.
           MOVE CountQtyReply TO CNT-COUNTED-QTY
           MOVE CountReasonReply TO CNT-REASON
           MOVE CurrentOperatorID TO CNT-COUNTED-BY
           SET CNT-STATUS-COUNTED TO TRUE
           REWRITE PHYSICAL-COUNT-RECORD
               INVALID KEY
                   MOVE "COUNT REWRITE FAILED" TO CountRejectReason
               NOT INVALID KEY
                   PERFORM WarnCountBelowAllocated
           END-REWRITE.

      *> The count is taken either way - the shelf is what it is
      *> - but a count that would leave on-hand below what open
      *> orders have already claimed means some of those orders
      *> will ship short, and the counter is told so now.
        WarnCountBelowAllocated.
           IF ItemMasterIsOpen
               MOVE CNT-ITEM-NUMBER TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ComputeCountProjectedQty
                       IF CountProjectedQty < ITEM-QTY-ALLOCATED
                           DISPLAY "  Warning - item " ITEM-NUMBER
                               " would be left with "
                               CountProjectedQty " on hand, below "
                               "the " ITEM-QTY-ALLOCATED
                               " allocated to open orders."
                       END-IF
               END-READ
           END-IF.

      *> On-hand after the count posts - the counted quantity
      *> replaces the frozen book quantity, and whatever moved
      *> since the sheet was printed is kept on top of it.
        ComputeCountProjectedQty.
           PERFORM ComputeItemAvailableQty
           COMPUTE CountProjectedQty =
               ITEM-QTY-ON-HAND + CNT-COUNTED-QTY - CNT-BOOK-QTY
           IF CountProjectedQty < 0
               MOVE 0 TO CountProjectedQty
           END-IF.

      *> Every counted item with its frozen book quantity, the
      *> count, the difference and what the difference is worth
      *> at the unit value frozen with the book quantity.
        PrintCountVarianceReport.
           OPEN INPUT PHYSICAL-COUNT-FILE.
           IF CountFileStatus = "35"
               DISPLAY "Count file not found - no counts to "
                   "report."
               MOVE "Count file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenItemMasterInput
               MOVE "CNV" TO ReportCode
               PERFORM OpenReportFileForRun
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "PHYSICAL COUNT VARIANCE REPORT"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               PERFORM WriteReportPageHeader
               MOVE SPACES TO REPORT-LINE
               STRING "  ITEM             BOOK    COUNTED"
                   "  DIFFERENCE           VALUE  REASON"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteCountReportLine
               MOVE 0 TO CountsAwaitingPost
               MOVE 0 TO CountsWithVariance
               MOVE 0 TO CountsNotCounted
               MOVE 0 TO CountNetValue
               MOVE LOW-VALUES TO CNT-ITEM-NUMBER
               MOVE "N" TO EndOfCountFileSwitch
               START PHYSICAL-COUNT-FILE
                   KEY IS NOT LESS THAN CNT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfCountFileSwitch
               END-START
               PERFORM ReportOneCountVariance UNTIL EndOfCountFile
               MOVE CountNetValue TO CountNetValueDisplay
               MOVE SPACES TO REPORT-LINE
               PERFORM WriteCountReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS COUNTED: " CountsAwaitingPost
                   "   WITH VARIANCE: " CountsWithVariance
                   "   NOT YET COUNTED: " CountsNotCounted
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteCountReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "NET VARIANCE VALUE: " CountNetValueDisplay
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteCountReportLine
               CLOSE REPORT-FILE
               IF ItemMasterIsOpen
                   CLOSE ITEM-MASTER
               END-IF
               CLOSE PHYSICAL-COUNT-FILE
               DISPLAY "Count variance report written to "
                   ReportOutputName "."
               MOVE "Count variance report written"
                   TO LastActionOutcome
           END-IF.

        ReportOneCountVariance.
           READ PHYSICAL-COUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCountFileSwitch
               NOT AT END
                   IF CNT-STATUS-FROZEN
                       ADD 1 TO CountsNotCounted
                   END-IF
                   IF CNT-STATUS-COUNTED
                       PERFORM FormatAndWriteCountVariance
                   END-IF
           END-READ.

        FormatAndWriteCountVariance.
           ADD 1 TO CountsAwaitingPost
           PERFORM ComputeCountVariance
           MOVE SPACES TO CountAllocFlag
           IF ItemMasterIsOpen
               MOVE CNT-ITEM-NUMBER TO ITEM-NUMBER
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "NOT ON ITEM FILE" TO CountAllocFlag
                   NOT INVALID KEY
                       PERFORM ComputeCountProjectedQty
                       IF CountProjectedQty < ITEM-QTY-ALLOCATED
                           MOVE "BELOW ALLOCATED" TO CountAllocFlag
                       END-IF
               END-READ
           END-IF
           MOVE CNT-BOOK-QTY TO CountBookDisplay
           MOVE CNT-COUNTED-QTY TO CountQtyDisplay
           MOVE CountVarianceQty TO CountDiffDisplay
           MOVE CountVarianceValue TO CountValueDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "  " CNT-ITEM-NUMBER " " CountBookDisplay
               "  " CountQtyDisplay "  " CountDiffDisplay
               "  " CountValueDisplay "  " CNT-REASON
               "  " CountAllocFlag
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteCountReportLine.

        ComputeCountVariance.
           COMPUTE CountVarianceQty =
               CNT-COUNTED-QTY - CNT-BOOK-QTY
           COMPUTE CountVarianceValue =
               CountVarianceQty * CNT-UNIT-VALUE
               ON SIZE ERROR
                   MOVE 0 TO CountVarianceValue
           END-COMPUTE
           IF CountVarianceQty NOT = 0
               ADD 1 TO CountsWithVariance
           END-IF
           ADD CountVarianceValue TO CountNetValue.

        WriteCountReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Post count adjustments - the supervisor sees how many
      *> counted items are waiting and what the net difference
      *> is worth, and approves them as a set.  Each item's
      *> on-hand takes its difference, the count is stamped
      *> posted, and every real difference goes on the audit
      *> trail with the counter's reason.
      *> ----------------------------------------------------------
        PostCountAdjustments.
           IF OperatorIsSupervisor OR OperatorIsAdmin
               PERFORM ApproveAndPostCountAdjustments
           ELSE
               DISPLAY "Posting count adjustments is restricted "
                   "to supervisors and administrators."
               MOVE "Access denied - count posting"
                   TO LastActionOutcome
           END-IF.

        ApproveAndPostCountAdjustments.
           OPEN I-O PHYSICAL-COUNT-FILE.
           IF CountFileStatus = "35"
               DISPLAY "Count file not found - nothing to post."
               MOVE "Count file not found" TO LastActionOutcome
           ELSE
               MOVE 0 TO CountsAwaitingPost
               MOVE 0 TO CountsWithVariance
               MOVE 0 TO CountsNotCounted
               MOVE 0 TO CountNetValue
               PERFORM StartCountFileSweep
               PERFORM TallyOneCountAwaitingPost
                   UNTIL EndOfCountFile
               IF CountsAwaitingPost = 0
                   DISPLAY "No counted items are waiting to be "
                       "posted."
                   MOVE "No count adjustments to post"
                       TO LastActionOutcome
               ELSE
                   PERFORM ConfirmAndPostCountAdjustments
               END-IF
               CLOSE PHYSICAL-COUNT-FILE
           END-IF.

        StartCountFileSweep.
           MOVE LOW-VALUES TO CNT-ITEM-NUMBER
           MOVE "N" TO EndOfCountFileSwitch
           START PHYSICAL-COUNT-FILE
               KEY IS NOT LESS THAN CNT-ITEM-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfCountFileSwitch
           END-START.

        TallyOneCountAwaitingPost.
           READ PHYSICAL-COUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCountFileSwitch
               NOT AT END
                   IF CNT-STATUS-COUNTED
                       ADD 1 TO CountsAwaitingPost
                       PERFORM ComputeCountVariance
                   END-IF
           END-READ.

        ConfirmAndPostCountAdjustments.
           MOVE CountNetValue TO CountNetValueDisplay
           DISPLAY CountsAwaitingPost " counted item(s), "
               CountsWithVariance " with a difference, net value "
               CountNetValueDisplay "."
           DISPLAY "Approve and post these adjustments to on-hand? "
               "(Y/N): " WITH NO ADVANCING
           ACCEPT CountPostConfirm
           IF CountPostConfirm = "Y" OR CountPostConfirm = "y"
               ACCEPT CountRunDate FROM DATE YYYYMMDD
               MOVE 0 TO CountsPosted
               PERFORM OpenItemMasterIO
               PERFORM StartCountFileSweep
               PERFORM PostOneCountAdjustment UNTIL EndOfCountFile
               CLOSE ITEM-MASTER
               DISPLAY CountsPosted " count adjustment(s) posted."
               MOVE "Count adjustments posted" TO LastActionOutcome
           ELSE
               DISPLAY "Nothing posted."
               MOVE "Count posting not approved"
                   TO LastActionOutcome
           END-IF.

        PostOneCountAdjustment.
           READ PHYSICAL-COUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCountFileSwitch
               NOT AT END
                   IF CNT-STATUS-COUNTED
                       PERFORM ApplyOneCountAdjustment
                   END-IF
           END-READ.

      *> A kit holds no stock of its own - its components are
      *> counted - so a count frozen before the item became a
      *> kit is not posted.
        ApplyOneCountAdjustment.
           MOVE CNT-ITEM-NUMBER TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "Warning - item " CNT-ITEM-NUMBER
                       " no longer on the Item Master; count not "
                       "posted."
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       DISPLAY "Warning - item " CNT-ITEM-NUMBER
                           " is now a kit; count not posted."
                   ELSE
                       PERFORM AdjustItemOnHandForCount
                   END-IF
           END-READ.

      *> The count is of the whole item, and the default
      *> warehouse - where counted stock lands - is set to what
      *> the count leaves once the other warehouses' stock is
      *> taken off, not merely moved by the difference, so stock
      *> that was never placed in a warehouse is placed by the
      *> first count.
        AdjustItemOnHandForCount.
           PERFORM ComputeCountProjectedQty
           MOVE "Y" TO CountLotSettledSwitch
           IF ITEM-IS-LOT-CONTROLLED
               AND CountProjectedQty NOT = ITEM-QTY-ON-HAND
               PERFORM AdjustCountedLot
           END-IF
           IF NOT CountLotIsSettled
               DISPLAY "Count for item " ITEM-NUMBER " left "
                   "unposted - no lot named for the difference."
           ELSE
               IF CountProjectedQty < ITEM-QTY-ALLOCATED
                   DISPLAY "Warning - item " ITEM-NUMBER " on-hand "
                       "now " CountProjectedQty ", below the "
                       ITEM-QTY-ALLOCATED " allocated to open "
                       "orders."
               END-IF
               MOVE CountProjectedQty TO ITEM-QTY-ON-HAND
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite item " ITEM-NUMBER
                           " - status " ItemFileStatus
                   NOT INVALID KEY
                       PERFORM LookUpDefaultWarehouse
                       PERFORM SettleItemWarehouseStock
                       PERFORM StampCountPosted
               END-REWRITE
           END-IF.

      *> A lot-controlled item's count difference is taken up by
      *> the lot it was found in, so its lots still add up to
      *> its on-hand.  A lot short of stock cannot give more
      *> than it holds; a blank lot leaves the count unposted
      *> for the supervisor to take up.
        AdjustCountedLot.
           COMPUTE CountLotDelta = CountProjectedQty - ITEM-QTY-ON-HAND
           MOVE CountLotDelta TO CountDiffDisplay
           MOVE "N" TO CountLotSettledSwitch
           MOVE "N" TO LotEntryValidSwitch
           PERFORM AcceptOneCountedLot UNTIL LotEntryIsValid.

        AcceptOneCountedLot.
           DISPLAY "Item " ITEM-NUMBER " is lot-controlled - lot "
               "holding the difference of " CountDiffDisplay
               " (blank = do not post): " WITH NO ADVANCING
           ACCEPT CountLotNumber
           IF CountLotNumber = SPACES
               MOVE "Y" TO LotEntryValidSwitch
           ELSE
               PERFORM ApplyCountToLot
           END-IF.

        ApplyCountToLot.
           PERFORM OpenLotIO
           MOVE ITEM-NUMBER TO LOT-ITEM-NUMBER
           MOVE CountLotNumber TO LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   DISPLAY "Lot " CountLotNumber " is not on file "
                       "for item " ITEM-NUMBER "."
               NOT INVALID KEY
                   IF LOT-QTY-ON-HAND NOT NUMERIC
                       MOVE ZERO TO LOT-QTY-ON-HAND
                   END-IF
                   COMPUTE CountLotQtyWork =
                       LOT-QTY-ON-HAND + CountLotDelta
                   IF CountLotQtyWork < 0
                       DISPLAY "Lot " CountLotNumber " has only "
                           LOT-QTY-ON-HAND " on hand."
                   ELSE
                       MOVE CountLotQtyWork TO LOT-QTY-ON-HAND
                       REWRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite lot "
                                   CountLotNumber " - status "
                                   LotFileStatus
                           NOT INVALID KEY
                               MOVE "Y" TO CountLotSettledSwitch
                               MOVE "Y" TO LotEntryValidSwitch
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE LOT-FILE.

        StampCountPosted.
           SET CNT-STATUS-POSTED TO TRUE
           MOVE CountRunDate TO CNT-POSTED-DATE
           REWRITE PHYSICAL-COUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to stamp count for item "
                       CNT-ITEM-NUMBER " posted - status "
                       CountFileStatus
           END-REWRITE
           ADD 1 TO CountsPosted
           IF CNT-COUNTED-QTY NOT = CNT-BOOK-QTY
               PERFORM WriteCountAdjustAuditEntry
           END-IF.

        WriteCountAdjustAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "Count adj item " CNT-ITEM-NUMBER
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING "Book " CNT-BOOK-QTY " counted " CNT-COUNTED-QTY
               " by " CNT-COUNTED-BY " " CNT-REASON
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

        OpenPhysicalCountIO.
           OPEN I-O PHYSICAL-COUNT-FILE.
           IF CountFileStatus = "35"
               OPEN OUTPUT PHYSICAL-COUNT-FILE
               CLOSE PHYSICAL-COUNT-FILE
               OPEN I-O PHYSICAL-COUNT-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Invoicing - option 6.  Sweeps the Order Master for orders
      *> shipped but not yet invoiced, assigns each one an invoice
      *> number off the control record, prints a formatted invoice
      *> with the customer's name and address, and records the
      *> invoice on the Invoice file - so an invoice can be
      *> reprinted on demand and the same order is never billed
      *> twice (the order carries the invoice number it was billed
      *> under).
      *> ----------------------------------------------------------
        InvoiceMenu.
           MOVE "N" TO ReturnToMainMenuSwitch
           PERFORM DisplayInvoiceMenuAndAct UNTIL ReturnToMainMenu.

        DisplayInvoiceMenuAndAct.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|            INVOICING MENU              |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Generate Invoices for Shipped Orders".
           DISPLAY "2. Reprint an Invoice".
           DISPLAY "3. Electronic Document Register / Resend".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT InvoiceChoice.
           EVALUATE InvoiceChoice
               WHEN 1
                   PERFORM GenerateInvoices
               WHEN 2
                   PERFORM ReprintInvoice
               WHEN 3
                   PERFORM EdiDocumentRegister
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in invoicing menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Unattended equivalent of the Invoicing sub-menu - only
      *> the generation sweep makes sense overnight; a reprint
      *> needs an operator to say which invoice.
        BatchInvoiceFunction.
           EVALUATE ControlFileSubChoice
               WHEN 1
                   PERFORM GenerateInvoices
               WHEN OTHER
                   DISPLAY "Invoice reprint and resend need "
                       "interactive entry - skipped in unattended "
                       "mode."
                   MOVE "Skipped - batch mode (invoice reprint)"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Every invoice in a run carries the run's posting date -
      *> today, or the first day of the next open period when
      *> today's fiscal period has been closed.
        GenerateInvoices.
           PERFORM CheckTodayPostingPeriod
           IF PostingWasRejected
               MOVE "Invoicing refused - fiscal period closed"
                   TO LastActionOutcome
           ELSE
               MOVE PostingDate TO InvoiceRunDate
               PERFORM RunInvoiceGeneration
           END-IF.

        RunInvoiceGeneration.
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - nothing "
                   "to invoice."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenCustomerMasterInput
               IF NOT CustomerMasterIsOpen
                   MOVE "Customer Master file not found"
                       TO LastActionOutcome
               ELSE
                   PERFORM OpenInvoiceMasterIO
                   PERFORM OpenOrderDetailInput
                   PERFORM OpenTermsFileInput
                   OPEN OUTPUT INVOICE-PRINT-FILE
                   MOVE "N" TO EinvBatchOpenSwitch
                   MOVE 0 TO InvoicesGenerated
                   MOVE 0 TO InvoiceStampFailures
                   MOVE "N" TO InvoiceRunFailedSwitch
                   MOVE ZERO TO ORD-NUMBER
                   MOVE "N" TO EndOfOrderFile
                   START ORDER-MASTER
                       KEY IS NOT LESS THAN ORD-NUMBER
                       INVALID KEY
                           MOVE "Y" TO EndOfOrderFile
                   END-START
                   PERFORM InvoiceOneOrder UNTIL OrderFileAtEnd
                   CLOSE INVOICE-PRINT-FILE
                   PERFORM CloseEinvBatch
                   PERFORM CloseTermsFile
                   IF OrderDetailIsOpen
                       CLOSE ORDER-DETAIL
                   END-IF
                   CLOSE INVOICE-MASTER
                   CLOSE CUSTOMER-MASTER
                   DISPLAY "Invoices generated: " InvoicesGenerated
                       " - printed to INVPRT."
                   IF InvoiceStampFailures > 0
                       DISPLAY "WARNING - " InvoiceStampFailures
                           " order(s) could not be stamped with "
                           "their invoice number and WILL be "
                           "billed again next run - see the "
                           "order numbers above."
                   END-IF
                   IF InvoiceRunFailed
                       MOVE "Invoice run had failures"
                           TO LastActionOutcome
                   ELSE
                       MOVE "Invoices generated"
                           TO LastActionOutcome
                   END-IF
               END-IF
               CLOSE ORDER-MASTER
           END-IF.

      *> A billable order is shipped and carries no invoice
      *> number yet (orders filed before invoicing existed carry
      *> spaces there, which counts as not yet invoiced).
        InvoiceOneOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-STATUS-SHIPPED
                       AND (ORD-INVOICE-NUMBER NOT NUMERIC
                           OR ORD-INVOICE-NUMBER = 0)
                       PERFORM BuildAndRecordInvoice
                   END-IF
           END-READ.

        BuildAndRecordInvoice.
           PERFORM AssignNextInvoiceNumber
           MOVE SPACES TO INVOICE-RECORD
           MOVE NextInvoiceNumber TO INV-NUMBER
           MOVE ORD-NUMBER TO INV-ORDER-NUMBER
           MOVE ORD-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
           MOVE InvoiceRunDate TO CurrentDateYYYYMMDD
           MOVE CurrentDateYYYYMMDD(1:4) TO INV-DATE-CCYY
           MOVE CurrentDateYYYYMMDD(5:2) TO INV-DATE-MM
           MOVE CurrentDateYYYYMMDD(7:2) TO INV-DATE-DD
           MOVE ORD-SUBTOTAL TO INV-SUBTOTAL
           MOVE ORD-TAX-AMOUNT TO INV-TAX-AMOUNT
           IF ORD-FREIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORD-FREIGHT-AMOUNT
           END-IF
           MOVE ORD-FREIGHT-AMOUNT TO INV-FREIGHT-AMOUNT
      *> The invoice bills the goods, their tax and the freight
      *> the shipments were charged - any finance charge already
      *> assessed stays on the order (statements show it as its
      *> own line), so it is never billed twice and the GL
      *> extract's receivable debit always equals its sales,
      *> tax and freight credits.
           COMPUTE INV-TOTAL-AMOUNT = ORD-SUBTOTAL + ORD-TAX-AMOUNT
               + ORD-FREIGHT-AMOUNT
               ON SIZE ERROR
                   MOVE ORD-TOTAL-AMOUNT TO INV-TOTAL-AMOUNT
           END-COMPUTE
           PERFORM ApplyInvoiceTerms
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to write invoice " INV-NUMBER
                       " - status " InvoiceFileStatus
                   MOVE "Y" TO InvoiceRunFailedSwitch
               NOT INVALID KEY
                   ADD 1 TO InvoicesGenerated
                   MOVE INV-NUMBER TO ORD-INVOICE-NUMBER
                   REWRITE ORDER-RECORD
                       INVALID KEY
      *> The invoice now exists but the order still reads "not
      *> yet invoiced" - left unflagged, the next generation run
      *> would bill it again, so the run is marked failed and the
      *> order counted and named for follow-up.
                           DISPLAY "Unable to mark order "
                               ORD-NUMBER " invoiced - invoice "
                               INV-NUMBER " exists; do not rerun "
                               "until corrected."
                           ADD 1 TO InvoiceStampFailures
                           MOVE "Y" TO InvoiceRunFailedSwitch
                   END-REWRITE
                   PERFORM ReadInvoiceCustomer
                   IF OrderDetailIsOpen
                       PERFORM ReadOrderLinesIntoTable
                   END-IF
                   PERFORM FormatAndPrintInvoice
                   IF CUST-WANTS-EDOCS
                       PERFORM WriteElectronicInvoice
                   END-IF
           END-WRITE.

      *> The customer's name and address come off the Customer
      *> Master at print time; a missing customer still gets the
      *> invoice printed, flagged instead of addressed.
      *> The invoice falls due the terms' net days after its
      *> date, and an early-payment discount on the goods (not
      *> the tax or freight) may be taken until the discount
      *> days are up.  The dates ride onto the order as well -
      *> the order is where payment posting, the finance charge
      *> run and the collections queue look.  An order without
      *> terms, or with a code no longer on file, is due on the
      *> invoice date with no discount.
        ApplyInvoiceTerms.
           MOVE ORD-TERMS-CODE TO TermsCodeLookup
           PERFORM LookUpTermsCode
           MOVE ORD-TERMS-CODE TO INV-TERMS-CODE
           MOVE CurrentDateYYYYMMDD TO INV-DUE-DATE
           MOVE ZERO TO INV-DISC-DATE
           MOVE ZERO TO INV-DISC-AMOUNT
           IF TERMS-NET-DAYS > 0
               SET DSRV-ADD-CALENDAR-DAYS TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE TERMS-NET-DAYS TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID
                   MOVE DSRV-RESULT-DATE TO INV-DUE-DATE
               END-IF
           END-IF
           IF TERMS-DISC-PCT > 0
               SET DSRV-ADD-CALENDAR-DAYS TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE TERMS-DISC-DAYS TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID
                   MOVE DSRV-RESULT-DATE TO INV-DISC-DATE
                   COMPUTE INV-DISC-AMOUNT ROUNDED =
                       INV-SUBTOTAL * TERMS-DISC-PCT
                       ON SIZE ERROR
                           MOVE ZERO TO INV-DISC-AMOUNT
                   END-COMPUTE
               END-IF
           END-IF
           MOVE INV-DUE-DATE TO ORD-DUE-DATE
           MOVE INV-DISC-DATE TO ORD-DISC-DATE
           MOVE INV-DISC-AMOUNT TO ORD-DISC-ALLOWED
           MOVE ZERO TO ORD-DISC-TAKEN
           MOVE ZERO TO ORD-DISC-PAY-DATE
           MOVE ZERO TO ORD-DISC-PAY-SEQ.

        ReadInvoiceCustomer.
           MOVE INV-CUSTOMER-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE INV-CUSTOMER-NUMBER TO CUST-NUMBER
                   MOVE "** CUSTOMER NOT ON FILE **" TO CUST-NAME
           END-READ.

        FormatAndPrintInvoice.
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "INVOICE " INV-NUMBER "          DATE "
               INV-DATE-MM "/" INV-DATE-DD "/" INV-DATE-CCYY
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           PERFORM WriteInvoiceTermsLines.
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "ORDER " INV-ORDER-NUMBER "     CUSTOMER "
               INV-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE
           MOVE CUST-NAME TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE
           MOVE CUST-ADDR-LINE1 TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE
           MOVE CUST-ADDR-LINE2 TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING CUST-CITY " " CUST-STATE " " CUST-ZIP
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           PERFORM WriteInvoiceShipToLines.
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE 0 TO LineItemIndex
           PERFORM PrintOneInvoiceLine ORD-LINE-COUNT TIMES
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE INV-SUBTOTAL TO InvoiceAmountDisplay
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "SUBTOTAL   " InvoiceAmountDisplay
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE INV-TAX-AMOUNT TO InvoiceAmountDisplay
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "TAX        " InvoiceAmountDisplay
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           IF INV-FREIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO INV-FREIGHT-AMOUNT
           END-IF
           IF INV-FREIGHT-AMOUNT > 0
               MOVE INV-FREIGHT-AMOUNT TO InvoiceAmountDisplay
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING "FREIGHT    " InvoiceAmountDisplay "   VIA "
                   ORD-CARRIER-CODE " " ORD-SHIP-SERVICE
                   "  TRACKING " ORD-TRACKING-NUMBER
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
           END-IF.
           MOVE INV-TOTAL-AMOUNT TO InvoiceAmountDisplay
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "TOTAL DUE  " InvoiceAmountDisplay
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
           MOVE ALL "-" TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.

      *> Terms, due date and any early-payment discount under
      *> the invoice date.  An invoice raised before terms
      *> existed is due on its own date.
        WriteInvoiceTermsLines.
           IF INV-DUE-DATE NOT NUMERIC OR INV-DUE-DATE = 0
               MOVE INV-DATE TO OrderDueDate
           ELSE
               MOVE INV-DUE-DATE TO OrderDueDate
           END-IF
           MOVE SPACES TO INVOICE-PRINT-LINE
           IF INV-TERMS-CODE = SPACES
               STRING "TERMS DUE ON RECEIPT    DUE DATE "
                   OrderDueDate(5:2) "/" OrderDueDate(7:2) "/"
                   OrderDueDate(1:4)
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           ELSE
               STRING "TERMS " INV-TERMS-CODE "            DUE DATE "
                   OrderDueDate(5:2) "/" OrderDueDate(7:2) "/"
                   OrderDueDate(1:4)
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           END-IF
           WRITE INVOICE-PRINT-LINE.
           IF INV-DISC-AMOUNT NUMERIC AND INV-DISC-AMOUNT > 0
               AND INV-DISC-DATE NUMERIC
               MOVE INV-DISC-AMOUNT TO DiscountAmountDisplay
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING "DEDUCT " DiscountAmountDisplay
                   " IF PAID BY " INV-DISC-DATE(5:2) "/"
                   INV-DISC-DATE(7:2) "/" INV-DISC-DATE(1:4)
                   DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
           END-IF.

      *> The invoice heading shows the branch the goods went to
      *> when the order carried a ship-to location.  Both
      *> callers guarantee the order area is trustworthy here:
      *> generation has just read the invoice's order, and a
      *> reprint clears the ship-to code whenever the order
      *> could not be read back, so a stale code from a
      *> previous read can never address the heading.
        WriteInvoiceShipToLines.
           IF ORD-SHIP-TO-CODE NOT = SPACES
               OPEN INPUT SHIP-TO-FILE
               IF ShipToFileStatus NOT = "35"
                   MOVE ORD-CUSTOMER-NUMBER
                       TO SHIPTO-CUST-NUMBER
                   MOVE ORD-SHIP-TO-CODE TO SHIPTO-LOCATION
                   READ SHIP-TO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO INVOICE-PRINT-LINE
                           STRING "SHIP TO: " SHIPTO-NAME
                               DELIMITED BY SIZE
                               INTO INVOICE-PRINT-LINE
                           WRITE INVOICE-PRINT-LINE
                           MOVE SPACES TO INVOICE-PRINT-LINE
                           MOVE SHIPTO-ADDR-LINE1
                               TO INVOICE-PRINT-LINE
                           WRITE INVOICE-PRINT-LINE
                           MOVE SPACES TO INVOICE-PRINT-LINE
                           STRING SHIPTO-CITY " " SHIPTO-STATE
                               " " SHIPTO-ZIP
                               DELIMITED BY SIZE
                               INTO INVOICE-PRINT-LINE
                           WRITE INVOICE-PRINT-LINE
                   END-READ
                   CLOSE SHIP-TO-FILE
               END-IF
           END-IF.

        PrintOneInvoiceLine.
           ADD 1 TO LineItemIndex
           MOVE OrderLinePrice(LineItemIndex) TO ItemPriceDisplay
           MOVE OrderLineExtPrice(LineItemIndex) TO ExtPriceDisplay
           MOVE SPACES TO INVOICE-PRINT-LINE
           STRING "  " OrderLineItemNumber(LineItemIndex) "  QTY "
               OrderLineQty(LineItemIndex) "  @ " ItemPriceDisplay
               "  = " ExtPriceDisplay
               DELIMITED BY SIZE INTO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.

      *> ----------------------------------------------------------
      *> Electronic invoices - a customer flagged for electronic
      *> documents is sent each invoice as it is printed: an "H"
      *> record with their own order reference, terms, dates and
      *> amounts, then a "D" record per line.  The run's invoices
      *> are one batch on EINVOUT, numbered off the control
      *> record and kept again on EDIHIST; the trailer carries
      *> the invoice, line and record counts and the amount
      *> billed, and the batch is registered on EDIREG.
      *> ----------------------------------------------------------
        WriteElectronicInvoice.
           IF NOT EinvBatchIsOpen
               PERFORM OpenEinvBatch
           END-IF
           MOVE SPACES TO EINV-RECORD
           SET EINV-IS-HEADER TO TRUE
           MOVE EinvBatchNumber TO EINV-BATCH-NUMBER
           MOVE INV-NUMBER TO EINV-INVOICE-NUMBER
           MOVE INV-DATE TO EINV-INVOICE-DATE
           MOVE INV-ORDER-NUMBER TO EINV-ORDER-NUMBER
           MOVE INV-CUSTOMER-NUMBER TO EINV-CUST-NUMBER
           MOVE ORD-CUST-REFERENCE TO EINV-CUST-REFERENCE
           MOVE INV-TERMS-CODE TO EINV-TERMS-CODE
           MOVE INV-DUE-DATE TO EINV-DUE-DATE
           MOVE INV-SUBTOTAL TO EINV-SUBTOTAL
           MOVE INV-TAX-AMOUNT TO EINV-TAX-AMOUNT
           MOVE INV-FREIGHT-AMOUNT TO EINV-FREIGHT-AMOUNT
           MOVE INV-TOTAL-AMOUNT TO EINV-TOTAL-AMOUNT
           MOVE INV-DISC-AMOUNT TO EINV-DISC-AMOUNT
           MOVE INV-DISC-DATE TO EINV-DISC-DATE
           IF OrderDetailIsOpen
               MOVE ORD-LINE-COUNT TO EinvLineCount
           ELSE
               MOVE 0 TO EinvLineCount
           END-IF
           MOVE EinvLineCount TO EINV-LINE-COUNT
           PERFORM WriteEinvRecord
           ADD 1 TO EinvInvoiceCount
           ADD INV-TOTAL-AMOUNT TO EinvBatchTotal
           MOVE 0 TO LineItemIndex
           PERFORM WriteOneEinvDetail EinvLineCount TIMES.

        WriteOneEinvDetail.
           ADD 1 TO LineItemIndex
           MOVE SPACES TO EINV-RECORD
           SET EINV-IS-DETAIL TO TRUE
           MOVE EinvBatchNumber TO EINV-BATCH-NUMBER
           MOVE INV-NUMBER TO EINV-DET-INVOICE-NUMBER
           MOVE LineItemIndex TO EINV-LINE-NUMBER
           MOVE OrderLineItemNumber(LineItemIndex) TO EINV-ITEM-NUMBER
           MOVE OrderLineQty(LineItemIndex) TO EINV-QTY
           MOVE OrderLinePrice(LineItemIndex) TO EINV-UNIT-PRICE
           MOVE OrderLineExtPrice(LineItemIndex) TO EINV-EXT-PRICE
           PERFORM WriteEinvRecord
           ADD 1 TO EinvDetailCount.

        OpenEinvBatch.
           PERFORM AssignNextEdiBatchNumber
           MOVE NextEdiBatchNumber TO EinvBatchNumber
           MOVE "Y" TO EinvBatchOpenSwitch
           MOVE 0 TO EinvInvoiceCount
           MOVE 0 TO EinvDetailCount
           MOVE 0 TO EinvRecordCount
           MOVE 0 TO EinvBatchTotal
           PERFORM OpenEinvFileExtend
           PERFORM OpenEdiHistoryExtend
           ACCEPT EdiBatchDate FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentTimeHHMMSS(1:6) TO EdiBatchTime
           MOVE SPACES TO EINV-RECORD
           SET EINV-IS-BATCH-HEADER TO TRUE
           MOVE EinvBatchNumber TO EINV-BATCH-NUMBER
           MOVE EdiBatchDate TO EINV-CREATED-DATE
           MOVE EdiBatchTime TO EINV-CREATED-TIME
           PERFORM WriteEinvRecord.

      *> The trailer's record count takes in the batch header
      *> and the trailer itself.
        CloseEinvBatch.
           IF EinvBatchIsOpen
               MOVE SPACES TO EINV-RECORD
               SET EINV-IS-TRAILER TO TRUE
               MOVE EinvBatchNumber TO EINV-BATCH-NUMBER
               MOVE EinvInvoiceCount TO EINV-INVOICE-COUNT
               MOVE EinvDetailCount TO EINV-DETAIL-COUNT
               COMPUTE EINV-RECORD-COUNT = EinvRecordCount + 1
               MOVE EinvBatchTotal TO EINV-BATCH-TOTAL
               PERFORM WriteEinvRecord
               CLOSE EDI-HISTORY-FILE
               CLOSE EINVOICE-FILE
               MOVE "N" TO EinvBatchOpenSwitch
               MOVE SPACES TO EDI-REGISTER-RECORD
               SET EREG-IS-INVOICE TO TRUE
               MOVE EinvBatchNumber TO EREG-BATCH-NUMBER
               MOVE EinvInvoiceCount TO EREG-DOC-COUNT
               MOVE EinvRecordCount TO EREG-RECORD-COUNT
               MOVE EinvBatchTotal TO EREG-CONTROL-TOTAL
               PERFORM RegisterEdiBatch
               DISPLAY "Electronic invoices sent: " EinvInvoiceCount
                   " in batch " EinvBatchNumber " (on EINVOUT)."
           END-IF.

        WriteEinvRecord.
           WRITE EINV-RECORD
           MOVE "I" TO EDIH-DOC-TYPE
           MOVE EINV-RECORD TO EDIH-DOC-RECORD
           WRITE EDI-HISTORY-RECORD
           ADD 1 TO EinvRecordCount.

        OpenEinvFileExtend.
           OPEN EXTEND EINVOICE-FILE.
           IF EinvFileStatus = "35"
               OPEN OUTPUT EINVOICE-FILE
               CLOSE EINVOICE-FILE
               OPEN EXTEND EINVOICE-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Electronic document register - option 3.  Lists the
      *> ship notice or invoice batches sent, and resends one a
      *> customer says did not arrive.  A resend copies the batch
      *> exactly as first written back out of EDIHIST - same
      *> batch number, same documents, its header flagged as a
      *> resend - so the customer can recognise it and nothing
      *> is numbered or billed twice.
      *> ----------------------------------------------------------
        EdiDocumentRegister.
           MOVE SPACES TO EdiDocType
           DISPLAY "Document type - A)dvance ship notices or "
               "I)nvoices: " WITH NO ADVANCING.
           ACCEPT EdiDocTypeReply.
           EVALUATE EdiDocTypeReply
               WHEN "A" WHEN "a"
                   MOVE "A" TO EdiDocType
               WHEN "I" WHEN "i"
                   MOVE "I" TO EdiDocType
               WHEN OTHER
                   DISPLAY "Invalid document type."
                   MOVE "Invalid electronic document type"
                       TO LastActionOutcome
           END-EVALUATE
           IF EdiDocType NOT = SPACES
               OPEN I-O EDI-REGISTER-FILE
               IF EdiRegFileStatus = "35"
                   DISPLAY "No electronic document batches have "
                       "been sent."
                   MOVE "Electronic document register not found"
                       TO LastActionOutcome
               ELSE
                   PERFORM ListEdiRegister
                   DISPLAY "Batch number to resend (0 = none): "
                       WITH NO ADVANCING
                   ACCEPT EdiBatchReply
                   IF EdiBatchReply NUMERIC
                       AND EdiBatchReply > 0
                       PERFORM ResendEdiBatch
                   ELSE
                       MOVE "Electronic document register listed"
                           TO LastActionOutcome
                   END-IF
                   CLOSE EDI-REGISTER-FILE
               END-IF
           END-IF.

        ListEdiRegister.
           DISPLAY "BATCH     CREATED   DOCS   RECORDS  "
               "CONTROL TOTAL   ST RESENT LAST SENT"
           MOVE EdiDocType TO EREG-DOC-TYPE
           MOVE ZERO TO EREG-BATCH-NUMBER
           MOVE "N" TO EndOfEdiRegSwitch
           START EDI-REGISTER-FILE
               KEY IS NOT LESS THAN EREG-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfEdiRegSwitch
           END-START
           PERFORM ListOneEdiRegisterEntry UNTIL EndOfEdiRegister.

        ListOneEdiRegisterEntry.
           READ EDI-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfEdiRegSwitch
               NOT AT END
                   IF EREG-DOC-TYPE NOT = EdiDocType
                       MOVE "Y" TO EndOfEdiRegSwitch
                   ELSE
                       MOVE EREG-CONTROL-TOTAL TO EdiControlDisplay
                       DISPLAY EREG-BATCH-NUMBER "  "
                           EREG-CREATED-DATE "  " EREG-DOC-COUNT
                           "  " EREG-RECORD-COUNT "  "
                           EdiControlDisplay "  " EREG-STATUS
                           "  " EREG-RESEND-COUNT "    "
                           EREG-LAST-SENT-DATE
                   END-IF
           END-READ.

        ResendEdiBatch.
           MOVE EdiDocType TO EREG-DOC-TYPE
           MOVE EdiBatchReply TO EREG-BATCH-NUMBER
           READ EDI-REGISTER-FILE
               INVALID KEY
                   DISPLAY "Batch " EdiBatchReply " is not on the "
                       "register."
                   MOVE "Electronic batch not on register"
                       TO LastActionOutcome
               NOT INVALID KEY
                   DISPLAY "Resend batch " EREG-BATCH-NUMBER " ("
                       EREG-DOC-COUNT " document(s), created "
                       EREG-CREATED-DATE ")? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT EdiResendReply
                   IF EdiResendReply = "Y" OR EdiResendReply = "y"
                       PERFORM CopyEdiBatchFromHistory
                   ELSE
                       MOVE "Electronic batch resend cancelled"
                           TO LastActionOutcome
                   END-IF
           END-READ.

      *> A batch whose records are no longer all on EDIHIST is
      *> still sent as far as it goes, but the operator is told
      *> the count does not match the register.
        CopyEdiBatchFromHistory.
           MOVE 0 TO EdiResendCount
           OPEN INPUT EDI-HISTORY-FILE
           IF EdiHistFileStatus NOT = "00"
               DISPLAY "Electronic document history (EDIHIST) not "
                   "found - batch cannot be resent."
               MOVE "Electronic document history not found"
                   TO LastActionOutcome
           ELSE
               IF EREG-IS-ASN
                   PERFORM OpenAsnFileExtend
               ELSE
                   PERFORM OpenEinvFileExtend
               END-IF
               MOVE "N" TO EndOfEdiHistSwitch
               PERFORM ResendOneEdiHistoryRecord
                   UNTIL EndOfEdiHistory
               IF EREG-IS-ASN
                   CLOSE ASN-FILE
               ELSE
                   CLOSE EINVOICE-FILE
               END-IF
               CLOSE EDI-HISTORY-FILE
               PERFORM RecordEdiBatchResent
           END-IF.

        ResendOneEdiHistoryRecord.
           READ EDI-HISTORY-FILE
               AT END
                   MOVE "Y" TO EndOfEdiHistSwitch
               NOT AT END
                   IF EDIH-DOC-TYPE = EREG-DOC-TYPE
                       AND EDIH-BATCH-NUMBER = EREG-BATCH-NUMBER
                       PERFORM ResendOneEdiRecord
                   END-IF
           END-READ.

        ResendOneEdiRecord.
           IF EREG-IS-ASN
               MOVE EDIH-DOC-RECORD TO ASN-RECORD
               IF ASN-IS-BATCH-HEADER
                   SET ASN-IS-RESEND TO TRUE
               END-IF
               WRITE ASN-RECORD
           ELSE
               MOVE EDIH-DOC-RECORD TO EINV-RECORD
               IF EINV-IS-BATCH-HEADER
                   SET EINV-IS-RESEND TO TRUE
               END-IF
               WRITE EINV-RECORD
           END-IF
           ADD 1 TO EdiResendCount.

        RecordEdiBatchResent.
           IF EdiResendCount NOT = EREG-RECORD-COUNT
               DISPLAY "Warning - " EdiResendCount " record(s) "
                   "resent; the register shows " EREG-RECORD-COUNT
                   " for this batch."
           END-IF
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           IF EREG-RESEND-COUNT NOT NUMERIC
               MOVE ZERO TO EREG-RESEND-COUNT
           END-IF
           ADD 1 TO EREG-RESEND-COUNT
               ON SIZE ERROR
                   MOVE 999 TO EREG-RESEND-COUNT
           END-ADD
           SET EREG-STATUS-RESENT TO TRUE
           MOVE CurrentDateYYYYMMDD TO EREG-LAST-SENT-DATE
           MOVE CurrentTimeHHMMSS(1:6) TO EREG-LAST-SENT-TIME
           MOVE CurrentOperatorID TO EREG-RESENT-BY
           REWRITE EDI-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the register for batch "
                       EREG-BATCH-NUMBER " - status "
                       EdiRegFileStatus
           END-REWRITE
           DISPLAY "Batch " EREG-BATCH-NUMBER " resent - "
               EdiResendCount " record(s)."
           MOVE SPACES TO AuditOptionText
           STRING "E-doc resend " EREG-DOC-TYPE " " EREG-BATCH-NUMBER
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING EdiResendCount " record(s) resent, resend "
               EREG-RESEND-COUNT
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry
           MOVE "Electronic batch resent" TO LastActionOutcome.

      *> Re-emits one kept invoice from the Invoice file - the
      *> order is re-read for its line items (a shipped order's
      *> lines do not change after billing).
        ReprintInvoice.
           DISPLAY "Invoice number to reprint: " WITH NO ADVANCING.
           ACCEPT InvoiceLookupNumber.
           OPEN INPUT INVOICE-MASTER.
           IF InvoiceFileStatus = "35"
               DISPLAY "Invoice file not found - nothing to "
                   "reprint."
               MOVE "Invoice file not found" TO LastActionOutcome
           ELSE
               MOVE InvoiceLookupNumber TO INV-NUMBER
               READ INVOICE-MASTER
                   INVALID KEY
                       DISPLAY "Invoice " InvoiceLookupNumber
                           " not found."
                       MOVE "Invoice not found" TO LastActionOutcome
                   NOT INVALID KEY
                       PERFORM ReprintFoundInvoice
               END-READ
               CLOSE INVOICE-MASTER
           END-IF.

        ReprintFoundInvoice.
           OPEN INPUT ORDER-MASTER.
           PERFORM OpenCustomerMasterInput
           PERFORM OpenOrderDetailInput
           MOVE INV-ORDER-NUMBER TO ORD-NUMBER
           MOVE ZERO TO ORD-LINE-COUNT
      *> Cleared before the read - if the order is gone
      *> (archived/purged) or the Order Master is missing, the
      *> rest of the record area still holds whatever order was
      *> read previously, and its branch address must not leak
      *> into this invoice's heading.  A successful read
      *> replaces the whole record, code included.
           MOVE SPACES TO ORD-SHIP-TO-CODE
           MOVE SPACES TO ORD-CARRIER-CODE ORD-SHIP-SERVICE
               ORD-TRACKING-NUMBER
           IF OrderFileStatus NOT = "35"
               READ ORDER-MASTER
                   INVALID KEY
                       DISPLAY "Order " INV-ORDER-NUMBER " no "
                           "longer on file - printing totals only."
                       MOVE ZERO TO ORD-LINE-COUNT
                       MOVE SPACES TO ORD-SHIP-TO-CODE
                       MOVE SPACES TO ORD-CARRIER-CODE
                           ORD-SHIP-SERVICE ORD-TRACKING-NUMBER
               END-READ
           END-IF
           IF CustomerMasterIsOpen
               PERFORM ReadInvoiceCustomer
           ELSE
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE INV-CUSTOMER-NUMBER TO CUST-NUMBER
               MOVE "** CUSTOMER NOT ON FILE **" TO CUST-NAME
           END-IF
           IF OrderDetailIsOpen
               PERFORM ReadOrderLinesIntoTable
           END-IF
           OPEN OUTPUT INVOICE-PRINT-FILE
           PERFORM FormatAndPrintInvoice
           CLOSE INVOICE-PRINT-FILE
           IF OrderDetailIsOpen
               CLOSE ORDER-DETAIL
           END-IF
           IF CustomerMasterIsOpen
               CLOSE CUSTOMER-MASTER
           END-IF
           IF OrderFileStatus NOT = "35"
               CLOSE ORDER-MASTER
           END-IF
           DISPLAY "Invoice " INV-NUMBER " reprinted to INVPRT."
           MOVE "Invoice reprinted" TO LastActionOutcome.

        OpenInvoiceMasterIO.
           OPEN I-O INVOICE-MASTER.
           IF InvoiceFileStatus = "35"
               OPEN OUTPUT INVOICE-MASTER
               CLOSE INVOICE-MASTER
               OPEN I-O INVOICE-MASTER
           END-IF.

      *> ----------------------------------------------------------
      *> Administration - option 9, closed to clerks.  Groups the
      *> housekeeping functions that are not day-to-day order or
      *> customer work, starting with the sales tax rate table.
      *> ----------------------------------------------------------
        AdminMenu.
           MOVE "N" TO ReturnToMainMenuSwitch
           PERFORM DisplayAdminMenuAndAct UNTIL ReturnToMainMenu.

        DisplayAdminMenuAndAct.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|          ADMINISTRATION MENU           |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Tax Rate Maintenance".
           DISPLAY "2. Operator Maintenance (admin only)".
           DISPLAY "3. Audit Inquiry".
           DISPLAY "4. Audit Archive".
           DISPLAY "5. Unload Masters to Backup".
           DISPLAY "6. Reload Masters from Backup".
           DISPLAY "7. Archive Old Closed Orders".
           DISPLAY "8. Customer Merge (supervisor+)".
           DISPLAY "9. Holiday Calendar Maintenance".
           DISPLAY "10. Integrity Check / Allocation Rebuild".
           DISPLAY "11. Fiscal Period Calendar / Period Close".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT AdminChoice.
           EVALUATE AdminChoice
               WHEN 1
                   PERFORM TaxRateMaintenance
               WHEN 2
                   IF OperatorIsAdmin
                       PERFORM OperatorMaintenance
                   ELSE
                       DISPLAY "Operator Maintenance is "
                           "restricted to administrators."
                       MOVE "Access denied - operator maintenance"
                           TO LastActionOutcome
                   END-IF
               WHEN 3
                   PERFORM AuditInquiry
               WHEN 4
                   PERFORM AuditArchive
               WHEN 5
                   PERFORM UnloadAllMasters
               WHEN 6
                   PERFORM ReloadAllMasters
               WHEN 7
                   PERFORM ArchiveOldOrders
               WHEN 8
                   PERFORM CustomerMerge
               WHEN 9
                   PERFORM HolidayCalendarMaintenance
               WHEN 10
                   PERFORM IntegrityCheck
               WHEN 11
                   PERFORM FiscalPeriodMaintenance
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in admin menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Unattended equivalent of the Administration sub-menu -
      *> only the month-end audit archive runs unattended; the
      *> maintenance and inquiry functions need an operator at
      *> the keyboard.  Sub-function 8 runs the integrity check
      *> as a report only - the allocation rebuild needs a
      *> supervisor to ask for it.  Sub-function 9 runs the
      *> period close for the earliest ended period still open.
        BatchAdminFunction.
           EVALUATE ControlFileSubChoice
               WHEN 4
                   PERFORM AuditArchive
               WHEN 5
                   PERFORM UnloadAllMasters
               WHEN 6
                   PERFORM ReloadAllMasters
               WHEN 7
                   PERFORM ArchiveOldOrders
               WHEN 8
                   MOVE "N" TO IntegrityRepairSwitch
                   PERFORM RunIntegrityCheck
               WHEN 9
                   PERFORM BatchPeriodClose
               WHEN OTHER
                   DISPLAY "That administration function needs "
                       "interactive field entry - skipped in "
                       "unattended mode."
                   MOVE "Skipped - batch mode (administration)"
                       TO LastActionOutcome
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> Audit inquiry - answers "what did operator X do last
      *> Tuesday" from the keyboard instead of an editor on the
      *> raw file.  Reads AUDITLOG back through the AUDTREC
      *> layout and filters by user ID, date range and the
      *> leading characters of the option text (blank/zero
      *> filters match everything).
      *> ----------------------------------------------------------
        AuditInquiry.
           OPEN INPUT AUDIT-LOG.
           IF AuditFileStatus = "35"
               DISPLAY "No audit log on file."
               MOVE "No audit log on file" TO LastActionOutcome
           ELSE
               DISPLAY "User ID filter (blank = all): "
                   WITH NO ADVANCING
               ACCEPT AuditUserFilter
               DISPLAY "From date YYYYMMDD (zero = from start): "
                   WITH NO ADVANCING
               ACCEPT AuditFromDate
               DISPLAY "To date YYYYMMDD (zero = to end): "
                   WITH NO ADVANCING
               ACCEPT AuditToDate
               DISPLAY "Option text starts with (blank = all): "
                   WITH NO ADVANCING
               ACCEPT AuditOptionFilter
               PERFORM MeasureAuditOptionFilter
               MOVE 0 TO AuditReadCount
               MOVE 0 TO AuditMatchCount
               MOVE "N" TO EndOfAuditLogSwitch
               PERFORM ReadAndShowOneAuditRecord
                   UNTIL EndOfAuditLog
               DISPLAY "Audit records read: " AuditReadCount
                   "  matched: " AuditMatchCount
               CLOSE AUDIT-LOG
               MOVE "Audit inquiry completed" TO LastActionOutcome
           END-IF.

      *> Finds the length of the keyed option filter so the
      *> prefix compare below looks at just the characters the
      *> operator typed.
        MeasureAuditOptionFilter.
           MOVE 0 TO AuditFilterLength
           IF AuditOptionFilter NOT = SPACES
               MOVE 30 TO AuditFilterLength
               PERFORM TrimOneFilterCharacter
                   UNTIL AuditOptionFilter(AuditFilterLength:1)
                       NOT = SPACE
           END-IF.

        TrimOneFilterCharacter.
           SUBTRACT 1 FROM AuditFilterLength.

        ReadAndShowOneAuditRecord.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO EndOfAuditLogSwitch
               NOT AT END
                   ADD 1 TO AuditReadCount
                   MOVE AUDIT-LOG-LINE(1:122) TO AUDIT-RECORD
                   PERFORM FilterOneAuditRecord
                   IF AuditRecMatches
                       ADD 1 TO AuditMatchCount
                       DISPLAY AUDIT-USER-ID " " AUDIT-DATE-MM "/"
                           AUDIT-DATE-DD "/" AUDIT-DATE-CCYY " "
                           AUDIT-TIME-HH ":" AUDIT-TIME-MM ":"
                           AUDIT-TIME-SS " " AUDIT-OPTION " "
                           AUDIT-OUTCOME
                   END-IF
           END-READ.

      *> A record matches when it passes every filter the
      *> operator supplied.  Records whose date will not parse
      *> (lines written before the log used the fixed layout)
      *> only match when no date range was asked for.
        FilterOneAuditRecord.
           MOVE "Y" TO AuditRecMatchSwitch
           IF AuditUserFilter NOT = SPACES
               AND AUDIT-USER-ID NOT = AuditUserFilter
               MOVE "N" TO AuditRecMatchSwitch
           END-IF
           IF AuditFromDate > 0 OR AuditToDate > 0
               IF AUDIT-DATE NUMERIC
                   MOVE AUDIT-DATE TO AuditRecDateNum
                   IF AuditFromDate > 0
                       AND AuditRecDateNum < AuditFromDate
                       MOVE "N" TO AuditRecMatchSwitch
                   END-IF
                   IF AuditToDate > 0
                       AND AuditRecDateNum > AuditToDate
                       MOVE "N" TO AuditRecMatchSwitch
                   END-IF
               ELSE
                   MOVE "N" TO AuditRecMatchSwitch
               END-IF
           END-IF
           IF AuditFilterLength > 0
               IF AUDIT-OPTION(1:AuditFilterLength)
                   NOT = AuditOptionFilter(1:AuditFilterLength)
                   MOVE "N" TO AuditRecMatchSwitch
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Month-end audit archive - cuts records older than the
      *> retention period off to a dated archive file (AUDARCH +
      *> run date) and rewrites AUDITLOG with just the kept
      *> records, reporting read/archived/kept counts so the run
      *> can prove nothing was dropped.  Records whose date will
      *> not parse (pre-layout formatted lines) are archived.
      *> ----------------------------------------------------------
        AuditArchive.
           OPEN INPUT AUDIT-LOG.
           IF AuditFileStatus = "35"
               DISPLAY "No audit log on file - nothing to "
                   "archive."
               MOVE "No audit log on file" TO LastActionOutcome
           ELSE
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               MOVE SPACES TO AuditArchiveFileName
               STRING "AUDARCH" CurrentDateYYYYMMDD
                   DELIMITED BY SIZE INTO AuditArchiveFileName
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               OPEN OUTPUT AUDIT-WORK-FILE
               MOVE 0 TO AuditReadCount
               MOVE 0 TO AuditArchivedCount
               MOVE 0 TO AuditKeptCount
               MOVE "N" TO EndOfAuditLogSwitch
               PERFORM ArchiveOneAuditRecord UNTIL EndOfAuditLog
               CLOSE AUDIT-WORK-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-LOG
               PERFORM CopyKeptAuditRecordsBack
               DISPLAY "Audit archive to " AuditArchiveFileName
                   ": read " AuditReadCount ", archived "
                   AuditArchivedCount ", kept " AuditKeptCount "."
               IF AuditArchivedCount + AuditKeptCount
                   = AuditReadCount
                   DISPLAY "Archive counts balance - no records "
                       "dropped."
                   MOVE "Audit archive completed"
                       TO LastActionOutcome
               ELSE
                   DISPLAY "ARCHIVE COUNTS OUT OF BALANCE - "
                       "REVIEW RUN."
                   MOVE "Audit archive out of balance"
                       TO LastActionOutcome
               END-IF
           END-IF.

        ArchiveOneAuditRecord.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO EndOfAuditLogSwitch
               NOT AT END
                   ADD 1 TO AuditReadCount
                   MOVE AUDIT-LOG-LINE(1:122) TO AUDIT-RECORD
                   PERFORM CheckAuditRecordAge
                   IF NOT AuditRecMatches
                       ADD 1 TO AuditArchivedCount
                       MOVE AUDIT-LOG-LINE TO AUDIT-ARCHIVE-LINE
                       WRITE AUDIT-ARCHIVE-LINE
                   ELSE
                       ADD 1 TO AuditKeptCount
                       MOVE AUDIT-LOG-LINE TO AUDIT-WORK-LINE
                       WRITE AUDIT-WORK-LINE
                   END-IF
           END-READ.

      *> Ages one parsed audit record through DateServices - the
      *> match switch means "young enough to keep".  A date that
      *> will not parse counts as old, which is what moves the
      *> pre-layout formatted lines off to the archive.
        CheckAuditRecordAge.
           MOVE "N" TO AuditRecMatchSwitch
           IF AUDIT-DATE NUMERIC
               SET DSRV-DAYS-BETWEEN TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE AUDIT-DATE TO AuditRecDateNum
               MOVE AuditRecDateNum TO DSRV-DATE-2
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID
                   AND DSRV-DAY-COUNT NOT > AuditRetentionDays
                   MOVE "Y" TO AuditRecMatchSwitch
               END-IF
           END-IF.

      *> Second pass - the kept records become the new AUDITLOG.
        CopyKeptAuditRecordsBack.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-LOG.
           MOVE "N" TO EndOfAuditLogSwitch
           PERFORM CopyOneKeptAuditRecord UNTIL EndOfAuditLog
           CLOSE AUDIT-LOG.
           CLOSE AUDIT-WORK-FILE.

        CopyOneKeptAuditRecord.
           READ AUDIT-WORK-FILE
               AT END
                   MOVE "Y" TO EndOfAuditLogSwitch
               NOT AT END
                   MOVE AUDIT-WORK-LINE TO AUDIT-LOG-LINE
                   WRITE AUDIT-LOG-LINE
           END-READ.

      *> ----------------------------------------------------------
      *> Order archive and purge - moves orders closed for more
      *> than the retention period (shipped and fully paid, or
      *> cancelled) off the Order Master, with their Order
      *> Detail lines and Order History records, onto the
      *> cumulative archive files - in the balanced, counted
      *> style the audit archive uses - so every report that
      *> sweeps ORDMAST stops grinding through years of dead
      *> orders.  The archived-order inquiry on the Order menu
      *> can still answer for anything moved off.
      *> ----------------------------------------------------------
        ArchiveOldOrders.
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - nothing "
                   "to archive."
               MOVE "Order Master file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenOrderDetailIO
               PERFORM OpenOrderHistoryIO
               PERFORM OpenOrderArchiveExtend
               PERFORM OpenDetailArchiveExtend
               PERFORM OpenHistoryArchiveExtend
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               MOVE 0 TO ArchOrdersRead
               MOVE 0 TO ArchOrdersArchived
               MOVE 0 TO ArchOrdersKept
               MOVE 0 TO ArchLinesArchived
               MOVE 0 TO ArchHistArchived
               PERFORM StartOrderMasterSweep
               PERFORM ArchiveOneOrderRecord UNTIL OrderFileAtEnd
               CLOSE HISTORY-ARCHIVE-FILE
               CLOSE DETAIL-ARCHIVE-FILE
               CLOSE ORDER-ARCHIVE-FILE
               CLOSE ORDER-HISTORY
               CLOSE ORDER-DETAIL
               CLOSE ORDER-MASTER
               DISPLAY "Order archive: read " ArchOrdersRead
                   ", archived " ArchOrdersArchived " (with "
                   ArchLinesArchived " lines, " ArchHistArchived
                   " history records), kept " ArchOrdersKept "."
               IF ArchOrdersArchived + ArchOrdersKept
                   = ArchOrdersRead
                   DISPLAY "Archive counts balance - no orders "
                       "dropped."
                   MOVE "Order archive completed"
                       TO LastActionOutcome
               ELSE
                   DISPLAY "ARCHIVE COUNTS OUT OF BALANCE - "
                       "REVIEW RUN."
                   MOVE "Order archive out of balance"
                       TO LastActionOutcome
               END-IF
           END-IF.

        ArchiveOneOrderRecord.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   ADD 1 TO ArchOrdersRead
                   PERFORM CheckOrderArchivable
                   IF ArchOrderIsClosed
                       PERFORM ArchiveAndPurgeCurrentOrder
                   ELSE
                       ADD 1 TO ArchOrdersKept
                   END-IF
           END-READ.

      *> Closed means cancelled, or shipped and fully paid; old
      *> enough means the ship date (order date for orders that
      *> never stamped one) is past the retention period.
        CheckOrderArchivable.
           MOVE "N" TO ArchOrderClosedSwitch
           IF ORD-AMOUNT-PAID NOT NUMERIC
               MOVE ZERO TO ORD-AMOUNT-PAID
           END-IF
           IF ORD-STATUS-CANCELLED
               MOVE "Y" TO ArchOrderClosedSwitch
           ELSE
               IF ORD-STATUS-SHIPPED
                   AND ORD-AMOUNT-PAID NOT < ORD-TOTAL-AMOUNT
                   MOVE "Y" TO ArchOrderClosedSwitch
               END-IF
           END-IF
           IF ArchOrderIsClosed
               IF ORD-SHIP-DATE NUMERIC AND ORD-SHIP-DATE > 0
                   MOVE ORD-SHIP-DATE TO ArchAgeDate
               ELSE
                   MOVE ORD-DATE TO ArchAgeDate
               END-IF
               SET DSRV-DAYS-BETWEEN TO TRUE
               MOVE CurrentDateYYYYMMDD TO DSRV-DATE-1
               MOVE ArchAgeDate TO DSRV-DATE-2
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF NOT DSRV-DATE-IS-VALID
                   OR DSRV-DAY-COUNT NOT > OrderRetentionDays
                   MOVE "N" TO ArchOrderClosedSwitch
               END-IF
           END-IF.

        ArchiveAndPurgeCurrentOrder.
           MOVE SPACES TO ORDER-ARCHIVE-LINE
           MOVE ORDER-RECORD TO ORDER-ARCHIVE-LINE
           WRITE ORDER-ARCHIVE-LINE
           PERFORM ArchiveOrderDetailLines
           PERFORM ArchiveOrderHistoryRecords
           DELETE ORDER-MASTER
               INVALID KEY
                   DISPLAY "Unable to delete order " ORD-NUMBER
                       " - status " OrderFileStatus
                   ADD 1 TO ArchOrdersKept
               NOT INVALID KEY
                   ADD 1 TO ArchOrdersArchived
                   ADD 1 TO CTLCNT-ORDERS-DELETED
           END-DELETE.

        ArchiveOrderDetailLines.
           MOVE 0 TO LineItemIndex
           PERFORM ArchiveOneOrderDetailLine ORD-LINE-COUNT TIMES.

        ArchiveOneOrderDetailLine.
           ADD 1 TO LineItemIndex
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE LineItemIndex TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO DETAIL-ARCHIVE-LINE
                   MOVE ORDER-DETAIL-RECORD
                       TO DETAIL-ARCHIVE-LINE
                   WRITE DETAIL-ARCHIVE-LINE
                   ADD 1 TO ArchLinesArchived
                   DELETE ORDER-DETAIL
                       INVALID KEY
                           DISPLAY "Unable to delete line "
                               ORD-DET-LINE-NUMBER " of order "
                               ORD-NUMBER " - status "
                               OrderDetailFileStatus
                   END-DELETE
           END-READ.

        ArchiveOrderHistoryRecords.
           MOVE ORD-NUMBER TO ORDHST-ORDER-NUMBER
           MOVE 0 TO ORDHST-SEQUENCE
           MOVE "N" TO EndOfHistorySwitch
           START ORDER-HISTORY KEY IS GREATER THAN ORDHST-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfHistorySwitch
           END-START
           PERFORM ArchiveOneOrderHistoryRecord
               UNTIL EndOfHistoryFile.

        ArchiveOneOrderHistoryRecord.
           READ ORDER-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfHistorySwitch
               NOT AT END
                   IF ORDHST-ORDER-NUMBER NOT = ORD-NUMBER
                       MOVE "Y" TO EndOfHistorySwitch
                   ELSE
                       MOVE SPACES TO HISTORY-ARCHIVE-LINE
                       MOVE ORDER-HISTORY-RECORD
                           TO HISTORY-ARCHIVE-LINE
                       WRITE HISTORY-ARCHIVE-LINE
                       ADD 1 TO ArchHistArchived
                       DELETE ORDER-HISTORY
                           INVALID KEY
                               DISPLAY "Unable to delete history "
                                   ORDHST-SEQUENCE " of order "
                                   ORD-NUMBER " - status "
                                   OrderHistoryFileStatus
                       END-DELETE
                   END-IF
           END-READ.

        OpenOrderArchiveExtend.
           OPEN EXTEND ORDER-ARCHIVE-FILE.
           IF OrderArchiveFileStatus = "35"
               OPEN OUTPUT ORDER-ARCHIVE-FILE
               CLOSE ORDER-ARCHIVE-FILE
               OPEN EXTEND ORDER-ARCHIVE-FILE
           END-IF.

        OpenDetailArchiveExtend.
           OPEN EXTEND DETAIL-ARCHIVE-FILE.
           IF DetailArchiveFileStatus = "35"
               OPEN OUTPUT DETAIL-ARCHIVE-FILE
               CLOSE DETAIL-ARCHIVE-FILE
               OPEN EXTEND DETAIL-ARCHIVE-FILE
           END-IF.

        OpenHistoryArchiveExtend.
           OPEN EXTEND HISTORY-ARCHIVE-FILE.
           IF HistoryArchiveFileStatus = "35"
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               OPEN EXTEND HISTORY-ARCHIVE-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Archived Order Inquiry - option 8 of the Order menu,
      *> for "what about my order from last year" calls.  Scans
      *> the archive sequentially, decoding each kept line
      *> through the live record layouts.
      *> ----------------------------------------------------------
        ArchivedOrderInquiry.
           DISPLAY "Archived order number: " WITH NO ADVANCING.
           ACCEPT ArchInquiryNumber.
           OPEN INPUT ORDER-ARCHIVE-FILE.
           IF OrderArchiveFileStatus = "35"
               DISPLAY "No order archive on file."
               MOVE "No order archive on file"
                   TO LastActionOutcome
           ELSE
               MOVE "N" TO ArchFoundSwitch
               MOVE "N" TO EndOfArchiveSwitch
               PERFORM ScanOneArchivedOrder UNTIL EndOfArchiveFile
               IF ArchOrderFound
                   MOVE "Archived order displayed"
                       TO LastActionOutcome
               ELSE
                   DISPLAY "Order " ArchInquiryNumber " is not "
                       "in the archive."
                   MOVE "Archived order not found"
                       TO LastActionOutcome
               END-IF
               CLOSE ORDER-ARCHIVE-FILE
           END-IF.

        ScanOneArchivedOrder.
           READ ORDER-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO EndOfArchiveSwitch
               NOT AT END
                   MOVE ORDER-ARCHIVE-LINE TO ORDER-RECORD
                   IF ORD-NUMBER = ArchInquiryNumber
                       MOVE "Y" TO ArchFoundSwitch
                       MOVE "Y" TO EndOfArchiveSwitch
                       PERFORM DisplayArchivedOrder
                   END-IF
           END-READ.

        DisplayArchivedOrder.
           DISPLAY "ARCHIVED Order : " ORD-NUMBER.
           DISPLAY "Customer       : " ORD-CUSTOMER-NUMBER.
           DISPLAY "Order Date     : " ORD-DATE-MM "/"
               ORD-DATE-DD "/" ORD-DATE-CCYY.
           DISPLAY "Ship Date      : " ORD-SHIP-MM "/"
               ORD-SHIP-DD "/" ORD-SHIP-CCYY.
           DISPLAY "Status         : " ORD-STATUS.
           MOVE ORD-TOTAL-AMOUNT TO OrderTotalDisplay.
           DISPLAY "Total Amount   : " OrderTotalDisplay.
           PERFORM ListArchivedOrderLines.

        ListArchivedOrderLines.
           OPEN INPUT DETAIL-ARCHIVE-FILE.
           IF DetailArchiveFileStatus = "35"
               DISPLAY "  (no archived line detail on file)"
           ELSE
               MOVE "N" TO EndOfDetailArchiveSwitch
               PERFORM ShowOneArchivedOrderLine
                   UNTIL EndOfDetailArchive
               CLOSE DETAIL-ARCHIVE-FILE
           END-IF.

        ShowOneArchivedOrderLine.
           READ DETAIL-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO EndOfDetailArchiveSwitch
               NOT AT END
                   MOVE DETAIL-ARCHIVE-LINE
                       TO ORDER-DETAIL-RECORD
                   IF ORD-DET-ORDER-NUMBER = ArchInquiryNumber
                       MOVE ORD-DET-ITEM-PRICE TO ItemPriceDisplay
                       MOVE ORD-DET-EXT-PRICE TO ExtPriceDisplay
                       DISPLAY "  Line " ORD-DET-LINE-NUMBER " "
                           ORD-DET-ITEM-NUMBER " Qty "
                           ORD-DET-ITEM-QTY " @ " ItemPriceDisplay
                           " = " ExtPriceDisplay
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Customer merge - folds a duplicate account (keyed in
      *> before the SSN duplicate check existed) into its
      *> survivor: the duplicate's orders and invoices are
      *> reassigned, its unapplied cash moves across, and it is
      *> marked deleted.  Supervised - supervisor or
      *> administrator only, with an explicit confirm - and
      *> every reassigned order gets a before/after Order
      *> History record, the same trail Edit Order keeps.
      *> ----------------------------------------------------------
        CustomerMerge.
           IF OperatorIsSupervisor OR OperatorIsAdmin
               PERFORM AcceptAndVerifyMergePair
           ELSE
               DISPLAY "Customer Merge is restricted to "
                   "supervisors and administrators."
               MOVE "Access denied - customer merge"
                   TO LastActionOutcome
           END-IF.

        AcceptAndVerifyMergePair.
           PERFORM OpenCustomerMasterIO
           DISPLAY "Duplicate (losing) customer number: "
               WITH NO ADVANCING.
           ACCEPT MergeDupNumber.
           DISPLAY "Surviving customer number: "
               WITH NO ADVANCING.
           ACCEPT MergeSurvNumber.
           IF MergeDupNumber = MergeSurvNumber
               DISPLAY "The two numbers must differ - nothing "
                   "merged."
               MOVE "Merge cancelled" TO LastActionOutcome
           ELSE
               MOVE "N" TO MergeDupFoundSwitch
               MOVE 0 TO MergeDupCash
               MOVE MergeDupNumber TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MergeDupFoundSwitch
                       IF CUST-UNAPPLIED-CASH NUMERIC
                           MOVE CUST-UNAPPLIED-CASH
                               TO MergeDupCash
                       END-IF
                       DISPLAY "Duplicate : " CUST-NUMBER " "
                           CUST-NAME
               END-READ
               MOVE "N" TO MergeSurvFoundSwitch
               MOVE MergeSurvNumber TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MergeSurvFoundSwitch
                       DISPLAY "Survivor  : " CUST-NUMBER " "
                           CUST-NAME
               END-READ
               IF MergeDupFound AND MergeSurvFound
                   DISPLAY "Merge customer " MergeDupNumber
                       " into " MergeSurvNumber "? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT MergeConfirmReply
                   IF MergeConfirmReply = "Y"
                       OR MergeConfirmReply = "y"
                       PERFORM ExecuteCustomerMerge
                   ELSE
                       DISPLAY "Merge cancelled - nothing "
                           "changed."
                       MOVE "Merge cancelled" TO LastActionOutcome
                   END-IF
               ELSE
                   DISPLAY "Both customers must be on file - "
                       "nothing merged."
                   MOVE "Merge customer not found"
                       TO LastActionOutcome
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER.

        ExecuteCustomerMerge.
           MOVE 0 TO MergeOrdersMoved
           MOVE 0 TO MergeInvoicesMoved
           PERFORM ReassignMergeOrders
           PERFORM ReassignMergeInvoices
           PERFORM FinishMergeCustomers
           PERFORM WriteMergeAuditEntry
           DISPLAY "Merge complete - " MergeOrdersMoved
               " orders and " MergeInvoicesMoved " invoices "
               "reassigned to customer " MergeSurvNumber "; "
               "customer " MergeDupNumber " marked deleted."
           MOVE "Customer merge completed" TO LastActionOutcome.

        ReassignMergeOrders.
           MOVE 0 TO MergeOrderCount
           MOVE "N" TO MergeTableFullSwitch
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - no orders "
                   "reassigned."
           ELSE
               MOVE MergeDupNumber TO ORD-CUSTOMER-NUMBER
               MOVE "N" TO EndOfOrderFile
               START ORDER-MASTER
                   KEY IS NOT LESS THAN ORD-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfOrderFile
               END-START
               PERFORM CollectOneMergeOrder UNTIL OrderFileAtEnd
               MOVE 0 TO MergeOrderIndex
               PERFORM ReassignOneMergeOrder
                   MergeOrderCount TIMES
               CLOSE ORDER-MASTER
           END-IF.

        CollectOneMergeOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-CUSTOMER-NUMBER NOT = MergeDupNumber
                       MOVE "Y" TO EndOfOrderFile
                   ELSE
                       IF MergeOrderCount < 500
                           ADD 1 TO MergeOrderCount
                           MOVE ORD-NUMBER TO
                               MergeOrderNumber(MergeOrderCount)
                       ELSE
                           IF NOT MergeTableIsFull
                               MOVE "Y" TO MergeTableFullSwitch
                               DISPLAY "Warning - more than 500 "
                                   "orders; run the merge again "
                                   "to reassign the rest."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

        ReassignOneMergeOrder.
           ADD 1 TO MergeOrderIndex
           MOVE MergeOrderNumber(MergeOrderIndex) TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO OrderBeforeImage
                   MOVE ORDER-RECORD TO OrderBeforeImage
                   MOVE MergeSurvNumber TO ORD-CUSTOMER-NUMBER
                   REWRITE ORDER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to reassign order "
                               ORD-NUMBER " - status "
                               OrderFileStatus
                       NOT INVALID KEY
                           ADD 1 TO MergeOrdersMoved
                           ADD 1 TO CTLCNT-ORDERS-CHANGED
                           PERFORM WriteOrderHistoryRecord
                   END-REWRITE
           END-READ.

        ReassignMergeInvoices.
           OPEN I-O INVOICE-MASTER.
           IF InvoiceFileStatus = "35"
               DISPLAY "Invoice file not found - no invoices "
                   "reassigned."
           ELSE
               MOVE ZERO TO INV-NUMBER
               MOVE "N" TO EndOfInvoiceSwitch
               START INVOICE-MASTER
                   KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfInvoiceSwitch
               END-START
               PERFORM ReassignOneMergeInvoice
                   UNTIL InvoiceFileAtEnd
               CLOSE INVOICE-MASTER
           END-IF.

        ReassignOneMergeInvoice.
           READ INVOICE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfInvoiceSwitch
               NOT AT END
                   IF INV-CUSTOMER-NUMBER = MergeDupNumber
                       MOVE MergeSurvNumber
                           TO INV-CUSTOMER-NUMBER
                       REWRITE INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to reassign "
                                   "invoice " INV-NUMBER
                                   " - status "
                                   InvoiceFileStatus
                           NOT INVALID KEY
                               ADD 1 TO MergeInvoicesMoved
                       END-REWRITE
                   END-IF
           END-READ.

      *> The survivor picks up the duplicate's unapplied cash,
      *> and the duplicate goes the way EditCustomer deletes -
      *> marked deleted, never physically removed.
        FinishMergeCustomers.
           MOVE MergeSurvNumber TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-UNAPPLIED-CASH NOT NUMERIC
                       MOVE ZERO TO CUST-UNAPPLIED-CASH
                   END-IF
                   ADD MergeDupCash TO CUST-UNAPPLIED-CASH
                       ON SIZE ERROR
                           DISPLAY "Warning - unapplied cash "
                               "for customer " CUST-NUMBER
                               " exceeds the field and has "
                               "been truncated."
                   END-ADD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite customer "
                               CUST-NUMBER " - status "
                               CustomerFileStatus
                       NOT INVALID KEY
                           ADD 1 TO CTLCNT-CUSTOMERS-CHANGED
                   END-REWRITE
           END-READ
           MOVE MergeDupNumber TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-STATUS-DELETED TO TRUE
                   MOVE ZERO TO CUST-UNAPPLIED-CASH
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite customer "
                               CUST-NUMBER " - status "
                               CustomerFileStatus
                       NOT INVALID KEY
                           ADD 1 TO CTLCNT-CUSTOMERS-DELETED
                   END-REWRITE
           END-READ.

        WriteMergeAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "Customer merge " MergeDupNumber
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING "Into " MergeSurvNumber "  orders "
               MergeOrdersMoved "  invoices "
               MergeInvoicesMoved "  by " CurrentOperatorID
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

      *> ----------------------------------------------------------
      *> Master file backup - unloads each indexed master to a
      *> flat sequential backup file with a trailer record count,
      *> and reloads (rebuilds) the indexed file from that backup
      *> verifying the count, so one corrupted index no longer
      *> loses the business and a ragged file can be reorganized.
      *> Runs unattended off the CTLFILE batch menu alongside the
      *> reports.
      *> ----------------------------------------------------------
      *> The success outcome is preset and any unload that fails
      *> overwrites it - so an unattended backup run with a
      *> missing master reports the failure, not success.
        UnloadAllMasters.
           MOVE "Masters unloaded to backup" TO LastActionOutcome
           PERFORM UnloadOrderMaster
           PERFORM UnloadCustomerMaster
           PERFORM UnloadOperatorMaster.

        UnloadOrderMaster.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - not "
                   "unloaded."
               MOVE "Order Master file not found"
                   TO LastActionOutcome
           ELSE
               MOVE "ORDBKP" TO BackupFileName
               OPEN OUTPUT BACKUP-FILE
               MOVE 0 TO BackupRecordCount
               MOVE ZERO TO ORD-NUMBER
               MOVE "N" TO EndOfOrderFile
               START ORDER-MASTER KEY IS NOT LESS THAN ORD-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfOrderFile
               END-START
               PERFORM UnloadOneOrderRecord UNTIL OrderFileAtEnd
               PERFORM WriteBackupTrailer
               CLOSE BACKUP-FILE
               CLOSE ORDER-MASTER
               DISPLAY "Order Master unloaded to ORDBKP - "
                   BackupRecordCount " records."
           END-IF.

        UnloadOneOrderRecord.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   ADD 1 TO BackupRecordCount
                   MOVE SPACES TO BACKUP-LINE
                   MOVE ORDER-RECORD TO BACKUP-LINE
                   WRITE BACKUP-LINE
           END-READ.

        UnloadCustomerMaster.
           OPEN INPUT CUSTOMER-MASTER.
           IF CustomerFileStatus = "35"
               DISPLAY "Customer Master file not found - not "
                   "unloaded."
               MOVE "Customer Master file not found"
                   TO LastActionOutcome
           ELSE
               MOVE "CUSTBKP" TO BackupFileName
               OPEN OUTPUT BACKUP-FILE
               MOVE 0 TO BackupRecordCount
               MOVE ZERO TO CUST-NUMBER
               MOVE "N" TO EndOfCustomerFile
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CUST-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfCustomerFile
               END-START
               PERFORM UnloadOneCustomerRecord
                   UNTIL CustomerFileAtEnd
               PERFORM WriteBackupTrailer
               CLOSE BACKUP-FILE
               CLOSE CUSTOMER-MASTER
               DISPLAY "Customer Master unloaded to CUSTBKP - "
                   BackupRecordCount " records."
           END-IF.

        UnloadOneCustomerRecord.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCustomerFile
               NOT AT END
                   ADD 1 TO BackupRecordCount
                   MOVE SPACES TO BACKUP-LINE
                   MOVE CUSTOMER-RECORD TO BACKUP-LINE
                   WRITE BACKUP-LINE
           END-READ.

        UnloadOperatorMaster.
           OPEN INPUT OPERATOR-FILE.
           IF OperatorFileStatus = "35"
               DISPLAY "Operator file not found - not unloaded."
               MOVE "Operator file not found" TO LastActionOutcome
           ELSE
               MOVE "OPERBKP" TO BackupFileName
               OPEN OUTPUT BACKUP-FILE
               MOVE 0 TO BackupRecordCount
               MOVE SPACES TO OPER-USER-ID
               MOVE "N" TO EndOfOperatorSwitch
               START OPERATOR-FILE
                   KEY IS NOT LESS THAN OPER-USER-ID
                   INVALID KEY
                       MOVE "Y" TO EndOfOperatorSwitch
               END-START
               PERFORM UnloadOneOperatorRecord
                   UNTIL OperatorFileAtEnd
               PERFORM WriteBackupTrailer
               CLOSE BACKUP-FILE
               CLOSE OPERATOR-FILE
               DISPLAY "Operator file unloaded to OPERBKP - "
                   BackupRecordCount " records."
           END-IF.

        UnloadOneOperatorRecord.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOperatorSwitch
               NOT AT END
                   ADD 1 TO BackupRecordCount
                   MOVE SPACES TO BACKUP-LINE
                   MOVE OPERATOR-RECORD TO BACKUP-LINE
                   WRITE BACKUP-LINE
           END-READ.

      *> The trailer carries the unloaded record count so a
      *> reload can prove it put back exactly what was taken off.
        WriteBackupTrailer.
           MOVE SPACES TO BACKUP-LINE
           STRING "TRAILER" BackupRecordCount
               DELIMITED BY SIZE INTO BACKUP-LINE
           WRITE BACKUP-LINE.

      *> ----------------------------------------------------------
      *> Reload - rebuilds each indexed master from its backup.
      *> Destructive by design (OPEN OUTPUT replaces the file), so
      *> an interactive run asks first; an unattended run is
      *> assumed deliberate.
      *> ----------------------------------------------------------
        ReloadAllMasters.
           MOVE "Y" TO ReloadConfirmReply
           IF NOT RunningInBatchMode
               DISPLAY "Reload REPLACES the live masters from "
                   "backup.  Proceed? (Y/N): " WITH NO ADVANCING
               ACCEPT ReloadConfirmReply
           END-IF
           IF ReloadConfirmReply = "Y" OR ReloadConfirmReply = "y"
      *> Success is preset; a missing backup or an unverified
      *> count overwrites it, so a bad restore of a live master
      *> never reports as a clean run.
               MOVE "Masters reloaded from backup"
                   TO LastActionOutcome
               PERFORM ReloadOrderMaster
               PERFORM ReloadCustomerMaster
               PERFORM ReloadOperatorMaster
           ELSE
               DISPLAY "Reload cancelled."
               MOVE "Reload cancelled" TO LastActionOutcome
           END-IF.

        ReloadOrderMaster.
           MOVE "ORDBKP" TO BackupFileName
           OPEN INPUT BACKUP-FILE.
           IF BackupFileStatus = "35"
               DISPLAY "No ORDBKP backup found - Order Master "
                   "not reloaded."
               MOVE "Backup file not found" TO LastActionOutcome
           ELSE
               OPEN OUTPUT ORDER-MASTER
               MOVE 0 TO BackupRecordCount
               MOVE 0 TO BackupTrailerCount
               MOVE "N" TO BackupTrailerSwitch
               MOVE "N" TO EndOfBackupSwitch
               PERFORM ReloadOneOrderRecord UNTIL EndOfBackupFile
               CLOSE ORDER-MASTER
               CLOSE BACKUP-FILE
               PERFORM VerifyReloadCounts
               DISPLAY "Order Master reloaded from ORDBKP - "
                   BackupRecordCount " records."
           END-IF.

        ReloadOneOrderRecord.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO EndOfBackupSwitch
               NOT AT END
                   IF BACKUP-LINE(1:7) = "TRAILER"
                       MOVE BACKUP-LINE(8:7) TO BackupTrailerCount
                       MOVE "Y" TO BackupTrailerSwitch
                   ELSE
                       MOVE BACKUP-LINE TO ORDER-RECORD
                       WRITE ORDER-RECORD
                           INVALID KEY
                               DISPLAY "Unable to reload order "
                                   ORD-NUMBER " - status "
                                   OrderFileStatus
                           NOT INVALID KEY
                               ADD 1 TO BackupRecordCount
                       END-WRITE
                   END-IF
           END-READ.

        ReloadCustomerMaster.
           MOVE "CUSTBKP" TO BackupFileName
           OPEN INPUT BACKUP-FILE.
           IF BackupFileStatus = "35"
               DISPLAY "No CUSTBKP backup found - Customer "
                   "Master not reloaded."
               MOVE "Backup file not found" TO LastActionOutcome
           ELSE
               OPEN OUTPUT CUSTOMER-MASTER
               MOVE 0 TO BackupRecordCount
               MOVE 0 TO BackupTrailerCount
               MOVE "N" TO BackupTrailerSwitch
               MOVE "N" TO EndOfBackupSwitch
               PERFORM ReloadOneCustomerRecord
                   UNTIL EndOfBackupFile
               CLOSE CUSTOMER-MASTER
               CLOSE BACKUP-FILE
               PERFORM VerifyReloadCounts
               DISPLAY "Customer Master reloaded from CUSTBKP - "
                   BackupRecordCount " records."
           END-IF.

        ReloadOneCustomerRecord.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO EndOfBackupSwitch
               NOT AT END
                   IF BACKUP-LINE(1:7) = "TRAILER"
                       MOVE BACKUP-LINE(8:7) TO BackupTrailerCount
                       MOVE "Y" TO BackupTrailerSwitch
                   ELSE
                       MOVE BACKUP-LINE TO CUSTOMER-RECORD
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "Unable to reload customer "
                                   CUST-NUMBER " - status "
                                   CustomerFileStatus
                           NOT INVALID KEY
                               ADD 1 TO BackupRecordCount
                       END-WRITE
                   END-IF
           END-READ.

        ReloadOperatorMaster.
           MOVE "OPERBKP" TO BackupFileName
           OPEN INPUT BACKUP-FILE.
           IF BackupFileStatus = "35"
               DISPLAY "No OPERBKP backup found - Operator file "
                   "not reloaded."
               MOVE "Backup file not found" TO LastActionOutcome
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               MOVE 0 TO BackupRecordCount
               MOVE 0 TO BackupTrailerCount
               MOVE "N" TO BackupTrailerSwitch
               MOVE "N" TO EndOfBackupSwitch
               PERFORM ReloadOneOperatorRecord
                   UNTIL EndOfBackupFile
               CLOSE OPERATOR-FILE
               CLOSE BACKUP-FILE
               PERFORM VerifyReloadCounts
               DISPLAY "Operator file reloaded from OPERBKP - "
                   BackupRecordCount " records."
           END-IF.

        ReloadOneOperatorRecord.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO EndOfBackupSwitch
               NOT AT END
                   IF BACKUP-LINE(1:7) = "TRAILER"
                       MOVE BACKUP-LINE(8:7) TO BackupTrailerCount
                       MOVE "Y" TO BackupTrailerSwitch
                   ELSE
                       MOVE BACKUP-LINE TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "Unable to reload operator "
                                   OPER-USER-ID " - status "
                                   OperatorFileStatus
                           NOT INVALID KEY
                               ADD 1 TO BackupRecordCount
                       END-WRITE
                   END-IF
           END-READ.

        VerifyReloadCounts.
           IF NOT BackupTrailerFound
               DISPLAY "WARNING - backup " BackupFileName
                   " carried no trailer record; count not "
                   "verified."
               MOVE "Reload count mismatch" TO LastActionOutcome
           ELSE
               IF BackupRecordCount = BackupTrailerCount
                   DISPLAY "Reload count verified against "
                       "trailer (" BackupTrailerCount ")."
               ELSE
                   DISPLAY "RELOAD COUNT MISMATCH - trailer says "
                       BackupTrailerCount " but " BackupRecordCount
                       " reloaded.  REVIEW " BackupFileName "."
                   MOVE "Reload count mismatch"
                       TO LastActionOutcome
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Operator maintenance - admin-only.  Adds, changes and
      *> deactivates OPERATOR-RECORDs inside the application, so
      *> administering OPERMAST no longer means editing the file
      *> outside JanApp (and outside the audit trail).  A reset
      *> or newly added password is flagged so the operator must
      *> change it at first logon.
      *> ----------------------------------------------------------
        OperatorMaintenance.
           PERFORM OpenOperatorMasterIO
           DISPLAY "Enter operator user ID: " WITH NO ADVANCING.
           ACCEPT OperMaintUserID.
           MOVE OperMaintUserID TO OPER-USER-ID
           MOVE "N" TO OperFoundSwitch
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO OperFoundSwitch
           END-READ.
           IF OperatorWasFound
               PERFORM ShowOperatorAndPromptAction
           ELSE
               PERFORM PromptAndAddOperator
           END-IF.
           CLOSE OPERATOR-FILE.

        ShowOperatorAndPromptAction.
           DISPLAY " ".
           DISPLAY "User ID      : " OPER-USER-ID.
           DISPLAY "Name         : " OPER-NAME.
           DISPLAY "Role         : " OPER-ROLE.
           DISPLAY "Status       : " OPER-STATUS.
           DISPLAY "Failed Tries : " OPER-FAIL-COUNT.

           DISPLAY "C)hange  R)eset password  D)eactivate  "
               "A)ctivate  Q)uit: " WITH NO ADVANCING.
           ACCEPT OperActionChoice.

           EVALUATE OperActionChoice
               WHEN "C" WHEN "c"
                   PERFORM ChangeOperatorFields
                   PERFORM RewriteOperatorRecord
                   MOVE "Operator changed" TO LastActionOutcome
                   DISPLAY "Operator " OPER-USER-ID " changed."
               WHEN "R" WHEN "r"
                   PERFORM ResetOperatorPassword
                   PERFORM RewriteOperatorRecord
                   MOVE "Operator password reset"
                       TO LastActionOutcome
                   DISPLAY "Password reset for " OPER-USER-ID
                       " - a change is forced at next logon."
               WHEN "D" WHEN "d"
                   SET OPER-STATUS-INACTIVE TO TRUE
                   PERFORM RewriteOperatorRecord
                   MOVE "Operator deactivated" TO LastActionOutcome
                   DISPLAY "Operator " OPER-USER-ID " deactivated."
               WHEN "A" WHEN "a"
                   SET OPER-STATUS-ACTIVE TO TRUE
                   MOVE 0 TO OPER-FAIL-COUNT
                   PERFORM RewriteOperatorRecord
                   MOVE "Operator activated" TO LastActionOutcome
                   DISPLAY "Operator " OPER-USER-ID " activated "
                       "and failure count cleared."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

      *> Blank replies leave the field as it was, the same
      *> no-change convention ChangeCustomerFields uses.
        ChangeOperatorFields.
           DISPLAY "Enter new name (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT OperNameReply.
           IF OperNameReply NOT = SPACES
               MOVE OperNameReply TO OPER-NAME
           END-IF.
           DISPLAY "Enter new role (C/S/A, blank = no change): "
               WITH NO ADVANCING.
           ACCEPT OperRoleReply.
           IF OperRoleReply = "C" OR OperRoleReply = "S"
               OR OperRoleReply = "A"
               MOVE OperRoleReply TO OPER-ROLE
           END-IF.

      *> An admin reset hands the operator a temporary password
      *> and forces a change at next logon; the failure count is
      *> cleared so a locked-out operator can get back in.
        ResetOperatorPassword.
           DISPLAY "Temporary password: " WITH NO ADVANCING.
           ACCEPT OPER-PASSWORD.
           MOVE ZERO TO OPER-PWD-CHANGED-DATE
           MOVE "Y" TO OPER-FORCE-CHANGE
           MOVE 0 TO OPER-FAIL-COUNT.

        PromptAndAddOperator.
           DISPLAY "Operator " OperMaintUserID " not on file.  "
               "Add? (Y/N): " WITH NO ADVANCING.
           ACCEPT OperAddReply.
           IF OperAddReply = "Y" OR OperAddReply = "y"
               MOVE SPACES TO OPERATOR-RECORD
               MOVE OperMaintUserID TO OPER-USER-ID
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT OPER-NAME
               DISPLAY "Role (C/S/A): " WITH NO ADVANCING
               ACCEPT OPER-ROLE
               SET OPER-STATUS-ACTIVE TO TRUE
               PERFORM ResetOperatorPassword
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write operator "
                           OPER-USER-ID " - status "
                           OperatorFileStatus
                       MOVE "Operator write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Operator added" TO LastActionOutcome
               END-WRITE
               DISPLAY "Operator " OPER-USER-ID " added - a "
                   "password change is forced at first logon."
           ELSE
               DISPLAY "Operator not added."
               MOVE "Operator not added" TO LastActionOutcome
           END-IF.

        OpenOperatorMasterIO.
           OPEN I-O OPERATOR-FILE.
           IF OperatorFileStatus = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Tax rate maintenance - keeps the state tax rate table
      *> order pricing reads.  Same look-up-then-act shape as
      *> ItemMaintenance, with an add path for states not yet on
      *> file.
      *> ----------------------------------------------------------
        TaxRateMaintenance.
           PERFORM OpenTaxRateIO
           DISPLAY "Enter state code: " WITH NO ADVANCING.
           ACCEPT TaxStateReply.
           MOVE TaxStateReply TO TAX-STATE
           MOVE "N" TO TaxFoundSwitch
           READ TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TaxFoundSwitch
           END-READ.
           IF TaxRateWasFound
               PERFORM ShowTaxRateAndPromptAction
           ELSE
               PERFORM PromptAndAddTaxRate
           END-IF.
           CLOSE TAX-RATE-FILE.

        ShowTaxRateAndPromptAction.
           DISPLAY " ".
           DISPLAY "State     : " TAX-STATE.
           MOVE TAX-RATE-PCT TO TaxRateDisplay.
           DISPLAY "Tax Rate  : " TaxRateDisplay.

           DISPLAY "C)hange  Q)uit: " WITH NO ADVANCING.
           ACCEPT TaxActionChoice.

           EVALUATE TaxActionChoice
               WHEN "C" WHEN "c"
                   DISPLAY "Enter new rate (9V9999, e.g. 00600 "
                       "for 6%): " WITH NO ADVANCING
                   ACCEPT TaxRateReply
                   MOVE TaxRateReply TO TAX-RATE-PCT
                   REWRITE TAX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite tax rate "
                               "for state " TAX-STATE
                           MOVE "Tax rate rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Tax rate changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Tax rate for " TAX-STATE " changed."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

        PromptAndAddTaxRate.
           DISPLAY "State " TaxStateReply " not on file.  "
               "Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT TaxAddReply.
           IF TaxAddReply = "Y" OR TaxAddReply = "y"
               MOVE SPACES TO TAX-RATE-RECORD
               MOVE TaxStateReply TO TAX-STATE
               DISPLAY "Rate (9V9999, e.g. 00600 for 6%): "
                   WITH NO ADVANCING
               ACCEPT TaxRateReply
               MOVE TaxRateReply TO TAX-RATE-PCT
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write tax rate for "
                           "state " TAX-STATE " - status "
                           TaxFileStatus
                       MOVE "Tax rate write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Tax rate added" TO LastActionOutcome
               END-WRITE
               DISPLAY "Tax rate for " TAX-STATE " added."
           ELSE
               DISPLAY "Tax rate not added."
               MOVE "Tax rate not added" TO LastActionOutcome
           END-IF.

        OpenTaxRateIO.
           OPEN I-O TAX-RATE-FILE.
           IF TaxFileStatus = "35"
               OPEN OUTPUT TAX-RATE-FILE
               CLOSE TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Holiday calendar maintenance - keeps the HOLIDAYS file
      *> the DateServices business-day functions skip over, so
      *> promised ship dates stop landing on days the warehouse
      *> is closed.  Same look-up-then-act shape as
      *> TaxRateMaintenance, keyed by the date itself.
      *> ----------------------------------------------------------
        HolidayCalendarMaintenance.
           PERFORM OpenHolidayIO
           DISPLAY "Holiday date YYYYMMDD: " WITH NO ADVANCING.
           ACCEPT HolidayDateReply.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE HolidayDateReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF NOT DSRV-DATE-IS-VALID
               DISPLAY "Not a valid calendar date - nothing "
                   "changed."
               MOVE "Invalid holiday date" TO LastActionOutcome
           ELSE
               MOVE HolidayDateReply TO HOL-DATE
               MOVE "N" TO HolidayFoundSwitch
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO HolidayFoundSwitch
               END-READ
               IF HolidayWasFound
                   PERFORM ShowHolidayAndPromptAction
               ELSE
                   PERFORM PromptAndAddHoliday
               END-IF
           END-IF.
           CLOSE HOLIDAY-FILE.

        ShowHolidayAndPromptAction.
           DISPLAY " ".
           DISPLAY "Date        : " HOL-DATE.
           DISPLAY "Description : " HOL-DESCRIPTION.

           DISPLAY "C)hange  D)elete  Q)uit: " WITH NO ADVANCING.
           ACCEPT HolidayActionChoice.

           EVALUATE HolidayActionChoice
               WHEN "C" WHEN "c"
                   DISPLAY "New description: " WITH NO ADVANCING
                   ACCEPT HOL-DESCRIPTION
                   REWRITE HOLIDAY-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite holiday "
                               HOL-DATE " - status "
                               HolidayFileStatus
                           MOVE "Holiday rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Holiday changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Holiday " HOL-DATE " changed."
               WHEN "D" WHEN "d"
                   DELETE HOLIDAY-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete holiday "
                               HOL-DATE " - status "
                               HolidayFileStatus
                           MOVE "Holiday delete failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Holiday deleted"
                               TO LastActionOutcome
                   END-DELETE
                   DISPLAY "Holiday " HOL-DATE " deleted."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

        PromptAndAddHoliday.
           DISPLAY "Date " HolidayDateReply " is not on the "
               "holiday calendar.  Add it? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT HolidayAddReply.
           IF HolidayAddReply = "Y" OR HolidayAddReply = "y"
               MOVE SPACES TO HOLIDAY-RECORD
               MOVE HolidayDateReply TO HOL-DATE
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT HOL-DESCRIPTION
               WRITE HOLIDAY-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write holiday "
                           HOL-DATE " - status "
                           HolidayFileStatus
                       MOVE "Holiday write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Holiday added" TO LastActionOutcome
               END-WRITE
               DISPLAY "Holiday " HOL-DATE " added."
           ELSE
               DISPLAY "Holiday not added."
               MOVE "Holiday not added" TO LastActionOutcome
           END-IF.

        OpenHolidayIO.
           OPEN I-O HOLIDAY-FILE.
           IF HolidayFileStatus = "35"
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Fiscal period calendar - option 11 of Administration.
      *> One record per accounting period (CCYYPP) on FISCPER
      *> with the dates it covers, kept in the same
      *> look-up-then-act shape as the holiday calendar.
      *> Periods may not overlap, and a closed period's dates
      *> are fixed.  Closing runs the period-close checklist
      *> first and only closes the period when nothing dated in
      *> it is still waiting for the GL extract; closing and
      *> reopening are for supervisors.
      *> ----------------------------------------------------------
        FiscalPeriodMaintenance.
           PERFORM OpenFiscalPeriodIO
           DISPLAY "Fiscal period CCYYPP: " WITH NO ADVANCING.
           ACCEPT FiscalPeriodReply.
           MOVE FiscalPeriodReply TO FPER-PERIOD-ID
           IF FiscalPeriodReply NOT NUMERIC
               OR FPER-FISCAL-YEAR = 0
               OR FPER-PERIOD-NUMBER = 0
               OR FPER-PERIOD-NUMBER > 13
               DISPLAY "A period is a fiscal year and a period "
                   "number 01-13 - nothing changed."
               MOVE "Invalid fiscal period" TO LastActionOutcome
           ELSE
               MOVE "N" TO PeriodFoundSwitch
               READ FISCAL-PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PeriodFoundSwitch
               END-READ
               IF PeriodWasFound
                   PERFORM ShowPeriodAndPromptAction
               ELSE
                   PERFORM PromptAndAddPeriod
               END-IF
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.

        ShowPeriodAndPromptAction.
           DISPLAY " ".
           DISPLAY "Period      : " FPER-PERIOD-ID.
           DISPLAY "Starts      : " FPER-START-DATE.
           DISPLAY "Ends        : " FPER-END-DATE.
           IF FPER-STATUS-CLOSED
               DISPLAY "Status      : CLOSED " FPER-CLOSED-DATE
                   " by " FPER-CLOSED-BY
           ELSE
               DISPLAY "Status      : OPEN"
           END-IF.

           DISPLAY "C)hange dates  X) close  R)eopen  D)elete  "
               "Q)uit: " WITH NO ADVANCING.
           ACCEPT PeriodActionChoice.

           EVALUATE PeriodActionChoice
               WHEN "C" WHEN "c"
                   IF FPER-STATUS-CLOSED
                       DISPLAY "Period " FPER-PERIOD-ID " is closed "
                           "- its dates cannot change."
                       MOVE "Closed period not changed"
                           TO LastActionOutcome
                   ELSE
                       PERFORM ChangePeriodDates
                   END-IF
               WHEN "X" WHEN "x"
                   IF OperatorIsSupervisor OR OperatorIsAdmin
                       PERFORM ConfirmAndClosePeriod
                   ELSE
                       DISPLAY "Period close is restricted to "
                           "supervisors and administrators."
                       MOVE "Access denied - period close"
                           TO LastActionOutcome
                   END-IF
               WHEN "R" WHEN "r"
                   IF OperatorIsSupervisor OR OperatorIsAdmin
                       PERFORM ReopenFiscalPeriod
                   ELSE
                       DISPLAY "Reopening a period is restricted to "
                           "supervisors and administrators."
                       MOVE "Access denied - period reopen"
                           TO LastActionOutcome
                   END-IF
               WHEN "D" WHEN "d"
                   IF FPER-STATUS-CLOSED
                       DISPLAY "Period " FPER-PERIOD-ID " is closed "
                           "- it cannot be deleted."
                       MOVE "Closed period not deleted"
                           TO LastActionOutcome
                   ELSE
                       DELETE FISCAL-PERIOD-FILE
                           INVALID KEY
                               DISPLAY "Unable to delete period "
                                   FPER-PERIOD-ID " - status "
                                   PeriodFileStatus
                               MOVE "Period delete failed"
                                   TO LastActionOutcome
                           NOT INVALID KEY
                               DISPLAY "Period " FPER-PERIOD-ID
                                   " deleted."
                               MOVE "Fiscal period deleted"
                                   TO LastActionOutcome
                       END-DELETE
                   END-IF
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

        PromptAndAddPeriod.
           DISPLAY "Period " FiscalPeriodReply " is not on the "
               "calendar.  Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT PeriodAddReply.
           IF PeriodAddReply = "Y" OR PeriodAddReply = "y"
               PERFORM AcceptPeriodDates
               IF PeriodDatesAreValid
                   MOVE SPACES TO FISCAL-PERIOD-RECORD
                   MOVE FiscalPeriodReply TO FPER-PERIOD-ID
                   MOVE PeriodStartReply TO FPER-START-DATE
                   MOVE PeriodEndReply TO FPER-END-DATE
                   SET FPER-STATUS-OPEN TO TRUE
                   MOVE ZERO TO FPER-CLOSED-DATE
                   WRITE FISCAL-PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write period "
                               FPER-PERIOD-ID " - status "
                               PeriodFileStatus
                           MOVE "Period write failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           DISPLAY "Period " FPER-PERIOD-ID
                               " added, open for posting."
                           MOVE "Fiscal period added"
                               TO LastActionOutcome
                   END-WRITE
               ELSE
                   MOVE "Invalid period dates" TO LastActionOutcome
               END-IF
           ELSE
               DISPLAY "Period not added."
               MOVE "Period not added" TO LastActionOutcome
           END-IF.

      *> The overlap check sweeps the calendar, so the period is
      *> read back before it is rewritten.
        ChangePeriodDates.
           PERFORM AcceptPeriodDates
           IF PeriodDatesAreValid
               MOVE FiscalPeriodReply TO FPER-PERIOD-ID
               READ FISCAL-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "Period " FiscalPeriodReply
                           " no longer on file."
                       MOVE "Period not found" TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE PeriodStartReply TO FPER-START-DATE
                       MOVE PeriodEndReply TO FPER-END-DATE
                       REWRITE FISCAL-PERIOD-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite period "
                                   FPER-PERIOD-ID " - status "
                                   PeriodFileStatus
                               MOVE "Period rewrite failed"
                                   TO LastActionOutcome
                           NOT INVALID KEY
                               DISPLAY "Period " FPER-PERIOD-ID
                                   " changed."
                               MOVE "Fiscal period changed"
                                   TO LastActionOutcome
                       END-REWRITE
               END-READ
           ELSE
               MOVE "Invalid period dates" TO LastActionOutcome
           END-IF.

      *> Both dates must be real calendar dates, the period may
      *> not end before it starts, and it may not take in a day
      *> another period already covers.
        AcceptPeriodDates.
           MOVE "N" TO PeriodDatesValidSwitch
           DISPLAY "First day YYYYMMDD: " WITH NO ADVANCING
           ACCEPT PeriodStartReply
           DISPLAY "Last day YYYYMMDD: " WITH NO ADVANCING
           ACCEPT PeriodEndReply
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE PeriodStartReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF NOT DSRV-DATE-IS-VALID
               DISPLAY "First day is not a valid calendar date."
           ELSE
               MOVE PeriodEndReply TO DSRV-DATE-1
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF NOT DSRV-DATE-IS-VALID
                   DISPLAY "Last day is not a valid calendar date."
               ELSE
                   IF PeriodEndReply < PeriodStartReply
                       DISPLAY "A period cannot end before it "
                           "starts."
                   ELSE
                       PERFORM CheckPeriodOverlap
                   END-IF
               END-IF
           END-IF.

        CheckPeriodOverlap.
           MOVE "Y" TO PeriodDatesValidSwitch
           MOVE ZERO TO FPER-PERIOD-ID
           MOVE "N" TO EndOfPeriodSwitch
           START FISCAL-PERIOD-FILE
               KEY IS NOT LESS THAN FPER-PERIOD-ID
               INVALID KEY
                   MOVE "Y" TO EndOfPeriodSwitch
           END-START
           PERFORM CheckOnePeriodOverlap UNTIL EndOfPeriodFile.

        CheckOnePeriodOverlap.
           READ FISCAL-PERIOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPeriodSwitch
               NOT AT END
                   IF FPER-PERIOD-ID NOT = FiscalPeriodReply
                       AND FPER-START-DATE NOT > PeriodEndReply
                       AND FPER-END-DATE NOT < PeriodStartReply
                       DISPLAY "Those dates overlap period "
                           FPER-PERIOD-ID " (" FPER-START-DATE
                           " - " FPER-END-DATE ")."
                       MOVE "N" TO PeriodDatesValidSwitch
                       MOVE "Y" TO EndOfPeriodSwitch
                   END-IF
           END-READ.

        ConfirmAndClosePeriod.
           IF FPER-STATUS-CLOSED
               DISPLAY "Period " FPER-PERIOD-ID " is already "
                   "closed."
               MOVE "Period already closed" TO LastActionOutcome
           ELSE
               DISPLAY "Run the period-close checklist for "
                   FPER-PERIOD-ID "? (Y/N): " WITH NO ADVANCING
               ACCEPT PeriodCloseReply
               IF PeriodCloseReply = "Y" OR PeriodCloseReply = "y"
                   PERFORM RunPeriodClose
               ELSE
                   DISPLAY "Period not closed."
                   MOVE "Period close cancelled"
                       TO LastActionOutcome
               END-IF
           END-IF.

        ReopenFiscalPeriod.
           IF NOT FPER-STATUS-CLOSED
               DISPLAY "Period " FPER-PERIOD-ID " is not closed."
               MOVE "Period not closed" TO LastActionOutcome
           ELSE
               SET FPER-STATUS-OPEN TO TRUE
               MOVE ZERO TO FPER-CLOSED-DATE
               MOVE SPACES TO FPER-CLOSED-BY
               REWRITE FISCAL-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite period "
                           FPER-PERIOD-ID " - status "
                           PeriodFileStatus
                       MOVE "Period rewrite failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       DISPLAY "Period " FPER-PERIOD-ID
                           " reopened for posting."
                       MOVE SPACES TO AuditOptionText
                       STRING "Period reopen " FPER-PERIOD-ID
                           DELIMITED BY SIZE INTO AuditOptionText
                       MOVE SPACES TO AuditOutcomeText
                       STRING "Period " FPER-START-DATE " - "
                           FPER-END-DATE " open for posting again"
                           DELIMITED BY SIZE INTO AuditOutcomeText
                       PERFORM WriteAuditLogEntry
                       MOVE "Fiscal period reopened"
                           TO LastActionOutcome
               END-REWRITE
           END-IF.

      *> Unattended period close - takes the earliest period
      *> still open whose last day is past; a later one waits
      *> for the next night's run.
        BatchPeriodClose.
           OPEN I-O FISCAL-PERIOD-FILE
           IF PeriodFileStatus NOT = "00"
               DISPLAY "Fiscal period calendar (FISCPER) not "
                   "available - no period to close."
               MOVE "Fiscal period calendar not found"
                   TO LastActionOutcome
           ELSE
               ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
               MOVE ZERO TO PeriodToClose
               MOVE ZERO TO FPER-PERIOD-ID
               MOVE "N" TO EndOfPeriodSwitch
               START FISCAL-PERIOD-FILE
                   KEY IS NOT LESS THAN FPER-PERIOD-ID
                   INVALID KEY
                       MOVE "Y" TO EndOfPeriodSwitch
               END-START
               PERFORM FindOnePeriodToClose UNTIL EndOfPeriodFile
               IF PeriodToClose = 0
                   DISPLAY "No ended fiscal period is waiting to "
                       "be closed."
                   MOVE "No fiscal period to close"
                       TO LastActionOutcome
               ELSE
                   MOVE PeriodToClose TO FPER-PERIOD-ID
                   READ FISCAL-PERIOD-FILE
                       INVALID KEY
                           DISPLAY "Period " PeriodToClose
                               " could not be re-read."
                           MOVE "Period not found"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           PERFORM RunPeriodClose
                   END-READ
               END-IF
               CLOSE FISCAL-PERIOD-FILE
           END-IF.

        FindOnePeriodToClose.
           READ FISCAL-PERIOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPeriodSwitch
               NOT AT END
                   IF FPER-STATUS-OPEN
                       AND FPER-END-DATE < CurrentDateYYYYMMDD
                       MOVE FPER-PERIOD-ID TO PeriodToClose
                       MOVE "Y" TO EndOfPeriodSwitch
                   END-IF
           END-READ.

        OpenFiscalPeriodIO.
           OPEN I-O FISCAL-PERIOD-FILE.
           IF PeriodFileStatus = "35"
               OPEN OUTPUT FISCAL-PERIOD-FILE
               CLOSE FISCAL-PERIOD-FILE
               OPEN I-O FISCAL-PERIOD-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Period close - prints the period-close checklist (PCL)
      *> for the period in FISCAL-PERIOD-RECORD and stamps the
      *> period closed only when every item on it passes: the
      *> period has ended, every invoice dated in it has been
      *> journalized by the GL extract, and every payment dated
      *> in it is behind the extract's payment fence.  Anything
      *> still waiting is listed and the period stays open until
      *> the extract has caught up and the close is run again.
      *> ----------------------------------------------------------
        RunPeriodClose.
           MOVE "PCL" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE "FISCAL PERIOD CLOSE CHECKLIST" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader
           MOVE FPER-PERIOD-ID TO PeriodToClose
           MOVE FPER-START-DATE TO PeriodCloseStart
           MOVE FPER-END-DATE TO PeriodCloseEnd
           MOVE 0 TO PeriodInvoicesOpen
           MOVE 0 TO PeriodPaymentsOpen
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD " PeriodToClose "   FROM "
               PeriodCloseStart(5:2) "/" PeriodCloseStart(7:2) "/"
               PeriodCloseStart(1:4) "  TO " PeriodCloseEnd(5:2)
               "/" PeriodCloseEnd(7:2) "/" PeriodCloseEnd(1:4)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WritePeriodCloseLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WritePeriodCloseLine
           PERFORM CheckPeriodInvoicesExtracted
           PERFORM CheckPeriodPaymentsExtracted
           PERFORM WritePeriodCloseChecklist
           IF PeriodCloseEnd < ReportRunDate
               AND PeriodInvoicesOpen = 0
               AND PeriodPaymentsOpen = 0
               PERFORM StampPeriodClosed
           ELSE
               MOVE "RESULT: PERIOD LEFT OPEN" TO REPORT-LINE
               PERFORM WritePeriodCloseLine
               DISPLAY "Period " PeriodToClose " left open - see "
                   "the checklist on " ReportOutputName "."
               MOVE "Period close checklist failed - left open"
                   TO LastActionOutcome
               PERFORM WritePeriodCloseAuditEntry
           END-IF.
           CLOSE REPORT-FILE.

      *> An invoice is waiting when it is dated in the period
      *> and carries no GL extract stamp.
        CheckPeriodInvoicesExtracted.
           OPEN INPUT INVOICE-MASTER
           IF InvoiceFileStatus = "00"
               MOVE ZERO TO INV-NUMBER
               MOVE "N" TO EndOfInvoiceSwitch
               START INVOICE-MASTER
                   KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfInvoiceSwitch
               END-START
               PERFORM CheckOnePeriodInvoice UNTIL InvoiceFileAtEnd
               CLOSE INVOICE-MASTER
           END-IF.

        CheckOnePeriodInvoice.
           READ INVOICE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfInvoiceSwitch
               NOT AT END
                   MOVE INV-DATE TO PeriodDocDate
                   IF PeriodDocDate NOT < PeriodCloseStart
                       AND PeriodDocDate NOT > PeriodCloseEnd
                       AND (INV-GL-EXTRACT-DATE NOT NUMERIC
                           OR INV-GL-EXTRACT-DATE = 0)
                       ADD 1 TO PeriodInvoicesOpen
                       MOVE INV-TOTAL-AMOUNT TO InvoiceAmountDisplay
                       MOVE SPACES TO REPORT-LINE
                       STRING "  INVOICE " INV-NUMBER "  DATED "
                           INV-DATE-MM "/" INV-DATE-DD "/"
                           INV-DATE-CCYY "  ORDER " INV-ORDER-NUMBER
                           "  TOTAL " InvoiceAmountDisplay
                           "  NOT EXTRACTED TO GL"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WritePeriodCloseLine
                   END-IF
           END-READ.

      *> A payment is waiting when it is dated in the period but
      *> after the last payment date the GL extract has taken.
        CheckPeriodPaymentsExtracted.
           PERFORM ReadGLControlRecord
           OPEN INPUT PAYMENT-FILE
           IF PaymentFileStatus = "00"
               MOVE "N" TO EndOfPaymentFileSwitch
               PERFORM CheckOnePeriodPayment UNTIL EndOfPaymentFile
               CLOSE PAYMENT-FILE
           END-IF.

        CheckOnePeriodPayment.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO EndOfPaymentFileSwitch
               NOT AT END
                   IF PAY-DATE NUMERIC
                       AND PAY-DATE NOT < PeriodCloseStart
                       AND PAY-DATE NOT > PeriodCloseEnd
                       AND PAY-DATE > GLLastPayDate
                       ADD 1 TO PeriodPaymentsOpen
                       MOVE PAY-AMOUNT TO InvoiceAmountDisplay
                       MOVE SPACES TO REPORT-LINE
                       STRING "  PAYMENT CUST " PAY-CUSTOMER-NUMBER
                           "  ORDER " PAY-ORDER-NUMBER "  DATED "
                           PAY-DATE(5:2) "/" PAY-DATE(7:2) "/"
                           PAY-DATE(1:4) "  AMOUNT "
                           InvoiceAmountDisplay
                           "  NOT EXTRACTED TO GL"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM WritePeriodCloseLine
                   END-IF
           END-READ.

        WritePeriodCloseChecklist.
           MOVE SPACES TO REPORT-LINE
           PERFORM WritePeriodCloseLine
           MOVE "CHECKLIST" TO REPORT-LINE
           PERFORM WritePeriodCloseLine
           IF PeriodCloseEnd < ReportRunDate
               MOVE "  [OK]   PERIOD HAS ENDED" TO REPORT-LINE
           ELSE
               MOVE "  [FAIL] PERIOD HAS NOT ENDED YET"
                   TO REPORT-LINE
           END-IF
           PERFORM WritePeriodCloseLine
           MOVE SPACES TO REPORT-LINE
           IF PeriodInvoicesOpen = 0
               MOVE "  [OK]   ALL INVOICES EXTRACTED TO GL"
                   TO REPORT-LINE
           ELSE
               STRING "  [FAIL] INVOICES NOT EXTRACTED TO GL: "
                   PeriodInvoicesOpen
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WritePeriodCloseLine
           MOVE SPACES TO REPORT-LINE
           IF PeriodPaymentsOpen = 0
               MOVE "  [OK]   ALL PAYMENTS EXTRACTED TO GL"
                   TO REPORT-LINE
           ELSE
               STRING "  [FAIL] PAYMENTS NOT EXTRACTED TO GL: "
                   PeriodPaymentsOpen
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WritePeriodCloseLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WritePeriodCloseLine.

        StampPeriodClosed.
           SET FPER-STATUS-CLOSED TO TRUE
           MOVE ReportRunDate TO FPER-CLOSED-DATE
           MOVE CurrentOperatorID TO FPER-CLOSED-BY
           REWRITE FISCAL-PERIOD-RECORD
               INVALID KEY
                   SET FPER-STATUS-OPEN TO TRUE
                   MOVE "RESULT: PERIOD COULD NOT BE STAMPED CLOSED"
                       TO REPORT-LINE
                   PERFORM WritePeriodCloseLine
                   DISPLAY "Unable to rewrite period "
                       FPER-PERIOD-ID " - status " PeriodFileStatus
                   MOVE "Period rewrite failed" TO LastActionOutcome
               NOT INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "RESULT: PERIOD CLOSED BY "
                       CurrentOperatorID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WritePeriodCloseLine
                   DISPLAY "Period " PeriodToClose " closed - "
                       "checklist on " ReportOutputName "."
                   MOVE "Fiscal period closed" TO LastActionOutcome
                   PERFORM WritePeriodCloseAuditEntry
           END-REWRITE.

        WritePeriodCloseAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "Period close " PeriodToClose
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           IF FPER-STATUS-CLOSED
               MOVE "Checklist passed - period closed"
                   TO AuditOutcomeText
           ELSE
               STRING "Left open - " PeriodInvoicesOpen
                   " invoice(s), " PeriodPaymentsOpen
                   " payment(s) not extracted to GL"
                   DELIMITED BY SIZE INTO AuditOutcomeText
           END-IF
           PERFORM WriteAuditLogEntry.

        WritePeriodCloseLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Posting-period fence - PostingDate is checked against
      *> the fiscal calendar.  A date in an open period, or one
      *> the calendar does not cover, stands.  A date in a
      *> closed period moves to the first day of the next open
      *> period when the caller allows re-dating and one is on
      *> the calendar; otherwise it is rejected for the caller
      *> to refuse.
      *> ----------------------------------------------------------
        CheckPostingPeriod.
           SET PostingPeriodIsOpen TO TRUE
           SET DSRV-FISCAL-PERIOD TO TRUE
           MOVE PostingDate TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-PERIOD-IS-CLOSED
               IF PostingMayRedate AND DSRV-RESULT-DATE > 0
                   MOVE DSRV-RESULT-DATE TO PostingDate
                   SET PostingWasRedated TO TRUE
               ELSE
                   SET PostingWasRejected TO TRUE
               END-IF
           END-IF.

      *> Invoices, stock receipts and returns are dated today by
      *> the system - when today's period has already been
      *> closed they go into the next open period, and are only
      *> refused when no later period is open yet.
        CheckTodayPostingPeriod.
           ACCEPT PostingDate FROM DATE YYYYMMDD
           MOVE "Y" TO PostingRedateSwitch
           PERFORM CheckPostingPeriod
           IF PostingWasRedated
               DISPLAY "Fiscal period " DSRV-PERIOD-ID " is closed "
                   "- posting dated " PostingDate ", the first day "
                   "of the next open period."
           END-IF
           IF PostingWasRejected
               DISPLAY "Fiscal period " DSRV-PERIOD-ID " is closed "
                   "and no later period is open - nothing posted."
           END-IF.

      *> ----------------------------------------------------------
      *> Shipping - option 8.  A Pick List report gives the
      *> warehouse every open order's line items in one listing,
      *> and batch ship confirmation works a file of order numbers
      *> and ship dates (SHIPCONF) through the Order Master -
      *> stamping the ship date, setting the status shipped and
      *> writing a shipped register - so confirming forty
      *> shipments is one file, not forty trips through the edit
      *> screen.
      *> ----------------------------------------------------------
        ShippingMenu.
           MOVE "N" TO ReturnToMainMenuSwitch
           PERFORM DisplayShippingMenuAndAct UNTIL ReturnToMainMenu.

        DisplayShippingMenuAndAct.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|             SHIPPING MENU              |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Pick List (open orders)".
           DISPLAY "2. Ship Confirmation from SHIPCONF".
           DISPLAY "3. Issue Return Authorization".
           DISPLAY "4. Receive Returned Goods".
           DISPLAY "5. Outstanding RA Report".
           DISPLAY "6. Backorder Fill Run".
           DISPLAY "7. Carrier Maintenance".
           DISPLAY "8. Carrier Manifest (today's shipments)".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT ShippingChoice.
           EVALUATE ShippingChoice
               WHEN 1
                   PERFORM PrintPickListReport
               WHEN 2
                   PERFORM ConfirmShipments
               WHEN 3
                   PERFORM IssueReturnAuthorization
               WHEN 4
                   PERFORM ReceiveReturnedGoods
               WHEN 5
                   PERFORM PrintOutstandingRAReport
               WHEN 6
                   PERFORM BackorderFillRun
               WHEN 7
                   PERFORM CarrierMaintenance
               WHEN 8
                   PERFORM PrintCarrierManifest
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in shipping menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Unattended equivalent of the Shipping sub-menu - the
      *> pick list, file-driven confirmation, the RA chase report,
      *> the backorder fill run and the carrier manifest run fine
      *> overnight; issuing and receiving RAs and carrier
      *> maintenance need an operator at the keyboard.
        BatchShippingFunction.
           EVALUATE ControlFileSubChoice
               WHEN 1
                   PERFORM PrintPickListReport
               WHEN 2
                   PERFORM ConfirmShipments
               WHEN 5
                   PERFORM PrintOutstandingRAReport
               WHEN 6
                   PERFORM BackorderFillRun
               WHEN 8
                   PERFORM PrintCarrierManifest
               WHEN OTHER
                   DISPLAY "Invalid or missing shipping "
                       "sub-choice in control file."
                   MOVE "Invalid or missing shipping sub-choice"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Every open order's lines, in warehouse-friendly form -
      *> item number and quantity per line, grouped under the
      *> order they belong to.  A line asks the dock only for
      *> what is still open and holds stock - backorder the fill
      *> run has released is picked (and flagged as such), and
      *> whatever is still short prints beneath it.  Each order
      *> names the warehouse it ships from, and its lines print
      *> in bin order there.
        PrintPickListReport.
           MOVE "PCK" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - no data "
                   "to report."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenOrderDetailInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "WAREHOUSE PICK LIST - OPEN ORDERS"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO ReportRecordCount
               PERFORM WriteReportPageHeader
               MOVE ZERO TO ORD-NUMBER
               MOVE "N" TO EndOfOrderFile
               START ORDER-MASTER KEY IS NOT LESS THAN ORD-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfOrderFile
               END-START
               PERFORM PrintOnePickListOrder UNTIL OrderFileAtEnd
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "OPEN ORDERS TO PICK: " ReportRecordCount
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF OrderDetailIsOpen
                   CLOSE ORDER-DETAIL
               END-IF
               CLOSE ORDER-MASTER
               DISPLAY "Pick List written to " ReportOutputName "."
               MOVE "Pick List written" TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        PrintOnePickListOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-STATUS-OPEN
                       PERFORM FormatAndWritePickListOrder
                   END-IF
           END-READ.

        FormatAndWritePickListOrder.
           ADD 1 TO ReportRecordCount
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER " ORD-NUMBER "   CUSTOMER "
               ORD-CUSTOMER-NUMBER "   ORDERED " ORD-DATE-MM "/"
               ORD-DATE-DD "/" ORD-DATE-CCYY
               DELIMITED BY SIZE INTO REPORT-LINE
           IF ORD-WAREHOUSE NOT = SPACES
               MOVE "WAREHOUSE" TO REPORT-LINE(50:9)
               MOVE ORD-WAREHOUSE TO REPORT-LINE(60:2)
           END-IF
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.
           PERFORM WritePickListShipToLines.
           IF OrderDetailIsOpen
               PERFORM ReadOrderLinesIntoTable
               PERFORM StagePickListBinOrder
               MOVE 0 TO PickSeqIndex
               PERFORM WriteNextPickListLine ORD-LINE-COUNT TIMES
           END-IF.

      *> An order carrying a ship-to location gets the branch
      *> address under its heading, so the dock stops hand-
      *> correcting labels for the chain accounts.
        WritePickListShipToLines.
           IF ORD-SHIP-TO-CODE NOT = SPACES
               OPEN INPUT SHIP-TO-FILE
               IF ShipToFileStatus NOT = "35"
                   MOVE ORD-CUSTOMER-NUMBER
                       TO SHIPTO-CUST-NUMBER
                   MOVE ORD-SHIP-TO-CODE TO SHIPTO-LOCATION
                   READ SHIP-TO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO REPORT-LINE
                           STRING "  SHIP TO " SHIPTO-LOCATION
                               "  " SHIPTO-NAME "  "
                               SHIPTO-ADDR-LINE1 "  "
                               SHIPTO-CITY " " SHIPTO-STATE " "
                               SHIPTO-ZIP
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                           ADD 1 TO ReportLineCount
                           IF ReportLineCount
                               >= ReportLinesPerPage
                               PERFORM WriteReportPageHeader
                           END-IF
                   END-READ
                   CLOSE SHIP-TO-FILE
               END-IF
           END-IF.

        WriteOnePickListLine.
           PERFORM ComputeStagedLinePickQty
           IF LinePickQty > 0
               MOVE SPACES TO PickBinText
               IF PickSeqBin(PickSeqIndex) NOT = SPACES
                   STRING "   BIN " PickSeqBin(PickSeqIndex)
                       DELIMITED BY SIZE INTO PickBinText
               END-IF
               MOVE SPACES TO REPORT-LINE
               IF OrderLineQtyBackord(LineItemIndex) > 0
                   AND OrderLineQtyReleased(LineItemIndex) > 0
                   STRING "    PICK  "
                       OrderLineItemNumber(LineItemIndex) "   QTY "
                       LinePickQty "   ____" PickBinText
                       "   RELEASED FROM BACKORDER"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "    PICK  "
                       OrderLineItemNumber(LineItemIndex) "   QTY "
                       LinePickQty "   ____" PickBinText
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               ADD 1 TO ReportLineCount
               IF ReportLineCount >= ReportLinesPerPage
                   PERFORM WriteReportPageHeader
               END-IF
               PERFORM WritePickListKitComponents
           END-IF.
           IF LineShortQty > 0
               MOVE SPACES TO REPORT-LINE
               STRING "    SHORT "
                   OrderLineItemNumber(LineItemIndex) "   QTY "
                   LineShortQty "   AWAITING STOCK"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO ReportLineCount
               IF ReportLineCount >= ReportLinesPerPage
                   PERFORM WriteReportPageHeader
               END-IF
           END-IF.

      *> A kit line is picked as its components - each is listed
      *> under the kit line at its quantity per kit times the
      *> kits to pick.  Only kits have components on file, so an
      *> ordinary item lists nothing here.
        WritePickListKitComponents.
           MOVE OrderLineItemNumber(LineItemIndex) TO KitItemHold
           PERFORM LoadKitComponents
           MOVE 0 TO KitComponentIndex
           PERFORM WriteOnePickListKitComponent
               KitComponentCount TIMES.

        WriteOnePickListKitComponent.
           ADD 1 TO KitComponentIndex
           COMPUTE KitComponentQty =
               LinePickQty * KitComponentQtyPer(KitComponentIndex)
               ON SIZE ERROR
                   MOVE 9999999 TO KitComponentQty
           END-COMPUTE
           MOVE SPACES TO PickBinText
           IF ORD-WAREHOUSE NOT = SPACES
               MOVE ORD-WAREHOUSE TO StockWarehouse
               MOVE KitComponentItem(KitComponentIndex)
                   TO WhseStockItem
               PERFORM ReadItemWarehouseStock
               IF IWH-BIN-LOCATION NOT = SPACES
                   STRING "   BIN " IWH-BIN-LOCATION
                       DELIMITED BY SIZE INTO PickBinText
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "          PULL  "
               KitComponentItem(KitComponentIndex) "   QTY "
               KitComponentQty "   ____" PickBinText
               "   FOR KIT " KitItemHold
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> The order's lines are walked in bin order at the order's
      *> warehouse, so the picker works down the aisles instead
      *> of back and forth; lines with no bin come last, in line
      *> order.
        StagePickListBinOrder.
           MOVE 0 TO LineItemIndex
           PERFORM StageOnePickListBin ORD-LINE-COUNT TIMES
           MOVE 1 TO PickSeqIndex
           PERFORM SortOnePickSeqPass
               UNTIL PickSeqIndex NOT < ORD-LINE-COUNT.

        StageOnePickListBin.
           ADD 1 TO LineItemIndex
           MOVE LineItemIndex TO PickSeqLine(LineItemIndex)
           MOVE SPACES TO PickSeqBin(LineItemIndex)
           IF ORD-WAREHOUSE NOT = SPACES
               MOVE ORD-WAREHOUSE TO StockWarehouse
               MOVE OrderLineItemNumber(LineItemIndex)
                   TO WhseStockItem
               PERFORM ReadItemWarehouseStock
               MOVE IWH-BIN-LOCATION TO PickSeqBin(LineItemIndex)
           END-IF.

        SortOnePickSeqPass.
           COMPUTE PickSeqPair = PickSeqIndex + 1
           PERFORM CompareOnePickSeqPair
               UNTIL PickSeqPair > ORD-LINE-COUNT
           ADD 1 TO PickSeqIndex.

        CompareOnePickSeqPair.
           IF (PickSeqBin(PickSeqPair) NOT = SPACES
               AND PickSeqBin(PickSeqIndex) = SPACES)
               OR (PickSeqBin(PickSeqPair) NOT = SPACES
                   AND PickSeqBin(PickSeqPair)
                       < PickSeqBin(PickSeqIndex))
               OR (PickSeqBin(PickSeqPair) = PickSeqBin(PickSeqIndex)
                   AND PickSeqLine(PickSeqPair)
                       < PickSeqLine(PickSeqIndex))
               MOVE PickSeqEntry(PickSeqIndex) TO PickSeqSwapArea
               MOVE PickSeqEntry(PickSeqPair)
                   TO PickSeqEntry(PickSeqIndex)
               MOVE PickSeqSwapArea TO PickSeqEntry(PickSeqPair)
           END-IF
           ADD 1 TO PickSeqPair.

        WriteNextPickListLine.
           ADD 1 TO PickSeqIndex
           MOVE PickSeqLine(PickSeqIndex) TO LineItemIndex
           PERFORM WriteOnePickListLine.

      *> Open quantity on a staged line, split into what is still
      *> short (backorder not yet released) and what the dock can
      *> pick now.
        ComputeStagedLinePickQty.
           MOVE ZERO TO LineShortQty
           MOVE ZERO TO LinePickQty
           IF OrderLineQtyBackord(LineItemIndex)
               > OrderLineQtyReleased(LineItemIndex)
               COMPUTE LineShortQty =
                   OrderLineQtyBackord(LineItemIndex)
                   - OrderLineQtyReleased(LineItemIndex)
           END-IF
           IF OrderLineQty(LineItemIndex)
               > OrderLineQtyShipped(LineItemIndex) + LineShortQty
               COMPUTE LinePickQty =
                   OrderLineQty(LineItemIndex)
                   - OrderLineQtyShipped(LineItemIndex)
                   - LineShortQty
           END-IF.

      *> ----------------------------------------------------------
      *> Backorder fill - option 6, and run automatically after
      *> every posted stock receipt.  Every open order line still
      *> short is staged oldest first (the order's promised ship
      *> date where it has one, otherwise its order date) and
      *> offered whatever of its item is now available to sell.
      *> What it gets is claimed on ITEM-QTY-ALLOCATED and
      *> recorded as released on the line, so the next pick list
      *> asks the dock for it; the report lists the lines
      *> released and the lines still short.
      *> ----------------------------------------------------------
        BackorderFillRun.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - no "
                   "backorders to fill."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenOrderDetailIO
               PERFORM CollectBackorderLines
               CLOSE ORDER-MASTER
               PERFORM SortBackorderFillTable
               PERFORM OpenItemMasterIO
               MOVE 0 TO BOFillIndex
               PERFORM FillOneBackorderLine BOFillCount TIMES
               CLOSE ITEM-MASTER
               CLOSE ORDER-DETAIL
               PERFORM PrintBackorderFillReport
               IF BOFillLinesReleased > 0
                   PERFORM WriteBackorderFillAuditEntry
               END-IF
               DISPLAY "Backorder fill: " BOFillLinesReleased
                   " line(s) released, " BOFillLinesShort
                   " still short."
               MOVE "Backorder fill run complete"
                   TO LastActionOutcome
           END-IF.

        CollectBackorderLines.
           MOVE 0 TO BOFillCount
           MOVE "N" TO BOFillTableFullSwitch
           MOVE ZERO TO ORD-NUMBER
           MOVE "N" TO EndOfOrderFile
           START ORDER-MASTER KEY IS NOT LESS THAN ORD-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfOrderFile
           END-START
           PERFORM CollectOneBackorderOrder UNTIL OrderFileAtEnd.

        CollectOneBackorderOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-STATUS-OPEN
                       PERFORM SetBackorderFillDate
                       MOVE 0 TO LineItemIndex
                       PERFORM CollectOneBackorderLine
                           ORD-LINE-COUNT TIMES
                   END-IF
           END-READ.

      *> The promised ship date set at entry is the date the
      *> customer is waiting on; orders without one queue on
      *> their order date.
        SetBackorderFillDate.
           MOVE ZERO TO BOFillDateHold
           IF ORD-SHIP-DATE NUMERIC
               MOVE ORD-SHIP-DATE TO BOFillDateHold
           END-IF
           IF BOFillDateHold = ZERO
               MOVE ORD-DATE TO BOFillDateHold
           END-IF.

        CollectOneBackorderLine.
           ADD 1 TO LineItemIndex
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE LineItemIndex TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ComputeDetailLineShortQty
                   IF LineShortQty > 0
                       PERFORM StageOneBackorderLine
                   END-IF
           END-READ.

        StageOneBackorderLine.
           IF BOFillCount < 1000
               ADD 1 TO BOFillCount
               MOVE BOFillDateHold TO BOFillDate(BOFillCount)
               MOVE ORD-NUMBER TO BOFillOrder(BOFillCount)
               MOVE ORD-DET-LINE-NUMBER TO BOFillLine(BOFillCount)
               MOVE ORD-DET-ITEM-NUMBER TO BOFillItem(BOFillCount)
               MOVE LineShortQty TO BOFillShort(BOFillCount)
               MOVE ZERO TO BOFillQty(BOFillCount)
               MOVE ORD-CUSTOMER-NUMBER
                   TO BOFillCustomer(BOFillCount)
               MOVE ORD-WAREHOUSE TO BOFillWarehouse(BOFillCount)
           ELSE
               IF NOT BOFillTableIsFull
                   DISPLAY "Warning - more than 1000 backordered "
                       "lines; the rest wait for the next fill "
                       "run."
                   MOVE "Y" TO BOFillTableFullSwitch
               END-IF
           END-IF.

      *> Oldest date first, order and line number within a date,
      *> so the customer who has waited longest is served first.
        SortBackorderFillTable.
           MOVE 1 TO BOFillIndex
           PERFORM SortOneBackorderFillPass
               UNTIL BOFillIndex NOT < BOFillCount.

        SortOneBackorderFillPass.
           COMPUTE BOFillPair = BOFillIndex + 1
           PERFORM CompareOneBackorderFillPair
               UNTIL BOFillPair > BOFillCount
           ADD 1 TO BOFillIndex.

        CompareOneBackorderFillPair.
           IF BOFillDate(BOFillPair) < BOFillDate(BOFillIndex)
               OR (BOFillDate(BOFillPair) = BOFillDate(BOFillIndex)
                   AND BOFillOrder(BOFillPair)
                       < BOFillOrder(BOFillIndex))
               OR (BOFillDate(BOFillPair) = BOFillDate(BOFillIndex)
                   AND BOFillOrder(BOFillPair)
                       = BOFillOrder(BOFillIndex)
                   AND BOFillLine(BOFillPair)
                       < BOFillLine(BOFillIndex))
               MOVE BOFillEntry(BOFillIndex) TO BOFillSwapArea
               MOVE BOFillEntry(BOFillPair) TO BOFillEntry(BOFillIndex)
               MOVE BOFillSwapArea TO BOFillEntry(BOFillPair)
           END-IF
           ADD 1 TO BOFillPair.

      *> Each line takes what is available of its item, up to
      *> what it is short; an earlier line for the same item has
      *> already claimed its share, so available shrinks as the
      *> run works down the queue.  A kit line takes what its
      *> scarcest component allows.  Only stock at the line's
      *> own warehouse can fill it.
        FillOneBackorderLine.
           ADD 1 TO BOFillIndex
           MOVE BOFillWarehouse(BOFillIndex) TO StockWarehouse
           MOVE BOFillItem(BOFillIndex) TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       PERFORM ComputeKitAvailableQty
                   ELSE
                       PERFORM ComputeStockAvailableQty
                   END-IF
                   IF ItemQtyAvailable > 0
                       IF ItemQtyAvailable < BOFillShort(BOFillIndex)
                           MOVE ItemQtyAvailable
                               TO BOFillQty(BOFillIndex)
                       ELSE
                           MOVE BOFillShort(BOFillIndex)
                               TO BOFillQty(BOFillIndex)
                       END-IF
                       PERFORM ReleaseBackorderQtyToLine
                   END-IF
           END-READ.

        ReleaseBackorderQtyToLine.
           MOVE BOFillOrder(BOFillIndex) TO ORD-DET-ORDER-NUMBER
           MOVE BOFillLine(BOFillIndex) TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   MOVE ZERO TO BOFillQty(BOFillIndex)
               NOT INVALID KEY
                   PERFORM ComputeDetailLineShortQty
                   ADD BOFillQty(BOFillIndex) TO ORD-DET-QTY-RELEASED
                   REWRITE ORDER-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite line "
                               ORD-DET-LINE-NUMBER " of order "
                               ORD-DET-ORDER-NUMBER " - status "
                               OrderDetailFileStatus
                           MOVE ZERO TO BOFillQty(BOFillIndex)
                       NOT INVALID KEY
                           PERFORM ClaimBackorderQtyOnItem
                   END-REWRITE
           END-READ.

        ClaimBackorderQtyOnItem.
           IF ITEM-IS-KIT
               MOVE ITEM-NUMBER TO KitItemHold
               SET KitStockAllocate TO TRUE
               MOVE BOFillQty(BOFillIndex) TO KitStockQty
               MOVE ZERO TO KitStockAllocQty
               PERFORM ApplyKitComponentStock
           ELSE
               ADD BOFillQty(BOFillIndex) TO ITEM-QTY-ALLOCATED
                   ON SIZE ERROR
                       DISPLAY "Warning - allocated count for item "
                           ITEM-NUMBER " exceeds the field and has "
                           "been truncated."
               END-ADD
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite item " ITEM-NUMBER
                           " - status " ItemFileStatus
               END-REWRITE
               MOVE ITEM-NUMBER TO WhseStockItem
               MOVE BOFillQty(BOFillIndex) TO WhseAllocDelta
               PERFORM ApplyWarehouseStock
           END-IF.

        PrintBackorderFillReport.
           MOVE "BOF" TO ReportCode.
           PERFORM OpenReportFileForRun.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE "BACKORDER FILL" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader
           MOVE 0 TO BOFillLinesReleased
           MOVE 0 TO BOFillQtyReleased
           MOVE 0 TO BOFillLinesShort
           MOVE 0 TO BOFillQtyShort
           MOVE SPACES TO REPORT-LINE
           MOVE "LINES RELEASED FOR PICKING" TO REPORT-LINE
           PERFORM WriteBackorderFillReportLine
           MOVE 0 TO BOFillIndex
           PERFORM WriteOneReleasedBackorderLine BOFillCount TIMES
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES RELEASED: " BOFillLinesReleased
               "   QTY RELEASED: " BOFillQtyReleased
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteBackorderFillReportLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteBackorderFillReportLine
           MOVE "LINES STILL SHORT" TO REPORT-LINE
           PERFORM WriteBackorderFillReportLine
           MOVE 0 TO BOFillIndex
           PERFORM WriteOneShortBackorderLine BOFillCount TIMES
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES SHORT: " BOFillLinesShort
               "   QTY SHORT: " BOFillQtyShort
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteBackorderFillReportLine
           DISPLAY "Backorder fill report written to "
               ReportOutputName "."
           CLOSE REPORT-FILE.

        WriteOneReleasedBackorderLine.
           ADD 1 TO BOFillIndex
           IF BOFillQty(BOFillIndex) > 0
               ADD 1 TO BOFillLinesReleased
               ADD BOFillQty(BOFillIndex) TO BOFillQtyReleased
               MOVE SPACES TO REPORT-LINE
               STRING "  ORDER " BOFillOrder(BOFillIndex)
                   "  LINE " BOFillLine(BOFillIndex)
                   "  CUSTOMER " BOFillCustomer(BOFillIndex)
                   "  ITEM " BOFillItem(BOFillIndex)
                   "  DATED " BOFillDate(BOFillIndex)(5:2) "/"
                   BOFillDate(BOFillIndex)(7:2) "/"
                   BOFillDate(BOFillIndex)(1:4)
                   "  RELEASED " BOFillQty(BOFillIndex)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteBackorderFillReportLine
           END-IF.

        WriteOneShortBackorderLine.
           ADD 1 TO BOFillIndex
           IF BOFillQty(BOFillIndex) < BOFillShort(BOFillIndex)
               COMPUTE LineShortQty =
                   BOFillShort(BOFillIndex) - BOFillQty(BOFillIndex)
               ADD 1 TO BOFillLinesShort
               ADD LineShortQty TO BOFillQtyShort
               MOVE SPACES TO REPORT-LINE
               STRING "  ORDER " BOFillOrder(BOFillIndex)
                   "  LINE " BOFillLine(BOFillIndex)
                   "  CUSTOMER " BOFillCustomer(BOFillIndex)
                   "  ITEM " BOFillItem(BOFillIndex)
                   "  DATED " BOFillDate(BOFillIndex)(5:2) "/"
                   BOFillDate(BOFillIndex)(7:2) "/"
                   BOFillDate(BOFillIndex)(1:4)
                   "  SHORT " LineShortQty
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteBackorderFillReportLine
           END-IF.

        WriteBackorderFillReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        WriteBackorderFillAuditEntry.
           MOVE "Backorder fill run" TO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           STRING BOFillLinesReleased " line(s) released, qty "
               BOFillQtyReleased "; " BOFillLinesShort
               " line(s) still short"
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

        ConfirmShipments.
           OPEN INPUT SHIP-CONFIRM-FILE.
           IF ShipConfirmFileStatus = "35"
               DISPLAY "Ship confirmation file (SHIPCONF) not "
                   "found - nothing to confirm."
               MOVE "Ship confirmation file not found"
                   TO LastActionOutcome
           ELSE
               OPEN I-O ORDER-MASTER
               IF OrderFileStatus = "35"
                   DISPLAY "Order Master file not found."
                   MOVE "Order Master file not found"
                       TO LastActionOutcome
               ELSE
      *> The detail file and Item Master stay open for the whole
      *> run - confirmations update shipped quantities on the
      *> order's lines and take the shipped goods out of
      *> inventory as each order is stamped.
                   PERFORM OpenOrderDetailIO
                   PERFORM OpenItemMasterIO
      *> The carrier file rates each shipment's freight, and
      *> every shipment goes onto the manifest file.
                   MOVE "N" TO CarrierFileOpenSwitch
                   OPEN INPUT CARRIER-FILE
                   IF CarrierFileStatus = "00"
                       MOVE "Y" TO CarrierFileOpenSwitch
                   END-IF
                   PERFORM OpenShipManifestExtend
      *> The Customer Master says who takes ship notices
      *> electronically; without it none are sent.
                   MOVE "N" TO CustomerMasterOpenSwitch
                   OPEN INPUT CUSTOMER-MASTER
                   IF CustomerFileStatus = "00"
                       MOVE "Y" TO CustomerMasterOpenSwitch
                   END-IF
                   MOVE "N" TO AsnBatchOpenSwitch
                   MOVE 0 TO AsnLineCount
                   ACCEPT ReportRunDate FROM DATE YYYYMMDD
                   OPEN OUTPUT SHIP-REGISTER-FILE
                   MOVE 0 TO ConfirmationsRead
                   MOVE 0 TO OrdersShipped
                   MOVE 0 TO ShipRejects
                   MOVE 0 TO ShipmentsManifested
                   MOVE 0 TO FreightChargedTotal
                   MOVE "N" TO ShipmentPendingSwitch
                   MOVE "N" TO EndOfShipConfirmSwitch
                   PERFORM ConfirmOneShipment
                       UNTIL EndOfShipConfirmFile
                   IF ShipmentIsPending
                       PERFORM CloseCurrentShipment
                   END-IF
                   PERFORM WriteShipRegisterTrailer
                   PERFORM CloseAsnBatch
                   IF CustomerMasterIsOpen
                       CLOSE CUSTOMER-MASTER
                       MOVE "N" TO CustomerMasterOpenSwitch
                   END-IF
                   CLOSE SHIP-REGISTER-FILE
                   CLOSE SHIP-MANIFEST-FILE
                   IF CarrierFileIsOpen
                       CLOSE CARRIER-FILE
                       MOVE "N" TO CarrierFileOpenSwitch
                   END-IF
                   CLOSE ITEM-MASTER
                   CLOSE ORDER-DETAIL
                   CLOSE ORDER-MASTER
                   DISPLAY "Confirmations read: " ConfirmationsRead
                       "  shipped: " OrdersShipped
                       "  rejected: " ShipRejects
                       " (register on SHIPREG)."
                   MOVE FreightChargedTotal TO InvoiceAmountDisplay
                   DISPLAY "Shipments manifested: "
                       ShipmentsManifested "  freight charged: "
                       InvoiceAmountDisplay
                   MOVE "Shipments confirmed" TO LastActionOutcome
               END-IF
               CLOSE SHIP-CONFIRM-FILE
           END-IF.

        ConfirmOneShipment.
           READ SHIP-CONFIRM-FILE
               AT END
                   MOVE "Y" TO EndOfShipConfirmSwitch
               NOT AT END
                   ADD 1 TO ConfirmationsRead
                   PERFORM GroupShipConfirmation
                   MOVE ShipRejects TO ShipRejectsBefore
                   PERFORM ApplyOneShipConfirmation
                   IF ShipRejects = ShipRejectsBefore
                       PERFORM AddConfirmationToShipment
                   END-IF
           END-READ.

      *> A confirmation must name an order that is on file and
      *> still open, and carry a real calendar ship date no
      *> earlier than the order date - anything else is
      *> registered as a reject so the warehouse sees it.
        ApplyOneShipConfirmation.
           MOVE SHIP-LOT-NUMBER TO LotPreferredNumber
           MOVE SHIP-CONFIRM-DATE TO LotShipDate
           MOVE SHIP-ORDER-NUMBER TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO ShipRejectReason
                   PERFORM WriteShipRegisterReject
               NOT INVALID KEY
                   IF NOT ORD-STATUS-OPEN
                       MOVE SPACES TO ShipRejectReason
                       STRING "ORDER STATUS IS " ORD-STATUS
                           DELIMITED BY SIZE INTO ShipRejectReason
                       PERFORM WriteShipRegisterReject
                   ELSE
                       PERFORM CheckShipConfirmDate
                       IF NOT ShipDateIsValid
                           PERFORM WriteShipRegisterReject
                       ELSE
                           IF SHIP-LINE-NUMBER NUMERIC
                               AND SHIP-LINE-NUMBER > 0
                               PERFORM ApplyPartialShipConfirmation
                           ELSE
                               PERFORM StampAndRewriteShippedOrder
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Partial shipment - the confirmation names a line and how
      *> many of it left the dock.  The line's shipped count goes
      *> up, the remainder stays on the line as a backorder
      *> quantity, and the order is only stamped shipped once
      *> every line has shipped in full - until then it stays
      *> open so the backorder can still be picked and confirmed.
      *> The dock ships what was there, so the line's whole claim
      *> comes off the allocation and the backorder waits,
      *> unclaimed, for the fill run to release it from the
      *> next receipt.
      *> ----------------------------------------------------------
        ApplyPartialShipConfirmation.
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE SHIP-LINE-NUMBER TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   MOVE "LINE NOT ON ORDER" TO ShipRejectReason
                   PERFORM WriteShipRegisterReject
               NOT INVALID KEY
                   PERFORM ApplyPartialShipToLine
           END-READ.

        ApplyPartialShipToLine.
           IF ORD-DET-QTY-SHIPPED NOT NUMERIC
               MOVE ZERO TO ORD-DET-QTY-SHIPPED
           END-IF
           IF ORD-DET-QTY-SHIPPED < ORD-DET-ITEM-QTY
               COMPUTE ShipQtyRemaining =
                   ORD-DET-ITEM-QTY - ORD-DET-QTY-SHIPPED
           ELSE
               MOVE ZERO TO ShipQtyRemaining
           END-IF
           IF SHIP-QTY-SHIPPED NOT NUMERIC
               OR SHIP-QTY-SHIPPED = 0
               OR SHIP-QTY-SHIPPED > ShipQtyRemaining
               MOVE "SHIP QTY EXCEEDS OPEN QTY"
                   TO ShipRejectReason
               PERFORM WriteShipRegisterReject
           ELSE
               PERFORM ComputeDetailLineShortQty
               IF ShipQtyRemaining > LineShortQty
                   COMPUTE StockRelieveAllocQty =
                       ShipQtyRemaining - LineShortQty
               ELSE
                   MOVE ZERO TO StockRelieveAllocQty
               END-IF
               MOVE SHIP-QTY-SHIPPED TO ShipCostQty
               PERFORM CaptureLineCostAtShipment
               ADD SHIP-QTY-SHIPPED TO ORD-DET-QTY-SHIPPED
               COMPUTE ORD-DET-QTY-BACKORDER =
                   ORD-DET-ITEM-QTY - ORD-DET-QTY-SHIPPED
               MOVE ZERO TO ORD-DET-QTY-RELEASED
               REWRITE ORDER-DETAIL-RECORD
                   INVALID KEY
                       MOVE "LINE REWRITE FAILED"
                           TO ShipRejectReason
                       PERFORM WriteShipRegisterReject
                   NOT INVALID KEY
                       MOVE SHIP-QTY-SHIPPED TO StockRelieveQty
                       MOVE ORD-DET-ITEM-NUMBER TO StockRelieveItem
                       PERFORM RelieveItemStockForLine
                       MOVE SHIP-QTY-SHIPPED TO AsnStageQty
                       MOVE ORD-DET-QTY-BACKORDER TO AsnStageBackorder
                       PERFORM StageAsnLine
                       PERFORM WriteShipRegisterPartialLine
                       PERFORM CheckOrderFullyShipped
                       IF OrderFullyShipped
                           PERFORM StampAndRewriteShippedOrder
                       END-IF
               END-REWRITE
           END-IF.

        CheckOrderFullyShipped.
           MOVE "Y" TO OrderFullyShippedSwitch
           MOVE 0 TO ShipCheckIndex
           PERFORM CheckOneLineFullyShipped ORD-LINE-COUNT TIMES.

        CheckOneLineFullyShipped.
           ADD 1 TO ShipCheckIndex
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE ShipCheckIndex TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   MOVE "N" TO OrderFullyShippedSwitch
               NOT INVALID KEY
                   IF ORD-DET-QTY-SHIPPED NOT NUMERIC
                       OR ORD-DET-QTY-SHIPPED < ORD-DET-ITEM-QTY
                       MOVE "N" TO OrderFullyShippedSwitch
                   END-IF
           END-READ.

        CheckShipConfirmDate.
           MOVE "N" TO ShipDateValidSwitch
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE SHIP-CONFIRM-DATE TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           MOVE ORD-DATE TO OrderDateYYYYMMDD
           IF NOT DSRV-DATE-IS-VALID
               MOVE "INVALID SHIP DATE" TO ShipRejectReason
           ELSE
               IF SHIP-CONFIRM-DATE < OrderDateYYYYMMDD
                   MOVE "SHIP DATE BEFORE ORDER DATE"
                       TO ShipRejectReason
               ELSE
                   MOVE "Y" TO ShipDateValidSwitch
               END-IF
           END-IF.

        StampAndRewriteShippedOrder.
           MOVE SHIP-CONFIRM-DATE(1:4) TO ORD-SHIP-CCYY
           MOVE SHIP-CONFIRM-DATE(5:2) TO ORD-SHIP-MM
           MOVE SHIP-CONFIRM-DATE(7:2) TO ORD-SHIP-DD
           SET ORD-STATUS-SHIPPED TO TRUE
           REWRITE ORDER-RECORD
               INVALID KEY
                   MOVE "ORDER REWRITE FAILED"
                       TO ShipRejectReason
                   PERFORM WriteShipRegisterReject
               NOT INVALID KEY
                   ADD 1 TO CTLCNT-ORDERS-CHANGED
                   ADD 1 TO OrdersShipped
                   PERFORM ShipAllRemainingOrderLines
                   PERFORM WriteShipRegisterLine
           END-REWRITE.

      *> Closes out every line of the order being stamped shipped
      *> - whatever each line still owed comes out of inventory
      *> (quantities already shipped on earlier partial
      *> confirmations were relieved then) and the line is marked
      *> shipped in full with nothing left on backorder.
        ShipAllRemainingOrderLines.
           MOVE 0 TO LineItemIndex
           PERFORM ShipOneRemainingOrderLine ORD-LINE-COUNT TIMES.

        ShipOneRemainingOrderLine.
           ADD 1 TO LineItemIndex
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE LineItemIndex TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ORD-DET-QTY-SHIPPED NOT NUMERIC
                       MOVE ZERO TO ORD-DET-QTY-SHIPPED
                   END-IF
                   PERFORM ComputeDetailLineShortQty
                   IF ORD-DET-QTY-SHIPPED < ORD-DET-ITEM-QTY
                       COMPUTE StockRelieveQty =
                           ORD-DET-ITEM-QTY - ORD-DET-QTY-SHIPPED
                       IF StockRelieveQty > LineShortQty
                           COMPUTE StockRelieveAllocQty =
                               StockRelieveQty - LineShortQty
                       ELSE
                           MOVE ZERO TO StockRelieveAllocQty
                       END-IF
                       MOVE StockRelieveQty TO ShipCostQty
                       PERFORM CaptureLineCostAtShipment
                       MOVE ORD-DET-ITEM-NUMBER TO StockRelieveItem
                       PERFORM RelieveItemStockForLine
                       MOVE StockRelieveQty TO AsnStageQty
                       MOVE ZERO TO AsnStageBackorder
                       PERFORM StageAsnLine
                   END-IF
                   MOVE ORD-DET-ITEM-QTY TO ORD-DET-QTY-SHIPPED
                   MOVE ZERO TO ORD-DET-QTY-BACKORDER
                   MOVE ZERO TO ORD-DET-QTY-RELEASED
                   REWRITE ORDER-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite line "
                               ORD-DET-LINE-NUMBER " of order "
                               ORD-NUMBER " - status "
                               OrderDetailFileStatus
                   END-REWRITE
           END-READ.

      *> The line's cost is what the goods cost when they left -
      *> the item's moving average at the time.  A line shipped
      *> in parts carries the average over its parts, so shipped
      *> quantity times line cost is always the cost of what
      *> went.  A kit costs what its components cost.  Called
      *> before the line's shipped count moves.
      *> The goods' shipping weight joins the shipment here too,
      *> while the item is in hand.
        CaptureLineCostAtShipment.
           IF ORD-DET-UNIT-COST NOT NUMERIC
               MOVE ZERO TO ORD-DET-UNIT-COST
           END-IF
           MOVE ZERO TO ShipItemAvgCost
           MOVE ORD-DET-ITEM-NUMBER TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NormalizeItemCostFields
                   IF ITEM-IS-KIT
                       PERFORM ComputeKitUnitCost
                       MOVE KitUnitCost TO ShipItemAvgCost
                   ELSE
                       MOVE ITEM-AVG-COST TO ShipItemAvgCost
                   END-IF
                   PERFORM AddItemToShipmentWeight
           END-READ
           IF ORD-DET-QTY-SHIPPED + ShipCostQty > 0
               COMPUTE ORD-DET-UNIT-COST ROUNDED =
                   (ORD-DET-QTY-SHIPPED * ORD-DET-UNIT-COST
                    + ShipCostQty * ShipItemAvgCost)
                   / (ORD-DET-QTY-SHIPPED + ShipCostQty)
                   ON SIZE ERROR
                       MOVE ShipItemAvgCost TO ORD-DET-UNIT-COST
               END-COMPUTE
           END-IF.

      *> Relieves StockRelieveQty of item StockRelieveItem off
      *> on-hand, and StockRelieveAllocQty off the allocation the
      *> order claimed at entry or the fill run claimed since -
      *> a backorder still short never claimed anything, so the
      *> two can differ.  Orders filed before inventory
      *> existed claimed nothing, so neither count is driven
      *> below zero, and an item that has left the Item Master
      *> is skipped - there is no count left to relieve.  The
      *> order's warehouse is relieved the same way.
        RelieveItemStockForLine.
           MOVE ORD-WAREHOUSE TO StockWarehouse
           MOVE StockRelieveItem TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       MOVE ITEM-NUMBER TO KitItemHold
                       SET KitStockShip TO TRUE
                       MOVE StockRelieveQty TO KitStockQty
                       MOVE StockRelieveAllocQty TO KitStockAllocQty
                       PERFORM ApplyKitComponentStock
                   ELSE
                       PERFORM ComputeItemAvailableQty
                       IF StockRelieveQty > ITEM-QTY-ON-HAND
                           MOVE ZERO TO ITEM-QTY-ON-HAND
                       ELSE
                           SUBTRACT StockRelieveQty
                               FROM ITEM-QTY-ON-HAND
                       END-IF
                       IF StockRelieveAllocQty > ITEM-QTY-ALLOCATED
                           MOVE ZERO TO ITEM-QTY-ALLOCATED
                       ELSE
                           SUBTRACT StockRelieveAllocQty
                               FROM ITEM-QTY-ALLOCATED
                       END-IF
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite item "
                                   ITEM-NUMBER " - status "
                                   ItemFileStatus
                       END-REWRITE
                       MOVE ITEM-NUMBER TO WhseStockItem
                       COMPUTE WhseOnHandDelta = 0 - StockRelieveQty
                       COMPUTE WhseAllocDelta =
                           0 - StockRelieveAllocQty
                       PERFORM ApplyWarehouseStock
                       IF ITEM-IS-LOT-CONTROLLED
                           MOVE ITEM-NUMBER TO LotDrawItem
                           MOVE StockRelieveQty TO LotDrawQty
                           PERFORM DrawLotsForShipment
                       END-IF
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Lots - a lot-controlled item's shipments are drawn from
      *> its supplier lots on the lot file (LOTFILE) and every
      *> draw is recorded against the order line on the lot
      *> shipment file (LOTSHIP), so a recall can name every
      *> customer who received the lot.  The lot the dock names
      *> on the confirmation goes first, then the lots earliest
      *> to expire (lots that do not expire last).  Called for
      *> LotDrawQty of item LotDrawItem with the order and its
      *> line still in ORDER-RECORD and ORDER-DETAIL-RECORD.
      *> ----------------------------------------------------------
        DrawLotsForShipment.
           MOVE LotDrawQty TO LotDrawRemaining
           PERFORM OpenLotIO
           PERFORM LoadLotsOnHand
           MOVE 1 TO LotDrawIndex
           PERFORM SortOneLotDrawPass
               UNTIL LotDrawIndex NOT < LotDrawCount
           MOVE 0 TO LotDrawIndex
           PERFORM TakeFromOneLot LotDrawCount TIMES
           CLOSE LOT-FILE
           IF LotDrawRemaining > 0
               DISPLAY "Warning - " LotDrawRemaining " of item "
                   LotDrawItem " shipped on order " ORD-NUMBER
                   " could not be traced to a lot on hand."
           END-IF.

        LoadLotsOnHand.
           MOVE 0 TO LotDrawCount
           MOVE LotDrawItem TO LOT-ITEM-NUMBER
           MOVE LOW-VALUES TO LOT-NUMBER
           MOVE "N" TO EndOfLotSwitch
           START LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfLotSwitch
           END-START
           PERFORM LoadOneLotOnHand UNTIL EndOfLotFile.

        LoadOneLotOnHand.
           READ LOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfLotSwitch
               NOT AT END
                   IF LOT-ITEM-NUMBER NOT = LotDrawItem
                       MOVE "Y" TO EndOfLotSwitch
                   ELSE
                       IF LOT-QTY-ON-HAND NUMERIC
                           AND LOT-QTY-ON-HAND > 0
                           AND LotDrawCount < 50
                           ADD 1 TO LotDrawCount
                           PERFORM StageOneLotOnHand
                       END-IF
                   END-IF
           END-READ.

        StageOneLotOnHand.
           MOVE LOT-NUMBER TO LotDrawLot(LotDrawCount)
           MOVE LOT-QTY-ON-HAND TO LotDrawOnHand(LotDrawCount)
           MOVE ZERO TO LotDrawTake(LotDrawCount)
           IF LOT-NUMBER = LotPreferredNumber
               MOVE ZERO TO LotDrawSortKey(LotDrawCount)
           ELSE
               IF LOT-EXPIRY-DATE NUMERIC
                   AND LOT-EXPIRY-DATE > 0
                   MOVE LOT-EXPIRY-DATE
                       TO LotDrawSortKey(LotDrawCount)
               ELSE
                   MOVE 99999999 TO LotDrawSortKey(LotDrawCount)
               END-IF
           END-IF.

        SortOneLotDrawPass.
           COMPUTE LotDrawPair = LotDrawIndex + 1
           PERFORM CompareOneLotDrawPair
               UNTIL LotDrawPair > LotDrawCount
           ADD 1 TO LotDrawIndex.

        CompareOneLotDrawPair.
           IF LotDrawSortKey(LotDrawPair)
               < LotDrawSortKey(LotDrawIndex)
               MOVE LotDrawEntry(LotDrawIndex) TO LotDrawSwapArea
               MOVE LotDrawEntry(LotDrawPair)
                   TO LotDrawEntry(LotDrawIndex)
               MOVE LotDrawSwapArea TO LotDrawEntry(LotDrawPair)
           END-IF
           ADD 1 TO LotDrawPair.

        TakeFromOneLot.
           ADD 1 TO LotDrawIndex
           IF LotDrawRemaining > 0
               IF LotDrawOnHand(LotDrawIndex) < LotDrawRemaining
                   MOVE LotDrawOnHand(LotDrawIndex)
                       TO LotDrawTake(LotDrawIndex)
               ELSE
                   MOVE LotDrawRemaining TO LotDrawTake(LotDrawIndex)
               END-IF
               MOVE LotDrawItem TO LOT-ITEM-NUMBER
               MOVE LotDrawLot(LotDrawIndex) TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       MOVE ZERO TO LotDrawTake(LotDrawIndex)
                   NOT INVALID KEY
                       PERFORM RelieveOneLot
               END-READ
           END-IF.

        RelieveOneLot.
           IF LOT-QTY-SHIPPED NOT NUMERIC
               MOVE ZERO TO LOT-QTY-SHIPPED
           END-IF
           SUBTRACT LotDrawTake(LotDrawIndex) FROM LOT-QTY-ON-HAND
           ADD LotDrawTake(LotDrawIndex) TO LOT-QTY-SHIPPED
               ON SIZE ERROR
                   MOVE 9999999 TO LOT-QTY-SHIPPED
           END-ADD
           REWRITE LOT-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite lot " LOT-NUMBER
                       " - status " LotFileStatus
                   MOVE ZERO TO LotDrawTake(LotDrawIndex)
               NOT INVALID KEY
                   SUBTRACT LotDrawTake(LotDrawIndex)
                       FROM LotDrawRemaining
                   PERFORM RecordLotShipment
           END-REWRITE.

      *> A later partial shipment of the same line from the same
      *> lot adds to the line's record for that lot.
        RecordLotShipment.
           PERFORM OpenLotShipIO
           MOVE LotDrawItem TO LSH-ITEM-NUMBER
           MOVE LotDrawLot(LotDrawIndex) TO LSH-LOT-NUMBER
           MOVE ORD-NUMBER TO LSH-ORDER-NUMBER
           MOVE ORD-DET-LINE-NUMBER TO LSH-LINE-NUMBER
           READ LOT-SHIP-FILE
               INVALID KEY
                   MOVE ORD-CUSTOMER-NUMBER TO LSH-CUSTOMER-NUMBER
                   MOVE ORD-SHIP-TO-CODE TO LSH-SHIP-TO-CODE
                   MOVE ORD-WAREHOUSE TO LSH-WAREHOUSE
                   MOVE LotShipDate TO LSH-SHIP-DATE
                   MOVE LotDrawTake(LotDrawIndex) TO LSH-QTY-SHIPPED
                   MOVE ZERO TO LSH-QTY-RETURNED
                   WRITE LOT-SHIPMENT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write lot shipment "
                               "for order " ORD-NUMBER " - status "
                               LotShipFileStatus
                   END-WRITE
               NOT INVALID KEY
                   MOVE LotShipDate TO LSH-SHIP-DATE
                   ADD LotDrawTake(LotDrawIndex) TO LSH-QTY-SHIPPED
                       ON SIZE ERROR
                           MOVE 9999999 TO LSH-QTY-SHIPPED
                   END-ADD
                   REWRITE LOT-SHIPMENT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite lot shipment "
                               "for order " ORD-NUMBER " - status "
                               LotShipFileStatus
                   END-REWRITE
           END-READ
           CLOSE LOT-SHIP-FILE.

      *> A return goes back into the lot(s) its order line was
      *> shipped from, up to what each lot sent that line and
      *> has not already had back.  Called for LotDrawQty of
      *> item LotDrawItem with the RA in RETURN-AUTH-RECORD.
        ReturnQtyToLots.
           MOVE LotDrawQty TO LotDrawRemaining
           OPEN I-O LOT-SHIP-FILE
           IF LotShipFileStatus = "00"
               PERFORM OpenLotIO
               MOVE LotDrawItem TO LSH-ITEM-NUMBER
               MOVE LOW-VALUES TO LSH-LOT-NUMBER
               MOVE ZERO TO LSH-ORDER-NUMBER
               MOVE ZERO TO LSH-LINE-NUMBER
               MOVE "N" TO EndOfLotShipSwitch
               START LOT-SHIP-FILE
                   KEY IS NOT LESS THAN LSH-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfLotShipSwitch
               END-START
               PERFORM ReturnToOneLotShipment
                   UNTIL EndOfLotShipFile OR LotDrawRemaining = 0
               CLOSE LOT-FILE
               CLOSE LOT-SHIP-FILE
           END-IF
           IF LotDrawRemaining > 0
               DISPLAY "Warning - " LotDrawRemaining " of returned "
                   "item " LotDrawItem " could not be traced to "
                   "the lot it shipped from."
           END-IF.

        ReturnToOneLotShipment.
           READ LOT-SHIP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfLotShipSwitch
               NOT AT END
                   IF LSH-ITEM-NUMBER NOT = LotDrawItem
                       MOVE "Y" TO EndOfLotShipSwitch
                   ELSE
                       IF LSH-ORDER-NUMBER = RA-ORDER-NUMBER
                           AND LSH-LINE-NUMBER = RA-LINE-NUMBER
                           AND LSH-QTY-SHIPPED > LSH-QTY-RETURNED
                           PERFORM ReturnIntoOneLot
                       END-IF
                   END-IF
           END-READ.

        ReturnIntoOneLot.
           COMPUTE LotGiveQty = LSH-QTY-SHIPPED - LSH-QTY-RETURNED
           IF LotGiveQty > LotDrawRemaining
               MOVE LotDrawRemaining TO LotGiveQty
           END-IF
           ADD LotGiveQty TO LSH-QTY-RETURNED
           REWRITE LOT-SHIPMENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite lot shipment for "
                       "order " LSH-ORDER-NUMBER " - status "
                       LotShipFileStatus
                   MOVE ZERO TO LotGiveQty
           END-REWRITE
           IF LotGiveQty > 0
               MOVE LSH-ITEM-NUMBER TO LOT-ITEM-NUMBER
               MOVE LSH-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE
                   INVALID KEY
                       DISPLAY "Warning - lot " LSH-LOT-NUMBER
                           " no longer on file; its on-hand not "
                           "updated."
                   NOT INVALID KEY
                       IF LOT-QTY-RETURNED NOT NUMERIC
                           MOVE ZERO TO LOT-QTY-RETURNED
                       END-IF
                       ADD LotGiveQty TO LOT-QTY-ON-HAND
                           ON SIZE ERROR
                               MOVE 9999999 TO LOT-QTY-ON-HAND
                       END-ADD
                       ADD LotGiveQty TO LOT-QTY-RETURNED
                           ON SIZE ERROR
                               MOVE 9999999 TO LOT-QTY-RETURNED
                       END-ADD
                       REWRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite lot "
                                   LOT-NUMBER " - status "
                                   LotFileStatus
                       END-REWRITE
               END-READ
               SUBTRACT LotGiveQty FROM LotDrawRemaining
           END-IF.

        OpenLotIO.
           OPEN I-O LOT-FILE.
           IF LotFileStatus = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

        OpenLotShipIO.
           OPEN I-O LOT-SHIP-FILE.
           IF LotShipFileStatus = "35"
               OPEN OUTPUT LOT-SHIP-FILE
               CLOSE LOT-SHIP-FILE
               OPEN I-O LOT-SHIP-FILE
           END-IF.


        WriteShipRegisterLine.
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "SHIPPED  ORDER " ORD-NUMBER "  CUSTOMER "
               ORD-CUSTOMER-NUMBER "  SHIP DATE "
               ORD-SHIP-MM "/" ORD-SHIP-DD "/" ORD-SHIP-CCYY
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.

        WriteShipRegisterPartialLine.
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "PARTIAL  ORDER " ORD-NUMBER "  LINE "
               ORD-DET-LINE-NUMBER "  QTY " SHIP-QTY-SHIPPED
               "  BACKORDERED " ORD-DET-QTY-BACKORDER
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.

        WriteShipRegisterReject.
           ADD 1 TO ShipRejects
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "REJECTED ORDER " SHIP-ORDER-NUMBER "  DATE "
               SHIP-CONFIRM-DATE "  " ShipRejectReason
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.

        WriteShipRegisterTrailer.
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "CONFIRMATIONS READ: " ConfirmationsRead
               "  SHIPPED: " OrdersShipped
               "  REJECTED: " ShipRejects
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.
           MOVE FreightChargedTotal TO InvoiceAmountDisplay
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "SHIPMENTS MANIFESTED: " ShipmentsManifested
               "  FREIGHT CHARGED: " InvoiceAmountDisplay
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.

      *> ----------------------------------------------------------
      *> Freight - the confirmations for one order with the same
      *> ship date and tracking number are one shipment, and a
      *> shipment is charged freight once: the actual charge when
      *> the dock reports it, otherwise the shipment's weight at
      *> the order's carrier rate (or the carrier's flat rate).
      *> The charge is added to the order, where the invoice
      *> picks it up, and the shipment goes onto the manifest
      *> file for the end-of-day carrier manifest.
      *> ----------------------------------------------------------
        GroupShipConfirmation.
           IF ShipmentIsPending
               AND (SHIP-ORDER-NUMBER NOT = ShipmentOrderNumber
                   OR SHIP-CONFIRM-DATE NOT = ShipmentDate
                   OR SHIP-TRACKING-NUMBER NOT = ShipmentTracking)
               PERFORM CloseCurrentShipment
           END-IF
           IF NOT ShipmentIsPending
               MOVE "Y" TO ShipmentPendingSwitch
               MOVE SHIP-ORDER-NUMBER TO ShipmentOrderNumber
               MOVE SHIP-CONFIRM-DATE TO ShipmentDate
               MOVE SHIP-TRACKING-NUMBER TO ShipmentTracking
               MOVE 0 TO ShipmentWeight
               MOVE 0 TO ShipmentActualFreight
               MOVE 0 TO ShipmentRecordCount
               MOVE 0 TO AsnLineCount
           END-IF.

      *> Confirmations filed before freight was reported carry
      *> spaces in the actual-freight field - nothing reported.
        AddConfirmationToShipment.
           ADD 1 TO ShipmentRecordCount
           IF SHIP-ACTUAL-FREIGHT NUMERIC
               ADD SHIP-ACTUAL-FREIGHT TO ShipmentActualFreight
           END-IF.

      *> Shipping weight of the goods just costed out - called
      *> from CaptureLineCostAtShipment with the item read and
      *> ShipCostQty holding the quantity leaving.
        AddItemToShipmentWeight.
           IF ITEM-SHIP-WEIGHT NOT NUMERIC
               MOVE ZERO TO ITEM-SHIP-WEIGHT
           END-IF
           COMPUTE ShipmentWeight =
               ShipmentWeight + ShipCostQty * ITEM-SHIP-WEIGHT
               ON SIZE ERROR
                   DISPLAY "Warning - shipment weight for order "
                       ORD-NUMBER " exceeds the field."
           END-COMPUTE.

        CloseCurrentShipment.
           MOVE "N" TO ShipmentPendingSwitch
           IF ShipmentRecordCount > 0
               MOVE ShipmentOrderNumber TO ORD-NUMBER
               READ ORDER-MASTER
                   INVALID KEY
                       DISPLAY "Order " ShipmentOrderNumber
                           " could not be re-read - no freight "
                           "charged for its shipment."
                   NOT INVALID KEY
                       PERFORM ChargeFreightForShipment
                       PERFORM SendShipmentAsn
               END-READ
           END-IF.

        ChargeFreightForShipment.
           PERFORM ComputeShipmentFreight
           IF ORD-FREIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORD-FREIGHT-AMOUNT
           END-IF
           ADD ShipmentFreight TO ORD-FREIGHT-AMOUNT
               ON SIZE ERROR
                   DISPLAY "Warning - freight on order " ORD-NUMBER
                       " exceeds the field and has been truncated."
           END-ADD
           ADD ShipmentFreight TO ORD-TOTAL-AMOUNT
               ON SIZE ERROR
                   DISPLAY "Warning - order " ORD-NUMBER
                       " total exceeds the field with its "
                       "freight and has been truncated."
           END-ADD
           IF ShipmentTracking NOT = SPACES
               MOVE ShipmentTracking TO ORD-TRACKING-NUMBER
           END-IF
           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to charge freight to order "
                       ORD-NUMBER " - status " OrderFileStatus
               NOT INVALID KEY
                   ADD ShipmentFreight TO FreightChargedTotal
                   PERFORM WriteShipmentManifestRecord
                   PERFORM WriteShipRegisterFreightLine
           END-REWRITE.

      *> The dock's actual charge wins; otherwise the rate on
      *> the order's carrier and service.  An order with no
      *> carrier, or one no longer on file, ships freight-free
      *> unless the dock reported a charge.
        ComputeShipmentFreight.
           MOVE 0 TO ShipmentFreight
           IF ShipmentActualFreight > 0
               MOVE ShipmentActualFreight TO ShipmentFreight
           ELSE
               IF ORD-CARRIER-CODE NOT = SPACES
                   AND ORD-CARRIER-CODE NOT = LOW-VALUES
                   AND CarrierFileIsOpen
                   MOVE ORD-CARRIER-CODE TO CARR-CODE
                   MOVE ORD-SHIP-SERVICE TO CARR-SERVICE
                   READ CARRIER-FILE
                       INVALID KEY
                           DISPLAY "Carrier " ORD-CARRIER-CODE " "
                               ORD-SHIP-SERVICE " not on file - "
                               "no freight charged on order "
                               ORD-NUMBER "."
                       NOT INVALID KEY
                           PERFORM RateShipmentOnCarrier
                   END-READ
               END-IF
           END-IF.

        RateShipmentOnCarrier.
           IF CARR-RATE NOT NUMERIC
               MOVE ZERO TO CARR-RATE
           END-IF
           IF CARR-BASIS-FLAT
               MOVE CARR-RATE TO ShipmentFreight
           ELSE
               COMPUTE ShipmentFreight ROUNDED =
                   ShipmentWeight * CARR-RATE
                   ON SIZE ERROR
                       DISPLAY "Warning - freight on order "
                           ORD-NUMBER " exceeds the field."
               END-COMPUTE
           END-IF.

        WriteShipmentManifestRecord.
           MOVE SPACES TO SHIP-MANIFEST-RECORD
           MOVE ReportRunDate TO MFST-RUN-DATE
           MOVE ShipmentDate TO MFST-SHIP-DATE
           MOVE ORD-CARRIER-CODE TO MFST-CARRIER-CODE
           MOVE ORD-SHIP-SERVICE TO MFST-SHIP-SERVICE
           MOVE ORD-NUMBER TO MFST-ORDER-NUMBER
           MOVE ORD-CUSTOMER-NUMBER TO MFST-CUSTOMER-NUMBER
           MOVE ORD-SHIP-TO-CODE TO MFST-SHIP-TO-CODE
           MOVE ShipmentWeight TO MFST-WEIGHT
           MOVE ShipmentTracking TO MFST-TRACKING-NUMBER
           MOVE ShipmentFreight TO MFST-FREIGHT-AMOUNT
           WRITE SHIP-MANIFEST-RECORD
           ADD 1 TO ShipmentsManifested.

        WriteShipRegisterFreightLine.
           MOVE ShipmentFreight TO InvoiceAmountDisplay
           MOVE ShipmentWeight TO ShipmentWeightDisplay
           MOVE SPACES TO SHIP-REGISTER-LINE
           STRING "FREIGHT  ORDER " ORD-NUMBER "  CARRIER "
               ORD-CARRIER-CODE " " ORD-SHIP-SERVICE "  WEIGHT "
               ShipmentWeightDisplay "  FREIGHT "
               InvoiceAmountDisplay "  TRACKING " ShipmentTracking
               DELIMITED BY SIZE INTO SHIP-REGISTER-LINE
           WRITE SHIP-REGISTER-LINE.

        OpenShipManifestExtend.
           OPEN EXTEND SHIP-MANIFEST-FILE.
           IF ShipManifestFileStatus = "35"
               OPEN OUTPUT SHIP-MANIFEST-FILE
               CLOSE SHIP-MANIFEST-FILE
               OPEN EXTEND SHIP-MANIFEST-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Advance ship notices - a customer flagged for electronic
      *> documents is sent each shipment as it is confirmed: an
      *> "H" record with their own order reference, the ship
      *> date, carrier and tracking, then a "D" record for every
      *> line that left on it with what the line still has on
      *> backorder.  The lines are staged as the confirmations
      *> post and sent when the shipment closes.  The run's ship
      *> notices are one batch on ASNOUT, numbered off the
      *> control record and kept again on EDIHIST, and the batch
      *> is registered on EDIREG when its trailer is written.
      *> ----------------------------------------------------------
      *> Called once a line's shipment has posted, with the
      *> quantity that left in AsnStageQty and what the line
      *> still has on backorder in AsnStageBackorder.
        StageAsnLine.
           IF ShipmentIsPending
               AND AsnLineCount < 999
               ADD 1 TO AsnLineCount
               MOVE ORD-DET-LINE-NUMBER TO AsnLineNumber(AsnLineCount)
               MOVE ORD-DET-ITEM-NUMBER TO AsnLineItem(AsnLineCount)
               MOVE ORD-DET-ITEM-QTY
                   TO AsnLineQtyOrdered(AsnLineCount)
               MOVE AsnStageQty TO AsnLineQtyShipped(AsnLineCount)
               MOVE AsnStageBackorder
                   TO AsnLineQtyBackorder(AsnLineCount)
           END-IF.

      *> Called with the shipment's order in ORDER-RECORD.  A
      *> customer no longer on file gets no notice.
        SendShipmentAsn.
           IF AsnLineCount > 0
               AND CustomerMasterIsOpen
               MOVE ORD-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-WANTS-EDOCS
                           PERFORM WriteShipmentAsnRecords
                       END-IF
               END-READ
           END-IF
           MOVE 0 TO AsnLineCount.

        WriteShipmentAsnRecords.
           IF NOT AsnBatchIsOpen
               PERFORM OpenAsnBatch
           END-IF
           MOVE SPACES TO ASN-RECORD
           SET ASN-IS-HEADER TO TRUE
           MOVE AsnBatchNumber TO ASN-BATCH-NUMBER
           MOVE ORD-NUMBER TO ASN-ORDER-NUMBER
           MOVE ORD-CUSTOMER-NUMBER TO ASN-CUST-NUMBER
           MOVE ORD-CUST-REFERENCE TO ASN-CUST-REFERENCE
           MOVE ShipmentDate TO ASN-SHIP-DATE
           MOVE ORD-SHIP-TO-CODE TO ASN-SHIP-TO-CODE
           MOVE ORD-CARRIER-CODE TO ASN-CARRIER-CODE
           MOVE ORD-SHIP-SERVICE TO ASN-SHIP-SERVICE
           MOVE ShipmentTracking TO ASN-TRACKING-NUMBER
           MOVE ShipmentWeight TO ASN-WEIGHT
           MOVE AsnLineCount TO ASN-LINE-COUNT
           PERFORM WriteAsnRecord
           ADD 1 TO AsnShipmentCount
           MOVE 0 TO AsnLineIndex
           PERFORM WriteOneAsnDetail AsnLineCount TIMES.

        WriteOneAsnDetail.
           ADD 1 TO AsnLineIndex
           MOVE SPACES TO ASN-RECORD
           SET ASN-IS-DETAIL TO TRUE
           MOVE AsnBatchNumber TO ASN-BATCH-NUMBER
           MOVE ORD-NUMBER TO ASN-DET-ORDER-NUMBER
           MOVE AsnLineNumber(AsnLineIndex) TO ASN-LINE-NUMBER
           MOVE AsnLineItem(AsnLineIndex) TO ASN-ITEM-NUMBER
           MOVE AsnLineQtyOrdered(AsnLineIndex) TO ASN-QTY-ORDERED
           MOVE AsnLineQtyShipped(AsnLineIndex) TO ASN-QTY-SHIPPED
           MOVE AsnLineQtyBackorder(AsnLineIndex)
               TO ASN-QTY-BACKORDER
           PERFORM WriteAsnRecord
           ADD AsnLineQtyShipped(AsnLineIndex) TO AsnTotalQtyShipped
               ON SIZE ERROR
                   MOVE 999999999 TO AsnTotalQtyShipped
           END-ADD.

      *> The batch opens with the first notice of the run, so a
      *> run that ships nothing to an electronic customer uses
      *> no batch number.
        OpenAsnBatch.
           PERFORM AssignNextEdiBatchNumber
           MOVE NextEdiBatchNumber TO AsnBatchNumber
           MOVE "Y" TO AsnBatchOpenSwitch
           MOVE 0 TO AsnShipmentCount
           MOVE 0 TO AsnRecordCount
           MOVE 0 TO AsnTotalQtyShipped
           PERFORM OpenAsnFileExtend
           PERFORM OpenEdiHistoryExtend
           ACCEPT EdiBatchDate FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentTimeHHMMSS(1:6) TO EdiBatchTime
           MOVE SPACES TO ASN-RECORD
           SET ASN-IS-BATCH-HEADER TO TRUE
           MOVE AsnBatchNumber TO ASN-BATCH-NUMBER
           MOVE EdiBatchDate TO ASN-CREATED-DATE
           MOVE EdiBatchTime TO ASN-CREATED-TIME
           PERFORM WriteAsnRecord.

      *> The trailer's record count takes in the batch header
      *> and the trailer itself.
        CloseAsnBatch.
           IF AsnBatchIsOpen
               MOVE SPACES TO ASN-RECORD
               SET ASN-IS-TRAILER TO TRUE
               MOVE AsnBatchNumber TO ASN-BATCH-NUMBER
               MOVE AsnShipmentCount TO ASN-SHIPMENT-COUNT
               COMPUTE ASN-RECORD-COUNT = AsnRecordCount + 1
               MOVE AsnTotalQtyShipped TO ASN-TOTAL-QTY-SHIPPED
               PERFORM WriteAsnRecord
               CLOSE EDI-HISTORY-FILE
               CLOSE ASN-FILE
               MOVE "N" TO AsnBatchOpenSwitch
               MOVE SPACES TO EDI-REGISTER-RECORD
               SET EREG-IS-ASN TO TRUE
               MOVE AsnBatchNumber TO EREG-BATCH-NUMBER
               MOVE AsnShipmentCount TO EREG-DOC-COUNT
               MOVE AsnRecordCount TO EREG-RECORD-COUNT
               MOVE AsnTotalQtyShipped TO EREG-CONTROL-TOTAL
               PERFORM RegisterEdiBatch
               DISPLAY "Ship notices sent: " AsnShipmentCount
                   " in batch " AsnBatchNumber " (on ASNOUT)."
           END-IF.

        WriteAsnRecord.
           WRITE ASN-RECORD
           MOVE "A" TO EDIH-DOC-TYPE
           MOVE ASN-RECORD TO EDIH-DOC-RECORD
           WRITE EDI-HISTORY-RECORD
           ADD 1 TO AsnRecordCount.

        OpenAsnFileExtend.
           OPEN EXTEND ASN-FILE.
           IF AsnFileStatus = "35"
               OPEN OUTPUT ASN-FILE
               CLOSE ASN-FILE
               OPEN EXTEND ASN-FILE
           END-IF.

        OpenEdiHistoryExtend.
           OPEN EXTEND EDI-HISTORY-FILE.
           IF EdiHistFileStatus = "35"
               OPEN OUTPUT EDI-HISTORY-FILE
               CLOSE EDI-HISTORY-FILE
               OPEN EXTEND EDI-HISTORY-FILE
           END-IF.

      *> Files the finished batch on the register with its
      *> control counts - the register is what a resend works
      *> from.  The caller has filled in the type, number and
      *> counts.
        RegisterEdiBatch.
           MOVE EdiBatchDate TO EREG-CREATED-DATE
           MOVE EdiBatchTime TO EREG-CREATED-TIME
           SET EREG-STATUS-CREATED TO TRUE
           MOVE ZERO TO EREG-RESEND-COUNT
           MOVE EdiBatchDate TO EREG-LAST-SENT-DATE
           MOVE EdiBatchTime TO EREG-LAST-SENT-TIME
           PERFORM OpenEdiRegisterIO
           WRITE EDI-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to register batch "
                       EREG-BATCH-NUMBER " - status "
                       EdiRegFileStatus
           END-WRITE
           CLOSE EDI-REGISTER-FILE.

        OpenEdiRegisterIO.
           OPEN I-O EDI-REGISTER-FILE.
           IF EdiRegFileStatus = "35"
               OPEN OUTPUT EDI-REGISTER-FILE
               CLOSE EDI-REGISTER-FILE
               OPEN I-O EDI-REGISTER-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Carrier Maintenance - option 7 of the Shipping sub-menu.
      *> One record per carrier and service; looking up a code
      *> that is not on file offers to add it.
      *> ----------------------------------------------------------
        CarrierMaintenance.
           PERFORM OpenCarrierFileIO
           DISPLAY "Carrier code: " WITH NO ADVANCING.
           ACCEPT CarrierCodeReply.
           DISPLAY "Service code (e.g. GR, 2D, ND): "
               WITH NO ADVANCING.
           ACCEPT CarrierServiceReply.
           MOVE CarrierCodeReply TO CARR-CODE
           MOVE CarrierServiceReply TO CARR-SERVICE
           MOVE "N" TO CarrierFoundSwitch
           READ CARRIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CarrierFoundSwitch
           END-READ.
           IF CarrierWasFound
               PERFORM ShowCarrierAndPromptAction
           ELSE
               PERFORM PromptAndAddCarrier
           END-IF.
           CLOSE CARRIER-FILE.

        ShowCarrierAndPromptAction.
           DISPLAY " ".
           DISPLAY "Carrier       : " CARR-CODE "  " CARR-NAME.
           DISPLAY "Service       : " CARR-SERVICE "  "
               CARR-SERVICE-DESC.
           MOVE CARR-RATE TO ItemPriceDisplay.
           IF CARR-BASIS-FLAT
               DISPLAY "Rate          : " ItemPriceDisplay
                   " flat per shipment"
           ELSE
               DISPLAY "Rate          : " ItemPriceDisplay
                   " per pound"
           END-IF.
           DISPLAY "Status        : " CARR-STATUS.

           DISPLAY "C)hange  Q)uit: " WITH NO ADVANCING.
           ACCEPT CarrierActionChoice.

           EVALUATE CarrierActionChoice
               WHEN "C" WHEN "c"
                   PERFORM ChangeCarrierFields
                   REWRITE CARRIER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite carrier "
                               CARR-CODE " " CARR-SERVICE
                           MOVE "Carrier rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Carrier changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Carrier " CARR-CODE " " CARR-SERVICE
                       " changed."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

      *> Blank/zero replies leave the field as it was, the same
      *> no-change convention ChangeVendorFields uses.
        ChangeCarrierFields.
           DISPLAY "Enter new name (blank = no change): "
               WITH NO ADVANCING.
           ACCEPT CarrierNameReply.
           IF CarrierNameReply NOT = SPACES
               MOVE CarrierNameReply TO CARR-NAME
           END-IF.
           DISPLAY "Enter new service description "
               "(blank = no change): " WITH NO ADVANCING.
           ACCEPT CarrierDescReply.
           IF CarrierDescReply NOT = SPACES
               MOVE CarrierDescReply TO CARR-SERVICE-DESC
           END-IF.
           DISPLAY "Enter new rate basis (W = per pound, "
               "F = flat, blank = no change): " WITH NO ADVANCING.
           ACCEPT CarrierActionChoice.
           IF CarrierActionChoice = "W" OR CarrierActionChoice = "w"
               SET CARR-BASIS-WEIGHT TO TRUE
           END-IF.
           IF CarrierActionChoice = "F" OR CarrierActionChoice = "f"
               SET CARR-BASIS-FLAT TO TRUE
           END-IF.
           DISPLAY "Enter new rate (zero = no change): "
               WITH NO ADVANCING.
           ACCEPT CarrierRateReply.
           IF CarrierRateReply NUMERIC AND CarrierRateReply > 0
               MOVE CarrierRateReply TO CARR-RATE
           END-IF.
           DISPLAY "Enter new status (A/I, blank = no change): "
               WITH NO ADVANCING.
           ACCEPT CarrierActionChoice.
           IF CarrierActionChoice = "A"
               SET CARR-STATUS-ACTIVE TO TRUE
           END-IF.
           IF CarrierActionChoice = "I"
               SET CARR-STATUS-INACTIVE TO TRUE
           END-IF.

        PromptAndAddCarrier.
           DISPLAY "Carrier " CarrierCodeReply " service "
               CarrierServiceReply " not on file.  Add it? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT CarrierAddReply.
           IF (CarrierAddReply = "Y" OR CarrierAddReply = "y")
               AND CarrierCodeReply NOT = SPACES
               MOVE SPACES TO CARRIER-RECORD
               MOVE CarrierCodeReply TO CARR-CODE
               MOVE CarrierServiceReply TO CARR-SERVICE
               DISPLAY "Carrier name: " WITH NO ADVANCING
               ACCEPT CARR-NAME
               DISPLAY "Service description: " WITH NO ADVANCING
               ACCEPT CARR-SERVICE-DESC
               DISPLAY "Rate basis (W = per pound, F = flat per "
                   "shipment): " WITH NO ADVANCING
               ACCEPT CarrierActionChoice
               IF CarrierActionChoice = "F"
                   OR CarrierActionChoice = "f"
                   SET CARR-BASIS-FLAT TO TRUE
               ELSE
                   SET CARR-BASIS-WEIGHT TO TRUE
               END-IF
               DISPLAY "Rate: " WITH NO ADVANCING
               ACCEPT CarrierRateReply
               IF CarrierRateReply NUMERIC
                   MOVE CarrierRateReply TO CARR-RATE
               ELSE
                   MOVE ZERO TO CARR-RATE
               END-IF
               SET CARR-STATUS-ACTIVE TO TRUE
               WRITE CARRIER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write carrier " CARR-CODE
                           " - status " CarrierFileStatus
                       MOVE "Carrier write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Carrier added" TO LastActionOutcome
               END-WRITE
               DISPLAY "Carrier " CARR-CODE " " CARR-SERVICE
                   " added."
           ELSE
               DISPLAY "Carrier not added."
               MOVE "Carrier not added" TO LastActionOutcome
           END-IF.

        OpenCarrierFileIO.
           OPEN I-O CARRIER-FILE.
           IF CarrierFileStatus = "35"
               OPEN OUTPUT CARRIER-FILE
               CLOSE CARRIER-FILE
               OPEN I-O CARRIER-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Carrier manifest - option 8 of the Shipping sub-menu
      *> (batch sub-choice 8), run at the end of the day after
      *> the last confirmation.  Every shipment confirmed today,
      *> one page per carrier and service so each driver signs
      *> for his own, with its weight and tracking number and a
      *> count and weight total per carrier.
      *> ----------------------------------------------------------
        PrintCarrierManifest.
           MOVE "MFT" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT SHIP-MANIFEST-FILE.
           IF ShipManifestFileStatus = "35"
               DISPLAY "Shipment manifest file (SHIPMFST) not "
                   "found - nothing shipped yet."
               MOVE "Shipment manifest file not found"
                   TO LastActionOutcome
           ELSE
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "CARRIER SHIPPING MANIFEST" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO ManifestCount
               MOVE "N" TO ManifestTableFullSwitch
               MOVE "N" TO EndOfShipManifestSwitch
               PERFORM CollectOneManifestShipment
                   UNTIL EndOfShipManifest
               CLOSE SHIP-MANIFEST-FILE
               PERFORM SortManifestShipments
               PERFORM OpenCustomerMasterInput
               MOVE 0 TO ManifestIndex
               MOVE HIGH-VALUES TO ManifestGroupKey
               IF ManifestCount = 0
                   PERFORM WriteReportPageHeader
                   MOVE "NO SHIPMENTS CONFIRMED TODAY"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM PrintOneManifestShipment
                       ManifestCount TIMES
                   PERFORM WriteManifestGroupTotals
               END-IF
               IF CustomerMasterIsOpen
                   CLOSE CUSTOMER-MASTER
               END-IF
               DISPLAY "Carrier manifest (" ManifestCount
                   " shipments) written to " ReportOutputName "."
               MOVE "Carrier manifest written" TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        CollectOneManifestShipment.
           READ SHIP-MANIFEST-FILE
               AT END
                   MOVE "Y" TO EndOfShipManifestSwitch
               NOT AT END
                   IF MFST-RUN-DATE = ReportRunDate
                       PERFORM StageOneManifestShipment
                   END-IF
           END-READ.

        StageOneManifestShipment.
           IF ManifestCount < 500
               ADD 1 TO ManifestCount
               MOVE MFST-CARRIER-CODE
                   TO ManifestCarrier(ManifestCount)
               MOVE MFST-SHIP-SERVICE
                   TO ManifestService(ManifestCount)
               MOVE MFST-ORDER-NUMBER TO ManifestOrder(ManifestCount)
               MOVE MFST-CUSTOMER-NUMBER
                   TO ManifestCustomer(ManifestCount)
               MOVE MFST-SHIP-TO-CODE
                   TO ManifestShipTo(ManifestCount)
               MOVE MFST-WEIGHT TO ManifestWeight(ManifestCount)
               MOVE MFST-TRACKING-NUMBER
                   TO ManifestTracking(ManifestCount)
           ELSE
               IF NOT ManifestTableIsFull
                   MOVE "Y" TO ManifestTableFullSwitch
                   DISPLAY "Warning - more than 500 shipments "
                       "today; manifest is incomplete."
               END-IF
           END-IF.

      *> Carrier and service, then order number - the exchange
      *> sort compares the leading key fields of each entry.
        SortManifestShipments.
           MOVE 1 TO ManifestIndex
           PERFORM SortOneManifestPass
               UNTIL ManifestIndex NOT < ManifestCount.

        SortOneManifestPass.
           COMPUTE ManifestPairIndex = ManifestIndex + 1
           PERFORM CompareOneManifestPair
               UNTIL ManifestPairIndex > ManifestCount
           ADD 1 TO ManifestIndex.

        CompareOneManifestPair.
           IF ManifestSortKey(ManifestPairIndex)
               < ManifestSortKey(ManifestIndex)
               MOVE ManifestEntry(ManifestIndex) TO ManifestSwapArea
               MOVE ManifestEntry(ManifestPairIndex)
                   TO ManifestEntry(ManifestIndex)
               MOVE ManifestSwapArea
                   TO ManifestEntry(ManifestPairIndex)
           END-IF
           ADD 1 TO ManifestPairIndex.

        PrintOneManifestShipment.
           ADD 1 TO ManifestIndex
           IF ManifestGroup(ManifestIndex) NOT = ManifestGroupKey
               IF ManifestGroupKey NOT = HIGH-VALUES
                   PERFORM WriteManifestGroupTotals
               END-IF
               PERFORM StartManifestCarrierPage
           END-IF
           MOVE SPACES TO CUST-NAME
           IF CustomerMasterIsOpen
               MOVE ManifestCustomer(ManifestIndex) TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "** CUSTOMER NOT ON FILE **"
                           TO CUST-NAME
               END-READ
           END-IF
           MOVE ManifestWeight(ManifestIndex) TO ShipmentWeightDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDER " ManifestOrder(ManifestIndex) "  "
               ManifestCustomer(ManifestIndex) " "
               ManifestShipTo(ManifestIndex) "  " CUST-NAME
               "  WEIGHT " ShipmentWeightDisplay
               "  TRACKING " ManifestTracking(ManifestIndex)
               "  ______"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteManifestReportLine
           ADD 1 TO ManifestGroupCount
           ADD ManifestWeight(ManifestIndex) TO ManifestGroupWeight.

      *> Each carrier starts a fresh page, headed with the
      *> carrier's name off the carrier file.
        StartManifestCarrierPage.
           MOVE ManifestGroup(ManifestIndex) TO ManifestGroupKey
           MOVE 0 TO ManifestGroupCount
           MOVE 0 TO ManifestGroupWeight
           PERFORM WriteReportPageHeader
           MOVE "** NO CARRIER **" TO CARR-NAME
           MOVE SPACES TO CARR-SERVICE-DESC
           OPEN INPUT CARRIER-FILE
           IF CarrierFileStatus NOT = "35"
               MOVE ManifestCarrier(ManifestIndex) TO CARR-CODE
               MOVE ManifestService(ManifestIndex) TO CARR-SERVICE
               READ CARRIER-FILE
                   INVALID KEY
                       MOVE "** CARRIER NOT ON FILE **"
                           TO CARR-NAME
               END-READ
               CLOSE CARRIER-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CARRIER " ManifestCarrier(ManifestIndex) " "
               ManifestService(ManifestIndex) "  " CARR-NAME "  "
               CARR-SERVICE-DESC
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteManifestReportLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteManifestReportLine.

        WriteManifestGroupTotals.
           MOVE ManifestGroupWeight TO ShipmentWeightDisplay
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteManifestReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "SHIPMENTS: " ManifestGroupCount
               "   TOTAL WEIGHT: " ShipmentWeightDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteManifestReportLine
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteManifestReportLine
           MOVE "DRIVER SIGNATURE: ______________________________"
               TO REPORT-LINE
           PERFORM WriteManifestReportLine.

        WriteManifestReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Issue Return Authorization - option 3 of the Shipping
      *> sub-menu.  Approves the return of shipped goods: names
      *> the original order and line, caps the quantity at what
      *> actually shipped, and prices the credit at what the
      *> line was charged (tax included at the order's own
      *> rate).  Nothing moves until the goods are received.
      *> ----------------------------------------------------------
        IssueReturnAuthorization.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found."
               MOVE "Order Master file not found"
                   TO LastActionOutcome
           ELSE
               DISPLAY "Original order number: " WITH NO ADVANCING
               ACCEPT OrderLookupNumber
               MOVE OrderLookupNumber TO ORD-NUMBER
               MOVE "N" TO OrderFoundSwitch
               READ ORDER-MASTER
                   INVALID KEY
                       DISPLAY "Order " OrderLookupNumber
                           " not found."
                       MOVE "Order not found" TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Y" TO OrderFoundSwitch
               END-READ
               IF OrderWasFound
                   IF ORD-STATUS-SHIPPED
                       PERFORM IssueRAForShippedOrder
                   ELSE
                       DISPLAY "Order " ORD-NUMBER " has not "
                           "shipped (status " ORD-STATUS ") - "
                           "nothing to return."
                       MOVE "Order not shipped"
                           TO LastActionOutcome
                   END-IF
               END-IF
               CLOSE ORDER-MASTER
           END-IF.

        IssueRAForShippedOrder.
           OPEN INPUT ORDER-DETAIL.
           IF OrderDetailFileStatus = "35"
               DISPLAY "Order Detail file not found."
               MOVE "Order Detail file not found"
                   TO LastActionOutcome
           ELSE
               DISPLAY "Line number to return (1-" ORD-LINE-COUNT
                   "): " WITH NO ADVANCING
               ACCEPT RALineReply
               IF RALineReply NUMERIC AND RALineReply > 0
                   AND RALineReply NOT > ORD-LINE-COUNT
                   MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
                   MOVE RALineReply TO ORD-DET-LINE-NUMBER
                   READ ORDER-DETAIL
                       INVALID KEY
                           DISPLAY "Line " RALineReply " of order "
                               ORD-NUMBER " is not on the Order "
                               "Detail file."
                           MOVE "Order line not found"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           PERFORM IssueRAForOrderLine
                   END-READ
               ELSE
                   DISPLAY "No such line on this order."
                   MOVE "Invalid RA line number"
                       TO LastActionOutcome
               END-IF
               CLOSE ORDER-DETAIL
           END-IF.

      *> Lines shipped before partial shipping existed carry
      *> spaces in the shipped count - on a shipped order that
      *> means the whole line went out.
        IssueRAForOrderLine.
           IF ORD-DET-QTY-SHIPPED NUMERIC
               AND ORD-DET-QTY-SHIPPED > 0
               MOVE ORD-DET-QTY-SHIPPED TO RAQtyShippedWork
           ELSE
               MOVE ORD-DET-ITEM-QTY TO RAQtyShippedWork
           END-IF
           DISPLAY "Quantity to return (shipped "
               RAQtyShippedWork "): " WITH NO ADVANCING
           ACCEPT RAQtyReply
           IF RAQtyReply NUMERIC AND RAQtyReply > 0
               AND RAQtyReply NOT > RAQtyShippedWork
               PERFORM FileNewReturnAuth
           ELSE
               DISPLAY "Return quantity must be 1-"
                   RAQtyShippedWork " - RA not issued."
               MOVE "Invalid RA quantity" TO LastActionOutcome
           END-IF.

        FileNewReturnAuth.
           PERFORM OpenReturnAuthIO
           PERFORM AssignNextRANumber
           MOVE SPACES TO RETURN-AUTH-RECORD
           MOVE NextRANumber TO RA-NUMBER
           MOVE ORD-NUMBER TO RA-ORDER-NUMBER
           MOVE RALineReply TO RA-LINE-NUMBER
           MOVE ORD-CUSTOMER-NUMBER TO RA-CUSTOMER-NUMBER
           MOVE ORD-DET-ITEM-NUMBER TO RA-ITEM-NUMBER
           MOVE RAQtyReply TO RA-QTY
           COMPUTE RA-CREDIT-AMOUNT ROUNDED =
               RAQtyReply * ORD-DET-ITEM-PRICE
               * (1 + ORD-TAX-RATE)
               ON SIZE ERROR
                   MOVE ZERO TO RA-CREDIT-AMOUNT
                   DISPLAY "Warning - RA credit exceeds the "
                       "field; entered as zero, price it by hand."
           END-COMPUTE
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           MOVE CurrentDateYYYYMMDD TO RA-ISSUE-DATE
           MOVE ZERO TO RA-RECEIVED-DATE
           SET RA-STATUS-ISSUED TO TRUE
           WRITE RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY "Unable to write RA " RA-NUMBER
                       " - status " ReturnAuthFileStatus
                   MOVE "RA write failed" TO LastActionOutcome
               NOT INVALID KEY
                   MOVE RA-CREDIT-AMOUNT TO InvoiceAmountDisplay
                   DISPLAY "RA " RA-NUMBER " issued for "
                       RA-QTY " of " RA-ITEM-NUMBER " - credit "
                       InvoiceAmountDisplay " on receipt."
                   PERFORM WriteRAAuditEntry
                   MOVE "Return authorization issued"
                       TO LastActionOutcome
           END-WRITE
           CLOSE RETURN-AUTH-FILE.

        WriteRAAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "RA " RA-NUMBER " " RA-STATUS
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE RA-CREDIT-AMOUNT TO InvoiceAmountDisplay
           MOVE SPACES TO AuditOutcomeText
           STRING "Order " RA-ORDER-NUMBER " line "
               RA-LINE-NUMBER " qty " RA-QTY " credit "
               InvoiceAmountDisplay
               DELIMITED BY SIZE INTO AuditOutcomeText
           PERFORM WriteAuditLogEntry.

      *> ----------------------------------------------------------
      *> Receive Returned Goods - the dock books the goods back
      *> in: on-hand goes up by the returned quantity and the
      *> credit lands on the original order's amount-paid, which
      *> is where the receivable balance already nets from.
      *> ----------------------------------------------------------
        ReceiveReturnedGoods.
           PERFORM OpenReturnAuthIO
           DISPLAY "RA number: " WITH NO ADVANCING.
           ACCEPT RALookupNumber.
           MOVE RALookupNumber TO RA-NUMBER
           MOVE "N" TO RAFoundSwitch
           READ RETURN-AUTH-FILE
               INVALID KEY
                   DISPLAY "RA " RALookupNumber " not found."
                   MOVE "RA not found" TO LastActionOutcome
               NOT INVALID KEY
                   MOVE "Y" TO RAFoundSwitch
           END-READ.
           IF RAWasFound
               IF RA-STATUS-ISSUED
                   PERFORM CheckTodayPostingPeriod
                   IF PostingWasRejected
                       MOVE "Return refused - fiscal period closed"
                           TO LastActionOutcome
                   ELSE
                       PERFORM ReceiveOneReturnAuth
                   END-IF
               ELSE
                   DISPLAY "RA " RA-NUMBER " is not open "
                       "(status " RA-STATUS ")."
                   MOVE "RA not open" TO LastActionOutcome
               END-IF
           END-IF.
           CLOSE RETURN-AUTH-FILE.

        ReceiveOneReturnAuth.
           PERFORM RestockReturnedItem
           PERFORM CreditReturnToOrder
           MOVE PostingDate TO RA-RECEIVED-DATE
           SET RA-STATUS-RECEIVED TO TRUE
           REWRITE RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite RA " RA-NUMBER
                       " - status " ReturnAuthFileStatus
                   MOVE "RA rewrite failed" TO LastActionOutcome
               NOT INVALID KEY
                   PERFORM WriteRAAuditEntry
                   MOVE "Return received and credited"
                       TO LastActionOutcome
                   DISPLAY "RA " RA-NUMBER " received - stock "
                       "and customer credit posted."
           END-REWRITE.

        RestockReturnedItem.
           PERFORM LookUpReturnWarehouse
           PERFORM OpenItemMasterIO
           MOVE RA-ITEM-NUMBER TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "Warning - item " RA-ITEM-NUMBER
                       " no longer on the Item Master; on-hand "
                       "not updated."
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       MOVE ITEM-NUMBER TO KitItemHold
                       SET KitStockRestock TO TRUE
                       MOVE RA-QTY TO KitStockQty
                       MOVE ZERO TO KitStockAllocQty
                       PERFORM ApplyKitComponentStock
                   ELSE
                       PERFORM ComputeItemAvailableQty
                       ADD RA-QTY TO ITEM-QTY-ON-HAND
                           ON SIZE ERROR
                               DISPLAY "Warning - on-hand count for "
                                   "item " ITEM-NUMBER " exceeds the "
                                   "field and has been truncated."
                       END-ADD
                       REWRITE ITEM-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite item "
                                   ITEM-NUMBER " - status "
                                   ItemFileStatus
                       END-REWRITE
                       MOVE ITEM-NUMBER TO WhseStockItem
                       MOVE RA-QTY TO WhseOnHandDelta
                       PERFORM ApplyWarehouseStock
                       IF ITEM-IS-LOT-CONTROLLED
                           MOVE ITEM-NUMBER TO LotDrawItem
                           MOVE RA-QTY TO LotDrawQty
                           PERFORM ReturnQtyToLots
                       END-IF
                   END-IF
           END-READ
           CLOSE ITEM-MASTER.

      *> A return goes back into the warehouse its order shipped
      *> from.  The Order Master is not open here - the credit
      *> to the order opens it afterwards.
        LookUpReturnWarehouse.
           MOVE SPACES TO StockWarehouse
           OPEN INPUT ORDER-MASTER
           IF OrderFileStatus = "00"
               MOVE RA-ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORD-WAREHOUSE TO StockWarehouse
               END-READ
               CLOSE ORDER-MASTER
           END-IF.

        CreditReturnToOrder.
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - credit "
                   "not posted."
           ELSE
               MOVE RA-ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-MASTER
                   INVALID KEY
                       DISPLAY "Order " RA-ORDER-NUMBER " no "
                           "longer on file - credit not posted."
                   NOT INVALID KEY
                       IF ORD-AMOUNT-PAID NOT NUMERIC
                           MOVE ZERO TO ORD-AMOUNT-PAID
                       END-IF
                       ADD RA-CREDIT-AMOUNT TO ORD-AMOUNT-PAID
                           ON SIZE ERROR
                               DISPLAY "Warning - amount paid on "
                                   "order " ORD-NUMBER " exceeds "
                                   "the field and has been "
                                   "truncated."
                       END-ADD
                       REWRITE ORDER-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite order "
                                   ORD-NUMBER " - status "
                                   OrderFileStatus
                           NOT INVALID KEY
                               ADD 1 TO CTLCNT-ORDERS-CHANGED
                       END-REWRITE
               END-READ
               CLOSE ORDER-MASTER
           END-IF.

      *> ----------------------------------------------------------
      *> Outstanding RA Report - every RA issued but not yet
      *> received, with its age, so the dock knows what is still
      *> owed back.  Uses the kept-report machinery under RAR.
      *> ----------------------------------------------------------
        PrintOutstandingRAReport.
           MOVE "RAR" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT RETURN-AUTH-FILE.
           IF ReturnAuthFileStatus = "35"
               DISPLAY "Return authorization file not found - "
                   "no data to report."
               MOVE "RA file not found" TO LastActionOutcome
           ELSE
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "OUTSTANDING RETURN AUTHORIZATIONS"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO RAOpenCount
               PERFORM WriteReportPageHeader
               MOVE ZERO TO RA-NUMBER
               MOVE "N" TO EndOfRAFileSwitch
               START RETURN-AUTH-FILE
                   KEY IS NOT LESS THAN RA-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfRAFileSwitch
               END-START
               PERFORM PrintOneOutstandingRA UNTIL EndOfRAFile
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "RAS ISSUED AND NOT YET RECEIVED: "
                   RAOpenCount
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RETURN-AUTH-FILE
               DISPLAY "Outstanding RA report written to "
                   ReportOutputName "."
               MOVE "Outstanding RA report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        PrintOneOutstandingRA.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfRAFileSwitch
               NOT AT END
                   IF RA-STATUS-ISSUED
                       PERFORM FormatAndWriteOutstandingRALine
                   END-IF
           END-READ.

        FormatAndWriteOutstandingRALine.
           ADD 1 TO RAOpenCount
           SET DSRV-DAYS-BETWEEN TO TRUE
           MOVE ReportRunDate TO DSRV-DATE-1
           MOVE RA-ISSUE-DATE TO DSRV-DATE-2
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID
               MOVE DSRV-DAY-COUNT TO DaysOpen
           ELSE
               MOVE ZERO TO DaysOpen
           END-IF
           MOVE RA-CREDIT-AMOUNT TO InvoiceAmountDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "RA " RA-NUMBER "  ORDER " RA-ORDER-NUMBER
               "  ITEM " RA-ITEM-NUMBER "  QTY " RA-QTY
               "  CREDIT " InvoiceAmountDisplay
               "  ISSUED " DaysOpen " DAYS AGO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        OpenReturnAuthIO.
           OPEN I-O RETURN-AUTH-FILE.
           IF ReturnAuthFileStatus = "35"
               OPEN OUTPUT RETURN-AUTH-FILE
               CLOSE RETURN-AUTH-FILE
               OPEN I-O RETURN-AUTH-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Accounts Receivable - option 7.  The inbound half of the
      *> accounting bridge: CUSTEXP/ORDEXP go out, and a payment
      *> transaction file (PAYFILE - customer, order, amount,
      *> date) comes back the other way.  Posting applies each
      *> payment to its order's amount-paid, rejects unmatched
      *> payments to an exception report, and the receivables
      *> report shows what is still owed, totalled by customer.
      *> ----------------------------------------------------------
        ARMenu.
           MOVE "N" TO ReturnToMainMenuSwitch
           PERFORM DisplayARMenuAndAct UNTIL ReturnToMainMenu.

        DisplayARMenuAndAct.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|        ACCOUNTS RECEIVABLE MENU        |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Post Payments from PAYFILE".
           DISPLAY "2. Open Receivables Report".
           DISPLAY "3. Print Customer Statements".
           DISPLAY "4. Assess Finance Charges / Past-Due Notices".
           DISPLAY "5. GL Journal Extract".
           DISPLAY "6. Collections Work Queue".
           DISPLAY "7. Record Collection Note".
           DISPLAY "8. Broken-Promise Report".
           DISPLAY "9. Lockbox Import (LOCKBOX)".
           DISPLAY "10. Payment Terms Maintenance".
           DISPLAY "11. Write-Offs (small balance / bad debt)".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT ARChoice.
           EVALUATE ARChoice
               WHEN 1
                   PERFORM PostPayments
               WHEN 2
                   PERFORM PrintReceivablesReport
               WHEN 3
                   PERFORM PrintCustomerStatements
               WHEN 4
                   PERFORM AssessFinanceCharges
               WHEN 5
                   PERFORM ExtractGLJournal
               WHEN 6
                   PERFORM CollectionsWorkQueue
               WHEN 7
                   PERFORM RecordCollectionNote
               WHEN 8
                   PERFORM PrintBrokenPromiseReport
               WHEN 9
                   PERFORM ImportLockboxFile
               WHEN 10
                   PERFORM PaymentTermsMaintenance
               WHEN 11
                   PERFORM WriteOffMenu
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in AR menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Unattended equivalent of the AR sub-menu - posting, the
      *> receivables report and the month-end statement run all
      *> work fine overnight, as do the daily broken-promise
      *> report and lockbox import.  The work queue and note
      *> entry need a collector, terms maintenance an operator,
      *> and write-offs a confirmation or a supervisor.
        BatchARFunction.
           EVALUATE ControlFileSubChoice
               WHEN 1
                   PERFORM PostPayments
               WHEN 2
                   PERFORM PrintReceivablesReport
               WHEN 3
                   PERFORM PrintCustomerStatements
               WHEN 4
                   PERFORM AssessFinanceCharges
               WHEN 5
                   PERFORM ExtractGLJournal
               WHEN 8
                   PERFORM PrintBrokenPromiseReport
               WHEN 9
                   PERFORM ImportLockboxFile
               WHEN OTHER
                   DISPLAY "Invalid or missing AR sub-choice "
                       "in control file."
                   MOVE "Invalid or missing AR sub-choice"
                       TO LastActionOutcome
           END-EVALUATE.

        PostPayments.
           OPEN INPUT PAYMENT-FILE.
           IF PaymentFileStatus = "35"
               DISPLAY "Payment file (PAYFILE) not found - "
                   "nothing to post."
               MOVE "Payment file not found" TO LastActionOutcome
           ELSE
               OPEN I-O ORDER-MASTER
               IF OrderFileStatus = "35"
                   DISPLAY "Order Master file not found."
                   MOVE "Order Master file not found"
                       TO LastActionOutcome
               ELSE
      *> The Customer Master is open for update too - a
      *> customer-level remittance that overpays parks its
      *> excess on the customer as unapplied cash.
                   PERFORM OpenCustomerMasterIO
      *> Collection notes are open too, so each payment applied
      *> can be credited against the customer's open promises.
                   MOVE "N" TO CollectionFileOpenSwitch
                   OPEN I-O COLLECTION-FILE
                   IF CollectionFileStatus = "00"
                       MOVE "Y" TO CollectionFileOpenSwitch
                   END-IF
                   MOVE 0 TO PromisesKept
                   OPEN OUTPUT PAYMENT-EXCEPTION-FILE
                   MOVE 0 TO PaymentsRead
                   MOVE 0 TO PaymentFileSeq
                   MOVE 0 TO PaymentsApplied
                   MOVE 0 TO PaymentsRejected
                   MOVE 0 TO PaymentsOnAccount
                   MOVE 0 TO CreditMemosApplied
                   MOVE 0 TO DiscountsAllowed
                   MOVE 0 TO DiscountsDisallowed
                   MOVE "N" TO EndOfPaymentFileSwitch
                   PERFORM PostOnePayment UNTIL EndOfPaymentFile
                   PERFORM WritePaymentExceptionTrailer
                   CLOSE PAYMENT-EXCEPTION-FILE
                   IF CollectionFileIsOpen
                       CLOSE COLLECTION-FILE
                       MOVE "N" TO CollectionFileOpenSwitch
                   END-IF
                   CLOSE CUSTOMER-MASTER
                   CLOSE ORDER-MASTER
                   DISPLAY "Payments read: " PaymentsRead
                       "  applied: " PaymentsApplied
                       " (on-account: " PaymentsOnAccount
                       ", credit memos: " CreditMemosApplied
                       ")  rejected: " PaymentsRejected
                       " (exceptions on PAYEXC)."
                   IF PromisesKept > 0
                       DISPLAY "Promises to pay kept: " PromisesKept
                   END-IF
                   IF DiscountsAllowed > 0 OR DiscountsDisallowed > 0
                       DISPLAY "Early-payment discounts allowed: "
                           DiscountsAllowed "  disallowed: "
                           DiscountsDisallowed " (flagged on PAYEXC)."
                   END-IF
                   MOVE "Payments posted" TO LastActionOutcome
               END-IF
               CLOSE PAYMENT-FILE
           END-IF.

        PostOnePayment.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO EndOfPaymentFileSwitch
               NOT AT END
                   ADD 1 TO PaymentsRead
                   ADD 1 TO PaymentFileSeq
                   PERFORM ApplyOnePayment
           END-READ.

      *> A payment must name an order that is on file and that
      *> belongs to the customer named on the payment; anything
      *> else goes to the exception report untouched.  Orders
      *> filed before amount-paid existed carry spaces there,
      *> which counts as nothing paid yet.
        ApplyOnePayment.
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE PAY-DATE TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF NOT DSRV-DATE-IS-VALID
               MOVE "INVALID PAYMENT DATE" TO PaymentRejectReason
               PERFORM WritePaymentExceptionLine
           ELSE
               MOVE PAY-DATE TO PostingDate
               MOVE "N" TO PostingRedateSwitch
               PERFORM CheckPostingPeriod
               IF PostingWasRejected
                   MOVE "PAYMENT DATE IN CLOSED PERIOD"
                       TO PaymentRejectReason
                   PERFORM WritePaymentExceptionLine
               ELSE
                   PERFORM ApplyOneDatedPayment
               END-IF
           END-IF.

      *> A payment that names no order is a customer-level
      *> remittance - one check covering several orders, an
      *> overpayment, or a credit memo - and is spread instead
      *> of rejected to the exception file.
        ApplyOneDatedPayment.
           IF PAY-DISCOUNT-TAKEN NUMERIC
               MOVE PAY-DISCOUNT-TAKEN TO PaymentDiscountTaken
           ELSE
               MOVE ZERO TO PaymentDiscountTaken
           END-IF
           MOVE ZERO TO PaymentDiscountAllowed
           IF PAY-ORDER-NUMBER NOT NUMERIC OR PAY-ORDER-NUMBER = 0
               IF PaymentDiscountTaken > 0
                   MOVE "NO ORDER NAMED" TO PaymentRejectReason
                   PERFORM FlagDisallowedDiscount
               END-IF
               PERFORM ApplyCustomerLevelPayment
           ELSE
               PERFORM ApplyOrderDirectedPayment
           END-IF.

        ApplyOrderDirectedPayment.
           MOVE PAY-ORDER-NUMBER TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO PaymentRejectReason
                   PERFORM WritePaymentExceptionLine
               NOT INVALID KEY
                   IF ORD-CUSTOMER-NUMBER NOT = PAY-CUSTOMER-NUMBER
                       MOVE "CUSTOMER DOES NOT MATCH ORDER"
                           TO PaymentRejectReason
                       PERFORM WritePaymentExceptionLine
                   ELSE
                       IF ORD-AMOUNT-PAID NOT NUMERIC
                           MOVE ZERO TO ORD-AMOUNT-PAID
                       END-IF
                       IF PaymentDiscountTaken > 0
                           PERFORM CheckPaymentDiscount
                       END-IF
                       ADD PAY-AMOUNT PaymentDiscountAllowed
                           TO ORD-AMOUNT-PAID
                           ON SIZE ERROR
                               DISPLAY "Warning - amount paid on "
                                   "order " ORD-NUMBER " exceeds "
                                   "the field and has been "
                                   "truncated."
                       END-ADD
                       REWRITE ORDER-RECORD
                           INVALID KEY
                               MOVE "ORDER REWRITE FAILED"
                                   TO PaymentRejectReason
                               PERFORM WritePaymentExceptionLine
                           NOT INVALID KEY
                               ADD 1 TO PaymentsApplied
                               IF PayIsCreditMemo
                                   ADD 1 TO CreditMemosApplied
                               END-IF
                               PERFORM CreditPaymentToPromises
                       END-REWRITE
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Customer-level remittance - spreads the amount across
      *> the customer's open orders oldest first (the alternate
      *> key reads a customer's orders in order-number, i.e.
      *> chronological, sequence) and parks whatever is left as
      *> unapplied cash on the customer.  A credit memo spreads
      *> the same way; its leftover sits on the customer as a
      *> credit on account.
      *> ----------------------------------------------------------
        ApplyCustomerLevelPayment.
           MOVE PAY-CUSTOMER-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE"
                       TO PaymentRejectReason
                   PERFORM WritePaymentExceptionLine
               NOT INVALID KEY
                   PERFORM SpreadPaymentAcrossOrders
           END-READ.

        SpreadPaymentAcrossOrders.
           MOVE PAY-AMOUNT TO PaymentSpreadRemaining
           MOVE PAY-CUSTOMER-NUMBER TO ORD-CUSTOMER-NUMBER
           MOVE "N" TO EndOfOrderFile
           START ORDER-MASTER
               KEY IS NOT LESS THAN ORD-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfOrderFile
           END-START
           PERFORM SpreadPaymentToOneOrder
               UNTIL OrderFileAtEnd
               OR PaymentSpreadRemaining NOT > 0
           IF PaymentSpreadRemaining > 0
               PERFORM CarryUnappliedCash
           END-IF
           ADD 1 TO PaymentsApplied
           ADD 1 TO PaymentsOnAccount
           IF PayIsCreditMemo
               ADD 1 TO CreditMemosApplied
           END-IF
           PERFORM CreditPaymentToPromises.

        SpreadPaymentToOneOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-CUSTOMER-NUMBER NOT = PAY-CUSTOMER-NUMBER
                       MOVE "Y" TO EndOfOrderFile
                   ELSE
                       IF NOT ORD-STATUS-CANCELLED
                           PERFORM ApplySpreadToCurrentOrder
                       END-IF
                   END-IF
           END-READ.

        ApplySpreadToCurrentOrder.
           IF ORD-AMOUNT-PAID NOT NUMERIC
               MOVE ZERO TO ORD-AMOUNT-PAID
           END-IF
           COMPUTE OpenBalance =
               ORD-TOTAL-AMOUNT - ORD-AMOUNT-PAID
           IF OpenBalance > 0
               IF PaymentSpreadRemaining < OpenBalance
                   MOVE PaymentSpreadRemaining
                       TO PaymentApplyAmount
               ELSE
                   MOVE OpenBalance TO PaymentApplyAmount
               END-IF
               ADD PaymentApplyAmount TO ORD-AMOUNT-PAID
               SUBTRACT PaymentApplyAmount
                   FROM PaymentSpreadRemaining
               REWRITE ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite order "
                           ORD-NUMBER " - status "
                           OrderFileStatus
                   NOT INVALID KEY
                       ADD 1 TO CTLCNT-ORDERS-CHANGED
               END-REWRITE
           END-IF.

      *> Whatever the spread could not place stays with the
      *> customer instead of vanishing into the exception file -
      *> the statement run shows it, and a later period can
      *> apply it.  The customer record was read by
      *> ApplyCustomerLevelPayment and is still current.
        CarryUnappliedCash.
           IF CUST-UNAPPLIED-CASH NOT NUMERIC
               MOVE ZERO TO CUST-UNAPPLIED-CASH
           END-IF
           ADD PaymentSpreadRemaining TO CUST-UNAPPLIED-CASH
               ON SIZE ERROR
                   DISPLAY "Warning - unapplied cash for "
                       "customer " CUST-NUMBER " exceeds the "
                       "field and has been truncated."
           END-ADD
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite customer "
                       CUST-NUMBER " - status "
                       CustomerFileStatus
               NOT INVALID KEY
                   ADD 1 TO CTLCNT-CUSTOMERS-CHANGED
           END-REWRITE
           MOVE PaymentSpreadRemaining TO OpenBalanceDisplay
           DISPLAY "Customer " CUST-NUMBER " remittance excess "
               OpenBalanceDisplay " carried as unapplied cash.".

      *> The discount a remittance deducts is allowed only
      *> when the order was invoiced on terms that offer one,
      *> the payment is dated no later than the discount date,
      *> the order has not had its discount already, and the
      *> amount is within what the terms allow.  Otherwise the
      *> cash still posts but the discount does not - the
      *> shortfall stays owing and the payment is flagged on
      *> the exception report for the clerk to take up.
        CheckPaymentDiscount.
           IF ORD-DISC-DATE NOT NUMERIC
               MOVE ZERO TO ORD-DISC-DATE
           END-IF
           IF ORD-DISC-ALLOWED NOT NUMERIC
               MOVE ZERO TO ORD-DISC-ALLOWED
           END-IF
           IF ORD-DISC-TAKEN NOT NUMERIC
               MOVE ZERO TO ORD-DISC-TAKEN
           END-IF
           EVALUATE TRUE
               WHEN ORD-DISC-DATE = 0 OR ORD-DISC-ALLOWED = 0
                   MOVE "NO DISCOUNT ON TERMS"
                       TO PaymentRejectReason
                   PERFORM FlagDisallowedDiscount
               WHEN PAY-DATE > ORD-DISC-DATE
                   MOVE "PAID AFTER DISCOUNT DATE"
                       TO PaymentRejectReason
                   PERFORM FlagDisallowedDiscount
               WHEN ORD-DISC-TAKEN > 0
                   MOVE "DISCOUNT ALREADY TAKEN"
                       TO PaymentRejectReason
                   PERFORM FlagDisallowedDiscount
               WHEN PaymentDiscountTaken > ORD-DISC-ALLOWED
                   MOVE "MORE THAN TERMS ALLOW"
                       TO PaymentRejectReason
                   PERFORM FlagDisallowedDiscount
               WHEN OTHER
                   MOVE PaymentDiscountTaken
                       TO PaymentDiscountAllowed
                   MOVE PaymentDiscountTaken TO ORD-DISC-TAKEN
                   MOVE PAY-DATE TO ORD-DISC-PAY-DATE
                   MOVE PaymentFileSeq TO ORD-DISC-PAY-SEQ
                   ADD 1 TO DiscountsAllowed
           END-EVALUATE.

        FlagDisallowedDiscount.
           ADD 1 TO DiscountsDisallowed
           MOVE PaymentDiscountTaken TO DiscountAmountDisplay
           MOVE SPACES TO PAYMENT-EXCEPTION-LINE
           STRING "CUST " PAY-CUSTOMER-NUMBER "  ORDER "
               PAY-ORDER-NUMBER "  DISCOUNT " DiscountAmountDisplay
               "  DATE " PAY-DATE "  DISCOUNT DISALLOWED - "
               PaymentRejectReason
               DELIMITED BY SIZE INTO PAYMENT-EXCEPTION-LINE
           WRITE PAYMENT-EXCEPTION-LINE.

        WritePaymentExceptionLine.
           ADD 1 TO PaymentsRejected
           MOVE SPACES TO PAYMENT-EXCEPTION-LINE
           STRING "CUST " PAY-CUSTOMER-NUMBER "  ORDER "
               PAY-ORDER-NUMBER "  AMOUNT " PAY-AMOUNT "  DATE "
               PAY-DATE "  " PaymentRejectReason
               DELIMITED BY SIZE INTO PAYMENT-EXCEPTION-LINE
           WRITE PAYMENT-EXCEPTION-LINE.

        WritePaymentExceptionTrailer.
           MOVE SPACES TO PAYMENT-EXCEPTION-LINE
           STRING "PAYMENTS READ: " PaymentsRead
               "  APPLIED: " PaymentsApplied
               "  ON-ACCOUNT: " PaymentsOnAccount
               "  CREDIT MEMOS: " CreditMemosApplied
               "  REJECTED: " PaymentsRejected
               "  DISCOUNTS DISALLOWED: " DiscountsDisallowed
               DELIMITED BY SIZE INTO PAYMENT-EXCEPTION-LINE
           WRITE PAYMENT-EXCEPTION-LINE.

      *> ----------------------------------------------------------
      *> Lockbox import - AR option 9, run daily (batch
      *> sub-choice 9).  The bank's deposit file (LOCKBOX) is
      *> read twice: the first pass proves every batch's check
      *> details add up to its trailer's item count and deposit
      *> total, the second matches each item of a balanced batch
      *> to the invoice the customer quoted - or, failing that,
      *> to the customer - and appends it to PAYFILE for Post
      *> Payments.  Anything that cannot be identified, and
      *> every item of a batch that does not balance, goes to
      *> the suspense file (LBXSUSP) and the exception report,
      *> so the cash-application clerk only works the
      *> exceptions.
      *> ----------------------------------------------------------
        ImportLockboxFile.
           MOVE "LBX" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT LOCKBOX-FILE.
           IF LockboxFileStatus = "35"
               DISPLAY "Lockbox file (LOCKBOX) not found - nothing "
                   "to import."
               MOVE "Lockbox file not found" TO LastActionOutcome
           ELSE
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "LOCKBOX IMPORT EXCEPTIONS" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               PERFORM WriteReportPageHeader
               MOVE 0 TO LockboxBatchCount
               MOVE "N" TO LockboxBatchOpenSwitch
               MOVE "N" TO LockboxBatchFullSwitch
               MOVE "N" TO EndOfLockboxSwitch
               PERFORM ProveOneLockboxRecord UNTIL EndOfLockboxFile
               CLOSE LOCKBOX-FILE
               MOVE 0 TO LockboxBatchesOutOfBalance
               MOVE 0 TO LockboxBatchIndex
               PERFORM WriteOneLockboxBatchLine
                   LockboxBatchCount TIMES
               OPEN INPUT LOCKBOX-FILE
               OPEN INPUT INVOICE-MASTER
               PERFORM OpenCustomerMasterInput
               PERFORM OpenPaymentFileExtend
               PERFORM OpenLockboxSuspenseExtend
               MOVE 0 TO LockboxItemsRead
               MOVE 0 TO LockboxByInvoice
               MOVE 0 TO LockboxByCustomer
               MOVE 0 TO LockboxSuspended
               MOVE 0 TO LockboxAppliedTotal
               MOVE 0 TO LockboxSuspenseTotal
               MOVE 0 TO LockboxBatchIndex
               MOVE "N" TO LockboxBatchOpenSwitch
               MOVE "N" TO EndOfLockboxSwitch
               PERFORM ApplyOneLockboxRecord UNTIL EndOfLockboxFile
               CLOSE LOCKBOX-SUSPENSE-FILE
               CLOSE PAYMENT-FILE
               IF CustomerMasterIsOpen
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF InvoiceFileStatus NOT = "35"
                   CLOSE INVOICE-MASTER
               END-IF
               CLOSE LOCKBOX-FILE
               PERFORM WriteLockboxImportTotals
               DISPLAY "Lockbox items read: " LockboxItemsRead
                   "  by invoice: " LockboxByInvoice
                   "  by customer: " LockboxByCustomer
                   "  to suspense: " LockboxSuspended
               DISPLAY "Batches out of balance: "
                   LockboxBatchesOutOfBalance
                   " - exceptions written to " ReportOutputName "."
               IF LockboxSuspended > 0
                   MOVE "Lockbox import had exceptions"
                       TO LastActionOutcome
               ELSE
                   MOVE "Lockbox imported to PAYFILE"
                       TO LastActionOutcome
               END-IF
           END-IF.
           CLOSE REPORT-FILE.

      *> First pass - an "H" record opens a batch, "D" records
      *> add to it, and its "T" record closes it against the
      *> bank's own count and total.  A batch the file ends
      *> inside (or a new header arrives inside) never gets its
      *> trailer and is held as unproved.
        ProveOneLockboxRecord.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO EndOfLockboxSwitch
               NOT AT END
                   EVALUATE TRUE
                       WHEN LbxIsHeader
                           PERFORM StartLockboxBatch
                       WHEN LbxIsDetail
                           IF LockboxBatchIsOpen
                               PERFORM AddDetailToLockboxBatch
                           END-IF
                       WHEN LbxIsTrailer
                           IF LockboxBatchIsOpen
                               PERFORM CloseLockboxBatch
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

        StartLockboxBatch.
           MOVE "N" TO LockboxBatchOpenSwitch
           IF LockboxBatchCount < 100
               ADD 1 TO LockboxBatchCount
               MOVE "Y" TO LockboxBatchOpenSwitch
               MOVE LBX-BATCH-NUMBER
                   TO LbxBatchNumber(LockboxBatchCount)
               MOVE 0 TO LbxBatchItemCount(LockboxBatchCount)
               MOVE 0 TO LbxBatchItemTotal(LockboxBatchCount)
               MOVE 0 TO LbxBatchTrlCount(LockboxBatchCount)
               MOVE 0 TO LbxBatchTrlTotal(LockboxBatchCount)
               SET LbxBatchNoTrailer(LockboxBatchCount) TO TRUE
               MOVE 0 TO LbxBatchDepositDate(LockboxBatchCount)
               SET DSRV-VALIDATE-DATE TO TRUE
               MOVE LBX-DEPOSIT-DATE TO DSRV-DATE-1
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID
                   MOVE LBX-DEPOSIT-DATE
                       TO LbxBatchDepositDate(LockboxBatchCount)
               END-IF
           ELSE
               IF NOT LockboxBatchTableFull
                   MOVE "Y" TO LockboxBatchFullSwitch
                   DISPLAY "Warning - more than 100 batches on "
                       "LOCKBOX; the rest go to suspense."
               END-IF
           END-IF.

        AddDetailToLockboxBatch.
           ADD 1 TO LbxBatchItemCount(LockboxBatchCount)
           IF LBX-CHECK-AMOUNT NUMERIC
               ADD LBX-CHECK-AMOUNT
                   TO LbxBatchItemTotal(LockboxBatchCount)
           END-IF.

        CloseLockboxBatch.
           MOVE "N" TO LockboxBatchOpenSwitch
           IF LBX-ITEM-COUNT NUMERIC
               MOVE LBX-ITEM-COUNT
                   TO LbxBatchTrlCount(LockboxBatchCount)
           END-IF
           IF LBX-DEPOSIT-TOTAL NUMERIC
               MOVE LBX-DEPOSIT-TOTAL
                   TO LbxBatchTrlTotal(LockboxBatchCount)
           END-IF
           IF LbxBatchTrlCount(LockboxBatchCount)
               = LbxBatchItemCount(LockboxBatchCount)
               AND LbxBatchTrlTotal(LockboxBatchCount)
                   = LbxBatchItemTotal(LockboxBatchCount)
               SET LbxBatchBalanced(LockboxBatchCount) TO TRUE
           ELSE
               SET LbxBatchUnbalanced(LockboxBatchCount) TO TRUE
           END-IF.

      *> The proof of each batch heads the exception report -
      *> details against the trailer, count and amount.
        WriteOneLockboxBatchLine.
           ADD 1 TO LockboxBatchIndex
           MOVE LbxBatchItemTotal(LockboxBatchIndex)
               TO LockboxAmountDisplay
           MOVE LbxBatchTrlTotal(LockboxBatchIndex)
               TO LockboxTotalDisplay
           EVALUATE TRUE
               WHEN LbxBatchBalanced(LockboxBatchIndex)
                   MOVE "BALANCED" TO LockboxBatchResultText
               WHEN LbxBatchUnbalanced(LockboxBatchIndex)
                   MOVE "** OUT OF BALANCE **"
                       TO LockboxBatchResultText
                   ADD 1 TO LockboxBatchesOutOfBalance
               WHEN OTHER
                   MOVE "** NO TRAILER **" TO LockboxBatchResultText
                   ADD 1 TO LockboxBatchesOutOfBalance
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH " LbxBatchNumber(LockboxBatchIndex)
               "  DEPOSIT "
               LbxBatchDepositDate(LockboxBatchIndex)(5:2) "/"
               LbxBatchDepositDate(LockboxBatchIndex)(7:2) "/"
               LbxBatchDepositDate(LockboxBatchIndex)(1:4)
               "  ITEMS " LbxBatchItemCount(LockboxBatchIndex)
               "  " LockboxAmountDisplay
               "  TRAILER " LbxBatchTrlCount(LockboxBatchIndex)
               "  " LockboxTotalDisplay "  " LockboxBatchResultText
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLockboxReportLine.

      *> Second pass - headers step through the batches in the
      *> order the first pass proved them, and a trailer closes
      *> its batch just as it did there, so a detail between a
      *> trailer and the next header - one no batch proved - is
      *> suspended rather than posted under the closed batch.
        ApplyOneLockboxRecord.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO EndOfLockboxSwitch
               NOT AT END
                   EVALUATE TRUE
                       WHEN LbxIsHeader
                           ADD 1 TO LockboxBatchIndex
                           MOVE "Y" TO LockboxBatchOpenSwitch
                       WHEN LbxIsTrailer
                           MOVE "N" TO LockboxBatchOpenSwitch
                       WHEN LbxIsDetail
                           ADD 1 TO LockboxItemsRead
                           PERFORM ApplyOneLockboxItem
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

        ApplyOneLockboxItem.
           MOVE SPACES TO LockboxSuspenseReason
           EVALUATE TRUE
               WHEN NOT LockboxBatchIsOpen
                   MOVE "NO BATCH HEADER" TO LockboxSuspenseReason
               WHEN LockboxBatchIndex > LockboxBatchCount
                   MOVE "BATCH NOT PROVED" TO LockboxSuspenseReason
               WHEN LbxBatchUnbalanced(LockboxBatchIndex)
                   MOVE "BATCH OUT OF BALANCE"
                       TO LockboxSuspenseReason
               WHEN LbxBatchNoTrailer(LockboxBatchIndex)
                   MOVE "BATCH HAS NO TRAILER"
                       TO LockboxSuspenseReason
               WHEN LbxBatchDepositDate(LockboxBatchIndex) = 0
                   MOVE "INVALID DEPOSIT DATE"
                       TO LockboxSuspenseReason
               WHEN LBX-CHECK-AMOUNT NOT NUMERIC
                   MOVE "INVALID CHECK AMOUNT"
                       TO LockboxSuspenseReason
               WHEN LBX-CHECK-AMOUNT = 0
                   MOVE "INVALID CHECK AMOUNT"
                       TO LockboxSuspenseReason
               WHEN OTHER
                   PERFORM MatchLockboxItem
           END-EVALUATE
           IF LockboxSuspenseReason NOT = SPACES
               PERFORM SuspendLockboxItem
           END-IF.

      *> Customers quote our invoice number, which names both
      *> the customer and the order.  Without a usable invoice
      *> number the customer number on the remittance still
      *> lets the payment post as a customer-level remittance,
      *> spread oldest order first.
        MatchLockboxItem.
           MOVE "N" TO LockboxMatchSwitch
           IF LBX-INVOICE-NUMBER NUMERIC
               AND LBX-INVOICE-NUMBER > 0
               AND InvoiceFileStatus NOT = "35"
               MOVE LBX-INVOICE-NUMBER TO INV-NUMBER
               READ INVOICE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LockboxMatchSwitch
                       MOVE INV-CUSTOMER-NUMBER TO LockboxPayCustomer
                       MOVE INV-ORDER-NUMBER TO LockboxPayOrder
                       ADD 1 TO LockboxByInvoice
               END-READ
           END-IF
           IF NOT LockboxItemMatched
               AND LBX-CUSTOMER-NUMBER NUMERIC
               AND LBX-CUSTOMER-NUMBER > 0
               AND CustomerMasterIsOpen
               MOVE LBX-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CUST-STATUS-DELETED
                           MOVE "Y" TO LockboxMatchSwitch
                           MOVE CUST-NUMBER TO LockboxPayCustomer
                           MOVE ZERO TO LockboxPayOrder
                           ADD 1 TO LockboxByCustomer
                       END-IF
               END-READ
           END-IF
           IF LockboxItemMatched
               PERFORM WriteLockboxPayment
           ELSE
               IF LBX-INVOICE-NUMBER NUMERIC
                   AND LBX-INVOICE-NUMBER > 0
                   MOVE "INVOICE AND CUSTOMER UNKNOWN"
                       TO LockboxSuspenseReason
               ELSE
                   MOVE "NO INVOICE, CUSTOMER UNKNOWN"
                       TO LockboxSuspenseReason
               END-IF
           END-IF.

      *> Dated the day the bank deposited it, in exactly the
      *> shape a keyed PAYFILE record has, discount included.
        WriteLockboxPayment.
           MOVE SPACES TO PAYMENT-RECORD
           MOVE LockboxPayCustomer TO PAY-CUSTOMER-NUMBER
           MOVE LockboxPayOrder TO PAY-ORDER-NUMBER
           MOVE LBX-CHECK-AMOUNT TO PAY-AMOUNT
           MOVE LbxBatchDepositDate(LockboxBatchIndex) TO PAY-DATE
           MOVE "P" TO PAY-TYPE
           IF LBX-DISCOUNT-AMOUNT NUMERIC
               MOVE LBX-DISCOUNT-AMOUNT TO PAY-DISCOUNT-TAKEN
           ELSE
               MOVE ZERO TO PAY-DISCOUNT-TAKEN
           END-IF
           WRITE PAYMENT-RECORD
           ADD LBX-CHECK-AMOUNT TO LockboxAppliedTotal.

      *> The suspense record keeps the bank's detail exactly as
      *> it arrived, behind the batch and the reason, so the
      *> clerk can key it once the payer is known.
        SuspendLockboxItem.
           ADD 1 TO LockboxSuspended
           MOVE ZERO TO LockboxAmountDisplay
           IF LBX-CHECK-AMOUNT NUMERIC
               ADD LBX-CHECK-AMOUNT TO LockboxSuspenseTotal
               MOVE LBX-CHECK-AMOUNT TO LockboxAmountDisplay
           END-IF
           MOVE SPACES TO LOCKBOX-SUSPENSE-RECORD
           IF LockboxBatchIsOpen
               AND LockboxBatchIndex > 0
               AND LockboxBatchIndex NOT > LockboxBatchCount
               MOVE LbxBatchNumber(LockboxBatchIndex)
                   TO LBS-BATCH-NUMBER
               MOVE LbxBatchDepositDate(LockboxBatchIndex)
                   TO LBS-DEPOSIT-DATE
           ELSE
               MOVE ZERO TO LBS-DEPOSIT-DATE
           END-IF
           MOVE ReportRunDate TO LBS-IMPORT-DATE
           MOVE LockboxSuspenseReason TO LBS-REASON
           MOVE LBX-BODY TO LBS-BANK-DETAIL
           WRITE LOCKBOX-SUSPENSE-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "  SUSPENSE  BATCH " LBS-BATCH-NUMBER
               "  CHECK " LBX-CHECK-NUMBER
               "  " LockboxAmountDisplay
               "  INVOICE " LBX-INVOICE-NUMBER
               "  CUST " LBX-CUSTOMER-NUMBER
               "  " LockboxSuspenseReason
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLockboxReportLine.

        WriteLockboxImportTotals.
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteLockboxReportLine
           MOVE LockboxAppliedTotal TO LockboxAmountDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS READ: " LockboxItemsRead
               "  MATCHED BY INVOICE: " LockboxByInvoice
               "  BY CUSTOMER: " LockboxByCustomer
               "  WRITTEN TO PAYFILE: " LockboxAmountDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLockboxReportLine
           MOVE LockboxSuspenseTotal TO LockboxAmountDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "TO SUSPENSE: " LockboxSuspended
               "  AMOUNT: " LockboxAmountDisplay
               "  BATCHES NOT BALANCED: "
               LockboxBatchesOutOfBalance
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteLockboxReportLine.

        WriteLockboxReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        OpenPaymentFileExtend.
           OPEN EXTEND PAYMENT-FILE.
           IF PaymentFileStatus = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF.

        OpenLockboxSuspenseExtend.
           OPEN EXTEND LOCKBOX-SUSPENSE-FILE.
           IF LockboxSuspenseFileStatus = "35"
               OPEN OUTPUT LOCKBOX-SUSPENSE-FILE
               CLOSE LOCKBOX-SUSPENSE-FILE
               OPEN EXTEND LOCKBOX-SUSPENSE-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Payment terms maintenance - AR option 10.  Keeps the
      *> terms table the customer terms codes point at, in the
      *> same look-up-then-act shape as TaxRateMaintenance, with
      *> an add path for codes not yet on file.  A change only
      *> affects invoices raised after it - each invoice keeps
      *> the dates it was billed with.
      *> ----------------------------------------------------------
        PaymentTermsMaintenance.
           PERFORM OpenTermsFileIO
           DISPLAY "Enter terms code: " WITH NO ADVANCING.
           ACCEPT TermsCodeReply.
           MOVE TermsCodeReply TO TERMS-CODE
           MOVE "N" TO TermsFoundSwitch
           READ TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TermsFoundSwitch
           END-READ.
           IF TermsCodeWasFound
               PERFORM ShowTermsAndPromptAction
           ELSE
               PERFORM PromptAndAddTerms
           END-IF.
           CLOSE TERMS-FILE.

        ShowTermsAndPromptAction.
           DISPLAY " ".
           DISPLAY "Terms Code    : " TERMS-CODE.
           DISPLAY "Description   : " TERMS-DESCRIPTION.
           DISPLAY "Net Days      : " TERMS-NET-DAYS.
           MOVE TERMS-DISC-PCT TO TermsPctDisplay.
           DISPLAY "Discount Pct  : " TermsPctDisplay.
           DISPLAY "Discount Days : " TERMS-DISC-DAYS.

           DISPLAY "C)hange  Q)uit: " WITH NO ADVANCING.
           ACCEPT TermsActionChoice.

           EVALUATE TermsActionChoice
               WHEN "C" WHEN "c"
                   PERFORM AcceptTermsFields
                   REWRITE TERMS-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite terms "
                               TERMS-CODE
                           MOVE "Terms rewrite failed"
                               TO LastActionOutcome
                       NOT INVALID KEY
                           MOVE "Payment terms changed"
                               TO LastActionOutcome
                   END-REWRITE
                   DISPLAY "Terms " TERMS-CODE " changed."
               WHEN OTHER
                   DISPLAY "No changes made."
                   MOVE "No changes made" TO LastActionOutcome
           END-EVALUATE.

        PromptAndAddTerms.
           DISPLAY "Terms " TermsCodeReply " not on file.  "
               "Add it? (Y/N): " WITH NO ADVANCING.
           ACCEPT TermsAddReply.
           IF TermsAddReply = "Y" OR TermsAddReply = "y"
               MOVE SPACES TO TERMS-RECORD
               MOVE TermsCodeReply TO TERMS-CODE
               PERFORM AcceptTermsFields
               WRITE TERMS-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write terms "
                           TERMS-CODE " - status "
                           TermsFileStatus
                       MOVE "Terms write failed"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       MOVE "Payment terms added"
                           TO LastActionOutcome
               END-WRITE
               DISPLAY "Terms " TERMS-CODE " added."
           ELSE
               DISPLAY "Terms not added."
               MOVE "Terms not added" TO LastActionOutcome
           END-IF.

      *> A discount needs both a percentage and a number of days
      *> to take it in - either one zero means no discount.
        AcceptTermsFields.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT TermsDescReply
           MOVE TermsDescReply TO TERMS-DESCRIPTION
           DISPLAY "Net days (due this many days after the "
               "invoice date): " WITH NO ADVANCING
           ACCEPT TermsNetDaysReply
           MOVE TermsNetDaysReply TO TERMS-NET-DAYS
           DISPLAY "Discount pct (9V9999, e.g. 00200 for 2%, "
               "zero = none): " WITH NO ADVANCING
           ACCEPT TermsDiscPctReply
           MOVE TermsDiscPctReply TO TERMS-DISC-PCT
           DISPLAY "Discount days: " WITH NO ADVANCING
           ACCEPT TermsDiscDaysReply
           MOVE TermsDiscDaysReply TO TERMS-DISC-DAYS
           IF TERMS-DISC-PCT = 0 OR TERMS-DISC-DAYS = 0
               MOVE ZERO TO TERMS-DISC-PCT
               MOVE ZERO TO TERMS-DISC-DAYS
           END-IF.

        OpenTermsFileIO.
           OPEN I-O TERMS-FILE.
           IF TermsFileStatus = "35"
               OPEN OUTPUT TERMS-FILE
               CLOSE TERMS-FILE
               OPEN I-O TERMS-FILE
           END-IF.

      *> The terms file is optional for its readers - without it
      *> every code reads as not found, which is due on the
      *> invoice date.
        OpenTermsFileInput.
           MOVE "N" TO TermsFileOpenSwitch
           OPEN INPUT TERMS-FILE.
           IF TermsFileStatus = "00"
               MOVE "Y" TO TermsFileOpenSwitch
           END-IF.

        CloseTermsFile.
           IF TermsFileIsOpen
               CLOSE TERMS-FILE
               MOVE "N" TO TermsFileOpenSwitch
           END-IF.

      *> A code not found leaves zero net and discount days in
      *> the record area, so callers read it as due on the
      *> invoice date with no discount.
        LookUpTermsCode.
           MOVE "N" TO TermsFoundSwitch
           IF TermsFileIsOpen AND TermsCodeLookup NOT = SPACES
               MOVE TermsCodeLookup TO TERMS-CODE
               READ TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO TermsFoundSwitch
               END-READ
           END-IF
           IF NOT TermsCodeWasFound
               MOVE SPACES TO TERMS-RECORD
               MOVE TermsCodeLookup TO TERMS-CODE
           END-IF
           IF TERMS-NET-DAYS NOT NUMERIC
               MOVE ZERO TO TERMS-NET-DAYS
           END-IF
           IF TERMS-DISC-PCT NOT NUMERIC
               MOVE ZERO TO TERMS-DISC-PCT
           END-IF
           IF TERMS-DISC-DAYS NOT NUMERIC
               MOVE ZERO TO TERMS-DISC-DAYS
           END-IF.

      *> ----------------------------------------------------------
      *> Write-offs - AR option 11.  Balances that will never be
      *> collected are written off instead of being reported,
      *> charged and dunned forever.  The small-balance run
      *> proposes every invoiced order a payment has left with a
      *> residue under the threshold, and writes them off as a
      *> set once the clerk confirms.  A bad debt - one order, or
      *> every open invoiced order of a customer - is requested
      *> with a reason and posts only when a supervisor approves
      *> it.  A write-off settles the balance through the order's
      *> amount paid, the way a credit memo does, so every
      *> balance reader sees it cleared; the order total stays as
      *> invoiced, and the amount written off is kept on the
      *> order and on WRITEOFF.  Each one is printed on the
      *> write-off register, written to the audit log, and
      *> journalized by the next GL extract.
      *> ----------------------------------------------------------
        WriteOffMenu.
           DISPLAY " ".
           DISPLAY " ======================================= ".
           DISPLAY "|            WRITE-OFF MENU              |".
           DISPLAY " ======================================= ".
           DISPLAY "1. Small-Balance Write-Off Run".
           DISPLAY "2. Request Bad-Debt Write-Off".
           DISPLAY "3. Approve Bad-Debt Write-Offs (supervisor+)".
           DISPLAY "0. Return".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WriteOffMenuChoice.
           EVALUATE WriteOffMenuChoice
               WHEN 1
                   PERFORM SmallBalanceWriteOffRun
               WHEN 2
                   PERFORM RequestBadDebtWriteOff
               WHEN 3
                   PERFORM ApproveBadDebtWriteOffs
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice! Please try again."
                   MOVE "Invalid selection in write-off menu"
                       TO LastActionOutcome
           END-EVALUATE.

      *> Two sweeps of the Order Master - the first only tallies
      *> what would go, so the clerk sees the count and total
      *> before anything is touched; the second writes them off.
        SmallBalanceWriteOffRun.
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - nothing to "
                   "write off."
               MOVE "Order Master file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenWriteOffIO
               ACCEPT WriteOffRunDate FROM DATE YYYYMMDD
               MOVE 0 TO WriteOffCount
               MOVE 0 TO WriteOffTotal
               MOVE "N" TO WriteOffPostingSwitch
               PERFORM StartWriteOffOrderSweep
               PERFORM SmallBalanceOneOrder UNTIL OrderFileAtEnd
               IF WriteOffCount = 0
                   DISPLAY "No balances under the small-balance "
                       "threshold."
                   MOVE "No small balances to write off"
                       TO LastActionOutcome
               ELSE
                   PERFORM ConfirmAndPostSmallBalances
               END-IF
               CLOSE WRITE-OFF-FILE
               CLOSE ORDER-MASTER
           END-IF.

        ConfirmAndPostSmallBalances.
           MOVE SmallBalanceThreshold TO WriteOffThresholdDisplay
           MOVE WriteOffTotal TO OpenBalanceDisplay
           DISPLAY WriteOffCount " invoiced order(s) left with "
               "less than " WriteOffThresholdDisplay
               " open, totalling " OpenBalanceDisplay "."
           DISPLAY "Write them all off? (Y/N): " WITH NO ADVANCING
           ACCEPT WriteOffConfirmReply
           IF WriteOffConfirmReply = "Y"
               OR WriteOffConfirmReply = "y"
               PERFORM OpenWriteOffRegister
               MOVE 0 TO WriteOffCount
               MOVE 0 TO WriteOffTotal
               MOVE "Y" TO WriteOffPostingSwitch
               PERFORM StartWriteOffOrderSweep
               PERFORM SmallBalanceOneOrder UNTIL OrderFileAtEnd
               PERFORM CloseWriteOffRegister
               DISPLAY "Small balances written off: "
                   WriteOffCount " - register in "
                   ReportOutputName "."
               MOVE "Small balances written off"
                   TO LastActionOutcome
           ELSE
               DISPLAY "Nothing written off."
               MOVE "Small-balance write-off declined"
                   TO LastActionOutcome
           END-IF.

        StartWriteOffOrderSweep.
           MOVE ZERO TO ORD-NUMBER
           MOVE "N" TO EndOfOrderFile
           START ORDER-MASTER
               KEY IS NOT LESS THAN ORD-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfOrderFile
           END-START.

      *> A small balance is the residue a payment left behind -
      *> an invoiced order with something paid against it and
      *> less than the threshold still open.  An unpaid invoice
      *> is a receivable, however small, and an order already
      *> requested for bad-debt write-off waits for its
      *> supervisor.
        SmallBalanceOneOrder.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   PERFORM ComputeWriteOffBalance
                   IF NOT ORD-STATUS-CANCELLED
                       AND ORD-INVOICE-NUMBER NUMERIC
                       AND ORD-INVOICE-NUMBER > 0
                       AND ORD-AMOUNT-PAID > 0
                       AND WriteOffBalance > 0
                       AND WriteOffBalance < SmallBalanceThreshold
                       PERFORM CheckOrderWriteOffOnFile
                       IF NOT WriteOffAlreadyOpen
                           PERFORM TallyOrPostSmallBalance
                       END-IF
                   END-IF
           END-READ.

        TallyOrPostSmallBalance.
           IF WriteOffPosting
               PERFORM PrepareWriteOffRecord
               SET WOFF-TYPE-SMALL-BALANCE TO TRUE
               MOVE "SMALL BALANCE UNDER THRESHOLD"
                   TO WOFF-REASON
               PERFORM PostOneWriteOff
           ELSE
               ADD 1 TO WriteOffCount
               ADD WriteOffBalance TO WriteOffTotal
           END-IF.

      *> ----------------------------------------------------------
      *> Bad-debt request - one order, or every open invoiced
      *> order of a customer, with the reason it will never be
      *> paid.  Nothing is written off here; each order becomes
      *> a pending request for a supervisor to approve.
      *> ----------------------------------------------------------
        RequestBadDebtWriteOff.
           DISPLAY "Write off by C)ustomer or O)rder: "
               WITH NO ADVANCING
           ACCEPT WriteOffModeReply
           IF WriteOffModeReply = "C" OR WriteOffModeReply = "c"
               OR WriteOffModeReply = "O" OR WriteOffModeReply = "o"
               DISPLAY "Reason for the write-off: "
                   WITH NO ADVANCING
               ACCEPT WriteOffReasonReply
               IF WriteOffReasonReply = SPACES
                   DISPLAY "A reason is required - no write-off "
                       "requested."
                   MOVE "Write-off request needs a reason"
                       TO LastActionOutcome
               ELSE
                   PERFORM FileBadDebtRequest
               END-IF
           ELSE
               DISPLAY "No write-off requested."
               MOVE "No write-off requested" TO LastActionOutcome
           END-IF.

        FileBadDebtRequest.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found."
               MOVE "Order Master file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenWriteOffIO
               ACCEPT WriteOffRunDate FROM DATE YYYYMMDD
               MOVE 0 TO WriteOffRequestCount
               MOVE 0 TO WriteOffTotal
               IF WriteOffModeReply = "O" OR WriteOffModeReply = "o"
                   PERFORM RequestBadDebtForOrder
               ELSE
                   PERFORM RequestBadDebtForCustomer
               END-IF
               MOVE WriteOffTotal TO OpenBalanceDisplay
               DISPLAY "Write-off requests filed: "
                   WriteOffRequestCount " totalling "
                   OpenBalanceDisplay
                   " - awaiting supervisor approval."
               MOVE "Bad-debt write-off requested"
                   TO LastActionOutcome
               CLOSE WRITE-OFF-FILE
               CLOSE ORDER-MASTER
           END-IF.

        RequestBadDebtForOrder.
           DISPLAY "Order number: " WITH NO ADVANCING
           ACCEPT WriteOffOrderReply
           MOVE WriteOffOrderReply TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   DISPLAY "Order " WriteOffOrderReply
                       " is not on file."
               NOT INVALID KEY
                   PERFORM RequestOneBadDebtOrder
                   IF WriteOffSkipReason NOT = SPACES
                       DISPLAY "Order " ORD-NUMBER " not "
                           "requested - " WriteOffSkipReason
                   END-IF
           END-READ.

      *> Positions on the ORD-CUSTOMER-NUMBER alternate key the
      *> way the credit exposure sweep does.  Orders with nothing
      *> to write off are passed over quietly; one already
      *> pending or written off is named.
        RequestBadDebtForCustomer.
           DISPLAY "Customer number: " WITH NO ADVANCING
           ACCEPT WriteOffCustReply
           MOVE WriteOffCustReply TO ORD-CUSTOMER-NUMBER
           MOVE "N" TO EndOfOrderFile
           START ORDER-MASTER
               KEY IS NOT LESS THAN ORD-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO EndOfOrderFile
           END-START
           PERFORM RequestNextCustomerBadDebt UNTIL OrderFileAtEnd.

        RequestNextCustomerBadDebt.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF ORD-CUSTOMER-NUMBER NOT = WriteOffCustReply
                       MOVE "Y" TO EndOfOrderFile
                   ELSE
                       PERFORM RequestOneBadDebtOrder
                       IF WriteOffAlreadyOpen
                           DISPLAY "Order " ORD-NUMBER " not "
                               "requested - " WriteOffSkipReason
                       END-IF
                   END-IF
           END-READ.

        RequestOneBadDebtOrder.
           MOVE SPACES TO WriteOffSkipReason
           MOVE "N" TO WriteOffOpenSwitch
           PERFORM ComputeWriteOffBalance
           EVALUATE TRUE
               WHEN ORD-STATUS-CANCELLED
                   MOVE "ORDER IS CANCELLED" TO WriteOffSkipReason
               WHEN ORD-INVOICE-NUMBER NOT NUMERIC
                   OR ORD-INVOICE-NUMBER = 0
                   MOVE "ORDER NOT YET INVOICED"
                       TO WriteOffSkipReason
               WHEN WriteOffBalance NOT > 0
                   MOVE "NO OPEN BALANCE" TO WriteOffSkipReason
               WHEN OTHER
                   PERFORM CheckOrderWriteOffOnFile
                   IF WriteOffAlreadyOpen
                       MOVE "WRITE-OFF ALREADY PENDING OR POSTED"
                           TO WriteOffSkipReason
                   ELSE
                       PERFORM FileOneBadDebtRequest
                   END-IF
           END-EVALUATE.

        FileOneBadDebtRequest.
           PERFORM PrepareWriteOffRecord
           SET WOFF-TYPE-BAD-DEBT TO TRUE
           SET WOFF-STATUS-PENDING TO TRUE
           MOVE WriteOffReasonReply TO WOFF-REASON
           PERFORM FileWriteOffRecord
           IF WriteOffWasFiled
               ADD 1 TO WriteOffRequestCount
               ADD WriteOffBalance TO WriteOffTotal
               MOVE WriteOffBalance TO OpenBalanceDisplay
               DISPLAY "Order " ORD-NUMBER " balance "
                   OpenBalanceDisplay " requested for write-off."
           END-IF.

      *> ----------------------------------------------------------
      *> Bad-debt approval - supervisors and administrators only.
      *> Each pending request is shown with the order's balance
      *> as it stands now, and is approved (written off for that
      *> balance), rejected, or skipped to stay pending.  A
      *> request whose order has since been paid is closed as
      *> rejected without asking.
      *> ----------------------------------------------------------
        ApproveBadDebtWriteOffs.
           IF OperatorIsSupervisor OR OperatorIsAdmin
               PERFORM ReviewPendingWriteOffs
           ELSE
               DISPLAY "Approving bad-debt write-offs is "
                   "restricted to supervisors and administrators."
               MOVE "Access denied - write-off approval"
                   TO LastActionOutcome
           END-IF.

        ReviewPendingWriteOffs.
           OPEN I-O WRITE-OFF-FILE.
           IF WriteOffFileStatus = "35"
               DISPLAY "No write-off requests on file."
               MOVE "No write-off requests on file"
                   TO LastActionOutcome
           ELSE
               OPEN I-O ORDER-MASTER
               IF OrderFileStatus = "35"
                   DISPLAY "Order Master file not found."
                   MOVE "Order Master file not found"
                       TO LastActionOutcome
               ELSE
                   ACCEPT WriteOffRunDate FROM DATE YYYYMMDD
                   MOVE 0 TO WriteOffCount
                   MOVE 0 TO WriteOffTotal
                   MOVE 0 TO WriteOffRejectCount
                   PERFORM OpenWriteOffRegister
                   MOVE ZERO TO WOFF-ORDER-NUMBER
                   MOVE "N" TO EndOfWriteOffSwitch
                   START WRITE-OFF-FILE
                       KEY IS NOT LESS THAN WOFF-ORDER-NUMBER
                       INVALID KEY
                           MOVE "Y" TO EndOfWriteOffSwitch
                   END-START
                   PERFORM ReviewOnePendingWriteOff
                       UNTIL EndOfWriteOffFile
                   PERFORM CloseWriteOffRegister
                   DISPLAY "Bad-debt write-offs approved: "
                       WriteOffCount "  rejected: "
                       WriteOffRejectCount " - register in "
                       ReportOutputName "."
                   MOVE "Bad-debt write-offs reviewed"
                       TO LastActionOutcome
                   CLOSE ORDER-MASTER
               END-IF
               CLOSE WRITE-OFF-FILE
           END-IF.

        ReviewOnePendingWriteOff.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfWriteOffSwitch
               NOT AT END
                   IF WOFF-STATUS-PENDING AND WOFF-TYPE-BAD-DEBT
                       PERFORM DecideOnePendingWriteOff
                   END-IF
           END-READ.

        DecideOnePendingWriteOff.
           MOVE ZERO TO WriteOffBalance
           MOVE WOFF-ORDER-NUMBER TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ComputeWriteOffBalance
           END-READ
           IF WriteOffBalance NOT > 0
               DISPLAY "Order " WOFF-ORDER-NUMBER " has no open "
                   "balance now - request closed."
               PERFORM RejectPendingWriteOff
           ELSE
               MOVE WriteOffBalance TO OpenBalanceDisplay
               DISPLAY " "
               DISPLAY "Order " WOFF-ORDER-NUMBER "  customer "
                   WOFF-CUSTOMER-NUMBER "  invoice "
                   WOFF-INVOICE-NUMBER
               DISPLAY "  Open balance " OpenBalanceDisplay
                   "  requested by " WOFF-REQUESTED-BY " on "
                   WOFF-REQUEST-DATE(5:2) "/"
                   WOFF-REQUEST-DATE(7:2) "/"
                   WOFF-REQUEST-DATE(1:4)
               DISPLAY "  Reason: " WOFF-REASON
               DISPLAY "A)pprove  R)eject  S)kip: "
                   WITH NO ADVANCING
               ACCEPT WriteOffActionReply
               EVALUATE WriteOffActionReply
                   WHEN "A" WHEN "a"
                       MOVE "Y" TO WriteOffExistsSwitch
                       MOVE WRITE-OFF-RECORD TO WriteOffRecordHold
                       PERFORM PostOneWriteOff
                   WHEN "R" WHEN "r"
                       PERFORM RejectPendingWriteOff
                   WHEN OTHER
                       DISPLAY "Left pending."
               END-EVALUATE
           END-IF.

        RejectPendingWriteOff.
           SET WOFF-STATUS-REJECTED TO TRUE
           MOVE WriteOffRunDate TO WOFF-DECISION-DATE
           MOVE CurrentOperatorID TO WOFF-DECIDED-BY
           REWRITE WRITE-OFF-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite write-off for order "
                       WOFF-ORDER-NUMBER " - status "
                       WriteOffFileStatus
               NOT INVALID KEY
                   ADD 1 TO WriteOffRejectCount
                   PERFORM WriteWriteOffAuditEntry
           END-REWRITE.

      *> ----------------------------------------------------------
      *> Shared by both write-off paths.  The order is in
      *> ORDER-RECORD, read for update, and the write-off record
      *> is filled in; the balance written off is the one open
      *> now.  The write-off is filed as posted first - it is
      *> what the GL extract journalizes from - and only then is
      *> the order settled.  If the order rewrite fails the
      *> write-off record goes back to how it stood, and only a
      *> write-off that landed on both files is counted, printed
      *> and audited, so a failure leaves nothing half done.
      *> ----------------------------------------------------------
        PostOneWriteOff.
           MOVE ORD-TOTAL-AMOUNT TO WOFF-ORDER-TOTAL
           MOVE ORD-AMOUNT-PAID TO WOFF-AMOUNT-PAID
           MOVE WriteOffBalance TO WOFF-AMOUNT
           SET WOFF-STATUS-POSTED TO TRUE
           MOVE WriteOffRunDate TO WOFF-DECISION-DATE
           MOVE CurrentOperatorID TO WOFF-DECIDED-BY
           MOVE ZERO TO WOFF-GL-DATE
           PERFORM FileWriteOffRecord
           IF NOT WriteOffWasFiled
               DISPLAY "Order " ORD-NUMBER " not written off."
           ELSE
               ADD WriteOffBalance TO ORD-AMOUNT-PAID
               ADD WriteOffBalance TO ORD-WRITE-OFF-AMOUNT
               MOVE WriteOffRunDate TO ORD-WRITE-OFF-DATE
               REWRITE ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite order " ORD-NUMBER
                           " - status " OrderFileStatus
                           " - not written off."
                       PERFORM BackOutWriteOffRecord
                   NOT INVALID KEY
                       ADD 1 TO WriteOffCount
                       ADD WriteOffBalance TO WriteOffTotal
                       PERFORM WriteWriteOffRegisterLine
                       PERFORM WriteWriteOffAuditEntry
               END-REWRITE
           END-IF.

      *> A pending request (or a rejected one being replaced)
      *> goes back as it was when read, kept in
      *> WriteOffRecordHold; a record filed by this posting is
      *> removed.
        BackOutWriteOffRecord.
           IF WriteOffRecordExists
               MOVE WriteOffRecordHold TO WRITE-OFF-RECORD
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "Unable to restore write-off for "
                           "order " WOFF-ORDER-NUMBER " - status "
                           WriteOffFileStatus " - correct it by "
                           "hand before the GL extract."
               END-REWRITE
           ELSE
               DELETE WRITE-OFF-FILE
                   INVALID KEY
                       DISPLAY "Unable to remove write-off for "
                           "order " WOFF-ORDER-NUMBER " - status "
                           WriteOffFileStatus " - correct it by "
                           "hand before the GL extract."
               END-DELETE
           END-IF.

      *> Orders filed before write-offs existed carry spaces in
      *> the write-off fields, which count as zero.
        ComputeWriteOffBalance.
           IF ORD-AMOUNT-PAID NOT NUMERIC
               MOVE ZERO TO ORD-AMOUNT-PAID
           END-IF
           IF ORD-WRITE-OFF-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORD-WRITE-OFF-AMOUNT
           END-IF
           IF ORD-WRITE-OFF-DATE NOT NUMERIC
               MOVE ZERO TO ORD-WRITE-OFF-DATE
           END-IF
           COMPUTE WriteOffBalance =
               ORD-TOTAL-AMOUNT - ORD-AMOUNT-PAID.

      *> A rejected request does not stand in the way of a new
      *> one - it is simply replaced.
        CheckOrderWriteOffOnFile.
           MOVE "N" TO WriteOffExistsSwitch
           MOVE "N" TO WriteOffOpenSwitch
           MOVE ORD-NUMBER TO WOFF-ORDER-NUMBER
           READ WRITE-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WriteOffExistsSwitch
                   MOVE WRITE-OFF-RECORD TO WriteOffRecordHold
                   IF NOT WOFF-STATUS-REJECTED
                       MOVE "Y" TO WriteOffOpenSwitch
                   END-IF
           END-READ.

        PrepareWriteOffRecord.
           MOVE SPACES TO WRITE-OFF-RECORD
           MOVE ORD-NUMBER TO WOFF-ORDER-NUMBER
           MOVE ORD-CUSTOMER-NUMBER TO WOFF-CUSTOMER-NUMBER
           MOVE ORD-INVOICE-NUMBER TO WOFF-INVOICE-NUMBER
           MOVE ORD-TOTAL-AMOUNT TO WOFF-ORDER-TOTAL
           MOVE ORD-AMOUNT-PAID TO WOFF-AMOUNT-PAID
           MOVE WriteOffBalance TO WOFF-AMOUNT
           MOVE WriteOffRunDate TO WOFF-REQUEST-DATE
           MOVE CurrentOperatorID TO WOFF-REQUESTED-BY
           MOVE ZERO TO WOFF-DECISION-DATE
           MOVE ZERO TO WOFF-GL-DATE.

        FileWriteOffRecord.
           MOVE "N" TO WriteOffFiledSwitch
           IF WriteOffRecordExists
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite write-off for "
                           "order " WOFF-ORDER-NUMBER " - status "
                           WriteOffFileStatus
                   NOT INVALID KEY
                       MOVE "Y" TO WriteOffFiledSwitch
               END-REWRITE
           ELSE
               WRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write write-off for "
                           "order " WOFF-ORDER-NUMBER " - status "
                           WriteOffFileStatus
                   NOT INVALID KEY
                       MOVE "Y" TO WriteOffFiledSwitch
               END-WRITE
           END-IF.

        SetWriteOffTypeText.
           IF WOFF-TYPE-BAD-DEBT
               MOVE "BAD DEBT" TO WriteOffTypeText
           ELSE
               MOVE "SMALL BALANCE" TO WriteOffTypeText
           END-IF.

      *> Who wrote off how much of whose order - or who turned
      *> the request down.
        WriteWriteOffAuditEntry.
           PERFORM SetWriteOffTypeText
           MOVE SPACES TO AuditOptionText
           STRING "Write-off order " WOFF-ORDER-NUMBER
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE WOFF-AMOUNT TO OrderTotalDisplay
           MOVE SPACES TO AuditOutcomeText
           IF WOFF-STATUS-REJECTED
               STRING "Cust " WOFF-CUSTOMER-NUMBER " "
                   WriteOffTypeText " " OrderTotalDisplay
                   " rejected by " CurrentOperatorID
                   DELIMITED BY SIZE INTO AuditOutcomeText
           ELSE
               STRING "Cust " WOFF-CUSTOMER-NUMBER " "
                   WriteOffTypeText " " OrderTotalDisplay
                   " written off by " CurrentOperatorID
                   DELIMITED BY SIZE INTO AuditOutcomeText
           END-IF
           PERFORM WriteAuditLogEntry.

      *> The write-off register - a kept report, one per posting
      *> run, showing each order's total and what had been paid
      *> alongside the amount written off.
        OpenWriteOffRegister.
           MOVE "WOF" TO ReportCode
           PERFORM OpenReportFileForRun
           MOVE WriteOffRunDate TO ReportRunDate
           MOVE "RECEIVABLE WRITE-OFF REGISTER" TO ReportTitle
           MOVE 0 TO ReportPageNumber
           PERFORM WriteReportPageHeader.

        WriteWriteOffRegisterLine.
           PERFORM SetWriteOffTypeText
           MOVE WOFF-ORDER-TOTAL TO InvoiceAmountDisplay
           MOVE WOFF-AMOUNT-PAID TO OrderTotalDisplay
           MOVE WOFF-AMOUNT TO OpenBalanceDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER " WOFF-ORDER-NUMBER "  CUST "
               WOFF-CUSTOMER-NUMBER "  INV " WOFF-INVOICE-NUMBER
               "  " WriteOffTypeText "  TOTAL " InvoiceAmountDisplay
               "  PAID " OrderTotalDisplay
               "  WRITTEN OFF " OpenBalanceDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteWriteOffReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "      REASON " WOFF-REASON
               "  REQUESTED BY " WOFF-REQUESTED-BY
               "  APPROVED BY " WOFF-DECIDED-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteWriteOffReportLine.

        CloseWriteOffRegister.
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteWriteOffReportLine
           MOVE WriteOffTotal TO OpenBalanceDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "WRITE-OFFS POSTED: " WriteOffCount
               "     TOTAL WRITTEN OFF: " OpenBalanceDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteWriteOffReportLine
           CLOSE REPORT-FILE.

        WriteWriteOffReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        OpenWriteOffIO.
           OPEN I-O WRITE-OFF-FILE.
           IF WriteOffFileStatus = "35"
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN I-O WRITE-OFF-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Collections - AR options 6 to 8.  The work queue lists
      *> every customer with a balance past the agreed age,
      *> oldest first and, among equals, the follow-up that fell
      *> due first, with the last note taken so the collector
      *> knows where the conversation stands before dialling.
      *> Notes are dated contacts on COLLNOTE; a note can carry a
      *> promise to pay and a next follow-up date.
      *> ----------------------------------------------------------
        CollectionsWorkQueue.
           MOVE 0 TO CollQueueCount
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenCustomerMasterInput
               IF NOT CustomerMasterIsOpen
                   MOVE "Customer Master file not found"
                       TO LastActionOutcome
               ELSE
                   PERFORM BuildCollectionsQueue
                   PERFORM ShowCollectionsQueue
                   CLOSE CUSTOMER-MASTER
                   MOVE "Collections work queue displayed"
                       TO LastActionOutcome
               END-IF
               CLOSE ORDER-MASTER
           END-IF
           IF CollQueueCount > 0
               DISPLAY "Customer number to record a note "
                   "(0 to return): " WITH NO ADVANCING
               ACCEPT CollNoteCustNumber
               IF CollNoteCustNumber NOT = 0
                   PERFORM EnterCollectionNoteForCustomer
               END-IF
           END-IF.

        BuildCollectionsQueue.
           ACCEPT ReportRunDate FROM DATE YYYYMMDD
           MOVE 0 TO CollQueueCount
           MOVE "N" TO CollQueueFullSwitch
           PERFORM StartOrderMasterSweep
           PERFORM QueueOneOrderIfPastDue UNTIL OrderFileAtEnd
           OPEN INPUT COLLECTION-FILE
           IF CollectionFileStatus = "00"
               MOVE 0 TO CollQueueIndex
               PERFORM FindLastNoteForQueueEntry CollQueueCount TIMES
               CLOSE COLLECTION-FILE
           END-IF
           PERFORM SortCollectionsQueue.

      *> Past due is judged the same way the finance charge run
      *> judges it, so the queue and the letters agree.
        QueueOneOrderIfPastDue.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF NOT ORD-STATUS-CANCELLED
                       PERFORM ComputeOrderPastDueAge
                       IF OpenBalance > 0 AND DaysPastDue > 0
                           PERFORM AddOrderToCollectionsQueue
                       END-IF
                   END-IF
           END-READ.

      *> Past due counts from the due date the payment terms
      *> set when the order was invoiced.  An order with no due
      *> date of its own - not yet invoiced, or invoiced before
      *> terms existed - keeps the old rule: due FinanceChargeDays
      *> after the order date.
        ComputeOrderPastDueAge.
           IF ORD-AMOUNT-PAID NOT NUMERIC
               MOVE ZERO TO ORD-AMOUNT-PAID
           END-IF
           COMPUTE OpenBalance =
               ORD-TOTAL-AMOUNT - ORD-AMOUNT-PAID
           IF ORD-DUE-DATE NUMERIC AND ORD-DUE-DATE > 0
               MOVE ORD-DUE-DATE TO OrderDueDate
           ELSE
               SET DSRV-ADD-CALENDAR-DAYS TO TRUE
               MOVE ORD-DATE TO OrderDateYYYYMMDD
               MOVE OrderDateYYYYMMDD TO DSRV-DATE-1
               MOVE FinanceChargeDays TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF DSRV-DATE-IS-VALID
                   MOVE DSRV-RESULT-DATE TO OrderDueDate
               ELSE
                   MOVE ReportRunDate TO OrderDueDate
               END-IF
           END-IF
           SET DSRV-DAYS-BETWEEN TO TRUE
           MOVE ReportRunDate TO DSRV-DATE-1
           MOVE OrderDueDate TO DSRV-DATE-2
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF DSRV-DATE-IS-VALID
               MOVE DSRV-DAY-COUNT TO DaysPastDue
           ELSE
               MOVE ZERO TO DaysPastDue
           END-IF.

        AddOrderToCollectionsQueue.
           MOVE "N" TO CollQueueFoundSwitch
           MOVE 0 TO CollQueueIndex
           PERFORM FindCollectionsQueueCustomer
               UNTIL CollQueueCustFound
               OR CollQueueIndex NOT < CollQueueCount
           IF CollQueueCustFound
               ADD OpenBalance TO CollQueuePastDue(CollQueueIndex)
               IF DaysPastDue > CollQueueMaxDays(CollQueueIndex)
                   MOVE DaysPastDue
                       TO CollQueueMaxDays(CollQueueIndex)
               END-IF
           ELSE
               IF CollQueueCount < 200
                   ADD 1 TO CollQueueCount
                   MOVE SPACES TO CollQueueEntry(CollQueueCount)
                   MOVE ORD-CUSTOMER-NUMBER
                       TO CollQueueCustNumber(CollQueueCount)
                   MOVE OpenBalance
                       TO CollQueuePastDue(CollQueueCount)
                   MOVE DaysPastDue
                       TO CollQueueMaxDays(CollQueueCount)
                   MOVE 0 TO CollQueueNoteDate(CollQueueCount)
                   MOVE 0 TO CollQueueFollowUp(CollQueueCount)
               ELSE
                   IF NOT CollQueueIsFull
                       MOVE "Y" TO CollQueueFullSwitch
                       DISPLAY "Warning - more than 200 customers "
                           "past due; the queue is incomplete."
                   END-IF
               END-IF
           END-IF.

        FindCollectionsQueueCustomer.
           ADD 1 TO CollQueueIndex
           IF CollQueueCustNumber(CollQueueIndex)
               = ORD-CUSTOMER-NUMBER
               MOVE "Y" TO CollQueueFoundSwitch
           END-IF.

      *> Notes for a customer read back oldest first, so the last
      *> one read before the customer number changes is the
      *> latest contact.
        FindLastNoteForQueueEntry.
           ADD 1 TO CollQueueIndex
           MOVE CollQueueCustNumber(CollQueueIndex)
               TO COLL-CUSTOMER-NUMBER
           MOVE 0 TO COLL-NOTE-DATE
           MOVE 0 TO COLL-NOTE-TIME
           MOVE "N" TO EndOfCollectionFileSwitch
           START COLLECTION-FILE KEY IS NOT LESS THAN COLL-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfCollectionFileSwitch
           END-START
           PERFORM ReadOneQueueCustomerNote
               UNTIL EndOfCollectionFile.

        ReadOneQueueCustomerNote.
           READ COLLECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCollectionFileSwitch
               NOT AT END
                   IF COLL-CUSTOMER-NUMBER
                       NOT = CollQueueCustNumber(CollQueueIndex)
                       MOVE "Y" TO EndOfCollectionFileSwitch
                   ELSE
                       MOVE COLL-NOTE-DATE
                           TO CollQueueNoteDate(CollQueueIndex)
                       MOVE COLL-NOTE-TEXT
                           TO CollQueueNoteText(CollQueueIndex)
                       MOVE COLL-FOLLOWUP-DATE
                           TO CollQueueFollowUp(CollQueueIndex)
                       MOVE COLL-PROMISE-STATUS
                           TO CollQueuePromise(CollQueueIndex)
                   END-IF
           END-READ.

      *> Oldest past-due age first; among customers of the same
      *> age, the earliest follow-up date (none set sorts first -
      *> nobody has called them yet).
        SortCollectionsQueue.
           MOVE 1 TO CollQueueIndex
           PERFORM SortOneCollectionsPass
               UNTIL CollQueueIndex NOT < CollQueueCount.

        SortOneCollectionsPass.
           COMPUTE CollQueuePairIndex = CollQueueIndex + 1
           PERFORM CompareOneCollectionsPair
               UNTIL CollQueuePairIndex > CollQueueCount
           ADD 1 TO CollQueueIndex.

        CompareOneCollectionsPair.
           IF CollQueueMaxDays(CollQueuePairIndex)
               > CollQueueMaxDays(CollQueueIndex)
               OR (CollQueueMaxDays(CollQueuePairIndex)
                   = CollQueueMaxDays(CollQueueIndex)
               AND CollQueueFollowUp(CollQueuePairIndex)
                   < CollQueueFollowUp(CollQueueIndex))
               MOVE CollQueueEntry(CollQueueIndex) TO CollQueueSwapArea
               MOVE CollQueueEntry(CollQueuePairIndex)
                   TO CollQueueEntry(CollQueueIndex)
               MOVE CollQueueSwapArea
                   TO CollQueueEntry(CollQueuePairIndex)
           END-IF
           ADD 1 TO CollQueuePairIndex.

        ShowCollectionsQueue.
           DISPLAY " ".
           DISPLAY "COLLECTIONS WORK QUEUE - " ReportRunDate(5:2) "/"
               ReportRunDate(7:2) "/" ReportRunDate(1:4).
           IF CollQueueCount = 0
               DISPLAY "No customers are past due."
           ELSE
               MOVE 0 TO CollQueueIndex
               PERFORM ShowOneCollectionsQueueEntry
                   CollQueueCount TIMES
               DISPLAY "Customers past due: " CollQueueCount
           END-IF.

        ShowOneCollectionsQueueEntry.
           ADD 1 TO CollQueueIndex
           MOVE CollQueueCustNumber(CollQueueIndex) TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "** CUSTOMER NOT ON FILE **" TO CUST-NAME
           END-READ
           MOVE CollQueuePastDue(CollQueueIndex) TO OpenBalanceDisplay
           DISPLAY CollQueueCustNumber(CollQueueIndex) "  "
               CUST-NAME "  PAST DUE " OpenBalanceDisplay
               "  OLDEST " CollQueueMaxDays(CollQueueIndex)
               " DAYS PAST DUE"
           IF CollQueueFollowUp(CollQueueIndex) = 0
               DISPLAY "        FOLLOW-UP: NONE SET"
           ELSE
               IF CollQueueFollowUp(CollQueueIndex)
                   NOT > ReportRunDate
                   DISPLAY "        FOLLOW-UP: "
                       CollQueueFollowUp(CollQueueIndex)(5:2) "/"
                       CollQueueFollowUp(CollQueueIndex)(7:2) "/"
                       CollQueueFollowUp(CollQueueIndex)(1:4)
                       "  ** DUE **"
               ELSE
                   DISPLAY "        FOLLOW-UP: "
                       CollQueueFollowUp(CollQueueIndex)(5:2) "/"
                       CollQueueFollowUp(CollQueueIndex)(7:2) "/"
                       CollQueueFollowUp(CollQueueIndex)(1:4)
               END-IF
           END-IF
           IF CollQueueNoteDate(CollQueueIndex) = 0
               DISPLAY "        LAST NOTE: NO CONTACT ON FILE"
           ELSE
               MOVE SPACES TO CollPromiseText
               EVALUATE CollQueuePromise(CollQueueIndex)
                   WHEN "O"
                       MOVE "  (PROMISE OPEN)" TO CollPromiseText
                   WHEN "K"
                       MOVE "  (PROMISE KEPT)" TO CollPromiseText
                   WHEN "B"
                       MOVE "  (PROMISE BROKEN)" TO CollPromiseText
               END-EVALUATE
               DISPLAY "        LAST NOTE "
                   CollQueueNoteDate(CollQueueIndex)(5:2) "/"
                   CollQueueNoteDate(CollQueueIndex)(7:2) "/"
                   CollQueueNoteDate(CollQueueIndex)(1:4) ": "
                   CollQueueNoteText(CollQueueIndex) CollPromiseText
           END-IF.

      *> AR option 7 - a note keyed against any customer, not
      *> only those on the queue (a customer who calls in before
      *> they are past due is worth a note too).
        RecordCollectionNote.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT CollNoteCustNumber.
           PERFORM EnterCollectionNoteForCustomer.

        EnterCollectionNoteForCustomer.
           PERFORM OpenCustomerMasterInput
           IF NOT CustomerMasterIsOpen
               MOVE "Customer Master file not found"
                   TO LastActionOutcome
           ELSE
               MOVE CollNoteCustNumber TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       DISPLAY "Customer " CollNoteCustNumber
                           " not found."
                       MOVE "Customer not found"
                           TO LastActionOutcome
                   NOT INVALID KEY
                       DISPLAY "Customer " CUST-NUMBER " - "
                           CUST-NAME "  " CUST-PHONE
                       PERFORM OpenCollectionNoteIO
                       PERFORM PromptAndWriteCollectionNote
                       CLOSE COLLECTION-FILE
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

        PromptAndWriteCollectionNote.
           MOVE SPACES TO COLLECTION-NOTE-RECORD
           MOVE CollNoteCustNumber TO COLL-CUSTOMER-NUMBER
           ACCEPT CurrentDateYYYYMMDD FROM DATE YYYYMMDD
           ACCEPT CurrentTimeHHMMSS FROM TIME
           MOVE CurrentDateYYYYMMDD TO COLL-NOTE-DATE
           MOVE CurrentTimeHHMMSS(1:6) TO COLL-NOTE-TIME
           MOVE CurrentOperatorID TO COLL-OPERATOR
           DISPLAY "Contact name: " WITH NO ADVANCING
           ACCEPT COLL-CONTACT-NAME
           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT COLL-NOTE-TEXT
           MOVE 0 TO COLL-PROMISE-PAID
           MOVE 0 TO COLL-PROMISE-DATE
           DISPLAY "Promise-to-pay amount (0 if none): "
               WITH NO ADVANCING
           ACCEPT CollPromiseAmountReply
           MOVE CollPromiseAmountReply TO COLL-PROMISE-AMOUNT
           IF COLL-PROMISE-AMOUNT > 0
               SET COLL-PROMISE-OPEN TO TRUE
               MOVE "N" TO CollDateAcceptedSwitch
               PERFORM AcceptCollectionPromiseDate
                   UNTIL CollDateAccepted
           ELSE
               SET COLL-NO-PROMISE TO TRUE
           END-IF
           MOVE "N" TO CollDateAcceptedSwitch
           PERFORM AcceptCollectionFollowUpDate
               UNTIL CollDateAccepted
           WRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to write collection note - "
                       "status " CollectionFileStatus
                       " (try again in a moment)."
                   MOVE "Collection note not recorded"
                       TO LastActionOutcome
               NOT INVALID KEY
                   DISPLAY "Collection note recorded."
                   MOVE "Collection note recorded"
                       TO LastActionOutcome
                   PERFORM WriteCollectionNoteAuditEntry
           END-WRITE.

      *> A promise is for today or later - a date already gone
      *> would be broken before the note is saved.
        AcceptCollectionPromiseDate.
           DISPLAY "Promised payment date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT CollDateReply
           SET DSRV-VALIDATE-DATE TO TRUE
           MOVE CollDateReply TO DSRV-DATE-1
           CALL "DateServices" USING DATE-SERVICE-AREA
           IF NOT DSRV-DATE-IS-VALID
               DISPLAY "Not a valid date - please re-enter."
           ELSE
               IF CollDateReply < CurrentDateYYYYMMDD
                   DISPLAY "The promised date cannot be in the "
                       "past."
               ELSE
                   MOVE CollDateReply TO COLL-PROMISE-DATE
                   MOVE "Y" TO CollDateAcceptedSwitch
               END-IF
           END-IF.

        AcceptCollectionFollowUpDate.
           DISPLAY "Next follow-up date (YYYYMMDD, 0 if none): "
               WITH NO ADVANCING
           ACCEPT CollDateReply
           IF CollDateReply = 0
               MOVE 0 TO COLL-FOLLOWUP-DATE
               MOVE "Y" TO CollDateAcceptedSwitch
           ELSE
               SET DSRV-VALIDATE-DATE TO TRUE
               MOVE CollDateReply TO DSRV-DATE-1
               CALL "DateServices" USING DATE-SERVICE-AREA
               IF NOT DSRV-DATE-IS-VALID
                   DISPLAY "Not a valid date - please re-enter."
               ELSE
                   MOVE CollDateReply TO COLL-FOLLOWUP-DATE
                   MOVE "Y" TO CollDateAcceptedSwitch
               END-IF
           END-IF.

        WriteCollectionNoteAuditEntry.
           MOVE "Collection note" TO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           IF COLL-PROMISE-OPEN
               MOVE COLL-PROMISE-AMOUNT TO OpenBalanceDisplay
               STRING "Customer " COLL-CUSTOMER-NUMBER
                   " promised " OpenBalanceDisplay " by "
                   COLL-PROMISE-DATE
                   DELIMITED BY SIZE INTO AuditOutcomeText
           ELSE
               STRING "Note recorded for customer "
                   COLL-CUSTOMER-NUMBER
                   DELIMITED BY SIZE INTO AuditOutcomeText
           END-IF
           PERFORM WriteAuditLogEntry.

        OpenCollectionNoteIO.
           OPEN I-O COLLECTION-FILE.
           IF CollectionFileStatus = "35"
               OPEN OUTPUT COLLECTION-FILE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Promise keeping - called by payment posting for every
      *> payment it applies.  The payment counts toward the
      *> customer's open promises oldest first, provided it was
      *> made between the day the promise was given and the day
      *> it fell due; a promise paid in full is marked kept.
      *> Credit memos are not money from the customer and keep
      *> no promise.
      *> ----------------------------------------------------------
        CreditPaymentToPromises.
           IF CollectionFileIsOpen AND NOT PayIsCreditMemo
               MOVE PAY-AMOUNT TO CollPaymentRemaining
               MOVE PAY-CUSTOMER-NUMBER TO COLL-CUSTOMER-NUMBER
               MOVE 0 TO COLL-NOTE-DATE
               MOVE 0 TO COLL-NOTE-TIME
               MOVE "N" TO EndOfCollectionFileSwitch
               START COLLECTION-FILE KEY IS NOT LESS THAN COLL-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfCollectionFileSwitch
               END-START
               PERFORM CreditPaymentToOnePromise
                   UNTIL EndOfCollectionFile
                   OR CollPaymentRemaining NOT > 0
           END-IF.

        CreditPaymentToOnePromise.
           READ COLLECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCollectionFileSwitch
               NOT AT END
                   IF COLL-CUSTOMER-NUMBER NOT = PAY-CUSTOMER-NUMBER
                       MOVE "Y" TO EndOfCollectionFileSwitch
                   ELSE
                       IF COLL-PROMISE-OPEN
                           AND PAY-DATE NOT < COLL-NOTE-DATE
                           AND PAY-DATE NOT > COLL-PROMISE-DATE
                           PERFORM ApplyPaymentToCurrentPromise
                       END-IF
                   END-IF
           END-READ.

        ApplyPaymentToCurrentPromise.
           IF COLL-PROMISE-PAID NOT NUMERIC
               MOVE ZERO TO COLL-PROMISE-PAID
           END-IF
           COMPUTE CollPromiseShortfall =
               COLL-PROMISE-AMOUNT - COLL-PROMISE-PAID
           IF CollPaymentRemaining < CollPromiseShortfall
               MOVE CollPaymentRemaining TO CollPromiseShortfall
           END-IF
           ADD CollPromiseShortfall TO COLL-PROMISE-PAID
           SUBTRACT CollPromiseShortfall FROM CollPaymentRemaining
           IF COLL-PROMISE-PAID NOT < COLL-PROMISE-AMOUNT
               SET COLL-PROMISE-KEPT TO TRUE
               ADD 1 TO PromisesKept
           END-IF
           REWRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update promise for customer "
                       COLL-CUSTOMER-NUMBER " - status "
                       CollectionFileStatus
           END-REWRITE.

      *> ----------------------------------------------------------
      *> Broken-promise report - AR option 8, run daily (batch
      *> sub-choice 8).  Every promise still open once its date
      *> has passed was not met by a payment posted in time; it
      *> is listed with what did come in and what is short, and
      *> marked broken so tomorrow's run does not list it again.
      *> ----------------------------------------------------------
        PrintBrokenPromiseReport.
           MOVE "BPR" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN I-O COLLECTION-FILE.
           IF CollectionFileStatus = "35"
               DISPLAY "Collection note file not found - no "
                   "promises to check."
               MOVE "Collection note file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenCustomerMasterInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "BROKEN PROMISES TO PAY" TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO PromisesBroken
               MOVE 0 TO CollShortfallTotal
               PERFORM WriteReportPageHeader
               MOVE LOW-VALUES TO COLL-KEY
               MOVE "N" TO EndOfCollectionFileSwitch
               START COLLECTION-FILE KEY IS NOT LESS THAN COLL-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfCollectionFileSwitch
               END-START
               PERFORM CheckOnePromise UNTIL EndOfCollectionFile
               MOVE CollShortfallTotal TO OpenBalanceDisplay
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "PROMISES BROKEN: " PromisesBroken
                   "     TOTAL SHORT: " OpenBalanceDisplay
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF CustomerMasterIsOpen
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE COLLECTION-FILE
               DISPLAY "Broken promises: " PromisesBroken
                   " - report written to " ReportOutputName "."
               MOVE "Broken-promise report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        CheckOnePromise.
           READ COLLECTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfCollectionFileSwitch
               NOT AT END
                   IF COLL-PROMISE-OPEN
                       AND COLL-PROMISE-DATE < ReportRunDate
                       PERFORM FlagOneBrokenPromise
                   END-IF
           END-READ.

        FlagOneBrokenPromise.
           IF COLL-PROMISE-PAID NOT NUMERIC
               MOVE ZERO TO COLL-PROMISE-PAID
           END-IF
           COMPUTE CollPromiseShortfall =
               COLL-PROMISE-AMOUNT - COLL-PROMISE-PAID
           ADD 1 TO PromisesBroken
           ADD CollPromiseShortfall TO CollShortfallTotal
           MOVE SPACES TO CUST-NAME
           IF CustomerMasterIsOpen
               MOVE COLL-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "** CUSTOMER NOT ON FILE **"
                           TO CUST-NAME
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING COLL-CUSTOMER-NUMBER "  " CUST-NAME
               "  NOTE " COLL-NOTE-DATE(5:2) "/" COLL-NOTE-DATE(7:2)
               "/" COLL-NOTE-DATE(1:4) "  BY " COLL-OPERATOR
               "  CONTACT " COLL-CONTACT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteBrokenPromiseReportLine
           MOVE COLL-PROMISE-AMOUNT TO OpenBalanceDisplay
           MOVE COLL-PROMISE-PAID TO CollPaidDisplay
           MOVE CollPromiseShortfall TO CollShortDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "        PROMISED " OpenBalanceDisplay
               " BY " COLL-PROMISE-DATE(5:2) "/"
               COLL-PROMISE-DATE(7:2) "/" COLL-PROMISE-DATE(1:4)
               "  PAID " CollPaidDisplay
               "  SHORT " CollShortDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteBrokenPromiseReportLine
           SET COLL-PROMISE-BROKEN TO TRUE
           REWRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark promise broken for "
                       "customer " COLL-CUSTOMER-NUMBER " - status "
                       CollectionFileStatus
           END-REWRITE.

        WriteBrokenPromiseReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Open receivables by customer - sweeps the Order Master
      *> in the same month from charging anyone twice.
      *> ----------------------------------------------------------
        AssessFinanceCharges.
           ACCEPT PostingDate FROM DATE YYYYMMDD
           MOVE "N" TO PostingRedateSwitch
           PERFORM CheckPostingPeriod
           IF PostingWasRejected
               DISPLAY "Fiscal period " DSRV-PERIOD-ID " is closed "
                   "- no finance charges assessed."
               MOVE "Finance charges refused - fiscal period closed"
                   TO LastActionOutcome
           ELSE
               PERFORM RunFinanceChargeAssessment
           END-IF.

        RunFinanceChargeAssessment.
           OPEN I-O ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - nothing "
                   END-IF
           END-READ.

      *> Judged from the order's due date, the same way the
      *> collections queue judges it.
        CheckOneOrderPastDue.
           PERFORM ComputeOrderPastDueAge
           IF OpenBalance > 0 AND DaysPastDue > 0
               PERFORM AssessChargeOnCurrentOrder
           END-IF.

      *> One monthly charge per order - an order already stamped
           IF FinChgCustFound
               ADD OpenBalance TO FinChgPastDue(FinChgIndex)
               ADD FinanceChargeAmount TO FinChgAssessed(FinChgIndex)
               IF DaysPastDue > FinChgMaxDays(FinChgIndex)
                   MOVE DaysPastDue TO FinChgMaxDays(FinChgIndex)
                   MOVE OrderDueDate TO FinChgOldestDue(FinChgIndex)
               END-IF
           ELSE
               IF FinChgCustCount < 200
                       TO FinChgPastDue(FinChgCustCount)
                   MOVE FinanceChargeAmount
                       TO FinChgAssessed(FinChgCustCount)
                   MOVE DaysPastDue TO FinChgMaxDays(FinChgCustCount)
                   MOVE OrderDueDate
                       TO FinChgOldestDue(FinChgCustCount)
               ELSE
                   IF NOT FinChgTableIsFull
                       MOVE "Y" TO FinChgTableFullSwitch
           MOVE 0 TO FinChgIndex
           PERFORM WriteOnePastDueNotice FinChgCustCount TIMES.

      *> The letter escalates with how far the customer's oldest
      *> balance is past its due date - a reminder once it is
      *> past due, a second notice after 30 days past due, and a
      *> final notice after 60.
        WriteOnePastDueNotice.
           ADD 1 TO FinChgIndex
           MOVE FinChgCustNumber(FinChgIndex) TO CUST-NUMBER
                       TO CUST-NUMBER
                   MOVE "** CUSTOMER NOT ON FILE **" TO CUST-NAME
           END-READ
           IF FinChgMaxDays(FinChgIndex) > 60
               MOVE "FINAL NOTICE - ACCOUNT ON HOLD"
                   TO FinChgSeverityText
           ELSE
               IF FinChgMaxDays(FinChgIndex) > 30
                   MOVE "SECOND NOTICE" TO FinChgSeverityText
               ELSE
                   MOVE "PAST-DUE REMINDER" TO FinChgSeverityText
           WRITE DUNNING-LINE.
           MOVE SPACES TO DUNNING-LINE
           STRING "OLDEST BALANCE: " FinChgMaxDays(FinChgIndex)
               " DAYS PAST DUE - WAS DUE "
               FinChgOldestDue(FinChgIndex)(5:2) "/"
               FinChgOldestDue(FinChgIndex)(7:2) "/"
               FinChgOldestDue(FinChgIndex)(1:4)
               DELIMITED BY SIZE INTO DUNNING-LINE
           WRITE DUNNING-LINE.
           IF FinChgAssessed(FinChgIndex) > 0
      *> ----------------------------------------------------------
      *> GL journal extract - the period-end bridge to the
      *> accounting system.  Each not-yet-extracted invoice
      *> becomes balanced journal lines: receivables (1200)
      *> debited, sales (4000), tax payable (2200) and freight
      *> income (4100) credited.  Each payment since the last
      *> run becomes cash (1000) against receivables - a credit
      *> memo debits returns (4500) instead of cash - and an
      *> early-payment discount the payment earned is debited to
      *> discounts allowed (4900) against receivables.  Each
      *> posted write-off debits bad debt (6100) against
      *> receivables.  Vendor bills debit inventory (1300)
      *> against payables (2000) when approved, and payables
      *> against cash when paid.  Invoices, write-offs and
      *> vendor bills are stamped as extracted and the payment
      *> cutoff is advanced, so running the extract twice cannot
      *> double-post a period.  The batch trailer proves debits
      *> equal credits.
      *> ----------------------------------------------------------
               MOVE 0 TO GLInvoicesExtracted
               MOVE 0 TO GLPaymentsExtracted
               MOVE 0 TO GLStampFailures
               MOVE 0 TO GLAPEntriesExtracted
               MOVE 0 TO GLWriteOffsExtracted
               MOVE 0 TO GLDebitTotal
               MOVE 0 TO GLCreditTotal
               MOVE SPACES TO GL-POSTING-LINE
               PERFORM ExtractOneInvoiceJournal
                   UNTIL InvoiceFileAtEnd
               PERFORM ExtractPaymentJournals
               PERFORM ExtractWriteOffJournals
               PERFORM ExtractAPJournals
               PERFORM WriteGLBatchTrailer
               CLOSE GL-POSTING-FILE
               PERFORM WriteGLControlRecord
               DISPLAY "GL extract: " GLInvoicesExtracted
                   " invoices, " GLPaymentsExtracted
                   " payments journalized to GLPOST."
               DISPLAY "GL extract: " GLWriteOffsExtracted
                   " write-offs journalized to GLPOST."
               DISPLAY "GL extract: " GLAPEntriesExtracted
                   " payables entries journalized to GLPOST."
               IF GLStampFailures > 0
                   DISPLAY "WARNING - " GLStampFailures
                       " invoice(s), voucher(s) or write-off(s) "
                       "could not be "
                       "stamped "
                       "extracted and WILL journalize again "
                       "next run - do not post or rerun until "
                       "corrected; see the invoice numbers "
               MOVE INV-TAX-AMOUNT TO GLAmountWork
               PERFORM WriteGLJournalLine
           END-IF
           IF INV-FREIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO INV-FREIGHT-AMOUNT
           END-IF
           IF INV-FREIGHT-AMOUNT > 0
               MOVE "CR" TO GLDrCr
               MOVE "4100" TO GLAccount
               MOVE INV-FREIGHT-AMOUNT TO GLAmountWork
               PERFORM WriteGLJournalLine
           END-IF
           MOVE GLCutoffDate TO INV-GL-EXTRACT-DATE
           REWRITE INVOICE-RECORD
               INVALID KEY
                   ADD 1 TO GLInvoicesExtracted
           END-REWRITE.

      *> The Order Master is read alongside so a discount is
      *> only journalized when posting actually allowed it.
        ExtractPaymentJournals.
           OPEN INPUT PAYMENT-FILE.
           IF PaymentFileStatus NOT = "35"
               OPEN INPUT ORDER-MASTER
               MOVE 0 TO PaymentFileSeq
               MOVE "N" TO EndOfPaymentFileSwitch
               PERFORM ExtractOnePaymentJournal
                   UNTIL EndOfPaymentFile
               IF OrderFileStatus NOT = "35"
                   CLOSE ORDER-MASTER
               END-IF
               CLOSE PAYMENT-FILE
           END-IF.

               AT END
                   MOVE "Y" TO EndOfPaymentFileSwitch
               NOT AT END
                   ADD 1 TO PaymentFileSeq
                   IF PAY-DATE NUMERIC
                       AND PAY-DATE > GLLastPayDate
                       AND PAY-DATE < GLCutoffDate
           MOVE "1200" TO GLAccount
           MOVE PAY-AMOUNT TO GLAmountWork
           PERFORM WriteGLJournalLine
           IF PAY-DISCOUNT-TAKEN NUMERIC
               AND PAY-DISCOUNT-TAKEN > 0
               PERFORM JournalizePaymentDiscount
           END-IF
           ADD 1 TO GLPaymentsExtracted.

      *> An allowed early-payment discount settles receivable
      *> with no cash behind it - sales discounts (4900) against
      *> receivables.  Posting stamps the order with the
      *> discount it allowed and the payment that earned it;
      *> only that payment journalizes it - a disallowed one,
      *> or a later remittance for the same amount, does not.
      *> Orders stamped before the payment was kept fall back
      *> to matching the amount inside the discount date.
        JournalizePaymentDiscount.
           IF OrderFileStatus NOT = "35"
               AND PAY-ORDER-NUMBER NUMERIC
               AND PAY-ORDER-NUMBER > 0
               MOVE PAY-ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAY-DATE TO DiscMatchPayDate
                       MOVE PaymentFileSeq TO DiscMatchPaySeq
                       MOVE PAY-DISCOUNT-TAKEN TO DiscMatchAmount
                       PERFORM MatchDiscountPayment
                       IF DiscountPaymentMatched
                           MOVE "DR" TO GLDrCr
                           MOVE "4900" TO GLAccount
                           MOVE PAY-DISCOUNT-TAKEN TO GLAmountWork
                           PERFORM WriteGLJournalLine
                           MOVE "CR" TO GLDrCr
                           MOVE "1200" TO GLAccount
                           MOVE PAY-DISCOUNT-TAKEN TO GLAmountWork
                           PERFORM WriteGLJournalLine
                       END-IF
               END-READ
           END-IF.

      *> Called with the order in ORDER-RECORD and the payment's
      *> date, PAYFILE record number and discount in the
      *> DiscMatch fields.
        MatchDiscountPayment.
           MOVE "N" TO DiscountPaymentSwitch
           IF ORD-DISC-TAKEN NUMERIC
               AND ORD-DISC-TAKEN > 0
               AND ORD-DISC-TAKEN = DiscMatchAmount
               IF ORD-DISC-PAY-SEQ NUMERIC
                   AND ORD-DISC-PAY-DATE NUMERIC
                   IF ORD-DISC-PAY-SEQ = DiscMatchPaySeq
                       AND ORD-DISC-PAY-DATE = DiscMatchPayDate
                       MOVE "Y" TO DiscountPaymentSwitch
                   END-IF
               ELSE
                   IF ORD-DISC-DATE NUMERIC
                       AND DiscMatchPayDate NOT > ORD-DISC-DATE
                       MOVE "Y" TO DiscountPaymentSwitch
                   END-IF
               END-IF
           END-IF.

      *> A posted write-off settles receivable with no cash
      *> behind it - bad debt expense (6100) against receivables
      *> (1200) - journalized once, fenced by the write-off's own
      *> extracted stamp the way payables are.
        ExtractWriteOffJournals.
           OPEN I-O WRITE-OFF-FILE.
           IF WriteOffFileStatus NOT = "35"
               MOVE ZERO TO WOFF-ORDER-NUMBER
               MOVE "N" TO EndOfWriteOffSwitch
               START WRITE-OFF-FILE
                   KEY IS NOT LESS THAN WOFF-ORDER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfWriteOffSwitch
               END-START
               PERFORM ExtractOneWriteOffJournal
                   UNTIL EndOfWriteOffFile
               CLOSE WRITE-OFF-FILE
           END-IF.

        ExtractOneWriteOffJournal.
           READ WRITE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfWriteOffSwitch
               NOT AT END
                   IF WOFF-STATUS-POSTED
                       AND (WOFF-GL-DATE NOT NUMERIC
                           OR WOFF-GL-DATE = 0)
                       PERFORM JournalizeOneWriteOff
                   END-IF
           END-READ.

        JournalizeOneWriteOff.
           MOVE SPACES TO GLSourceText
           STRING "WRITE-OFF ORDER " WOFF-ORDER-NUMBER
               DELIMITED BY SIZE INTO GLSourceText
           MOVE "DR" TO GLDrCr
           MOVE "6100" TO GLAccount
           MOVE WOFF-AMOUNT TO GLAmountWork
           PERFORM WriteGLJournalLine
           MOVE "CR" TO GLDrCr
           MOVE "1200" TO GLAccount
           PERFORM WriteGLJournalLine
           MOVE GLCutoffDate TO WOFF-GL-DATE
           REWRITE WRITE-OFF-RECORD
               INVALID KEY
                   DISPLAY "Unable to stamp write-off for order "
                       WOFF-ORDER-NUMBER " extracted - status "
                       WriteOffFileStatus "; its journal lines "
                       "are on GLPOST and will double-post if "
                       "rerun uncorrected."
                   ADD 1 TO GLStampFailures
               NOT INVALID KEY
                   ADD 1 TO GLWriteOffsExtracted
           END-REWRITE.

        ExtractAPJournals.
           OPEN I-O AP-INVOICE-FILE.
           IF APInvoiceFileStatus NOT = "35"
               MOVE ZERO TO APINV-VOUCHER-NUMBER
               MOVE "N" TO EndOfAPInvoiceSwitch
               START AP-INVOICE-FILE
                   KEY IS NOT LESS THAN APINV-VOUCHER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfAPInvoiceSwitch
               END-START
               PERFORM ExtractOneAPJournal UNTIL EndOfAPInvoiceFile
               CLOSE AP-INVOICE-FILE
           END-IF.

      *> A vendor bill journalizes once when it is approved -
      *> inventory (1300) against accounts payable (2000) - and
      *> once when it is paid - payables against cash - each
      *> side fenced by its own extracted stamp.  A held bill is
      *> not yet a liability and waits for its release.
        ExtractOneAPJournal.
           READ AP-INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfAPInvoiceSwitch
               NOT AT END
                   MOVE "N" TO APJournalledSwitch
                   IF (APINV-STATUS-APPROVED OR APINV-STATUS-PAID)
                       AND (APINV-GL-INV-DATE NOT NUMERIC
                           OR APINV-GL-INV-DATE = 0)
                       PERFORM JournalizeOneAPInvoice
                   END-IF
                   IF APINV-STATUS-PAID
                       AND (APINV-GL-PAY-DATE NOT NUMERIC
                           OR APINV-GL-PAY-DATE = 0)
                       PERFORM JournalizeOneAPPayment
                   END-IF
                   IF APWasJournalled
                       PERFORM StampAPInvoiceExtracted
                   END-IF
           END-READ.

        JournalizeOneAPInvoice.
           MOVE SPACES TO GLSourceText
           STRING "AP VOUCHER " APINV-VOUCHER-NUMBER
               DELIMITED BY SIZE INTO GLSourceText
           MOVE "DR" TO GLDrCr
           MOVE "1300" TO GLAccount
           MOVE APINV-AMOUNT TO GLAmountWork
           PERFORM WriteGLJournalLine
           MOVE "CR" TO GLDrCr
           MOVE "2000" TO GLAccount
           PERFORM WriteGLJournalLine
           MOVE GLCutoffDate TO APINV-GL-INV-DATE
           MOVE "Y" TO APJournalledSwitch
           ADD 1 TO GLAPEntriesExtracted.

        JournalizeOneAPPayment.
           MOVE SPACES TO GLSourceText
           STRING "AP CHECK " APINV-CHECK-NUMBER
               " VOUCHER " APINV-VOUCHER-NUMBER
               DELIMITED BY SIZE INTO GLSourceText
           MOVE "DR" TO GLDrCr
           MOVE "2000" TO GLAccount
           MOVE APINV-AMOUNT TO GLAmountWork
           PERFORM WriteGLJournalLine
           MOVE "CR" TO GLDrCr
           MOVE "1000" TO GLAccount
           PERFORM WriteGLJournalLine
           MOVE GLCutoffDate TO APINV-GL-PAY-DATE
           MOVE "Y" TO APJournalledSwitch
           ADD 1 TO GLAPEntriesExtracted.

      *> Same double-post hazard as an unstamped invoice - the
      *> lines are on GLPOST, so the failure is counted.
        StampAPInvoiceExtracted.
           REWRITE AP-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to stamp voucher "
                       APINV-VOUCHER-NUMBER " extracted - status "
                       APInvoiceFileStatus "; its journal lines "
                       "are on GLPOST and will double-post if "
                       "rerun uncorrected."
                   ADD 1 TO GLStampFailures
           END-REWRITE.

        WriteGLJournalLine.
           MOVE GLAmountWork TO InvoiceAmountDisplay
           MOVE SPACES TO GL-POSTING-LINE
        LoadStatementPayments.
           MOVE 0 TO StatementPayCount
           MOVE "N" TO StatementPayFullSwitch
           MOVE 0 TO PaymentFileSeq
           OPEN INPUT PAYMENT-FILE.
           IF PaymentFileStatus NOT = "35"
               MOVE "N" TO EndOfPaymentFileSwitch
               AT END
                   MOVE "Y" TO EndOfPaymentFileSwitch
               NOT AT END
                   ADD 1 TO PaymentFileSeq
                   IF StatementPayCount < 500
                       ADD 1 TO StatementPayCount
                       MOVE PAY-CUSTOMER-NUMBER
                           TO StmtPayAmount(StatementPayCount)
                       MOVE PAY-DATE
                           TO StmtPayDate(StatementPayCount)
                       MOVE PaymentFileSeq
                           TO StmtPaySeq(StatementPayCount)
                       IF PAY-DISCOUNT-TAKEN NUMERIC
                           MOVE PAY-DISCOUNT-TAKEN
                               TO StmtPayDiscount(StatementPayCount)
                       ELSE
                           MOVE ZERO
                               TO StmtPayDiscount(StatementPayCount)
                       END-IF
                   ELSE
                       IF NOT StatementPayTableFull
                           MOVE "Y" TO StatementPayFullSwitch
      *> the past-due notices.
        StatementOneOpenInvoice.
           MOVE ZERO TO ORD-AMOUNT-PAID
           MOVE ZERO TO ORD-DISC-TAKEN
           MOVE ZERO TO ORD-DISC-PAY-SEQ
           MOVE ZERO TO StatementFinChg
           IF OrderFileStatus NOT = "35"
               MOVE INV-ORDER-NUMBER TO ORD-NUMBER
               READ ORDER-MASTER
                   INVALID KEY
                       MOVE ZERO TO ORD-AMOUNT-PAID
                       MOVE ZERO TO ORD-DISC-TAKEN
                       MOVE ZERO TO ORD-DISC-PAY-SEQ
                   NOT INVALID KEY
                       IF ORD-FIN-CHG-AMOUNT NUMERIC
                           MOVE ORD-FIN-CHG-AMOUNT
               IF ORD-AMOUNT-PAID NOT NUMERIC
                   MOVE ZERO TO ORD-AMOUNT-PAID
               END-IF
               IF ORD-DISC-TAKEN NOT NUMERIC
                   MOVE ZERO TO ORD-DISC-TAKEN
               END-IF
           END-IF
           COMPUTE StatementOpenAmount =
               INV-TOTAL-AMOUNT + StatementFinChg
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> An invoice raised before terms existed was due on its
      *> own date.
        WriteStatementInvoiceLine.
           MOVE INV-TOTAL-AMOUNT TO InvoiceAmountDisplay
           MOVE StatementOpenAmount TO OpenBalanceDisplay
           IF INV-DUE-DATE NOT NUMERIC OR INV-DUE-DATE = 0
               MOVE INV-DATE TO OrderDueDate
           ELSE
               MOVE INV-DUE-DATE TO OrderDueDate
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "INVOICE " INV-NUMBER "  " INV-DATE-MM "/"
               INV-DATE-DD "/" INV-DATE-CCYY "  DUE "
               OrderDueDate(5:2) "/" OrderDueDate(7:2) "/"
               OrderDueDate(1:4) "  AMOUNT "
               InvoiceAmountDisplay "  OPEN " OpenBalanceDisplay
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.
                   "  " InvoiceAmountDisplay
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE StmtPayDate(StatementPayIndex)
                   TO DiscMatchPayDate
               MOVE StmtPaySeq(StatementPayIndex) TO DiscMatchPaySeq
               MOVE StmtPayDiscount(StatementPayIndex)
                   TO DiscMatchAmount
               PERFORM MatchDiscountPayment
               IF DiscountPaymentMatched
                   MOVE StmtPayDiscount(StatementPayIndex)
                       TO InvoiceAmountDisplay
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "    DISCOUNT TAKEN    " InvoiceAmountDisplay
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF.

        WriteStatementTrailer.
           DISPLAY "9. Reprint a Kept Report".
           DISPLAY "10. Salesperson Commission (month)".
           DISPLAY "11. Sales Tax Liability by State (month)".
           DISPLAY "12. Gross Margin by Item and Customer".
           DISPLAY "13. Inventory Valuation".
           DISPLAY "14. Expiring Exemption Certificates".
           DISPLAY "0. Return to Main Menu".
           DISPLAY " ======================================= ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
                   PERFORM PrintCommissionReport
               WHEN 11
                   PERFORM PrintSalesTaxLiabilityReport
               WHEN 12
                   PERFORM PrintGrossMarginReport
               WHEN 13
                   PERFORM PrintInventoryValuationReport
               WHEN 14
                   PERFORM PrintExpiringCertsReport
               WHEN 0
                   MOVE "Y" TO ReturnToMainMenuSwitch
               WHEN OTHER
           END-IF.
           CLOSE REPORT-FILE.

        PrintOneReconciliationLine.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   ADD 1 TO ReportRecordCount
                   MOVE ORD-CUSTOMER-NUMBER TO CustLookupNumber
                   PERFORM CheckOrderCustomerOnFile
                   IF NOT OrderCustIsValid
                       PERFORM FormatAndWriteReconciliationLine
                   END-IF
           END-READ.

      *> The silent twin of LookUpOrderCustomer - a report sweep
      *> cannot DISPLAY a message per bad order, it prints them.
        CheckOrderCustomerOnFile.
           MOVE "N" TO OrderCustValidSwitch
           MOVE CustLookupNumber TO CUST-NUMBER
           READ CUSTOMER-MASTER KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO ReconReasonText
               NOT INVALID KEY
                   IF CUST-STATUS-ACTIVE
                       MOVE "Y" TO OrderCustValidSwitch
                   ELSE
                       MOVE SPACES TO ReconReasonText
                       STRING "CUSTOMER STATUS " CUST-STATUS
                           DELIMITED BY SIZE INTO ReconReasonText
                   END-IF
           END-READ.

        FormatAndWriteReconciliationLine.
           ADD 1 TO ExceptionCount
           MOVE ORD-TOTAL-AMOUNT TO OrderTotalDisplay
           MOVE SPACES TO REPORT-LINE
           STRING ORD-NUMBER "   " ORD-CUSTOMER-NUMBER "   "
               ORD-DATE-MM "/" ORD-DATE-DD "/" ORD-DATE-CCYY "   "
               ORD-STATUS "   " OrderTotalDisplay "   "
               ReconReasonText
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

        WriteReconciliationTotals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "ORDERS READ: " ReportRecordCount
               "     ORDERS WITH NO ACTIVE CUSTOMER: "
               ExceptionCount
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> ----------------------------------------------------------
      *> Cross-file integrity check - Administration option 10.
      *> Sweeps the Order Master, Order Detail, Invoice Master,
      *> RA file and Item Master for the breaks that actually
      *> hurt: lines with no order, orders whose line count or
      *> subtotal disagrees with their lines, invoices and RAs
      *> pointing at orders that are gone, and allocated counts
      *> that have drifted from what the open order lines still
      *> claim.  Every break prints on a kept report with the
      *> count of each kind at the end.  Repair mode (supervisors
      *> only) also resets each drifted allocated count - item
      *> and warehouse - to the figure rebuilt from the open
      *> lines, logging the before and after to the audit file.
      *> ----------------------------------------------------------
        IntegrityCheck.
           DISPLAY "R)eport only, or F)ix allocated counts "
               "(supervisor+): " WITH NO ADVANCING.
           ACCEPT IntegrityModeReply.
           MOVE "N" TO IntegrityRepairSwitch.
           EVALUATE IntegrityModeReply
               WHEN "R" WHEN "r"
                   PERFORM RunIntegrityCheck
               WHEN "F" WHEN "f"
                   IF OperatorIsSupervisor OR OperatorIsAdmin
                       MOVE "Y" TO IntegrityRepairSwitch
                       PERFORM RunIntegrityCheck
                   ELSE
                       DISPLAY "Allocation rebuild is restricted to "
                           "supervisors and administrators."
                       MOVE "Access denied - allocation rebuild"
                           TO LastActionOutcome
                   END-IF
               WHEN OTHER
                   DISPLAY "Nothing run."
                   MOVE "Integrity check cancelled"
                       TO LastActionOutcome
           END-EVALUATE.

        RunIntegrityCheck.
           MOVE "INT" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - nothing "
                   "to check."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenOrderDetailInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               IF IntegrityIsRepairRun
                   MOVE "INTEGRITY CHECK AND ALLOCATION REBUILD"
                       TO ReportTitle
               ELSE
                   MOVE "CROSS-FILE INTEGRITY CHECK" TO ReportTitle
               END-IF
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO ExceptionCount
               MOVE 0 TO IntegRepairCount
               MOVE 0 TO IntegAllocCount
               MOVE "N" TO IntegAllocFullSwitch
               MOVE "N" TO IntegAllocRunSwitch
               MOVE 0 TO IntegTypeIndex
               PERFORM ZeroOneIntegrityTypeCount 8 TIMES
               PERFORM WriteReportPageHeader
               PERFORM CheckOrdersAgainstLines
               IF OrderDetailIsOpen
                   PERFORM CheckDetailLinesForHeader
               END-IF
               PERFORM CheckInvoicesForOrder
               PERFORM CheckReturnAuthsForOrder
               IF OrderDetailIsOpen
                   CLOSE ORDER-DETAIL
               END-IF
               CLOSE ORDER-MASTER
      *> The rebuilt figures are only trusted when every open
      *> line could be read and tallied - otherwise a repair
      *> would zero claims it simply never saw.
               IF OrderDetailIsOpen AND IntegItemFileIsOpen
                   AND NOT IntegAllocTableIsFull
                   MOVE "Y" TO IntegAllocRunSwitch
                   PERFORM CheckItemAllocations
                   PERFORM CheckWarehouseAllocations
               END-IF
               PERFORM WriteIntegrityTotals
               DISPLAY "Integrity check written to "
                   ReportOutputName " - " ExceptionCount
                   " exception(s)."
               IF IntegrityIsRepairRun AND IntegAllocWasChecked
                   DISPLAY "Allocated counts repaired: "
                       IntegRepairCount
                   MOVE "Integrity check and allocation rebuild run"
                       TO LastActionOutcome
               ELSE
                   MOVE "Integrity check written"
                       TO LastActionOutcome
               END-IF
           END-IF.
           CLOSE REPORT-FILE.

        ZeroOneIntegrityTypeCount.
           ADD 1 TO IntegTypeIndex
           MOVE 0 TO IntegTypeCount(IntegTypeIndex).

      *> Each order against its own lines - how many there are
      *> and what they add up to - and, for an open order, what
      *> each line still has allocated, tallied by item and
      *> warehouse (a kit's claim lands on its components).
        CheckOrdersAgainstLines.
           MOVE "N" TO IntegItemFileSwitch
           OPEN INPUT ITEM-MASTER
           IF ItemFileStatus = "00"
               MOVE "Y" TO IntegItemFileSwitch
           END-IF
           PERFORM StartOrderMasterSweep
           PERFORM CheckOneOrderHeader UNTIL OrderFileAtEnd
           IF IntegItemFileIsOpen
               CLOSE ITEM-MASTER
           END-IF.

        CheckOneOrderHeader.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF OrderDetailIsOpen
                       MOVE 0 TO IntegOrderLinesFound
                       MOVE 0 TO IntegOrderSubtotal
                       PERFORM SweepOneOrdersLines
                       PERFORM CompareOrderHeaderToLines
                   END-IF
           END-READ.

        SweepOneOrdersLines.
           MOVE ORD-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE ZERO TO ORD-DET-LINE-NUMBER
           MOVE "N" TO IntegOrderAtEndSwitch
           START ORDER-DETAIL
               KEY IS NOT LESS THAN ORD-DET-KEY
               INVALID KEY
                   MOVE "Y" TO IntegOrderAtEndSwitch
           END-START
           PERFORM TallyOneOrderLine UNTIL IntegOrderLinesAtEnd.

        TallyOneOrderLine.
           READ ORDER-DETAIL NEXT RECORD
               AT END
                   MOVE "Y" TO IntegOrderAtEndSwitch
               NOT AT END
                   IF ORD-DET-ORDER-NUMBER NOT = ORD-NUMBER
                       MOVE "Y" TO IntegOrderAtEndSwitch
                   ELSE
                       ADD 1 TO IntegOrderLinesFound
                       ADD ORD-DET-EXT-PRICE TO IntegOrderSubtotal
                       IF ORD-STATUS-OPEN
                           PERFORM AccumulateLineAllocation
                       END-IF
                   END-IF
           END-READ.

        CompareOrderHeaderToLines.
           IF IntegOrderLinesFound NOT = ORD-LINE-COUNT
               MOVE 2 TO IntegTypeIndex
               MOVE SPACES TO IntegKeyText
               STRING "ORDER " ORD-NUMBER
                   DELIMITED BY SIZE INTO IntegKeyText
               MOVE SPACES TO IntegReasonText
               STRING "HEADER SAYS " ORD-LINE-COUNT " LINES, "
                   IntegOrderLinesFound " ON FILE"
                   DELIMITED BY SIZE INTO IntegReasonText
               PERFORM WriteIntegrityException
           END-IF
           IF IntegOrderSubtotal NOT = ORD-SUBTOTAL
               MOVE 3 TO IntegTypeIndex
               MOVE SPACES TO IntegKeyText
               STRING "ORDER " ORD-NUMBER
                   DELIMITED BY SIZE INTO IntegKeyText
               MOVE ORD-SUBTOTAL TO IntegAmountDisplay
               MOVE IntegOrderSubtotal TO IntegAmountDisplay2
               MOVE SPACES TO IntegReasonText
               STRING "HEADER " IntegAmountDisplay "  LINES "
                   IntegAmountDisplay2
                   DELIMITED BY SIZE INTO IntegReasonText
               PERFORM WriteIntegrityException
           END-IF.

      *> What the line still claims is the same figure a cancel
      *> would hand back - ordered less shipped less whatever
      *> is still short on backorder.
        AccumulateLineAllocation.
           IF ORD-DET-QTY-SHIPPED NOT NUMERIC
               MOVE ZERO TO ORD-DET-QTY-SHIPPED
           END-IF
           PERFORM ComputeDetailLineShortQty
           IF ORD-DET-QTY-SHIPPED + LineShortQty < ORD-DET-ITEM-QTY
               COMPUTE IntegLineOutstanding =
                   ORD-DET-ITEM-QTY - ORD-DET-QTY-SHIPPED
                   - LineShortQty
               IF IntegItemFileIsOpen
                   PERFORM AddLineToAllocTable
               END-IF
           END-IF.

        AddLineToAllocTable.
           MOVE ORD-DET-ITEM-NUMBER TO ITEM-NUMBER
           READ ITEM-MASTER
               INVALID KEY
                   MOVE 6 TO IntegTypeIndex
                   MOVE SPACES TO IntegKeyText
                   STRING "ORDER " ORD-NUMBER " LINE "
                       ORD-DET-LINE-NUMBER
                       DELIMITED BY SIZE INTO IntegKeyText
                   MOVE SPACES TO IntegReasonText
                   STRING "ITEM " ORD-DET-ITEM-NUMBER
                       " NOT ON ITEM MASTER - OPEN QTY "
                       IntegLineOutstanding
                       DELIMITED BY SIZE INTO IntegReasonText
                   PERFORM WriteIntegrityException
               NOT INVALID KEY
                   IF ITEM-IS-KIT
                       MOVE ITEM-NUMBER TO KitItemHold
                       PERFORM LoadKitComponents
                       MOVE 0 TO KitComponentIndex
                       PERFORM AddKitComponentToAllocTable
                           KitComponentCount TIMES
                   ELSE
                       MOVE ITEM-NUMBER TO IntegAllocItemWanted
                       MOVE IntegLineOutstanding
                           TO IntegAllocQtyToAdd
                       PERFORM AddToAllocTable
                   END-IF
           END-READ.

        AddKitComponentToAllocTable.
           ADD 1 TO KitComponentIndex
           MOVE KitComponentItem(KitComponentIndex)
               TO IntegAllocItemWanted
           COMPUTE IntegAllocQtyToAdd =
               IntegLineOutstanding
               * KitComponentQtyPer(KitComponentIndex)
               ON SIZE ERROR
                   MOVE 9999999 TO IntegAllocQtyToAdd
           END-COMPUTE
           PERFORM AddToAllocTable.

        AddToAllocTable.
           MOVE ORD-WAREHOUSE TO IntegAllocWhseWanted
           PERFORM FindAllocTableEntry
           IF IntegAllocEntryFound
               ADD IntegAllocQtyToAdd
                   TO IntegAllocQty(IntegAllocIndex)
                   ON SIZE ERROR
                       MOVE 9999999 TO IntegAllocQty(IntegAllocIndex)
               END-ADD
           ELSE
               IF IntegAllocCount < 500
                   ADD 1 TO IntegAllocCount
                   MOVE IntegAllocItemWanted
                       TO IntegAllocItem(IntegAllocCount)
                   MOVE IntegAllocWhseWanted
                       TO IntegAllocWhse(IntegAllocCount)
                   MOVE IntegAllocQtyToAdd
                       TO IntegAllocQty(IntegAllocCount)
                   MOVE "N" TO IntegAllocMatched(IntegAllocCount)
               ELSE
                   MOVE "Y" TO IntegAllocFullSwitch
               END-IF
           END-IF.

        FindAllocTableEntry.
           MOVE "N" TO IntegAllocFoundSwitch
           MOVE 0 TO IntegAllocIndex
           PERFORM MatchOneAllocTableEntry
               UNTIL IntegAllocEntryFound
               OR IntegAllocIndex NOT < IntegAllocCount.

        MatchOneAllocTableEntry.
           ADD 1 TO IntegAllocIndex
           IF IntegAllocItem(IntegAllocIndex) = IntegAllocItemWanted
               AND IntegAllocWhse(IntegAllocIndex)
                   = IntegAllocWhseWanted
               MOVE "Y" TO IntegAllocFoundSwitch
           END-IF.

      *> Every line on the Order Detail file must belong to an
      *> order still on the Order Master - the archive run takes
      *> an order's lines with it.
        CheckDetailLinesForHeader.
           MOVE ZERO TO ORD-DET-ORDER-NUMBER
           MOVE ZERO TO ORD-DET-LINE-NUMBER
           MOVE "N" TO IntegOrderAtEndSwitch
           START ORDER-DETAIL
               KEY IS NOT LESS THAN ORD-DET-KEY
               INVALID KEY
                   MOVE "Y" TO IntegOrderAtEndSwitch
           END-START
           PERFORM CheckOneDetailLineHeader
               UNTIL IntegOrderLinesAtEnd.

        CheckOneDetailLineHeader.
           READ ORDER-DETAIL NEXT RECORD
               AT END
                   MOVE "Y" TO IntegOrderAtEndSwitch
               NOT AT END
                   MOVE ORD-DET-ORDER-NUMBER TO IntegLookupOrder
                   PERFORM LookUpIntegOrder
                   IF NOT IntegOrderIsOnFile
                       MOVE 1 TO IntegTypeIndex
                       MOVE SPACES TO IntegKeyText
                       STRING "ORDER " ORD-DET-ORDER-NUMBER " LINE "
                           ORD-DET-LINE-NUMBER
                           DELIMITED BY SIZE INTO IntegKeyText
                       MOVE SPACES TO IntegReasonText
                       STRING "ITEM " ORD-DET-ITEM-NUMBER " QTY "
                           ORD-DET-ITEM-QTY " - NO ORDER HEADER"
                           DELIMITED BY SIZE INTO IntegReasonText
                       PERFORM WriteIntegrityException
                   END-IF
           END-READ.

        LookUpIntegOrder.
           MOVE "N" TO IntegOrderFoundSwitch
           MOVE IntegLookupOrder TO ORD-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO IntegOrderFoundSwitch
           END-READ.

      *> An invoice or RA outlives its order once the order is
      *> archived, so an order missing from the Order Master is
      *> only a break when the archive has never heard of it
      *> either.
        CheckIntegOrderArchived.
           MOVE "N" TO IntegArchFoundSwitch
           OPEN INPUT ORDER-ARCHIVE-FILE
           IF OrderArchiveFileStatus = "00"
               MOVE "N" TO EndOfArchiveSwitch
               PERFORM ScanOneArchiveForInteg UNTIL EndOfArchiveFile
               CLOSE ORDER-ARCHIVE-FILE
           END-IF.

        ScanOneArchiveForInteg.
           READ ORDER-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO EndOfArchiveSwitch
               NOT AT END
                   MOVE ORDER-ARCHIVE-LINE TO ORDER-RECORD
                   IF ORD-NUMBER = IntegLookupOrder
                       MOVE "Y" TO IntegArchFoundSwitch
                       MOVE "Y" TO EndOfArchiveSwitch
                   END-IF
           END-READ.

        CheckInvoicesForOrder.
           OPEN INPUT INVOICE-MASTER
           IF InvoiceFileStatus = "00"
               MOVE ZERO TO INV-NUMBER
               MOVE "N" TO EndOfInvoiceSwitch
               START INVOICE-MASTER
                   KEY IS NOT LESS THAN INV-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfInvoiceSwitch
               END-START
               PERFORM CheckOneInvoiceOrder UNTIL InvoiceFileAtEnd
               CLOSE INVOICE-MASTER
           END-IF.

        CheckOneInvoiceOrder.
           READ INVOICE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfInvoiceSwitch
               NOT AT END
                   MOVE INV-ORDER-NUMBER TO IntegLookupOrder
                   PERFORM LookUpIntegOrder
                   IF NOT IntegOrderIsOnFile
                       PERFORM CheckIntegOrderArchived
                       IF NOT IntegOrderIsArchived
                           MOVE 4 TO IntegTypeIndex
                           MOVE SPACES TO IntegKeyText
                           STRING "INVOICE " INV-NUMBER
                               DELIMITED BY SIZE INTO IntegKeyText
                           MOVE SPACES TO IntegReasonText
                           STRING "ORDER " INV-ORDER-NUMBER
                               " NOT ON FILE OR ARCHIVE"
                               DELIMITED BY SIZE INTO IntegReasonText
                           PERFORM WriteIntegrityException
                       END-IF
                   END-IF
           END-READ.

        CheckReturnAuthsForOrder.
           OPEN INPUT RETURN-AUTH-FILE
           IF ReturnAuthFileStatus = "00"
               MOVE ZERO TO RA-NUMBER
               MOVE "N" TO EndOfRAFileSwitch
               START RETURN-AUTH-FILE
                   KEY IS NOT LESS THAN RA-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfRAFileSwitch
               END-START
               PERFORM CheckOneReturnAuthOrder UNTIL EndOfRAFile
               CLOSE RETURN-AUTH-FILE
           END-IF.

        CheckOneReturnAuthOrder.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfRAFileSwitch
               NOT AT END
                   MOVE RA-ORDER-NUMBER TO IntegLookupOrder
                   PERFORM LookUpIntegOrder
                   MOVE SPACES TO IntegReasonText
                   IF IntegOrderIsOnFile
                       IF OrderDetailIsOpen
                           PERFORM CheckReturnAuthLine
                       END-IF
                   ELSE
                       PERFORM CheckIntegOrderArchived
                       IF NOT IntegOrderIsArchived
                           STRING "ORDER " RA-ORDER-NUMBER
                               " NOT ON FILE OR ARCHIVE"
                               DELIMITED BY SIZE INTO IntegReasonText
                       END-IF
                   END-IF
                   IF IntegReasonText NOT = SPACES
                       MOVE 5 TO IntegTypeIndex
                       MOVE SPACES TO IntegKeyText
                       STRING "RA " RA-NUMBER
                           DELIMITED BY SIZE INTO IntegKeyText
                       PERFORM WriteIntegrityException
                   END-IF
           END-READ.

        CheckReturnAuthLine.
           MOVE RA-ORDER-NUMBER TO ORD-DET-ORDER-NUMBER
           MOVE RA-LINE-NUMBER TO ORD-DET-LINE-NUMBER
           READ ORDER-DETAIL
               INVALID KEY
                   STRING "ORDER " RA-ORDER-NUMBER " LINE "
                       RA-LINE-NUMBER " NOT ON FILE"
                       DELIMITED BY SIZE INTO IntegReasonText
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *> Each item's allocated count against the sum of what the
      *> open lines claim of it across every warehouse.  A kit
      *> claims nothing in its own name, so any count on a kit
      *> is drift.
        CheckItemAllocations.
           IF IntegrityIsRepairRun
               OPEN I-O ITEM-MASTER
           ELSE
               OPEN INPUT ITEM-MASTER
           END-IF
           IF ItemFileStatus = "00"
               MOVE LOW-VALUES TO ITEM-NUMBER
               MOVE "N" TO EndOfItemFileSwitch
               START ITEM-MASTER
                   KEY IS NOT LESS THAN ITEM-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfItemFileSwitch
               END-START
               PERFORM CheckOneItemAllocation UNTIL EndOfItemFile
               CLOSE ITEM-MASTER
           END-IF.

        CheckOneItemAllocation.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemFileSwitch
               NOT AT END
                   IF ITEM-QTY-ALLOCATED NUMERIC
                       MOVE ITEM-QTY-ALLOCATED TO IntegItemOnFile
                   ELSE
                       MOVE ZERO TO IntegItemOnFile
                   END-IF
                   MOVE ZERO TO IntegItemRecomputed
                   IF NOT ITEM-IS-KIT
                       MOVE 0 TO IntegAllocIndex
                       PERFORM SumOneItemAllocEntry
                           IntegAllocCount TIMES
                   END-IF
                   IF IntegItemRecomputed NOT = IntegItemOnFile
                       PERFORM ReportItemAllocationDrift
                   END-IF
           END-READ.

        SumOneItemAllocEntry.
           ADD 1 TO IntegAllocIndex
           IF IntegAllocItem(IntegAllocIndex) = ITEM-NUMBER
               ADD IntegAllocQty(IntegAllocIndex)
                   TO IntegItemRecomputed
                   ON SIZE ERROR
                       MOVE 9999999 TO IntegItemRecomputed
               END-ADD
           END-IF.

        ReportItemAllocationDrift.
           MOVE 7 TO IntegTypeIndex
           MOVE SPACES TO IntegKeyText
           STRING "ITEM " ITEM-NUMBER
               DELIMITED BY SIZE INTO IntegKeyText
           MOVE SPACES TO IntegReasonText
           STRING "ALLOCATED " IntegItemOnFile " OPEN LINES NEED "
               IntegItemRecomputed
               DELIMITED BY SIZE INTO IntegReasonText
           IF IntegrityIsRepairRun
               MOVE IntegItemRecomputed TO ITEM-QTY-ALLOCATED
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite item "
                           ITEM-NUMBER " - status " ItemFileStatus
                   NOT INVALID KEY
                       ADD 1 TO IntegRepairCount
                       MOVE "- REPAIRED" TO IntegReasonText(44:10)
                       MOVE ITEM-NUMBER TO IntegAllocItemWanted
                       MOVE SPACES TO IntegAllocWhseWanted
                       PERFORM WriteAllocRepairAuditEntry
               END-REWRITE
           END-IF
           PERFORM WriteIntegrityException.

      *> The same proof for each warehouse's allocated count,
      *> then any warehouse the open lines claim stock at that
      *> has no stock record there at all.
        CheckWarehouseAllocations.
           IF IntegrityIsRepairRun
               OPEN I-O ITEM-WAREHOUSE-FILE
           ELSE
               OPEN INPUT ITEM-WAREHOUSE-FILE
           END-IF
           IF ItemWarehouseFileStatus = "00"
               MOVE LOW-VALUES TO IWH-KEY
               MOVE "N" TO EndOfItemWarehouseSwitch
               START ITEM-WAREHOUSE-FILE
                   KEY IS NOT LESS THAN IWH-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfItemWarehouseSwitch
               END-START
               PERFORM CheckOneWarehouseAllocation
                   UNTIL EndOfItemWarehouseFile
               CLOSE ITEM-WAREHOUSE-FILE
           END-IF
           MOVE 0 TO IntegAllocIndex
           PERFORM CheckOneUnmatchedAllocation IntegAllocCount TIMES.

        CheckOneWarehouseAllocation.
           READ ITEM-WAREHOUSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemWarehouseSwitch
               NOT AT END
                   PERFORM NormalizeItemWarehouseCounts
                   MOVE IWH-QTY-ALLOCATED TO IntegItemOnFile
                   MOVE IWH-ITEM-NUMBER TO IntegAllocItemWanted
                   MOVE IWH-WHSE-CODE TO IntegAllocWhseWanted
                   PERFORM FindAllocTableEntry
                   IF IntegAllocEntryFound
                       MOVE IntegAllocQty(IntegAllocIndex)
                           TO IntegItemRecomputed
                       MOVE "Y" TO IntegAllocMatched(IntegAllocIndex)
                   ELSE
                       MOVE ZERO TO IntegItemRecomputed
                   END-IF
                   IF IntegItemRecomputed NOT = IntegItemOnFile
                       PERFORM ReportWarehouseAllocationDrift
                   END-IF
           END-READ.

        ReportWarehouseAllocationDrift.
           MOVE 8 TO IntegTypeIndex
           MOVE SPACES TO IntegKeyText
           STRING "ITEM " IWH-ITEM-NUMBER " WHSE " IWH-WHSE-CODE
               DELIMITED BY SIZE INTO IntegKeyText
           MOVE SPACES TO IntegReasonText
           STRING "ALLOCATED " IntegItemOnFile " OPEN LINES NEED "
               IntegItemRecomputed
               DELIMITED BY SIZE INTO IntegReasonText
           IF IntegrityIsRepairRun
               MOVE IntegItemRecomputed TO IWH-QTY-ALLOCATED
               REWRITE ITEM-WAREHOUSE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite warehouse stock "
                           "for item " IWH-ITEM-NUMBER " - status "
                           ItemWarehouseFileStatus
                   NOT INVALID KEY
                       ADD 1 TO IntegRepairCount
                       MOVE "- REPAIRED" TO IntegReasonText(44:10)
                       PERFORM WriteAllocRepairAuditEntry
               END-REWRITE
           END-IF
           PERFORM WriteIntegrityException.

        CheckOneUnmatchedAllocation.
           ADD 1 TO IntegAllocIndex
           IF IntegAllocWhse(IntegAllocIndex) NOT = SPACES
               AND IntegAllocMatched(IntegAllocIndex) NOT = "Y"
               AND IntegAllocQty(IntegAllocIndex) > 0
               MOVE IntegAllocItem(IntegAllocIndex)
                   TO IntegAllocItemWanted
               MOVE IntegAllocWhse(IntegAllocIndex)
                   TO IntegAllocWhseWanted
               MOVE ZERO TO IntegItemOnFile
               MOVE IntegAllocQty(IntegAllocIndex)
                   TO IntegItemRecomputed
               MOVE 8 TO IntegTypeIndex
               MOVE SPACES TO IntegKeyText
               STRING "ITEM " IntegAllocItemWanted " WHSE "
                   IntegAllocWhseWanted
                   DELIMITED BY SIZE INTO IntegKeyText
               MOVE SPACES TO IntegReasonText
               STRING "NO STOCK RECORD - OPEN LINES NEED "
                   IntegItemRecomputed
                   DELIMITED BY SIZE INTO IntegReasonText
               IF IntegrityIsRepairRun
                   MOVE IntegAllocItemWanted TO WhseStockItem
                   MOVE IntegAllocWhseWanted TO StockWarehouse
                   MOVE IntegItemRecomputed TO WhseAllocDelta
                   PERFORM ApplyWarehouseStock
                   ADD 1 TO IntegRepairCount
                   MOVE "- REPAIRED" TO IntegReasonText(44:10)
                   PERFORM WriteAllocRepairAuditEntry
               END-IF
               PERFORM WriteIntegrityException
           END-IF.

      *> Before and after of every repaired count goes on the
      *> audit file, so the rebuild can be traced and undone.
        WriteAllocRepairAuditEntry.
           MOVE SPACES TO AuditOptionText
           STRING "Alloc rebuild " IntegAllocItemWanted
               DELIMITED BY SIZE INTO AuditOptionText
           MOVE SPACES TO AuditOutcomeText
           IF IntegAllocWhseWanted = SPACES
               STRING "Item allocated was " IntegItemOnFile
                   " now " IntegItemRecomputed
                   DELIMITED BY SIZE INTO AuditOutcomeText
           ELSE
               STRING "Whse " IntegAllocWhseWanted
                   " allocated was " IntegItemOnFile
                   " now " IntegItemRecomputed
                   DELIMITED BY SIZE INTO AuditOutcomeText
           END-IF
           PERFORM WriteAuditLogEntry.

        WriteIntegrityException.
           ADD 1 TO IntegTypeCount(IntegTypeIndex)
           ADD 1 TO ExceptionCount
           MOVE SPACES TO REPORT-LINE
           STRING IntegTypeName(IntegTypeIndex) "  " IntegKeyText
               "  " IntegReasonText
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
               PERFORM WriteReportPageHeader
           END-IF.

        WriteIntegrityTotals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS BY TYPE" TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE 0 TO IntegTypeIndex
           PERFORM WriteOneIntegrityTypeTotal 8 TIMES
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EXCEPTIONS: " ExceptionCount
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           IF NOT IntegAllocWasChecked
               IF IntegAllocTableIsFull
                   STRING "ALLOCATIONS NOT CHECKED - MORE THAN "
                       "500 ITEM/WAREHOUSE PAIRS ON OPEN ORDERS"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "ALLOCATIONS NOT CHECKED - ORDER DETAIL "
                       "OR ITEM MASTER NOT ON FILE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               IF IntegrityIsRepairRun
                   STRING "ALLOCATED COUNTS REPAIRED: "
                       IntegRepairCount
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE "REPORT ONLY - NO RECORDS CHANGED"
                       TO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE.

        WriteOneIntegrityTypeTotal.
           ADD 1 TO IntegTypeIndex
           MOVE SPACES TO REPORT-LINE
           STRING "  " IntegTypeName(IntegTypeIndex) "  "
               IntegTypeCount(IntegTypeIndex)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.


      *> The state and exemption come off the invoice's
      *> customer; a customer no longer on file groups under
      *> "**" so the grand total still ties.  An exempt
      *> customer's invoice that was taxed anyway (no valid
      *> certificate when the order was priced) is taxable.
        AddInvoiceToTaxTable.
           MOVE "**" TO TaxRptStateWork
           MOVE "N" TO TaxRptExemptWork
               END-IF
           END-IF
           IF TaxRptEntryFound
               IF TaxRptExemptWork = "Y" AND INV-TAX-AMOUNT = ZERO
                   ADD INV-SUBTOTAL TO TaxRptExempt(TaxRptIndex)
               ELSE
                   ADD INV-SUBTOTAL TO TaxRptTaxable(TaxRptIndex)
               DELIMITED BY SIZE INTO REPORT-LINE(55:)
           WRITE REPORT-LINE.

      *> ----------------------------------------------------------
      *> Gross margin - Reports menu option 12.  Sweeps every
      *> order line that has shipped (cancelled orders excluded)
      *> and sets what it sold for against what it cost - the
      *> unit cost captured on the line when it shipped - by item
      *> and by customer, largest margin first.  Lines shipped
      *> before costing carry no cost and are counted on the
      *> trailer so the margin can be read with that in mind.
      *> ----------------------------------------------------------
        PrintGrossMarginReport.
           MOVE "GMR" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT ORDER-MASTER.
           IF OrderFileStatus = "35"
               DISPLAY "Order Master file not found - no data "
                   "to report."
               MOVE "Order Master file not found" TO LastActionOutcome
           ELSE
               PERFORM OpenOrderDetailInput
               PERFORM OpenCustomerMasterInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "GROSS MARGIN BY ITEM AND CUSTOMER"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO MarginItemCount
               MOVE 0 TO MarginCustCount
               MOVE 0 TO MarginSalesTotal
               MOVE 0 TO MarginCostTotal
               MOVE 0 TO MarginNoCostLines
               MOVE "N" TO SalesTableFullSwitch
               PERFORM WriteReportPageHeader
               PERFORM StartOrderMasterSweep
               PERFORM AccumulateOneOrderMargin UNTIL OrderFileAtEnd
               PERFORM SortMarginByItem
               PERFORM SortMarginByCustomer
               MOVE "BY ITEM" TO REPORT-LINE
               PERFORM WriteMarginReportLine
               MOVE 0 TO MarginIndex
               PERFORM PrintOneMarginItemLine MarginItemCount TIMES
               MOVE SPACES TO REPORT-LINE
               PERFORM WriteMarginReportLine
               MOVE "BY CUSTOMER" TO REPORT-LINE
               PERFORM WriteMarginReportLine
               MOVE 0 TO MarginIndex
               PERFORM PrintOneMarginCustLine MarginCustCount TIMES
               PERFORM WriteMarginReportTotals
               IF CustomerMasterIsOpen
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF OrderDetailIsOpen
                   CLOSE ORDER-DETAIL
               END-IF
               CLOSE ORDER-MASTER
               DISPLAY "Gross Margin report written to "
                   ReportOutputName "."
               MOVE "Gross Margin report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        AccumulateOneOrderMargin.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfOrderFile
               NOT AT END
                   IF NOT ORD-STATUS-CANCELLED
                       AND OrderDetailIsOpen
                       PERFORM ReadOrderLinesIntoTable
                       MOVE 0 TO LineItemIndex
                       PERFORM AddOneLineToMarginTables
                           ORD-LINE-COUNT TIMES
                   END-IF
           END-READ.

      *> Lines on orders shipped before partial shipping carry
      *> no shipped count - on a shipped order the whole line
      *> went.
        AddOneLineToMarginTables.
           ADD 1 TO LineItemIndex
           MOVE OrderLineQtyShipped(LineItemIndex) TO MarginLineQty
           IF MarginLineQty = 0 AND ORD-STATUS-SHIPPED
               MOVE OrderLineQty(LineItemIndex) TO MarginLineQty
           END-IF
           IF MarginLineQty > 0
               COMPUTE MarginLineSales ROUNDED =
                   MarginLineQty * OrderLinePrice(LineItemIndex)
               COMPUTE MarginLineCost ROUNDED =
                   MarginLineQty * OrderLineUnitCost(LineItemIndex)
               IF OrderLineUnitCost(LineItemIndex) = 0
                   ADD 1 TO MarginNoCostLines
               END-IF
               ADD MarginLineSales TO MarginSalesTotal
               ADD MarginLineCost TO MarginCostTotal
               PERFORM AddLineToMarginItemTable
               PERFORM AddLineToMarginCustTable
           END-IF.

        AddLineToMarginItemTable.
           MOVE "N" TO SalesFoundSwitch
           MOVE 0 TO MarginIndex
           PERFORM FindMarginItemEntry
               UNTIL SalesEntryFound
               OR MarginIndex NOT < MarginItemCount
           IF SalesEntryFound
               ADD MarginLineQty TO MarginItemQty(MarginIndex)
               ADD MarginLineSales TO MarginItemSales(MarginIndex)
               ADD MarginLineCost TO MarginItemCost(MarginIndex)
           ELSE
               IF MarginItemCount < 200
                   ADD 1 TO MarginItemCount
                   MOVE OrderLineItemNumber(LineItemIndex)
                       TO MarginItemNumber(MarginItemCount)
                   MOVE MarginLineQty
                       TO MarginItemQty(MarginItemCount)
                   MOVE MarginLineSales
                       TO MarginItemSales(MarginItemCount)
                   MOVE MarginLineCost
                       TO MarginItemCost(MarginItemCount)
               ELSE
                   PERFORM WarnSalesTableFull
               END-IF
           END-IF.

        FindMarginItemEntry.
           ADD 1 TO MarginIndex
           IF MarginItemNumber(MarginIndex)
               = OrderLineItemNumber(LineItemIndex)
               MOVE "Y" TO SalesFoundSwitch
           END-IF.

        AddLineToMarginCustTable.
           MOVE "N" TO SalesFoundSwitch
           MOVE 0 TO MarginIndex
           PERFORM FindMarginCustEntry
               UNTIL SalesEntryFound
               OR MarginIndex NOT < MarginCustCount
           IF SalesEntryFound
               ADD MarginLineSales TO MarginCustSales(MarginIndex)
               ADD MarginLineCost TO MarginCustCost(MarginIndex)
           ELSE
               IF MarginCustCount < 200
                   ADD 1 TO MarginCustCount
                   MOVE ORD-CUSTOMER-NUMBER
                       TO MarginCustNumber(MarginCustCount)
                   MOVE MarginLineSales
                       TO MarginCustSales(MarginCustCount)
                   MOVE MarginLineCost
                       TO MarginCustCost(MarginCustCount)
               ELSE
                   PERFORM WarnSalesTableFull
               END-IF
           END-IF.

        FindMarginCustEntry.
           ADD 1 TO MarginIndex
           IF MarginCustNumber(MarginIndex) = ORD-CUSTOMER-NUMBER
               MOVE "Y" TO SalesFoundSwitch
           END-IF.

      *> Largest margin dollars first, the same exchange sort
      *> the sales analyses rank with.
        SortMarginByItem.
           MOVE 1 TO MarginIndex
           PERFORM SortOneMarginItemPass
               UNTIL MarginIndex NOT < MarginItemCount.

        SortOneMarginItemPass.
           COMPUTE MarginPairIndex = MarginIndex + 1
           PERFORM CompareOneMarginItemPair
               UNTIL MarginPairIndex > MarginItemCount
           ADD 1 TO MarginIndex.

        CompareOneMarginItemPair.
           IF MarginItemSales(MarginPairIndex)
               - MarginItemCost(MarginPairIndex)
               > MarginItemSales(MarginIndex)
               - MarginItemCost(MarginIndex)
               MOVE MarginItemEntry(MarginIndex) TO MarginSwapArea
               MOVE MarginItemEntry(MarginPairIndex)
                   TO MarginItemEntry(MarginIndex)
               MOVE MarginSwapArea
                   TO MarginItemEntry(MarginPairIndex)
           END-IF
           ADD 1 TO MarginPairIndex.

        SortMarginByCustomer.
           MOVE 1 TO MarginIndex
           PERFORM SortOneMarginCustPass
               UNTIL MarginIndex NOT < MarginCustCount.

        SortOneMarginCustPass.
           COMPUTE MarginPairIndex = MarginIndex + 1
           PERFORM CompareOneMarginCustPair
               UNTIL MarginPairIndex > MarginCustCount
           ADD 1 TO MarginIndex.

        CompareOneMarginCustPair.
           IF MarginCustSales(MarginPairIndex)
               - MarginCustCost(MarginPairIndex)
               > MarginCustSales(MarginIndex)
               - MarginCustCost(MarginIndex)
               MOVE MarginCustEntry(MarginIndex) TO MarginSwapArea
               MOVE MarginCustEntry(MarginPairIndex)
                   TO MarginCustEntry(MarginIndex)
               MOVE MarginSwapArea
                   TO MarginCustEntry(MarginPairIndex)
           END-IF
           ADD 1 TO MarginPairIndex.

        PrintOneMarginItemLine.
           ADD 1 TO MarginIndex
           MOVE MarginItemSales(MarginIndex) TO MarginCalcSales
           MOVE MarginItemCost(MarginIndex) TO MarginCalcCost
           PERFORM FormatMarginFigures
           MOVE SPACES TO REPORT-LINE
           STRING "  " MarginItemNumber(MarginIndex)
               "  QTY " MarginItemQty(MarginIndex)
               "  SALES " MarginSalesDisplay
               "  COST " MarginCostDisplay
               "  MARGIN " MarginAmountDisplay
               "  " MarginPctDisplay "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteMarginReportLine.

        PrintOneMarginCustLine.
           ADD 1 TO MarginIndex
           MOVE SPACES TO CUST-NAME
           IF CustomerMasterIsOpen
               MOVE MarginCustNumber(MarginIndex) TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "** CUSTOMER NOT ON FILE **"
                           TO CUST-NAME
               END-READ
           END-IF
           MOVE MarginCustSales(MarginIndex) TO MarginCalcSales
           MOVE MarginCustCost(MarginIndex) TO MarginCalcCost
           PERFORM FormatMarginFigures
           MOVE SPACES TO REPORT-LINE
           STRING "  " MarginCustNumber(MarginIndex) "  "
               CUST-NAME
               "  SALES " MarginSalesDisplay
               "  COST " MarginCostDisplay
               "  MARGIN " MarginAmountDisplay
               "  " MarginPctDisplay "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteMarginReportLine.

      *> Margin percent is of sales; nothing sold, no percent.
        FormatMarginFigures.
           MOVE MarginCalcSales TO MarginSalesDisplay
           MOVE MarginCalcCost TO MarginCostDisplay
           COMPUTE MarginCalcAmount =
               MarginCalcSales - MarginCalcCost
           MOVE MarginCalcAmount TO MarginAmountDisplay
           MOVE 0 TO MarginCalcPct
           IF MarginCalcSales NOT = 0
               COMPUTE MarginCalcPct ROUNDED =
                   MarginCalcAmount * 100 / MarginCalcSales
                   ON SIZE ERROR
                       MOVE 0 TO MarginCalcPct
               END-COMPUTE
           END-IF
           MOVE MarginCalcPct TO MarginPctDisplay.

        WriteMarginReportTotals.
           MOVE SPACES TO REPORT-LINE
           PERFORM WriteMarginReportLine
           MOVE MarginSalesTotal TO MarginCalcSales
           MOVE MarginCostTotal TO MarginCalcCost
           PERFORM FormatMarginFigures
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL  SALES " MarginSalesDisplay
               "  COST " MarginCostDisplay
               "  MARGIN " MarginAmountDisplay
               "  " MarginPctDisplay "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteMarginReportLine
           MOVE SPACES TO REPORT-LINE
           STRING "SHIPPED LINES WITH NO COST RECORDED: "
               MarginNoCostLines
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteMarginReportLine.

        WriteMarginReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> Inventory valuation - Reports menu option 13.  Every
      *> item with stock on hand, valued at its moving average
      *> cost, with the grand total finance ties to the
      *> inventory account.  Stock with no cost yet is valued at
      *> zero and counted on the trailer.
      *> ----------------------------------------------------------
        PrintInventoryValuationReport.
           MOVE "IVL" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT ITEM-MASTER.
           IF ItemFileStatus = "35"
               DISPLAY "Item Master file not found - no data "
                   "to report."
               MOVE "Item Master file not found" TO LastActionOutcome
           ELSE
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               MOVE "INVENTORY VALUATION AT AVERAGE COST"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO ReportRecordCount
               MOVE 0 TO ValuationGrandTotal
               MOVE 0 TO MarginNoCostLines
               PERFORM WriteReportPageHeader
               MOVE LOW-VALUES TO ITEM-NUMBER
               MOVE "N" TO EndOfItemFileSwitch
               START ITEM-MASTER
                   KEY IS NOT LESS THAN ITEM-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EndOfItemFileSwitch
               END-START
               PERFORM ValueOneItem UNTIL EndOfItemFile
               MOVE ValuationGrandTotal TO MarginSalesDisplay
               MOVE SPACES TO REPORT-LINE
               PERFORM WriteMarginReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS IN STOCK: " ReportRecordCount
                   "   GRAND TOTAL VALUE " MarginSalesDisplay
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteMarginReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS IN STOCK WITH NO COST: "
                   MarginNoCostLines
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteMarginReportLine
               CLOSE ITEM-MASTER
               DISPLAY "Inventory Valuation report written to "
                   ReportOutputName "."
               MOVE "Inventory Valuation report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        ValueOneItem.
           READ ITEM-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfItemFileSwitch
               NOT AT END
                   PERFORM ComputeItemAvailableQty
                   PERFORM NormalizeItemCostFields
                   IF ITEM-QTY-ON-HAND > 0
                       PERFORM FormatAndWriteItemValuation
                   END-IF
           END-READ.

        FormatAndWriteItemValuation.
           ADD 1 TO ReportRecordCount
           IF ITEM-AVG-COST = 0
               ADD 1 TO MarginNoCostLines
           END-IF
           COMPUTE MarginCalcSales ROUNDED =
               ITEM-QTY-ON-HAND * ITEM-AVG-COST
           ADD MarginCalcSales TO ValuationGrandTotal
           MOVE MarginCalcSales TO MarginSalesDisplay
           MOVE ITEM-AVG-COST TO ItemPriceDisplay
           MOVE ITEM-QTY-ON-HAND TO CountQtyDisplay
           MOVE SPACES TO REPORT-LINE
           STRING "  " ITEM-NUMBER "  " ITEM-DESCRIPTION
               "  ON HAND " CountQtyDisplay
               "  AVG COST " ItemPriceDisplay
               "  VALUE " MarginSalesDisplay
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WriteMarginReportLine.

      *> ----------------------------------------------------------
      *> Expiring exemption certificates - Reports menu option
      *> 14, run monthly.  Every certificate that lapses between
      *> today and sixty days out, in customer order, so
      *> renewals can be asked for before the customer's
      *> orders start being taxed.  A certificate
      *> with no signed document on file is flagged as well,
      *> since it already fails the order-entry check.
      *> ----------------------------------------------------------
        PrintExpiringCertsReport.
           MOVE "EXC" TO ReportCode.
           PERFORM OpenReportFileForRun.
           OPEN INPUT EXEMPT-CERT-FILE.
           IF ExemptCertFileStatus = "35"
               DISPLAY "Exemption certificate file not found - "
                   "no data to report."
               MOVE "Certificate file not found"
                   TO LastActionOutcome
           ELSE
               PERFORM OpenCustomerMasterInput
               ACCEPT ReportRunDate FROM DATE YYYYMMDD
               SET DSRV-ADD-CALENDAR-DAYS TO TRUE
               MOVE ReportRunDate TO DSRV-DATE-1
               MOVE ExemptCertLookaheadDays TO DSRV-DAY-COUNT
               CALL "DateServices" USING DATE-SERVICE-AREA
               MOVE DSRV-RESULT-DATE TO ExemptCertHorizon
               MOVE "EXEMPT CERTIFICATES EXPIRING IN 60 DAYS"
                   TO ReportTitle
               MOVE 0 TO ReportPageNumber
               MOVE 0 TO ExemptCertExpiringCount
               PERFORM WriteReportPageHeader
               MOVE ZERO TO ECRT-CUST-NUMBER
               MOVE LOW-VALUES TO ECRT-STATE
               MOVE "N" TO EndOfExemptCertSwitch
               START EXEMPT-CERT-FILE
                   KEY IS NOT LESS THAN ECRT-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfExemptCertSwitch
               END-START
               PERFORM CheckOneCertForExpiry
                   UNTIL EndOfExemptCertFile
               MOVE SPACES TO REPORT-LINE
               PERFORM WriteExemptCertReportLine
               MOVE SPACES TO REPORT-LINE
               STRING "CERTIFICATES EXPIRING BY "
                   ExemptCertHorizon(5:2) "/"
                   ExemptCertHorizon(7:2) "/"
                   ExemptCertHorizon(1:4) ": "
                   ExemptCertExpiringCount
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WriteExemptCertReportLine
               IF CustomerMasterIsOpen
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE EXEMPT-CERT-FILE
               DISPLAY "Expiring certificates report written "
                   "to " ReportOutputName "."
               MOVE "Expiring certificates report written"
                   TO LastActionOutcome
           END-IF.
           CLOSE REPORT-FILE.

        CheckOneCertForExpiry.
           READ EXEMPT-CERT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfExemptCertSwitch
               NOT AT END
                   IF ECRT-EXPIRY-DATE NUMERIC
                       AND ECRT-EXPIRY-DATE NOT < ReportRunDate
                       AND ECRT-EXPIRY-DATE NOT > ExemptCertHorizon
                       PERFORM FormatAndWriteExpiringCert
                   END-IF
           END-READ.

        FormatAndWriteExpiringCert.
           ADD 1 TO ExemptCertExpiringCount
           MOVE SPACES TO CUST-NAME
           IF CustomerMasterIsOpen
               MOVE ECRT-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO CUST-NAME
               END-READ
           END-IF
           SET DSRV-DAYS-BETWEEN TO TRUE
           MOVE ECRT-EXPIRY-DATE TO DSRV-DATE-1
           MOVE ReportRunDate TO DSRV-DATE-2
           CALL "DateServices" USING DATE-SERVICE-AREA
           MOVE DSRV-DAY-COUNT TO ExemptCertDaysDisplay
           MOVE SPACES TO REPORT-LINE
           STRING ECRT-CUST-NUMBER "  " CUST-NAME
               "  " ECRT-STATE "  " ECRT-CERT-NUMBER
               "  EXPIRES " ECRT-EXPIRY-DATE(5:2) "/"
               ECRT-EXPIRY-DATE(7:2) "/" ECRT-EXPIRY-DATE(1:4)
               "  IN " ExemptCertDaysDisplay " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           IF NOT ECRT-DOC-IS-ON-FILE
               MOVE "NO DOCUMENT" TO REPORT-LINE(100:11)
           END-IF
           PERFORM WriteExemptCertReportLine.

        WriteExemptCertReportLine.
           WRITE REPORT-LINE.
           ADD 1 TO ReportLineCount
           IF ReportLineCount >= ReportLinesPerPage
               PERFORM WriteReportPageHeader
           END-IF.

      *> ----------------------------------------------------------
      *> CSV/flat-file export for the accounting system - writes
      *> the Customer and Order Masters out as delimited flat
