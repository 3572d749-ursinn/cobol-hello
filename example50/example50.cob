           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS WSLineFileStatus.
       SELECT OrderPriceFile ASSIGN TO "OrderLinePrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LP-Key
           FILE STATUS IS WSPriceFileStatus.
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS InvoiceNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS WSInvFileStatus.
       SELECT ShipToFile ASSIGN TO "ShipTo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ST-Key
           FILE STATUS IS WSShipToStatus.
       SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OS-OrderNum
           FILE STATUS IS WSOrderShipStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT ShipmentFile ASSIGN TO "Shipments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSShipStatus.
       SELECT ControlFile ASSIGN TO "InvControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
       SELECT BillPrefFile ASSIGN TO "BillPrefs.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BF-IDNum
           FILE STATUS IS WSBillPrefStatus.
       SELECT EInvoiceFile ASSIGN TO "EInvoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEInvStatus.
       SELECT EInvLogFile ASSIGN TO "EInvoiceLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEInvLogStatus.
       SELECT EInvControlFile ASSIGN TO "EInvControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEInvCtlStatus.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
FD OrderLineFile.
    COPY ORDLINE.

FD OrderPriceFile.
    COPY ORDPRICE.

FD InvoiceFile.
    COPY INVREC.

FD ShipToFile.
    COPY SHIPTO.

FD OrderShipFile.
    COPY ORDSHIP.

FD CustomerFile.
    COPY CUSTREC.

FD OpenItemFile.
    COPY OPENITEM.

FD ShipmentFile.
    COPY SHIPREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

FD BillPrefFile.
    COPY BILLPREF.

FD EInvoiceFile.
01 EInvoiceRec.
       02 EI-RecType   PIC X(2).
       02 EI-Body      PIC X(148).
       02 EI-FileHead REDEFINES EI-Body.
           03 EI-FileSeq      PIC 9(7).
           03 EI-FileDate     PIC 9(8).
           03 EI-FileTime     PIC 9(6).
           03 FILLER          PIC X(127).
       02 EI-InvHead REDEFINES EI-Body.
           03 EI-HInvoiceNum  PIC 9(7).
           03 EI-HInvDate     PIC 9(8).
           03 EI-HOrderNum    PIC 9(7).
           03 EI-HIDNum       PIC 9(7).
           03 EI-HPartnerID   PIC X(15).
           03 EI-HName        PIC X(31).
           03 EI-HAddrLine1   PIC X(20).
           03 EI-HAddrCity    PIC X(15).
           03 EI-HAddrState   PIC X(2).
           03 EI-HAddrZip     PIC X(10).
           03 FILLER          PIC X(26).
       02 EI-InvLine REDEFINES EI-Body.
           03 EI-LInvoiceNum  PIC 9(7).
           03 EI-LLineNum     PIC 9(3).
           03 EI-LItemCode    PIC X(8).
           03 EI-LQuantity    PIC 9(5).
           03 EI-LListPrice   PIC 9(5)V99.
           03 EI-LDiscount    PIC 9(5)V99.
           03 EI-LUnitPrice   PIC 9(5)V99.
           03 EI-LExtAmount   PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER          PIC X(94).
       02 EI-InvTotal REDEFINES EI-Body.
           03 EI-TInvoiceNum  PIC 9(7).
           03 EI-TLineCount   PIC 9(3).
           03 EI-TGoods       PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 EI-TTax         PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 EI-TTotal       PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER          PIC X(108).
       02 EI-FileTrail REDEFINES EI-Body.
           03 EI-FTFileSeq    PIC 9(7).
           03 EI-FTInvCount   PIC 9(6).
           03 EI-FTRecCount   PIC 9(7).
           03 EI-FTTaxTotal   PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 EI-FTAmtTotal   PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER          PIC X(100).

FD EInvLogFile.
    COPY EINVLOG.

FD EInvControlFile.
01 EInvControlRec PIC 9(7).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSLineEOF         PIC A(1).
01 WSControlStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSPriceFileStatus PIC X(2).
01 WSHavePrices      PIC X(1) VALUE 'N'.
01 WSDiscountTotal   PIC S9(7)V99.
01 WSShipToStatus    PIC X(2).
01 WSOrderShipStatus PIC X(2).
01 WSHaveShipTo      PIC X(1) VALUE 'N'.
01 WSShipStatus      PIC X(2).
01 WSShipEOF         PIC X(1).
01 WSShipFound       PIC X(1).
01 WSShipDate        PIC 9(8).
01 WSShipCarrier     PIC X(15).
01 WSShipTracking    PIC X(20).
01 WSShipBackOrder   PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSNextInvNum      PIC 9(7).
01 WSHighInvNum      PIC 9(7).
01 WSInvoicedTotal   PIC 9(9)V99 VALUE 0.
01 WSSkippedCount    PIC 9(7) VALUE 0.
01 WSAmountDisp      PIC -(7)9.99.
01 WSBillPrefStatus  PIC X(2).
01 WSHaveBillPrefs   PIC X(1) VALUE 'N'.
01 WSBillMethod      PIC X(1).
01 WSPartnerID       PIC X(15).
01 WSEInvStatus      PIC X(2).
01 WSEInvLogStatus   PIC X(2).
01 WSEInvCtlStatus   PIC X(2).
01 WSEInvStarted     PIC X(1) VALUE 'N'.
01 WSEInvFileSeq     PIC 9(7) VALUE 0.
01 WSEInvFileDate    PIC 9(8).
01 WSEInvCount       PIC 9(6) VALUE 0.
01 WSEInvRecCount    PIC 9(7) VALUE 0.
01 WSEInvLineCount   PIC 9(3).
01 WSEInvTaxTotal    PIC S9(11)V99 VALUE 0.
01 WSEInvAmtTotal    PIC S9(11)V99 VALUE 0.
01 WSPrintedCount    PIC 9(7) VALUE 0.
01 WSTrailerLine     PIC X(60).
01 WSItemLine.
       02 FILLER           PIC X(4).
       02 FILLER           PIC X(2).
       02 IL-Quantity      PIC ZZZZ9.
       02 FILLER           PIC X(3).
       02 IL-ListPrice     PIC ZZZZ9.99.
       02 FILLER           PIC X(2).
       02 IL-Discount      PIC ZZZZ9.99 BLANK WHEN ZERO.
       02 FILLER           PIC X(3).
       02 IL-UnitPrice     PIC ZZZZ9.99.
       02 FILLER           PIC X(2).
       02 IL-ExtAmount     PIC -(7)9.99.
       PERFORM OpenOpenItemFile
       PERFORM OpenCustomerFile
       PERFORM OpenOrderLineFile
       PERFORM OpenOrderPriceFile
       PERFORM OpenShipToFiles
       PERFORM OpenBillPrefFile
       PERFORM OpenInvoicePrint
       PERFORM OpenEInvoiceFile
       MOVE 'N' TO WSEOF
       MOVE 0 TO OrderNum
       START OrderFile KEY IS >= OrderNum
           END-READ
       END-PERFORM
       PERFORM PrintRunTrailer
       PERFORM CloseEInvoiceFile
       IF WSHaveBillPrefs = 'Y'
           CLOSE BillPrefFile
       END-IF
       IF WSHaveShipTo = 'Y'
           CLOSE OrderShipFile
           CLOSE ShipToFile
       END-IF
       IF WSHavePrices = 'Y'
           CLOSE OrderPriceFile
       END-IF
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       DISPLAY "Invoices produced: " WSInvoicedCount
           " for " WSInvoicedTotal
           "  already invoiced: " WSSkippedCount
       DISPLAY "Printed: " WSPrintedCount
           "  sent electronically: " WSEInvCount
           "  file sequence: " WSEInvFileSeq
       STOP RUN.

OpenOrderFile.
           CLOSE OrderLineFile
       END-IF.

OpenOrderPriceFile.
       MOVE 'N' TO WSHavePrices
       OPEN INPUT OrderPriceFile
       IF WSPriceFileStatus = "00"
           MOVE 'Y' TO WSHavePrices
       ELSE
           CLOSE OrderPriceFile
       END-IF.

OpenShipToFiles.
       MOVE 'N' TO WSHaveShipTo
       OPEN INPUT ShipToFile
       IF WSShipToStatus NOT = "00"
           CLOSE ShipToFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT OrderShipFile
       IF WSOrderShipStatus = "00"
           MOVE 'Y' TO WSHaveShipTo
       ELSE
           CLOSE OrderShipFile
           CLOSE ShipToFile
       END-IF.

OpenBillPrefFile.
       MOVE 'N' TO WSHaveBillPrefs
       OPEN INPUT BillPrefFile
       IF WSBillPrefStatus = "00"
           MOVE 'Y' TO WSHaveBillPrefs
       ELSE
           CLOSE BillPrefFile
       END-IF.

OpenEInvoiceFile.
       OPEN OUTPUT EInvoiceFile
       IF WSEInvStatus NOT = "00"
           DISPLAY "EInvoiceFile I/O problem, status: " WSEInvStatus
           STOP RUN WITH ERROR STATUS WSEInvStatus
       END-IF.

OpenInvoicePrint.
       MOVE 'O' TO RW-Action
       MOVE "Invoices.rpt" TO RW-ReportName
               ADD 1 TO WSInvoicedCount
               ADD InvAmount TO WSInvoicedTotal
               PERFORM WriteOpenItem
               PERFORM LookupBillMethod
               IF WSBillMethod NOT = 'E'
                   PERFORM PrintInvoice
                   ADD 1 TO WSPrintedCount
               END-IF
               IF WSBillMethod = 'E' OR WSBillMethod = 'B'
                   PERFORM WriteElectronicInvoice
               END-IF
       END-WRITE.

LookupBillMethod.
       MOVE 'P' TO WSBillMethod
       MOVE SPACES TO WSPartnerID
       IF WSHaveBillPrefs = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE InvIDNum TO BF-IDNum
       READ BillPrefFile
           KEY IS BF-IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF BF-Method = 'E' OR BF-Method = 'B'
                   MOVE BF-Method TO WSBillMethod
                   MOVE BF-PartnerID TO WSPartnerID
               END-IF
       END-READ.

WriteOpenItem.
       MOVE InvoiceNum TO OI-InvoiceNum
       MOVE InvIDNum TO OI-IDNum
           INTO RW-Line
       END-STRING
       PERFORM WriteInvoiceLine
       PERFORM PrintShipToAddress
       MOVE SPACES TO RW-Line
       PERFORM WriteInvoiceLine
       PERFORM PrintShipmentLine
       MOVE "    Item        Qty       List  Discount      Price       Amount"
           TO RW-Line
       PERFORM WriteInvoiceLine
       MOVE "    --------  -----   --------  --------   --------  -----------"
           TO RW-Line
       PERFORM WriteInvoiceLine
       MOVE 0 TO WSDiscountTotal
       PERFORM PrintInvoiceLines
       MOVE SPACES TO RW-Line
       PERFORM WriteInvoiceLine
       IF WSDiscountTotal > 0
           MOVE WSDiscountTotal TO WSAmountDisp
           MOVE SPACES TO RW-Line
           STRING "    Discount Included        " DELIMITED BY SIZE
               WSAmountDisp DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteInvoiceLine
       END-IF
       MOVE OrderAmount TO WSAmountDisp
       MOVE SPACES TO RW-Line
       STRING "    Goods Total              " DELIMITED BY SIZE
       END-STRING
       PERFORM WriteInvoiceLine.

PrintShipToAddress.
       IF WSHaveShipTo = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE OrderNum TO OS-OrderNum
       READ OrderShipFile
           KEY IS OS-OrderNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE OS-IDNum TO ST-IDNum
       MOVE OS-ShipNum TO ST-ShipNum
       READ ShipToFile
           KEY IS ST-Key
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE SPACES TO RW-Line
       PERFORM WriteInvoiceLine
       MOVE SPACES TO RW-Line
       STRING "Ship to  " DELIMITED BY SIZE
           ST-Name DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteInvoiceLine
       MOVE SPACES TO RW-Line
       STRING "         " DELIMITED BY SIZE
           ST-AddrLine1 DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteInvoiceLine
       MOVE SPACES TO RW-Line
       STRING "         " DELIMITED BY SIZE
           ST-AddrCity DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ST-AddrState DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ST-AddrZip DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteInvoiceLine.

PrintShipmentLine.
      *> An order confirmed through shipment confirmation carries only
      *> what went out (any shortfall was moved to a backorder), so the
      *> shipment details are printed to show what is being billed.
       MOVE 'N' TO WSShipFound
       MOVE 0 TO WSShipBackOrder
       OPEN INPUT ShipmentFile
       IF WSShipStatus = "00"
           MOVE 'N' TO WSShipEOF
           PERFORM UNTIL WSShipEOF = 'Y'
               READ ShipmentFile
                   AT END MOVE 'Y' TO WSShipEOF
                   NOT AT END
                       IF SH-OrderNum = OrderNum
                           MOVE 'Y' TO WSShipFound
                           MOVE SH-ShipDate TO WSShipDate
                           MOVE SH-Carrier TO WSShipCarrier
                           MOVE SH-Tracking TO WSShipTracking
                           IF SH-BackOrder IS NUMERIC
                                   AND SH-BackOrder > 0
                               MOVE SH-BackOrder TO WSShipBackOrder
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ShipmentFile
       IF WSShipFound = 'Y'
           MOVE SPACES TO RW-Line
           STRING "Shipped " DELIMITED BY SIZE
               WSShipDate DELIMITED BY SIZE
               " via " DELIMITED BY SIZE
               FUNCTION TRIM(WSShipCarrier) DELIMITED BY SIZE
               "  tracking " DELIMITED BY SIZE
               WSShipTracking DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteInvoiceLine
           IF WSShipBackOrder > 0
               MOVE SPACES TO RW-Line
               STRING "Balance of this order is on backorder "
                   DELIMITED BY SIZE
                   WSShipBackOrder DELIMITED BY SIZE
                   " and will be billed when shipped" DELIMITED BY SIZE
                   INTO RW-Line
               END-STRING
               PERFORM WriteInvoiceLine
           END-IF
           MOVE SPACES TO RW-Line
           PERFORM WriteInvoiceLine
       END-IF.

PrintInvoiceLines.
       IF WSHaveLines = 'Y'
           MOVE 'N' TO WSLineEOF
       MOVE SPACES TO WSItemLine
       MOVE OL-ItemCode TO IL-ItemCode
       MOVE OL-Quantity TO IL-Quantity
       PERFORM GetLinePrice
       MOVE OL-UnitPrice TO IL-UnitPrice
       MOVE OL-ExtAmount TO IL-ExtAmount
       MOVE WSItemLine TO RW-Line
       PERFORM WriteInvoiceLine.

GetLinePrice.
       MOVE OL-UnitPrice TO IL-ListPrice
       MOVE 0 TO IL-Discount
       IF WSHavePrices = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE OL-Key TO LP-Key
       READ OrderPriceFile
           KEY IS LP-Key
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE LP-ListPrice TO IL-ListPrice
       MOVE LP-Discount TO IL-Discount
       COMPUTE WSDiscountTotal = WSDiscountTotal
           + OL-Quantity * LP-Discount.

WriteElectronicInvoice.
       IF WSEInvStarted = 'N'
           PERFORM StartEInvoiceFile
       END-IF
       MOVE SPACES TO EInvoiceRec
       MOVE "IH" TO EI-RecType
       MOVE InvoiceNum TO EI-HInvoiceNum
       MOVE InvDate TO EI-HInvDate
       MOVE OrderNum TO EI-HOrderNum
       MOVE InvIDNum TO EI-HIDNum
       MOVE WSPartnerID TO EI-HPartnerID
       STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(LastName) DELIMITED BY SIZE
           INTO EI-HName
       END-STRING
       MOVE AddrLine1 TO EI-HAddrLine1
       MOVE AddrCity TO EI-HAddrCity
       MOVE AddrState TO EI-HAddrState
       MOVE AddrZip TO EI-HAddrZip
       PERFORM WriteEInvoiceRec
       MOVE 0 TO WSEInvLineCount
       PERFORM WriteEInvoiceLines
       MOVE SPACES TO EInvoiceRec
       MOVE "IT" TO EI-RecType
       MOVE InvoiceNum TO EI-TInvoiceNum
       MOVE WSEInvLineCount TO EI-TLineCount
       MOVE OrderAmount TO EI-TGoods
       MOVE OrderTax TO EI-TTax
       MOVE InvAmount TO EI-TTotal
       PERFORM WriteEInvoiceRec
       ADD 1 TO WSEInvCount
       ADD OrderTax TO WSEInvTaxTotal
       ADD InvAmount TO WSEInvAmtTotal
       PERFORM LogEInvoice.

StartEInvoiceFile.
       PERFORM AllocateEInvFileSeq
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSEInvFileDate
       MOVE SPACES TO EInvoiceRec
       MOVE "FH" TO EI-RecType
       MOVE WSEInvFileSeq TO EI-FileSeq
       MOVE WSEInvFileDate TO EI-FileDate
       MOVE FUNCTION CURRENT-DATE(9:6) TO EI-FileTime
       PERFORM WriteEInvoiceRec
       MOVE 'Y' TO WSEInvStarted.

WriteEInvoiceRec.
       WRITE EInvoiceRec
       ADD 1 TO WSEInvRecCount.

WriteEInvoiceLines.
       IF WSHaveLines = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSLineEOF
       MOVE OrderNum TO OL-OrderNum
       MOVE 0 TO OL-LineNum
       START OrderLineFile KEY IS >= OL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF OL-OrderNum = OrderNum
                       PERFORM WriteOneEInvoiceLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

WriteOneEInvoiceLine.
       MOVE SPACES TO EInvoiceRec
       MOVE "IL" TO EI-RecType
       MOVE InvoiceNum TO EI-LInvoiceNum
       MOVE OL-LineNum TO EI-LLineNum
       MOVE OL-ItemCode TO EI-LItemCode
       MOVE OL-Quantity TO EI-LQuantity
       MOVE OL-UnitPrice TO EI-LListPrice
       MOVE 0 TO EI-LDiscount
       IF WSHavePrices = 'Y'
           MOVE OL-Key TO LP-Key
           READ OrderPriceFile
               KEY IS LP-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LP-ListPrice TO EI-LListPrice
                   MOVE LP-Discount TO EI-LDiscount
           END-READ
       END-IF
       MOVE OL-UnitPrice TO EI-LUnitPrice
       MOVE OL-ExtAmount TO EI-LExtAmount
       PERFORM WriteEInvoiceRec
       ADD 1 TO WSEInvLineCount.

LogEInvoice.
       OPEN EXTEND EInvLogFile
       IF WSEInvLogStatus = "35"
           OPEN OUTPUT EInvLogFile
       END-IF
       MOVE WSEInvFileSeq TO EL-FileSeq
       MOVE WSEInvFileDate TO EL-FileDate
       MOVE InvoiceNum TO EL-InvoiceNum
       MOVE InvIDNum TO EL-IDNum
       MOVE WSPartnerID TO EL-PartnerID
       MOVE InvAmount TO EL-Amount
       MOVE FUNCTION CURRENT-DATE(1:14) TO EL-Stamp
       WRITE EInvLogLine
       CLOSE EInvLogFile.

AllocateEInvFileSeq.
       MOVE 0 TO WSEInvFileSeq
       OPEN INPUT EInvControlFile
       IF WSEInvCtlStatus = "00"
           READ EInvControlFile
               AT END CONTINUE
               NOT AT END
                   IF EInvControlRec IS NUMERIC
                       MOVE EInvControlRec TO WSEInvFileSeq
                   END-IF
           END-READ
           CLOSE EInvControlFile
       END-IF
       IF WSEInvFileSeq = 0
           PERFORM RecoverEInvFileSeq
       END-IF
       OPEN OUTPUT EInvControlFile
       COMPUTE EInvControlRec = WSEInvFileSeq + 1
       WRITE EInvControlRec
       CLOSE EInvControlFile.

RecoverEInvFileSeq.
       DISPLAY "E-invoice control record missing, re-deriving from"
           " EInvoiceLog.dat"
       OPEN INPUT EInvLogFile
       IF WSEInvLogStatus = "00"
           MOVE 'N' TO WSScanEOF
           PERFORM UNTIL WSScanEOF = 'Y'
               READ EInvLogFile
                   AT END MOVE 'Y' TO WSScanEOF
                   NOT AT END
                       IF EL-FileSeq IS NUMERIC
                               AND EL-FileSeq > WSEInvFileSeq
                           MOVE EL-FileSeq TO WSEInvFileSeq
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE EInvLogFile
       ADD 1 TO WSEInvFileSeq.

CloseEInvoiceFile.
       IF WSEInvStarted = 'Y'
           MOVE SPACES TO EInvoiceRec
           MOVE "FT" TO EI-RecType
           MOVE WSEInvFileSeq TO EI-FTFileSeq
           MOVE WSEInvCount TO EI-FTInvCount
           COMPUTE EI-FTRecCount = WSEInvRecCount + 1
           MOVE WSEInvTaxTotal TO EI-FTTaxTotal
           MOVE WSEInvAmtTotal TO EI-FTAmtTotal
           WRITE EInvoiceRec
       END-IF
       CLOSE EInvoiceFile.

PrintRunTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Invoices produced: " DELIMITED BY SIZE
