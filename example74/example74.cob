           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS WSLineFileStatus.
       SELECT OrderPriceFile ASSIGN TO "OrderLinePrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LP-Key
           FILE STATUS IS WSPriceFileStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlFile ASSIGN TO "OrdControl.dat"
FD OrderLineFile.
    COPY ORDLINE.

FD OrderPriceFile.
    COPY ORDPRICE.

FD AuditFile.
    COPY AUDITREC.

01 WSCreditStatus    PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSPriceFileStatus PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSHaveCredit      PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSSkippedItem     PIC 9(7) VALUE 0.
01 WSItemPrice       PIC 9(5)V99.
01 WSItemValid       PIC X(1).
01 WSItemAvail       PIC 9(7).
01 WSNetPrice        PIC 9(5)V99.
01 WSContractEff     PIC 9(8).
01 WSContractFound   PIC X(1).
01 WSStockStatus     PIC X(1).
01 WSNextOrderNum    PIC 9(7).
01 WSHighOrderNum    PIC 9(7).
01 WSScanEOF         PIC X(1).
01 WSTaxRate         PIC 9(2)V999.
01 WSTaxStatus       PIC X(1).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example74".
01 WSPeriodRef       PIC X(20) VALUE "STANDING ORDERS".
01 WSPeriodMode      PIC X(1) VALUE 'R'.
01 WSRunParm         PIC X(20).
01 WSPreview         PIC X(1) VALUE 'N'.
01 WSHaveOrders      PIC X(1) VALUE 'Y'.
01 WSPreviewOrderNum PIC 9(7) VALUE 0.
01 WSLastHold        PIC 9(7) VALUE 0.
01 WSLastInact       PIC 9(7) VALUE 0.
01 WSLastItem        PIC 9(7) VALUE 0.
01 WSPreviewIdx      PIC 9(4).
01 WSStockFound      PIC X(1).
01 WSStockCount      PIC 9(4) VALUE 0.
01 WSStockTable.
       02 WSStockEntry OCCURS 2000 TIMES.
           03 PS-ItemCode  PIC X(8).
           03 PS-Allocated PIC 9(7).
01 WSAmountEdit      PIC Z(8)9.99.
01 WSPreviewLine.
       02 PV-SONum         PIC Z(4)9.
       02 FILLER           PIC X(2).
       02 PV-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 PV-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 PV-Quantity      PIC Z(4)9.
       02 FILLER           PIC X(2).
       02 PV-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 PV-Tax           PIC Z(5)9.99.
       02 FILLER           PIC X(2).
       02 PV-Action        PIC X(50).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunMode
       PERFORM GetRunDate
       PERFORM CheckPostingPeriod
       IF WSPreview = 'Y'
           OPEN INPUT StandingFile
       ELSE
           OPEN I-O StandingFile
       END-IF
       IF WSStandStatus NOT = "00"
           DISPLAY "No standing orders on file (status "
               WSStandStatus ")"
           CLOSE StandingFile
           STOP RUN
       END-IF
       IF WSPreview = 'Y'
           OPEN INPUT CustomerFile
       ELSE
           OPEN I-O CustomerFile
       END-IF
       PERFORM CheckFileStatus
       PERFORM OpenCreditFile
       PERFORM OpenOrderFile
       IF WSPreview = 'Y'
           PERFORM OpenPreviewReport
       ELSE
           PERFORM OpenOrderLineFile
           PERFORM OpenOrderPriceFile
       END-IF
       MOVE 'N' TO WSEOF
       MOVE 0 TO SO-Num
       START StandingFile KEY IS >= SO-Num
                   IF SO-Active = 'Y'
                           AND SO-NextDate <= WSRunDateNum
                       PERFORM GenerateOneOrder
                       IF WSPreview = 'Y'
                           PERFORM PreviewSkipped
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WSPreview = 'N'
           CLOSE OrderPriceFile
           CLOSE OrderLineFile
       END-IF
       IF WSHaveOrders = 'Y'
           CLOSE OrderFile
       END-IF
       IF WSHaveCredit = 'Y'
           CLOSE CreditFile
       END-IF
       DISPLAY "Skipped - credit hold: " WSSkippedHold
           "  inactive customer: " WSSkippedInact
           "  item unavailable: " WSSkippedItem
       IF WSPreview = 'Y'
           PERFORM PrintPreviewTotals
       END-IF
       STOP RUN.

GetOperatorID.
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetRunMode.
       MOVE SPACES TO WSRunParm
       ACCEPT WSRunParm FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE(WSRunParm) TO WSRunParm
       IF WSRunParm = "PREVIEW"
           MOVE 'Y' TO WSPreview
           MOVE 'Q' TO WSPeriodMode
           DISPLAY "Preview run: no order will be generated or written"
       END-IF.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
       END-IF
       MOVE WSRunDate TO WSRunDateNum.

CheckPostingPeriod.
       CALL "PERIODCHK" USING WSRunDateNum, WSPeriodMode, WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSRunDate(1:6)
               " is closed, standing orders dated " WSPostDate
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
       END-IF.

OpenOrderFile.
       IF WSPreview = 'Y'
           OPEN INPUT OrderFile
           IF WSOrderFileStatus NOT = "00"
               CLOSE OrderFile
               MOVE 'N' TO WSHaveOrders
           END-IF
           EXIT PARAGRAPH
       END-IF
       OPEN I-O OrderFile
       IF WSOrderFileStatus = "35"
           OPEN OUTPUT OrderFile
           STOP RUN WITH ERROR STATUS WSLineFileStatus
       END-IF.

OpenOrderPriceFile.
       OPEN I-O OrderPriceFile
       IF WSPriceFileStatus = "35"
           OPEN OUTPUT OrderPriceFile
           CLOSE OrderPriceFile
           OPEN I-O OrderPriceFile
       END-IF
       IF WSPriceFileStatus NOT = "00" AND WSPriceFileStatus NOT = "10"
           DISPLAY "OrderPriceFile I/O problem, status: "
               WSPriceFileStatus
           CLOSE OrderPriceFile
           CLOSE OrderLineFile
           CLOSE OrderFile
           STOP RUN WITH ERROR STATUS WSPriceFileStatus
       END-IF.

GenerateOneOrder.
       MOVE SO-IDNum TO IDNum
       READ CustomerFile
                       ADD 1 TO WSSkippedHold
                       EXIT PARAGRAPH
                   END-IF
                   IF CR-HoldFlag = 'C'
                       DISPLAY "Standing order skipped, customer on"
                           " cash-only terms : " SO-Num
                           " customer " SO-IDNum
                       ADD 1 TO WSSkippedHold
                       EXIT PARAGRAPH
                   END-IF
           END-READ
       END-IF
       CALL "ITMVALID" USING SO-ItemCode, WSItemPrice, WSItemValid,
           WSItemAvail
       IF WSItemValid = 'N'
           DISPLAY "Standing order skipped, item not on file or"
               " inactive : " SO-Num " item " SO-ItemCode
           ADD 1 TO WSSkippedItem
           EXIT PARAGRAPH
       END-IF
       IF WSPreview = 'Y'
           PERFORM AdjustPreviewStock
       END-IF
       IF SO-Quantity > WSItemAvail
           DISPLAY "Standing order skipped, only " WSItemAvail
               " in stock : " SO-Num " item " SO-ItemCode
           ADD 1 TO WSSkippedItem
           EXIT PARAGRAPH
       END-IF
       CALL "CONPRICE" USING SO-IDNum, SO-ItemCode, SO-Quantity,
           WSRunDateNum, WSItemPrice, WSNetPrice, WSContractEff,
           WSContractFound
       PERFORM AllocateOrderNum
       MOVE SO-IDNum TO OrderIDNum
       MOVE WSPostDate TO OrderDate
       COMPUTE OrderAmount = SO-Quantity * WSNetPrice
       MOVE 'O' TO OrderStatus
       IF CustBranch = SPACES
           MOVE "01" TO OrderBranch
           MOVE CustBranch TO OrderBranch
       END-IF
       PERFORM ComputeOrderTax
       IF WSPreview = 'Y'
           PERFORM PreviewOrder
           EXIT PARAGRAPH
       END-IF
       WRITE OrderData
           INVALID KEY
               DISPLAY "Unable to write generated order : " OrderNum
           NOT INVALID KEY
               CALL "ORDJRNL" USING "W", OrderData
               CALL "ORDREP" USING OrderData
               PERFORM WriteGeneratedLine
               CALL "ITMSTOCK" USING "A", SO-ItemCode, SO-Quantity,
                   WSStockStatus
               IF WSStockStatus NOT = 'Y'
                   DISPLAY "Stock not allocated for order " OrderNum
                       " line 1 item " SO-ItemCode
               END-IF
               PERFORM PostOrderToBalance
               PERFORM RollNextDate
               ADD 1 TO WSGeneratedCount
       END-WRITE.

AllocateOrderNum.
       IF WSPreviewOrderNum > 0
           MOVE WSPreviewOrderNum TO OrderNum
           ADD 1 TO WSPreviewOrderNum
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSNextOrderNum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           PERFORM RecoverControlCounter
       END-IF
       MOVE WSNextOrderNum TO OrderNum
       IF WSPreview = 'Y'
           COMPUTE WSPreviewOrderNum = WSNextOrderNum + 1
           EXIT PARAGRAPH
       END-IF
       PERFORM UpdateControlRecord.

RecoverControlCounter.
       DISPLAY "Order control record missing, re-deriving from Orders.dat"
       MOVE 0 TO WSHighOrderNum
       IF WSHaveOrders = 'N'
           MOVE 1 TO WSNextOrderNum
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OrderNum
       MOVE 'N' TO WSScanEOF
       START OrderFile KEY IS >= OrderNum
       MOVE 1 TO OL-LineNum
       MOVE SO-ItemCode TO OL-ItemCode
       MOVE SO-Quantity TO OL-Quantity
       MOVE WSNetPrice TO OL-UnitPrice
       MOVE OrderAmount TO OL-ExtAmount
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Unable to write generated order line : "
                   OL-Key
           NOT INVALID KEY
               IF WSContractFound = 'Y'
                   PERFORM WriteLinePrice
               END-IF
       END-WRITE.

WriteLinePrice.
       MOVE OL-Key TO LP-Key
       MOVE WSItemPrice TO LP-ListPrice
       COMPUTE LP-Discount = WSItemPrice - WSNetPrice
       MOVE WSContractEff TO LP-ContractEff
       WRITE OrderPriceData
           INVALID KEY
               DISPLAY "Unable to record list price for line : " LP-Key
       END-WRITE.

ComputeOrderTax.
               DISPLAY "Unable to roll standing order forward : "
                   SO-Num
       END-REWRITE.

OpenPreviewReport.
       MOVE 'O' TO RW-Action
       MOVE "StandingOrdersPreview.rpt" TO RW-ReportName
       MOVE "Standing Order Generation Preview" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "   SO  Customer  Item       Qty      Amount        Tax  What would happen"
           TO RW-HeadCol
       MOVE "-----  -------  --------  -----  ----------  ---------  ------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Standing orders due by " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           ", orders dated " DELIMITED BY SIZE
           WSPostDate DELIMITED BY SIZE
           " - preview only, nothing has been generated"
               DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

StartPreviewLine.
       MOVE SPACES TO WSPreviewLine
       MOVE SO-Num TO PV-SONum
       MOVE SO-IDNum TO PV-IDNum
       MOVE SO-ItemCode TO PV-ItemCode
       MOVE SO-Quantity TO PV-Quantity.

PreviewOrder.
       PERFORM RecordPreviewStock
       ADD 1 TO WSGeneratedCount
       ADD OrderAmount TO WSGeneratedTotal
       PERFORM StartPreviewLine
       MOVE OrderAmount TO PV-Amount
       MOVE OrderTax TO PV-Tax
       STRING "GENERATE as order " DELIMITED BY SIZE
           OrderNum DELIMITED BY SIZE
           INTO PV-Action
       END-STRING
       MOVE WSPreviewLine TO RW-Line
       PERFORM WriteReportLine.

PreviewSkipped.
       IF WSSkippedHold = WSLastHold AND WSSkippedInact = WSLastInact
               AND WSSkippedItem = WSLastItem
           EXIT PARAGRAPH
       END-IF
       PERFORM StartPreviewLine
       EVALUATE TRUE
           WHEN WSSkippedHold NOT = WSLastHold
               MOVE "SKIP - credit hold or cash-only terms" TO PV-Action
           WHEN WSSkippedInact NOT = WSLastInact
               MOVE "SKIP - customer not found or not active"
                   TO PV-Action
           WHEN OTHER
               MOVE "SKIP - item inactive or not enough in stock"
                   TO PV-Action
       END-EVALUATE
       MOVE WSSkippedHold TO WSLastHold
       MOVE WSSkippedInact TO WSLastInact
       MOVE WSSkippedItem TO WSLastItem
       MOVE WSPreviewLine TO RW-Line
       PERFORM WriteReportLine.

AdjustPreviewStock.
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSStockCount
           IF PS-ItemCode(WSPreviewIdx) = SO-ItemCode
               IF PS-Allocated(WSPreviewIdx) >= WSItemAvail
                   MOVE 0 TO WSItemAvail
               ELSE
                   SUBTRACT PS-Allocated(WSPreviewIdx) FROM WSItemAvail
               END-IF
           END-IF
       END-PERFORM.

RecordPreviewStock.
       MOVE 'N' TO WSStockFound
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSStockCount OR WSStockFound = 'Y'
           IF PS-ItemCode(WSPreviewIdx) = SO-ItemCode
               ADD SO-Quantity TO PS-Allocated(WSPreviewIdx)
               MOVE 'Y' TO WSStockFound
           END-IF
       END-PERFORM
       IF WSStockFound = 'N' AND WSStockCount < 2000
           ADD 1 TO WSStockCount
           MOVE SO-ItemCode TO PS-ItemCode(WSStockCount)
           MOVE SO-Quantity TO PS-Allocated(WSStockCount)
       END-IF.

PrintPreviewTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSGeneratedTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Standing orders that would be generated: "
               DELIMITED BY SIZE
           WSGeneratedCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Skipped - credit hold: " DELIMITED BY SIZE
           WSSkippedHold DELIMITED BY SIZE
           "  inactive customer: " DELIMITED BY SIZE
           WSSkippedInact DELIMITED BY SIZE
           "  item unavailable: " DELIMITED BY SIZE
           WSSkippedItem DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 'T' TO RW-Action
       MOVE "Preview only - no order was written and no standing order was rolled forward"
           TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
