       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example86.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT OrderLineFile ASSIGN TO "OrderLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OL-Key
           FILE STATUS IS WSLineFileStatus.
       SELECT OrderPriceFile ASSIGN TO "OrderLinePrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LP-Key
           FILE STATUS IS WSPriceFileStatus.
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
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT ShipmentFile ASSIGN TO "Shipments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSShipStatus.
       SELECT ControlFile ASSIGN TO "OrdControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD OrderPriceFile.
    COPY ORDPRICE.

FD ShipToFile.
    COPY SHIPTO.

FD OrderShipFile.
    COPY ORDSHIP.

FD CustomerFile.
    COPY CUSTREC.

FD ShipmentFile.
    COPY SHIPREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

WORKING-STORAGE SECTION.
    COPY ORDREC REPLACING
        ==OrderData==   BY ==WSOrder==
        ==OrderNum==    BY ==WSOrderNum==
        ==OrderIDNum==  BY ==WSOrderIDNum==
        ==OrderDate==   BY ==WSOrderDate==
        ==OrderAmount== BY ==WSOrderAmount==
        ==OrderStatus== BY ==WSOrderStatus==
        ==OrderBranch== BY ==WSOrderBranch==
        ==OrderTax==    BY ==WSOrderTax==.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSPriceFileStatus PIC X(2).
01 WSHavePrices      PIC X(1) VALUE 'N'.
01 WSShipToStatus    PIC X(2).
01 WSOrderShipStatus PIC X(2).
01 WSHaveShipTo      PIC X(1) VALUE 'N'.
01 WSHaveOrderShip   PIC X(1) VALUE 'N'.
01 WSShipStatus      PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSLookupOrder     PIC 9(7).
01 WSConfirmResp     PIC X(1).
01 WSInvalid         PIC X(1).
01 WSLineEOF         PIC X(1).
01 WSScanEOF         PIC X(1).
01 WSQtyIn           PIC X(5).
01 WSShipDateIn      PIC X(8).
01 WSShipDate        PIC 9(8).
01 WSCarrier         PIC X(15).
01 WSTracking        PIC X(20).
01 WSErrorMsg        PIC X(60).
01 WSLineIndex       PIC 9(3).
01 WSLineUsed        PIC 9(3).
01 WSLineOverflow    PIC 9(5).
01 WSBackLine        PIC 9(3).
01 WSShortLines      PIC 9(3).
01 WSShipTotalQty    PIC 9(7).
01 WSShippedAmount   PIC S9(7)V99.
01 WSShippedTax      PIC S9(5)V99.
01 WSBackOrderNum    PIC 9(7).
01 WSNextOrderNum    PIC 9(7).
01 WSHighOrderNum    PIC 9(7).
01 WSStockStatus     PIC X(1).
01 WSShippedCount    PIC 9(7) VALUE 0.
01 WSBackOrderCount  PIC 9(7) VALUE 0.
01 WSOperatorID      PIC X(8).
01 WSOperatorBranch  PIC X(2).
01 WSOperatorRole    PIC X(1).
01 WSShipTable.
       02 WSShipEntry OCCURS 200 TIMES.
           03 WSShLineNum    PIC 9(3).
           03 WSShItemCode   PIC X(8).
           03 WSShOrdered    PIC 9(5).
           03 WSShShipped    PIC 9(5).
           03 WSShUnitPrice  PIC 9(5)V99.

SCREEN SECTION.
01 ShipmentScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Shipment Confirmation".
       05 LINE 3 COL 5 VALUE "Order Number . . :".
       05 LINE 3 COL 25 PIC 9(7) FROM WSOrderNum.
       05 LINE 4 COL 5 VALUE "Customer ID. . . :".
       05 LINE 4 COL 25 PIC 9(7) FROM WSOrderIDNum.
       05 LINE 5 COL 5 VALUE "Ship Date. . . . :".
       05 LINE 5 COL 25 PIC X(8) USING WSShipDateIn.
       05 LINE 6 COL 5 VALUE "Carrier. . . . . :".
       05 LINE 6 COL 25 PIC X(15) USING WSCarrier.
       05 LINE 7 COL 5 VALUE "Tracking Number. :".
       05 LINE 7 COL 25 PIC X(20) USING WSTracking.
       05 LINE 9 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetOperatorBranch
       OPEN I-O OrderFile
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "No orders on file (status "
               WSOrderFileStatus ")"
           CLOSE OrderFile
           STOP RUN
       END-IF
       OPEN I-O OrderLineFile
       IF WSLineFileStatus NOT = "00"
           DISPLAY "No order lines on file (status "
               WSLineFileStatus ")"
           CLOSE OrderLineFile
           CLOSE OrderFile
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOrderPriceFile
       PERFORM OpenShipToFiles
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetOrderNum
           PERFORM ConfirmOneShipment
           PERFORM AskMoreWork
       END-PERFORM
       IF WSHavePrices = 'Y'
           CLOSE OrderPriceFile
       END-IF
       IF WSHaveShipTo = 'Y'
           CLOSE ShipToFile
       END-IF
       IF WSHaveOrderShip = 'Y'
           CLOSE OrderShipFile
       END-IF
       CLOSE CustomerFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       DISPLAY "Shipments confirmed: " WSShippedCount
           "  backorders raised: " WSBackOrderCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetOperatorBranch.
       ACCEPT WSOperatorBranch FROM ENVIRONMENT "CUSTBRANCH"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorBranch
       END-ACCEPT
       IF WSOperatorBranch = SPACES
           MOVE "01" TO WSOperatorBranch
       END-IF
       ACCEPT WSOperatorRole FROM ENVIRONMENT "CUSTROLE"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorRole
       END-ACCEPT.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE OrderLineFile
           CLOSE OrderFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenOrderPriceFile.
       MOVE 'N' TO WSHavePrices
       OPEN I-O OrderPriceFile
       IF WSPriceFileStatus = "00"
           MOVE 'Y' TO WSHavePrices
       ELSE
           CLOSE OrderPriceFile
       END-IF.

OpenShipToFiles.
       MOVE 'N' TO WSHaveShipTo
       OPEN INPUT ShipToFile
       IF WSShipToStatus = "00"
           MOVE 'Y' TO WSHaveShipTo
       ELSE
           CLOSE ShipToFile
       END-IF
       MOVE 'N' TO WSHaveOrderShip
       OPEN I-O OrderShipFile
       IF WSOrderShipStatus = "00"
           MOVE 'Y' TO WSHaveOrderShip
       ELSE
           CLOSE OrderShipFile
       END-IF.

GetOrderNum.
       DISPLAY "Order number shipped " WITH NO ADVANCING
       ACCEPT WSLookupOrder.

ConfirmOneShipment.
       MOVE WSLookupOrder TO OrderNum
       READ OrderFile INTO WSOrder
           KEY IS OrderNum
           INVALID KEY
               DISPLAY "Order not found : " WSLookupOrder
               EXIT PARAGRAPH
       END-READ
       IF WSOrderStatus NOT = 'O'
           DISPLAY "Order is not open : " WSOrderNum
               " (status " WSOrderStatus ")"
           EXIT PARAGRAPH
       END-IF
       IF WSOperatorRole = 'C'
               AND WSOrderBranch NOT = SPACES
               AND WSOrderBranch NOT = WSOperatorBranch
           DISPLAY "Order belongs to branch " WSOrderBranch
               ", not shippable from branch " WSOperatorBranch
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadOrderLines
       IF WSLineOverflow > 0
           DISPLAY "Order has " WSLineOverflow " line(s) beyond the 200"
               " a shipment can hold, shipment refused : " WSOrderNum
           EXIT PARAGRAPH
       END-IF
       IF WSLineUsed = 0
           DISPLAY "Order has no lines to ship : " WSOrderNum
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowOrder
       PERFORM AcceptShipmentScreen
       PERFORM GetShippedQuantities
       IF WSShipTotalQty = 0
           DISPLAY "Nothing shipped, order left open : " WSOrderNum
           EXIT PARAGRAPH
       END-IF
       IF WSShortLines > 0
           DISPLAY WSShortLines " line(s) short, the balance will be"
               " raised as a backorder"
       END-IF
       DISPLAY "Confirm this shipment (Y/N) " WITH NO ADVANCING
       ACCEPT WSConfirmResp
       MOVE FUNCTION UPPER-CASE(WSConfirmResp) TO WSConfirmResp
       IF WSConfirmResp NOT = 'Y'
           DISPLAY "Shipment not confirmed, order left open : "
               WSOrderNum
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSBackOrderNum
       IF WSShortLines > 0
           PERFORM RaiseBackOrder
           IF WSBackOrderNum = 0
               DISPLAY "Shipment not recorded, order left open : "
                   WSOrderNum
               EXIT PARAGRAPH
           END-IF
       END-IF
       PERFORM CloseShippedOrder
       PERFORM WriteShipmentLines
       ADD 1 TO WSShippedCount.

LoadOrderLines.
       MOVE 0 TO WSLineUsed
       MOVE 0 TO WSLineOverflow
       MOVE 'N' TO WSLineEOF
       MOVE WSOrderNum TO OL-OrderNum
       MOVE 0 TO OL-LineNum
       START OrderLineFile KEY IS >= OL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF OL-OrderNum = WSOrderNum
                       PERFORM LoadOneLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

LoadOneLine.
       IF WSLineUsed = 200
           ADD 1 TO WSLineOverflow
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLineUsed
       MOVE OL-LineNum TO WSShLineNum(WSLineUsed)
       MOVE OL-ItemCode TO WSShItemCode(WSLineUsed)
       MOVE OL-Quantity TO WSShOrdered(WSLineUsed)
       MOVE OL-Quantity TO WSShShipped(WSLineUsed)
       MOVE OL-UnitPrice TO WSShUnitPrice(WSLineUsed).

ShowOrder.
       MOVE WSOrderIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Order " WSOrderNum " customer " WSOrderIDNum
                   " (not on file) date " WSOrderDate
                   " amount " WSOrderAmount
           NOT INVALID KEY
               DISPLAY "Order " WSOrderNum " customer " WSOrderIDNum
                   " " FUNCTION TRIM(FirstName)
                   " " FUNCTION TRIM(LastName)
                   " date " WSOrderDate
                   " amount " WSOrderAmount
       END-READ
       PERFORM ShowShipTo.

ShowShipTo.
       IF WSHaveOrderShip = 'N' OR WSHaveShipTo = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE WSOrderNum TO OS-OrderNum
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
               DISPLAY "Ship to: site " OS-ShipNum " (not on file)"
           NOT INVALID KEY
               DISPLAY "Ship to: " FUNCTION TRIM(ST-Name) ", "
                   FUNCTION TRIM(ST-AddrLine1) ", "
                   FUNCTION TRIM(ST-AddrCity) " " ST-AddrState " "
                   ST-AddrZip
       END-READ.

AcceptShipmentScreen.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSShipDateIn
       MOVE SPACES TO WSCarrier
       MOVE SPACES TO WSTracking
       MOVE SPACES TO WSErrorMsg
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY ShipmentScreen
           ACCEPT ShipmentScreen
           MOVE SPACES TO WSErrorMsg
           MOVE FUNCTION UPPER-CASE(WSCarrier) TO WSCarrier
           IF WSShipDateIn IS NOT NUMERIC
               MOVE "Ship date must be YYYYMMDD" TO WSErrorMsg
           ELSE
               IF WSCarrier = SPACES
                   MOVE "Carrier cannot be blank" TO WSErrorMsg
               ELSE
                   MOVE WSShipDateIn TO WSShipDate
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

GetShippedQuantities.
       MOVE 0 TO WSShipTotalQty
       MOVE 0 TO WSShortLines
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           PERFORM GetOneShippedQuantity
           ADD WSShShipped(WSLineIndex) TO WSShipTotalQty
           IF WSShShipped(WSLineIndex) < WSShOrdered(WSLineIndex)
               ADD 1 TO WSShortLines
           END-IF
       END-PERFORM.

GetOneShippedQuantity.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Line " WSShLineNum(WSLineIndex) " item "
               WSShItemCode(WSLineIndex) " ordered "
               WSShOrdered(WSLineIndex)
           DISPLAY "  Quantity shipped (blank = all) "
               WITH NO ADVANCING
           ACCEPT WSQtyIn
           IF WSQtyIn = SPACES
               MOVE WSShOrdered(WSLineIndex) TO WSShShipped(WSLineIndex)
               MOVE 'N' TO WSInvalid
           ELSE
               MOVE FUNCTION NUMVAL(WSQtyIn) TO WSShShipped(WSLineIndex)
               IF WSShShipped(WSLineIndex) > WSShOrdered(WSLineIndex)
                   DISPLAY "Cannot ship more than was ordered,"
                       " please re-enter"
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

RaiseBackOrder.
       PERFORM AllocateOrderNum
       MOVE WSNextOrderNum TO WSBackOrderNum
       PERFORM ComputeShippedAmount
       MOVE WSBackOrderNum TO OrderNum
       MOVE WSOrderIDNum TO OrderIDNum
       MOVE WSOrderDate TO OrderDate
       COMPUTE OrderAmount = WSOrderAmount - WSShippedAmount
       MOVE 'O' TO OrderStatus
       MOVE WSOrderBranch TO OrderBranch
       COMPUTE OrderTax = WSOrderTax - WSShippedTax
       WRITE OrderData
           INVALID KEY
               DISPLAY "Unable to write backorder : " OrderNum
               MOVE 0 TO WSBackOrderNum
           NOT INVALID KEY
               CALL "ORDJRNL" USING "W", OrderData
               CALL "ORDREP" USING OrderData
               PERFORM WriteBackOrderLines
               PERFORM CopyOrderShipTo
               ADD 1 TO WSBackOrderCount
               DISPLAY "Backorder raised : " OrderNum
                   " for " OrderAmount
       END-WRITE.

WriteBackOrderLines.
       MOVE 0 TO WSBackLine
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           IF WSShShipped(WSLineIndex) < WSShOrdered(WSLineIndex)
               PERFORM WriteBackOrderLine
           END-IF
       END-PERFORM.

WriteBackOrderLine.
       ADD 1 TO WSBackLine
       MOVE WSBackOrderNum TO OL-OrderNum
       MOVE WSBackLine TO OL-LineNum
       MOVE WSShItemCode(WSLineIndex) TO OL-ItemCode
       COMPUTE OL-Quantity
           = WSShOrdered(WSLineIndex) - WSShShipped(WSLineIndex)
       MOVE WSShUnitPrice(WSLineIndex) TO OL-UnitPrice
       COMPUTE OL-ExtAmount = OL-Quantity * OL-UnitPrice
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Unable to write backorder line : " OL-Key
           NOT INVALID KEY
               PERFORM CopyLinePrice
       END-WRITE.

CopyLinePrice.
       IF WSHavePrices = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE WSOrderNum TO LP-OrderNum
       MOVE WSShLineNum(WSLineIndex) TO LP-LineNum
       READ OrderPriceFile
           KEY IS LP-Key
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE OL-Key TO LP-Key
       WRITE OrderPriceData
           INVALID KEY
               DISPLAY "Unable to record list price for backorder line : "
                   LP-Key
       END-WRITE.

CopyOrderShipTo.
       IF WSHaveOrderShip = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE WSOrderNum TO OS-OrderNum
       READ OrderShipFile
           KEY IS OS-OrderNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE WSBackOrderNum TO OS-OrderNum
       WRITE OrderShipData
           INVALID KEY
               DISPLAY "Unable to record ship-to for backorder : "
                   WSBackOrderNum
       END-WRITE.

ComputeShippedAmount.
       MOVE 0 TO WSShippedAmount
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           COMPUTE WSShippedAmount = WSShippedAmount
               + WSShShipped(WSLineIndex) * WSShUnitPrice(WSLineIndex)
       END-PERFORM
       IF WSOrderAmount NOT = 0
           COMPUTE WSShippedTax ROUNDED
               = WSOrderTax * WSShippedAmount / WSOrderAmount
       ELSE
           MOVE 0 TO WSShippedTax
       END-IF.

CloseShippedOrder.
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           PERFORM ShipOneLine
       END-PERFORM
       MOVE WSOrderNum TO OrderNum
       READ OrderFile
           KEY IS OrderNum
           INVALID KEY
               DISPLAY "Order vanished before closing : " WSOrderNum
               EXIT PARAGRAPH
       END-READ
       IF WSBackOrderNum NOT = 0
           MOVE WSShippedAmount TO OrderAmount
           MOVE WSShippedTax TO OrderTax
       END-IF
       MOVE 'C' TO OrderStatus
       REWRITE OrderData
           INVALID KEY
               DISPLAY "Unable to close shipped order : " OrderNum
           NOT INVALID KEY
               CALL "ORDJRNL" USING "R", OrderData
               DISPLAY "Order shipped and closed : " OrderNum
                   ", it will be invoiced by the next nightly run"
       END-REWRITE.

ShipOneLine.
       IF WSShShipped(WSLineIndex) > 0
           CALL "ITMSTOCK" USING "S", WSShItemCode(WSLineIndex),
               WSShShipped(WSLineIndex), WSStockStatus
       END-IF
       IF WSBackOrderNum = 0
           EXIT PARAGRAPH
       END-IF
       MOVE WSOrderNum TO OL-OrderNum
       MOVE WSShLineNum(WSLineIndex) TO OL-LineNum
       READ OrderLineFile
           KEY IS OL-Key
           INVALID KEY
               DISPLAY "Order line vanished before shipping : " OL-Key
               EXIT PARAGRAPH
       END-READ
       IF WSShShipped(WSLineIndex) = 0
           PERFORM DropUnshippedLine
           EXIT PARAGRAPH
       END-IF
       MOVE WSShShipped(WSLineIndex) TO OL-Quantity
       COMPUTE OL-ExtAmount = OL-Quantity * OL-UnitPrice
       REWRITE OrderLineData
           INVALID KEY
               DISPLAY "Unable to rewrite shipped line : " OL-Key
       END-REWRITE.

DropUnshippedLine.
       DELETE OrderLineFile RECORD
           INVALID KEY
               DISPLAY "Unable to remove unshipped line : " OL-Key
               EXIT PARAGRAPH
       END-DELETE
       IF WSHavePrices = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE OL-Key TO LP-Key
       DELETE OrderPriceFile RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.

WriteShipmentLines.
       OPEN EXTEND ShipmentFile
       IF WSShipStatus = "35"
           OPEN OUTPUT ShipmentFile
       END-IF
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           MOVE WSOrderNum TO SH-OrderNum
           MOVE WSShLineNum(WSLineIndex) TO SH-LineNum
           MOVE WSShItemCode(WSLineIndex) TO SH-ItemCode
           MOVE WSOrderIDNum TO SH-IDNum
           MOVE WSShOrdered(WSLineIndex) TO SH-QtyOrdered
           MOVE WSShShipped(WSLineIndex) TO SH-QtyShipped
           MOVE WSShipDate TO SH-ShipDate
           MOVE WSCarrier TO SH-Carrier
           MOVE WSTracking TO SH-Tracking
           IF WSShShipped(WSLineIndex) < WSShOrdered(WSLineIndex)
               MOVE WSBackOrderNum TO SH-BackOrder
           ELSE
               MOVE 0 TO SH-BackOrder
           END-IF
           MOVE WSOperatorID TO SH-Operator
           WRITE ShipmentRec
       END-PERFORM
       CLOSE ShipmentFile.

AllocateOrderNum.
       MOVE 0 TO WSNextOrderNum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           READ ControlFile
               AT END CONTINUE
               NOT AT END
                   IF ControlRec IS NUMERIC
                       MOVE ControlRec TO WSNextOrderNum
                   END-IF
           END-READ
           CLOSE ControlFile
       END-IF
       IF WSNextOrderNum = 0
           PERFORM RecoverControlCounter
       END-IF
       PERFORM UpdateControlRecord.

RecoverControlCounter.
       DISPLAY "Order control record missing, re-deriving from Orders.dat"
       MOVE 0 TO WSHighOrderNum
       MOVE 0 TO OrderNum
       MOVE 'N' TO WSScanEOF
       START OrderFile KEY IS >= OrderNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF OrderNum > WSHighOrderNum
                       MOVE OrderNum TO WSHighOrderNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextOrderNum = WSHighOrderNum + 1.

UpdateControlRecord.
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextOrderNum + 1
       WRITE ControlRec
       CLOSE ControlFile.

AskMoreWork.
       DISPLAY "Confirm another shipment (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
