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
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT CustLinkFile ASSIGN TO "CustLinks.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LK-IDNum
           ALTERNATE RECORD KEY IS LK-ParentID WITH DUPLICATES
           FILE STATUS IS WSLinkStatus.
       SELECT ReferralFile ASSIGN TO "CreditReferral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReferralStatus.
FD OrderLineFile.
    COPY ORDLINE.

FD OrderPriceFile.
    COPY ORDPRICE.

FD CustomerFile.
    COPY CUSTREC.

FD ShipToFile.
    COPY SHIPTO.

FD OrderShipFile.
    COPY ORDSHIP.

FD CreditFile.
    COPY CREDREC.

FD CustLinkFile.
    COPY CUSTLINK.

FD ReferralFile.
    COPY CREDREF.

01 WSFileStatus       PIC X(2).
01 WSOrderFileStatus  PIC X(2).
01 WSLineFileStatus   PIC X(2).
01 WSPriceFileStatus  PIC X(2).
01 WSShipToStatus     PIC X(2).
01 WSOrderShipStatus  PIC X(2).
01 WSHaveShipTo       PIC X(1) VALUE 'N'.
01 WSShipIn           PIC X(3).
01 WSShipNum          PIC 9(3).
01 WSShipCount        PIC 9(3).
01 WSTaxState         PIC X(2).
01 WSDuplicate        PIC X(1).
01 WSInvalid          PIC X(1).
01 WSCustFound        PIC X(1).
01 WSQtyIn            PIC X(5).
01 WSItemPrice        PIC 9(5)V99.
01 WSItemValid        PIC X(1).
01 WSItemAvail        PIC 9(7).
01 WSPriceDate        PIC 9(8).
01 WSNetPrice         PIC 9(5)V99.
01 WSContractEff      PIC 9(8).
01 WSContractFound    PIC X(1).
01 WSStockStatus      PIC X(1).
01 WSAllocLine        PIC 9(3).
01 WSOrderItemCount   PIC 9(3).
01 WSOrderItemIdx     PIC 9(3).
01 WSOrderItemFound   PIC X(1).
01 WSOrderItemTable.
       02 WSOrderItem OCCURS 200 TIMES.
           03 OQ-ItemCode     PIC X(8).
           03 OQ-Quantity     PIC 9(7).
01 WSMoreLines        PIC X(1).
01 WSLineNum          PIC 9(3).
01 WSLineTotal        PIC S9(7)V99.
01 WSCreditStatus     PIC X(2).
01 WSReferralStatus   PIC X(2).
01 WSHaveCredit       PIC X(1) VALUE 'N'.
01 WSCashResp         PIC X(1).
01 WSCreditOK         PIC X(1).
01 WSCreditLimit      PIC 9(7)V99.
01 WSExposure         PIC S9(9)V99.
01 WSOpenOrderTotal   PIC S9(9)V99.
01 WSLinkStatus       PIC X(2).
01 WSHaveLinks        PIC X(1) VALUE 'N'.
01 WSLinkEOF          PIC X(1).
01 WSGroupParent      PIC 9(7).
01 WSGroupCount       PIC 9(3).
01 WSGroupIdx         PIC 9(3).
01 WSGroupTable.
       02 WSGroupMember   PIC 9(7) OCCURS 200 TIMES.
01 WSGroupLimit       PIC 9(7)V99.
01 WSGroupBalance     PIC S9(9)V99.
01 WSGroupOrders      PIC S9(9)V99.
01 WSGroupExposure    PIC S9(9)V99.
01 WSSaveCustomer     PIC X(149).
01 WSSaveOrderNum     PIC 9(7).
01 WSSaveOrderID      PIC 9(7).
01 WSScanEOF          PIC X(1).
01 WSOperatorRole     PIC X(1).
01 WSTaxRate          PIC 9(2)V999.
01 WSTaxStatus        PIC X(1).
01 WSTranDate         PIC 9(8).
01 WSPostDate         PIC 9(8).
01 WSPeriodResult     PIC X(1).
01 WSPeriodProgram    PIC X(10) VALUE "example26".
01 WSPeriodRef        PIC X(20).

PROCEDURE DIVISION.
MainLine.
       PERFORM CheckFileStatus
       PERFORM OpenOrderFile
       PERFORM OpenOrderLineFile
       PERFORM OpenOrderPriceFile
       PERFORM OpenShipToFiles
       PERFORM OpenCreditFile
       PERFORM OpenLinkFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetUniqueOrderNum
           PERFORM GetOrderCustomer
               PERFORM CheckCreditHold
           END-IF
           IF WSCustFound = 'Y'
               PERFORM GetShipTo
               PERFORM GetOrderLines
               PERFORM CheckCreditLimit
               IF WSCreditOK = 'Y'
                   MOVE WSLineTotal TO OrderAmount
                   PERFORM SetOrderDate
                   MOVE 'O' TO OrderStatus
                   MOVE WSOperatorBranch TO OrderBranch
                   PERFORM ComputeOrderTax
                               " for " OrderAmount
                               " plus tax " OrderTax
                           CALL "ORDJRNL" USING "W", OrderData
                           CALL "ORDREP" USING OrderData
                           PERFORM WriteOrderShipTo
                           PERFORM PostOrderToBalance
                           PERFORM AllocateOrderStock
                   END-WRITE
               END-IF
           END-IF
       IF WSHaveCredit = 'Y'
           CLOSE CreditFile
       END-IF
       IF WSHaveLinks = 'Y'
           CLOSE CustLinkFile
       END-IF
       IF WSHaveShipTo = 'Y'
           CLOSE ShipToFile
       END-IF
       CLOSE OrderShipFile
       CLOSE OrderPriceFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       CLOSE CustomerFile
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
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSPriceFileStatus
       END-IF.

OpenShipToFiles.
       MOVE 'N' TO WSHaveShipTo
       OPEN INPUT ShipToFile
       IF WSShipToStatus = "00"
           MOVE 'Y' TO WSHaveShipTo
       ELSE
           CLOSE ShipToFile
       END-IF
       OPEN I-O OrderShipFile
       IF WSOrderShipStatus = "35"
           OPEN OUTPUT OrderShipFile
           CLOSE OrderShipFile
           OPEN I-O OrderShipFile
       END-IF
       IF WSOrderShipStatus NOT = "00" AND WSOrderShipStatus NOT = "10"
           DISPLAY "OrderShipFile I/O problem, status: "
               WSOrderShipStatus
           CLOSE OrderShipFile
           CLOSE OrderPriceFile
           CLOSE OrderLineFile
           CLOSE OrderFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSOrderShipStatus
       END-IF.

GetUniqueOrderNum.
       MOVE 'Y' TO WSDuplicate
       PERFORM UNTIL WSDuplicate = 'N'
               END-IF
       END-READ.

GetShipTo.
       MOVE 0 TO WSShipNum
       MOVE AddrState TO WSTaxState
       IF WSHaveShipTo = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM ListShipTos
       IF WSShipCount = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Ship-to number (blank = customer address) "
               WITH NO ADVANCING
           ACCEPT WSShipIn
           IF WSShipIn = SPACES
               MOVE 0 TO WSShipNum
               MOVE 'N' TO WSInvalid
           ELSE
               MOVE OrderIDNum TO ST-IDNum
               MOVE FUNCTION NUMVAL(WSShipIn) TO ST-ShipNum
               READ ShipToFile
                   KEY IS ST-Key
                   INVALID KEY
                       DISPLAY "Ship-to not on file for this customer,"
                           " please re-enter"
                   NOT INVALID KEY
                       IF ST-Active = 'Y'
                           MOVE ST-ShipNum TO WSShipNum
                           MOVE ST-AddrState TO WSTaxState
                           MOVE 'N' TO WSInvalid
                       ELSE
                           DISPLAY "Ship-to is deactivated, please"
                               " re-enter"
                       END-IF
               END-READ
           END-IF
       END-PERFORM
       IF WSShipNum > 0
           DISPLAY "Shipping to " ST-Name " " ST-AddrCity " "
               ST-AddrState
       END-IF.

ListShipTos.
       MOVE 0 TO WSShipCount
       MOVE OrderIDNum TO ST-IDNum
       MOVE 0 TO ST-ShipNum
       MOVE 'N' TO WSScanEOF
       START ShipToFile KEY IS >= ST-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ShipToFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF ST-IDNum = OrderIDNum
                       IF ST-Active = 'Y'
                           ADD 1 TO WSShipCount
                           DISPLAY "  Ship-to " ST-ShipNum "  " ST-Name
                               " " ST-AddrCity " " ST-AddrState
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSScanEOF
                   END-IF
           END-READ
       END-PERFORM.

WriteOrderShipTo.
       IF WSShipNum = 0
           EXIT PARAGRAPH
       END-IF
       MOVE OrderNum TO OS-OrderNum
       MOVE OrderIDNum TO OS-IDNum
       MOVE WSShipNum TO OS-ShipNum
       MOVE WSTaxState TO OS-TaxState
       WRITE OrderShipData
           INVALID KEY
               DISPLAY "Unable to record ship-to for order : " OrderNum
       END-WRITE.

GetOrderLines.
       MOVE 0 TO WSLineNum
       MOVE 0 TO WSOrderItemCount
       MOVE 0 TO WSLineTotal
       MOVE 'Y' TO WSMoreLines
       PERFORM UNTIL WSMoreLines = 'N'
GetOneOrderLine.
       PERFORM GetLineItemCode
       PERFORM GetLineQuantity
       PERFORM PriceOrderLine
       MOVE OrderNum TO OL-OrderNum
       COMPUTE OL-LineNum = WSLineNum + 1
       COMPUTE OL-ExtAmount = OL-Quantity * OL-UnitPrice
               ADD 1 TO WSLineNum
               ADD 1 TO WSLineCount
               ADD OL-ExtAmount TO WSLineTotal
               PERFORM RecordOrderQuantity
               DISPLAY "Line " OL-LineNum " : " OL-ItemCode
                   " extended " OL-ExtAmount
               IF WSContractFound = 'Y'
                   PERFORM WriteLinePrice
               END-IF
       END-WRITE.

PriceOrderLine.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSPriceDate
       CALL "CONPRICE" USING OrderIDNum, OL-ItemCode, OL-Quantity,
           WSPriceDate, WSItemPrice, WSNetPrice, WSContractEff,
           WSContractFound
       MOVE WSNetPrice TO OL-UnitPrice
       IF WSContractFound = 'Y'
           DISPLAY "Contract price " WSNetPrice " (list " WSItemPrice
               ") for item " OL-ItemCode
       END-IF.

WriteLinePrice.
       MOVE OL-Key TO LP-Key
       MOVE WSItemPrice TO LP-ListPrice
       COMPUTE LP-Discount = WSItemPrice - WSNetPrice
       MOVE WSContractEff TO LP-ContractEff
       WRITE OrderPriceData
           INVALID KEY
               DISPLAY "Unable to record list price for line : " LP-Key
       END-WRITE.

GetLineItemCode.
               DISPLAY "Item code cannot be blank, please re-enter"
           ELSE
               CALL "ITMVALID" USING OL-ItemCode, WSItemPrice,
                   WSItemValid, WSItemAvail
               IF WSItemValid = 'N'
                   DISPLAY "Item not on file or inactive : "
                       OL-ItemCode ", please re-enter"
               ELSE
                   PERFORM DeductOrderQuantity
                   IF WSItemAvail = 0
                       DISPLAY "Item out of stock : "
                           OL-ItemCode ", please re-enter"
                   ELSE
                       MOVE WSItemPrice TO OL-UnitPrice
                       MOVE 'N' TO WSInvalid
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

DeductOrderQuantity.
       PERFORM VARYING WSOrderItemIdx FROM 1 BY 1
           UNTIL WSOrderItemIdx > WSOrderItemCount
           IF OQ-ItemCode(WSOrderItemIdx) = OL-ItemCode
               IF OQ-Quantity(WSOrderItemIdx) >= WSItemAvail
                   MOVE 0 TO WSItemAvail
               ELSE
                   SUBTRACT OQ-Quantity(WSOrderItemIdx) FROM WSItemAvail
               END-IF
           END-IF
       END-PERFORM.

RecordOrderQuantity.
       MOVE 'N' TO WSOrderItemFound
       PERFORM VARYING WSOrderItemIdx FROM 1 BY 1
           UNTIL WSOrderItemIdx > WSOrderItemCount
               OR WSOrderItemFound = 'Y'
           IF OQ-ItemCode(WSOrderItemIdx) = OL-ItemCode
               ADD OL-Quantity TO OQ-Quantity(WSOrderItemIdx)
               MOVE 'Y' TO WSOrderItemFound
           END-IF
       END-PERFORM
       IF WSOrderItemFound = 'N' AND WSOrderItemCount < 200
           ADD 1 TO WSOrderItemCount
           MOVE OL-ItemCode TO OQ-ItemCode(WSOrderItemCount)
           MOVE OL-Quantity TO OQ-Quantity(WSOrderItemCount)
       END-IF.

GetLineQuantity.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           ACCEPT WSQtyIn
           MOVE FUNCTION NUMVAL(WSQtyIn) TO OL-Quantity
           IF OL-Quantity > 0
               IF OL-Quantity > WSItemAvail
                   DISPLAY "Only " WSItemAvail " available for item "
                       OL-ItemCode ", please re-enter"
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           ELSE
               DISPLAY "Quantity must be greater than zero, please re-enter"
           END-IF
                       MOVE WSOperatorID TO WSReferOper
                       PERFORM WriteReferralRecord
                   END-IF
                   IF CR-HoldFlag = 'C'
                       PERFORM ConfirmCashOnly
                   END-IF
           END-READ
       END-IF.

ConfirmCashOnly.
       DISPLAY "Customer is on cash-only terms after returned checks"
       DISPLAY "Payment collected up front (Y/N) " WITH NO ADVANCING
       ACCEPT WSCashResp
       MOVE FUNCTION UPPER-CASE(WSCashResp) TO WSCashResp
       IF WSCashResp NOT = 'Y'
           DISPLAY "Order rejected, cash-only customer and no"
               " payment up front : " OrderIDNum
           MOVE 'N' TO WSCustFound
       END-IF.

CheckCreditLimit.
       MOVE 'Y' TO WSCreditOK
       MOVE SPACE TO WSReferAction
       IF WSCreditLimit > 0
           PERFORM TallyOpenOrders
           COMPUTE WSExposure
               DISPLAY "Credit limit exceeded for customer "
                   OrderIDNum " : limit " WSCreditLimit
                   " exposure " WSExposure
               PERFORM ReferOverLimit
           END-IF
       END-IF
       IF WSCreditOK = 'Y' AND WSReferAction NOT = 'O'
           PERFORM CheckGroupLimit
       END-IF.

ReferOverLimit.
       DISPLAY "Supervisor override (Y/N) " WITH NO ADVANCING
       ACCEPT WSOverrideResp
       MOVE FUNCTION UPPER-CASE(WSOverrideResp)
           TO WSOverrideResp
       IF WSOverrideResp = 'Y'
           DISPLAY "Supervisor operator ID " WITH NO ADVANCING
           ACCEPT WSOverrideOper
           MOVE FUNCTION UPPER-CASE(WSOverrideOper)
               TO WSOverrideOper
           CALL "OPAUTH" USING WSOverrideOper,
               WSOverrideRole, WSOverrideStatus
           IF WSOverrideStatus = 'Y'
                   AND (WSOverrideRole = 'S'
                       OR WSOverrideRole = 'A')
               MOVE 'O' TO WSReferAction
               MOVE WSOverrideOper TO WSReferOper
               PERFORM WriteReferralRecord
               DISPLAY "Order forced through on override by "
                   WSOverrideOper
           ELSE
               DISPLAY "Override refused, not an unlocked"
                   " supervisor : " WSOverrideOper
               MOVE 'N' TO WSCreditOK
               MOVE 'R' TO WSReferAction
               MOVE WSOperatorID TO WSReferOper
               PERFORM WriteReferralRecord
               PERFORM RemoveOrderLines
               DISPLAY "Order refused over credit limit : "
                   OrderNum
           END-IF
       ELSE
           MOVE 'N' TO WSCreditOK
           MOVE 'R' TO WSReferAction
           MOVE WSOperatorID TO WSReferOper
           PERFORM WriteReferralRecord
           PERFORM RemoveOrderLines
           DISPLAY "Order refused over credit limit : "
               OrderNum
       END-IF.

TallyOpenOrders.
       MOVE WSSaveOrderNum TO OrderNum
       MOVE WSSaveOrderID TO OrderIDNum.

OpenLinkFile.
       MOVE 'N' TO WSHaveLinks
       OPEN INPUT CustLinkFile
       IF WSLinkStatus = "00"
           MOVE 'Y' TO WSHaveLinks
       ELSE
           CLOSE CustLinkFile
       END-IF.

CheckGroupLimit.
       IF WSHaveCredit = 'N' OR WSHaveLinks = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM FindGroupMembers
       IF WSGroupCount = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSGroupLimit
       MOVE WSGroupParent TO CR-IDNum
       READ CreditFile
           KEY IS CR-IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CR-Limit TO WSGroupLimit
       END-READ
       IF WSGroupLimit = 0
           EXIT PARAGRAPH
       END-IF
       PERFORM TallyGroupExposure
       COMPUTE WSGroupExposure
           = WSGroupBalance + WSGroupOrders + WSLineTotal
       IF WSGroupExposure > WSGroupLimit
           DISPLAY "Group credit limit exceeded for parent account "
               WSGroupParent " : limit " WSGroupLimit
               " exposure " WSGroupExposure
           PERFORM ReferOverLimit
       END-IF.

FindGroupMembers.
       MOVE 0 TO WSGroupCount
       MOVE OrderIDNum TO LK-IDNum
       READ CustLinkFile
           KEY IS LK-IDNum
           INVALID KEY
               MOVE OrderIDNum TO WSGroupParent
           NOT INVALID KEY
               MOVE LK-ParentID TO WSGroupParent
       END-READ
       MOVE 1 TO WSGroupCount
       MOVE WSGroupParent TO WSGroupMember(1)
       MOVE WSGroupParent TO LK-ParentID
       MOVE 'N' TO WSLinkEOF
       START CustLinkFile KEY IS = LK-ParentID
           INVALID KEY
               MOVE 'Y' TO WSLinkEOF
       END-START
       PERFORM UNTIL WSLinkEOF = 'Y'
           READ CustLinkFile NEXT RECORD
               AT END MOVE 'Y' TO WSLinkEOF
               NOT AT END
                   IF LK-ParentID NOT = WSGroupParent
                       MOVE 'Y' TO WSLinkEOF
                   ELSE
                       IF WSGroupCount < 200
                           ADD 1 TO WSGroupCount
                           MOVE LK-IDNum TO WSGroupMember(WSGroupCount)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WSGroupCount = 1
           MOVE 0 TO WSGroupCount
       END-IF.

TallyGroupExposure.
       MOVE 0 TO WSGroupBalance
       MOVE 0 TO WSGroupOrders
       MOVE CustomerData TO WSSaveCustomer
       PERFORM VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           MOVE WSGroupMember(WSGroupIdx) TO IDNum
           READ CustomerFile
               KEY IS IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CustBalance TO WSGroupBalance
           END-READ
       END-PERFORM
       MOVE WSSaveCustomer TO CustomerData
       MOVE OrderNum TO WSSaveOrderNum
       MOVE OrderIDNum TO WSSaveOrderID
       MOVE 'N' TO WSScanEOF
       MOVE 0 TO OrderNum
       START OrderFile KEY IS >= OrderNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF OrderStatus = 'O'
                       PERFORM VARYING WSGroupIdx FROM 1 BY 1
                           UNTIL WSGroupIdx > WSGroupCount
                           IF WSGroupMember(WSGroupIdx) = OrderIDNum
                               ADD OrderAmount OrderTax
                                   TO WSGroupOrders
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       MOVE WSSaveOrderNum TO OrderNum
       MOVE WSSaveOrderID TO OrderIDNum.

WriteReferralRecord.
       OPEN EXTEND ReferralFile
       IF WSReferralStatus = "35"
               INVALID KEY
                   DISPLAY "Orphan order line left behind : " OL-Key
           END-DELETE
           MOVE OL-Key TO LP-Key
           DELETE OrderPriceFile
               INVALID KEY
                   CONTINUE
           END-DELETE
           SUBTRACT 1 FROM WSLineNum
       END-PERFORM.

AllocateOrderStock.
       PERFORM VARYING WSAllocLine FROM 1 BY 1
           UNTIL WSAllocLine > WSLineNum
           MOVE OrderNum TO OL-OrderNum
           MOVE WSAllocLine TO OL-LineNum
           READ OrderLineFile
               KEY IS OL-Key
               INVALID KEY
                   DISPLAY "Stock not allocated, line missing : " OL-Key
               NOT INVALID KEY
                   CALL "ITMSTOCK" USING "A", OL-ItemCode, OL-Quantity,
                       WSStockStatus
                   IF WSStockStatus NOT = 'Y'
                       DISPLAY "Stock not allocated for order " OrderNum
                           " line " OL-LineNum " item " OL-ItemCode
                   END-IF
           END-READ
       END-PERFORM.

ComputeOrderTax.
       CALL "TAXRATE" USING WSTaxState, OrderDate, WSTaxRate,
           WSTaxStatus
       IF WSTaxStatus = 'Y'
           COMPUTE OrderTax ROUNDED
           MOVE 0 TO OrderTax
       END-IF.

SetOrderDate.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSTranDate
       MOVE SPACES TO WSPeriodRef
       MOVE OrderNum TO WSPeriodRef
       CALL "PERIODCHK" USING WSTranDate, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSTranDate(1:6) " is closed, order "
               OrderNum " dated " WSPostDate
       END-IF
       MOVE WSPostDate TO OrderDate.

PostOrderToBalance.
       ADD OrderAmount OrderTax TO CustBalance
       REWRITE CustomerData
