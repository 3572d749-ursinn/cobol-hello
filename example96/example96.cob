       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example96.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QT-QuoteNum
           FILE STATUS IS WSQuoteStatus.
       SELECT QuoteLineFile ASSIGN TO "QuoteLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QL-Key
           FILE STATUS IS WSQuoteLineStatus.
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
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QuoteControlFile ASSIGN TO "QuoteControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSQuoteCtlStatus.
       SELECT ControlFile ASSIGN TO "OrdControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
DATA DIVISION.
FILE SECTION.
FD QuoteFile.
    COPY QUOTEREC.

FD QuoteLineFile.
    COPY QUOTLINE.

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

FD CreditFile.
    COPY CREDREC.

FD CustLinkFile.
    COPY CUSTLINK.

FD ReferralFile.
    COPY CREDREF.

FD AuditFile.
    COPY AUDITREC.

FD QuoteControlFile.
01 QuoteControlRec  PIC 9(7).

FD ControlFile.
01 ControlRec   PIC 9(7).

WORKING-STORAGE SECTION.
01 WSMoreWork         PIC X(1) VALUE 'Y'.
01 WSFileStatus       PIC X(2).
01 WSQuoteStatus      PIC X(2).
01 WSQuoteLineStatus  PIC X(2).
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
01 WSCreditStatus     PIC X(2).
01 WSReferralStatus   PIC X(2).
01 WSQuoteCtlStatus   PIC X(2).
01 WSControlStatus    PIC X(2).
01 WSHaveCredit       PIC X(1) VALUE 'N'.
01 WSCashResp         PIC X(1).
01 WSMode             PIC X(1).
01 WSInvalid          PIC X(1).
01 WSCustFound        PIC X(1).
01 WSConfirm          PIC X(1).
01 WSMoreLines        PIC X(1).
01 WSLineEOF          PIC X(1).
01 WSScanEOF          PIC X(1).
01 WSQtyIn            PIC X(5).
01 WSItemPrice        PIC 9(5)V99.
01 WSItemValid        PIC X(1).
01 WSItemAvail        PIC 9(7).
01 WSNetPrice         PIC 9(5)V99.
01 WSContractEff      PIC 9(8).
01 WSContractFound    PIC X(1).
01 WSStockStatus      PIC X(1).
01 WSStockShort       PIC X(1).
01 WSQuoteItemCount   PIC 9(3).
01 WSQuoteItemIdx     PIC 9(4).
01 WSQuoteItemFound   PIC X(1).
01 WSQuoteItemTable.
       02 WSQuoteItem OCCURS 999 TIMES.
           03 QQ-ItemCode     PIC X(8).
           03 QQ-Quantity     PIC 9(7).
01 WSLineNum          PIC 9(3).
01 WSLineTotal        PIC S9(7)V99.
01 WSLookupQuote      PIC 9(7).
01 WSToday            PIC 9(8).
01 WSExpiryIn         PIC X(8).
01 WSDefaultExpiry    PIC 9(8).
01 WSQuoteDays        PIC 9(3) VALUE 30.
01 WSNextQuoteNum     PIC 9(7).
01 WSHighQuoteNum     PIC 9(7).
01 WSNextOrderNum     PIC 9(7).
01 WSHighOrderNum     PIC 9(7).
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
01 WSOverrideResp     PIC X(1).
01 WSOverrideOper     PIC X(8).
01 WSOverrideRole     PIC X(1).
01 WSOverrideStatus   PIC X(1).
01 WSReferAction      PIC X(1).
01 WSReferOper        PIC X(8).
01 WSTaxRate          PIC 9(2)V999.
01 WSTaxStatus        PIC X(1).
01 WSQuoteCount       PIC 9(5) VALUE 0.
01 WSConvertCount     PIC 9(5) VALUE 0.
01 WSOperatorID       PIC X(8).
01 WSOperatorBranch   PIC X(2).
01 WSOperatorRole     PIC X(1).
01 WSPostDate         PIC 9(8).
01 WSPeriodResult     PIC X(1).
01 WSPeriodProgram    PIC X(10) VALUE "example96".
01 WSPeriodRef        PIC X(20).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetOperatorBranch
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenQuoteFiles
       PERFORM OpenOrderFiles
       PERFORM OpenShipToFiles
       PERFORM OpenCreditFile
       PERFORM OpenLinkFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'E'
                   PERFORM EnterQuote
               WHEN 'C'
                   PERFORM ConvertQuote
               WHEN 'X'
                   PERFORM WithdrawQuote
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
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
       CLOSE QuoteLineFile
       CLOSE QuoteFile
       CLOSE CustomerFile
       DISPLAY "Quotes entered: " WSQuoteCount
           "  converted to orders: " WSConvertCount
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
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenQuoteFiles.
       OPEN I-O QuoteFile
       IF WSQuoteStatus = "35"
           OPEN OUTPUT QuoteFile
           CLOSE QuoteFile
           OPEN I-O QuoteFile
       END-IF
       IF WSQuoteStatus NOT = "00" AND WSQuoteStatus NOT = "10"
           DISPLAY "QuoteFile I/O problem, status: " WSQuoteStatus
           CLOSE QuoteFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSQuoteStatus
       END-IF
       OPEN I-O QuoteLineFile
       IF WSQuoteLineStatus = "35"
           OPEN OUTPUT QuoteLineFile
           CLOSE QuoteLineFile
           OPEN I-O QuoteLineFile
       END-IF
       IF WSQuoteLineStatus NOT = "00" AND WSQuoteLineStatus NOT = "10"
           DISPLAY "QuoteLineFile I/O problem, status: "
               WSQuoteLineStatus
           CLOSE QuoteLineFile
           CLOSE QuoteFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSQuoteLineStatus
       END-IF.

OpenOrderFiles.
       OPEN I-O OrderFile
       IF WSOrderFileStatus = "35"
           OPEN OUTPUT OrderFile
           CLOSE OrderFile
           OPEN I-O OrderFile
       END-IF
       IF WSOrderFileStatus NOT = "00" AND WSOrderFileStatus NOT = "10"
           DISPLAY "OrderFile I/O problem, status: " WSOrderFileStatus
           CLOSE OrderFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSOrderFileStatus
       END-IF
       OPEN I-O OrderLineFile
       IF WSLineFileStatus = "35"
           OPEN OUTPUT OrderLineFile
           CLOSE OrderLineFile
           OPEN I-O OrderLineFile
       END-IF
       IF WSLineFileStatus NOT = "00" AND WSLineFileStatus NOT = "10"
           DISPLAY "OrderLineFile I/O problem, status: "
               WSLineFileStatus
           CLOSE OrderLineFile
           CLOSE OrderFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSLineFileStatus
       END-IF
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

OpenCreditFile.
       MOVE 'N' TO WSHaveCredit
       OPEN INPUT CreditFile
       IF WSCreditStatus = "00"
           MOVE 'Y' TO WSHaveCredit
       ELSE
           CLOSE CreditFile
       END-IF.

GetMode.
       DISPLAY "Enter, convert or withdraw a quote (E/C/X) "
           WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

EnterQuote.
       PERFORM GetQuoteCustomer
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM AllocateQuoteNum
       PERFORM GetQuoteLines
       IF WSLineNum = 0
           DISPLAY "No lines keyed, quote not written"
           EXIT PARAGRAPH
       END-IF
       PERFORM GetExpiryDate
       MOVE IDNum TO QT-IDNum
       MOVE WSToday TO QT-QuoteDate
       MOVE WSLineTotal TO QT-Amount
       MOVE 'O' TO QT-Status
       MOVE WSOperatorBranch TO QT-Branch
       MOVE 0 TO QT-OrderNum
       MOVE 'N' TO QT-Printed
       MOVE WSOperatorID TO QT-Operator
       WRITE QuoteData
           INVALID KEY
               DISPLAY "Unable to write quote : " QT-QuoteNum
           NOT INVALID KEY
               ADD 1 TO WSQuoteCount
               DISPLAY "Quote " QT-QuoteNum " written for " QT-Amount
                   " valid until " QT-ExpiryDate
       END-WRITE.

GetQuoteCustomer.
       MOVE 'N' TO WSCustFound
       DISPLAY "Customer ID for this quote " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " IDNum
           NOT INVALID KEY
               IF CustStatus = 'D'
                   DISPLAY "Customer is deleted : " IDNum
               ELSE
                   IF WSOperatorRole = 'C'
                           AND CustBranch NOT = SPACES
                           AND CustBranch NOT = WSOperatorBranch
                       DISPLAY "Customer belongs to branch "
                           CustBranch " : " IDNum
                   ELSE
                       DISPLAY "Customer: " FirstName " " LastName
                       MOVE 'Y' TO WSCustFound
                   END-IF
               END-IF
       END-READ.

GetQuoteLines.
       MOVE 0 TO WSLineNum
       MOVE 0 TO WSLineTotal
       MOVE 'Y' TO WSMoreLines
       PERFORM UNTIL WSMoreLines = 'N'
           PERFORM GetOneQuoteLine
           DISPLAY "Another line for this quote (Y/N) "
               WITH NO ADVANCING
           ACCEPT WSMoreLines
           MOVE FUNCTION UPPER-CASE(WSMoreLines) TO WSMoreLines
       END-PERFORM.

GetOneQuoteLine.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Item Code " WITH NO ADVANCING
           ACCEPT QL-ItemCode
           MOVE FUNCTION UPPER-CASE(QL-ItemCode) TO QL-ItemCode
           IF QL-ItemCode = SPACES
               DISPLAY "Item code cannot be blank, please re-enter"
           ELSE
               CALL "ITMVALID" USING QL-ItemCode, WSItemPrice,
                   WSItemValid, WSItemAvail
               IF WSItemValid = 'N'
                   DISPLAY "Item not on file or inactive : "
                       QL-ItemCode ", please re-enter"
               ELSE
                   MOVE WSItemPrice TO QL-UnitPrice
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Quantity " WITH NO ADVANCING
           ACCEPT WSQtyIn
           MOVE FUNCTION NUMVAL(WSQtyIn) TO QL-Quantity
           IF QL-Quantity > 0
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Quantity must be greater than zero, please re-enter"
           END-IF
       END-PERFORM
       CALL "CONPRICE" USING QT-IDNum, QL-ItemCode, QL-Quantity,
           WSToday, WSItemPrice, WSNetPrice, WSContractEff,
           WSContractFound
       MOVE WSNetPrice TO QL-UnitPrice
       IF WSContractFound = 'Y'
           DISPLAY "Contract price " WSNetPrice " (list " WSItemPrice
               ") for item " QL-ItemCode
       END-IF
       MOVE QT-QuoteNum TO QL-QuoteNum
       COMPUTE QL-LineNum = WSLineNum + 1
       COMPUTE QL-ExtAmount = QL-Quantity * QL-UnitPrice
       WRITE QuoteLineData
           INVALID KEY
               DISPLAY "Unable to write quote line : " QL-Key
           NOT INVALID KEY
               ADD 1 TO WSLineNum
               ADD QL-ExtAmount TO WSLineTotal
               DISPLAY "Line " QL-LineNum " : " QL-ItemCode
                   " at " QL-UnitPrice " extended " QL-ExtAmount
       END-WRITE.

GetExpiryDate.
       COMPUTE WSDefaultExpiry = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSToday) + WSQuoteDays)
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Valid until YYYYMMDD (blank = " WSDefaultExpiry ") "
               WITH NO ADVANCING
           ACCEPT WSExpiryIn
           IF WSExpiryIn = SPACES
               MOVE WSDefaultExpiry TO QT-ExpiryDate
               MOVE 'N' TO WSInvalid
           ELSE
               IF WSExpiryIn IS NUMERIC
                   MOVE WSExpiryIn TO QT-ExpiryDate
                   IF QT-ExpiryDate < WSToday
                       DISPLAY "Expiry date cannot be in the past,"
                           " please re-enter"
                   ELSE
                       MOVE 'N' TO WSInvalid
                   END-IF
               ELSE
                   DISPLAY "Expiry date must be YYYYMMDD, please re-enter"
               END-IF
           END-IF
       END-PERFORM.

AllocateQuoteNum.
       MOVE 0 TO WSNextQuoteNum
       OPEN INPUT QuoteControlFile
       IF WSQuoteCtlStatus = "00"
           READ QuoteControlFile
               AT END CONTINUE
               NOT AT END
                   IF QuoteControlRec IS NUMERIC
                       MOVE QuoteControlRec TO WSNextQuoteNum
                   END-IF
           END-READ
           CLOSE QuoteControlFile
       END-IF
       IF WSNextQuoteNum = 0
           PERFORM RecoverQuoteCounter
       END-IF
       MOVE WSNextQuoteNum TO QT-QuoteNum
       OPEN OUTPUT QuoteControlFile
       COMPUTE QuoteControlRec = WSNextQuoteNum + 1
       WRITE QuoteControlRec
       CLOSE QuoteControlFile.

RecoverQuoteCounter.
       DISPLAY "Quote control record missing, re-deriving from Quotes.dat"
       MOVE 0 TO WSHighQuoteNum
       MOVE 0 TO QT-QuoteNum
       MOVE 'N' TO WSScanEOF
       START QuoteFile KEY IS >= QT-QuoteNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ QuoteFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF QT-QuoteNum > WSHighQuoteNum
                       MOVE QT-QuoteNum TO WSHighQuoteNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextQuoteNum = WSHighQuoteNum + 1.

ReadOpenQuote.
       MOVE 'N' TO WSCustFound
       DISPLAY "Quote number " WITH NO ADVANCING
       ACCEPT WSLookupQuote
       MOVE WSLookupQuote TO QT-QuoteNum
       READ QuoteFile
           KEY IS QT-QuoteNum
           INVALID KEY
               DISPLAY "Quote not found : " WSLookupQuote
               EXIT PARAGRAPH
       END-READ
       IF QT-Status NOT = 'O'
           DISPLAY "Quote is not open : " QT-QuoteNum
               " (status " QT-Status ")"
           EXIT PARAGRAPH
       END-IF
       IF WSOperatorRole = 'C'
               AND QT-Branch NOT = WSOperatorBranch
           DISPLAY "Quote belongs to branch " QT-Branch
               ", not available from branch " WSOperatorBranch
           EXIT PARAGRAPH
       END-IF
       MOVE QT-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Quote customer no longer on file : " QT-IDNum
               EXIT PARAGRAPH
       END-READ
       DISPLAY "Quote " QT-QuoteNum " customer " QT-IDNum
           " " FUNCTION TRIM(FirstName) " " FUNCTION TRIM(LastName)
           " amount " QT-Amount " valid until " QT-ExpiryDate
       MOVE 'Y' TO WSCustFound.

ConvertQuote.
       PERFORM ReadOpenQuote
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       IF QT-ExpiryDate < WSToday
           DISPLAY "Quote has expired, re-quote at current prices : "
               QT-QuoteNum
           EXIT PARAGRAPH
       END-IF
       IF CustStatus = 'D'
           DISPLAY "Customer is deleted : " QT-IDNum
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckQuoteStock
       IF WSStockShort = 'Y'
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Convert this quote into an order (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Quote left open : " QT-QuoteNum
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OrderNum
       MOVE QT-IDNum TO OrderIDNum
       PERFORM CheckCreditHold
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM GetShipTo
       PERFORM AllocateOrderNum
       PERFORM WriteOrderLines
       PERFORM CheckCreditLimit
       IF WSCreditOK = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE WSLineTotal TO OrderAmount
       PERFORM SetOrderDate
       MOVE 'O' TO OrderStatus
       MOVE WSOperatorBranch TO OrderBranch
       PERFORM ComputeOrderTax
       WRITE OrderData
           INVALID KEY
               DISPLAY "Unable to write order : " OrderNum
               PERFORM RemoveOrderLines
               EXIT PARAGRAPH
       END-WRITE
       CALL "ORDJRNL" USING "W", OrderData
       CALL "ORDREP" USING OrderData
       PERFORM WriteOrderShipTo
       PERFORM PostOrderToBalance
       PERFORM AllocateOrderStock
       MOVE 'C' TO QT-Status
       MOVE OrderNum TO QT-OrderNum
       REWRITE QuoteData
           INVALID KEY
               DISPLAY "Order written but quote not marked converted : "
                   QT-QuoteNum
       END-REWRITE
       ADD 1 TO WSConvertCount
       DISPLAY "Quote " QT-QuoteNum " converted to order " OrderNum
           " for " OrderAmount " plus tax " OrderTax.

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

CheckQuoteStock.
       MOVE 'N' TO WSStockShort
       MOVE 0 TO WSQuoteItemCount
       MOVE 'N' TO WSLineEOF
       MOVE QT-QuoteNum TO QL-QuoteNum
       MOVE 0 TO QL-LineNum
       START QuoteLineFile KEY IS >= QL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ QuoteLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF QL-QuoteNum = QT-QuoteNum
                       CALL "ITMVALID" USING QL-ItemCode, WSItemPrice,
                           WSItemValid, WSItemAvail
                       IF WSItemValid = 'N'
                           DISPLAY "Item no longer on file or inactive : "
                               QL-ItemCode
                           MOVE 'Y' TO WSStockShort
                       ELSE
                           PERFORM DeductQuoteQuantity
                           IF QL-Quantity > WSItemAvail
                               DISPLAY "Only " WSItemAvail
                                   " available for item " QL-ItemCode
                               MOVE 'Y' TO WSStockShort
                           END-IF
                           PERFORM RecordQuoteQuantity
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM
       IF WSStockShort = 'Y'
           DISPLAY "Quote cannot be converted until stock is available : "
               QT-QuoteNum
       END-IF.

DeductQuoteQuantity.
       PERFORM VARYING WSQuoteItemIdx FROM 1 BY 1
           UNTIL WSQuoteItemIdx > WSQuoteItemCount
           IF QQ-ItemCode(WSQuoteItemIdx) = QL-ItemCode
               IF QQ-Quantity(WSQuoteItemIdx) >= WSItemAvail
                   MOVE 0 TO WSItemAvail
               ELSE
                   SUBTRACT QQ-Quantity(WSQuoteItemIdx) FROM WSItemAvail
               END-IF
           END-IF
       END-PERFORM.

RecordQuoteQuantity.
       MOVE 'N' TO WSQuoteItemFound
       PERFORM VARYING WSQuoteItemIdx FROM 1 BY 1
           UNTIL WSQuoteItemIdx > WSQuoteItemCount
               OR WSQuoteItemFound = 'Y'
           IF QQ-ItemCode(WSQuoteItemIdx) = QL-ItemCode
               ADD QL-Quantity TO QQ-Quantity(WSQuoteItemIdx)
               MOVE 'Y' TO WSQuoteItemFound
           END-IF
       END-PERFORM
       IF WSQuoteItemFound = 'N' AND WSQuoteItemCount < 999
           ADD 1 TO WSQuoteItemCount
           MOVE QL-ItemCode TO QQ-ItemCode(WSQuoteItemCount)
           MOVE QL-Quantity TO QQ-Quantity(WSQuoteItemCount)
       END-IF.

WriteOrderLines.
       MOVE 0 TO WSLineNum
       MOVE 0 TO WSLineTotal
       MOVE 'N' TO WSLineEOF
       MOVE QT-QuoteNum TO QL-QuoteNum
       MOVE 0 TO QL-LineNum
       START QuoteLineFile KEY IS >= QL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ QuoteLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF QL-QuoteNum = QT-QuoteNum
                       PERFORM WriteOneOrderLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

WriteOneOrderLine.
       MOVE OrderNum TO OL-OrderNum
       COMPUTE OL-LineNum = WSLineNum + 1
       MOVE QL-ItemCode TO OL-ItemCode
       MOVE QL-Quantity TO OL-Quantity
       MOVE QL-UnitPrice TO OL-UnitPrice
       MOVE QL-ExtAmount TO OL-ExtAmount
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Unable to write order line : " OL-Key
           NOT INVALID KEY
               ADD 1 TO WSLineNum
               ADD OL-ExtAmount TO WSLineTotal
               PERFORM WriteLinePrice
       END-WRITE.

WriteLinePrice.
       CALL "ITMVALID" USING OL-ItemCode, WSItemPrice, WSItemValid,
           WSItemAvail
       IF OL-UnitPrice < WSItemPrice
           MOVE OL-Key TO LP-Key
           MOVE WSItemPrice TO LP-ListPrice
           COMPUTE LP-Discount = WSItemPrice - OL-UnitPrice
           MOVE 0 TO LP-ContractEff
           WRITE OrderPriceData
               INVALID KEY
                   DISPLAY "Unable to record list price for line : "
                       LP-Key
           END-WRITE
       END-IF.

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
       MOVE WSNextOrderNum TO OrderNum
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextOrderNum + 1
       WRITE ControlRec
       CLOSE ControlFile.

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

CheckCreditHold.
       MOVE 0 TO WSCreditLimit
       IF WSHaveCredit = 'Y'
           MOVE OrderIDNum TO CR-IDNum
           READ CreditFile
               KEY IS CR-IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-Limit TO WSCreditLimit
                   IF CR-HoldFlag = 'Y'
                       DISPLAY "Quote not converted, customer on credit"
                           " hold : " OrderIDNum
                       MOVE 'N' TO WSCustFound
                       MOVE 'H' TO WSReferAction
                       MOVE QT-Amount TO WSLineTotal
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
               DISPLAY "Quote not converted, cash-only customer and"
                   " no payment up front : " OrderIDNum
           MOVE 'N' TO WSCustFound
       END-IF.

CheckCreditLimit.
       MOVE 'Y' TO WSCreditOK
       MOVE SPACE TO WSReferAction
       IF WSCreditLimit > 0
           PERFORM TallyOpenOrders
           COMPUTE WSExposure
               = CustBalance + WSOpenOrderTotal + WSLineTotal
           IF WSExposure > WSCreditLimit
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
               DISPLAY "Quote not converted, over credit limit : "
                   QT-QuoteNum
           END-IF
       ELSE
           MOVE 'N' TO WSCreditOK
           MOVE 'R' TO WSReferAction
           MOVE WSOperatorID TO WSReferOper
           PERFORM WriteReferralRecord
           PERFORM RemoveOrderLines
           DISPLAY "Quote not converted, over credit limit : "
               QT-QuoteNum
       END-IF.

TallyOpenOrders.
       MOVE 0 TO WSOpenOrderTotal
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
                   IF OrderIDNum = WSSaveOrderID
                           AND OrderStatus = 'O'
                       ADD OrderAmount OrderTax
                           TO WSOpenOrderTotal
                   END-IF
           END-READ
       END-PERFORM
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
           OPEN OUTPUT ReferralFile
       END-IF
       MOVE WSToday TO RF-Date
       MOVE OrderNum TO RF-OrderNum
       MOVE OrderIDNum TO RF-IDNum
       MOVE WSLineTotal TO RF-Amount
       MOVE WSReferAction TO RF-Action
       MOVE WSReferOper TO RF-Operator
       WRITE ReferralRec
       CLOSE ReferralFile.

RemoveOrderLines.
       PERFORM UNTIL WSLineNum = 0
           MOVE OrderNum TO OL-OrderNum
           MOVE WSLineNum TO OL-LineNum
           DELETE OrderLineFile
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
                       CALL "ITMSTOCK" USING "A", OL-ItemCode,
                           OL-Quantity, WSStockStatus
                       IF WSStockStatus NOT = 'Y'
                           DISPLAY "Stock not allocated for order "
                               OrderNum " line " OL-LineNum
                               " item " OL-ItemCode
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

SetOrderDate.
       MOVE SPACES TO WSPeriodRef
       MOVE OrderNum TO WSPeriodRef
       CALL "PERIODCHK" USING WSToday, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSToday(1:6) " is closed, order "
               OrderNum " dated " WSPostDate
       END-IF
       MOVE WSPostDate TO OrderDate.

ComputeOrderTax.
       CALL "TAXRATE" USING WSTaxState, OrderDate, WSTaxRate,
           WSTaxStatus
       IF WSTaxStatus = 'Y'
           COMPUTE OrderTax ROUNDED
               = OrderAmount * WSTaxRate / 100
       ELSE
           MOVE 0 TO OrderTax
       END-IF.

PostOrderToBalance.
       ADD OrderAmount OrderTax TO CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post order to customer balance : "
                   OrderIDNum
           NOT INVALID KEY
               CALL "CUSTJRNL" USING "R", CustomerData
               PERFORM WriteAuditRecord
       END-REWRITE.

WriteAuditRecord.
       OPEN EXTEND AuditFile
       MOVE IDNum TO AL-IDNum
       MOVE 'U' TO AL-OpCode
       MOVE FirstName TO AL-BeforeFirst
       MOVE LastName TO AL-BeforeLast
       MOVE FirstName TO AL-AfterFirst
       MOVE LastName TO AL-AfterLast
       MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
       MOVE WSOperatorID TO AL-Operator
       WRITE AuditLine
       CLOSE AuditFile.

WithdrawQuote.
       PERFORM ReadOpenQuote
       IF WSCustFound = 'N'
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Withdraw this quote (Y/N) " WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Quote left open : " QT-QuoteNum
           EXIT PARAGRAPH
       END-IF
       MOVE 'X' TO QT-Status
       REWRITE QuoteData
           INVALID KEY
               DISPLAY "Unable to withdraw quote : " QT-QuoteNum
           NOT INVALID KEY
               DISPLAY "Quote withdrawn : " QT-QuoteNum
       END-REWRITE.

AskMoreWork.
       DISPLAY "More quote work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
