       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example101.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "InboundOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInboundStatus.
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
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlFile ASSIGN TO "OrdControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
DATA DIVISION.
FILE SECTION.
FD InboundFile.
01 InboundRec.
       02 IB-RecType   PIC X(1).
       02 IB-Body      PIC X(40).
       02 IB-Header REDEFINES IB-Body.
           03 IB-IDNum     PIC X(7).
           03 IB-CustPO    PIC X(15).
           03 IB-ShipNum   PIC X(3).
           03 FILLER       PIC X(15).
       02 IB-Line REDEFINES IB-Body.
           03 IB-ItemCode  PIC X(8).
           03 IB-Quantity  PIC X(5).
           03 IB-QtyNum REDEFINES IB-Quantity PIC 9(5).
           03 FILLER       PIC X(27).
       02 IB-Trailer REDEFINES IB-Body.
           03 IB-OrderCount PIC 9(7).
           03 IB-LineCount  PIC 9(7).
           03 IB-QtyTotal   PIC 9(11).
           03 FILLER        PIC X(15).

FD CustomerFile.
    COPY CUSTREC.

FD CreditFile.
    COPY CREDREC.

FD CustLinkFile.
    COPY CUSTLINK.

FD ReferralFile.
    COPY CREDREF.

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

FD AuditFile.
    COPY AUDITREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSInboundStatus   PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSReferralStatus  PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSPriceFileStatus PIC X(2).
01 WSShipToStatus    PIC X(2).
01 WSOrderShipStatus PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSHaveCredit      PIC X(1) VALUE 'N'.
01 WSHaveShipTo      PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example101".
01 WSPeriodRef       PIC X(20) VALUE "INBOUND ORDERS".
01 WSTrailerSeen     PIC X(1) VALUE 'N'.
01 WSHeaderCount     PIC 9(7) VALUE 0.
01 WSDetailCount     PIC 9(7) VALUE 0.
01 WSDetailQty       PIC 9(11) VALUE 0.
01 WSCtlOrders       PIC 9(7) VALUE 0.
01 WSCtlLines        PIC 9(7) VALUE 0.
01 WSCtlQty          PIC 9(11) VALUE 0.
01 WSHaveHeader      PIC X(1) VALUE 'N'.
01 WSInIDNum         PIC X(7).
01 WSInCustPO        PIC X(15).
01 WSInShipNum       PIC X(3).
01 WSInOrphanLines   PIC 9(7) VALUE 0.
01 WSLineUsed        PIC 9(3).
01 WSLineIndex       PIC 9(3).
01 WSPriorIndex      PIC 9(3).
01 WSLineMax         PIC 9(3) VALUE 100.
01 WSTooManyLines    PIC X(1).
01 WSInLines.
       02 WSInLine OCCURS 100 TIMES.
           03 WSInItemCode   PIC X(8).
           03 WSInQtyRaw     PIC X(5).
           03 WSInQuantity   PIC 9(5).
           03 WSInListPrice  PIC 9(5)V99.
           03 WSInNetPrice   PIC 9(5)V99.
           03 WSInContractEff PIC 9(8).
           03 WSInContract   PIC X(1).
           03 WSInLineReason PIC X(24).
01 WSRejectReason    PIC X(30).
01 WSIDNum           PIC 9(7).
01 WSShipNum         PIC 9(3).
01 WSTaxState        PIC X(2).
01 WSItemPrice       PIC 9(5)V99.
01 WSItemValid       PIC X(1).
01 WSItemAvail       PIC 9(7).
01 WSStockStatus     PIC X(1).
01 WSLineTotal       PIC 9(7)V99.
01 WSCreditLimit     PIC 9(7)V99.
01 WSOpenOrderTotal  PIC 9(9)V99.
01 WSExposure        PIC 9(9)V99.
01 WSLinkStatus      PIC X(2).
01 WSHaveLinks       PIC X(1) VALUE 'N'.
01 WSLinkEOF         PIC X(1).
01 WSGroupParent     PIC 9(7).
01 WSGroupCount      PIC 9(3).
01 WSGroupIdx        PIC 9(3).
01 WSGroupTable.
       02 WSGroupMember  PIC 9(7) OCCURS 200 TIMES.
01 WSGroupLimit      PIC 9(7)V99.
01 WSGroupBalance    PIC S9(9)V99.
01 WSGroupOrders     PIC S9(9)V99.
01 WSGroupExposure   PIC S9(9)V99.
01 WSSaveCustomer    PIC X(149).
01 WSReferAction     PIC X(1).
01 WSNextOrderNum    PIC 9(7).
01 WSHighOrderNum    PIC 9(7).
01 WSScanEOF         PIC X(1).
01 WSTaxRate         PIC 9(2)V999.
01 WSTaxStatus       PIC X(1).
01 WSReadCount       PIC 9(7) VALUE 0.
01 WSWrittenCount    PIC 9(7) VALUE 0.
01 WSRejectedCount   PIC 9(7) VALUE 0.
01 WSExpectedWritten PIC 9(7).
01 WSWrittenTotal    PIC 9(9)V99 VALUE 0.
01 WSTimestamp       PIC 9(14).
01 WSCommand         PIC X(120).
01 WSRejectLine.
       02 RJ-IDNum         PIC X(7).
       02 FILLER           PIC X(2).
       02 RJ-CustPO        PIC X(15).
       02 FILLER           PIC X(2).
       02 RJ-ShipNum       PIC X(3).
       02 FILLER           PIC X(3).
       02 RJ-Reason        PIC X(30).
01 WSRejectItemLine.
       02 FILLER           PIC X(9) VALUE SPACES.
       02 RI-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 RI-Quantity      PIC X(5).
       02 FILLER           PIC X(5).
       02 RI-Reason        PIC X(24).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunDate
       PERFORM CheckPostingPeriod
       OPEN INPUT InboundFile
       IF WSInboundStatus NOT = "00"
           DISPLAY "No inbound order file to process (status "
               WSInboundStatus ")"
           CLOSE InboundFile
           STOP RUN
       END-IF
       PERFORM VerifyControlTotals
       CLOSE InboundFile
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenCreditFile
       PERFORM OpenLinkFile
       PERFORM OpenOrderFile
       PERFORM OpenOrderLineFile
       PERFORM OpenOrderPriceFile
       PERFORM OpenShipToFiles
       PERFORM OpenRejectReport
       OPEN INPUT InboundFile
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ InboundFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   EVALUATE IB-RecType
                       WHEN 'H'
                           PERFORM FinishInboundOrder
                           PERFORM StartInboundOrder
                       WHEN 'L'
                           PERFORM AddInboundLine
                       WHEN 'T'
                           PERFORM FinishInboundOrder
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       PERFORM FinishInboundOrder
       CLOSE InboundFile
       PERFORM PrintRunTrailer
       CLOSE OrderShipFile
       IF WSHaveShipTo = 'Y'
           CLOSE ShipToFile
       END-IF
       CLOSE OrderPriceFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       IF WSHaveCredit = 'Y'
           CLOSE CreditFile
       END-IF
       IF WSHaveLinks = 'Y'
           CLOSE CustLinkFile
       END-IF
       CLOSE CustomerFile
       PERFORM SetAsideInboundFile
       DISPLAY "Inbound orders loaded: " WSWrittenCount
           " for " WSWrittenTotal
       PERFORM ReconcileCounts
       STOP RUN.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateNum.

CheckPostingPeriod.
       CALL "PERIODCHK" USING WSRunDateNum, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSRunDate(1:6)
               " is closed, inbound orders dated " WSPostDate
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

VerifyControlTotals.
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ InboundFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   EVALUATE IB-RecType
                       WHEN 'H'
                           ADD 1 TO WSHeaderCount
                       WHEN 'L'
                           ADD 1 TO WSDetailCount
                           IF IB-Quantity IS NUMERIC
                               ADD IB-QtyNum TO WSDetailQty
                           END-IF
                       WHEN 'T'
                           MOVE 'Y' TO WSTrailerSeen
                           IF IB-OrderCount IS NUMERIC
                               MOVE IB-OrderCount TO WSCtlOrders
                           END-IF
                           IF IB-LineCount IS NUMERIC
                               MOVE IB-LineCount TO WSCtlLines
                           END-IF
                           IF IB-QtyTotal IS NUMERIC
                               MOVE IB-QtyTotal TO WSCtlQty
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       IF WSTrailerSeen = 'N'
           DISPLAY "Inbound order file has no trailer control record,"
               " file refused"
           CLOSE InboundFile
           STOP RUN WITH ERROR STATUS "IB"
       END-IF
       IF WSCtlOrders NOT = WSHeaderCount
               OR WSCtlLines NOT = WSDetailCount
               OR WSCtlQty NOT = WSDetailQty
           DISPLAY "Inbound order control totals do not match,"
               " file refused"
           DISPLAY "  Trailer: " WSCtlOrders " orders " WSCtlLines
               " lines quantity " WSCtlQty
           DISPLAY "  File:    " WSHeaderCount " orders "
               WSDetailCount " lines quantity " WSDetailQty
           CLOSE InboundFile
           STOP RUN WITH ERROR STATUS "IB"
       END-IF.

OpenCreditFile.
       MOVE 'N' TO WSHaveCredit
       OPEN INPUT CreditFile
       IF WSCreditStatus = "00"
           MOVE 'Y' TO WSHaveCredit
       ELSE
           CLOSE CreditFile
       END-IF.

OpenLinkFile.
       MOVE 'N' TO WSHaveLinks
       OPEN INPUT CustLinkFile
       IF WSLinkStatus = "00"
           MOVE 'Y' TO WSHaveLinks
       ELSE
           CLOSE CustLinkFile
       END-IF.

OpenOrderFile.
       OPEN I-O OrderFile
       IF WSOrderFileStatus = "35"
           OPEN OUTPUT OrderFile
           CLOSE OrderFile
           OPEN I-O OrderFile
       END-IF
       IF WSOrderFileStatus NOT = "00" AND WSOrderFileStatus NOT = "10"
           DISPLAY "OrderFile I/O problem, status: "
               WSOrderFileStatus
           CLOSE OrderFile
           STOP RUN WITH ERROR STATUS WSOrderFileStatus
       END-IF.

OpenOrderLineFile.
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

OpenRejectReport.
       MOVE 'O' TO RW-Action
       MOVE "InboundRejects.rpt" TO RW-ReportName
       MOVE "Inbound Order Rejects" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Custmr   Customer PO      Shp   Reason"
           TO RW-HeadCol
       MOVE "-------  ---------------  ---   ------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteRejectLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

StartInboundOrder.
       ADD 1 TO WSReadCount
       MOVE 'Y' TO WSHaveHeader
       MOVE IB-IDNum TO WSInIDNum
       MOVE IB-CustPO TO WSInCustPO
       MOVE IB-ShipNum TO WSInShipNum
       MOVE 0 TO WSLineUsed
       MOVE 'N' TO WSTooManyLines
       MOVE SPACES TO WSRejectReason.

AddInboundLine.
       IF WSHaveHeader = 'N'
           ADD 1 TO WSInOrphanLines
           MOVE SPACES TO RW-Line
           STRING "Line with no order header, item " DELIMITED BY SIZE
               IB-ItemCode DELIMITED BY SIZE
               " quantity " DELIMITED BY SIZE
               IB-Quantity DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteRejectLine
           EXIT PARAGRAPH
       END-IF
       IF WSLineUsed = WSLineMax
           MOVE 'Y' TO WSTooManyLines
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLineUsed
       MOVE IB-ItemCode TO WSInItemCode(WSLineUsed)
       MOVE IB-Quantity TO WSInQtyRaw(WSLineUsed)
       MOVE 0 TO WSInQuantity(WSLineUsed)
       MOVE SPACES TO WSInLineReason(WSLineUsed).

FinishInboundOrder.
       IF WSHaveHeader = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSHaveHeader
       PERFORM ValidateInboundOrder
       IF WSRejectReason = SPACES
           PERFORM LoadInboundOrder
       END-IF
       IF WSRejectReason NOT = SPACES
           ADD 1 TO WSRejectedCount
           PERFORM PrintRejectedOrder
       END-IF.

ValidateInboundOrder.
       MOVE 0 TO WSLineTotal
       IF WSInIDNum IS NOT NUMERIC
           MOVE "CUSTOMER ID NOT NUMERIC" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       MOVE WSInIDNum TO WSIDNum
       MOVE WSIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "CUSTOMER NOT ON FILE" TO WSRejectReason
               EXIT PARAGRAPH
       END-READ
       IF CustStatus NOT = 'A'
           MOVE "CUSTOMER NOT ACTIVE" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       PERFORM ValidateShipTo
       IF WSRejectReason NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WSLineUsed = 0
           MOVE "ORDER HAS NO LINES" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       IF WSTooManyLines = 'Y'
           MOVE "MORE THAN 100 LINES" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           PERFORM ValidateInboundLine
           IF WSInLineReason(WSLineIndex) NOT = SPACES
               MOVE "ORDER LINE IN ERROR" TO WSRejectReason
           END-IF
       END-PERFORM
       IF WSRejectReason NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckCreditHold
       IF WSRejectReason NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckCreditLimit.

ValidateShipTo.
       MOVE 0 TO WSShipNum
       MOVE AddrState TO WSTaxState
       IF WSInShipNum = SPACES OR WSInShipNum = "000"
           EXIT PARAGRAPH
       END-IF
       IF WSInShipNum IS NOT NUMERIC
           MOVE "SHIP-TO NUMBER NOT NUMERIC" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       IF WSHaveShipTo = 'N'
           MOVE "SHIP-TO NOT ON FILE" TO WSRejectReason
           EXIT PARAGRAPH
       END-IF
       MOVE WSIDNum TO ST-IDNum
       MOVE WSInShipNum TO ST-ShipNum
       READ ShipToFile
           KEY IS ST-Key
           INVALID KEY
               MOVE "SHIP-TO NOT ON FILE" TO WSRejectReason
           NOT INVALID KEY
               IF ST-Active = 'Y'
                   MOVE ST-ShipNum TO WSShipNum
                   MOVE ST-AddrState TO WSTaxState
               ELSE
                   MOVE "SHIP-TO DEACTIVATED" TO WSRejectReason
               END-IF
       END-READ.

ValidateInboundLine.
       IF WSInQtyRaw(WSLineIndex) IS NOT NUMERIC
           MOVE "QUANTITY NOT NUMERIC" TO WSInLineReason(WSLineIndex)
           EXIT PARAGRAPH
       END-IF
       MOVE WSInQtyRaw(WSLineIndex) TO WSInQuantity(WSLineIndex)
       IF WSInQuantity(WSLineIndex) = 0
           MOVE "QUANTITY IS ZERO" TO WSInLineReason(WSLineIndex)
           EXIT PARAGRAPH
       END-IF
       CALL "ITMVALID" USING WSInItemCode(WSLineIndex), WSItemPrice,
           WSItemValid, WSItemAvail
       IF WSItemValid = 'N'
           MOVE "ITEM NOT ON FILE/INACTIVE"
               TO WSInLineReason(WSLineIndex)
           EXIT PARAGRAPH
       END-IF
       PERFORM DeductEarlierLines
       IF WSInQuantity(WSLineIndex) > WSItemAvail
           MOVE SPACES TO WSInLineReason(WSLineIndex)
           STRING "ONLY " DELIMITED BY SIZE
               WSItemAvail DELIMITED BY SIZE
               " IN STOCK" DELIMITED BY SIZE
               INTO WSInLineReason(WSLineIndex)
           END-STRING
           EXIT PARAGRAPH
       END-IF
       MOVE WSItemPrice TO WSInListPrice(WSLineIndex)
       CALL "CONPRICE" USING WSIDNum, WSInItemCode(WSLineIndex),
           WSInQuantity(WSLineIndex), WSRunDateNum,
           WSInListPrice(WSLineIndex), WSInNetPrice(WSLineIndex),
           WSInContractEff(WSLineIndex), WSInContract(WSLineIndex)
       COMPUTE WSLineTotal = WSLineTotal
           + WSInQuantity(WSLineIndex) * WSInNetPrice(WSLineIndex).

DeductEarlierLines.
       PERFORM VARYING WSPriorIndex FROM 1 BY 1
           UNTIL WSPriorIndex >= WSLineIndex
           IF WSInItemCode(WSPriorIndex) = WSInItemCode(WSLineIndex)
                   AND WSInLineReason(WSPriorIndex) = SPACES
               IF WSInQuantity(WSPriorIndex) >= WSItemAvail
                   MOVE 0 TO WSItemAvail
               ELSE
                   SUBTRACT WSInQuantity(WSPriorIndex) FROM WSItemAvail
               END-IF
           END-IF
       END-PERFORM.

CheckCreditHold.
       MOVE 0 TO WSCreditLimit
       IF WSHaveCredit = 'Y'
           MOVE WSIDNum TO CR-IDNum
           READ CreditFile
               KEY IS CR-IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-Limit TO WSCreditLimit
                   IF CR-HoldFlag = 'Y'
                       MOVE "CUSTOMER ON CREDIT HOLD" TO WSRejectReason
                       MOVE 'H' TO WSReferAction
                       PERFORM WriteReferralRecord
                   END-IF
                   IF CR-HoldFlag = 'C'
                       MOVE "CUSTOMER ON CASH-ONLY TERMS"
                           TO WSRejectReason
                   END-IF
           END-READ
       END-IF.

CheckCreditLimit.
       IF WSCreditLimit > 0
           PERFORM TallyOpenOrders
           COMPUTE WSExposure
               = CustBalance + WSOpenOrderTotal + WSLineTotal
           IF WSExposure > WSCreditLimit
               MOVE "OVER CREDIT LIMIT" TO WSRejectReason
               MOVE 'R' TO WSReferAction
               PERFORM WriteReferralRecord
           END-IF
       END-IF
       IF WSRejectReason = SPACES
           PERFORM CheckGroupLimit
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
           MOVE "OVER GROUP CREDIT LIMIT" TO WSRejectReason
           MOVE 'R' TO WSReferAction
           PERFORM WriteReferralRecord
       END-IF.

FindGroupMembers.
       MOVE 0 TO WSGroupCount
       MOVE WSIDNum TO LK-IDNum
       READ CustLinkFile
           KEY IS LK-IDNum
           INVALID KEY
               MOVE WSIDNum TO WSGroupParent
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
       END-PERFORM.

TallyOpenOrders.
       MOVE 0 TO WSOpenOrderTotal
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
                   IF OrderIDNum = WSIDNum
                           AND OrderStatus = 'O'
                       ADD OrderAmount OrderTax
                           TO WSOpenOrderTotal
                   END-IF
           END-READ
       END-PERFORM.

WriteReferralRecord.
       OPEN EXTEND ReferralFile
       IF WSReferralStatus = "35"
           OPEN OUTPUT ReferralFile
       END-IF
       MOVE WSRunDateNum TO RF-Date
       MOVE 0 TO RF-OrderNum
       MOVE WSIDNum TO RF-IDNum
       MOVE WSLineTotal TO RF-Amount
       MOVE WSReferAction TO RF-Action
       MOVE WSOperatorID TO RF-Operator
       WRITE ReferralRec
       CLOSE ReferralFile.

LoadInboundOrder.
       PERFORM AllocateOrderNum
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           PERFORM WriteInboundLine
       END-PERFORM
       MOVE WSIDNum TO OrderIDNum
       MOVE WSPostDate TO OrderDate
       MOVE WSLineTotal TO OrderAmount
       MOVE 'O' TO OrderStatus
       IF CustBranch = SPACES
           MOVE "01" TO OrderBranch
       ELSE
           MOVE CustBranch TO OrderBranch
       END-IF
       PERFORM ComputeOrderTax
       WRITE OrderData
           INVALID KEY
               DISPLAY "Unable to write inbound order : " OrderNum
               MOVE "ORDER WRITE FAILED" TO WSRejectReason
               PERFORM RemoveOrderLines
           NOT INVALID KEY
               CALL "ORDJRNL" USING "W", OrderData
               CALL "ORDREP" USING OrderData
               PERFORM WriteOrderShipTo
               PERFORM AllocateOrderStock
               PERFORM PostOrderToBalance
               ADD 1 TO WSWrittenCount
               ADD OrderAmount TO WSWrittenTotal
               DISPLAY "Loaded order " OrderNum " for customer "
                   WSIDNum " PO " WSInCustPO
       END-WRITE.

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

WriteInboundLine.
       MOVE OrderNum TO OL-OrderNum
       MOVE WSLineIndex TO OL-LineNum
       MOVE WSInItemCode(WSLineIndex) TO OL-ItemCode
       MOVE WSInQuantity(WSLineIndex) TO OL-Quantity
       MOVE WSInNetPrice(WSLineIndex) TO OL-UnitPrice
       COMPUTE OL-ExtAmount
           = WSInQuantity(WSLineIndex) * WSInNetPrice(WSLineIndex)
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Unable to write inbound order line : " OL-Key
           NOT INVALID KEY
               IF WSInContract(WSLineIndex) = 'Y'
                   PERFORM WriteLinePrice
               END-IF
       END-WRITE.

WriteLinePrice.
       MOVE OL-Key TO LP-Key
       MOVE WSInListPrice(WSLineIndex) TO LP-ListPrice
       COMPUTE LP-Discount
           = WSInListPrice(WSLineIndex) - WSInNetPrice(WSLineIndex)
       MOVE WSInContractEff(WSLineIndex) TO LP-ContractEff
       WRITE OrderPriceData
           INVALID KEY
               DISPLAY "Unable to record list price for line : " LP-Key
       END-WRITE.

RemoveOrderLines.
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           MOVE OrderNum TO OL-OrderNum
           MOVE WSLineIndex TO OL-LineNum
           DELETE OrderLineFile
               INVALID KEY
                   DISPLAY "Orphan order line left behind : " OL-Key
           END-DELETE
           MOVE OL-Key TO LP-Key
           DELETE OrderPriceFile
               INVALID KEY
                   CONTINUE
           END-DELETE
       END-PERFORM.

ComputeOrderTax.
       CALL "TAXRATE" USING WSTaxState, OrderDate, WSTaxRate,
           WSTaxStatus
       IF WSTaxStatus = 'Y'
           COMPUTE OrderTax ROUNDED
               = OrderAmount * WSTaxRate / 100
       ELSE
           MOVE 0 TO OrderTax
       END-IF.

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

AllocateOrderStock.
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           CALL "ITMSTOCK" USING "A", WSInItemCode(WSLineIndex),
               WSInQuantity(WSLineIndex), WSStockStatus
           IF WSStockStatus NOT = 'Y'
               DISPLAY "Stock not allocated for order " OrderNum
                   " line " WSLineIndex " item "
                   WSInItemCode(WSLineIndex)
           END-IF
       END-PERFORM.

PostOrderToBalance.
       ADD OrderAmount OrderTax TO CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post inbound order to customer"
                   " balance : " WSIDNum
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

PrintRejectedOrder.
       MOVE WSInIDNum TO RJ-IDNum
       MOVE WSInCustPO TO RJ-CustPO
       MOVE WSInShipNum TO RJ-ShipNum
       MOVE WSRejectReason TO RJ-Reason
       MOVE WSRejectLine TO RW-Line
       PERFORM WriteRejectLine
       PERFORM VARYING WSLineIndex FROM 1 BY 1
           UNTIL WSLineIndex > WSLineUsed
           MOVE WSInItemCode(WSLineIndex) TO RI-ItemCode
           MOVE WSInQtyRaw(WSLineIndex) TO RI-Quantity
           MOVE WSInLineReason(WSLineIndex) TO RI-Reason
           MOVE WSRejectItemLine TO RW-Line
           PERFORM WriteRejectLine
       END-PERFORM
       MOVE SPACES TO RW-Line
       PERFORM WriteRejectLine
       DISPLAY "Inbound order rejected, customer " WSInIDNum
           " PO " WSInCustPO " : " WSRejectReason.

PrintRunTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Orders read: " DELIMITED BY SIZE
           WSReadCount DELIMITED BY SIZE
           "  Loaded: " DELIMITED BY SIZE
           WSWrittenCount DELIMITED BY SIZE
           "  Rejected: " DELIMITED BY SIZE
           WSRejectedCount DELIMITED BY SIZE
           "  Lines with no header: " DELIMITED BY SIZE
           WSInOrphanLines DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

SetAsideInboundFile.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSTimestamp
       MOVE SPACES TO WSCommand
       STRING "mv InboundOrders.dat InboundOrders.dat.done-"
           DELIMITED BY SIZE
           WSTimestamp DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand
       IF RETURN-CODE NOT = 0
           DISPLAY "Could not set aside InboundOrders.dat (mv returned "
               RETURN-CODE "), it would be re-loaded next run"
           MOVE 1 TO RETURN-CODE
       END-IF.

ReconcileCounts.
       DISPLAY "Read: " WSReadCount "  Written: " WSWrittenCount
           "  Rejected: " WSRejectedCount
       COMPUTE WSExpectedWritten = WSReadCount - WSRejectedCount
       IF WSExpectedWritten NOT = WSWrittenCount
           DISPLAY "Reconciliation failed: Read minus Rejected does not equal Written"
           MOVE 1 TO RETURN-CODE
       END-IF.
