       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example93.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReturnFile ASSIGN TO "Returns.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RM-RMANum
           FILE STATUS IS WSReturnStatus.
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS InvoiceNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS WSInvFileStatus.
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
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT MemoFile ASSIGN TO "Memos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MM-MemoNum
           FILE STATUS IS WSMemoStatus.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlFile ASSIGN TO "RMAControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
       SELECT MemoControlFile ASSIGN TO "MemoControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMemoCtlStatus.
       SELECT ParmFile ASSIGN TO "MemoParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
DATA DIVISION.
FILE SECTION.
FD ReturnFile.
    COPY RMAREC.

FD InvoiceFile.
    COPY INVREC.

FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD CustomerFile.
    COPY CUSTREC.

FD MemoFile.
    COPY MEMOREC.

FD HistoryFile.
    COPY PAYHIST.

FD AuditFile.
    COPY AUDITREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

FD MemoControlFile.
01 MemoControlRec PIC 9(7).

FD ParmFile.
01 ParmRec      PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSReturnStatus    PIC X(2).
01 WSInvFileStatus   PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSFileStatus      PIC X(2).
01 WSMemoStatus      PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSMemoCtlStatus   PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSParmEOF         PIC A(1).
01 WSMode            PIC X(1).
01 WSInvalid         PIC X(1).
01 WSFound           PIC X(1).
01 WSLineEOF         PIC A(1).
01 WSScanEOF         PIC X(1).
01 WSLookupInvoice   PIC 9(7).
01 WSLookupRMA       PIC 9(7).
01 WSPickLine        PIC 9(3).
01 WSQtyIn           PIC X(5).
01 WSReturnQty       PIC 9(5).
01 WSAlreadyReturned PIC 9(7).
01 WSReturnable      PIC 9(7).
01 WSReasonCode      PIC X(3).
01 WSConfirm         PIC X(1).
01 WSGoodsAmt        PIC 9(7)V99.
01 WSTaxAmt          PIC 9(5)V99.
01 WSCreditAmt       PIC 9(7)V99.
01 WSThreshold       PIC 9(7)V99 VALUE 100.00.
01 WSNextRMANum      PIC 9(7).
01 WSHighRMANum      PIC 9(7).
01 WSNextMemoNum     PIC 9(7).
01 WSHighMemoNum     PIC 9(7).
01 WSStockStatus     PIC X(1).
01 WSOperatorID      PIC X(8).
01 WSTranDate        PIC 9(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example93".
01 WSPeriodRef       PIC X(20).
01 WSAuthCount       PIC 9(5) VALUE 0.
01 WSRecvCount       PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM LoadParms
       PERFORM OpenReturnFile
       PERFORM OpenMemoFile
       OPEN INPUT InvoiceFile
       IF WSInvFileStatus NOT = "00"
           DISPLAY "No invoices on file (status " WSInvFileStatus ")"
           CLOSE InvoiceFile
           CLOSE MemoFile
           CLOSE ReturnFile
           STOP RUN
       END-IF
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "OrderFile I/O problem, status: " WSOrderFileStatus
           STOP RUN WITH ERROR STATUS WSOrderFileStatus
       END-IF
       OPEN INPUT OrderLineFile
       IF WSLineFileStatus NOT = "00"
           DISPLAY "OrderLineFile I/O problem, status: "
               WSLineFileStatus
           STOP RUN WITH ERROR STATUS WSLineFileStatus
       END-IF
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'A'
                   PERFORM AuthorizeReturn
               WHEN 'R'
                   PERFORM ReceiveReturn
               WHEN 'X'
                   PERFORM CancelReturn
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE CustomerFile
       CLOSE OrderLineFile
       CLOSE OrderFile
       CLOSE InvoiceFile
       CLOSE MemoFile
       CLOSE ReturnFile
       DISPLAY "Returns authorized: " WSAuthCount
           "  received and credited: " WSRecvCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

LoadParms.
      *> Credit memos raised here follow the same approval threshold
      *> as memos keyed directly in example61.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSParmEOF
           PERFORM UNTIL WSParmEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSParmEOF
                   NOT AT END
                       IF ParmRec(1:9) = "APPROVAL="
                           COMPUTE WSThreshold
                               = FUNCTION NUMVAL(ParmRec(10:12))
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenReturnFile.
       OPEN I-O ReturnFile
       IF WSReturnStatus = "35"
           OPEN OUTPUT ReturnFile
           CLOSE ReturnFile
           OPEN I-O ReturnFile
       END-IF
       IF WSReturnStatus NOT = "00" AND WSReturnStatus NOT = "10"
           DISPLAY "ReturnFile I/O problem, status: " WSReturnStatus
           CLOSE ReturnFile
           STOP RUN WITH ERROR STATUS WSReturnStatus
       END-IF.

OpenMemoFile.
       OPEN I-O MemoFile
       IF WSMemoStatus = "35"
           OPEN OUTPUT MemoFile
           CLOSE MemoFile
           OPEN I-O MemoFile
       END-IF
       IF WSMemoStatus NOT = "00" AND WSMemoStatus NOT = "10"
           DISPLAY "MemoFile I/O problem, status: " WSMemoStatus
           CLOSE MemoFile
           STOP RUN WITH ERROR STATUS WSMemoStatus
       END-IF.

GetMode.
       DISPLAY "Authorize, receive or cancel a return (A/R/X) "
           WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

AuthorizeReturn.
       DISPLAY "Invoice number being returned against "
           WITH NO ADVANCING
       ACCEPT WSLookupInvoice
       MOVE WSLookupInvoice TO InvoiceNum
       READ InvoiceFile
           KEY IS InvoiceNum
           INVALID KEY
               DISPLAY "Invoice not found : " WSLookupInvoice
               EXIT PARAGRAPH
       END-READ
       MOVE InvOrderNum TO OrderNum
       READ OrderFile
           KEY IS OrderNum
           INVALID KEY
               DISPLAY "Order billed on this invoice is no longer on"
                   " file : " InvOrderNum
               EXIT PARAGRAPH
       END-READ
       DISPLAY "Invoice " InvoiceNum " order " OrderNum
           " customer " InvIDNum " dated " InvDate
       PERFORM ListInvoiceLines
       PERFORM GetReturnLine
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM SumPriorReturns
       IF WSAlreadyReturned >= OL-Quantity
           DISPLAY "Everything billed on this line has already been"
               " returned"
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSReturnable = OL-Quantity - WSAlreadyReturned
       PERFORM GetReturnQuantity
       IF WSReturnQty = 0
           DISPLAY "Nothing to return, no authorization raised"
           EXIT PARAGRAPH
       END-IF
       PERFORM GetReasonCode
       PERFORM PriceReturn
       DISPLAY "Credit due: goods " WSGoodsAmt " tax " WSTaxAmt
       DISPLAY "Raise this return authorization (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "No authorization raised"
           EXIT PARAGRAPH
       END-IF
       PERFORM AllocateRMANum
       MOVE InvoiceNum TO RM-InvoiceNum
       MOVE OL-OrderNum TO RM-OrderNum
       MOVE OL-LineNum TO RM-LineNum
       MOVE InvIDNum TO RM-IDNum
       MOVE OL-ItemCode TO RM-ItemCode
       MOVE WSReturnQty TO RM-Quantity
       MOVE OL-UnitPrice TO RM-UnitPrice
       MOVE WSGoodsAmt TO RM-GoodsAmt
       MOVE WSTaxAmt TO RM-TaxAmt
       MOVE WSReasonCode TO RM-Reason
       MOVE 'A' TO RM-Status
       MOVE FUNCTION CURRENT-DATE(1:8) TO RM-AuthDate
       MOVE 0 TO RM-RecvDate
       MOVE 0 TO RM-MemoNum
       MOVE WSOperatorID TO RM-Operator
       WRITE ReturnData
           INVALID KEY
               DISPLAY "Unable to write return authorization : "
                   RM-RMANum
           NOT INVALID KEY
               ADD 1 TO WSAuthCount
               DISPLAY "Return authorization " RM-RMANum
                   " raised for " WSReturnQty " of " OL-ItemCode
       END-WRITE.

ListInvoiceLines.
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
                       DISPLAY "  Line " OL-LineNum " item " OL-ItemCode
                           " qty " OL-Quantity " price " OL-UnitPrice
                           " amount " OL-ExtAmount
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

GetReturnLine.
       MOVE 'N' TO WSFound
       DISPLAY "Line number being returned " WITH NO ADVANCING
       ACCEPT WSPickLine
       MOVE OrderNum TO OL-OrderNum
       MOVE WSPickLine TO OL-LineNum
       READ OrderLineFile
           KEY IS OL-Key
           INVALID KEY
               DISPLAY "Line not on this invoice : " WSPickLine
           NOT INVALID KEY
               MOVE 'Y' TO WSFound
       END-READ.

SumPriorReturns.
      *> Earlier authorizations against the same line, received or
      *> still outstanding, reduce what may be returned now.
       MOVE 0 TO WSAlreadyReturned
       MOVE 'N' TO WSScanEOF
       MOVE 0 TO RM-RMANum
       START ReturnFile KEY IS >= RM-RMANum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ReturnFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF RM-OrderNum = OL-OrderNum
                       AND RM-LineNum = OL-LineNum
                       AND RM-Status NOT = 'X'
                       ADD RM-Quantity TO WSAlreadyReturned
                   END-IF
           END-READ
       END-PERFORM.

GetReturnQuantity.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Quantity returned (up to " WSReturnable ") "
               WITH NO ADVANCING
           ACCEPT WSQtyIn
           MOVE FUNCTION NUMVAL(WSQtyIn) TO WSReturnQty
           IF WSReturnQty > WSReturnable
               DISPLAY "Cannot return more than was billed,"
                   " please re-enter"
           ELSE
               MOVE 'N' TO WSInvalid
           END-IF
       END-PERFORM.

GetReasonCode.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Reason code " WITH NO ADVANCING
           ACCEPT WSReasonCode
           MOVE FUNCTION UPPER-CASE(WSReasonCode) TO WSReasonCode
           IF WSReasonCode = SPACES
               DISPLAY "Reason code cannot be blank, please re-enter"
           ELSE
               MOVE 'N' TO WSInvalid
           END-IF
       END-PERFORM.

PriceReturn.
      *> Credit at the price billed on the line, plus the line's share
      *> of the tax billed on the order.
       COMPUTE WSGoodsAmt = WSReturnQty * OL-UnitPrice
       IF OrderAmount > 0 AND OrderTax > 0
           COMPUTE WSTaxAmt ROUNDED
               = OrderTax * WSGoodsAmt / OrderAmount
       ELSE
           MOVE 0 TO WSTaxAmt
       END-IF
       IF WSTaxAmt > OrderTax
           MOVE OrderTax TO WSTaxAmt
       END-IF.

AllocateRMANum.
       MOVE 0 TO WSNextRMANum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           READ ControlFile
               AT END CONTINUE
               NOT AT END
                   IF ControlRec IS NUMERIC
                       MOVE ControlRec TO WSNextRMANum
                   END-IF
           END-READ
           CLOSE ControlFile
       END-IF
       IF WSNextRMANum = 0
           PERFORM RecoverRMACounter
       END-IF
       MOVE WSNextRMANum TO RM-RMANum
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextRMANum + 1
       WRITE ControlRec
       CLOSE ControlFile.

RecoverRMACounter.
       DISPLAY "RMA control record missing, re-deriving from Returns.dat"
       MOVE 0 TO WSHighRMANum
       MOVE 0 TO RM-RMANum
       MOVE 'N' TO WSScanEOF
       START ReturnFile KEY IS >= RM-RMANum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ ReturnFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF RM-RMANum > WSHighRMANum
                       MOVE RM-RMANum TO WSHighRMANum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextRMANum = WSHighRMANum + 1.

ReadReturn.
       MOVE 'N' TO WSFound
       DISPLAY "Return authorization number " WITH NO ADVANCING
       ACCEPT WSLookupRMA
       MOVE WSLookupRMA TO RM-RMANum
       READ ReturnFile
           KEY IS RM-RMANum
           INVALID KEY
               DISPLAY "Return authorization not found : " WSLookupRMA
               EXIT PARAGRAPH
       END-READ
       IF RM-Status NOT = 'A'
           DISPLAY "Return authorization is not outstanding : "
               RM-RMANum " (status " RM-Status ")"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "RMA " RM-RMANum " invoice " RM-InvoiceNum
           " customer " RM-IDNum
       DISPLAY "  " RM-Quantity " of " RM-ItemCode " at " RM-UnitPrice
           " goods " RM-GoodsAmt " tax " RM-TaxAmt
           " reason " RM-Reason
       MOVE 'Y' TO WSFound.

ReceiveReturn.
       PERFORM ReadReturn
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Goods received back in good order (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Return left outstanding"
           EXIT PARAGRAPH
       END-IF
       MOVE RM-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Return customer no longer on file : " RM-IDNum
               EXIT PARAGRAPH
       END-READ
       PERFORM RaiseCreditMemo
       CALL "ITMSTOCK" USING "I", RM-ItemCode, RM-Quantity,
           WSStockStatus
       IF WSStockStatus NOT = 'Y'
           DISPLAY "Credit raised but item not restocked : "
               RM-ItemCode
       END-IF
       MOVE 'R' TO RM-Status
       MOVE FUNCTION CURRENT-DATE(1:8) TO RM-RecvDate
       MOVE WSNextMemoNum TO RM-MemoNum
       REWRITE ReturnData
           INVALID KEY
               DISPLAY "Unable to rewrite return authorization : "
                   RM-RMANum
           NOT INVALID KEY
               ADD 1 TO WSRecvCount
               DISPLAY "Return " RM-RMANum " received, credit memo "
                   RM-MemoNum
       END-REWRITE.

RaiseCreditMemo.
       COMPUTE WSCreditAmt = RM-GoodsAmt + RM-TaxAmt
       PERFORM AllocateMemoNum
       MOVE IDNum TO MM-IDNum
       MOVE "CM" TO MM-Type
       MOVE WSCreditAmt TO MM-Amount
       MOVE RM-Reason TO MM-Reason
       MOVE FUNCTION CURRENT-DATE(1:8) TO MM-EnterDate
       MOVE WSOperatorID TO MM-EnterOper
       MOVE SPACES TO MM-ApprOper
       IF WSCreditAmt > WSThreshold
           MOVE 'P' TO MM-Status
           WRITE MemoData
               INVALID KEY
                   DISPLAY "Unable to write memo : " MM-MemoNum
               NOT INVALID KEY
                   DISPLAY "Memo " MM-MemoNum " held for approval"
                       " (over threshold " WSThreshold ")"
           END-WRITE
       ELSE
           MOVE 'A' TO MM-Status
           MOVE WSOperatorID TO MM-ApprOper
           WRITE MemoData
               INVALID KEY
                   DISPLAY "Unable to write memo : " MM-MemoNum
               NOT INVALID KEY
                   PERFORM PostMemo
           END-WRITE
       END-IF.

AllocateMemoNum.
       MOVE 0 TO WSNextMemoNum
       OPEN INPUT MemoControlFile
       IF WSMemoCtlStatus = "00"
           READ MemoControlFile
               AT END CONTINUE
               NOT AT END
                   IF MemoControlRec IS NUMERIC
                       MOVE MemoControlRec TO WSNextMemoNum
                   END-IF
           END-READ
           CLOSE MemoControlFile
       END-IF
       IF WSNextMemoNum = 0
           PERFORM RecoverMemoCounter
       END-IF
       MOVE WSNextMemoNum TO MM-MemoNum
       OPEN OUTPUT MemoControlFile
       COMPUTE MemoControlRec = WSNextMemoNum + 1
       WRITE MemoControlRec
       CLOSE MemoControlFile.

RecoverMemoCounter.
       DISPLAY "Memo control record missing, re-deriving from Memos.dat"
       MOVE 0 TO WSHighMemoNum
       MOVE 0 TO MM-MemoNum
       MOVE 'N' TO WSScanEOF
       START MemoFile KEY IS >= MM-MemoNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ MemoFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF MM-MemoNum > WSHighMemoNum
                       MOVE MM-MemoNum TO WSHighMemoNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextMemoNum = WSHighMemoNum + 1.

PostMemo.
       SUBTRACT MM-Amount FROM CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post memo to balance : " MM-IDNum
           NOT INVALID KEY
               CALL "CUSTJRNL" USING "R", CustomerData
               PERFORM WriteAuditRecord
               PERFORM WriteHistoryRecord
               DISPLAY "Memo posted : " MM-MemoNum " " MM-Type
                   " customer " MM-IDNum " amount " MM-Amount
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

WriteHistoryRecord.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE MM-IDNum TO PH-IDNum
       MOVE MM-Amount TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE MM-Type TO PH-Type
       MOVE MM-MemoNum TO PH-Reference
       MOVE MM-ApprOper TO PH-Operator
       MOVE FUNCTION CURRENT-DATE(1:14) TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSTranDate
       MOVE SPACES TO WSPeriodRef
       STRING "MEMO " DELIMITED BY SIZE
           MM-MemoNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSTranDate, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSTranDate(1:6) " is closed, memo "
               MM-MemoNum " posted as of " WSPostDate
       END-IF.

CancelReturn.
       PERFORM ReadReturn
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Cancel this return authorization (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Return left outstanding"
           EXIT PARAGRAPH
       END-IF
       MOVE 'X' TO RM-Status
       REWRITE ReturnData
           INVALID KEY
               DISPLAY "Unable to rewrite return authorization : "
                   RM-RMANum
           NOT INVALID KEY
               DISPLAY "Return authorization cancelled : " RM-RMANum
       END-REWRITE.

AskMoreWork.
       DISPLAY "More returns work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
