       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example95.
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
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT CancelFile ASSIGN TO "OrderCancels.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCancelStatus.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD CustomerFile.
    COPY CUSTREC.

FD CancelFile.
    COPY ORDCANC.

FD HistoryFile.
    COPY PAYHIST.

FD AuditFile.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSCancelStatus    PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSLineEOF         PIC X(1).
01 WSStockStatus     PIC X(1).
01 WSLookupOrder     PIC 9(7).
01 WSConfirmResp     PIC X(1).
01 WSInvalid         PIC X(1).
01 WSReasonCode      PIC X(3).
       88 WSReasonValid  VALUE "CUS" "DUP" "CRD" "STK" "PRC" "OTH".
01 WSCancelledCount  PIC 9(7) VALUE 0.
01 WSCancelledTotal  PIC S9(9)V99 VALUE 0.
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSTranDate        PIC 9(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example95".
01 WSPeriodRef       PIC X(20).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       OPEN I-O OrderFile
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "No orders on file (status "
               WSOrderFileStatus ")"
           CLOSE OrderFile
           STOP RUN
       END-IF
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOrderLineFile
       PERFORM UNTIL WSMoreWork = 'N'
           DISPLAY "Order number to cancel " WITH NO ADVANCING
           ACCEPT WSLookupOrder
           PERFORM CancelOneOrder
           PERFORM AskMoreWork
       END-PERFORM
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       CLOSE CustomerFile
       CLOSE OrderFile
       DISPLAY "Orders cancelled: " WSCancelledCount
           " for " WSCancelledTotal
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

CheckSupervisor.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to cancel orders: "
               WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE OrderFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenOrderLineFile.
       MOVE 'N' TO WSHaveLines
       OPEN INPUT OrderLineFile
       IF WSLineFileStatus = "00"
           MOVE 'Y' TO WSHaveLines
       ELSE
           CLOSE OrderLineFile
       END-IF.

CancelOneOrder.
       MOVE WSLookupOrder TO OrderNum
       READ OrderFile
           KEY IS OrderNum
           INVALID KEY
               DISPLAY "Order not found : " WSLookupOrder
               EXIT PARAGRAPH
       END-READ
       IF OrderStatus = 'X'
           DISPLAY "Order is already cancelled : " OrderNum
           EXIT PARAGRAPH
       END-IF
       IF OrderStatus NOT = 'O'
           DISPLAY "Only open orders can be cancelled : " OrderNum
               " (status " OrderStatus ")"
           EXIT PARAGRAPH
       END-IF
       MOVE OrderIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Order customer not on file : " OrderIDNum
               EXIT PARAGRAPH
       END-READ
       DISPLAY "Order " OrderNum " customer " OrderIDNum
           " " FUNCTION TRIM(FirstName)
           " " FUNCTION TRIM(LastName)
           " date " OrderDate
           " amount " OrderAmount " tax " OrderTax
       PERFORM GetReasonCode
       DISPLAY "Cancel this order (Y/N) " WITH NO ADVANCING
       ACCEPT WSConfirmResp
       MOVE FUNCTION UPPER-CASE(WSConfirmResp) TO WSConfirmResp
       IF WSConfirmResp NOT = 'Y'
           DISPLAY "Order left open : " OrderNum
           EXIT PARAGRAPH
       END-IF
       MOVE 'X' TO OrderStatus
       REWRITE OrderData
           INVALID KEY
               DISPLAY "Unable to cancel order : " OrderNum
               EXIT PARAGRAPH
       END-REWRITE
       CALL "ORDJRNL" USING "R", OrderData
       PERFORM ReverseOrderFromBalance
       PERFORM ReleaseOrderStock
       PERFORM WriteCancelRecord
       ADD 1 TO WSCancelledCount
       ADD OrderAmount OrderTax TO WSCancelledTotal
       DISPLAY "Order cancelled : " OrderNum " reason " WSReasonCode.

GetReasonCode.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Reason (CUS customer, DUP duplicate, CRD credit,"
               " STK supply, PRC pricing, OTH other) "
               WITH NO ADVANCING
           ACCEPT WSReasonCode
           MOVE FUNCTION UPPER-CASE(WSReasonCode) TO WSReasonCode
           IF WSReasonValid
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Reason code not recognised, please re-enter"
           END-IF
       END-PERFORM.

ReverseOrderFromBalance.
       SUBTRACT OrderAmount OrderTax FROM CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to back order out of customer balance : "
                   OrderIDNum
           NOT INVALID KEY
               CALL "CUSTJRNL" USING "R", CustomerData
               PERFORM WriteAuditRecord
               PERFORM WriteCancelHistory
       END-REWRITE.

WriteCancelHistory.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE OrderIDNum TO PH-IDNum
       COMPUTE PH-Amount = OrderAmount + OrderTax
       MOVE WSPostDate TO PH-Date
       MOVE "OX" TO PH-Type
       MOVE OrderNum TO PH-Reference
       MOVE WSOperatorID TO PH-Operator
       MOVE FUNCTION CURRENT-DATE(1:14) TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSTranDate
       MOVE SPACES TO WSPeriodRef
       STRING "ORDER " DELIMITED BY SIZE
           OrderNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSTranDate, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSTranDate(1:6) " is closed, cancellation of "
               "order " OrderNum " posted as of " WSPostDate
       END-IF.

ReleaseOrderStock.
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
                       CALL "ITMSTOCK" USING "R", OL-ItemCode,
                           OL-Quantity, WSStockStatus
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

WriteCancelRecord.
       OPEN EXTEND CancelFile
       IF WSCancelStatus = "35"
           OPEN OUTPUT CancelFile
       END-IF
       MOVE OrderNum TO OX-OrderNum
       MOVE OrderIDNum TO OX-IDNum
       MOVE FUNCTION CURRENT-DATE(1:8) TO OX-CancelDate
       MOVE WSReasonCode TO OX-Reason
       MOVE OrderAmount TO OX-Amount
       MOVE OrderTax TO OX-Tax
       MOVE WSOperatorID TO OX-Operator
       WRITE CancelRec
       CLOSE CancelFile.

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

AskMoreWork.
       DISPLAY "Cancel another order (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
