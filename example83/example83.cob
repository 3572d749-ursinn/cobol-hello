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
FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD CustomerFile.
    COPY CUSTREC.

01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSLineEOF         PIC X(1).
01 WSStockStatus     PIC X(1).
01 WSLookupOrder     PIC 9(7).
01 WSConfirmResp     PIC X(1).
01 WSClosedCount     PIC 9(7) VALUE 0.
       END-IF
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOrderLineFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetOrderNum
           PERFORM CloseOneOrder
           PERFORM AskMoreWork
       END-PERFORM
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       CLOSE CustomerFile
       CLOSE OrderFile
       DISPLAY "Orders closed: " WSClosedCount
               DISPLAY "Unable to close order : " OrderNum
           NOT INVALID KEY
               CALL "ORDJRNL" USING "R", OrderData
               PERFORM ShipOrderStock
               ADD 1 TO WSClosedCount
               DISPLAY "Order closed : " OrderNum
                   ", it will be invoiced by the next nightly run"
       END-REWRITE.

OpenOrderLineFile.
       MOVE 'N' TO WSHaveLines
       OPEN INPUT OrderLineFile
       IF WSLineFileStatus = "00"
           MOVE 'Y' TO WSHaveLines
       ELSE
           CLOSE OrderLineFile
       END-IF.

ShipOrderStock.
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
                       CALL "ITMSTOCK" USING "S", OL-ItemCode,
                           OL-Quantity, WSStockStatus
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

ShowOrder.
       MOVE OrderIDNum TO IDNum
       READ CustomerFile
