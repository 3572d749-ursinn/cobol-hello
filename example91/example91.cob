       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example91.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT POFile ASSIGN TO "PurchOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-Num
           FILE STATUS IS WSPOFileStatus.
       SELECT POLineFile ASSIGN TO "POLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PL-Key
           FILE STATUS IS WSPOLineStatus.
       SELECT ReceiptFile ASSIGN TO "GoodsReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReceiptStatus.
DATA DIVISION.
FILE SECTION.
FD POFile.
    COPY PORDREC.

FD POLineFile.
    COPY POLINE.

FD ReceiptFile.
01 ReceiptRec.
       02 GR-Date          PIC 9(8).
       02 GR-PONum         PIC 9(7).
       02 GR-LineNum       PIC 9(3).
       02 GR-VendorID      PIC X(6).
       02 GR-ItemCode      PIC X(8).
       02 GR-Quantity      PIC 9(5).
       02 GR-UnitCost      PIC 9(5)V99.
       02 GR-Operator      PIC X(8).

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSPOFileStatus    PIC X(2).
01 WSPOLineStatus    PIC X(2).
01 WSReceiptStatus   PIC X(2).
01 WSLookupPO        PIC 9(7).
01 WSInvalid         PIC X(1).
01 WSLineEOF         PIC X(1).
01 WSQtyIn           PIC X(5).
01 WSQtyNow          PIC 9(5).
01 WSOutstanding     PIC 9(5).
01 WSLinesOpen       PIC 9(3).
01 WSUnitsReceived   PIC 9(7).
01 WSStockStatus     PIC X(1).
01 WSReceiptCount    PIC 9(7) VALUE 0.
01 WSCompletedCount  PIC 9(7) VALUE 0.
01 WSOperatorID      PIC X(8).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       OPEN I-O POFile
       IF WSPOFileStatus NOT = "00"
           DISPLAY "No purchase orders on file (status "
               WSPOFileStatus ")"
           CLOSE POFile
           STOP RUN
       END-IF
       OPEN I-O POLineFile
       IF WSPOLineStatus NOT = "00"
           DISPLAY "POLineFile I/O problem, status: " WSPOLineStatus
           CLOSE POLineFile
           CLOSE POFile
           STOP RUN WITH ERROR STATUS WSPOLineStatus
       END-IF
       PERFORM UNTIL WSMoreWork = 'N'
           DISPLAY "Purchase order number received against "
               WITH NO ADVANCING
           ACCEPT WSLookupPO
           PERFORM ReceiveAgainstPO
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE POLineFile
       CLOSE POFile
       DISPLAY "Receipt lines booked: " WSReceiptCount
           "  purchase orders completed: " WSCompletedCount
       GOBACK.

ReceiveAgainstPO.
       MOVE WSLookupPO TO PO-Num
       READ POFile
           KEY IS PO-Num
           INVALID KEY
               DISPLAY "Purchase order not found : " WSLookupPO
               EXIT PARAGRAPH
       END-READ
       IF PO-Status NOT = 'O'
           DISPLAY "Purchase order is not open : " PO-Num
               " (status " PO-Status ")"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Purchase order " PO-Num " vendor " PO-VendorID
           " ordered " PO-OrderDate " due " PO-DueDate
       OPEN EXTEND ReceiptFile
       IF WSReceiptStatus = "35"
           OPEN OUTPUT ReceiptFile
       END-IF
       MOVE 0 TO WSLinesOpen
       MOVE 0 TO WSUnitsReceived
       MOVE 'N' TO WSLineEOF
       MOVE PO-Num TO PL-PONum
       MOVE 0 TO PL-LineNum
       START POLineFile KEY IS >= PL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ POLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF PL-PONum = PO-Num
                       PERFORM ReceiveOneLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReceiptFile
       DISPLAY "Units received against " PO-Num " : " WSUnitsReceived
       IF WSLinesOpen = 0
           MOVE 'R' TO PO-Status
           REWRITE PurchOrderData
               INVALID KEY
                   DISPLAY "Unable to complete purchase order : "
                       PO-Num
               NOT INVALID KEY
                   ADD 1 TO WSCompletedCount
                   DISPLAY "Purchase order received complete : "
                       PO-Num
           END-REWRITE
       END-IF.

ReceiveOneLine.
       IF PL-QtyReceived >= PL-QtyOrdered
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSOutstanding = PL-QtyOrdered - PL-QtyReceived
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Line " PL-LineNum " item " PL-ItemCode
               " ordered " PL-QtyOrdered " outstanding " WSOutstanding
           DISPLAY "  Quantity received (blank = all outstanding) "
               WITH NO ADVANCING
           ACCEPT WSQtyIn
           IF WSQtyIn = SPACES
               MOVE WSOutstanding TO WSQtyNow
               MOVE 'N' TO WSInvalid
           ELSE
               MOVE FUNCTION NUMVAL(WSQtyIn) TO WSQtyNow
               IF WSQtyNow > WSOutstanding
                   DISPLAY "Cannot receive more than is outstanding,"
                       " please re-enter"
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM
       IF WSQtyNow = 0
           ADD 1 TO WSLinesOpen
           EXIT PARAGRAPH
       END-IF
       ADD WSQtyNow TO PL-QtyReceived
       REWRITE POLineData
           INVALID KEY
               DISPLAY "Unable to book receipt on line : " PL-Key
               ADD 1 TO WSLinesOpen
               EXIT PARAGRAPH
       END-REWRITE
       CALL "ITMSTOCK" USING "I", PL-ItemCode, WSQtyNow,
           WSStockStatus
       IF WSStockStatus NOT = 'Y'
           DISPLAY "Receipt booked but item stock not updated : "
               PL-ItemCode
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO GR-Date
       MOVE PL-PONum TO GR-PONum
       MOVE PL-LineNum TO GR-LineNum
       MOVE PO-VendorID TO GR-VendorID
       MOVE PL-ItemCode TO GR-ItemCode
       MOVE WSQtyNow TO GR-Quantity
       MOVE PL-UnitCost TO GR-UnitCost
       MOVE WSOperatorID TO GR-Operator
       WRITE ReceiptRec
       ADD 1 TO WSReceiptCount
       ADD WSQtyNow TO WSUnitsReceived
       IF PL-QtyReceived < PL-QtyOrdered
           ADD 1 TO WSLinesOpen
       END-IF.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

AskMoreWork.
       DISPLAY "Receive against another purchase order (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
