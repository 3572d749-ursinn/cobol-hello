       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example87.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ShipmentFile ASSIGN TO "Shipments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSShipStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT BackWorkFile ASSIGN TO "BackOrd.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWorkStatus.
       SELECT SortWorkFile ASSIGN TO "BackSort.wrk".
       SELECT SortedFile ASSIGN TO "BackOrdSorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSortedStatus.
DATA DIVISION.
FILE SECTION.
FD ShipmentFile.
    COPY SHIPREC.

FD OrderFile.
    COPY ORDREC.

FD CustomerFile.
    COPY CUSTREC.

FD BackWorkFile.
01 BackWorkRec.
       02 BW-ItemCode      PIC X(8).
       02 BW-IDNum         PIC 9(7).
       02 BW-BackOrder     PIC 9(7).
       02 BW-OrigOrder     PIC 9(7).
       02 BW-Quantity      PIC 9(5).
       02 BW-ShipDate      PIC 9(8).

SD SortWorkFile.
01 SortBackRec.
       02 SB-ItemCode      PIC X(8).
       02 SB-IDNum         PIC 9(7).
       02 SB-BackOrder     PIC 9(7).
       02 SB-OrigOrder     PIC 9(7).
       02 SB-Quantity      PIC 9(5).
       02 SB-ShipDate      PIC 9(8).

FD SortedFile.
01 SortedRec.
       02 SR-ItemCode      PIC X(8).
       02 SR-IDNum         PIC 9(7).
       02 SR-BackOrder     PIC 9(7).
       02 SR-OrigOrder     PIC 9(7).
       02 SR-Quantity      PIC 9(5).
       02 SR-ShipDate      PIC 9(8).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSShipStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSWorkStatus      PIC X(2).
01 WSSortedStatus    PIC X(2).
01 WSBackLineCount   PIC 9(7) VALUE 0.
01 WSBackQtyTotal    PIC 9(9) VALUE 0.
01 WSGroupQty        PIC 9(9).
01 WSGroupKey        PIC X(8).
01 WSHaveGroup       PIC X(1).
01 WSCustName        PIC X(31).
01 WSTrailerLine     PIC X(80).
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 BO-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 BO-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 BO-CustName      PIC X(31).
       02 FILLER           PIC X(1).
       02 BO-BackOrder     PIC 9(7).
       02 FILLER           PIC X(2).
       02 BO-OrigOrder     PIC 9(7).
       02 FILLER           PIC X(2).
       02 BO-ShipDate      PIC 9(8).
       02 FILLER           PIC X(2).
       02 BO-Quantity      PIC ZZZZ9.
01 WSGroupLine.
       02 FILLER           PIC X(2).
       02 GL-Label         PIC X(30).
       02 GL-Key           PIC X(8).
       02 FILLER           PIC X(2).
       02 GL-Quantity      PIC Z(8)9.
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM OpenReport
       PERFORM ExtractBackOrders
       IF WSBackLineCount = 0
           MOVE "  Nothing on backorder" TO RW-Line
           PERFORM WriteReportLine
       ELSE
           PERFORM PrintByItem
           PERFORM PrintByCustomer
       END-IF
       PERFORM PrintTrailer
       CLOSE CustomerFile
       DISPLAY "Backorder lines: " WSBackLineCount
           "  units owed: " WSBackQtyTotal
       STOP RUN.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "BackOrders.rpt" TO RW-ReportName
       MOVE "Backorders by Item and Customer" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "  Item      ID       Customer                         Backord  Orig Ord Shipped     Qty"
           TO RW-HeadCol
       MOVE "  --------  -------  -------------------------------  -------  -------  --------  -----"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

ExtractBackOrders.
      *> A shipment line that went out short names the backorder
      *> carrying the balance; the balance is still owed while that
      *> backorder is open. A backorder that itself shipped short is
      *> closed and its own shipment lines name the next one.
       OPEN OUTPUT BackWorkFile
       OPEN INPUT ShipmentFile
       IF WSShipStatus NOT = "00"
           CLOSE ShipmentFile
           CLOSE BackWorkFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           CLOSE OrderFile
           CLOSE ShipmentFile
           CLOSE BackWorkFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ShipmentFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SH-BackOrder IS NUMERIC AND SH-BackOrder > 0
                           AND SH-QtyShipped < SH-QtyOrdered
                       PERFORM CheckBackOrderOpen
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderFile
       CLOSE ShipmentFile
       CLOSE BackWorkFile.

CheckBackOrderOpen.
       MOVE SH-BackOrder TO OrderNum
       READ OrderFile
           KEY IS OrderNum
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       IF OrderStatus NOT = 'O'
           EXIT PARAGRAPH
       END-IF
       MOVE SH-ItemCode TO BW-ItemCode
       MOVE SH-IDNum TO BW-IDNum
       MOVE SH-BackOrder TO BW-BackOrder
       MOVE SH-OrderNum TO BW-OrigOrder
       COMPUTE BW-Quantity = SH-QtyOrdered - SH-QtyShipped
       MOVE SH-ShipDate TO BW-ShipDate
       WRITE BackWorkRec
       ADD 1 TO WSBackLineCount
       ADD BW-Quantity TO WSBackQtyTotal.

PrintByItem.
       MOVE "Owed by Item" TO RW-Line
       PERFORM WriteReportLine
       MOVE "------------" TO RW-Line
       PERFORM WriteReportLine
       SORT SortWorkFile ON ASCENDING KEY SB-ItemCode SB-IDNum
           USING BackWorkFile
           GIVING SortedFile
       PERFORM OpenSortedFile
       MOVE 'N' TO WSHaveGroup
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ SortedFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSHaveGroup = 'Y' AND SR-ItemCode NOT = WSGroupKey
                       MOVE "Total owed for item" TO GL-Label
                       PERFORM PrintGroupTotal
                   END-IF
                   IF WSHaveGroup = 'N' OR SR-ItemCode NOT = WSGroupKey
                       MOVE 'Y' TO WSHaveGroup
                       MOVE SR-ItemCode TO WSGroupKey
                       MOVE 0 TO WSGroupQty
                   END-IF
                   ADD SR-Quantity TO WSGroupQty
                   PERFORM PrintDetailLine
           END-READ
       END-PERFORM
       MOVE "Total owed for item" TO GL-Label
       PERFORM PrintGroupTotal
       CLOSE SortedFile.

PrintByCustomer.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE "Owed by Customer" TO RW-Line
       PERFORM WriteReportLine
       MOVE "----------------" TO RW-Line
       PERFORM WriteReportLine
       SORT SortWorkFile ON ASCENDING KEY SB-IDNum SB-ItemCode
           USING BackWorkFile
           GIVING SortedFile
       PERFORM OpenSortedFile
       MOVE 'N' TO WSHaveGroup
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ SortedFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSHaveGroup = 'Y' AND SR-IDNum NOT = WSGroupKey
                       MOVE "Total units owed to customer" TO GL-Label
                       PERFORM PrintGroupTotal
                   END-IF
                   IF WSHaveGroup = 'N' OR SR-IDNum NOT = WSGroupKey
                       MOVE 'Y' TO WSHaveGroup
                       MOVE SR-IDNum TO WSGroupKey
                       MOVE 0 TO WSGroupQty
                   END-IF
                   ADD SR-Quantity TO WSGroupQty
                   PERFORM PrintDetailLine
           END-READ
       END-PERFORM
       MOVE "Total units owed to customer" TO GL-Label
       PERFORM PrintGroupTotal
       CLOSE SortedFile.

OpenSortedFile.
       OPEN INPUT SortedFile
       IF WSSortedStatus NOT = "00"
           DISPLAY "SortedFile I/O problem, status: " WSSortedStatus
           CLOSE SortedFile
           STOP RUN WITH ERROR STATUS WSSortedStatus
       END-IF.

PrintDetailLine.
       PERFORM LookupCustomerName
       MOVE SPACES TO WSDetailLine
       MOVE SR-ItemCode TO BO-ItemCode
       MOVE SR-IDNum TO BO-IDNum
       MOVE WSCustName TO BO-CustName
       MOVE SR-BackOrder TO BO-BackOrder
       MOVE SR-OrigOrder TO BO-OrigOrder
       MOVE SR-ShipDate TO BO-ShipDate
       MOVE SR-Quantity TO BO-Quantity
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintGroupTotal.
       MOVE WSGroupKey TO GL-Key
       MOVE WSGroupQty TO GL-Quantity
       MOVE WSGroupLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

LookupCustomerName.
       MOVE SR-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "** CUSTOMER NOT ON FILE **" TO WSCustName
           NOT INVALID KEY
               MOVE SPACES TO WSCustName
               STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LastName) DELIMITED BY SIZE
                   INTO WSCustName
               END-STRING
       END-READ.

PrintTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Backorder lines: " DELIMITED BY SIZE
           WSBackLineCount DELIMITED BY SIZE
           "  units owed: " DELIMITED BY SIZE
           WSBackQtyTotal DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
