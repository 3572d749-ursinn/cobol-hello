       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example90.
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
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VN-VendorID
           FILE STATUS IS WSVendorStatus.
DATA DIVISION.
FILE SECTION.
FD POFile.
    COPY PORDREC.

FD POLineFile.
    COPY POLINE.

FD VendorFile.
    COPY VENDREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSLineEOF         PIC A(1).
01 WSPOFileStatus    PIC X(2).
01 WSPOLineStatus    PIC X(2).
01 WSVendorStatus    PIC X(2).
01 WSHaveVendors     PIC X(1) VALUE 'N'.
01 WSPrintedCount    PIC 9(7) VALUE 0.
01 WSPrintedTotal    PIC 9(9)V99 VALUE 0.
01 WSPOTotal         PIC 9(9)V99.
01 WSExtCost         PIC 9(9)V99.
01 WSAmountDisp      PIC -(9)9.99.
01 WSTrailerLine     PIC X(80).
01 WSItemLine.
       02 FILLER           PIC X(4).
       02 PP-LineNum       PIC ZZ9.
       02 FILLER           PIC X(2).
       02 PP-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 PP-Quantity      PIC ZZZZ9.
       02 FILLER           PIC X(3).
       02 PP-UnitCost      PIC ZZZZ9.99.
       02 FILLER           PIC X(2).
       02 PP-ExtCost       PIC -(9)9.99.
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       OPEN I-O POFile
       IF WSPOFileStatus NOT = "00"
           DISPLAY "No purchase orders to print (status "
               WSPOFileStatus ")"
           CLOSE POFile
           STOP RUN
       END-IF
       OPEN INPUT POLineFile
       IF WSPOLineStatus NOT = "00"
           DISPLAY "POLineFile I/O problem, status: " WSPOLineStatus
           CLOSE POLineFile
           CLOSE POFile
           STOP RUN WITH ERROR STATUS WSPOLineStatus
       END-IF
       OPEN INPUT VendorFile
       IF WSVendorStatus = "00"
           MOVE 'Y' TO WSHaveVendors
       ELSE
           CLOSE VendorFile
       END-IF
       PERFORM OpenPOPrint
       MOVE 'N' TO WSEOF
       MOVE 0 TO PO-Num
       START POFile KEY IS >= PO-Num
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ POFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PO-Printed = 'N' AND PO-Status = 'O'
                       PERFORM PrintPurchaseOrder
                   END-IF
           END-READ
       END-PERFORM
       PERFORM PrintRunTrailer
       IF WSHaveVendors = 'Y'
           CLOSE VendorFile
       END-IF
       CLOSE POLineFile
       CLOSE POFile
       DISPLAY "Purchase orders printed: " WSPrintedCount
           " for " WSPrintedTotal
       STOP RUN.

OpenPOPrint.
       MOVE 'O' TO RW-Action
       MOVE "PurchaseOrders.rpt" TO RW-ReportName
       MOVE "Purchase Order" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE SPACES TO RW-HeadCol
       MOVE SPACES TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WritePOLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintPurchaseOrder.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Purchase Order " DELIMITED BY SIZE
           PO-Num DELIMITED BY SIZE
           "     Date " DELIMITED BY SIZE
           PO-OrderDate DELIMITED BY SIZE
           "     Deliver by " DELIMITED BY SIZE
           PO-DueDate DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WritePOLine
       MOVE SPACES TO RW-Line
       PERFORM WritePOLine
       PERFORM PrintVendorAddress
       MOVE SPACES TO RW-Line
       PERFORM WritePOLine
       MOVE "    Ln  Item        Qty   Unit Cost        Amount" TO RW-Line
       PERFORM WritePOLine
       MOVE "    --  --------  -----   ---------  ------------" TO RW-Line
       PERFORM WritePOLine
       MOVE 0 TO WSPOTotal
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
                       PERFORM PrintOnePOLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM
       MOVE SPACES TO RW-Line
       PERFORM WritePOLine
       MOVE WSPOTotal TO WSAmountDisp
       MOVE SPACES TO RW-Line
       STRING "    Purchase Order Total          " DELIMITED BY SIZE
           WSAmountDisp DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WritePOLine
       MOVE 'Y' TO PO-Printed
       REWRITE PurchOrderData
           INVALID KEY
               DISPLAY "Unable to flag purchase order printed : " PO-Num
       END-REWRITE
       ADD 1 TO WSPrintedCount
       ADD WSPOTotal TO WSPrintedTotal.

PrintVendorAddress.
       MOVE PO-VendorID TO VN-VendorID
       IF WSHaveVendors = 'Y'
           READ VendorFile
               KEY IS VN-VendorID
               INVALID KEY
                   MOVE "** VENDOR NOT ON FILE **" TO VN-Name
                   MOVE SPACES TO VN-AddrLine1 VN-AddrCity
                       VN-AddrState VN-AddrZip
           END-READ
       ELSE
           MOVE "** VENDOR NOT ON FILE **" TO VN-Name
           MOVE SPACES TO VN-AddrLine1 VN-AddrCity VN-AddrState
               VN-AddrZip
       END-IF
       MOVE SPACES TO RW-Line
       STRING "Vendor " DELIMITED BY SIZE
           PO-VendorID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VN-Name DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WritePOLine
       MOVE VN-AddrLine1 TO RW-Line
       PERFORM WritePOLine
       MOVE SPACES TO RW-Line
       STRING VN-AddrCity DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VN-AddrState DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VN-AddrZip DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WritePOLine.

PrintOnePOLine.
       COMPUTE WSExtCost = PL-QtyOrdered * PL-UnitCost
       ADD WSExtCost TO WSPOTotal
       MOVE SPACES TO WSItemLine
       MOVE PL-LineNum TO PP-LineNum
       MOVE PL-ItemCode TO PP-ItemCode
       MOVE PL-QtyOrdered TO PP-Quantity
       MOVE PL-UnitCost TO PP-UnitCost
       MOVE WSExtCost TO PP-ExtCost
       MOVE WSItemLine TO RW-Line
       PERFORM WritePOLine.

PrintRunTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Purchase orders printed: " DELIMITED BY SIZE
           WSPrintedCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSPrintedTotal DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
