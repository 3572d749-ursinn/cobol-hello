       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example85.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ItemFile ASSIGN TO "ItemMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ItemCode
           FILE STATUS IS WSItemFileStatus.
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
DATA DIVISION.
FILE SECTION.
FD ItemFile.
    COPY ITEMREC.

FD POFile.
    COPY PORDREC.

FD POLineFile.
    COPY POLINE.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSItemFileStatus  PIC X(2).
01 WSPOFileStatus    PIC X(2).
01 WSPOLineStatus    PIC X(2).
01 WSHavePOs         PIC X(1) VALUE 'N'.
01 WSLineEOF         PIC A(1).
01 WSAvailable       PIC S9(7).
01 WSOnOrder         PIC 9(7).
01 WSProjected       PIC S9(8).
01 WSOnOrderCount    PIC 9(7) VALUE 0.
01 WSItemCount       PIC 9(7) VALUE 0.
01 WSReorderCount    PIC 9(7) VALUE 0.
01 WSShortCount      PIC 9(7) VALUE 0.
01 WSTrailerLine     PIC X(80).
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 SS-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 SS-ItemDesc      PIC X(30).
       02 FILLER           PIC X(1).
       02 SS-OnHand        PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 SS-Allocated     PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 SS-Available     PIC -(6)9.
       02 FILLER           PIC X(2).
       02 SS-ReorderPt     PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 SS-OnOrder       PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 SS-Flag          PIC X(8).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       OPEN INPUT ItemFile
       IF WSItemFileStatus NOT = "00"
           DISPLAY "No item master to report on (status "
               WSItemFileStatus ")"
           CLOSE ItemFile
           STOP RUN
       END-IF
       PERFORM OpenPOFiles
       PERFORM OpenReport
       PERFORM UNTIL WSEOF = 'Y'
           READ ItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO WSItemCount
                   PERFORM CheckOneItem
           END-READ
       END-PERFORM
       IF WSReorderCount = 0
           MOVE "  No items at or below their reorder point" TO RW-Line
           PERFORM WriteReportLine
       END-IF
       PERFORM PrintTrailer
       IF WSHavePOs = 'Y'
           CLOSE POLineFile
           CLOSE POFile
       END-IF
       CLOSE ItemFile
       DISPLAY "Items checked: " WSItemCount
           "  to re-order: " WSReorderCount
           "  covered by open POs: " WSOnOrderCount
           "  over-allocated: " WSShortCount
       STOP RUN.

OpenPOFiles.
      *> Purchasing may not be in use yet; without the PO files the
      *> on-order column is simply zero.
       OPEN INPUT POFile
       IF WSPOFileStatus NOT = "00"
           CLOSE POFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT POLineFile
       IF WSPOLineStatus NOT = "00"
           CLOSE POLineFile
           CLOSE POFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSHavePOs.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "StockStatus.rpt" TO RW-ReportName
       MOVE "Stock Status - Items at or below Reorder Point" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "  Item      Description                     On Hand  Allocated  Available  Reorder  On Order"
           TO RW-HeadCol
       MOVE "  --------  ------------------------------  -------  ---------  ---------  -------  -------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

CheckOneItem.
      *> Deactivated items are not re-ordered whatever their stock.
       IF ItemActive NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSAvailable = ItemOnHand - ItemAllocated
       IF WSAvailable > ItemReorderPt
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSDetailLine
       MOVE ItemCode TO SS-ItemCode
       MOVE ItemDesc TO SS-ItemDesc
       MOVE ItemOnHand TO SS-OnHand
       MOVE ItemAllocated TO SS-Allocated
       MOVE WSAvailable TO SS-Available
       MOVE ItemReorderPt TO SS-ReorderPt
       PERFORM GetOnOrder
       MOVE WSOnOrder TO SS-OnOrder
       COMPUTE WSProjected = WSAvailable + WSOnOrder
       IF WSAvailable < 0
           MOVE "SHORT" TO SS-Flag
           ADD 1 TO WSShortCount
       ELSE
           IF WSProjected > ItemReorderPt
               MOVE "ON ORDER" TO SS-Flag
               ADD 1 TO WSOnOrderCount
           ELSE
               MOVE "REORDER" TO SS-Flag
           END-IF
       END-IF
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine
       ADD 1 TO WSReorderCount.

GetOnOrder.
      *> Outstanding quantity on open purchase orders for this item.
       MOVE 0 TO WSOnOrder
       IF WSHavePOs NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSLineEOF
       MOVE LOW-VALUES TO PL-Key
       START POLineFile KEY IS >= PL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ POLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF PL-ItemCode = ItemCode
                       AND PL-QtyReceived < PL-QtyOrdered
                       MOVE PL-PONum TO PO-Num
                       READ POFile
                           KEY IS PO-Num
                           INVALID KEY
                               MOVE SPACE TO PO-Status
                       END-READ
                       IF PO-Status = 'O'
                           COMPUTE WSOnOrder = WSOnOrder
                               + PL-QtyOrdered - PL-QtyReceived
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

PrintTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Items checked: " DELIMITED BY SIZE
           WSItemCount DELIMITED BY SIZE
           "  at or below reorder point: " DELIMITED BY SIZE
           WSReorderCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
