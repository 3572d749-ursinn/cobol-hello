       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example92.
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
DATA DIVISION.
FILE SECTION.
FD POFile.
    COPY PORDREC.

FD POLineFile.
    COPY POLINE.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSLineEOF         PIC A(1).
01 WSPOFileStatus    PIC X(2).
01 WSPOLineStatus    PIC X(2).
01 WSRunDate         PIC X(8).
01 WSRunDateInt      PIC 9(8).
01 WSDueDateInt      PIC 9(8).
01 WSDaysLate        PIC S9(5).
01 WSDaysDisp        PIC ZZZZ9.
01 WSOpenDisp        PIC Z(8)9.99.
01 WSOverdueDisp     PIC Z(8)9.99.
01 WSOutstanding     PIC 9(5).
01 WSOutValue        PIC 9(9)V99.
01 WSOpenPOCount     PIC 9(7) VALUE 0.
01 WSOverdueCount    PIC 9(7) VALUE 0.
01 WSOpenValue       PIC 9(9)V99 VALUE 0.
01 WSOverdueValue    PIC 9(9)V99 VALUE 0.
01 WSTrailerLine     PIC X(100).
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 OP-PONum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 OP-VendorID      PIC X(6).
       02 FILLER           PIC X(2).
       02 OP-LineNum       PIC ZZ9.
       02 FILLER           PIC X(2).
       02 OP-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 OP-Ordered       PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 OP-Received      PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 OP-Outstanding   PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 OP-DueDate       PIC 9(8).
       02 FILLER           PIC X(2).
       02 OP-Late          PIC X(14).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       PERFORM OpenReport
       OPEN INPUT POFile
       IF WSPOFileStatus NOT = "00"
           MOVE "  No purchase orders on file" TO RW-Line
           PERFORM WriteReportLine
           CLOSE POFile
           PERFORM PrintTrailer
           STOP RUN
       END-IF
       OPEN INPUT POLineFile
       IF WSPOLineStatus NOT = "00"
           DISPLAY "POLineFile I/O problem, status: " WSPOLineStatus
           CLOSE POLineFile
           CLOSE POFile
           STOP RUN WITH ERROR STATUS WSPOLineStatus
       END-IF
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
                   IF PO-Status = 'O'
                       PERFORM ReportOneOpenPO
                   END-IF
           END-READ
       END-PERFORM
       IF WSOpenPOCount = 0
           MOVE "  No open purchase orders" TO RW-Line
           PERFORM WriteReportLine
       END-IF
       PERFORM PrintTrailer
       CLOSE POLineFile
       CLOSE POFile
       DISPLAY "Open purchase orders: " WSOpenPOCount
           "  overdue: " WSOverdueCount
       STOP RUN.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateInt
       COMPUTE WSRunDateInt
           = FUNCTION INTEGER-OF-DATE(WSRunDateInt).

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "OpenPurchaseOrders.rpt" TO RW-ReportName
       MOVE "Open Purchase Orders and Overdue Receipts" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "  PO       Vendor   Ln  Item      Ordered Recvd  Outst  Due       Status"
           TO RW-HeadCol
       MOVE "  -------  ------  ---  --------  -----  -----  -----  --------  --------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

ReportOneOpenPO.
       ADD 1 TO WSOpenPOCount
       COMPUTE WSDueDateInt = FUNCTION INTEGER-OF-DATE(PO-DueDate)
       COMPUTE WSDaysLate = WSRunDateInt - WSDueDateInt
       IF WSDaysLate > 0
           ADD 1 TO WSOverdueCount
       END-IF
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
                       IF PL-QtyReceived < PL-QtyOrdered
                           PERFORM PrintOutstandingLine
                       END-IF
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM.

PrintOutstandingLine.
       COMPUTE WSOutstanding = PL-QtyOrdered - PL-QtyReceived
       COMPUTE WSOutValue = WSOutstanding * PL-UnitCost
       ADD WSOutValue TO WSOpenValue
       MOVE SPACES TO WSDetailLine
       MOVE PO-Num TO OP-PONum
       MOVE PO-VendorID TO OP-VendorID
       MOVE PL-LineNum TO OP-LineNum
       MOVE PL-ItemCode TO OP-ItemCode
       MOVE PL-QtyOrdered TO OP-Ordered
       MOVE PL-QtyReceived TO OP-Received
       MOVE WSOutstanding TO OP-Outstanding
       MOVE PO-DueDate TO OP-DueDate
       IF WSDaysLate > 0
           ADD WSOutValue TO WSOverdueValue
           MOVE WSDaysLate TO WSDaysDisp
           STRING "OVERDUE " DELIMITED BY SIZE
               FUNCTION TRIM(WSDaysDisp) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO OP-Late
           END-STRING
       ELSE
           MOVE "on time" TO OP-Late
       END-IF
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTrailer.
       MOVE WSOpenValue TO WSOpenDisp
       MOVE WSOverdueValue TO WSOverdueDisp
       MOVE SPACES TO WSTrailerLine
       STRING "Open POs: " DELIMITED BY SIZE
           WSOpenPOCount DELIMITED BY SIZE
           "  value " DELIMITED BY SIZE
           WSOpenDisp DELIMITED BY SIZE
           "  overdue: " DELIMITED BY SIZE
           WSOverdueCount DELIMITED BY SIZE
           "  value " DELIMITED BY SIZE
           WSOverdueDisp DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
