       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example116.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
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
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS InvoiceNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS WSInvoiceStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT StandingFile ASSIGN TO "StandingOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SO-Num
           FILE STATUS IS WSStandStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD OrderFile.
    COPY ORDREC.

FD OrderLineFile.
    COPY ORDLINE.

FD InvoiceFile.
    COPY INVREC.

FD OpenItemFile.
    COPY OPENITEM.

FD CreditFile.
    COPY CREDREC.

FD StandingFile.
    COPY STNDORD.

WORKING-STORAGE SECTION.
01 WSEOF             PIC X(1).
01 WSLineEOF         PIC X(1).
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSInvoiceStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSStandStatus     PIC X(2).
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSHaveInvoices    PIC X(1) VALUE 'N'.
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSHaveCredit      PIC X(1) VALUE 'N'.
01 WSHaveStanding    PIC X(1) VALUE 'N'.
01 WSCustFound       PIC X(1).
01 WSLookupID        PIC 9(7).
01 WSLineTotal       PIC S9(9)V99.
01 WSLineCount       PIC 9(5).
01 WSAmountEdit      PIC -(9)9.99.
01 WSTotalEdit       PIC -(9)9.99.
01 WSRuleName        PIC X(60).
01 WSRuleCount       PIC 9(7).
01 WSExceptionTotal  PIC 9(7) VALUE 0.
01 WSExceptionText   PIC X(80).
01 WSRuleCounts.
       02 WSRuleEntry OCCURS 7 TIMES.
           03 RC-Name          PIC X(60).
           03 RC-Checked       PIC X(1).
           03 RC-Count         PIC 9(7).
01 WSRuleIdx         PIC 9(2).
01 ReportLine        PIC X(120).
01 WSSummaryLine.
       02 SM-Name          PIC X(60).
       02 FILLER           PIC X(2).
       02 SM-Count         PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 SM-Note          PIC X(20).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOtherFiles
       PERFORM OpenReport
       INITIALIZE WSRuleCounts
       MOVE "Orders for a customer not on Customer.dat" TO RC-Name(1)
       MOVE "Order lines with no Orders.dat header" TO RC-Name(2)
       MOVE "Order amount not equal to the sum of its lines"
           TO RC-Name(3)
       MOVE "Invoices with no open item" TO RC-Name(4)
       MOVE "Open items with no invoice in Invoices.dat" TO RC-Name(5)
       MOVE "Credit records for a customer not on Customer.dat"
           TO RC-Name(6)
       MOVE "Standing orders for a customer not on Customer.dat"
           TO RC-Name(7)
       PERFORM CheckOrderCustomers
       PERFORM CheckOrphanLines
       PERFORM CheckOrderAmounts
       PERFORM CheckInvoicesOpenItems
       PERFORM CheckOpenItemInvoices
       PERFORM CheckCreditCustomers
       PERFORM CheckStandingCustomers
       PERFORM PrintSummary
       PERFORM CloseOtherFiles
       CLOSE CustomerFile
       DISPLAY "Cross-file integrity exceptions: " WSExceptionTotal
       IF WSExceptionTotal > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenOtherFiles.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus = "00"
           MOVE 'Y' TO WSHaveOrders
       ELSE
           CLOSE OrderFile
       END-IF
       OPEN INPUT OrderLineFile
       IF WSLineFileStatus = "00"
           MOVE 'Y' TO WSHaveLines
       ELSE
           CLOSE OrderLineFile
       END-IF
       OPEN INPUT InvoiceFile
       IF WSInvoiceStatus = "00"
           MOVE 'Y' TO WSHaveInvoices
       ELSE
           CLOSE InvoiceFile
       END-IF
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus = "00"
           MOVE 'Y' TO WSHaveOpenItems
       ELSE
           CLOSE OpenItemFile
       END-IF
       OPEN INPUT CreditFile
       IF WSCreditStatus = "00"
           MOVE 'Y' TO WSHaveCredit
       ELSE
           CLOSE CreditFile
       END-IF
       OPEN INPUT StandingFile
       IF WSStandStatus = "00"
           MOVE 'Y' TO WSHaveStanding
       ELSE
           CLOSE StandingFile
       END-IF.

CloseOtherFiles.
       IF WSHaveOrders = 'Y'
           CLOSE OrderFile
       END-IF
       IF WSHaveLines = 'Y'
           CLOSE OrderLineFile
       END-IF
       IF WSHaveInvoices = 'Y'
           CLOSE InvoiceFile
       END-IF
       IF WSHaveOpenItems = 'Y'
           CLOSE OpenItemFile
       END-IF
       IF WSHaveCredit = 'Y'
           CLOSE CreditFile
       END-IF
       IF WSHaveStanding = 'Y'
           CLOSE StandingFile
       END-IF.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "CrossFileIntegrity.rpt" TO RW-ReportName
       MOVE "Cross-File Integrity Exceptions" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE SPACES TO RW-HeadCol
       MOVE SPACES TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       MOVE ReportLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

StartRule.
       MOVE RC-Name(WSRuleIdx) TO WSRuleName
       MOVE 0 TO WSRuleCount
       MOVE SPACES TO ReportLine
       PERFORM WriteReportLine
       MOVE SPACES TO ReportLine
       STRING "Rule " DELIMITED BY SIZE
           WSRuleIdx DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WSRuleName DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       PERFORM WriteReportLine.

SkipRule.
       MOVE SPACES TO ReportLine
       STRING "   " DELIMITED BY SIZE
           WSExceptionText DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       PERFORM WriteReportLine.

EndRule.
       MOVE 'Y' TO RC-Checked(WSRuleIdx)
       MOVE WSRuleCount TO RC-Count(WSRuleIdx)
       ADD WSRuleCount TO WSExceptionTotal
       MOVE SPACES TO ReportLine
       STRING "   Exceptions: " DELIMITED BY SIZE
           WSRuleCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       PERFORM WriteReportLine.

PrintException.
       ADD 1 TO WSRuleCount
       MOVE SPACES TO ReportLine
       STRING "   " DELIMITED BY SIZE
           WSExceptionText DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       PERFORM WriteReportLine.

FindCustomer.
       MOVE 'N' TO WSCustFound
       MOVE WSLookupID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSCustFound
       END-READ.

CheckOrderCustomers.
       MOVE 1 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveOrders = 'N'
           MOVE "Orders.dat not present, not checked" TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OrderNum
       MOVE 'N' TO WSEOF
       START OrderFile KEY IS >= OrderNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE OrderIDNum TO WSLookupID
                   PERFORM FindCustomer
                   IF WSCustFound = 'N'
                       MOVE SPACES TO WSExceptionText
                       STRING "Order " DELIMITED BY SIZE
                           OrderNum DELIMITED BY SIZE
                           " dated " DELIMITED BY SIZE
                           OrderDate DELIMITED BY SIZE
                           " status " DELIMITED BY SIZE
                           OrderStatus DELIMITED BY SIZE
                           " customer " DELIMITED BY SIZE
                           OrderIDNum DELIMITED BY SIZE
                           " not on file" DELIMITED BY SIZE
                           INTO WSExceptionText
                       END-STRING
                       PERFORM PrintException
                   END-IF
           END-READ
       END-PERFORM
       PERFORM EndRule.

CheckOrphanLines.
       MOVE 2 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveLines = 'N'
           MOVE "OrderLines.dat not present, not checked"
               TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OL-OrderNum
       MOVE 0 TO OL-LineNum
       MOVE 'N' TO WSLineEOF
       START OrderLineFile KEY IS >= OL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   PERFORM CheckLineHeader
           END-READ
       END-PERFORM
       PERFORM EndRule.

CheckLineHeader.
       IF WSHaveOrders = 'Y'
           MOVE OL-OrderNum TO OrderNum
           READ OrderFile
               KEY IS OrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE OL-ExtAmount TO WSAmountEdit
       MOVE SPACES TO WSExceptionText
       STRING "Order " DELIMITED BY SIZE
           OL-OrderNum DELIMITED BY SIZE
           " line " DELIMITED BY SIZE
           OL-LineNum DELIMITED BY SIZE
           " item " DELIMITED BY SIZE
           OL-ItemCode DELIMITED BY SIZE
           " amount " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           " has no header" DELIMITED BY SIZE
           INTO WSExceptionText
       END-STRING
       PERFORM PrintException.

CheckOrderAmounts.
       MOVE 3 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveOrders = 'N'
           MOVE "Orders.dat not present, not checked" TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OrderNum
       MOVE 'N' TO WSEOF
       START OrderFile KEY IS >= OrderNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM SumOrderLines
                   IF WSLineTotal NOT = OrderAmount
                       MOVE OrderAmount TO WSAmountEdit
                       MOVE WSLineTotal TO WSTotalEdit
                       MOVE SPACES TO WSExceptionText
                       STRING "Order " DELIMITED BY SIZE
                           OrderNum DELIMITED BY SIZE
                           " amount " DELIMITED BY SIZE
                           WSAmountEdit DELIMITED BY SIZE
                           " lines " DELIMITED BY SIZE
                           WSTotalEdit DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           WSLineCount DELIMITED BY SIZE
                           " lines)" DELIMITED BY SIZE
                           INTO WSExceptionText
                       END-STRING
                       PERFORM PrintException
                   END-IF
           END-READ
       END-PERFORM
       PERFORM EndRule.

SumOrderLines.
       MOVE 0 TO WSLineTotal
       MOVE 0 TO WSLineCount
       IF WSHaveLines = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE OrderNum TO OL-OrderNum
       MOVE 0 TO OL-LineNum
       MOVE 'N' TO WSLineEOF
       START OrderLineFile KEY IS >= OL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ OrderLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF OL-OrderNum NOT = OrderNum
                       MOVE 'Y' TO WSLineEOF
                   ELSE
                       ADD OL-ExtAmount TO WSLineTotal
                       ADD 1 TO WSLineCount
                   END-IF
           END-READ
       END-PERFORM.

CheckInvoicesOpenItems.
       MOVE 4 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveInvoices = 'N'
           MOVE "Invoices.dat not present, not checked"
               TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO InvoiceNum
       MOVE 'N' TO WSEOF
       START InvoiceFile KEY IS >= InvoiceNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ InvoiceFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM CheckInvoiceOpenItem
           END-READ
       END-PERFORM
       PERFORM EndRule.

CheckInvoiceOpenItem.
       IF WSHaveOpenItems = 'Y'
           MOVE InvoiceNum TO OI-InvoiceNum
           READ OpenItemFile
               KEY IS OI-InvoiceNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE InvAmount TO WSAmountEdit
       MOVE SPACES TO WSExceptionText
       STRING "Invoice " DELIMITED BY SIZE
           InvoiceNum DELIMITED BY SIZE
           " dated " DELIMITED BY SIZE
           InvDate DELIMITED BY SIZE
           " customer " DELIMITED BY SIZE
           InvIDNum DELIMITED BY SIZE
           " amount " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO WSExceptionText
       END-STRING
       PERFORM PrintException.

CheckOpenItemInvoices.
       MOVE 5 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveOpenItems = 'N'
           MOVE "OpenItems.dat not present, not checked"
               TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO OI-InvoiceNum
       MOVE 'N' TO WSEOF
       START OpenItemFile KEY IS >= OI-InvoiceNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM CheckOpenItemInvoice
           END-READ
       END-PERFORM
       PERFORM EndRule.

CheckOpenItemInvoice.
       IF WSHaveInvoices = 'Y'
           MOVE OI-InvoiceNum TO InvoiceNum
           READ InvoiceFile
               KEY IS InvoiceNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE OI-OpenAmount TO WSAmountEdit
       MOVE SPACES TO WSExceptionText
       STRING "Open item " DELIMITED BY SIZE
           OI-InvoiceNum DELIMITED BY SIZE
           " customer " DELIMITED BY SIZE
           OI-IDNum DELIMITED BY SIZE
           " status " DELIMITED BY SIZE
           OI-Status DELIMITED BY SIZE
           " open " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO WSExceptionText
       END-STRING
       PERFORM PrintException.

CheckCreditCustomers.
       MOVE 6 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveCredit = 'N'
           MOVE "CreditControl.dat not present, not checked"
               TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO CR-IDNum
       MOVE 'N' TO WSEOF
       START CreditFile KEY IS >= CR-IDNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ CreditFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE CR-IDNum TO WSLookupID
                   PERFORM FindCustomer
                   IF WSCustFound = 'N'
                       MOVE CR-Limit TO WSAmountEdit
                       MOVE SPACES TO WSExceptionText
                       STRING "Credit record " DELIMITED BY SIZE
                           CR-IDNum DELIMITED BY SIZE
                           " limit " DELIMITED BY SIZE
                           WSAmountEdit DELIMITED BY SIZE
                           " hold " DELIMITED BY SIZE
                           CR-HoldFlag DELIMITED BY SIZE
                           INTO WSExceptionText
                       END-STRING
                       PERFORM PrintException
                   END-IF
           END-READ
       END-PERFORM
       PERFORM EndRule.

CheckStandingCustomers.
       MOVE 7 TO WSRuleIdx
       PERFORM StartRule
       IF WSHaveStanding = 'N'
           MOVE "StandingOrders.dat not present, not checked"
               TO WSExceptionText
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SO-Num
       MOVE 'N' TO WSEOF
       START StandingFile KEY IS >= SO-Num
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ StandingFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SO-IDNum TO WSLookupID
                   PERFORM FindCustomer
                   IF WSCustFound = 'N'
                       MOVE SPACES TO WSExceptionText
                       STRING "Standing order " DELIMITED BY SIZE
                           SO-Num DELIMITED BY SIZE
                           " customer " DELIMITED BY SIZE
                           SO-IDNum DELIMITED BY SIZE
                           " item " DELIMITED BY SIZE
                           SO-ItemCode DELIMITED BY SIZE
                           " active " DELIMITED BY SIZE
                           SO-Active DELIMITED BY SIZE
                           INTO WSExceptionText
                       END-STRING
                       PERFORM PrintException
                   END-IF
           END-READ
       END-PERFORM
       PERFORM EndRule.

PrintSummary.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE "Exception counts by rule" TO ReportLine
       PERFORM WriteReportLine
       MOVE SPACES TO ReportLine
       PERFORM WriteReportLine
       PERFORM VARYING WSRuleIdx FROM 1 BY 1 UNTIL WSRuleIdx > 7
           MOVE SPACES TO WSSummaryLine
           MOVE RC-Name(WSRuleIdx) TO SM-Name
           MOVE RC-Count(WSRuleIdx) TO SM-Count
           IF RC-Checked(WSRuleIdx) NOT = 'Y'
               MOVE "not checked" TO SM-Note
           END-IF
           MOVE WSSummaryLine TO ReportLine
           PERFORM WriteReportLine
       END-PERFORM
       MOVE 'T' TO RW-Action
       MOVE SPACES TO RW-Line
       STRING "Total exceptions: " DELIMITED BY SIZE
           WSExceptionTotal DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       CALL "RPTWRITE" USING ReportControl.
