       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example117.
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
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS InvoiceNum
           ALTERNATE RECORD KEY IS InvOrderNum
           FILE STATUS IS WSInvoiceStatus.
       SELECT PayApplyFile ASSIGN TO "PayApplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-Key
           FILE STATUS IS WSPayApplyStatus.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT SummaryFile ASSIGN TO "CustAnnualSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSummaryStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD OpenItemFile.
    COPY OPENITEM.

FD OrderFile.
    COPY ORDREC.

FD InvoiceFile.
    COPY INVREC.

FD PayApplyFile.
    COPY PAYAPPL.

FD HistoryFile.
    COPY PAYHIST.

FD SummaryFile.
    COPY ANNSUMM.

WORKING-STORAGE SECTION.
01 WSEOF             PIC X(1).
01 WSFileStatus      PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSInvoiceStatus   PIC X(2).
01 WSPayApplyStatus  PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSSummaryStatus   PIC X(2).
01 WSHaveInvoices    PIC X(1) VALUE 'N'.
01 WSLookupID        PIC 9(7).
01 WSCustFound       PIC X(1).
01 WSCustIdx         PIC 9(5).
01 WSAmount          PIC S9(9)V99.
01 WSComponent       PIC 9(1).
01 WSExpected        PIC S9(11)V99.
01 WSDifference      PIC S9(11)V99.
01 WSOutCount        PIC 9(7) VALUE 0.
01 WSOutTotal        PIC S9(11)V99 VALUE 0.
01 WSMaxCustomers    PIC 9(5) VALUE 20000.
01 WSCustCount       PIC 9(5) VALUE 0.
01 WSCustTable.
       02 WSCustEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSCustCount
               ASCENDING KEY IS RT-IDNum
               INDEXED BY RT-Idx.
           03 RT-IDNum         PIC 9(7).
           03 RT-Name          PIC X(22).
           03 RT-Balance       PIC S9(9)V99.
           03 RT-Amount OCCURS 4 TIMES PIC S9(9)V99.
01 WSTotals.
       02 TT-Balance       PIC S9(11)V99.
       02 TT-Amount OCCURS 4 TIMES PIC S9(11)V99.
       02 TT-Orphan OCCURS 4 TIMES PIC S9(11)V99.
       02 TT-OrphanCount OCCURS 4 TIMES PIC 9(7).
01 WSComponentNames.
       02 FILLER PIC X(40) VALUE "Open items (open and disputed)".
       02 FILLER PIC X(40) VALUE "Uninvoiced open orders".
       02 FILLER PIC X(40) VALUE "Unapplied cash".
       02 FILLER PIC X(40) VALUE "Balance-only postings (FC DM NF RF CM)".
01 WSComponentTable REDEFINES WSComponentNames.
       02 CN-Name OCCURS 4 TIMES PIC X(40).
01 WSDetailLine.
       02 DL-IDNum         PIC 9(7).
       02 FILLER           PIC X(1).
       02 DL-Name          PIC X(22).
       02 DL-Balance       PIC -(7)9.99.
       02 FILLER           PIC X(1).
       02 DL-OpenItems     PIC -(7)9.99.
       02 FILLER           PIC X(1).
       02 DL-OpenOrders    PIC -(7)9.99.
       02 FILLER           PIC X(1).
       02 DL-Unapplied     PIC -(7)9.99.
       02 FILLER           PIC X(1).
       02 DL-Adjust        PIC -(7)9.99.
       02 FILLER           PIC X(1).
       02 DL-Difference    PIC -(7)9.99.
01 WSProofLine.
       02 PL-Label         PIC X(44).
       02 PL-Sign          PIC X(2).
       02 PL-Amount        PIC -(11)9.99.
       02 FILLER           PIC X(2).
       02 PL-Note          PIC X(40).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       INITIALIZE WSTotals
       PERFORM LoadCustomers
       PERFORM AddOpenItems
       PERFORM AddOpenOrders
       PERFORM AddUnappliedCash
       PERFORM AddBalanceOnlyPostings
       PERFORM AddArchivedBalanceOnly
       PERFORM PrintReconciliation
       DISPLAY "AR subledger reconciliation: customers " WSCustCount
           ", out of balance " WSOutCount
       IF WSOutCount > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

LoadCustomers.
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSCustCount = WSMaxCustomers
                       DISPLAY "More than " WSMaxCustomers
                           " customers on file"
                       CLOSE CustomerFile
                       STOP RUN WITH ERROR STATUS "CU"
                   END-IF
                   ADD 1 TO WSCustCount
                   MOVE IDNum TO RT-IDNum(WSCustCount)
                   MOVE SPACES TO RT-Name(WSCustCount)
                   STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       INTO RT-Name(WSCustCount)
                   END-STRING
                   MOVE CustBalance TO RT-Balance(WSCustCount)
                   MOVE 0 TO RT-Amount(WSCustCount, 1)
                   MOVE 0 TO RT-Amount(WSCustCount, 2)
                   MOVE 0 TO RT-Amount(WSCustCount, 3)
                   MOVE 0 TO RT-Amount(WSCustCount, 4)
                   ADD CustBalance TO TT-Balance
           END-READ
       END-PERFORM
       CLOSE CustomerFile.

PostComponent.
       MOVE 'N' TO WSCustFound
       IF WSCustCount > 0
           SEARCH ALL WSCustEntry
               AT END
                   CONTINUE
               WHEN RT-IDNum(RT-Idx) = WSLookupID
                   MOVE 'Y' TO WSCustFound
                   SET WSCustIdx TO RT-Idx
           END-SEARCH
       END-IF
       IF WSCustFound = 'Y'
           ADD WSAmount TO RT-Amount(WSCustIdx, WSComponent)
           ADD WSAmount TO TT-Amount(WSComponent)
       ELSE
           ADD WSAmount TO TT-Orphan(WSComponent)
           ADD 1 TO TT-OrphanCount(WSComponent)
       END-IF.

AddOpenItems.
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           CLOSE OpenItemFile
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO WSComponent
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF (OI-Status = 'O' OR OI-Status = 'D')
                           AND OI-OpenAmount NOT = 0
                       MOVE OI-IDNum TO WSLookupID
                       MOVE OI-OpenAmount TO WSAmount
                       PERFORM PostComponent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OpenItemFile.

AddOpenOrders.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT InvoiceFile
       IF WSInvoiceStatus = "00"
           MOVE 'Y' TO WSHaveInvoices
       ELSE
           CLOSE InvoiceFile
       END-IF
       MOVE 2 TO WSComponent
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderStatus NOT = 'X'
                       PERFORM CheckOrderInvoiced
                   END-IF
           END-READ
       END-PERFORM
       IF WSHaveInvoices = 'Y'
           CLOSE InvoiceFile
       END-IF
       CLOSE OrderFile.

CheckOrderInvoiced.
       IF WSHaveInvoices = 'Y'
           MOVE OrderNum TO InvOrderNum
           READ InvoiceFile
               KEY IS InvOrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE OrderIDNum TO WSLookupID
       COMPUTE WSAmount = OrderAmount + OrderTax
       PERFORM PostComponent.

AddUnappliedCash.
       OPEN INPUT PayApplyFile
       IF WSPayApplyStatus NOT = "00"
           CLOSE PayApplyFile
           EXIT PARAGRAPH
       END-IF
       MOVE 3 TO WSComponent
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ PayApplyFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PA-InvoiceNum = 0 AND PA-Status = 'A'
                       MOVE PA-IDNum TO WSLookupID
                       MOVE PA-Applied TO WSAmount
                       PERFORM PostComponent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PayApplyFile.

AddBalanceOnlyPostings.
       OPEN INPUT HistoryFile
       IF WSHistFileStatus NOT = "00"
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 4 TO WSComponent
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PH-IDNum IS NUMERIC
                       PERFORM TallyBalanceOnlyLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile.

TallyBalanceOnlyLine.
       EVALUATE PH-Type
           WHEN "FC"
           WHEN "DM"
           WHEN "NF"
           WHEN "RF"
               MOVE PH-Amount TO WSAmount
           WHEN "CM"
               COMPUTE WSAmount = 0 - PH-Amount
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE PH-IDNum TO WSLookupID
       PERFORM PostComponent.

AddArchivedBalanceOnly.
       OPEN INPUT SummaryFile
       IF WSSummaryStatus NOT = "00"
           CLOSE SummaryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 4 TO WSComponent
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ SummaryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AS-BalOnlyBF NOT = 0
                       MOVE AS-IDNum TO WSLookupID
                       MOVE AS-BalOnlyBF TO WSAmount
                       PERFORM PostComponent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SummaryFile.

PrintReconciliation.
       MOVE 'O' TO RW-Action
       MOVE "ARSubledgerRecon.rpt" TO RW-ReportName
       MOVE "AR Subledger Reconciliation" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Custmr  Name                   CustBalance   Open items  Open orders    Unapplied Bal-only pst   Difference"
           TO RW-HeadCol
       MOVE "------- ---------------------- ------------ ------------ ------------ ------------ ------------ ------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       PERFORM VARYING WSCustIdx FROM 1 BY 1 UNTIL WSCustIdx > WSCustCount
           COMPUTE WSExpected = RT-Amount(WSCustIdx, 1)
               + RT-Amount(WSCustIdx, 2) - RT-Amount(WSCustIdx, 3)
               + RT-Amount(WSCustIdx, 4)
           COMPUTE WSDifference = RT-Balance(WSCustIdx) - WSExpected
           IF WSDifference > 0.01 OR WSDifference < -0.01
               ADD 1 TO WSOutCount
               ADD WSDifference TO WSOutTotal
               PERFORM PrintOutOfBalance
           END-IF
       END-PERFORM
       IF WSOutCount = 0
           MOVE "Every customer's balance agrees with its subledger"
               TO RW-Line
           PERFORM WriteReportLine
       END-IF
       PERFORM PrintProof
       MOVE SPACES TO WSTrailerLine
       STRING "Customers " WSCustCount "  out of balance " WSOutCount
           DELIMITED BY SIZE INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintOutOfBalance.
       MOVE SPACES TO WSDetailLine
       MOVE RT-IDNum(WSCustIdx) TO DL-IDNum
       MOVE RT-Name(WSCustIdx) TO DL-Name
       MOVE RT-Balance(WSCustIdx) TO DL-Balance
       MOVE RT-Amount(WSCustIdx, 1) TO DL-OpenItems
       MOVE RT-Amount(WSCustIdx, 2) TO DL-OpenOrders
       MOVE RT-Amount(WSCustIdx, 3) TO DL-Unapplied
       MOVE RT-Amount(WSCustIdx, 4) TO DL-Adjust
       MOVE WSDifference TO DL-Difference
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintProof.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE "Ledger proof" TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSProofLine
       MOVE "Customer balances (CustBalance)" TO PL-Label
       MOVE TT-Balance TO PL-Amount
       MOVE WSProofLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM VARYING WSComponent FROM 1 BY 1 UNTIL WSComponent > 4
           MOVE SPACES TO WSProofLine
           MOVE CN-Name(WSComponent) TO PL-Label
           IF WSComponent = 3
               MOVE "- " TO PL-Sign
           ELSE
               MOVE "+ " TO PL-Sign
           END-IF
           MOVE TT-Amount(WSComponent) TO PL-Amount
           MOVE WSProofLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM
       COMPUTE WSExpected = TT-Amount(1) + TT-Amount(2) - TT-Amount(3)
           + TT-Amount(4)
       MOVE SPACES TO WSProofLine
       MOVE "Subledger total" TO PL-Label
       MOVE "= " TO PL-Sign
       MOVE WSExpected TO PL-Amount
       MOVE WSProofLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSProofLine
       MOVE "Difference (balances less subledger)" TO PL-Label
       COMPUTE WSDifference = TT-Balance - WSExpected
       MOVE WSDifference TO PL-Amount
       MOVE WSProofLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSProofLine
       MOVE "Net of customers listed as out of balance" TO PL-Label
       MOVE WSOutTotal TO PL-Amount
       MOVE WSProofLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE "Subledger amounts for customers not on Customer.dat"
           TO RW-Line
       PERFORM WriteReportLine
       PERFORM VARYING WSComponent FROM 1 BY 1 UNTIL WSComponent > 4
           MOVE SPACES TO WSProofLine
           MOVE CN-Name(WSComponent) TO PL-Label
           MOVE TT-Orphan(WSComponent) TO PL-Amount
           MOVE SPACES TO PL-Note
           STRING TT-OrphanCount(WSComponent) DELIMITED BY SIZE
               " records" DELIMITED BY SIZE
               INTO PL-Note
           END-STRING
           MOVE WSProofLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.
