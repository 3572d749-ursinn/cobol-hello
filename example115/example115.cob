       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example115.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PayApplyFile ASSIGN TO "PayApplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-Key
           FILE STATUS IS WSPayApplyStatus.
       SELECT SalesRepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SP-RepID
           FILE STATUS IS WSSalesRepStatus.
       SELECT CustRepFile ASSIGN TO "CustReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CS-IDNum
           FILE STATUS IS WSCustRepStatus.
       SELECT OrderRepFile ASSIGN TO "OrderReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RO-OrderNum
           FILE STATUS IS WSOrderRepStatus.
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
       SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WO-WriteOffNum
           ALTERNATE RECORD KEY IS WO-IDNum WITH DUPLICATES
           FILE STATUS IS WSWriteOffStatus.
       SELECT PayrollFile ASSIGN TO "CommPayroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayrollStatus.
DATA DIVISION.
FILE SECTION.
FD PayApplyFile.
    COPY PAYAPPL.

FD SalesRepFile.
    COPY SALESREP.

FD CustRepFile.
    COPY CUSTREP.

FD OrderRepFile.
    COPY ORDERREP.

FD InvoiceFile.
    COPY INVREC.

FD OpenItemFile.
    COPY OPENITEM.

FD WriteOffFile.
    COPY WRITEOFF.

FD PayrollFile.
01 PayrollRec.
       02 CP-RecType       PIC X(1).
       02 CP-Body          PIC X(79).
       02 CP-Detail REDEFINES CP-Body.
           03 CP-RepID         PIC X(4).
           03 CP-PayrollID     PIC X(10).
           03 CP-Name          PIC X(30).
           03 CP-Collected     PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 CP-Commission    PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER           PIC X(12).
       02 CP-Header REDEFINES CP-Body.
           03 CP-FileDate      PIC 9(8).
           03 CP-Period        PIC 9(6).
           03 FILLER           PIC X(65).
       02 CP-Trailer REDEFINES CP-Body.
           03 CP-Count         PIC 9(6).
           03 CP-Total         PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 FILLER           PIC X(61).

WORKING-STORAGE SECTION.
01 WSEOF             PIC X(1).
01 WSPayApplyStatus  PIC X(2).
01 WSSalesRepStatus  PIC X(2).
01 WSCustRepStatus   PIC X(2).
01 WSOrderRepStatus  PIC X(2).
01 WSInvoiceStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSWriteOffStatus  PIC X(2).
01 WSPayrollStatus   PIC X(2).
01 WSHaveCustReps    PIC X(1) VALUE 'N'.
01 WSHaveOrderReps   PIC X(1) VALUE 'N'.
01 WSHaveInvoices    PIC X(1) VALUE 'N'.
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSMonth           PIC X(6).
01 WSLineType        PIC X(2).
01 WSBase            PIC S9(7)V99.
01 WSLineDate        PIC 9(8).
01 WSRepID           PIC X(4).
01 WSRepIdx          PIC 9(4).
01 WSIdx             PIC 9(5).
01 WSDtlIdx          PIC 9(5).
01 WSFound           PIC X(1).
01 WSFirstPage       PIC X(1) VALUE 'Y'.
01 WSCreditCount     PIC 9(5) VALUE 0.
01 WSNSFCount        PIC 9(5) VALUE 0.
01 WSChargeCount     PIC 9(5) VALUE 0.
01 WSPayrollCount    PIC 9(6) VALUE 0.
01 WSPayrollTotal    PIC S9(9)V99 VALUE 0.
01 WSGrandBase       PIC S9(9)V99 VALUE 0.
01 WSGrandComm       PIC S9(9)V99 VALUE 0.
01 WSMaxReps         PIC 9(4) VALUE 200.
01 WSRepCount        PIC 9(4) VALUE 0.
01 WSNoRepIdx        PIC 9(4).
01 WSRepTable.
       02 WSRepEntry OCCURS 201 TIMES.
           03 RT-RepID         PIC X(4).
           03 RT-Name          PIC X(30).
           03 RT-Rate          PIC 9V9(4).
           03 RT-Branch        PIC X(2).
           03 RT-PayrollID     PIC X(10).
           03 RT-Base          PIC S9(9)V99.
           03 RT-Comm          PIC S9(9)V99.
           03 RT-Lines         PIC 9(5).
01 WSMaxWrittenOff   PIC 9(4) VALUE 2000.
01 WSWrittenOffCount PIC 9(4) VALUE 0.
01 WSWrittenOffTable.
       02 WT-IDNum OCCURS 2000 TIMES PIC 9(7).
01 WSMaxDetail       PIC 9(5) VALUE 5000.
01 WSDetailCount     PIC 9(5) VALUE 0.
01 WSDetailTable.
       02 WSDetailEntry OCCURS 5000 TIMES.
           03 CD-RepIdx        PIC 9(4).
           03 CD-Type          PIC X(2).
           03 CD-Date          PIC 9(8).
           03 CD-IDNum         PIC 9(7).
           03 CD-InvoiceNum    PIC 9(7).
           03 CD-OrigRep       PIC X(4).
           03 CD-Base          PIC S9(7)V99.
           03 CD-Comm          PIC S9(7)V99.
01 WSRepHeadLine.
       02 FILLER           PIC X(10) VALUE "Sales rep ".
       02 RH-RepID         PIC X(4).
       02 FILLER           PIC X(2) VALUE SPACES.
       02 RH-Name          PIC X(30).
       02 FILLER           PIC X(8) VALUE " branch ".
       02 RH-Branch        PIC X(2).
       02 FILLER           PIC X(10) VALUE "  payroll ".
       02 RH-PayrollID     PIC X(10).
       02 FILLER           PIC X(7) VALUE "  rate ".
       02 RH-Rate          PIC 9.9999.
01 WSDetailLine.
       02 DL-Type          PIC X(2).
       02 FILLER           PIC X(3).
       02 DL-Date          PIC 9(8).
       02 FILLER           PIC X(3).
       02 DL-IDNum         PIC 9(7).
       02 FILLER           PIC X(3).
       02 DL-InvoiceNum    PIC 9(7).
       02 FILLER           PIC X(3).
       02 DL-Base          PIC -(7)9.99.
       02 FILLER           PIC X(3).
       02 DL-Comm          PIC -(7)9.99.
       02 FILLER           PIC X(3).
       02 DL-OrigRep       PIC X(4).
01 WSTotalLine.
       02 TL-Label         PIC X(34).
       02 FILLER           PIC X(2).
       02 TL-Base          PIC -(9)9.99.
       02 FILLER           PIC X(1).
       02 TL-Comm          PIC -(9)9.99.
01 WSSummaryLine.
       02 SL-RepID         PIC X(4).
       02 FILLER           PIC X(2).
       02 SL-Name          PIC X(30).
       02 FILLER           PIC X(2).
       02 SL-PayrollID     PIC X(10).
       02 FILLER           PIC X(2).
       02 SL-Lines         PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 SL-Base          PIC -(9)9.99.
       02 FILLER           PIC X(2).
       02 SL-Comm          PIC -(9)9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       OPEN INPUT PayApplyFile
       IF WSPayApplyStatus NOT = "00"
           DISPLAY "No payment applications on file (status "
               WSPayApplyStatus "), no commission for " WSMonth
           CLOSE PayApplyFile
           STOP RUN
       END-IF
       PERFORM LoadSalesReps
       PERFORM LoadWrittenOffCustomers
       PERFORM OpenLookupFiles
       PERFORM CollectCommissionLines
       CLOSE PayApplyFile
       IF WSHaveCustReps = 'Y'
           CLOSE CustRepFile
       END-IF
       IF WSHaveOrderReps = 'Y'
           CLOSE OrderRepFile
       END-IF
       IF WSHaveInvoices = 'Y'
           CLOSE InvoiceFile
       END-IF
       IF WSHaveOpenItems = 'Y'
           CLOSE OpenItemFile
       END-IF
       PERFORM PrintStatements
       PERFORM WritePayrollFile
       DISPLAY "Commission period " WSMonth ": collections credited "
           WSCreditCount ", NSF reversals " WSNSFCount
           ", write-off chargebacks " WSChargeCount
       DISPLAY "Payroll records written: " WSPayrollCount
           " for " WSPayrollTotal
       STOP RUN.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateNum
       MOVE WSRunDate(1:6) TO WSMonth.

LoadSalesReps.
       INITIALIZE WSRepTable
       OPEN INPUT SalesRepFile
       IF WSSalesRepStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ SalesRepFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSRepCount = WSMaxReps
                           DISPLAY "More than " WSMaxReps
                               " sales reps on file"
                           CLOSE SalesRepFile
                           CLOSE PayApplyFile
                           STOP RUN WITH ERROR STATUS "SR"
                       END-IF
                       ADD 1 TO WSRepCount
                       MOVE SP-RepID TO RT-RepID(WSRepCount)
                       MOVE SP-Name TO RT-Name(WSRepCount)
                       MOVE SP-Rate TO RT-Rate(WSRepCount)
                       MOVE SP-Branch TO RT-Branch(WSRepCount)
                       MOVE SP-PayrollID TO RT-PayrollID(WSRepCount)
               END-READ
           END-PERFORM
       ELSE
           DISPLAY "No sales reps on file, all collections are"
               " unassigned"
       END-IF
       CLOSE SalesRepFile
       COMPUTE WSNoRepIdx = WSRepCount + 1
       MOVE SPACES TO RT-RepID(WSNoRepIdx)
       MOVE "UNASSIGNED - NO COMMISSION" TO RT-Name(WSNoRepIdx)
       MOVE 0 TO RT-Rate(WSNoRepIdx).

LoadWrittenOffCustomers.
       OPEN INPUT WriteOffFile
       IF WSWriteOffStatus NOT = "00"
           CLOSE WriteOffFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ WriteOffFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WO-Status = 'W'
                           AND WO-WriteOffDate(1:6) = WSMonth
                       IF WSWrittenOffCount = WSMaxWrittenOff
                           DISPLAY "More than " WSMaxWrittenOff
                               " accounts written off this month"
                           CLOSE WriteOffFile
                           CLOSE PayApplyFile
                           STOP RUN WITH ERROR STATUS "WO"
                       END-IF
                       ADD 1 TO WSWrittenOffCount
                       MOVE WO-IDNum TO WT-IDNum(WSWrittenOffCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WriteOffFile.

OpenLookupFiles.
       OPEN INPUT CustRepFile
       IF WSCustRepStatus = "00"
           MOVE 'Y' TO WSHaveCustReps
       ELSE
           CLOSE CustRepFile
       END-IF
       OPEN INPUT OrderRepFile
       IF WSOrderRepStatus = "00"
           MOVE 'Y' TO WSHaveOrderReps
       ELSE
           CLOSE OrderRepFile
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
       END-IF.

CollectCommissionLines.
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ PayApplyFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PA-InvoiceNum > 0 AND PA-Applied > 0
                       PERFORM SelectApplication
                   END-IF
           END-READ
       END-PERFORM.

SelectApplication.
       IF PA-Batch(1:6) = WSMonth
           MOVE "PY" TO WSLineType
           MOVE PA-Applied TO WSBase
           MOVE PA-Batch(1:8) TO WSLineDate
           PERFORM AddCommissionLine
           ADD 1 TO WSCreditCount
       END-IF
       IF PA-Status = 'R' AND PA-RevDate(1:6) = WSMonth
           MOVE "NR" TO WSLineType
           COMPUTE WSBase = 0 - PA-Applied
           MOVE PA-RevDate TO WSLineDate
           PERFORM AddCommissionLine
           ADD 1 TO WSNSFCount
       END-IF
       IF PA-Status = 'A'
           PERFORM CheckWrittenOff
           IF WSFound = 'Y'
               MOVE "WO" TO WSLineType
               COMPUTE WSBase = 0 - PA-Applied
               MOVE WSRunDateNum TO WSLineDate
               PERFORM AddCommissionLine
               ADD 1 TO WSChargeCount
           END-IF
       END-IF.

CheckWrittenOff.
       MOVE 'N' TO WSFound
       IF WSHaveOpenItems = 'N'
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSIdx FROM 1 BY 1
               UNTIL WSIdx > WSWrittenOffCount OR WSFound = 'Y'
           IF WT-IDNum(WSIdx) = PA-IDNum
               MOVE 'Y' TO WSFound
           END-IF
       END-PERFORM
       IF WSFound = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSFound
       MOVE PA-InvoiceNum TO OI-InvoiceNum
       READ OpenItemFile
           KEY IS OI-InvoiceNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OI-Status = 'W'
                   MOVE 'Y' TO WSFound
               END-IF
       END-READ.

AddCommissionLine.
       PERFORM FindInvoiceRep
       IF WSDetailCount = WSMaxDetail
           DISPLAY "More than " WSMaxDetail " commission lines for "
               WSMonth
           CLOSE PayApplyFile
           STOP RUN WITH ERROR STATUS "CM"
       END-IF
       ADD 1 TO WSDetailCount
       MOVE WSRepIdx TO CD-RepIdx(WSDetailCount)
       MOVE WSLineType TO CD-Type(WSDetailCount)
       MOVE WSLineDate TO CD-Date(WSDetailCount)
       MOVE PA-IDNum TO CD-IDNum(WSDetailCount)
       MOVE PA-InvoiceNum TO CD-InvoiceNum(WSDetailCount)
       MOVE WSBase TO CD-Base(WSDetailCount)
       IF WSRepIdx = WSNoRepIdx
           MOVE WSRepID TO CD-OrigRep(WSDetailCount)
       ELSE
           MOVE SPACES TO CD-OrigRep(WSDetailCount)
       END-IF
       COMPUTE CD-Comm(WSDetailCount) ROUNDED
           = WSBase * RT-Rate(WSRepIdx)
       ADD 1 TO RT-Lines(WSRepIdx)
       ADD WSBase TO RT-Base(WSRepIdx)
       ADD CD-Comm(WSDetailCount) TO RT-Comm(WSRepIdx).

FindInvoiceRep.
       MOVE SPACES TO WSRepID
       IF WSHaveInvoices = 'Y' AND WSHaveOrderReps = 'Y'
           MOVE PA-InvoiceNum TO InvoiceNum
           READ InvoiceFile
               KEY IS InvoiceNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE InvOrderNum TO RO-OrderNum
                   READ OrderRepFile
                       KEY IS RO-OrderNum
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RO-RepID TO WSRepID
                   END-READ
           END-READ
       END-IF
       IF WSRepID = SPACES AND WSHaveCustReps = 'Y'
           MOVE PA-IDNum TO CS-IDNum
           READ CustRepFile
               KEY IS CS-IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-RepID TO WSRepID
           END-READ
       END-IF
       MOVE WSNoRepIdx TO WSRepIdx
       IF WSRepID = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSFound
       PERFORM VARYING WSIdx FROM 1 BY 1
               UNTIL WSIdx > WSRepCount OR WSFound = 'Y'
           IF RT-RepID(WSIdx) = WSRepID
               MOVE WSIdx TO WSRepIdx
               MOVE 'Y' TO WSFound
           END-IF
       END-PERFORM.

PrintStatements.
       MOVE 'O' TO RW-Action
       MOVE "CommissionStatements.rpt" TO RW-ReportName
       MOVE "Sales Commission Statements" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Ty   Date       Custmr    Invoice     Collected    Commission   Rep"
           TO RW-HeadCol
       MOVE "--   --------   -------   -------   -----------   -----------   ----"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       PERFORM VARYING WSRepIdx FROM 1 BY 1 UNTIL WSRepIdx > WSNoRepIdx
           IF RT-Lines(WSRepIdx) > 0
               PERFORM PrintRepStatement
           END-IF
       END-PERFORM
       PERFORM PrintSummary
       MOVE SPACES TO WSTrailerLine
       STRING "Commission period " WSMonth "  lines "
               WSDetailCount "  reps " WSRepCount
           DELIMITED BY SIZE INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintRepStatement.
       IF WSFirstPage = 'N'
           MOVE 'P' TO RW-Action
           CALL "RPTWRITE" USING ReportControl
       END-IF
       MOVE 'N' TO WSFirstPage
       MOVE RT-RepID(WSRepIdx) TO RH-RepID
       MOVE RT-Name(WSRepIdx) TO RH-Name
       MOVE RT-Branch(WSRepIdx) TO RH-Branch
       MOVE RT-PayrollID(WSRepIdx) TO RH-PayrollID
       MOVE RT-Rate(WSRepIdx) TO RH-Rate
       MOVE WSRepHeadLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM VARYING WSDtlIdx FROM 1 BY 1
               UNTIL WSDtlIdx > WSDetailCount
           IF CD-RepIdx(WSDtlIdx) = WSRepIdx
               MOVE SPACES TO WSDetailLine
               MOVE CD-Type(WSDtlIdx) TO DL-Type
               MOVE CD-Date(WSDtlIdx) TO DL-Date
               MOVE CD-IDNum(WSDtlIdx) TO DL-IDNum
               MOVE CD-InvoiceNum(WSDtlIdx) TO DL-InvoiceNum
               MOVE CD-Base(WSDtlIdx) TO DL-Base
               MOVE CD-Comm(WSDtlIdx) TO DL-Comm
               MOVE CD-OrigRep(WSDtlIdx) TO DL-OrigRep
               MOVE WSDetailLine TO RW-Line
               PERFORM WriteReportLine
           END-IF
       END-PERFORM
       MOVE SPACES TO WSTotalLine
       MOVE "Net collected and commission" TO TL-Label
       MOVE RT-Base(WSRepIdx) TO TL-Base
       MOVE RT-Comm(WSRepIdx) TO TL-Comm
       MOVE WSTotalLine TO RW-Line
       PERFORM WriteReportLine.

PrintSummary.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE "Commission summary by rep" TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM VARYING WSRepIdx FROM 1 BY 1 UNTIL WSRepIdx > WSNoRepIdx
           IF RT-Lines(WSRepIdx) > 0 OR WSRepIdx < WSNoRepIdx
               MOVE SPACES TO WSSummaryLine
               MOVE RT-RepID(WSRepIdx) TO SL-RepID
               MOVE RT-Name(WSRepIdx) TO SL-Name
               MOVE RT-PayrollID(WSRepIdx) TO SL-PayrollID
               MOVE RT-Lines(WSRepIdx) TO SL-Lines
               MOVE RT-Base(WSRepIdx) TO SL-Base
               MOVE RT-Comm(WSRepIdx) TO SL-Comm
               MOVE WSSummaryLine TO RW-Line
               PERFORM WriteReportLine
               ADD RT-Base(WSRepIdx) TO WSGrandBase
               ADD RT-Comm(WSRepIdx) TO WSGrandComm
           END-IF
       END-PERFORM
       MOVE SPACES TO WSTotalLine
       MOVE "Total all reps" TO TL-Label
       MOVE WSGrandBase TO TL-Base
       MOVE WSGrandComm TO TL-Comm
       MOVE WSTotalLine TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

WritePayrollFile.
       OPEN OUTPUT PayrollFile
       IF WSPayrollStatus NOT = "00"
           DISPLAY "PayrollFile I/O problem, status: " WSPayrollStatus
           STOP RUN WITH ERROR STATUS WSPayrollStatus
       END-IF
       MOVE SPACES TO PayrollRec
       MOVE 'H' TO CP-RecType
       MOVE WSRunDateNum TO CP-FileDate
       MOVE WSMonth TO CP-Period
       WRITE PayrollRec
       PERFORM VARYING WSRepIdx FROM 1 BY 1 UNTIL WSRepIdx > WSRepCount
           IF RT-Comm(WSRepIdx) NOT = 0
               IF RT-PayrollID(WSRepIdx) = SPACES
                   DISPLAY "Sales rep " RT-RepID(WSRepIdx)
                       " has commission but no payroll ID, not sent"
               ELSE
                   MOVE SPACES TO PayrollRec
                   MOVE 'D' TO CP-RecType
                   MOVE RT-RepID(WSRepIdx) TO CP-RepID
                   MOVE RT-PayrollID(WSRepIdx) TO CP-PayrollID
                   MOVE RT-Name(WSRepIdx) TO CP-Name
                   MOVE RT-Base(WSRepIdx) TO CP-Collected
                   MOVE RT-Comm(WSRepIdx) TO CP-Commission
                   WRITE PayrollRec
                   ADD 1 TO WSPayrollCount
                   ADD RT-Comm(WSRepIdx) TO WSPayrollTotal
               END-IF
           END-IF
       END-PERFORM
       MOVE SPACES TO PayrollRec
       MOVE 'T' TO CP-RecType
       MOVE WSPayrollCount TO CP-Count
       MOVE WSPayrollTotal TO CP-Total
       WRITE PayrollRec
       CLOSE PayrollFile.
