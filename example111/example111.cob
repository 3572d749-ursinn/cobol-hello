       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example111.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT BankStmtFile ASSIGN TO "BankStatement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBankStmtStatus.
       SELECT ReconOpenFile ASSIGN TO "BankReconOpen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReconOpenStatus.
       SELECT ReconControlFile ASSIGN TO "BankReconControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReconCtlStatus.
       SELECT ParmFile ASSIGN TO "BankReconParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
DATA DIVISION.
FILE SECTION.
FD HistoryFile.
    COPY PAYHIST.

FD BankStmtFile.
01 BankStmtRec.
       02 BS-RecType   PIC X(1).
       02 BS-Account   PIC X(10).
       02 BS-Body      PIC X(69).
       02 BS-Detail REDEFINES BS-Body.
           03 BS-PostDate   PIC 9(8).
           03 BS-TranCode   PIC X(2).
           03 BS-Amount     PIC 9(8)V99.
           03 BS-BankRef    PIC X(10).
           03 BS-DepositRef PIC X(14).
           03 BS-Desc       PIC X(25).
       02 BS-Header REDEFINES BS-Body.
           03 BS-StmtDate   PIC 9(8).
           03 FILLER        PIC X(61).
       02 BS-Trailer REDEFINES BS-Body.
           03 BS-Count       PIC 9(6).
           03 BS-CreditTotal PIC 9(10)V99.
           03 BS-DebitTotal  PIC 9(10)V99.
           03 FILLER         PIC X(39).

FD ReconOpenFile.
01 ReconOpenRec.
       02 BO-Side      PIC X(1).
       02 BO-Kind      PIC X(1).
       02 BO-Date      PIC 9(8).
       02 BO-Amount    PIC 9(9)V99.
       02 BO-Batch     PIC X(14).
       02 BO-Ref       PIC X(10).
       02 BO-Code      PIC X(2).
       02 BO-Desc      PIC X(25).

FD ReconControlFile.
01 ReconControlRec.
       02 BC-LastBookDate  PIC 9(8).
       02 BC-LastStmtDate  PIC 9(8).

FD ParmFile.
01 ParmRec      PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSHistFileStatus  PIC X(2).
01 WSBankStmtStatus  PIC X(2).
01 WSReconOpenStatus PIC X(2).
01 WSReconCtlStatus  PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSParmEOF         PIC A(1).
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSRunDateInt      PIC 9(8).
01 WSTolerance       PIC 9(5)V99 VALUE 1.00.
01 WSLastBookDate    PIC 9(8) VALUE 0.
01 WSLastStmtDate    PIC 9(8) VALUE 0.
01 WSStmtDate        PIC 9(8) VALUE 0.
01 WSStmtState       PIC X(1) VALUE 'N'.
01 WSBookState       PIC X(1) VALUE 'N'.
01 WSStmtLines       PIC 9(6) VALUE 0.
01 WSStmtCredits     PIC 9(10)V99 VALUE 0.
01 WSStmtDebits      PIC 9(10)V99 VALUE 0.
01 WSRecTable.
       02 WSRecEntry OCCURS 1000 TIMES.
           03 WSRecSide     PIC X(1).
           03 WSRecKind     PIC X(1).
           03 WSRecDate     PIC 9(8).
           03 WSRecAmount   PIC 9(9)V99.
           03 WSRecBatch    PIC X(14).
           03 WSRecRef      PIC X(10).
           03 WSRecCode     PIC X(2).
           03 WSRecDesc     PIC X(25).
           03 WSRecMatched  PIC X(1).
           03 WSRecPartner  PIC 9(4).
01 WSRecUsed         PIC 9(4) VALUE 0.
01 WSCarryCount      PIC 9(4) VALUE 0.
01 WSTodayStart      PIC 9(4).
01 WSRecIndex        PIC 9(4).
01 WSBankIndex       PIC 9(4).
01 WSBookIndex       PIC 9(4).
01 WSRecFound        PIC X(1).
01 WSDiff            PIC S9(9)V99.
01 WSDays            PIC S9(5).
01 WSMatchedCount    PIC 9(5) VALUE 0.
01 WSMatchedTotal    PIC 9(11)V99 VALUE 0.
01 WSTransitCount    PIC 9(5) VALUE 0.
01 WSTransitTotal    PIC 9(11)V99 VALUE 0.
01 WSUnchargedCount  PIC 9(5) VALUE 0.
01 WSUnchargedTotal  PIC 9(11)V99 VALUE 0.
01 WSBankCrCount     PIC 9(5) VALUE 0.
01 WSBankCrTotal     PIC 9(11)V99 VALUE 0.
01 WSBankDrCount     PIC 9(5) VALUE 0.
01 WSBankDrTotal     PIC 9(11)V99 VALUE 0.
01 WSCarriedCount    PIC 9(5) VALUE 0.
01 WSCountEdit       PIC ZZZZ9.
01 WSToleranceEdit   PIC ZZZZ9.99.
01 WSSectionHead     PIC X(120).
01 WSDetailLine.
       02 RD-Date          PIC 9(8).
       02 FILLER           PIC X(2).
       02 RD-Batch         PIC X(14).
       02 FILLER           PIC X(2).
       02 RD-Ref           PIC X(10).
       02 FILLER           PIC X(2).
       02 RD-Code          PIC X(2).
       02 FILLER           PIC X(2).
       02 RD-Amount        PIC -(9)9.99.
       02 FILLER           PIC X(2).
       02 RD-BankDate      PIC X(8).
       02 FILLER           PIC X(2).
       02 RD-BankAmount    PIC -(9)9.99.
       02 FILLER           PIC X(2).
       02 RD-Diff          PIC -(3)9.99.
       02 FILLER           PIC X(2).
       02 RD-Days          PIC ZZZZ9.
01 WSTotalLine.
       02 FILLER           PIC X(2).
       02 TL-Label         PIC X(44).
       02 TL-Count         PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 TL-Amount        PIC -(11)9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       PERFORM LoadParms
       PERFORM LoadControl
       PERFORM LoadCarriedItems
       MOVE WSRecUsed TO WSCarryCount
       COMPUTE WSTodayStart = WSCarryCount + 1
       PERFORM LoadBookReceipts
       PERFORM LoadBankStatement
       PERFORM MatchByDepositRef
       PERFORM MatchByAmount
       PERFORM MatchReturnedItems
       PERFORM OpenReport
       PERFORM PrintMatched
       PERFORM PrintInTransit
       PERFORM PrintUncharged
       PERFORM PrintBankCredits
       PERFORM PrintBankDebits
       PERFORM PrintTotals
       PERFORM WriteCarriedItems
       PERFORM SaveControl
       DISPLAY "Bank reconciliation: matched " WSMatchedCount
           "  in transit " WSTransitCount
           "  bank items not recorded "
           WSBankCrCount " credits, " WSBankDrCount " debits"
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
       COMPUTE WSRunDateInt
           = FUNCTION INTEGER-OF-DATE(WSRunDateNum).

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSParmEOF
           PERFORM UNTIL WSParmEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSParmEOF
                   NOT AT END
                       IF ParmRec(1:10) = "TOLERANCE="
                           COMPUTE WSTolerance
                               = FUNCTION NUMVAL(ParmRec(11:8))
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

LoadControl.
       OPEN INPUT ReconControlFile
       IF WSReconCtlStatus = "00"
           READ ReconControlFile
               AT END CONTINUE
               NOT AT END
                   IF BC-LastBookDate IS NUMERIC
                       MOVE BC-LastBookDate TO WSLastBookDate
                   END-IF
                   IF BC-LastStmtDate IS NUMERIC
                       MOVE BC-LastStmtDate TO WSLastStmtDate
                   END-IF
           END-READ
       END-IF
       CLOSE ReconControlFile.

LoadCarriedItems.
       OPEN INPUT ReconOpenFile
       IF WSReconOpenStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ ReconOpenFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM AddEntry
                       MOVE BO-Side TO WSRecSide(WSRecUsed)
                       MOVE BO-Kind TO WSRecKind(WSRecUsed)
                       MOVE BO-Date TO WSRecDate(WSRecUsed)
                       MOVE BO-Amount TO WSRecAmount(WSRecUsed)
                       MOVE BO-Batch TO WSRecBatch(WSRecUsed)
                       MOVE BO-Ref TO WSRecRef(WSRecUsed)
                       MOVE BO-Code TO WSRecCode(WSRecUsed)
                       MOVE BO-Desc TO WSRecDesc(WSRecUsed)
               END-READ
           END-PERFORM
       END-IF
       CLOSE ReconOpenFile.

AddEntry.
       IF WSRecUsed >= 1000
           DISPLAY "Reconciliation table full (1000 items), nothing"
               " has been carried forward or marked reconciled"
           STOP RUN WITH ERROR STATUS "BR"
       END-IF
       ADD 1 TO WSRecUsed
       MOVE SPACES TO WSRecEntry(WSRecUsed)
       MOVE 0 TO WSRecDate(WSRecUsed)
       MOVE 0 TO WSRecAmount(WSRecUsed)
       MOVE 'N' TO WSRecMatched(WSRecUsed)
       MOVE 0 TO WSRecPartner(WSRecUsed).

LoadBookReceipts.
       IF WSRunDateNum <= WSLastBookDate
           MOVE 'D' TO WSBookState
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT HistoryFile
       IF WSHistFileStatus = "00"
           MOVE 'Y' TO WSBookState
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ HistoryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF PH-IDNum IS NUMERIC
                               AND PH-Date = WSRunDate
                           EVALUATE PH-Type
                               WHEN SPACES
                               WHEN "PY"
                               WHEN "WR"
                                   PERFORM AddBookDeposit
                               WHEN "NR"
                                   PERFORM AddBookReturn
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE HistoryFile.

AddBookDeposit.
       MOVE 'N' TO WSRecFound
       PERFORM VARYING WSRecIndex FROM WSTodayStart BY 1
           UNTIL WSRecIndex > WSRecUsed OR WSRecFound = 'Y'
           IF WSRecSide(WSRecIndex) = 'B'
                   AND WSRecKind(WSRecIndex) = 'C'
                   AND WSRecBatch(WSRecIndex) = PH-Batch
               ADD PH-Amount TO WSRecAmount(WSRecIndex)
               MOVE 'Y' TO WSRecFound
           END-IF
       END-PERFORM
       IF WSRecFound = 'N'
           PERFORM AddEntry
           MOVE 'B' TO WSRecSide(WSRecUsed)
           MOVE 'C' TO WSRecKind(WSRecUsed)
           MOVE PH-Date TO WSRecDate(WSRecUsed)
           MOVE PH-Amount TO WSRecAmount(WSRecUsed)
           MOVE PH-Batch TO WSRecBatch(WSRecUsed)
           MOVE PH-Operator TO WSRecRef(WSRecUsed)
           MOVE "PY" TO WSRecCode(WSRecUsed)
           MOVE "Posting batch deposit" TO WSRecDesc(WSRecUsed)
       END-IF.

AddBookReturn.
       PERFORM AddEntry
       MOVE 'B' TO WSRecSide(WSRecUsed)
       MOVE 'D' TO WSRecKind(WSRecUsed)
       MOVE PH-Date TO WSRecDate(WSRecUsed)
       MOVE PH-Amount TO WSRecAmount(WSRecUsed)
       MOVE PH-Batch TO WSRecBatch(WSRecUsed)
       MOVE PH-IDNum TO WSRecRef(WSRecUsed)
       MOVE "NR" TO WSRecCode(WSRecUsed)
       MOVE "Returned check recorded" TO WSRecDesc(WSRecUsed).

LoadBankStatement.
       OPEN INPUT BankStmtFile
       IF WSBankStmtStatus NOT = "00"
           CLOSE BankStmtFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ BankStmtFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   EVALUATE BS-RecType
                       WHEN 'H'
                           MOVE BS-StmtDate TO WSStmtDate
                           IF BS-StmtDate IS NOT NUMERIC
                                   OR BS-StmtDate <= WSLastStmtDate
                               MOVE 'D' TO WSStmtState
                           ELSE
                               MOVE 'Y' TO WSStmtState
                           END-IF
                       WHEN 'D'
                           IF WSStmtState = 'Y'
                               PERFORM AddBankLine
                           END-IF
                       WHEN 'T'
                           IF WSStmtState = 'Y'
                               PERFORM CheckStmtTrailer
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE BankStmtFile.

AddBankLine.
       PERFORM AddEntry
       MOVE 'K' TO WSRecSide(WSRecUsed)
       MOVE BS-PostDate TO WSRecDate(WSRecUsed)
       MOVE BS-Amount TO WSRecAmount(WSRecUsed)
       MOVE BS-DepositRef TO WSRecBatch(WSRecUsed)
       MOVE BS-BankRef TO WSRecRef(WSRecUsed)
       MOVE BS-TranCode TO WSRecCode(WSRecUsed)
       MOVE BS-Desc TO WSRecDesc(WSRecUsed)
       ADD 1 TO WSStmtLines
       IF BS-TranCode = "DP" OR BS-TranCode = "CR"
           MOVE 'C' TO WSRecKind(WSRecUsed)
           ADD BS-Amount TO WSStmtCredits
       ELSE
           MOVE 'D' TO WSRecKind(WSRecUsed)
           ADD BS-Amount TO WSStmtDebits
       END-IF.

CheckStmtTrailer.
       IF BS-Count NOT = WSStmtLines
               OR BS-CreditTotal NOT = WSStmtCredits
               OR BS-DebitTotal NOT = WSStmtDebits
           DISPLAY "WARNING, bank statement " WSStmtDate
               " trailer does not agree with its detail lines"
       END-IF.

MatchByDepositRef.
       PERFORM VARYING WSBankIndex FROM 1 BY 1
           UNTIL WSBankIndex > WSRecUsed
           IF WSRecSide(WSBankIndex) = 'K'
                   AND WSRecKind(WSBankIndex) = 'C'
                   AND WSRecMatched(WSBankIndex) = 'N'
                   AND WSRecBatch(WSBankIndex) NOT = SPACES
               PERFORM VARYING WSBookIndex FROM 1 BY 1
                   UNTIL WSBookIndex > WSRecUsed
                       OR WSRecMatched(WSBankIndex) = 'Y'
                   IF WSRecSide(WSBookIndex) = 'B'
                           AND WSRecKind(WSBookIndex) = 'C'
                           AND WSRecMatched(WSBookIndex) = 'N'
                           AND WSRecBatch(WSBookIndex)
                               = WSRecBatch(WSBankIndex)
                           AND WSRecDate(WSBookIndex)
                               <= WSRecDate(WSBankIndex)
                       PERFORM TryMatch
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

MatchByAmount.
       PERFORM VARYING WSBankIndex FROM 1 BY 1
           UNTIL WSBankIndex > WSRecUsed
           IF WSRecSide(WSBankIndex) = 'K'
                   AND WSRecKind(WSBankIndex) = 'C'
                   AND WSRecMatched(WSBankIndex) = 'N'
                   AND WSRecBatch(WSBankIndex) = SPACES
               PERFORM VARYING WSBookIndex FROM 1 BY 1
                   UNTIL WSBookIndex > WSRecUsed
                       OR WSRecMatched(WSBankIndex) = 'Y'
                   IF WSRecSide(WSBookIndex) = 'B'
                           AND WSRecKind(WSBookIndex) = 'C'
                           AND WSRecMatched(WSBookIndex) = 'N'
                           AND WSRecDate(WSBookIndex)
                               <= WSRecDate(WSBankIndex)
                       PERFORM TryMatch
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

MatchReturnedItems.
       PERFORM VARYING WSBankIndex FROM 1 BY 1
           UNTIL WSBankIndex > WSRecUsed
           IF WSRecSide(WSBankIndex) = 'K'
                   AND WSRecCode(WSBankIndex) = "RT"
                   AND WSRecMatched(WSBankIndex) = 'N'
               PERFORM VARYING WSBookIndex FROM 1 BY 1
                   UNTIL WSBookIndex > WSRecUsed
                       OR WSRecMatched(WSBankIndex) = 'Y'
                   IF WSRecSide(WSBookIndex) = 'B'
                           AND WSRecKind(WSBookIndex) = 'D'
                           AND WSRecMatched(WSBookIndex) = 'N'
                       PERFORM TryMatch
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

TryMatch.
       COMPUTE WSDiff = WSRecAmount(WSBankIndex)
           - WSRecAmount(WSBookIndex)
       IF FUNCTION ABS(WSDiff) <= WSTolerance
           MOVE 'Y' TO WSRecMatched(WSBankIndex)
           MOVE 'Y' TO WSRecMatched(WSBookIndex)
           MOVE WSBookIndex TO WSRecPartner(WSBankIndex)
           MOVE WSBankIndex TO WSRecPartner(WSBookIndex)
       END-IF.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "BankRecon.rpt" TO RW-ReportName
       MOVE "Bank Statement Reconciliation" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Date      Batch/Dep Ref   Reference   Cd         Amount  BankDate    Bank Amount     Diff   Days"
           TO RW-HeadCol
       MOVE "--------  --------------  ----------  --  -------------  --------  -------------  -------  -----"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       EVALUATE WSStmtState
           WHEN 'N'
               MOVE "  No bank statement received, all items carried forward"
                   TO RW-Line
               PERFORM WriteReportLine
           WHEN 'D'
               MOVE SPACES TO RW-Line
               STRING "  Bank statement " DELIMITED BY SIZE
                   WSStmtDate DELIMITED BY SIZE
                   " was already reconciled, not loaded again"
                   DELIMITED BY SIZE
                   INTO RW-Line
               END-STRING
               PERFORM WriteReportLine
           WHEN OTHER
               MOVE WSTolerance TO WSToleranceEdit
               MOVE SPACES TO RW-Line
               STRING "  Bank statement " DELIMITED BY SIZE
                   WSStmtDate DELIMITED BY SIZE
                   " loaded, tolerance " DELIMITED BY SIZE
                   WSToleranceEdit DELIMITED BY SIZE
                   INTO RW-Line
               END-STRING
               PERFORM WriteReportLine
       END-EVALUATE
       IF WSBookState = 'D'
           MOVE "  Receipts for this date were already loaded"
               TO RW-Line
           PERFORM WriteReportLine
       END-IF.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintSectionHead.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSSectionHead TO RW-Line
       PERFORM WriteReportLine.

PrintMatched.
       MOVE "Matched deposits and returned items" TO WSSectionHead
       PERFORM PrintSectionHead
       PERFORM VARYING WSBankIndex FROM 1 BY 1
           UNTIL WSBankIndex > WSRecUsed
           IF WSRecSide(WSBankIndex) = 'K'
                   AND WSRecMatched(WSBankIndex) = 'Y'
               MOVE WSRecPartner(WSBankIndex) TO WSBookIndex
               MOVE WSBookIndex TO WSRecIndex
               PERFORM FillDetailLine
               MOVE WSRecDate(WSBankIndex) TO RD-BankDate
               MOVE WSRecAmount(WSBankIndex) TO RD-BankAmount
               COMPUTE WSDiff = WSRecAmount(WSBankIndex)
                   - WSRecAmount(WSBookIndex)
               MOVE WSDiff TO RD-Diff
               MOVE WSDetailLine TO RW-Line
               PERFORM WriteReportLine
               ADD 1 TO WSMatchedCount
               ADD WSRecAmount(WSBankIndex) TO WSMatchedTotal
           END-IF
       END-PERFORM.

PrintInTransit.
       MOVE "Deposits in transit (recorded, not yet credited by bank)"
           TO WSSectionHead
       PERFORM PrintSectionHead
       PERFORM VARYING WSRecIndex FROM 1 BY 1
           UNTIL WSRecIndex > WSRecUsed
           IF WSRecSide(WSRecIndex) = 'B'
                   AND WSRecKind(WSRecIndex) = 'C'
                   AND WSRecMatched(WSRecIndex) = 'N'
               PERFORM PrintOpenItem
               ADD 1 TO WSTransitCount
               ADD WSRecAmount(WSRecIndex) TO WSTransitTotal
           END-IF
       END-PERFORM.

PrintUncharged.
       MOVE "Returned checks recorded, not yet charged by bank"
           TO WSSectionHead
       PERFORM PrintSectionHead
       PERFORM VARYING WSRecIndex FROM 1 BY 1
           UNTIL WSRecIndex > WSRecUsed
           IF WSRecSide(WSRecIndex) = 'B'
                   AND WSRecKind(WSRecIndex) = 'D'
                   AND WSRecMatched(WSRecIndex) = 'N'
               PERFORM PrintOpenItem
               ADD 1 TO WSUnchargedCount
               ADD WSRecAmount(WSRecIndex) TO WSUnchargedTotal
           END-IF
       END-PERFORM.

PrintBankCredits.
       MOVE "Bank credits not recorded in receivables" TO WSSectionHead
       PERFORM PrintSectionHead
       PERFORM VARYING WSRecIndex FROM 1 BY 1
           UNTIL WSRecIndex > WSRecUsed
           IF WSRecSide(WSRecIndex) = 'K'
                   AND WSRecKind(WSRecIndex) = 'C'
                   AND WSRecMatched(WSRecIndex) = 'N'
               PERFORM PrintOpenItem
               ADD 1 TO WSBankCrCount
               ADD WSRecAmount(WSRecIndex) TO WSBankCrTotal
           END-IF
       END-PERFORM.

PrintBankDebits.
       MOVE "Bank debits not recorded (returned items, fees)"
           TO WSSectionHead
       PERFORM PrintSectionHead
       PERFORM VARYING WSRecIndex FROM 1 BY 1
           UNTIL WSRecIndex > WSRecUsed
           IF WSRecSide(WSRecIndex) = 'K'
                   AND WSRecKind(WSRecIndex) = 'D'
                   AND WSRecMatched(WSRecIndex) = 'N'
               PERFORM PrintOpenItem
               ADD 1 TO WSBankDrCount
               ADD WSRecAmount(WSRecIndex) TO WSBankDrTotal
           END-IF
       END-PERFORM.

FillDetailLine.
       MOVE SPACES TO WSDetailLine
       MOVE WSRecDate(WSRecIndex) TO RD-Date
       MOVE WSRecBatch(WSRecIndex) TO RD-Batch
       MOVE WSRecRef(WSRecIndex) TO RD-Ref
       MOVE WSRecCode(WSRecIndex) TO RD-Code
       MOVE WSRecAmount(WSRecIndex) TO RD-Amount.

PrintOpenItem.
       PERFORM FillDetailLine
       MOVE 0 TO WSDays
       IF WSRecDate(WSRecIndex) IS NUMERIC
               AND WSRecDate(WSRecIndex) > 0
           COMPUTE WSDays = WSRunDateInt
               - FUNCTION INTEGER-OF-DATE(WSRecDate(WSRecIndex))
           IF WSDays < 0
               MOVE 0 TO WSDays
           END-IF
       END-IF
       MOVE WSDays TO RD-Days
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSTotalLine
       MOVE "Matched this run" TO TL-Label
       MOVE WSMatchedCount TO TL-Count
       MOVE WSMatchedTotal TO TL-Amount
       PERFORM PrintTotalLine
       MOVE "Deposits in transit" TO TL-Label
       MOVE WSTransitCount TO TL-Count
       MOVE WSTransitTotal TO TL-Amount
       PERFORM PrintTotalLine
       MOVE "Returned checks not yet charged by bank" TO TL-Label
       MOVE WSUnchargedCount TO TL-Count
       MOVE WSUnchargedTotal TO TL-Amount
       PERFORM PrintTotalLine
       MOVE "Bank credits not recorded" TO TL-Label
       MOVE WSBankCrCount TO TL-Count
       MOVE WSBankCrTotal TO TL-Amount
       PERFORM PrintTotalLine
       MOVE "Bank debits not recorded" TO TL-Label
       MOVE WSBankDrCount TO TL-Count
       MOVE WSBankDrTotal TO TL-Amount
       PERFORM PrintTotalLine
       COMPUTE WSCarriedCount = WSTransitCount + WSUnchargedCount
           + WSBankCrCount + WSBankDrCount
       MOVE WSCarriedCount TO WSCountEdit
       MOVE SPACES TO WSTrailerLine
       STRING "Unreconciled items carried forward: " DELIMITED BY SIZE
           WSCountEdit DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintTotalLine.
       MOVE WSTotalLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSTotalLine.

WriteCarriedItems.
       OPEN OUTPUT ReconOpenFile
       IF WSReconOpenStatus NOT = "00"
           DISPLAY "ReconOpenFile I/O problem, status: "
               WSReconOpenStatus
           STOP RUN WITH ERROR STATUS WSReconOpenStatus
       END-IF
       PERFORM VARYING WSRecIndex FROM 1 BY 1
           UNTIL WSRecIndex > WSRecUsed
           IF WSRecMatched(WSRecIndex) = 'N'
               MOVE WSRecSide(WSRecIndex) TO BO-Side
               MOVE WSRecKind(WSRecIndex) TO BO-Kind
               MOVE WSRecDate(WSRecIndex) TO BO-Date
               MOVE WSRecAmount(WSRecIndex) TO BO-Amount
               MOVE WSRecBatch(WSRecIndex) TO BO-Batch
               MOVE WSRecRef(WSRecIndex) TO BO-Ref
               MOVE WSRecCode(WSRecIndex) TO BO-Code
               MOVE WSRecDesc(WSRecIndex) TO BO-Desc
               WRITE ReconOpenRec
           END-IF
       END-PERFORM
       CLOSE ReconOpenFile.

SaveControl.
       IF WSBookState = 'Y'
           MOVE WSRunDateNum TO WSLastBookDate
       END-IF
       IF WSStmtState = 'Y'
           MOVE WSStmtDate TO WSLastStmtDate
       END-IF
       OPEN OUTPUT ReconControlFile
       MOVE WSLastBookDate TO BC-LastBookDate
       MOVE WSLastStmtDate TO BC-LastStmtDate
       WRITE ReconControlRec
       CLOSE ReconControlFile.
