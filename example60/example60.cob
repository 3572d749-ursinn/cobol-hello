           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT CustLinkFile ASSIGN TO "CustLinks.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LK-IDNum
           ALTERNATE RECORD KEY IS LK-ParentID WITH DUPLICATES
           FILE STATUS IS WSLinkStatus.
       SELECT PaymentFile ASSIGN TO "Payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayFileStatus.
       SELECT SuspDataFile ASSIGN TO "PaySuspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspDataStatus.
       SELECT RemitFile ASSIGN TO "RemitRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RG-Key
           ALTERNATE RECORD KEY IS RG-IDNum WITH DUPLICATES
           ALTERNATE RECORD KEY IS RG-CheckNum WITH DUPLICATES
           FILE STATUS IS WSRemitStatus.
       SELECT RemitBatchFile ASSIGN TO "RemitBatches.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRemitBatchStatus.
       SELECT DupRemitFile ASSIGN TO "DupRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDupRemitStatus.
DATA DIVISION.
FILE SECTION.
FD LockboxFile.
FD OpenItemFile.
    COPY OPENITEM.

FD CustLinkFile.
    COPY CUSTLINK.

FD PaymentFile.
01 PaymentRec.
       02 PY-IDNum     PIC 9(7).
       02 PY-Amount    PIC 9(7)V99.
       02 PY-Reference PIC X(7).
       02 PY-DupCleared PIC X(1).

FD SuspDataFile.
    COPY PAYSUSP.

FD RemitFile.
    COPY REMITREG.

FD RemitBatchFile.
    COPY REMITBAT.

FD DupRemitFile.
    COPY DUPREMIT.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSItemEOF         PIC A(1).
01 WSOpenItemStatus  PIC X(2).
01 WSPayFileStatus   PIC X(2).
01 WSSuspDataStatus  PIC X(2).
01 WSRemitStatus     PIC X(2).
01 WSRemitBatchStatus PIC X(2).
01 WSDupRemitStatus  PIC X(2).
01 WSRemitEOF        PIC X(1).
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSLinkStatus      PIC X(2).
01 WSLinkEOF         PIC X(1).
01 WSParentCount     PIC 9(3) VALUE 0.
01 WSParentIdx       PIC 9(3).
01 WSParentTable.
       02 WSParentEntry OCCURS 500 TIMES.
           03 GT-ParentID    PIC 9(7).
           03 GT-OpenTotal   PIC 9(11)V99.
01 WSStoreCount      PIC 9(4) VALUE 0.
01 WSStoreIdx        PIC 9(4).
01 WSStoreTable.
       02 WSStoreEntry OCCURS 5000 TIMES.
           03 GS-StoreID     PIC 9(7).
           03 GS-Parent      PIC 9(3).
01 WSGroupSlot       PIC 9(3).
01 WSLookupStore     PIC 9(7).
01 WSDetailCount     PIC 9(7) VALUE 0.
01 WSDetailTotal     PIC 9(11)V99 VALUE 0.
01 WSTrailerSeen     PIC X(1) VALUE 'N'.
01 WSCtlCount        PIC 9(7) VALUE 0.
01 WSCtlTotal        PIC 9(11)V99 VALUE 0.
01 WSCtlHash         PIC 9(15) VALUE 0.
01 WSMatchedID       PIC 9(7).
01 WSMatchedRef      PIC X(7).
01 WSMatched         PIC X(1).
01 WSMatchedTotal    PIC 9(11)V99 VALUE 0.
01 WSSuspCount       PIC 9(7) VALUE 0.
01 WSSuspTotal       PIC 9(11)V99 VALUE 0.
01 WSSuspReason      PIC X(20).
01 WSDuplicate       PIC X(1).
01 WSDupCount        PIC 9(7) VALUE 0.
01 WSDupTotal        PIC 9(11)V99 VALUE 0.
01 WSPrevBatch       PIC X(14).
01 WSPrevDate        PIC 9(8).
01 WSRunBatch        PIC X(14).
01 WSRunDate         PIC 9(8).
01 WSAsOfDate        PIC X(8).
01 WSBusinessDate    PIC 9(8).
01 WSRemitSeq        PIC 9(7) VALUE 0.
01 WSTimestamp       PIC 9(14).
01 WSCommand         PIC X(120).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example60".
01 WSPeriodRef       PIC X(20).
01 WSPeriodMode      PIC X(1) VALUE 'R'.
01 WSRunParm         PIC X(20).
01 WSPreview         PIC X(1) VALUE 'N'.
01 WSHaveRemit       PIC X(1) VALUE 'Y'.
01 WSPreviewSeq      PIC 9(7) VALUE 0.
01 WSPreviewIdx      PIC 9(4).
01 WSRunCheckCount   PIC 9(4) VALUE 0.
01 WSRunCheckTable.
       02 WSRunCheck OCCURS 2000 TIMES.
           03 PK-CheckNum  PIC X(10).
           03 PK-IDNum     PIC X(7).
           03 PK-Amount    PIC 9(7)V99.
01 WSAmountEdit      PIC Z(10)9.99.
01 WSPreviewLine.
       02 PV-Seq           PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 PV-CheckNum      PIC X(10).
       02 FILLER           PIC X(2).
       02 PV-IDNum         PIC X(7).
       02 FILLER           PIC X(2).
       02 PV-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 PV-Action        PIC X(60).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunMode
       OPEN INPUT LockboxFile
       IF WSLockboxStatus NOT = "00"
           DISPLAY "No lockbox file to process (status "
           CLOSE LockboxFile
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSRunBatch
       PERFORM GetRunDate
       PERFORM GetOperatorID
       PERFORM CheckPostingPeriod
       PERFORM VerifyControlTotals
       CLOSE LockboxFile
       IF WSPreview = 'Y'
           PERFORM OpenPreviewReport
       END-IF
       PERFORM CheckResentFile
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOpenItemFile
       PERFORM LoadGroupTotals
       PERFORM OpenRemitFile
       OPEN INPUT LockboxFile
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           CLOSE OpenItemFile
       END-IF
       CLOSE CustomerFile
       IF WSHaveRemit = 'Y'
           CLOSE RemitFile
       END-IF
       IF WSPreview = 'N'
           PERFORM RegisterLockboxFile
           PERFORM SetAsideLockboxFile
       END-IF
       DISPLAY "Lockbox matched to posting: " WSMatchedCount
           " for " WSMatchedTotal
       DISPLAY "Lockbox to suspense: " WSSuspCount
           " for " WSSuspTotal
       IF WSDupCount > 0
           DISPLAY "Lockbox possible duplicates held in suspense: "
               WSDupCount " for " WSDupTotal
       END-IF
       IF WSPreview = 'Y'
           PERFORM PrintPreviewTotals
       END-IF
       STOP RUN.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetRunMode.
       MOVE SPACES TO WSRunParm
       ACCEPT WSRunParm FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE(WSRunParm) TO WSRunParm
       IF WSRunParm = "PREVIEW"
           MOVE 'Y' TO WSPreview
           MOVE 'Q' TO WSPeriodMode
           DISPLAY "Preview run: nothing will be registered or written"
       END-IF.

GetRunDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSAsOfDate
       END-ACCEPT
       IF WSAsOfDate = SPACES OR WSAsOfDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAsOfDate
       END-IF
       MOVE WSAsOfDate TO WSRunDate
       MOVE WSRunDate TO WSBusinessDate.

CheckPostingPeriod.
       MOVE SPACES TO WSPeriodRef
       STRING "RUN " DELIMITED BY SIZE
           WSRunBatch DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSRunDate, WSPeriodMode, WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSRunDate(1:6)
               " is closed, lockbox registered as of " WSPostDate
           MOVE WSPostDate TO WSRunDate
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
                           IF LB-Amount IS NUMERIC
                               ADD LB-Amount TO WSDetailTotal
                           END-IF
                           IF LB-CheckNum IS NUMERIC
                               ADD FUNCTION NUMVAL(LB-CheckNum)
                                   TO WSCtlHash
                           END-IF
                       WHEN 'T'
                           MOVE 'Y' TO WSTrailerSeen
                           IF LB-Count IS NUMERIC
           STOP RUN WITH ERROR STATUS "LB"
       END-IF.

CheckResentFile.
       IF WSDetailCount = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT RemitBatchFile
       IF WSRemitBatchStatus NOT = "00"
           CLOSE RemitBatchFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDuplicate
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ RemitBatchFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RB-Source = 'L'
                           AND RB-Count = WSCtlCount
                           AND RB-Total = WSCtlTotal
                           AND RB-Hash = WSCtlHash
                       MOVE 'Y' TO WSDuplicate
                       MOVE RB-Batch TO WSPrevBatch
                       MOVE RB-Date TO WSPrevDate
                       MOVE 'Y' TO WSEOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RemitBatchFile
       IF WSDuplicate = 'Y' AND WSPreview = 'Y'
           PERFORM PreviewRefusedFile
       END-IF
       IF WSDuplicate = 'Y'
           MOVE SPACES TO DupRemitRec
           MOVE 'F' TO DX-Kind
           MOVE WSCtlCount TO DX-Count
           MOVE WSCtlTotal TO DX-Amount
           PERFORM WriteDupException
           DISPLAY "Lockbox file matches the control totals of the file"
               " processed in run " WSPrevBatch ", file refused"
           DISPLAY "  Control totals: " WSCtlCount " for " WSCtlTotal
               "  check hash " WSCtlHash
           STOP RUN WITH ERROR STATUS "DP"
       END-IF.

OpenRemitFile.
       IF WSPreview = 'Y'
           OPEN INPUT RemitFile
           IF WSRemitStatus NOT = "00"
               CLOSE RemitFile
               MOVE 'N' TO WSHaveRemit
           END-IF
           EXIT PARAGRAPH
       END-IF
       OPEN I-O RemitFile
       IF WSRemitStatus = "35"
           OPEN OUTPUT RemitFile
           CLOSE RemitFile
           OPEN I-O RemitFile
       END-IF
       IF WSRemitStatus NOT = "00"
           DISPLAY "RemitFile I/O problem, status: " WSRemitStatus
           CLOSE RemitFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSRemitStatus
       END-IF.

CheckDuplicateCheck.
       MOVE 'N' TO WSDuplicate
       IF LB-CheckNum = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WSPreview = 'Y'
           PERFORM CheckRunDuplicate
       END-IF
       IF WSHaveRemit = 'N' OR WSDuplicate = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE LB-CheckNum TO RG-CheckNum
       MOVE 'N' TO WSRemitEOF
       START RemitFile KEY IS = RG-CheckNum
           INVALID KEY
               MOVE 'Y' TO WSRemitEOF
       END-START
       PERFORM UNTIL WSRemitEOF = 'Y'
           READ RemitFile NEXT RECORD
               AT END MOVE 'Y' TO WSRemitEOF
               NOT AT END
                   IF RG-CheckNum NOT = LB-CheckNum
                       MOVE 'Y' TO WSRemitEOF
                   ELSE
                       IF RG-Source = 'L'
                               AND RG-Amount = LB-Amount
                               AND RG-IDNum = LB-IDNum
                           MOVE 'Y' TO WSDuplicate
                           MOVE RG-Batch TO WSPrevBatch
                           MOVE RG-Date TO WSPrevDate
                           MOVE 'Y' TO WSRemitEOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

RegisterRemittance.
       IF WSPreview = 'Y'
           PERFORM RecordRunCheck
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSRemitSeq
       MOVE WSRunBatch TO RG-Batch
       MOVE 'L' TO RG-Source
       MOVE WSRemitSeq TO RG-Seq
       MOVE LB-IDNum TO RG-IDNum
       MOVE LB-CheckNum TO RG-CheckNum
       MOVE LB-Amount TO RG-Amount
       MOVE LB-Reference TO RG-Reference
       MOVE WSRunDate TO RG-Date
       WRITE RemitData
           INVALID KEY
               DISPLAY "Unable to register remittance : " RG-Key
       END-WRITE.

RouteDuplicate.
       MOVE "POSSIBLE DUPLICATE" TO WSSuspReason
       PERFORM RouteToSuspense
       ADD 1 TO WSDupCount
       ADD LB-Amount TO WSDupTotal
       MOVE SPACES TO DupRemitRec
       MOVE 'I' TO DX-Kind
       MOVE LB-IDNum TO DX-IDNum
       MOVE LB-CheckNum TO DX-CheckNum
       MOVE LB-Reference TO DX-Reference
       MOVE 1 TO DX-Count
       MOVE LB-Amount TO DX-Amount
       PERFORM WriteDupException.

WriteDupException.
       IF WSPreview = 'Y'
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND DupRemitFile
       IF WSDupRemitStatus = "35"
           OPEN OUTPUT DupRemitFile
       END-IF
       MOVE WSBusinessDate TO DX-Date
       MOVE 'L' TO DX-Source
       MOVE WSPrevBatch TO DX-PrevBatch
       MOVE WSPrevDate TO DX-PrevDate
       WRITE DupRemitRec
       CLOSE DupRemitFile.

RegisterLockboxFile.
       OPEN EXTEND RemitBatchFile
       IF WSRemitBatchStatus = "35"
           OPEN OUTPUT RemitBatchFile
       END-IF
       MOVE WSRunBatch TO RB-Batch
       MOVE 'L' TO RB-Source
       MOVE WSCtlCount TO RB-Count
       MOVE WSCtlTotal TO RB-Total
       MOVE WSCtlHash TO RB-Hash
       MOVE WSRunDate TO RB-Date
       WRITE RemitBatchRec
       CLOSE RemitBatchFile.

OpenOpenItemFile.
       MOVE 'N' TO WSHaveOpenItems
       OPEN INPUT OpenItemFile
       END-IF.

ProcessOneRemittance.
       ADD 1 TO WSPreviewSeq
       MOVE 'N' TO WSMatched
       MOVE SPACES TO WSMatchedRef
       MOVE SPACES TO WSSuspReason
       IF LB-Amount IS NOT NUMERIC OR LB-Amount = 0
           PERFORM RouteToSuspense
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckDuplicateCheck
       IF WSDuplicate = 'Y'
           PERFORM RouteDuplicate
           EXIT PARAGRAPH
       END-IF
       PERFORM RegisterRemittance
       PERFORM MatchByCustomerID
       IF WSMatched = 'N'
           PERFORM MatchByReference
       IF WSMatched = 'N'
           PERFORM MatchByAmount
       END-IF
       IF WSMatched = 'N'
           PERFORM MatchByGroupAmount
       END-IF
       IF WSMatched = 'Y'
           PERFORM FeedToPosting
       ELSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OI-Status = 'O' OR OI-Status = 'D'
                       MOVE OI-IDNum TO WSMatchedID
                       MOVE LB-Reference TO WSMatchedRef
                       MOVE 'Y' TO WSMatched
                       IF LB-Amount > OI-OpenAmount
                           PERFORM RouteToParent
                       END-IF
                   END-IF
           END-READ
       END-IF.

RouteToParent.
       MOVE OI-IDNum TO WSLookupStore
       PERFORM FindStoreSlot
       IF WSGroupSlot > 0
           MOVE GT-ParentID(WSGroupSlot) TO WSMatchedID
           DISPLAY "Lockbox remittance for store " OI-IDNum
               " exceeds invoice " OI-InvoiceNum
               ", posted to parent account " WSMatchedID
       END-IF.

MatchByAmount.
       IF WSHaveOpenItems = 'Y'
           MOVE 'N' TO WSItemEOF
           END-PERFORM
       END-IF.

MatchByGroupAmount.
       PERFORM VARYING WSParentIdx FROM 1 BY 1
           UNTIL WSParentIdx > WSParentCount OR WSMatched = 'Y'
           IF GT-OpenTotal(WSParentIdx) = LB-Amount
               MOVE GT-ParentID(WSParentIdx) TO WSMatchedID
               MOVE SPACES TO WSMatchedRef
               MOVE 'Y' TO WSMatched
           END-IF
       END-PERFORM.

LoadGroupTotals.
       OPEN INPUT CustLinkFile
       IF WSLinkStatus NOT = "00"
           CLOSE CustLinkFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSLinkEOF
       MOVE 0 TO LK-IDNum
       START CustLinkFile KEY IS >= LK-IDNum
           INVALID KEY
               MOVE 'Y' TO WSLinkEOF
       END-START
       PERFORM UNTIL WSLinkEOF = 'Y'
           READ CustLinkFile NEXT RECORD
               AT END MOVE 'Y' TO WSLinkEOF
               NOT AT END
                   PERFORM AddLinkToTable
           END-READ
       END-PERFORM
       CLOSE CustLinkFile
       IF WSHaveOpenItems = 'N' OR WSParentCount = 0
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSItemEOF
       MOVE 0 TO OI-InvoiceNum
       START OpenItemFile KEY IS >= OI-InvoiceNum
           INVALID KEY
               MOVE 'Y' TO WSItemEOF
       END-START
       PERFORM UNTIL WSItemEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSItemEOF
               NOT AT END
                   IF OI-Status = 'O' AND OI-OpenAmount > 0
                       PERFORM AddItemToGroupTotal
                   END-IF
           END-READ
       END-PERFORM.

AddLinkToTable.
       IF WSStoreCount = 5000
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSGroupSlot
       PERFORM VARYING WSParentIdx FROM 1 BY 1
           UNTIL WSParentIdx > WSParentCount OR WSGroupSlot > 0
           IF GT-ParentID(WSParentIdx) = LK-ParentID
               MOVE WSParentIdx TO WSGroupSlot
           END-IF
       END-PERFORM
       IF WSGroupSlot = 0
           IF WSParentCount = 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WSParentCount
           MOVE LK-ParentID TO GT-ParentID(WSParentCount)
           MOVE 0 TO GT-OpenTotal(WSParentCount)
           MOVE WSParentCount TO WSGroupSlot
       END-IF
       ADD 1 TO WSStoreCount
       MOVE LK-IDNum TO GS-StoreID(WSStoreCount)
       MOVE WSGroupSlot TO GS-Parent(WSStoreCount).

AddItemToGroupTotal.
       MOVE 0 TO WSGroupSlot
       PERFORM VARYING WSParentIdx FROM 1 BY 1
           UNTIL WSParentIdx > WSParentCount OR WSGroupSlot > 0
           IF GT-ParentID(WSParentIdx) = OI-IDNum
               MOVE WSParentIdx TO WSGroupSlot
           END-IF
       END-PERFORM
       IF WSGroupSlot = 0
           MOVE OI-IDNum TO WSLookupStore
           PERFORM FindStoreSlot
       END-IF
       IF WSGroupSlot > 0
           ADD OI-OpenAmount TO GT-OpenTotal(WSGroupSlot)
       END-IF.

FindStoreSlot.
       MOVE 0 TO WSGroupSlot
       PERFORM VARYING WSStoreIdx FROM 1 BY 1
           UNTIL WSStoreIdx > WSStoreCount OR WSGroupSlot > 0
           IF GS-StoreID(WSStoreIdx) = WSLookupStore
               MOVE GS-Parent(WSStoreIdx) TO WSGroupSlot
           END-IF
       END-PERFORM.

FeedToPosting.
       IF WSPreview = 'Y'
           PERFORM PreviewMatched
       ELSE
           PERFORM WritePostingRecord
       END-IF
       ADD 1 TO WSMatchedCount
       ADD LB-Amount TO WSMatchedTotal.

WritePostingRecord.
       OPEN EXTEND PaymentFile
       IF WSPayFileStatus = "35"
           OPEN OUTPUT PaymentFile
       MOVE WSMatchedID TO PY-IDNum
       MOVE LB-Amount TO PY-Amount
       MOVE WSMatchedRef TO PY-Reference
       MOVE SPACE TO PY-DupCleared
       WRITE PaymentRec
       CLOSE PaymentFile.

RouteToSuspense.
       IF WSPreview = 'Y'
           PERFORM PreviewSuspense
       ELSE
           PERFORM WriteSuspenseRecord
       END-IF
       ADD 1 TO WSSuspCount
       IF LB-Amount IS NUMERIC
           ADD LB-Amount TO WSSuspTotal
       END-IF
       DISPLAY "Lockbox remittance to suspense: account " LB-IDNum
           " check " LB-CheckNum " amount " LB-Amount
       IF WSSuspReason NOT = SPACES
           DISPLAY "  " FUNCTION TRIM(WSSuspReason)
               " of run " WSPrevBatch
       END-IF.

WriteSuspenseRecord.
       OPEN EXTEND SuspDataFile
       IF WSSuspDataStatus = "35"
           OPEN OUTPUT SuspDataFile
           MOVE 0 TO SU-Amount
       END-IF
       MOVE LB-Reference TO SU-Reference
       MOVE WSRunDate TO SU-Date
       MOVE 'S' TO SU-Status
       MOVE WSSuspReason TO SU-Reason
       WRITE SuspenseData
       CLOSE SuspDataFile.

SetAsideLockboxFile.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSTimestamp
               RETURN-CODE "), it would be re-processed next run"
           MOVE 1 TO RETURN-CODE
       END-IF.

OpenPreviewReport.
       MOVE 'O' TO RW-Action
       MOVE "LockboxPreview.rpt" TO RW-ReportName
       MOVE "Lockbox Run Preview" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "    Seq  Check       Account      Amount  What would happen"
           TO RW-HeadCol
       MOVE "-------  ----------  -------  ----------  ----------------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE WSCtlTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Lockbox.dat: " DELIMITED BY SIZE
           WSCtlCount DELIMITED BY SIZE
           " remittance(s) for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           ", control totals agree - preview only, nothing registered"
               DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

StartPreviewLine.
       MOVE SPACES TO WSPreviewLine
       MOVE WSPreviewSeq TO PV-Seq
       MOVE LB-CheckNum TO PV-CheckNum
       MOVE LB-IDNum TO PV-IDNum
       IF LB-Amount IS NUMERIC
           MOVE LB-Amount TO PV-Amount
       END-IF.

PreviewMatched.
       PERFORM StartPreviewLine
       STRING "POST to account " DELIMITED BY SIZE
           WSMatchedID DELIMITED BY SIZE
           " ref " DELIMITED BY SIZE
           WSMatchedRef DELIMITED BY SIZE
           INTO PV-Action
       END-STRING
       MOVE WSPreviewLine TO RW-Line
       PERFORM WriteReportLine.

PreviewSuspense.
       PERFORM StartPreviewLine
       IF WSSuspReason NOT = SPACES
           STRING "SUSPENSE - possible duplicate of run " DELIMITED BY SIZE
               WSPrevBatch DELIMITED BY SIZE
               INTO PV-Action
           END-STRING
       ELSE
           MOVE "SUSPENSE - no customer or invoice matched"
               TO PV-Action
       END-IF
       MOVE WSPreviewLine TO RW-Line
       PERFORM WriteReportLine.

PreviewRefusedFile.
       MOVE SPACES TO RW-Line
       STRING "Lockbox.dat would be REFUSED: its control totals match"
               DELIMITED BY SIZE
           " the file processed in run " DELIMITED BY SIZE
           WSPrevBatch DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 'T' TO RW-Action
       MOVE "Preview only - nothing would be registered or posted"
           TO RW-Line
       CALL "RPTWRITE" USING ReportControl
       DISPLAY "Preview: Lockbox.dat would be refused as a resend of"
           " run " WSPrevBatch
       STOP RUN.

CheckRunDuplicate.
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSRunCheckCount OR WSDuplicate = 'Y'
           IF PK-CheckNum(WSPreviewIdx) = LB-CheckNum
                   AND PK-IDNum(WSPreviewIdx) = LB-IDNum
                   AND PK-Amount(WSPreviewIdx) = LB-Amount
               MOVE 'Y' TO WSDuplicate
               MOVE WSRunBatch TO WSPrevBatch
               MOVE WSRunDate TO WSPrevDate
           END-IF
       END-PERFORM.

RecordRunCheck.
       IF WSRunCheckCount < 2000
           ADD 1 TO WSRunCheckCount
           MOVE LB-CheckNum TO PK-CheckNum(WSRunCheckCount)
           MOVE LB-IDNum TO PK-IDNum(WSRunCheckCount)
           MOVE LB-Amount TO PK-Amount(WSRunCheckCount)
       END-IF.

PrintPreviewTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSMatchedTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Would feed to posting (Payments.dat): " DELIMITED BY SIZE
           WSMatchedCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSSuspTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Would route to suspense: " DELIMITED BY SIZE
           WSSuspCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSDupTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "  of which possible duplicates: " DELIMITED BY SIZE
           WSDupCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 'T' TO RW-Action
       MOVE "Preview only - nothing was registered and Lockbox.dat was left in place"
           TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
