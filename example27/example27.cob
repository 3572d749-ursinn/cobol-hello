           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT CustLinkFile ASSIGN TO "CustLinks.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LK-IDNum
           ALTERNATE RECORD KEY IS LK-ParentID WITH DUPLICATES
           FILE STATUS IS WSLinkStatus.
       SELECT PaymentFile ASSIGN TO "Payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayFileStatus.
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT PayApplyFile ASSIGN TO "PayApplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-Key
           FILE STATUS IS WSPayApplyStatus.
       SELECT PromiseFile ASSIGN TO "Promises.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PM-Key
           FILE STATUS IS WSPromiseStatus.
       SELECT UnappliedFile ASSIGN TO "UnappliedCash.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSUnappliedStatus.
           FILE STATUS IS WSSuspDataStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
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
FD CustomerFile.
    COPY CUSTREC.

FD CustLinkFile.
    COPY CUSTLINK.

FD PaymentFile.
01 PaymentRec.
       02 PY-IDNum     PIC 9(7).
       02 PY-Amount    PIC 9(7)V99.
       02 PY-Reference PIC X(7).
       02 PY-DupCleared PIC X(1).

FD HistoryFile.
    COPY PAYHIST.
FD OpenItemFile.
    COPY OPENITEM.

FD PayApplyFile.
    COPY PAYAPPL.

FD PromiseFile.
    COPY PROMISE.

FD UnappliedFile.
01 UnappliedRec.
       02 UC-IDNum     PIC 9(7).
FD AuditFile.
    COPY AUDITREC.

FD RemitFile.
    COPY REMITREG.

FD RemitBatchFile.
    COPY REMITBAT.

FD DupRemitFile.
    COPY DUPREMIT.

WORKING-STORAGE SECTION.
01 WSEOF            PIC A(1) VALUE 'N'.
01 WSFileStatus     PIC X(2).
01 WSHistFileStatus PIC X(2).
01 WSOpenItemStatus PIC X(2).
01 WSUnappliedStatus PIC X(2).
01 WSPayApplyStatus PIC X(2).
01 WSApplyLineSeq   PIC 9(3).
01 WSApplyInvoice   PIC 9(7).
01 WSApplyAmount    PIC 9(7)V99.
01 WSSuspDataStatus PIC X(2).
01 WSPromiseStatus  PIC X(2).
01 WSHavePromises   PIC X(1) VALUE 'N'.
01 WSPromiseEOF     PIC X(1).
01 WSPromiseFound   PIC X(1).
01 WSPromisesKept   PIC 9(7) VALUE 0.
01 WSHaveOpenItems  PIC X(1) VALUE 'N'.
01 WSItemEOF        PIC A(1).
01 WSRemaining      PIC 9(7)V99.
01 WSRunBatch       PIC X(14).
01 WSCommand        PIC X(120).
01 WSOperatorID     PIC X(8).
01 WSRemitStatus    PIC X(2).
01 WSRemitBatchStatus PIC X(2).
01 WSDupRemitStatus PIC X(2).
01 WSRemitEOF       PIC X(1).
01 WSFileCount      PIC 9(7) VALUE 0.
01 WSFileTotal      PIC 9(11)V99 VALUE 0.
01 WSFileHash       PIC 9(15) VALUE 0.
01 WSSuspReason     PIC X(20).
01 WSDuplicate      PIC X(1).
01 WSDupCount       PIC 9(7) VALUE 0.
01 WSDupTotal       PIC 9(9)V99 VALUE 0.
01 WSDupWindowDays  PIC 9(3) VALUE 5.
01 WSDaysApart      PIC S9(7).
01 WSAsOfNum        PIC 9(8).
01 WSBusinessDate   PIC 9(8).
01 WSPrevBatch      PIC X(14).
01 WSPrevDate       PIC 9(8).
01 WSRemitSeq       PIC 9(7) VALUE 0.
01 WSLinkStatus     PIC X(2).
01 WSHaveLinks      PIC X(1) VALUE 'N'.
01 WSLinkEOF        PIC X(1).
01 WSApplyCustID    PIC 9(7).
01 WSApplyPayAmount PIC 9(7)V99.
01 WSMemberIdx      PIC 9(3).
01 WSGroupIdx       PIC 9(3).
01 WSGroupCount     PIC 9(3) VALUE 0.
01 WSGroupTable.
       02 WSGroupEntry OCCURS 200 TIMES.
           03 GP-IDNum     PIC 9(7).
           03 GP-Applied   PIC 9(7)V99.
01 WSGroupApplyCount PIC 9(3).
01 WSGroupApplyIdx  PIC 9(3).
01 WSGroupApplyTable.
       02 WSGroupApply OCCURS 500 TIMES.
           03 GA-Member    PIC 9(3).
           03 GA-Invoice   PIC 9(7).
           03 GA-Applied   PIC 9(7)V99.
01 WSGroupStores    PIC 9(3).
01 WSGroupPayCount  PIC 9(7) VALUE 0.
01 WSSaveCustomer   PIC X(149).
01 WSPostDate       PIC 9(8).
01 WSPeriodResult   PIC X(1).
01 WSPeriodProgram  PIC X(10) VALUE "example27".
01 WSPeriodRef      PIC X(20).
01 WSPeriodMode     PIC X(1) VALUE 'R'.
01 WSRunParm        PIC X(20).
01 WSPreview        PIC X(1) VALUE 'N'.
01 WSHaveRemit      PIC X(1) VALUE 'Y'.
01 WSPreviewIdx     PIC 9(4).
01 WSReliefCount    PIC 9(4) VALUE 0.
01 WSReliefTable.
       02 WSRelief OCCURS 2000 TIMES.
           03 PR-Invoice   PIC 9(7).
           03 PR-Applied   PIC 9(7)V99.
01 WSRunRemitCount  PIC 9(4) VALUE 0.
01 WSRunRemitTable.
       02 WSRunRemit OCCURS 2000 TIMES.
           03 PP-IDNum     PIC 9(7).
           03 PP-Amount    PIC 9(7)V99.
           03 PP-Reference PIC X(7).
01 WSAmountEdit     PIC Z(8)9.99.
01 WSReliefFound    PIC X(1).
01 WSPreviewAction  PIC X(70).
01 WSPreviewLine.
       02 PV-Seq           PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 PV-IDNum         PIC X(7).
       02 FILLER           PIC X(2).
       02 PV-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 PV-Action        PIC X(70).
01 WSTrailerLine    PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunMode
       PERFORM GetAsOfDate
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSRunBatch
       PERFORM CheckPostingPeriod
       IF WSPreview = 'Y'
           PERFORM OpenPreviewReport
       END-IF
       OPEN INPUT PaymentFile
       IF WSPayFileStatus NOT = "00"
           DISPLAY "No payments file to post (status "
           CLOSE PaymentFile
           STOP RUN
       END-IF
       PERFORM TotalPaymentFile
       CLOSE PaymentFile
       PERFORM CheckResentFile
       OPEN INPUT PaymentFile
       MOVE 'N' TO WSEOF
       IF WSPreview = 'Y'
           OPEN INPUT CustomerFile
       ELSE
           OPEN I-O CustomerFile
       END-IF
       PERFORM CheckFileStatus
       PERFORM OpenOpenItemFile
       PERFORM OpenLinkFile
       PERFORM OpenRemitFile
       IF WSPreview = 'N'
           PERFORM OpenPayApplyFile
           OPEN OUTPUT SuspenseFile
       END-IF
       PERFORM OpenPromiseFile
       PERFORM UNTIL WSEOF = 'Y'
           READ PaymentFile
               AT END MOVE 'Y' TO WSEOF
                   PERFORM PostOnePayment
           END-READ
       END-PERFORM
       IF WSHavePromises = 'Y'
           CLOSE PromiseFile
       END-IF
       IF WSPromisesKept > 0
           DISPLAY "Promises to pay kept: " WSPromisesKept
       END-IF
       IF WSHaveOpenItems = 'Y'
           CLOSE OpenItemFile
       END-IF
       IF WSHaveLinks = 'Y'
           CLOSE CustLinkFile
       END-IF
       CLOSE CustomerFile
       IF WSHaveRemit = 'Y'
           CLOSE RemitFile
       END-IF
       CLOSE PaymentFile
       IF WSPreview = 'Y'
           PERFORM ReconcileCounts
           PERFORM PrintPreviewTotals
           STOP RUN
       END-IF
       PERFORM WriteSuspenseTrailer
       CLOSE PayApplyFile
       CLOSE SuspenseFile
       PERFORM RegisterPaymentFile
       PERFORM SetAsidePaymentFile
       PERFORM ReconcileCounts
       STOP RUN.
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetRunMode.
       MOVE SPACES TO WSRunParm
       ACCEPT WSRunParm FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE(WSRunParm) TO WSRunParm
       IF WSRunParm = "PREVIEW"
           MOVE 'Y' TO WSPreview
           MOVE 'Q' TO WSPeriodMode
           DISPLAY "Preview run: nothing will be posted or written"
       END-IF.

GetAsOfDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
       END-ACCEPT
       IF WSAsOfDate = SPACES OR WSAsOfDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSAsOfDate
       END-IF
       MOVE WSAsOfDate TO WSAsOfNum
       MOVE WSAsOfNum TO WSBusinessDate.

CheckPostingPeriod.
       MOVE SPACES TO WSPeriodRef
       STRING "RUN " DELIMITED BY SIZE
           WSRunBatch DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSAsOfNum, WSPeriodMode, WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSAsOfDate(1:6)
               " is closed, payments posted as of " WSPostDate
           MOVE WSPostDate TO WSAsOfNum
           MOVE WSPostDate TO WSAsOfDate
       END-IF.

TotalPaymentFile.
       PERFORM UNTIL WSEOF = 'Y'
           READ PaymentFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO WSFileCount
                   IF PY-Amount IS NUMERIC
                       ADD PY-Amount TO WSFileTotal
                   END-IF
                   IF PY-IDNum IS NUMERIC
                       ADD PY-IDNum TO WSFileHash
                   END-IF
           END-READ
       END-PERFORM.

CheckResentFile.
       IF WSFileCount = 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT RemitBatchFile
       IF WSRemitBatchStatus NOT = "00"
           CLOSE RemitBatchFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDuplicate
       MOVE 'N' TO WSRemitEOF
       PERFORM UNTIL WSRemitEOF = 'Y'
           READ RemitBatchFile
               AT END MOVE 'Y' TO WSRemitEOF
               NOT AT END
                   IF RB-Source = 'P'
                           AND RB-Count = WSFileCount
                           AND RB-Total = WSFileTotal
                           AND RB-Hash = WSFileHash
                       MOVE 'Y' TO WSDuplicate
                       MOVE RB-Batch TO WSPrevBatch
                       MOVE RB-Date TO WSPrevDate
                       MOVE 'Y' TO WSRemitEOF
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
           MOVE WSFileCount TO DX-Count
           MOVE WSFileTotal TO DX-Amount
           PERFORM WriteDupException
           DISPLAY "Payments file matches the control totals of the file"
               " posted in run " WSPrevBatch ", file refused"
           DISPLAY "  Control totals: " WSFileCount " for " WSFileTotal
               "  customer hash " WSFileHash
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

CheckDuplicatePayment.
       MOVE 'N' TO WSDuplicate
       IF WSPreview = 'Y'
           PERFORM CheckRunDuplicate
       END-IF
       IF WSHaveRemit = 'N' OR WSDuplicate = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE PY-IDNum TO RG-IDNum
       MOVE 'N' TO WSRemitEOF
       START RemitFile KEY IS = RG-IDNum
           INVALID KEY
               MOVE 'Y' TO WSRemitEOF
       END-START
       PERFORM UNTIL WSRemitEOF = 'Y'
           READ RemitFile NEXT RECORD
               AT END MOVE 'Y' TO WSRemitEOF
               NOT AT END
                   IF RG-IDNum NOT = PY-IDNum
                       MOVE 'Y' TO WSRemitEOF
                   ELSE
                       IF RG-Source = 'P' AND RG-Amount = PY-Amount
                           PERFORM CompareEarlierPayment
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

CompareEarlierPayment.
       IF PY-Reference NOT = SPACES AND PY-Reference NOT = ZEROS
           IF RG-Reference NOT = PY-Reference
               EXIT PARAGRAPH
           END-IF
       ELSE
           COMPUTE WSDaysApart
               = FUNCTION INTEGER-OF-DATE(WSAsOfNum)
               - FUNCTION INTEGER-OF-DATE(RG-Date)
           IF WSDaysApart > WSDupWindowDays
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE 'Y' TO WSDuplicate
       MOVE RG-Batch TO WSPrevBatch
       MOVE RG-Date TO WSPrevDate
       MOVE 'Y' TO WSRemitEOF.

RegisterPayment.
       IF WSPreview = 'Y'
           PERFORM RecordRunRemit
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSRemitSeq
       MOVE WSRunBatch TO RG-Batch
       MOVE 'P' TO RG-Source
       MOVE WSRemitSeq TO RG-Seq
       MOVE PY-IDNum TO RG-IDNum
       MOVE SPACES TO RG-CheckNum
       MOVE PY-Amount TO RG-Amount
       MOVE PY-Reference TO RG-Reference
       MOVE WSAsOfNum TO RG-Date
       WRITE RemitData
           INVALID KEY
               DISPLAY "Unable to register remittance : " RG-Key
       END-WRITE.

HoldDuplicate.
       MOVE "POSSIBLE DUPLICATE" TO WSSuspReason
       PERFORM RejectPayment
       ADD 1 TO WSDupCount
       ADD PY-Amount TO WSDupTotal
       MOVE SPACES TO DupRemitRec
       MOVE 'I' TO DX-Kind
       MOVE PY-IDNum TO DX-IDNum
       MOVE PY-Reference TO DX-Reference
       MOVE 1 TO DX-Count
       MOVE PY-Amount TO DX-Amount
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
       MOVE 'P' TO DX-Source
       MOVE WSPrevBatch TO DX-PrevBatch
       MOVE WSPrevDate TO DX-PrevDate
       WRITE DupRemitRec
       CLOSE DupRemitFile.

RegisterPaymentFile.
       IF WSFileCount = 0
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND RemitBatchFile
       IF WSRemitBatchStatus = "35"
           OPEN OUTPUT RemitBatchFile
       END-IF
       MOVE WSRunBatch TO RB-Batch
       MOVE 'P' TO RB-Source
       MOVE WSFileCount TO RB-Count
       MOVE WSFileTotal TO RB-Total
       MOVE WSFileHash TO RB-Hash
       MOVE WSAsOfNum TO RB-Date
       WRITE RemitBatchRec
       CLOSE RemitBatchFile.

SetAsidePaymentFile.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSTimestamp
       MOVE SPACES TO WSCommand
       END-IF.

PostOnePayment.
       MOVE SPACES TO WSSuspReason
       IF PY-IDNum IS NOT NUMERIC OR PY-IDNum = 0
               OR PY-Amount IS NOT NUMERIC
           PERFORM RejectPayment
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDuplicate
       IF PY-DupCleared NOT = 'Y'
           PERFORM CheckDuplicatePayment
       END-IF
       IF WSDuplicate = 'Y'
           PERFORM HoldDuplicate
           EXIT PARAGRAPH
       END-IF
       MOVE PY-IDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               PERFORM RejectPayment
           NOT INVALID KEY
               PERFORM FindStores
               IF WSGroupCount > 0
                   PERFORM ApplyGroupPayment
               ELSE
                   PERFORM ApplyPayment
               END-IF
       END-READ.

OpenOpenItemFile.
       MOVE 'N' TO WSHaveOpenItems
       IF WSPreview = 'Y'
           OPEN INPUT OpenItemFile
       ELSE
           OPEN I-O OpenItemFile
       END-IF
       IF WSOpenItemStatus = "00"
           MOVE 'Y' TO WSHaveOpenItems
       ELSE
           CLOSE OpenItemFile
       END-IF.

OpenLinkFile.
       MOVE 'N' TO WSHaveLinks
       OPEN INPUT CustLinkFile
       IF WSLinkStatus = "00"
           MOVE 'Y' TO WSHaveLinks
       ELSE
           CLOSE CustLinkFile
       END-IF.

OpenPayApplyFile.
       OPEN I-O PayApplyFile
       IF WSPayApplyStatus = "35"
           OPEN OUTPUT PayApplyFile
           CLOSE PayApplyFile
           OPEN I-O PayApplyFile
       END-IF
       IF WSPayApplyStatus NOT = "00" AND WSPayApplyStatus NOT = "10"
           DISPLAY "PayApplyFile I/O problem, status: " WSPayApplyStatus
           CLOSE PayApplyFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSPayApplyStatus
       END-IF.

OpenPromiseFile.
       MOVE 'N' TO WSHavePromises
       IF WSPreview = 'Y'
           OPEN INPUT PromiseFile
       ELSE
           OPEN I-O PromiseFile
       END-IF
       IF WSPromiseStatus = "00"
           MOVE 'Y' TO WSHavePromises
       ELSE
           CLOSE PromiseFile
       END-IF.

ApplyPayment.
       MOVE PY-IDNum TO WSApplyCustID
       MOVE PY-Amount TO WSApplyPayAmount
       SUBTRACT PY-Amount FROM CustBalance
       IF WSPreview = 'Y'
           MOVE "POST" TO WSPreviewAction
           PERFORM PreviewPayment
           PERFORM PostPaymentDetail
           EXIT PARAGRAPH
       END-IF
       REWRITE CustomerData
           INVALID KEY
               PERFORM RejectPayment
           NOT INVALID KEY
               PERFORM PostPaymentDetail
       END-REWRITE.

PostPaymentDetail.
       PERFORM JournalCustomer
       PERFORM WriteAuditRecord
       PERFORM WriteHistoryRecord
       PERFORM ApplyToOpenItems
       IF WSHavePromises = 'Y'
           PERFORM CreditOpenPromise
       END-IF
       PERFORM RegisterPayment
       ADD 1 TO WSPostedCount
       ADD PY-Amount TO WSPostedTotal.

JournalCustomer.
       IF WSPreview = 'N'
           CALL "CUSTJRNL" USING "R", CustomerData
       END-IF.

CreditOpenPromise.
       MOVE 'N' TO WSPromiseFound
       MOVE PY-IDNum TO PM-IDNum
       MOVE LOW-VALUES TO PM-Stamp
       MOVE 'N' TO WSPromiseEOF
       START PromiseFile KEY IS >= PM-Key
           INVALID KEY
               MOVE 'Y' TO WSPromiseEOF
       END-START
       PERFORM UNTIL WSPromiseEOF = 'Y'
           READ PromiseFile NEXT RECORD
               AT END MOVE 'Y' TO WSPromiseEOF
               NOT AT END
                   IF PM-IDNum NOT = PY-IDNum
                       MOVE 'Y' TO WSPromiseEOF
                   ELSE
                       IF PM-Status = 'O'
                           MOVE 'Y' TO WSPromiseFound
                           MOVE 'Y' TO WSPromiseEOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WSPromiseFound = 'N'
           EXIT PARAGRAPH
       END-IF
       ADD PY-Amount TO PM-Paid
       IF PM-Paid >= PM-Amount
           MOVE 'K' TO PM-Status
           MOVE WSAsOfDate TO PM-ClosedDate
           ADD 1 TO WSPromisesKept
       END-IF
       IF WSPreview = 'Y'
           EXIT PARAGRAPH
       END-IF
       REWRITE PromiseData
           INVALID KEY
               DISPLAY "Unable to credit promise to pay : " PY-IDNum
       END-REWRITE.

FindStores.
       MOVE 0 TO WSGroupCount
       IF WSHaveLinks = 'N' OR WSHaveOpenItems = 'N'
           EXIT PARAGRAPH
       END-IF
       INITIALIZE WSGroupTable
       MOVE 1 TO WSGroupCount
       MOVE PY-IDNum TO GP-IDNum(1)
       MOVE CustomerData TO WSSaveCustomer
       MOVE PY-IDNum TO LK-ParentID
       MOVE 'N' TO WSLinkEOF
       START CustLinkFile KEY IS = LK-ParentID
           INVALID KEY
               MOVE 'Y' TO WSLinkEOF
       END-START
       PERFORM UNTIL WSLinkEOF = 'Y'
           READ CustLinkFile NEXT RECORD
               AT END MOVE 'Y' TO WSLinkEOF
               NOT AT END
                   IF LK-ParentID NOT = PY-IDNum
                       MOVE 'Y' TO WSLinkEOF
                   ELSE
                       MOVE LK-IDNum TO IDNum
                       READ CustomerFile
                           INVALID KEY
                               DISPLAY "Linked store not on file : "
                                   LK-IDNum " parent " PY-IDNum
                           NOT INVALID KEY
                               IF WSGroupCount < 200
                                   ADD 1 TO WSGroupCount
                                   MOVE LK-IDNum
                                       TO GP-IDNum(WSGroupCount)
                               END-IF
                       END-READ
                   END-IF
           END-READ
       END-PERFORM
       MOVE WSSaveCustomer TO CustomerData
       IF WSGroupCount = 1
           MOVE 0 TO WSGroupCount
       END-IF.

ApplyGroupPayment.
       IF WSPreview = 'Y'
           MOVE "POST - parent account payment, spread over its stores"
               TO WSPreviewAction
           PERFORM PreviewPayment
       END-IF
       MOVE PY-Amount TO WSRemaining
       MOVE 0 TO WSApplyLineSeq
       MOVE 0 TO WSGroupApplyCount
       MOVE 0 TO WSRefNum
       IF PY-Reference IS NUMERIC
           MOVE PY-Reference TO WSRefNum
       END-IF
       IF WSRefNum > 0
           PERFORM ApplyToReferencedItem
       END-IF
       IF WSRemaining > 0
           PERFORM ApplyOldestFirst
       END-IF
       MOVE CustomerData TO WSSaveCustomer
       MOVE 0 TO WSGroupStores
       PERFORM VARYING WSGroupIdx FROM 2 BY 1
           UNTIL WSGroupIdx > WSGroupCount
           IF GP-Applied(WSGroupIdx) > 0
               PERFORM PostStoreShare
           END-IF
       END-PERFORM
       MOVE WSSaveCustomer TO CustomerData
       MOVE 1 TO WSGroupIdx
       COMPUTE WSApplyPayAmount = GP-Applied(1) + WSRemaining
       IF WSApplyPayAmount > 0
           PERFORM PostParentShare
       END-IF
       IF WSHavePromises = 'Y'
           PERFORM CreditOpenPromise
       END-IF
       PERFORM RegisterPayment
       ADD 1 TO WSPostedCount
       ADD PY-Amount TO WSPostedTotal
       ADD 1 TO WSGroupPayCount
       DISPLAY "Group payment from parent " PY-IDNum " amount "
           PY-Amount " spread across " WSGroupStores " store(s)".

PostStoreShare.
       MOVE GP-IDNum(WSGroupIdx) TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Unable to post group payment share to store : "
                   GP-IDNum(WSGroupIdx) " amount "
                   GP-Applied(WSGroupIdx)
           NOT INVALID KEY
               SUBTRACT GP-Applied(WSGroupIdx) FROM CustBalance
               IF WSPreview = 'Y'
                   PERFORM PostStoreDetail
               ELSE
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to post group payment share"
                               " to store : " IDNum " amount "
                               GP-Applied(WSGroupIdx)
                       NOT INVALID KEY
                           PERFORM PostStoreDetail
                   END-REWRITE
               END-IF
       END-READ.

PostStoreDetail.
       PERFORM JournalCustomer
       PERFORM WriteAuditRecord
       MOVE IDNum TO WSApplyCustID
       MOVE GP-Applied(WSGroupIdx) TO WSApplyPayAmount
       PERFORM WriteHistoryRecord
       PERFORM WriteGroupApplications
       ADD 1 TO WSGroupStores.

PostParentShare.
       MOVE PY-IDNum TO WSApplyCustID
       SUBTRACT WSApplyPayAmount FROM CustBalance
       IF WSPreview = 'Y'
           PERFORM PostParentDetail
           EXIT PARAGRAPH
       END-IF
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post group payment share to parent : "
                   PY-IDNum " amount " WSApplyPayAmount
           NOT INVALID KEY
               PERFORM PostParentDetail
       END-REWRITE.

PostParentDetail.
       PERFORM JournalCustomer
       PERFORM WriteAuditRecord
       PERFORM WriteHistoryRecord
       PERFORM WriteGroupApplications
       IF WSRemaining > 0
           PERFORM WriteUnappliedCash
       END-IF.

WriteGroupApplications.
       PERFORM VARYING WSGroupApplyIdx FROM 1 BY 1
           UNTIL WSGroupApplyIdx > WSGroupApplyCount
           IF GA-Member(WSGroupApplyIdx) = WSGroupIdx
               MOVE GA-Invoice(WSGroupApplyIdx) TO WSApplyInvoice
               MOVE GA-Applied(WSGroupApplyIdx) TO WSApplyAmount
               PERFORM WriteApplicationRecord
           END-IF
       END-PERFORM.

RecordGroupApplication.
       ADD 1 TO WSGroupApplyCount
       MOVE WSMemberIdx TO GA-Member(WSGroupApplyCount)
       MOVE WSApplyInvoice TO GA-Invoice(WSGroupApplyCount)
       MOVE WSApplyAmount TO GA-Applied(WSGroupApplyCount)
       ADD WSApplyAmount TO GP-Applied(WSMemberIdx).

FindItemMember.
       MOVE 0 TO WSMemberIdx
       IF OI-IDNum = PY-IDNum
           MOVE 1 TO WSMemberIdx
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSGroupIdx FROM 2 BY 1
           UNTIL WSGroupIdx > WSGroupCount OR WSMemberIdx > 0
           IF GP-IDNum(WSGroupIdx) = OI-IDNum
               MOVE WSGroupIdx TO WSMemberIdx
           END-IF
       END-PERFORM.

ApplyToOpenItems.
       MOVE PY-Amount TO WSRemaining
       MOVE 0 TO WSApplyLineSeq
       MOVE 0 TO WSGroupApplyCount
       IF WSHaveOpenItems = 'Y'
           MOVE 0 TO WSRefNum
           IF PY-Reference IS NUMERIC
               DISPLAY "Payment reference not on open items : "
                   WSRefNum " customer " PY-IDNum
           NOT INVALID KEY
               IF WSPreview = 'Y'
                   PERFORM AdjustPreviewItem
               END-IF
               PERFORM FindItemMember
               IF WSMemberIdx > 0
                       AND (OI-Status = 'O' OR OI-Status = 'D')
                   PERFORM RelieveOneItem
               ELSE
                   DISPLAY "Payment reference not open for customer : "
               MOVE 'Y' TO WSItemEOF
       END-START
       PERFORM UNTIL WSItemEOF = 'Y' OR WSRemaining = 0
               OR WSGroupApplyCount = 500
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSItemEOF
               NOT AT END
                   IF WSPreview = 'Y'
                       PERFORM AdjustPreviewItem
                   END-IF
                   IF OI-Status = 'O' AND OI-OpenAmount > 0
                       PERFORM FindItemMember
                       IF WSMemberIdx > 0
                           PERFORM RelieveOneItem
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF OI-OpenAmount = 0
           MOVE 'P' TO OI-Status
       END-IF
       IF WSPreview = 'Y'
           PERFORM RecordPreviewRelief
           PERFORM RecordItemApplied
           EXIT PARAGRAPH
       END-IF
       REWRITE OpenItemData
           INVALID KEY
               DISPLAY "Unable to rewrite open item : " OI-InvoiceNum
           NOT INVALID KEY
               PERFORM RecordItemApplied
       END-REWRITE.

RecordItemApplied.
       DISPLAY "Applied " WSApplied " to invoice "
           OI-InvoiceNum " for customer " OI-IDNum
       MOVE OI-InvoiceNum TO WSApplyInvoice
       MOVE WSApplied TO WSApplyAmount
       IF WSGroupCount > 0
           PERFORM RecordGroupApplication
       ELSE
           PERFORM WriteApplicationRecord
       END-IF.

WriteApplicationRecord.
       IF WSPreview = 'Y'
           PERFORM PreviewApplication
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSApplyLineSeq
       MOVE WSRunBatch TO PA-Batch
       MOVE WSApplyCustID TO PA-IDNum
       MOVE WSReadCount TO PA-PaySeq
       MOVE WSApplyLineSeq TO PA-LineSeq
       MOVE WSApplyPayAmount TO PA-PayAmount
       IF PY-Reference IS NUMERIC
           MOVE PY-Reference TO PA-PayRef
       ELSE
           MOVE 0 TO PA-PayRef
       END-IF
       MOVE WSApplyInvoice TO PA-InvoiceNum
       MOVE WSApplyAmount TO PA-Applied
       MOVE 'A' TO PA-Status
       MOVE 0 TO PA-RevDate
       WRITE PayApplyData
           INVALID KEY
               DISPLAY "Unable to record payment application : "
                   PA-Key
       END-WRITE.

WriteUnappliedCash.
       IF WSPreview = 'N'
           OPEN EXTEND UnappliedFile
           IF WSUnappliedStatus = "35"
               OPEN OUTPUT UnappliedFile
           END-IF
           MOVE PY-IDNum TO UC-IDNum
           MOVE WSRemaining TO UC-Amount
           MOVE WSAsOfDate TO UC-Date
           WRITE UnappliedRec
           CLOSE UnappliedFile
       END-IF
       MOVE 0 TO WSApplyInvoice
       MOVE WSRemaining TO WSApplyAmount
       PERFORM WriteApplicationRecord
       ADD 1 TO WSUnappliedCount
       ADD WSRemaining TO WSUnappliedTotal
       DISPLAY "Unapplied cash held for customer " PY-IDNum
           " amount " WSRemaining.

WriteAuditRecord.
       IF WSPreview = 'Y'
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND AuditFile
       MOVE IDNum TO AL-IDNum
       MOVE 'U' TO AL-OpCode
       CLOSE AuditFile.

WriteHistoryRecord.
       IF WSPreview = 'Y'
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE WSApplyCustID TO PH-IDNum
       MOVE WSApplyPayAmount TO PH-Amount
       MOVE WSAsOfDate TO PH-Date
       MOVE "PY" TO PH-Type
       IF PY-Reference IS NUMERIC
       IF PY-Amount IS NUMERIC
           ADD PY-Amount TO WSRejectedTotal
       END-IF
       IF WSPreview = 'Y'
           PERFORM PreviewRejected
           EXIT PARAGRAPH
       END-IF
       PERFORM WriteSuspenseItem
       MOVE SPACES TO SuspenseLine
       IF WSSuspReason NOT = SPACES
           STRING "Held as possible duplicate, customer "
                   DELIMITED BY SIZE
               PY-IDNum DELIMITED BY SIZE
               " amount " DELIMITED BY SIZE
               PY-Amount DELIMITED BY SIZE
               " run " DELIMITED BY SIZE
               WSPrevBatch DELIMITED BY SIZE
               INTO SuspenseLine
           END-STRING
       ELSE
           STRING "Payment rejected, customer " DELIMITED BY SIZE
               PY-IDNum DELIMITED BY SIZE
               " amount " DELIMITED BY SIZE
               PY-Amount DELIMITED BY SIZE
               INTO SuspenseLine
           END-STRING
       END-IF
       WRITE SuspenseLine.

WriteSuspenseItem.
       MOVE PY-Reference TO SU-Reference
       MOVE WSAsOfDate TO SU-Date
       MOVE 'S' TO SU-Status
       MOVE WSSuspReason TO SU-Reason
       WRITE SuspenseData
       CLOSE SuspDataFile.

           DISPLAY "Unapplied cash held: " WSUnappliedCount
               " for " WSUnappliedTotal
       END-IF
       IF WSGroupPayCount > 0
           DISPLAY "Parent account payments spread across stores: "
               WSGroupPayCount
       END-IF
       IF WSDupCount > 0
           DISPLAY "Possible duplicates held in suspense: " WSDupCount
               " for " WSDupTotal
       END-IF
       COMPUTE WSExpectedPosted = WSReadCount - WSRejectedCount
       IF WSExpectedPosted NOT = WSPostedCount
           DISPLAY "Reconciliation failed: Read minus Rejected does not equal Posted"
           MOVE 1 TO RETURN-CODE
       END-IF.

OpenPreviewReport.
       MOVE 'O' TO RW-Action
       MOVE "PaymentsPreview.rpt" TO RW-ReportName
       MOVE "Payments Run Preview" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "    Seq  Account      Amount  What would happen"
           TO RW-HeadCol
       MOVE "-------  -------  ----------  ----------------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Payments.dat posted as of " DELIMITED BY SIZE
           WSAsOfDate DELIMITED BY SIZE
           " - preview only, nothing has been posted" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

WritePreviewLine.
       MOVE WSPreviewLine TO RW-Line
       PERFORM WriteReportLine.

PreviewPayment.
       MOVE SPACES TO WSPreviewLine
       MOVE WSReadCount TO PV-Seq
       MOVE PY-IDNum TO PV-IDNum
       MOVE PY-Amount TO PV-Amount
       MOVE WSPreviewAction TO PV-Action
       PERFORM WritePreviewLine.

PreviewApplication.
       MOVE SPACES TO WSPreviewLine
       MOVE WSApplyCustID TO PV-IDNum
       MOVE WSApplyAmount TO PV-Amount
       IF WSApplyInvoice = 0
           MOVE "  held as unapplied cash" TO PV-Action
       ELSE
           STRING "  applied to invoice " DELIMITED BY SIZE
               WSApplyInvoice DELIMITED BY SIZE
               INTO PV-Action
           END-STRING
       END-IF
       PERFORM WritePreviewLine.

PreviewRejected.
       MOVE SPACES TO WSPreviewLine
       MOVE WSReadCount TO PV-Seq
       MOVE PY-IDNum TO PV-IDNum
       IF PY-Amount IS NUMERIC
           MOVE PY-Amount TO PV-Amount
       END-IF
       IF WSSuspReason NOT = SPACES
           STRING "SUSPENSE - possible duplicate of run " DELIMITED BY SIZE
               WSPrevBatch DELIMITED BY SIZE
               INTO PV-Action
           END-STRING
       ELSE
           MOVE "SUSPENSE - customer not on file or payment invalid"
               TO PV-Action
       END-IF
       PERFORM WritePreviewLine.

PreviewRefusedFile.
       MOVE SPACES TO RW-Line
       STRING "Payments.dat would be REFUSED: its control totals match"
               DELIMITED BY SIZE
           " the file posted in run " DELIMITED BY SIZE
           WSPrevBatch DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSFileTotal TO WSAmountEdit
       MOVE SPACES TO WSTrailerLine
       STRING "Control totals: " DELIMITED BY SIZE
           WSFileCount DELIMITED BY SIZE
           " payment(s) for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           " - nothing would be posted" DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl
       DISPLAY "Preview: Payments.dat would be refused as a resend of"
           " run " WSPrevBatch
       STOP RUN.

CheckRunDuplicate.
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSRunRemitCount OR WSDuplicate = 'Y'
           IF PP-IDNum(WSPreviewIdx) = PY-IDNum
                   AND PP-Amount(WSPreviewIdx) = PY-Amount
                   AND (PY-Reference = SPACES OR PY-Reference = ZEROS
                       OR PP-Reference(WSPreviewIdx) = PY-Reference)
               MOVE 'Y' TO WSDuplicate
               MOVE WSRunBatch TO WSPrevBatch
               MOVE WSAsOfNum TO WSPrevDate
           END-IF
       END-PERFORM.

RecordRunRemit.
       IF WSRunRemitCount < 2000
           ADD 1 TO WSRunRemitCount
           MOVE PY-IDNum TO PP-IDNum(WSRunRemitCount)
           MOVE PY-Amount TO PP-Amount(WSRunRemitCount)
           MOVE PY-Reference TO PP-Reference(WSRunRemitCount)
       END-IF.

AdjustPreviewItem.
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSReliefCount
           IF PR-Invoice(WSPreviewIdx) = OI-InvoiceNum
               SUBTRACT PR-Applied(WSPreviewIdx) FROM OI-OpenAmount
               IF OI-OpenAmount = 0
                   MOVE 'P' TO OI-Status
               END-IF
           END-IF
       END-PERFORM.

RecordPreviewRelief.
       MOVE 'N' TO WSReliefFound
       PERFORM VARYING WSPreviewIdx FROM 1 BY 1
           UNTIL WSPreviewIdx > WSReliefCount OR WSReliefFound = 'Y'
           IF PR-Invoice(WSPreviewIdx) = OI-InvoiceNum
               ADD WSApplied TO PR-Applied(WSPreviewIdx)
               MOVE 'Y' TO WSReliefFound
           END-IF
       END-PERFORM
       IF WSReliefFound = 'N' AND WSReliefCount < 2000
           ADD 1 TO WSReliefCount
           MOVE OI-InvoiceNum TO PR-Invoice(WSReliefCount)
           MOVE WSApplied TO PR-Applied(WSReliefCount)
       END-IF.

PrintPreviewTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Would read: " DELIMITED BY SIZE
           WSReadCount DELIMITED BY SIZE
           "  post: " DELIMITED BY SIZE
           WSPostedCount DELIMITED BY SIZE
           "  reject to suspense: " DELIMITED BY SIZE
           WSRejectedCount DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSPostedTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Posted amount:   " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSRejectedTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Rejected amount: " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSUnappliedTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Unapplied cash held: " DELIMITED BY SIZE
           WSUnappliedCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSDupTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Possible duplicates held in suspense: " DELIMITED BY SIZE
           WSDupCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Parent account payments spread across stores: "
               DELIMITED BY SIZE
           WSGroupPayCount DELIMITED BY SIZE
           "  promises to pay kept: " DELIMITED BY SIZE
           WSPromisesKept DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 'T' TO RW-Action
       MOVE "Preview only - nothing was posted and Payments.dat was left in place"
           TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
