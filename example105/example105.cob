       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example105.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WO-WriteOffNum
           ALTERNATE RECORD KEY IS WO-IDNum WITH DUPLICATES
           FILE STATUS IS WSWriteOffStatus.
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
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT DunningHistFile ASSIGN TO "DunningHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunningStatus.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT PlacementFile ASSIGN TO "AgencyPlacement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPlacementStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlFile ASSIGN TO "WriteOffControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
DATA DIVISION.
FILE SECTION.
FD WriteOffFile.
    COPY WRITEOFF.

FD CustomerFile.
    COPY CUSTREC.

FD OpenItemFile.
    COPY OPENITEM.

FD CreditFile.
    COPY CREDREC.

FD DunningHistFile.
01 DunningHistLine.
       02 DN-IDNum     PIC 9(7).
       02 DN-Level     PIC 9(1).
       02 DN-Date      PIC 9(8).
       02 DN-Amount    PIC 9(7)V99.

FD HistoryFile.
    COPY PAYHIST.

FD PlacementFile.
01 PlacementRec.
       02 AP-RecType       PIC X(1).
       02 AP-Body          PIC X(179).
       02 AP-Detail REDEFINES AP-Body.
           03 AP-IDNum         PIC 9(7).
           03 AP-WriteOffNum   PIC 9(7).
           03 AP-FirstName     PIC X(15).
           03 AP-LastName      PIC X(15).
           03 AP-AddrLine1     PIC X(20).
           03 AP-AddrCity      PIC X(15).
           03 AP-AddrState     PIC X(2).
           03 AP-AddrZip       PIC X(10).
           03 AP-Phone         PIC X(12).
           03 AP-Amount        PIC 9(7)V99.
           03 AP-OldestInvDate PIC 9(8).
           03 AP-LastPayDate   PIC 9(8).
           03 AP-LastPayAmount PIC 9(7)V99.
           03 AP-PlaceDate     PIC 9(8).
           03 AP-AddrUndeliv   PIC X(1).
           03 FILLER           PIC X(33).
       02 AP-Header REDEFINES AP-Body.
           03 AP-FileDate      PIC 9(8).
           03 FILLER           PIC X(171).
       02 AP-Trailer REDEFINES AP-Body.
           03 AP-Count         PIC 9(6).
           03 AP-Total         PIC 9(10)V99.
           03 FILLER           PIC X(161).

FD AuditFile.
    COPY AUDITREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSScanEOF         PIC X(1).
01 WSItemEOF         PIC A(1).
01 WSDunnEOF         PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSWriteOffStatus  PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSDunningStatus   PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSPlacementStatus PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSPlacementOpen   PIC X(1) VALUE 'N'.
01 WSOpenWriteOff    PIC X(1).
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSRunDateInt      PIC 9(8).
01 WSItemDateInt     PIC 9(8).
01 WSDaysOld         PIC S9(5).
01 WSOldestDays      PIC S9(5).
01 WSOldestInvDate   PIC 9(8).
01 WSOpenTotal       PIC S9(9)V99.
01 WSWriteOffAmount  PIC 9(7)V99.
01 WSLastLevel       PIC 9(1).
01 WSLastPayDate     PIC 9(8).
01 WSLastPayAmount   PIC 9(7)V99.
01 WSNextWriteOffNum PIC 9(7).
01 WSHighWriteOffNum PIC 9(7).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example105".
01 WSPeriodRef       PIC X(20).
01 WSRunBatch        PIC X(14).
01 WSWrittenCount    PIC 9(5) VALUE 0.
01 WSWrittenTotal    PIC 9(9)V99 VALUE 0.
01 WSCancelledCount  PIC 9(5) VALUE 0.
01 WSProposedCount   PIC 9(5) VALUE 0.
01 WSProposedTotal   PIC 9(9)V99 VALUE 0.
01 WSProposalLine.
       02 PR-WriteOffNum   PIC 9(7).
       02 FILLER           PIC X(2).
       02 PR-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 PR-FirstName     PIC X(15).
       02 FILLER           PIC X(1).
       02 PR-LastName      PIC X(15).
       02 FILLER           PIC X(2).
       02 PR-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 PR-OldestDays    PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 PR-OldestInv     PIC 9(8).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunDate
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSRunBatch
       PERFORM OpenOpenItemFile
       IF WSHaveOpenItems = 'N'
           DISPLAY "No open items on file, no write-offs considered"
           STOP RUN
       END-IF
       PERFORM OpenWriteOffFile
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenCreditFile
       PERFORM WriteOffReleasedAccounts
       PERFORM ProposeWriteOffs
       CLOSE CreditFile
       CLOSE CustomerFile
       CLOSE WriteOffFile
       CLOSE OpenItemFile
       DISPLAY "Accounts written off and placed: " WSWrittenCount
           " for " WSWrittenTotal
       DISPLAY "Released write-offs cancelled, nothing left open: "
           WSCancelledCount
       DISPLAY "Write-offs proposed for release: " WSProposedCount
           " for " WSProposedTotal
       STOP RUN.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

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

OpenOpenItemFile.
       MOVE 'N' TO WSHaveOpenItems
       OPEN I-O OpenItemFile
       IF WSOpenItemStatus = "00"
           MOVE 'Y' TO WSHaveOpenItems
       ELSE
           CLOSE OpenItemFile
       END-IF.

OpenWriteOffFile.
       OPEN I-O WriteOffFile
       IF WSWriteOffStatus = "35"
           OPEN OUTPUT WriteOffFile
           CLOSE WriteOffFile
           OPEN I-O WriteOffFile
       END-IF
       IF WSWriteOffStatus NOT = "00" AND WSWriteOffStatus NOT = "10"
           DISPLAY "WriteOffFile I/O problem, status: "
               WSWriteOffStatus
           CLOSE WriteOffFile
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSWriteOffStatus
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE WriteOffFile
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenCreditFile.
       OPEN I-O CreditFile
       IF WSCreditStatus = "35"
           OPEN OUTPUT CreditFile
           CLOSE CreditFile
           OPEN I-O CreditFile
       END-IF
       IF WSCreditStatus NOT = "00" AND WSCreditStatus NOT = "10"
           DISPLAY "CreditFile I/O problem, status: " WSCreditStatus
           CLOSE CreditFile
           CLOSE CustomerFile
           CLOSE WriteOffFile
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSCreditStatus
       END-IF.

WriteOffReleasedAccounts.
       MOVE 'N' TO WSScanEOF
       MOVE 0 TO WO-WriteOffNum
       START WriteOffFile KEY IS >= WO-WriteOffNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ WriteOffFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF WO-Status = 'R'
                       PERFORM WriteOffOneAccount
                   END-IF
           END-READ
       END-PERFORM
       IF WSPlacementOpen = 'Y'
           PERFORM WritePlacementTrailer
       END-IF.

WriteOffOneAccount.
       MOVE WO-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Write-off customer no longer on file : "
                   WO-IDNum " write-off " WO-WriteOffNum
               EXIT PARAGRAPH
       END-READ
       PERFORM TallyOpenItems
       IF WSOpenTotal <= 0
           MOVE 'X' TO WO-Status
           REWRITE WriteOffData
               INVALID KEY
                   DISPLAY "Unable to cancel write-off : "
                       WO-WriteOffNum
               NOT INVALID KEY
                   ADD 1 TO WSCancelledCount
                   DISPLAY "Write-off " WO-WriteOffNum
                       " cancelled, customer " WO-IDNum
                       " has nothing left open"
           END-REWRITE
           EXIT PARAGRAPH
       END-IF
       MOVE WSOpenTotal TO WSWriteOffAmount
       PERFORM CloseOpenItems
       SUBTRACT WSWriteOffAmount FROM CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post write-off to customer balance : "
                   WO-IDNum
               EXIT PARAGRAPH
       END-REWRITE
       CALL "CUSTJRNL" USING "R", CustomerData
       PERFORM WriteAuditRecord
       PERFORM WriteWriteOffHistory
       PERFORM PlaceCreditHold
       PERFORM FindLastPayment
       PERFORM WritePlacementDetail
       MOVE 'W' TO WO-Status
       MOVE WSRunDateNum TO WO-WriteOffDate
       MOVE WSWriteOffAmount TO WO-WrittenOff
       REWRITE WriteOffData
           INVALID KEY
               DISPLAY "Unable to mark write-off posted : "
                   WO-WriteOffNum
       END-REWRITE
       ADD 1 TO WSWrittenCount
       ADD WSWriteOffAmount TO WSWrittenTotal.

TallyOpenItems.
       MOVE 0 TO WSOpenTotal
       MOVE 0 TO WSOldestDays
       MOVE 0 TO WSOldestInvDate
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
                   IF OI-IDNum = IDNum AND OI-Status = 'O'
                           AND OI-OpenAmount > 0
                       ADD OI-OpenAmount TO WSOpenTotal
                       COMPUTE WSItemDateInt
                           = FUNCTION INTEGER-OF-DATE(OI-InvDate)
                       COMPUTE WSDaysOld = WSRunDateInt - WSItemDateInt
                       IF WSDaysOld > WSOldestDays
                           MOVE WSDaysOld TO WSOldestDays
                           MOVE OI-InvDate TO WSOldestInvDate
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

CloseOpenItems.
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
                   IF OI-IDNum = IDNum AND OI-Status = 'O'
                           AND OI-OpenAmount > 0
                       MOVE 0 TO OI-OpenAmount
                       MOVE 'W' TO OI-Status
                       REWRITE OpenItemData
                           INVALID KEY
                               DISPLAY "Unable to close open item : "
                                   OI-InvoiceNum
                       END-REWRITE
                   END-IF
           END-READ
       END-PERFORM.

WriteWriteOffHistory.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE WO-IDNum TO PH-IDNum
       MOVE WSWriteOffAmount TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE "WO" TO PH-Type
       MOVE WO-WriteOffNum TO PH-Reference
       MOVE WO-ApprOper TO PH-Operator
       MOVE WSRunBatch TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE SPACES TO WSPeriodRef
       STRING "WRITEOFF " DELIMITED BY SIZE
           WO-WriteOffNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSRunDateNum, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSRunDateNum(1:6) " is closed, write-off "
               WO-WriteOffNum " posted as of " WSPostDate
       END-IF.

PlaceCreditHold.
       MOVE WO-IDNum TO CR-IDNum
       READ CreditFile
           KEY IS CR-IDNum
           INVALID KEY
               MOVE WO-IDNum TO CR-IDNum
               MOVE 0 TO CR-Limit
               MOVE 'Y' TO CR-HoldFlag
               WRITE CreditData
                   INVALID KEY
                       DISPLAY "Unable to write credit record : "
                           WO-IDNum
               END-WRITE
           NOT INVALID KEY
               IF CR-HoldFlag NOT = 'Y'
                   MOVE 'Y' TO CR-HoldFlag
                   REWRITE CreditData
                       INVALID KEY
                           DISPLAY "Unable to rewrite credit record : "
                               WO-IDNum
                   END-REWRITE
               END-IF
       END-READ.

FindLastPayment.
       MOVE 0 TO WSLastPayDate
       MOVE 0 TO WSLastPayAmount
       OPEN INPUT HistoryFile
       IF WSHistFileStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ HistoryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF PH-IDNum IS NUMERIC AND PH-IDNum = WO-IDNum
                               AND (PH-Type = SPACES OR PH-Type = "PY")
                               AND PH-Date >= WSLastPayDate
                           MOVE PH-Date TO WSLastPayDate
                           MOVE PH-Amount TO WSLastPayAmount
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE HistoryFile.

WritePlacementDetail.
       IF WSPlacementOpen = 'N'
           PERFORM OpenPlacementFile
       END-IF
       MOVE SPACES TO PlacementRec
       MOVE 'D' TO AP-RecType
       MOVE WO-IDNum TO AP-IDNum
       MOVE WO-WriteOffNum TO AP-WriteOffNum
       MOVE FirstName TO AP-FirstName
       MOVE LastName TO AP-LastName
       MOVE AddrLine1 TO AP-AddrLine1
       MOVE AddrCity TO AP-AddrCity
       MOVE AddrState TO AP-AddrState
       MOVE AddrZip TO AP-AddrZip
       MOVE PhoneNumber TO AP-Phone
       MOVE WSWriteOffAmount TO AP-Amount
       MOVE WSOldestInvDate TO AP-OldestInvDate
       MOVE WSLastPayDate TO AP-LastPayDate
       MOVE WSLastPayAmount TO AP-LastPayAmount
       MOVE WSRunDateNum TO AP-PlaceDate
       MOVE AddrUndeliv TO AP-AddrUndeliv
       WRITE PlacementRec.

OpenPlacementFile.
       OPEN OUTPUT PlacementFile
       IF WSPlacementStatus NOT = "00"
           DISPLAY "PlacementFile I/O problem, status: "
               WSPlacementStatus
           STOP RUN WITH ERROR STATUS WSPlacementStatus
       END-IF
       MOVE 'Y' TO WSPlacementOpen
       MOVE SPACES TO PlacementRec
       MOVE 'H' TO AP-RecType
       MOVE WSRunDateNum TO AP-FileDate
       WRITE PlacementRec.

WritePlacementTrailer.
       MOVE SPACES TO PlacementRec
       MOVE 'T' TO AP-RecType
       MOVE WSWrittenCount TO AP-Count
       MOVE WSWrittenTotal TO AP-Total
       WRITE PlacementRec
       CLOSE PlacementFile
       MOVE 'N' TO WSPlacementOpen.

ProposeWriteOffs.
       MOVE 'O' TO RW-Action
       MOVE "WriteOffProposals.rpt" TO RW-ReportName
       MOVE "Bad-Debt Write-Off Proposals" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "WrtOff   Custmr   Name                                   Open   Days  Oldest"
           TO RW-HeadCol
       MOVE "-------  -------  -------------------------------  ----------  -----  --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE 'N' TO WSEOF
       MOVE 0 TO IDNum
       START CustomerFile KEY IS >= IDNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CustStatus NOT = 'D'
                       PERFORM ConsiderCustomer
                   END-IF
           END-READ
       END-PERFORM
       MOVE SPACES TO WSTrailerLine
       STRING "Write-offs proposed: " DELIMITED BY SIZE
           WSProposedCount DELIMITED BY SIZE
           "  total: " DELIMITED BY SIZE
           WSProposedTotal DELIMITED BY SIZE
           "  awaiting supervisor release" DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

ConsiderCustomer.
       PERFORM TallyOpenItems
       IF WSOpenTotal <= 0 OR WSOldestDays <= 120
           EXIT PARAGRAPH
       END-IF
       PERFORM FindLastLevel
       IF WSLastLevel < 3
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckOpenWriteOff
       IF WSOpenWriteOff = 'Y'
           EXIT PARAGRAPH
       END-IF
       PERFORM ProposeOneWriteOff.

FindLastLevel.
       MOVE 0 TO WSLastLevel
       OPEN INPUT DunningHistFile
       IF WSDunningStatus = "00"
           MOVE 'N' TO WSDunnEOF
           PERFORM UNTIL WSDunnEOF = 'Y'
               READ DunningHistFile
                   AT END MOVE 'Y' TO WSDunnEOF
                   NOT AT END
                       IF DN-IDNum = IDNum
                           MOVE DN-Level TO WSLastLevel
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE DunningHistFile.

CheckOpenWriteOff.
       MOVE 'N' TO WSOpenWriteOff
       MOVE IDNum TO WO-IDNum
       MOVE 'N' TO WSScanEOF
       START WriteOffFile KEY IS = WO-IDNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ WriteOffFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF WO-IDNum NOT = IDNum
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       IF WO-Status = 'P' OR WO-Status = 'R'
                           MOVE 'Y' TO WSOpenWriteOff
                           MOVE 'Y' TO WSScanEOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

ProposeOneWriteOff.
       PERFORM AllocateWriteOffNum
       MOVE IDNum TO WO-IDNum
       MOVE WSOpenTotal TO WO-Amount
       MOVE WSOldestDays TO WO-OldestDays
       MOVE 'P' TO WO-Status
       MOVE WSRunDateNum TO WO-ProposeDate
       MOVE SPACES TO WO-ApprOper
       MOVE 0 TO WO-ApprDate
       MOVE 0 TO WO-WriteOffDate
       MOVE 0 TO WO-WrittenOff
       MOVE 0 TO WO-Recovered
       MOVE 0 TO WO-LastRecovery
       WRITE WriteOffData
           INVALID KEY
               DISPLAY "Unable to write write-off proposal : "
                   WO-WriteOffNum
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSProposedCount
       ADD WO-Amount TO WSProposedTotal
       MOVE SPACES TO WSProposalLine
       MOVE WO-WriteOffNum TO PR-WriteOffNum
       MOVE IDNum TO PR-IDNum
       MOVE FirstName TO PR-FirstName
       MOVE LastName TO PR-LastName
       MOVE WO-Amount TO PR-Amount
       MOVE WO-OldestDays TO PR-OldestDays
       MOVE WSOldestInvDate TO PR-OldestInv
       MOVE 'W' TO RW-Action
       MOVE WSProposalLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

AllocateWriteOffNum.
       MOVE 0 TO WSNextWriteOffNum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           READ ControlFile
               AT END CONTINUE
               NOT AT END
                   IF ControlRec IS NUMERIC
                       MOVE ControlRec TO WSNextWriteOffNum
                   END-IF
           END-READ
           CLOSE ControlFile
       END-IF
       IF WSNextWriteOffNum = 0
           PERFORM RecoverControlCounter
       END-IF
       MOVE WSNextWriteOffNum TO WO-WriteOffNum
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextWriteOffNum + 1
       WRITE ControlRec
       CLOSE ControlFile.

RecoverControlCounter.
       DISPLAY "Write-off control record missing, re-deriving from"
           " WriteOffs.dat"
       MOVE 0 TO WSHighWriteOffNum
       MOVE 0 TO WO-WriteOffNum
       MOVE 'N' TO WSScanEOF
       START WriteOffFile KEY IS >= WO-WriteOffNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ WriteOffFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF WO-WriteOffNum > WSHighWriteOffNum
                       MOVE WO-WriteOffNum TO WSHighWriteOffNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextWriteOffNum = WSHighWriteOffNum + 1.

WriteAuditRecord.
       OPEN EXTEND AuditFile
       MOVE IDNum TO AL-IDNum
       MOVE 'U' TO AL-OpCode
       MOVE FirstName TO AL-BeforeFirst
       MOVE LastName TO AL-BeforeLast
       MOVE FirstName TO AL-AfterFirst
       MOVE LastName TO AL-AfterLast
       MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
       MOVE WSOperatorID TO AL-Operator
       WRITE AuditLine
       CLOSE AuditFile.
