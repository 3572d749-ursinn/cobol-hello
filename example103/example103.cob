       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example103.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RefundFile ASSIGN TO "Refunds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RR-RefundNum
           ALTERNATE RECORD KEY IS RR-IDNum WITH DUPLICATES
           FILE STATUS IS WSRefundStatus.
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
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT PosPayFile ASSIGN TO "PositivePay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPosPayStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ControlFile ASSIGN TO "RefundControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlStatus.
       SELECT CheckControlFile ASSIGN TO "CheckControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCheckCtlStatus.
       SELECT ParmFile ASSIGN TO "RefundParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
DATA DIVISION.
FILE SECTION.
FD RefundFile.
    COPY REFUND.

FD CustomerFile.
    COPY CUSTREC.

FD OrderFile.
    COPY ORDREC.

FD HistoryFile.
    COPY PAYHIST.

FD PosPayFile.
01 PosPayRec.
       02 PP-RecType   PIC X(1).
       02 PP-Account   PIC X(10).
       02 PP-Body      PIC X(69).
       02 PP-Detail REDEFINES PP-Body.
           03 PP-CheckNum  PIC 9(10).
           03 PP-IssueDate PIC 9(8).
           03 PP-Amount    PIC 9(8)V99.
           03 PP-Payee     PIC X(40).
           03 PP-IssueCode PIC X(1).
       02 PP-Header REDEFINES PP-Body.
           03 PP-FileDate  PIC 9(8).
           03 FILLER       PIC X(61).
       02 PP-Trailer REDEFINES PP-Body.
           03 PP-Count     PIC 9(6).
           03 PP-Total     PIC 9(10)V99.
           03 FILLER       PIC X(51).

FD AuditFile.
    COPY AUDITREC.

FD ControlFile.
01 ControlRec   PIC 9(7).

FD CheckControlFile.
01 CheckControlRec PIC 9(7).

FD ParmFile.
01 ParmRec      PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSScanEOF         PIC X(1).
01 WSFileStatus      PIC X(2).
01 WSRefundStatus    PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSPosPayStatus    PIC X(2).
01 WSControlStatus   PIC X(2).
01 WSCheckCtlStatus  PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSParmEOF         PIC A(1).
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSCutoffDate      PIC 9(8).
01 WSAgeDays         PIC 9(3) VALUE 60.
01 WSMinRefund       PIC 9(5)V99 VALUE 1.00.
01 WSBankAccount     PIC X(10) VALUE SPACES.
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example103".
01 WSPeriodRef       PIC X(20).
01 WSRunBatch        PIC X(14).
01 WSCreditTable.
       02 WSCreditEntry OCCURS 1000 TIMES.
           03 WSCrIDNum     PIC 9(7).
           03 WSCrAmount    PIC 9(7)V99.
           03 WSCrLast      PIC 9(8).
01 WSCrUsed          PIC 9(4) VALUE 0.
01 WSCrIndex         PIC 9(4).
01 WSCrDropped       PIC 9(5) VALUE 0.
01 WSFound           PIC X(1).
01 WSOpenRefund      PIC X(1).
01 WSCreditAmount    PIC 9(7)V99.
01 WSIssueAmount     PIC 9(7)V99.
01 WSNextRefundNum   PIC 9(7).
01 WSHighRefundNum   PIC 9(7).
01 WSNextCheckNum    PIC 9(7).
01 WSHighCheckNum    PIC 9(7).
01 WSIssuedCount     PIC 9(5) VALUE 0.
01 WSIssuedTotal     PIC 9(9)V99 VALUE 0.
01 WSCancelledCount  PIC 9(5) VALUE 0.
01 WSProposedCount   PIC 9(5) VALUE 0.
01 WSProposedTotal   PIC 9(9)V99 VALUE 0.
01 WSPayee           PIC X(40).
01 WSRegisterLine.
       02 CK-CheckNum      PIC 9(7).
       02 FILLER           PIC X(2).
       02 CK-IssueDate     PIC 9(8).
       02 FILLER           PIC X(2).
       02 CK-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 CK-Payee         PIC X(32).
       02 FILLER           PIC X(2).
       02 CK-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 CK-RefundNum     PIC 9(7).
01 WSProposalLine.
       02 PR-RefundNum     PIC 9(7).
       02 FILLER           PIC X(2).
       02 PR-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 PR-Name          PIC X(32).
       02 FILLER           PIC X(2).
       02 PR-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 PR-LastActivity  PIC 9(8).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunDate
       PERFORM LoadParms
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSRunBatch
       COMPUTE WSCutoffDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSRunDateNum) - WSAgeDays)
       PERFORM OpenRefundFile
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       IF WSBankAccount = SPACES
           DISPLAY "No ACCOUNT= bank account in RefundParms.dat,"
               " approved refunds held until one is set"
           PERFORM OpenPosPayFile
           PERFORM WritePosPayTrailer
       ELSE
           PERFORM IssueApprovedRefunds
       END-IF
       PERFORM ProposeNewRefunds
       CLOSE CustomerFile
       CLOSE RefundFile
       DISPLAY "Refund checks issued: " WSIssuedCount
           " for " WSIssuedTotal
       DISPLAY "Approved refunds cancelled, credit gone: "
           WSCancelledCount
       DISPLAY "Refunds proposed for approval: " WSProposedCount
           " for " WSProposedTotal
       IF WSCrDropped > 0
           DISPLAY "WARNING, credit balance table filled, customers"
               " not considered: " WSCrDropped
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

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateNum.

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSParmEOF
           PERFORM UNTIL WSParmEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSParmEOF
                   NOT AT END
                       IF ParmRec(1:5) = "DAYS="
                           COMPUTE WSAgeDays
                               = FUNCTION NUMVAL(ParmRec(6:3))
                       END-IF
                       IF ParmRec(1:8) = "MINIMUM="
                           COMPUTE WSMinRefund
                               = FUNCTION NUMVAL(ParmRec(9:10))
                       END-IF
                       IF ParmRec(1:8) = "ACCOUNT="
                           MOVE ParmRec(9:10) TO WSBankAccount
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE RefundFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenRefundFile.
       OPEN I-O RefundFile
       IF WSRefundStatus = "35"
           OPEN OUTPUT RefundFile
           CLOSE RefundFile
           OPEN I-O RefundFile
       END-IF
       IF WSRefundStatus NOT = "00" AND WSRefundStatus NOT = "10"
           DISPLAY "RefundFile I/O problem, status: " WSRefundStatus
           CLOSE RefundFile
           STOP RUN WITH ERROR STATUS WSRefundStatus
       END-IF.

IssueApprovedRefunds.
       PERFORM OpenPosPayFile
       MOVE 'O' TO RW-Action
       MOVE "RefundChecks.rpt" TO RW-ReportName
       MOVE "Refund Check Register" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Check    Issued    Custmr   Payee                               Amount  Refund"
           TO RW-HeadCol
       MOVE "-------  --------  -------  --------------------------------  ----------  -------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE 'N' TO WSScanEOF
       MOVE 0 TO RR-RefundNum
       START RefundFile KEY IS >= RR-RefundNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ RefundFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF RR-Status = 'A'
                       PERFORM IssueOneRefund
                   END-IF
           END-READ
       END-PERFORM
       PERFORM WritePosPayTrailer
       MOVE SPACES TO WSTrailerLine
       STRING "Checks issued: " DELIMITED BY SIZE
           WSIssuedCount DELIMITED BY SIZE
           "  total: " DELIMITED BY SIZE
           WSIssuedTotal DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

IssueOneRefund.
       MOVE RR-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Refund customer no longer on file : "
                   RR-IDNum " refund " RR-RefundNum
               EXIT PARAGRAPH
       END-READ
       IF CustBalance >= 0
           PERFORM CancelApprovedRefund
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSCreditAmount = 0 - CustBalance
       IF RR-Amount > WSCreditAmount
           MOVE WSCreditAmount TO WSIssueAmount
       ELSE
           MOVE RR-Amount TO WSIssueAmount
       END-IF
       PERFORM AllocateCheckNum
       ADD WSIssueAmount TO CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post refund to customer balance : "
                   RR-IDNum
               EXIT PARAGRAPH
       END-REWRITE
       CALL "CUSTJRNL" USING "R", CustomerData
       PERFORM WriteAuditRecord
       PERFORM WriteRefundHistory
       MOVE 'I' TO RR-Status
       MOVE WSNextCheckNum TO RR-CheckNum
       MOVE WSRunDateNum TO RR-IssueDate
       MOVE WSIssueAmount TO RR-IssueAmount
       REWRITE RefundData
           INVALID KEY
               DISPLAY "Unable to mark refund issued : " RR-RefundNum
       END-REWRITE
       PERFORM BuildPayee
       PERFORM WriteRegisterLine
       PERFORM WritePosPayDetail
       ADD 1 TO WSIssuedCount
       ADD WSIssueAmount TO WSIssuedTotal.

CancelApprovedRefund.
       MOVE 'X' TO RR-Status
       REWRITE RefundData
           INVALID KEY
               DISPLAY "Unable to cancel refund : " RR-RefundNum
           NOT INVALID KEY
               ADD 1 TO WSCancelledCount
               DISPLAY "Refund " RR-RefundNum " cancelled, customer "
                   RR-IDNum " no longer holds a credit balance"
       END-REWRITE.

AllocateCheckNum.
       MOVE 0 TO WSNextCheckNum
       OPEN INPUT CheckControlFile
       IF WSCheckCtlStatus = "00"
           READ CheckControlFile
               AT END CONTINUE
               NOT AT END
                   IF CheckControlRec IS NUMERIC
                       MOVE CheckControlRec TO WSNextCheckNum
                   END-IF
           END-READ
           CLOSE CheckControlFile
       END-IF
       IF WSNextCheckNum = 0
           PERFORM RecoverCheckCounter
       END-IF
       OPEN OUTPUT CheckControlFile
       COMPUTE CheckControlRec = WSNextCheckNum + 1
       WRITE CheckControlRec
       CLOSE CheckControlFile.

RecoverCheckCounter.
       DISPLAY "Check control record missing, re-deriving from"
           " Refunds.dat"
       MOVE RR-RefundNum TO WSHighRefundNum
       MOVE 0 TO WSHighCheckNum
       MOVE 0 TO RR-RefundNum
       MOVE 'N' TO WSEOF
       START RefundFile KEY IS >= RR-RefundNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ RefundFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RR-CheckNum > WSHighCheckNum
                       MOVE RR-CheckNum TO WSHighCheckNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextCheckNum = WSHighCheckNum + 1
       MOVE WSHighRefundNum TO RR-RefundNum
       READ RefundFile
           KEY IS RR-RefundNum
           INVALID KEY
               DISPLAY "Refund lost its place after check recovery : "
                   RR-RefundNum
       END-READ
       START RefundFile KEY IS > RR-RefundNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START.

WriteRefundHistory.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE RR-IDNum TO PH-IDNum
       MOVE WSIssueAmount TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE "RF" TO PH-Type
       MOVE WSNextCheckNum TO PH-Reference
       MOVE WSOperatorID TO PH-Operator
       MOVE WSRunBatch TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE SPACES TO WSPeriodRef
       STRING "CHECK " DELIMITED BY SIZE
           WSNextCheckNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSRunDateNum, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSRunDateNum(1:6) " is closed, refund check "
               WSNextCheckNum " posted as of " WSPostDate
       END-IF.

BuildPayee.
       MOVE SPACES TO WSPayee
       IF FullName NOT = SPACES
           MOVE FullName TO WSPayee
       ELSE
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SIZE
               INTO WSPayee
           END-STRING
       END-IF.

WriteRegisterLine.
       MOVE SPACES TO WSRegisterLine
       MOVE WSNextCheckNum TO CK-CheckNum
       MOVE WSRunDateNum TO CK-IssueDate
       MOVE RR-IDNum TO CK-IDNum
       MOVE WSPayee TO CK-Payee
       MOVE WSIssueAmount TO CK-Amount
       MOVE RR-RefundNum TO CK-RefundNum
       MOVE 'W' TO RW-Action
       MOVE WSRegisterLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

WritePosPayDetail.
       MOVE SPACES TO PosPayRec
       MOVE 'D' TO PP-RecType
       MOVE WSBankAccount TO PP-Account
       MOVE WSNextCheckNum TO PP-CheckNum
       MOVE WSRunDateNum TO PP-IssueDate
       MOVE WSIssueAmount TO PP-Amount
       MOVE WSPayee TO PP-Payee
       MOVE 'I' TO PP-IssueCode
       WRITE PosPayRec.

OpenPosPayFile.
       OPEN OUTPUT PosPayFile
       IF WSPosPayStatus NOT = "00"
           DISPLAY "PosPayFile I/O problem, status: " WSPosPayStatus
           STOP RUN WITH ERROR STATUS WSPosPayStatus
       END-IF
       MOVE SPACES TO PosPayRec
       MOVE 'H' TO PP-RecType
       MOVE WSBankAccount TO PP-Account
       MOVE WSRunDateNum TO PP-FileDate
       WRITE PosPayRec.

WritePosPayTrailer.
       MOVE SPACES TO PosPayRec
       MOVE 'T' TO PP-RecType
       MOVE WSBankAccount TO PP-Account
       MOVE WSIssuedCount TO PP-Count
       MOVE WSIssuedTotal TO PP-Total
       WRITE PosPayRec
       CLOSE PosPayFile.

ProposeNewRefunds.
       PERFORM CollectCreditBalances
       IF WSCrUsed > 0
           PERFORM DateLastActivity
       END-IF
       MOVE 'O' TO RW-Action
       MOVE "RefundProposals.rpt" TO RW-ReportName
       MOVE "Refunds Proposed for Approval" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Refund   Custmr   Name                                Credit  Last Act"
           TO RW-HeadCol
       MOVE "-------  -------  --------------------------------  ----------  --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       PERFORM VARYING WSCrIndex FROM 1 BY 1
           UNTIL WSCrIndex > WSCrUsed
           IF WSCrLast(WSCrIndex) <= WSCutoffDate
               PERFORM ProposeOneRefund
           END-IF
       END-PERFORM
       MOVE SPACES TO WSTrailerLine
       STRING "Refunds proposed: " DELIMITED BY SIZE
           WSProposedCount DELIMITED BY SIZE
           "  total: " DELIMITED BY SIZE
           WSProposedTotal DELIMITED BY SIZE
           "  credit untouched since: " DELIMITED BY SIZE
           WSCutoffDate DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

CollectCreditBalances.
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
                   IF CustBalance < 0
                           AND 0 - CustBalance >= WSMinRefund
                       PERFORM CheckOpenRefund
                       IF WSOpenRefund = 'N'
                           PERFORM AddCreditEntry
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

CheckOpenRefund.
       MOVE 'N' TO WSOpenRefund
       MOVE IDNum TO RR-IDNum
       MOVE 'N' TO WSScanEOF
       START RefundFile KEY IS = RR-IDNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ RefundFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF RR-IDNum NOT = IDNum
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       IF RR-Status = 'P' OR RR-Status = 'A'
                           MOVE 'Y' TO WSOpenRefund
                           MOVE 'Y' TO WSScanEOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

AddCreditEntry.
       IF WSCrUsed = 1000
           ADD 1 TO WSCrDropped
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCrUsed
       MOVE IDNum TO WSCrIDNum(WSCrUsed)
       COMPUTE WSCrAmount(WSCrUsed) = 0 - CustBalance
       MOVE DateAdded TO WSCrLast(WSCrUsed).

DateLastActivity.
       OPEN INPUT HistoryFile
       IF WSHistFileStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ HistoryFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF PH-IDNum IS NUMERIC AND PH-Date IS NUMERIC
                           MOVE PH-IDNum TO RR-IDNum
                           MOVE PH-Date TO RR-LastActivity
                           PERFORM NoteActivity
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE HistoryFile
       OPEN INPUT OrderFile
       IF WSOrderFileStatus = "00"
           MOVE 'N' TO WSEOF
           MOVE 0 TO OrderNum
           START OrderFile KEY IS >= OrderNum
               INVALID KEY
                   MOVE 'Y' TO WSEOF
           END-START
           PERFORM UNTIL WSEOF = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE OrderIDNum TO RR-IDNum
                       MOVE OrderDate TO RR-LastActivity
                       PERFORM NoteActivity
               END-READ
           END-PERFORM
       END-IF
       CLOSE OrderFile.

NoteActivity.
       PERFORM VARYING WSCrIndex FROM 1 BY 1
           UNTIL WSCrIndex > WSCrUsed
           IF WSCrIDNum(WSCrIndex) = RR-IDNum
               IF RR-LastActivity > WSCrLast(WSCrIndex)
                   MOVE RR-LastActivity TO WSCrLast(WSCrIndex)
               END-IF
               MOVE WSCrUsed TO WSCrIndex
           END-IF
       END-PERFORM.

ProposeOneRefund.
       PERFORM AllocateRefundNum
       MOVE WSCrIDNum(WSCrIndex) TO RR-IDNum
       MOVE WSCrAmount(WSCrIndex) TO RR-Amount
       MOVE 'P' TO RR-Status
       MOVE WSRunDateNum TO RR-ProposeDate
       MOVE WSCrLast(WSCrIndex) TO RR-LastActivity
       MOVE SPACES TO RR-ApprOper
       MOVE 0 TO RR-ApprDate
       MOVE 0 TO RR-CheckNum
       MOVE 0 TO RR-IssueDate
       MOVE 0 TO RR-IssueAmount
       WRITE RefundData
           INVALID KEY
               DISPLAY "Unable to write refund proposal : "
                   RR-RefundNum
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSProposedCount
       ADD RR-Amount TO WSProposedTotal
       MOVE RR-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE SPACES TO FullName
       END-READ
       PERFORM BuildPayee
       MOVE SPACES TO WSProposalLine
       MOVE RR-RefundNum TO PR-RefundNum
       MOVE RR-IDNum TO PR-IDNum
       MOVE WSPayee TO PR-Name
       MOVE RR-Amount TO PR-Amount
       MOVE RR-LastActivity TO PR-LastActivity
       MOVE 'W' TO RW-Action
       MOVE WSProposalLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

AllocateRefundNum.
       MOVE 0 TO WSNextRefundNum
       OPEN INPUT ControlFile
       IF WSControlStatus = "00"
           READ ControlFile
               AT END CONTINUE
               NOT AT END
                   IF ControlRec IS NUMERIC
                       MOVE ControlRec TO WSNextRefundNum
                   END-IF
           END-READ
           CLOSE ControlFile
       END-IF
       IF WSNextRefundNum = 0
           PERFORM RecoverRefundCounter
       END-IF
       MOVE WSNextRefundNum TO RR-RefundNum
       OPEN OUTPUT ControlFile
       COMPUTE ControlRec = WSNextRefundNum + 1
       WRITE ControlRec
       CLOSE ControlFile.

RecoverRefundCounter.
       DISPLAY "Refund control record missing, re-deriving from"
           " Refunds.dat"
       MOVE 0 TO WSHighRefundNum
       MOVE 0 TO RR-RefundNum
       MOVE 'N' TO WSScanEOF
       START RefundFile KEY IS >= RR-RefundNum
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ RefundFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF RR-RefundNum > WSHighRefundNum
                       MOVE RR-RefundNum TO WSHighRefundNum
                   END-IF
           END-READ
       END-PERFORM
       COMPUTE WSNextRefundNum = WSHighRefundNum + 1.

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
