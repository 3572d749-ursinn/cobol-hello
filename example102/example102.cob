       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example102.
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
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT PayApplyFile ASSIGN TO "PayApplied.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-Key
           FILE STATUS IS WSPayApplyStatus.
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
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ParmFile ASSIGN TO "NSFParms.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD HistoryFile.
    COPY PAYHIST.

FD PayApplyFile.
    COPY PAYAPPL.

FD OpenItemFile.
    COPY OPENITEM.

FD CreditFile.
    COPY CREDREC.

FD AuditFile.
    COPY AUDITREC.

FD ParmFile.
01 ParmRec      PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSPayApplyStatus  PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSParmStatus      PIC X(2).
01 WSParmEOF         PIC A(1).
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSEOF             PIC A(1).
01 WSScanEOF         PIC X(1).
01 WSCustFound       PIC X(1).
01 WSIDNum           PIC 9(7).
01 WSPayTable.
       02 WSPayEntry OCCURS 20 TIMES.
           03 WSPayDate    PIC 9(8).
           03 WSPayAmount  PIC 9(7)V99.
           03 WSPayRef     PIC 9(7).
           03 WSPayBatch   PIC X(14).
01 WSPayUsed         PIC 9(2).
01 WSPayIndex        PIC 9(2).
01 WSShiftIndex      PIC 9(2).
01 WSPickIn          PIC X(2).
01 WSPick            PIC 9(2).
01 WSGroupSeq        PIC 9(7).
01 WSGroupReversed   PIC X(1).
01 WSApplyCount      PIC 9(3).
01 WSConfirm         PIC X(1).
01 WSFeeResp         PIC X(1).
01 WSFeeAmount       PIC 9(5)V99 VALUE 25.00.
01 WSFeeCharged      PIC 9(5)V99.
01 WSCashOnlyLimit   PIC 9(3) VALUE 2.
01 WSNSFCount        PIC 9(3).
01 WSWindowStart     PIC 9(8).
01 WSToday           PIC 9(8).
01 WSSessionBatch    PIC X(14).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example102".
01 WSPeriodRef       PIC X(20).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSReversedCount   PIC 9(5) VALUE 0.
01 WSReversedTotal   PIC 9(9)V99 VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       PERFORM LoadParms
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSSessionBatch
       COMPUTE WSWindowStart = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSToday) - 365)
       OPEN INPUT PayApplyFile
       IF WSPayApplyStatus NOT = "00"
           DISPLAY "No payment applications on file (status "
               WSPayApplyStatus ")"
           CLOSE PayApplyFile
           STOP RUN
       END-IF
       CLOSE PayApplyFile
       OPEN I-O PayApplyFile
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenOpenItemFile
       PERFORM OpenCreditFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetNSFCustomer
           IF WSCustFound = 'Y'
               PERFORM ReturnOneCheck
           END-IF
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE CreditFile
       IF WSHaveOpenItems = 'Y'
           CLOSE OpenItemFile
       END-IF
       CLOSE CustomerFile
       CLOSE PayApplyFile
       DISPLAY "Returned checks reversed: " WSReversedCount
           " for " WSReversedTotal
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

CheckSupervisor.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to reverse returned"
               " checks: " WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"
           MOVE 'N' TO WSParmEOF
           PERFORM UNTIL WSParmEOF = 'Y'
               READ ParmFile
                   AT END MOVE 'Y' TO WSParmEOF
                   NOT AT END
                       IF ParmRec(1:4) = "FEE="
                           COMPUTE WSFeeAmount
                               = FUNCTION NUMVAL(ParmRec(5:10))
                       END-IF
                       IF ParmRec(1:9) = "CASHONLY="
                           COMPUTE WSCashOnlyLimit
                               = FUNCTION NUMVAL(ParmRec(10:3))
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE ParmFile.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE PayApplyFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenOpenItemFile.
       MOVE 'N' TO WSHaveOpenItems
       OPEN I-O OpenItemFile
       IF WSOpenItemStatus = "00"
           MOVE 'Y' TO WSHaveOpenItems
       ELSE
           CLOSE OpenItemFile
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
           CLOSE PayApplyFile
           STOP RUN WITH ERROR STATUS WSCreditStatus
       END-IF.

GetNSFCustomer.
       MOVE 'N' TO WSCustFound
       DISPLAY "Customer ID whose check was returned " WITH NO ADVANCING
       ACCEPT WSIDNum
       MOVE WSIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " WSIDNum
           NOT INVALID KEY
               DISPLAY "Customer: " FirstName " " LastName
                   "  balance " CustBalance
               MOVE 'Y' TO WSCustFound
       END-READ.

ReturnOneCheck.
       PERFORM ListCustomerPayments
       IF WSPayUsed = 0
           DISPLAY "No payments on file for this customer"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Payment returned unpaid (blank = none) "
           WITH NO ADVANCING
       ACCEPT WSPickIn
       IF WSPickIn = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WSPickIn) TO WSPick
       IF WSPick = 0 OR WSPick > WSPayUsed
           DISPLAY "Not one of the payments listed : " WSPickIn
           EXIT PARAGRAPH
       END-IF
       PERFORM FindApplications
       IF WSGroupSeq = 0
           IF WSGroupReversed = 'Y'
               DISPLAY "This payment has already been reversed as a"
                   " returned check"
           ELSE
               DISPLAY "No application record for this payment, it"
                   " must be reversed by debit memo"
           END-IF
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reverse this payment as a returned check (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Payment left as posted"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WSFeeCharged
       IF WSFeeAmount > 0
           DISPLAY "Assess returned-check fee of " WSFeeAmount
               " (Y/N) " WITH NO ADVANCING
           ACCEPT WSFeeResp
           MOVE FUNCTION UPPER-CASE(WSFeeResp) TO WSFeeResp
           IF WSFeeResp = 'Y'
               MOVE WSFeeAmount TO WSFeeCharged
           END-IF
       END-IF
       PERFORM ReverseApplications
       PERFORM PostReturnedCheck
       PERFORM CheckRepeatReturns.

ListCustomerPayments.
       MOVE 0 TO WSPayUsed
       OPEN INPUT HistoryFile
       IF WSHistFileStatus NOT = "00"
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PH-IDNum IS NUMERIC AND PH-IDNum = WSIDNum
                           AND (PH-Type = SPACES OR PH-Type = "PY")
                       PERFORM KeepRecentPayment
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       PERFORM VARYING WSPayIndex FROM 1 BY 1
           UNTIL WSPayIndex > WSPayUsed
           DISPLAY "  " WSPayIndex ". " WSPayDate(WSPayIndex)
               " amount " WSPayAmount(WSPayIndex)
               " ref " WSPayRef(WSPayIndex)
               " batch " WSPayBatch(WSPayIndex)
       END-PERFORM.

KeepRecentPayment.
       IF WSPayUsed < 20
           ADD 1 TO WSPayUsed
       ELSE
           PERFORM VARYING WSShiftIndex FROM 1 BY 1
               UNTIL WSShiftIndex > 19
               MOVE WSPayEntry(WSShiftIndex + 1)
                   TO WSPayEntry(WSShiftIndex)
           END-PERFORM
       END-IF
       MOVE PH-Date TO WSPayDate(WSPayUsed)
       MOVE PH-Amount TO WSPayAmount(WSPayUsed)
       IF PH-Reference IS NUMERIC
           MOVE PH-Reference TO WSPayRef(WSPayUsed)
       ELSE
           MOVE 0 TO WSPayRef(WSPayUsed)
       END-IF
       MOVE PH-Batch TO WSPayBatch(WSPayUsed).

FindApplications.
       MOVE 0 TO WSGroupSeq
       MOVE 'N' TO WSGroupReversed
       MOVE 0 TO WSApplyCount
       MOVE WSPayBatch(WSPick) TO PA-Batch
       MOVE WSIDNum TO PA-IDNum
       MOVE 0 TO PA-PaySeq
       MOVE 0 TO PA-LineSeq
       MOVE 'N' TO WSScanEOF
       START PayApplyFile KEY IS >= PA-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ PayApplyFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF PA-Batch NOT = WSPayBatch(WSPick)
                           OR PA-IDNum NOT = WSIDNum
                           OR (WSGroupSeq > 0
                               AND PA-PaySeq NOT = WSGroupSeq)
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       PERFORM ConsiderApplication
                   END-IF
           END-READ
       END-PERFORM.

ConsiderApplication.
       IF PA-PayAmount NOT = WSPayAmount(WSPick)
               OR PA-PayRef NOT = WSPayRef(WSPick)
           EXIT PARAGRAPH
       END-IF
       IF PA-Status = 'R'
           MOVE 'Y' TO WSGroupReversed
           EXIT PARAGRAPH
       END-IF
       MOVE PA-PaySeq TO WSGroupSeq
       ADD 1 TO WSApplyCount
       IF PA-InvoiceNum = 0
           DISPLAY "  Held as unapplied cash        " PA-Applied
       ELSE
           DISPLAY "  Applied to invoice " PA-InvoiceNum "    "
               PA-Applied
       END-IF.

ReverseApplications.
       MOVE WSPayBatch(WSPick) TO PA-Batch
       MOVE WSIDNum TO PA-IDNum
       MOVE WSGroupSeq TO PA-PaySeq
       MOVE 0 TO PA-LineSeq
       MOVE 'N' TO WSScanEOF
       START PayApplyFile KEY IS >= PA-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ PayApplyFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF PA-Batch NOT = WSPayBatch(WSPick)
                           OR PA-IDNum NOT = WSIDNum
                           OR PA-PaySeq NOT = WSGroupSeq
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       PERFORM ReverseOneApplication
                   END-IF
           END-READ
       END-PERFORM.

ReverseOneApplication.
       IF PA-InvoiceNum > 0
           PERFORM ReopenOpenItem
       END-IF
       MOVE 'R' TO PA-Status
       MOVE WSToday TO PA-RevDate
       REWRITE PayApplyData
           INVALID KEY
               DISPLAY "Unable to mark payment application reversed : "
                   PA-Key
       END-REWRITE.

ReopenOpenItem.
       IF WSHaveOpenItems = 'N'
           DISPLAY "Open items not on file, invoice not re-opened : "
               PA-InvoiceNum
           EXIT PARAGRAPH
       END-IF
       MOVE PA-InvoiceNum TO OI-InvoiceNum
       READ OpenItemFile
           KEY IS OI-InvoiceNum
           INVALID KEY
               DISPLAY "Invoice no longer on open items, not"
                   " re-opened : " PA-InvoiceNum
               EXIT PARAGRAPH
       END-READ
       ADD PA-Applied TO OI-OpenAmount
       IF OI-Status NOT = 'D'
           MOVE 'O' TO OI-Status
       END-IF
       REWRITE OpenItemData
           INVALID KEY
               DISPLAY "Unable to rewrite open item : " OI-InvoiceNum
           NOT INVALID KEY
               DISPLAY "Re-opened " PA-Applied " on invoice "
                   OI-InvoiceNum
       END-REWRITE.

PostReturnedCheck.
       ADD WSPayAmount(WSPick) WSFeeCharged TO CustBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post returned check to customer"
                   " balance : " WSIDNum
           NOT INVALID KEY
               CALL "CUSTJRNL" USING "R", CustomerData
               PERFORM WriteAuditRecord
               PERFORM WriteReturnHistory
               ADD 1 TO WSReversedCount
               ADD WSPayAmount(WSPick) TO WSReversedTotal
               DISPLAY "Returned check posted, customer " WSIDNum
                   " balance now " CustBalance
       END-REWRITE.

WriteReturnHistory.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE WSIDNum TO PH-IDNum
       MOVE WSPayAmount(WSPick) TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE "NR" TO PH-Type
       MOVE WSPayRef(WSPick) TO PH-Reference
       MOVE WSOperatorID TO PH-Operator
       MOVE WSSessionBatch TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       IF WSFeeCharged > 0
           MOVE WSIDNum TO PH-IDNum
           MOVE WSFeeCharged TO PH-Amount
           MOVE WSPostDate TO PH-Date
           MOVE "NF" TO PH-Type
           MOVE WSPayRef(WSPick) TO PH-Reference
           MOVE WSOperatorID TO PH-Operator
           MOVE WSSessionBatch TO PH-Batch
           WRITE HistoryRec
           CALL "PAYJRNL" USING "W", HistoryRec
       END-IF
       CLOSE HistoryFile.

SetPostingDate.
       MOVE SPACES TO WSPeriodRef
       STRING "NSF " DELIMITED BY SIZE
           WSPayRef(WSPick) DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSToday, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSToday(1:6) " is closed, returned payment "
               WSPayRef(WSPick) " posted as of " WSPostDate
       END-IF.

CheckRepeatReturns.
       MOVE 0 TO WSNSFCount
       OPEN INPUT HistoryFile
       IF WSHistFileStatus NOT = "00"
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PH-IDNum IS NUMERIC AND PH-IDNum = WSIDNum
                           AND PH-Type = "NR"
                           AND PH-Date >= WSWindowStart
                       ADD 1 TO WSNSFCount
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       IF WSCashOnlyLimit > 0 AND WSNSFCount >= WSCashOnlyLimit
           PERFORM SetCashOnlyTerms
       END-IF.

SetCashOnlyTerms.
       MOVE WSIDNum TO CR-IDNum
       READ CreditFile
           KEY IS CR-IDNum
           INVALID KEY
               MOVE WSIDNum TO CR-IDNum
               MOVE 0 TO CR-Limit
               MOVE 'C' TO CR-HoldFlag
               WRITE CreditData
                   INVALID KEY
                       DISPLAY "Unable to write credit record : "
                           WSIDNum
                   NOT INVALID KEY
                       PERFORM ReportCashOnly
               END-WRITE
           NOT INVALID KEY
               IF CR-HoldFlag = 'Y' OR CR-HoldFlag = 'C'
                   DISPLAY "Customer already on credit hold or"
                       " cash-only terms : " WSIDNum
               ELSE
                   MOVE 'C' TO CR-HoldFlag
                   REWRITE CreditData
                       INVALID KEY
                           DISPLAY "Unable to rewrite credit record : "
                               WSIDNum
                       NOT INVALID KEY
                           PERFORM ReportCashOnly
                   END-REWRITE
               END-IF
       END-READ.

ReportCashOnly.
       PERFORM WriteAuditRecord
       DISPLAY WSNSFCount " returned checks in the last year, customer "
           WSIDNum " moved to cash-only terms".

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

AskMoreWork.
       DISPLAY "Another returned check (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
