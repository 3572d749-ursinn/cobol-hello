       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example123.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReviewFile ASSIGN TO "CreditReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReviewStatus.
       SELECT CreditFile ASSIGN TO "CreditControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CR-IDNum
           FILE STATUS IS WSCreditStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT LimitLogFile ASSIGN TO "CreditLimitLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitLogStatus.
DATA DIVISION.
FILE SECTION.
FD ReviewFile.
    COPY CREDREV.

FD CreditFile.
    COPY CREDREC.

FD CustomerFile.
    COPY CUSTREC.

FD LimitLogFile.
    COPY CLIMLOG.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSReviewStatus    PIC X(2).
01 WSCreditStatus    PIC X(2).
01 WSFileStatus      PIC X(2).
01 WSLimitLogStatus  PIC X(2).
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSMode            PIC X(1).
01 WSDecision        PIC X(1).
01 WSStopReview      PIC X(1).
01 WSConfirm         PIC X(1).
01 WSCustName        PIC X(32).
01 WSAmountEdit      PIC Z(6)9.99.
01 WSNewEdit         PIC Z(6)9.99.
01 WSHighEdit        PIC -(7)9.99.
01 WSActionText      PIC X(5).
01 WSChanged         PIC X(1) VALUE 'N'.
01 WSAcceptedCount   PIC 9(5) VALUE 0.
01 WSRejectedCount   PIC 9(5) VALUE 0.
01 WSAppliedCount    PIC 9(5) VALUE 0.
01 WSSkippedCount    PIC 9(5) VALUE 0.
01 WSRevIdx          PIC 9(5).
01 WSMaxReviews      PIC 9(5) VALUE 20000.
01 WSRevCount        PIC 9(5) VALUE 0.
01 WSRevTable.
       02 WSRevEntry OCCURS 1 TO 20000 TIMES
               DEPENDING ON WSRevCount.
           03 WSRevRec         PIC X(106).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       PERFORM LoadReviewTable
       IF WSRevCount = 0
           DISPLAY "No credit review on file, run the quarterly review"
               " first"
           GOBACK
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM GetMode
       EVALUATE WSMode
           WHEN 'R'
               PERFORM ReviewProposals
           WHEN 'A'
               PERFORM AcceptAllProposals
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       CLOSE CustomerFile
       PERFORM CountAccepted
       IF WSAcceptedCount > 0
           DISPLAY "Apply " WSAcceptedCount
               " accepted credit limits now (Y/N) " WITH NO ADVANCING
           ACCEPT WSConfirm
           IF FUNCTION UPPER-CASE(WSConfirm) = 'Y'
               PERFORM ApplyAcceptedLimits
           END-IF
       END-IF
       IF WSChanged = 'Y'
           PERFORM SaveReviewTable
       END-IF
       DISPLAY "Credit limits rejected: " WSRejectedCount
           "  applied: " WSAppliedCount
           "  not applied: " WSSkippedCount
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
           DISPLAY "Supervisor authority required to change credit"
               " limits: " WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

LoadReviewTable.
       OPEN INPUT ReviewFile
       IF WSReviewStatus NOT = "00"
           CLOSE ReviewFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ReviewFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSRevCount = WSMaxReviews
                       DISPLAY "More than " WSMaxReviews
                           " accounts on the credit review"
                       CLOSE ReviewFile
                       STOP RUN WITH ERROR STATUS "CR"
                   END-IF
                   ADD 1 TO WSRevCount
                   MOVE CreditReviewRec TO WSRevRec(WSRevCount)
           END-READ
       END-PERFORM
       CLOSE ReviewFile.

GetMode.
       MOVE SPACE TO WSMode
       DISPLAY "Review each proposed change or accept them all (R/A) "
           WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

ReviewProposals.
       DISPLAY "Proposed credit limit changes - A accept, X reject,"
           " Enter skip, Q quit"
       MOVE 'N' TO WSStopReview
       PERFORM VARYING WSRevIdx FROM 1 BY 1
           UNTIL WSRevIdx > WSRevCount OR WSStopReview = 'Y'
           MOVE WSRevRec(WSRevIdx) TO CreditReviewRec
           IF CV-Status = 'P' AND CV-Action NOT = 'H'
               PERFORM ReviewOneProposal
           END-IF
       END-PERFORM.

ReviewOneProposal.
       PERFORM ReadReviewCustomer
       IF CV-Action = 'R'
           MOVE "RAISE" TO WSActionText
       ELSE
           MOVE "LOWER" TO WSActionText
       END-IF
       MOVE CV-OldLimit TO WSAmountEdit
       MOVE CV-NewLimit TO WSNewEdit
       MOVE CV-HighBal TO WSHighEdit
       DISPLAY " "
       DISPLAY "Rank " WSRevIdx "  customer " CV-IDNum "  " WSCustName
       DISPLAY "  Days to pay " CV-AvgDays " avg " CV-WtdDays
           " weighted  NSF " CV-NSFCount "  dunning " CV-DunCount
           " to level " CV-DunLevel
       DISPLAY "  High balance " WSHighEdit "  " WSActionText
           " limit " WSAmountEdit " to " WSNewEdit
           "  " FUNCTION TRIM(CV-Reason)
       DISPLAY "Decision (A/X/Enter/Q) " WITH NO ADVANCING
       MOVE SPACE TO WSDecision
       ACCEPT WSDecision
       MOVE FUNCTION UPPER-CASE(WSDecision) TO WSDecision
       EVALUATE WSDecision
           WHEN 'A'
               MOVE 'A' TO CV-Status
               MOVE CreditReviewRec TO WSRevRec(WSRevIdx)
               MOVE 'Y' TO WSChanged
           WHEN 'X'
               MOVE 'X' TO CV-Status
               MOVE CreditReviewRec TO WSRevRec(WSRevIdx)
               MOVE 'Y' TO WSChanged
               ADD 1 TO WSRejectedCount
           WHEN 'Q'
               MOVE 'Y' TO WSStopReview
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

ReadReviewCustomer.
       MOVE CV-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "** NOT ON FILE **" TO WSCustName
           NOT INVALID KEY
               MOVE FullName TO WSCustName
       END-READ.

AcceptAllProposals.
       PERFORM VARYING WSRevIdx FROM 1 BY 1
           UNTIL WSRevIdx > WSRevCount
           MOVE WSRevRec(WSRevIdx) TO CreditReviewRec
           IF CV-Status = 'P' AND CV-Action NOT = 'H'
               MOVE 'A' TO CV-Status
               MOVE CreditReviewRec TO WSRevRec(WSRevIdx)
               MOVE 'Y' TO WSChanged
           END-IF
       END-PERFORM.

CountAccepted.
       MOVE 0 TO WSAcceptedCount
       PERFORM VARYING WSRevIdx FROM 1 BY 1
           UNTIL WSRevIdx > WSRevCount
           MOVE WSRevRec(WSRevIdx) TO CreditReviewRec
           IF CV-Status = 'A'
               ADD 1 TO WSAcceptedCount
           END-IF
       END-PERFORM.

ApplyAcceptedLimits.
       OPEN I-O CreditFile
       IF WSCreditStatus = "35"
           OPEN OUTPUT CreditFile
           CLOSE CreditFile
           OPEN I-O CreditFile
       END-IF
       IF WSCreditStatus NOT = "00"
           DISPLAY "CreditFile I/O problem, status: " WSCreditStatus
           CLOSE CreditFile
           STOP RUN WITH ERROR STATUS WSCreditStatus
       END-IF
       OPEN EXTEND LimitLogFile
       IF WSLimitLogStatus = "35"
           OPEN OUTPUT LimitLogFile
       END-IF
       PERFORM VARYING WSRevIdx FROM 1 BY 1
           UNTIL WSRevIdx > WSRevCount
           MOVE WSRevRec(WSRevIdx) TO CreditReviewRec
           IF CV-Status = 'A'
               PERFORM ApplyOneLimit
           END-IF
       END-PERFORM
       CLOSE LimitLogFile
       CLOSE CreditFile.

ApplyOneLimit.
       MOVE CV-IDNum TO CR-IDNum
       READ CreditFile
           KEY IS CR-IDNum
           INVALID KEY
               IF CV-OldLimit NOT = 0
                   PERFORM SkipChangedLimit
                   EXIT PARAGRAPH
               END-IF
               MOVE CV-IDNum TO CR-IDNum
               MOVE CV-NewLimit TO CR-Limit
               MOVE 'N' TO CR-HoldFlag
               WRITE CreditData
                   INVALID KEY
                       DISPLAY "Unable to add credit limit : "
                           CV-IDNum
                       ADD 1 TO WSSkippedCount
                   NOT INVALID KEY
                       PERFORM LogLimitChange
               END-WRITE
           NOT INVALID KEY
               IF CR-Limit NOT = CV-OldLimit
                   PERFORM SkipChangedLimit
                   EXIT PARAGRAPH
               END-IF
               MOVE CV-NewLimit TO CR-Limit
               REWRITE CreditData
                   INVALID KEY
                       DISPLAY "Unable to change credit limit : "
                           CV-IDNum
                       ADD 1 TO WSSkippedCount
                   NOT INVALID KEY
                       PERFORM LogLimitChange
               END-REWRITE
       END-READ.

SkipChangedLimit.
       DISPLAY "Limit for customer " CV-IDNum
           " was changed since the review, not applied"
       ADD 1 TO WSSkippedCount.

LogLimitChange.
       MOVE CV-IDNum TO LL-IDNum
       MOVE CV-OldLimit TO LL-OldLimit
       MOVE CV-NewLimit TO LL-NewLimit
       MOVE CV-Action TO LL-Action
       MOVE CV-ReviewDate TO LL-ReviewDate
       MOVE FUNCTION CURRENT-DATE(1:14) TO LL-Timestamp
       MOVE WSOperatorID TO LL-Operator
       WRITE LimitLogRec
       MOVE 'D' TO CV-Status
       MOVE CreditReviewRec TO WSRevRec(WSRevIdx)
       MOVE 'Y' TO WSChanged
       ADD 1 TO WSAppliedCount.

SaveReviewTable.
       OPEN OUTPUT ReviewFile
       IF WSReviewStatus NOT = "00"
           DISPLAY "CreditReview.dat I/O problem, status: "
               WSReviewStatus
           CLOSE ReviewFile
           STOP RUN WITH ERROR STATUS WSReviewStatus
       END-IF
       PERFORM VARYING WSRevIdx FROM 1 BY 1
           UNTIL WSRevIdx > WSRevCount
           MOVE WSRevRec(WSRevIdx) TO CreditReviewRec
           WRITE CreditReviewRec
       END-PERFORM
       CLOSE ReviewFile.
