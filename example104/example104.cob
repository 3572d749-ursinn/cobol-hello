       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example104.
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
DATA DIVISION.
FILE SECTION.
FD RefundFile.
    COPY REFUND.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSRefundStatus    PIC X(2).
01 WSDecision        PIC X(1).
01 WSStopReview      PIC X(1) VALUE 'N'.
01 WSToday           PIC 9(8).
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSCustName        PIC X(32).
01 WSBalanceEdit     PIC -(7)9.99.
01 WSAmountEdit      PIC Z(6)9.99.
01 WSApprovedCount   PIC 9(5) VALUE 0.
01 WSApprovedTotal   PIC 9(9)V99 VALUE 0.
01 WSRejectedCount   PIC 9(5) VALUE 0.
01 WSSkippedCount    PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       OPEN I-O RefundFile
       IF WSRefundStatus NOT = "00"
           DISPLAY "No refunds on file (status " WSRefundStatus ")"
           CLOSE RefundFile
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE RefundFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       DISPLAY "Refunds awaiting approval - A approve, X reject,"
           " Enter skip, Q quit"
       MOVE 'N' TO WSEOF
       MOVE 0 TO RR-RefundNum
       START RefundFile KEY IS >= RR-RefundNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y' OR WSStopReview = 'Y'
           READ RefundFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RR-Status = 'P'
                       PERFORM ReviewOneRefund
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CustomerFile
       CLOSE RefundFile
       DISPLAY "Refunds approved: " WSApprovedCount
           " for " WSApprovedTotal
       DISPLAY "Refunds rejected: " WSRejectedCount
       DISPLAY "Refunds left pending: " WSSkippedCount
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
           DISPLAY "Supervisor authority required to approve refunds: "
               WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

ReviewOneRefund.
       MOVE RR-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "** NOT ON FILE **" TO WSCustName
               MOVE 0 TO CustBalance
           NOT INVALID KEY
               MOVE FullName TO WSCustName
               IF WSCustName = SPACES
                   MOVE CustName TO WSCustName
               END-IF
       END-READ
       MOVE RR-Amount TO WSAmountEdit
       MOVE CustBalance TO WSBalanceEdit
       DISPLAY " "
       DISPLAY "Refund " RR-RefundNum "  customer " RR-IDNum
           "  " WSCustName
       DISPLAY "  Proposed " RR-ProposeDate "  amount " WSAmountEdit
           "  balance now " WSBalanceEdit
           "  last activity " RR-LastActivity
       DISPLAY "Decision (A/X/Enter/Q) " WITH NO ADVANCING
       MOVE SPACE TO WSDecision
       ACCEPT WSDecision
       MOVE FUNCTION UPPER-CASE(WSDecision) TO WSDecision
       EVALUATE WSDecision
           WHEN 'A'
               PERFORM ApproveRefund
           WHEN 'X'
               PERFORM RejectRefund
           WHEN 'Q'
               MOVE 'Y' TO WSStopReview
               ADD 1 TO WSSkippedCount
           WHEN OTHER
               ADD 1 TO WSSkippedCount
       END-EVALUATE.

ApproveRefund.
       IF CustBalance >= 0
           DISPLAY "Customer no longer holds a credit balance,"
               " reject instead"
           ADD 1 TO WSSkippedCount
           EXIT PARAGRAPH
       END-IF
       MOVE 'A' TO RR-Status
       MOVE WSOperatorID TO RR-ApprOper
       MOVE WSToday TO RR-ApprDate
       REWRITE RefundData
           INVALID KEY
               DISPLAY "Unable to approve refund : " RR-RefundNum
           NOT INVALID KEY
               ADD 1 TO WSApprovedCount
               ADD RR-Amount TO WSApprovedTotal
       END-REWRITE.

RejectRefund.
       MOVE 'X' TO RR-Status
       MOVE WSOperatorID TO RR-ApprOper
       MOVE WSToday TO RR-ApprDate
       REWRITE RefundData
           INVALID KEY
               DISPLAY "Unable to reject refund : " RR-RefundNum
           NOT INVALID KEY
               ADD 1 TO WSRejectedCount
       END-REWRITE.
